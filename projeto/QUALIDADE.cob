      *     problema com subtotais e total geral -- a lista de
      *     trabalho do time de saneamento. Uma passada pelo arquivo
      *     por grupo, para o relatorio sair agrupado sem ordenacao.
      *     O cadastro e lido pela varredura unica (VARRCLI), que
      *     reabre a leitura a cada grupo: na cadeia NOTURNO as tres
      *     passadas saem do extrato, nao do indexado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT RELATORIO ASSIGN TO
                   "C:/projeto-bootcamp/qualidade.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(110).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-RELATORIO             PIC X(02) VALUE SPACES.

      *---> REGISTRO ENTREGUE PELA VARREDURA UNICA (VARRCLI)
           COPY "CLIENTE.cpy".
       77  WK-VAR-ACAO              PIC X(01) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           MOVE "A" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
           IF FS-CLIENTES NOT = "00"
               MOVE "CLIENTES.DAT NAO ENCONTRADO PARA VARRER"
                                               TO WK-ABEND-MESSAGE
           END-EVALUATE.
           WRITE REG-RELATORIO.

           MOVE "A" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.

           IF FS-CLIENTES EQUAL "00"
               PERFORM 0210-LER-CLIENTE
               PERFORM UNTIL FS-CLIENTES NOT EQUAL "00"
                   ADD 1 TO WK-QT-LIDOS
                   PERFORM 0250-CRITICAR-REGISTRO
                   PERFORM 0210-LER-CLIENTE
               END-PERFORM
           END-IF.

           WRITE REG-RELATORIO.
           ADD WK-QT-GRUPO TO WK-QT-TOTAL-PROB.
       0200-VARRER-GRUPO-FIM.  EXIT.
      ******************************************************************
       0210-LER-CLIENTE        SECTION.
           MOVE "L" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
       0210-LER-CLIENTE-FIM.   EXIT.
      ******************************************************************
       0250-CRITICAR-REGISTRO  SECTION.
           EVALUATE WK-GRUPO
       0218-VALIDA-CPF-FIM.    EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           MOVE "F" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.

           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL DE REGISTROS LIDOS....: " WK-QT-LIDOS
