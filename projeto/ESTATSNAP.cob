      *     E a serie historica que o relatorio de tendencia
      *     (ESTATREL) le -- o dashboard calcula e joga fora, aqui a
      *     foto fica guardada.
      *     O cadastro e lido pela varredura unica (VARRCLI): na
      *     cadeia NOTURNO sai do extrato gerado na primeira etapa,
      *     sem passar de novo pelo indexado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ESTATISTICA ASSIGN TO
                   "C:/projeto-bootcamp/estatist.dat"
               ORGANIZATION    IS LINE SEQUENTIAL
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  ESTATISTICA.
       01  REG-ESTATISTICA.
           05 EST-DATA                 PIC 9(08).
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-ESTATISTICA           PIC X(02) VALUE SPACES.

      *---> REGISTRO ENTREGUE PELA VARREDURA UNICA (VARRCLI)
           COPY "CLIENTE.cpy".
       77  WK-VAR-ACAO              PIC X(01) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE.

           MOVE "A" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
           IF FS-CLIENTES NOT = "00"
               MOVE "CLIENTES.DAT NAO ENCONTRADO PARA A FOTO"
                                               TO WK-ABEND-MESSAGE
               EXIT SECTION
           END-IF.

           PERFORM 0210-LER-CLIENTE.
           PERFORM UNTIL FS-CLIENTES NOT EQUAL "00"
               ADD 1 TO WK-QTD-CLIENTES
               IF CLIENTE-ATIVO
               IF REG-QTD-TEL-ADIC GREATER THAN ZEROS
                   ADD 1 TO WK-QTD-COM-TEL-ADIC
               END-IF
               PERFORM 0210-LER-CLIENTE
           END-PERFORM.
       0200-CALCULAR-ESTATISTICAS-FIM. EXIT.
      ******************************************************************
       0210-LER-CLIENTE        SECTION.
           MOVE "L" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
       0210-LER-CLIENTE-FIM.   EXIT.
      ******************************************************************
       0300-GRAVAR-FOTO        SECTION.
           MOVE WK-DATA-HOJE            TO EST-DATA.
       0300-GRAVAR-FOTO-FIM.   EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           MOVE "F" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
           CLOSE ESTATISTICA.
       1000-FINALIZAR-FIM.     EXIT.
