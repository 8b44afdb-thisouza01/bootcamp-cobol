      *     gravado em clientes.dat e gera um relatorio de excecoes
      *     (cpfexcecao.txt) com os CPFs invalidos e os ainda zerados,
      *     para o saneamento do historico.
      *     O cadastro e lido pela varredura unica (VARRCLI), do
      *     extrato da cadeia NOTURNO quando ele esta em dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT EXCECOES ASSIGN TO
                               "C:/projeto-bootcamp/cpfexcecao.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  EXCECOES.
       01  REG-EXCECAO                 PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-EXCECOES              PIC X(02) VALUE SPACES.

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
               EXIT SECTION
           END-IF.

           IF FS-CLIENTES EQUAL "00"
               PERFORM 0210-LER-CLIENTE
               PERFORM UNTIL FS-CLIENTES EQUAL "10"
                   ADD 1 TO WK-QT-LIDOS
                   IF REG-CPF EQUAL ZEROS
                           PERFORM 0230-GRAVAR-EXCECAO-INVALIDO
                       END-IF
                   END-IF
                   PERFORM 0210-LER-CLIENTE
               END-PERFORM
           END-IF.
       0200-VARRER-ARQUIVO-FIM. EXIT.
      ******************************************************************
       0210-LER-CLIENTE        SECTION.
           MOVE "L" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
       0210-LER-CLIENTE-FIM.   EXIT.
      ******************************************************************
       0220-GRAVAR-EXCECAO-ZERADO SECTION.
           MOVE SPACES TO REG-EXCECAO.
       0218-VALIDA-CPF-FIM.    EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           MOVE "F" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.

           MOVE SPACES TO REG-EXCECAO.
           STRING "TOTAIS LIDOS=" WK-QT-LIDOS
