      *     (motivorel.txt) varrendo os clientes inativos -- o mes sai
      *     do REG-DATA-STATUS e o motivo do REG-MOTIVO-STATUS; os
      *     registros de antes do campo aparecem como "SEM MOTIVO".
      *     A varredura dos inativos passa pela varredura unica
      *     (VARRCLI), que usa o extrato noturno quando em dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT MOTIVOS ASSIGN TO "C:/projeto-bootcamp/motivos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MOTIVOS.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  MOTIVOS.
       01  REG-MOTIVOS                 PIC X(40).
      *
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-MOTIVOS               PIC X(02) VALUE SPACES.
       01  FS-RELATORIO             PIC X(02) VALUE SPACES.

      *---> REGISTRO ENTREGUE PELA VARREDURA UNICA (VARRCLI)
           COPY "CLIENTE.cpy".
       77  WK-VAR-ACAO              PIC X(01) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".
           MOVE ZEROS TO WK-QTD-ANOMES WK-QT-INATIVOS.
           INITIALIZE WK-TAB-ANOMES.

           MOVE "A" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.

           IF FS-CLIENTES EQUAL "00"
               PERFORM 0505-LER-CLIENTE
               PERFORM UNTIL FS-CLIENTES EQUAL "10"
                   IF CLIENTE-INATIVO
                       ADD 1 TO WK-QT-INATIVOS
                       PERFORM 0510-ACUMULAR-INATIVACAO
                   END-IF
                   PERFORM 0505-LER-CLIENTE
               END-PERFORM
           END-IF.

           MOVE "F" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
           PERFORM 0520-GRAVAR-RELATORIO.

           DISPLAY "RELATORIO EM MOTIVOREL.TXT - INATIVOS: "
           DISPLAY WK-QT-INATIVOS AT 1550 FOREGROUND-COLOR 2.
           ACCEPT WK-TECLA AT 1560.
       0500-RELATORIO-MOTIVOS-FIM. EXIT.
      ******************************************************************
       0505-LER-CLIENTE        SECTION.
           MOVE "L" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
       0505-LER-CLIENTE-FIM.   EXIT.
      ******************************************************************
       0510-ACUMULAR-INATIVACAO SECTION.
           IF REG-DATA-STATUS EQUAL ZEROS
