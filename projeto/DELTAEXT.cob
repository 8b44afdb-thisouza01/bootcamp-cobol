      *     e reescrito a partir do arquivo vivo, pela mesma tecnica
      *     de arquivo temporario + CBL_RENAME_FILE do RESTAURAR.
      *     Roda na cadeia NOTURNO, apos o relatorio do dia.
      *     As duas passadas pelo arquivo vivo (comparacao e novo
      *     espelho) sao feitas pela varredura unica (VARRCLI), do
      *     extrato gerado no inicio da cadeia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ESPELHO ASSIGN TO WK-ESPELHO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ESPELHO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
      *---> ESPELHO: COPIA INTEGRAL DO REGISTRO, EM ORDEM DE CHAVE,
      *     COMO FICOU NA RODADA ANTERIOR (TELEFONE 1-9, STATUS 99).
       FD  ESPELHO.
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-ESPELHO               PIC X(02) VALUE SPACES.
       01  WK-ESPELHO-PATH          PIC X(100)
           VALUE "C:/projeto-bootcamp/espelho.dat".
       01  FS-CONTROLE              PIC X(02) VALUE SPACES.
       77  WK-RETCODE               PIC S9(09) COMP-5 VALUE ZEROS.

      *---> REGISTRO ENTREGUE PELA VARREDURA UNICA (VARRCLI)
           COPY "CLIENTE.cpy".
       77  WK-VAR-ACAO              PIC X(01) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HORA-ATUAL.

      *---> PROXIMO NUMERO DE SEQUENCIA (DELTA.CTL GUARDA O ULTIMO)
               DELIMITED BY SIZE INTO WK-DELTA-PATH
           END-STRING.

           MOVE "A" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
           IF FS-CLIENTES NOT = "00"
               MOVE "CLIENTES.DAT NAO ENCONTRADO PARA O DELTA"
                                               TO WK-ABEND-MESSAGE
      ******************************************************************
       0150-LER-VIVO           SECTION.
           IF WK-FIM-VIVO EQUAL "N"
               PERFORM 0170-LER-CLIENTE
               IF FS-CLIENTES EQUAL "00"
                   MOVE REG-TELEFONE TO WK-TEL-VIVO
               ELSE
               END-IF
           END-IF.
       0160-LER-ESPELHO-FIM.   EXIT.
      ******************************************************************
       0170-LER-CLIENTE        SECTION.
           MOVE "L" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
       0170-LER-CLIENTE-FIM.   EXIT.
      ******************************************************************
      *---> BALANCEAMENTO CLASSICO DOS DOIS ARQUIVOS EM ORDEM DE
      *     CHAVE: SO VIVO = INCLUSAO, SO ESPELHO = EXCLUSAO, CHAVE
           IF WK-TEM-ESPELHO EQUAL "S"
               CLOSE ESPELHO
           END-IF.
           MOVE "F" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.

           MOVE "A" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
           OPEN OUTPUT ESPELHO-NOVO.

           IF FS-CLIENTES EQUAL "00" AND FS-ESPELHO-NOVO EQUAL "00"
               PERFORM 0170-LER-CLIENTE
               PERFORM UNTIL FS-CLIENTES NOT EQUAL "00"
                   MOVE REG-CLIENTES TO REG-ESPELHO-NOVO
                   WRITE REG-ESPELHO-NOVO
                   PERFORM 0170-LER-CLIENTE
               END-PERFORM
           END-IF.

       0400-REGRAVAR-ESPELHO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           MOVE "F" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.

           MOVE "EXTRATO DELTA GERADO" TO WK-ABEND-MESSAGE.
           MOVE WK-QT-DETALHES TO WK-ABEND-MESSAGE(22:06).
