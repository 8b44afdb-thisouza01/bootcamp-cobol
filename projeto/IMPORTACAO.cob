      *     ZEROS QUANDO RODADA FORA DO MENU)
           COPY "OPERADOR.cpy".

      *---> JORNAL DO CLIENTES (IMAGEM POSTERIOR DE CADA GRAVACAO)
       01  WK-JOR-OPERACAO          PIC X(01) VALUE SPACES.
       01  WK-JOR-PROGRAMA          PIC X(10) VALUE "IMPORTACAO".

      *---> TELA
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.
                       PERFORM 0240-GRAVAR-QUARENTENA
                   NOT INVALID KEY
                       ADD 1 TO WK-QT-GRAVADOS
                       MOVE "I" TO WK-JOR-OPERACAO
                       CALL "JORNAL" USING WK-JOR-OPERACAO
                                           WK-JOR-PROGRAMA REG-CLIENTES
                       MOVE "M" TO WK-CLI-ACAO
                       CALL "CTRLCLI" USING WK-CLI-ACAO WK-CLI-QTD
                                            WK-CLI-FLAG WK-CLI-RC
