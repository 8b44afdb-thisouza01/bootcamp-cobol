      *---> OPERADOR LOGADO NO MAIN (PARA ESTAMPAR O REGISTRO)
           COPY "OPERADOR.cpy".

      *---> JORNAL DO CLIENTES (IMAGEM POSTERIOR DE CADA GRAVACAO)
       01  WK-JOR-OPERACAO          PIC X(01) VALUE SPACES.
       01  WK-JOR-PROGRAMA          PIC X(10) VALUE "QUARENT".

      *---> TELA
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.
                   CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE "I" TO WK-JOR-OPERACAO
                   CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                                       REG-CLIENTES
                   MOVE "M" TO WK-CLI-ACAO
                   CALL "CTRLCLI" USING WK-CLI-ACAO WK-CLI-QTD
                                        WK-CLI-FLAG WK-CLI-RC
