      *---> OPERADOR LOGADO NO MAIN (PARA ESTAMPAR O REGISTRO)
           COPY "OPERADOR.cpy".

      *---> JORNAL DO CLIENTES (IMAGEM POSTERIOR DE CADA GRAVACAO)
       01  WK-JOR-OPERACAO          PIC X(01) VALUE SPACES.
       01  WK-JOR-PROGRAMA          PIC X(10) VALUE "INCLUIR".

      *---> LINHA DE AUDITORIA DA OPERACAO (FORMATO DO EXCLUIR 0510)
       01  FS-AUDITORIA             PIC X(02) VALUE SPACES.
       01  WK-AUDITORIA-PATH        PIC X(100)
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   ADD 1 TO WK-QTD-CLIENTES
                   MOVE "I" TO WK-JOR-OPERACAO
                   CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                                       REG-CLIENTES
                   MOVE "INCLUSAO" TO WK-OPERACAO-AUDIT
                   PERFORM 0240-GRAVAR-AUDITORIA
               MOVE "M" TO WK-CLI-ACAO
