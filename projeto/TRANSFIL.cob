      *---> OPERADOR E FILIAL LOGADOS NO MAIN
           COPY "OPERADOR.cpy".

      *---> JORNAL DO CLIENTES (IMAGEM POSTERIOR DE CADA GRAVACAO)
       01  WK-JOR-OPERACAO          PIC X(01) VALUE SPACES.
       01  WK-JOR-PROGRAMA          PIC X(10) VALUE "TRANSFIL".

      *---> TELA
       77  WK-OPCAO                PIC X     VALUE SPACES.
       77  WK-TECLA                PIC X     VALUE SPACES.
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.
           MOVE "A" TO WK-JOR-OPERACAO.
           CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                               REG-CLIENTES.

           MOVE "A" TO WK-TRF-STATUS.
           PERFORM 0420-REGRAVAR-DECISAO.
