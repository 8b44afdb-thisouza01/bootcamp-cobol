      *---> OPERADOR LOGADO NO MAIN (CARIMBADO NO HISTORICO)
           COPY "OPERADOR.cpy".

      *---> JORNAL DO CLIENTES (IMAGEM POSTERIOR DE CADA GRAVACAO)
       01  WK-JOR-OPERACAO          PIC X(01) VALUE SPACES.
       01  WK-JOR-PROGRAMA          PIC X(10) VALUE "MASSALT".

      *---> TELA
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.
           REWRITE REG-CLIENTES.
           IF FS-CLIENTES EQUAL "00"
               ADD 1 TO WK-QT-APLICADOS
               MOVE "A" TO WK-JOR-OPERACAO
               CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                                   REG-CLIENTES
               MOVE WK-CAMPO-NOME  TO WK-HIST-CAMPO
               MOVE WK-VALOR-ANTES TO WK-HIST-ANTES
               MOVE WK-VALOR-NOVO  TO WK-HIST-DEPOIS
           REWRITE REG-CLIENTES.
           IF FS-CLIENTES EQUAL "00"
               ADD 1 TO WK-QT-APLICADOS
               MOVE "A" TO WK-JOR-OPERACAO
               CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                                   REG-CLIENTES
               MOVE WK-DSF-CAMPO  TO WK-HIST-CAMPO
               MOVE WK-DSF-VALOR  TO WK-HIST-DEPOIS
               PERFORM 0425-GRAVAR-LINHA-HIST
