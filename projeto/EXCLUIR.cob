       77  WK-CLI-RC               PIC X(02) VALUE SPACES.
      *---> OPERADOR LOGADO NO MAIN (PARA ESTAMPAR O REGISTRO)
           COPY "OPERADOR.cpy".

      *---> JORNAL DO CLIENTES (IMAGEM POSTERIOR DE CADA GRAVACAO)
       01  WK-JOR-OPERACAO          PIC X(01) VALUE SPACES.
       01  WK-JOR-PROGRAMA          PIC X(10) VALUE "EXCLUIR".

      *---> PEDIDO DE CASCATA PARA OS VINCULOS DO CLIENTE NOS OUTROS
      *     SISTEMAS -- CONTAS, AGENDADOS, PONTOS (SUBPROGRAMA CASCPED)
       77  WK-CAS-TIPO             PIC X(01) VALUE SPACES.
       77  WK-CAS-ORIGEM           PIC X(10) VALUE "EXCLUIR".
       77  WK-CAS-RC               PIC X(02) VALUE SPACES.
       77  WK-OPCAO                PIC X     VALUE SPACES.
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.
           REWRITE REG-CLIENTES.
           EVALUATE TRUE
               WHEN FS-CLIENTES = "00"
                   MOVE "A" TO WK-JOR-OPERACAO
                   CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                                       REG-CLIENTES
                   MOVE "DESATIVACAO" TO WK-OPERACAO-AUDIT
                   PERFORM 0510-GRAVAR-AUDITORIA
                   MOVE "D" TO WK-CAS-TIPO
                   CALL "CASCPED" USING WK-CAS-TIPO REG-TELEFONE
                                        REG-CPF WK-CAS-ORIGEM
                                        WK-OPERADOR-LOGADO WK-CAS-RC
                   DISPLAY "CLIENTE DESATIVADO!"
                           FOREGROUND-COLOR 2 AT 1045
               WHEN FS-CLIENTES = "51" OR "61" OR "99"
