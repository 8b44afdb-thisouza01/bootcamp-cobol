      *     cada pedido aqui. So na confirmacao o registro vai para a
      *     lixeira e o DELETE/REWRITE acontece, com solicitante e
      *     aprovador estampados na fila e na auditoria.
      *     A exclusao efetivada pede a cascata dos vinculos do
      *     cliente nos outros sistemas (CASCPED).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *---> OPERADOR LOGADO NO MAIN (O APROVADOR)
           COPY "OPERADOR.cpy".

      *---> JORNAL DO CLIENTES (IMAGEM POSTERIOR DE CADA GRAVACAO)
       01  WK-JOR-OPERACAO          PIC X(01) VALUE SPACES.
       01  WK-JOR-PROGRAMA          PIC X(10) VALUE "APROVACAO".

      *---> PEDIDO DE CASCATA PARA OS VINCULOS DO CLIENTE NOS OUTROS
      *     SISTEMAS -- CONTAS, AGENDADOS, PONTOS (SUBPROGRAMA CASCPED)
       77  WK-CAS-TIPO             PIC X(01) VALUE SPACES.
       77  WK-CAS-ORIGEM           PIC X(10) VALUE "APROVACAO".
       77  WK-CAS-RC               PIC X(02) VALUE SPACES.

      *---> TELA
       77  WK-OPCAO                PIC X     VALUE SPACES.
       77  WK-TECLA                PIC X     VALUE SPACES.
           PERFORM 0540-GRAVAR-LIXEIRA.
           DELETE CLIENTES.
           IF FS-CLIENTES EQUAL "00"
               MOVE "E" TO WK-JOR-OPERACAO
               CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                                   REG-CLIENTES
               MOVE "D" TO WK-CLI-ACAO
               CALL "CTRLCLI" USING WK-CLI-ACAO WK-CLI-QTD
                                    WK-CLI-FLAG WK-CLI-RC
               MOVE "X" TO WK-CAS-TIPO
               CALL "CASCPED" USING WK-CAS-TIPO REG-TELEFONE REG-CPF
                                    WK-CAS-ORIGEM WK-OPERADOR-LOGADO
                                    WK-CAS-RC
               MOVE "S" TO WK-EXEC-OK
               DISPLAY "REGISTRO EXCLUIDO!" FOREGROUND-COLOR 2 AT 2205
               ACCEPT WK-TECLA AT 2225
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.
           MOVE "E" TO WK-JOR-OPERACAO.
           CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                               REG-CLIENTES.
           MOVE "D" TO WK-CLI-ACAO.
           CALL "CTRLCLI" USING WK-CLI-ACAO WK-CLI-QTD
                                WK-CLI-FLAG WK-CLI-RC.
           MOVE WK-OPERADOR-LOGADO TO REG-ULT-OPERADOR.
           REWRITE REG-CLIENTES.
           IF FS-CLIENTES EQUAL "00"
               MOVE "A" TO WK-JOR-OPERACAO
               CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                                   REG-CLIENTES
               MOVE "S" TO WK-EXEC-OK
               DISPLAY "REGISTROS FUNDIDOS!" FOREGROUND-COLOR 2
                   AT 2205
