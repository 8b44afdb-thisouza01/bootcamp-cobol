      *---> OPERADOR LOGADO NO MAIN (PARA ESTAMPAR O REGISTRO)
           COPY "OPERADOR.cpy".

      *---> JORNAL DO CLIENTES (IMAGEM POSTERIOR DE CADA GRAVACAO)
       01  WK-JOR-OPERACAO          PIC X(01) VALUE SPACES.
       01  WK-JOR-PROGRAMA          PIC X(10) VALUE "TROCATEL".

      *---> TELA
       77  WK-OPCAO                PIC X     VALUE SPACES.
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-TEL-ANTIGO            PIC 9(09) VALUE ZEROS.
       77  WK-TEL-NOVO              PIC 9(09) VALUE ZEROS.

      *---> MARCAS DE DEVOLUCAO (SUBPROGRAMA DEVOLCTL) ACOMPANHAM O
      *     CLIENTE PARA O TELEFONE NOVO
       77  WK-DEV-ACAO             PIC X(01) VALUE SPACES.
       77  WK-DEV-TIPO             PIC X(01) VALUE SPACES.
       77  WK-DEV-RC               PIC X(02) VALUE SPACES.

      *---> VALIDACAO DE DDD DO NUMERO NOVO (MESMA TABELA DO INCLUIR)
       77  WK-DDD                  PIC 9(02) VALUE ZEROS.
       77  WK-DDD-VALIDO           PIC X     VALUE "N".
                   ACCEPT MOSTRA-ERRO
                   EXIT SECTION
           END-WRITE.
           MOVE "I" TO WK-JOR-OPERACAO.
           CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                               REG-CLIENTES.

           MOVE WK-TEL-ANTIGO TO REG-TELEFONE.
           DELETE CLIENTES.
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.
           MOVE "E" TO WK-JOR-OPERACAO.
           CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                               REG-CLIENTES.

           PERFORM 0400-GRAVAR-HISTORICO.

           IF WK-MODO-TREINO NOT EQUAL "S"
               MOVE "T" TO WK-DEV-ACAO
               CALL "DEVOLCTL" USING WK-DEV-ACAO WK-TEL-ANTIGO
                                     WK-DEV-TIPO WK-TEL-NOVO
                                     WK-DEV-RC
           END-IF.

           DISPLAY "TELEFONE PRINCIPAL TROCADO!" FOREGROUND-COLOR 2
               AT 1510.
           ACCEPT WK-TECLA AT 1540.
