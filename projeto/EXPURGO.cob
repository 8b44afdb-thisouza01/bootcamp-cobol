      *     REG-DATA-STATUS (ultima mudanca de status); registros
      *     antigos sem essa data usam REG-DATA-CADASTRO. Um resumo
      *     do que foi expurgado sai em expurgo.txt. Roda na cadeia
      *     NOTURNO. Cada expurgo pede a cascata dos vinculos do
      *     cliente nos outros sistemas (CASCPED).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       77  WK-CLI-FLAG             PIC X(01) VALUE SPACES.
       77  WK-CLI-RC               PIC X(02) VALUE SPACES.

      *---> JORNAL DO CLIENTES (IMAGEM POSTERIOR DE CADA GRAVACAO)
       01  WK-JOR-OPERACAO          PIC X(01) VALUE SPACES.
       01  WK-JOR-PROGRAMA          PIC X(10) VALUE "EXPURGO".

      *---> PEDIDO DE CASCATA PARA OS VINCULOS DO CLIENTE NOS OUTROS
      *     SISTEMAS -- CONTAS, AGENDADOS, PONTOS (SUBPROGRAMA CASCPED)
       77  WK-CAS-TIPO             PIC X(01) VALUE SPACES.
       77  WK-CAS-ORIGEM           PIC X(10) VALUE "EXPURGO".
       77  WK-CAS-RC               PIC X(02) VALUE SPACES.

      *---> JANELA DE RETENCAO EM MESES (EXPURGO_MESES, PADRAO 24)
       77  WK-MESES-ENV             PIC X(03) VALUE SPACES.
       77  WK-MESES-RETENCAO        PIC 9(03) VALUE 024.
           DELETE CLIENTES.
           IF FS-CLIENTES EQUAL "00"
               ADD 1 TO WK-QT-EXPURGADOS
               MOVE "E" TO WK-JOR-OPERACAO
               CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                                   REG-CLIENTES
               MOVE "D" TO WK-CLI-ACAO
               CALL "CTRLCLI" USING WK-CLI-ACAO WK-CLI-QTD
                                    WK-CLI-FLAG WK-CLI-RC
               MOVE "X" TO WK-CAS-TIPO
               CALL "CASCPED" USING WK-CAS-TIPO REG-TELEFONE REG-CPF
                                    WK-CAS-ORIGEM WK-OPERADOR-LOTE
                                    WK-CAS-RC
               PERFORM 0330-GRAVAR-RESUMO
           ELSE
               MOVE "ERRO AO EXPURGAR REGISTRO" TO WK-ABEND-MESSAGE
