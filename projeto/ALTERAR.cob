       77  WK-CLI-FLAG             PIC X(01) VALUE SPACES.
       77  WK-CLI-RC               PIC X(02) VALUE SPACES.

      *---> MARCAS DE DEVOLUCAO (SUBPROGRAMA DEVOLCTL): CORRIGIR O
      *     ENDERECO OU O EMAIL DEVOLVIDO TIRA A MARCA
       77  WK-DEV-ACAO             PIC X(01) VALUE SPACES.
       77  WK-DEV-TIPO             PIC X(01) VALUE SPACES.
       77  WK-DEV-NOVO-TEL         PIC 9(09) VALUE ZEROS.
       77  WK-DEV-RC               PIC X(02) VALUE SPACES.

      *---> OPERADOR LOGADO NO MAIN (PARA ESTAMPAR O REGISTRO)
           COPY "OPERADOR.cpy".

      *---> JORNAL DO CLIENTES (IMAGEM POSTERIOR DE CADA GRAVACAO)
       01  WK-JOR-OPERACAO          PIC X(01) VALUE SPACES.
       01  WK-JOR-PROGRAMA          PIC X(10) VALUE "ALTERAR".

      *---> LINHA DE AUDITORIA DA OPERACAO (FORMATO DO EXCLUIR 0510)
       01  FS-AUDITORIA             PIC X(02) VALUE SPACES.
       01  WK-AUDITORIA-PATH        PIC X(100)
               MOVE WK-OPERADOR-LOGADO TO REG-ULT-OPERADOR
               REWRITE REG-CLIENTES
               IF FS-CLIENTES EQUAL "00"
                   MOVE "A" TO WK-JOR-OPERACAO
                   CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                                       REG-CLIENTES
                   PERFORM 0420-GRAVAR-HISTORICO
                   PERFORM 0440-LIMPAR-DEVOLUCAO
                   MOVE "ALTERACAO" TO WK-OPERACAO-AUDIT
                   PERFORM 0430-GRAVAR-AUDITORIA
                   DISPLAY "REGISTRO ALTERADO!" FOREGROUND-COLOR 2
           END-PERFORM.
       0420-GRAVAR-HISTORICO-FIM. EXIT.
      ******************************************************************
      *---> ENDERECO OU EMAIL MUDOU: SE ESTAVA MARCADO COMO DEVOLVIDO
      *     (LOTE DEVOLUCAO), A MARCA CAI E O CLIENTE VOLTA A RECEBER
      *     ETIQUETA E CAMPANHA. NO TREINO A MARCA REAL NAO E TOCADA.
       0440-LIMPAR-DEVOLUCAO   SECTION.
           IF WK-MODO-TREINO EQUAL "S"
               EXIT SECTION
           END-IF.

           MOVE "L" TO WK-DEV-ACAO.
           IF REG-ENDERECO NOT EQUAL WK-END-ANTIGO
               MOVE "C" TO WK-DEV-TIPO
               CALL "DEVOLCTL" USING WK-DEV-ACAO REG-TELEFONE
                                     WK-DEV-TIPO WK-DEV-NOVO-TEL
                                     WK-DEV-RC
           END-IF.
           IF REG-EMAIL NOT EQUAL WK-EMAIL-ANTIGO
               MOVE "E" TO WK-DEV-TIPO
               CALL "DEVOLCTL" USING WK-DEV-ACAO REG-TELEFONE
                                     WK-DEV-TIPO WK-DEV-NOVO-TEL
                                     WK-DEV-RC
           END-IF.
       0440-LIMPAR-DEVOLUCAO-FIM. EXIT.
      ******************************************************************
      *---> MONTA E GRAVA A LINHA DE HISTORICO EM POSICOES FIXAS
      *     (DATA/HORA, TELEFONE, OPERADOR, CAMPO, ANTES, DEPOIS), O
      *     LAYOUT QUE O HISTCONS LE DE VOLTA.
