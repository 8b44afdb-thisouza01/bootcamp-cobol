      * Date:09/06/2025
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  MODULO DE CONSULTA
      *     No detalhe do cliente, a tecla 'D' abre os documentos do
      *     cliente (DOCUMENTOS).
      *     Na reativacao, oferece desfazer as suspensoes da cascata
      *     da saida do cliente (pedido "R" ao CASCPED).
      *     Com lote em execucao (WK-SO-CONSULTA) nao ha reativacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *---> OPERADOR/FILIAL LOGADOS NO MAIN (FILTRO POR FILIAL)
           COPY "OPERADOR.cpy".

      *---> JORNAL DO CLIENTES (IMAGEM POSTERIOR DE CADA GRAVACAO)
       01  WK-JOR-OPERACAO          PIC X(01) VALUE SPACES.
       01  WK-JOR-PROGRAMA          PIC X(10) VALUE "CONSULTA".

      *---> PEDIDO DE CASCATA PARA DESFAZER AS SUSPENSOES FEITAS NA
      *     DESATIVACAO (SUBPROGRAMA CASCPED)
       77  WK-CAS-TIPO             PIC X(01) VALUE SPACES.
       77  WK-CAS-ORIGEM           PIC X(10) VALUE "CONSULTA".
       77  WK-CAS-RC               PIC X(02) VALUE SPACES.

      *---> REGISTRO DO ACESSO DE LEITURA (SUBPROGRAMA ACESSLOG):
      *     CADA REGISTRO EXIBIDO VIRA UMA LINHA NO ACESSLOG.TXT
       77  WK-ACE-TELEFONE         PIC 9(09) VALUE ZEROS.
           IF REG-END-LOGRADOURO NOT EQUAL SPACES
               DISPLAY SS-ENDERECO
           END-IF.
      *---> DURANTE A JANELA DE LOTE A REATIVACAO ESPERA O FIM
           IF CLIENTE-INATIVO AND WK-SO-CONSULTA EQUAL "S"
               DISPLAY "CLIENTE INATIVO - REATIVACAO SO APOS O LOTE"
                   FOREGROUND-COLOR 4 AT 1520
           END-IF.
           IF CLIENTE-INATIVO AND WK-SO-CONSULTA NOT EQUAL "S"
               DISPLAY "CLIENTE INATIVO. REATIVAR? (S/N): "
                   FOREGROUND-COLOR 2 AT 1520
               ACCEPT WK-TECLA AT 1555
                   MOVE FUNCTION CURRENT-DATE(1:8) TO REG-DATA-STATUS
                   MOVE SPACES TO REG-MOTIVO-STATUS
                   REWRITE REG-CLIENTES
                   IF FS-CLIENTES EQUAL "00"
                       MOVE "A" TO WK-JOR-OPERACAO
                       CALL "JORNAL" USING WK-JOR-OPERACAO
                                           WK-JOR-PROGRAMA REG-CLIENTES
                   END-IF
                   MOVE "CLIENTE REATIVADO!" TO WK-ABEND-MESSAGE
                   SET SEVERIDADE-INFO TO TRUE
                   CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
                   ACCEPT MOSTRA-ERRO
                   IF FS-CLIENTES EQUAL "00"
                       DISPLAY "DESFAZER SUSPENSOES DA CASCATA? (S/N): "
                           FOREGROUND-COLOR 2 AT 1520
                       ACCEPT WK-TECLA AT 1560
                       IF FUNCTION UPPER-CASE(WK-TECLA) EQUAL "S"
                           MOVE "R" TO WK-CAS-TIPO
                           CALL "CASCPED" USING WK-CAS-TIPO REG-TELEFONE
                                            REG-CPF WK-CAS-ORIGEM
                                            WK-OPERADOR-LOGADO WK-CAS-RC
                       END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY "OUTRO 'ENTER', DOCUMENTOS 'D' SENAO 'X': "
           FOREGROUND-COLOR 2 AT 1420.
           ACCEPT WK-TECLA AT 1462.
           IF FUNCTION UPPER-CASE(WK-TECLA) EQUAL "D"
               CALL "DOCUMENTOS" USING REG-TELEFONE REG-CPF REG-NOME
               MOVE SPACES TO WK-TECLA
           END-IF.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
