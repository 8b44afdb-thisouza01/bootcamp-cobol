      *          recebida soma no estoque e as divergencias ficam em
      *          recebimentos.txt. O estoque passa a se explicar por
      *          vendas que saem e recebimentos que entram.
      *          Cada item recebido abre um lote em lotes.txt (CODIGO;
      *          LOTE;VALIDADE;QTD RECEBIDA;SALDO;ENTRADA;SITUACAO;
      *          PEDIDO) com o lote e a validade da nota do fornecedor;
      *          o CAIXA-MERCADO baixa os lotes mais antigos primeiro e
      *          o LOTES-VALIDADE avisa os vencimentos e baixa os
      *          vencidos como perda.
      *          O custo unitario da nota de cada item recebido fica
      *          em custos.txt (CODIGO;CUSTO;DATA, o ultimo recebido),
      *          base da valorizacao a custo das quebras do inventario.
      *          O pedido leva o fornecedor do cadastro (FORNECEDORES,
      *          5o campo da linha "P") e o preco unitario combinado
      *          de cada item (5o campo da linha "L"); o recebimento
      *          grava em recebimentos.txt uma linha por item, com
      *          "OK" ou "DIVERGENTE" no fim, que o CONTAS-PAGAR usa
      *          para conferir a nota do fornecedor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT REPOSICAO ASSIGN TO "C:\teste\reposicao.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-REPOSICAO.

           SELECT LOTES ASSIGN TO "C:\teste\lotes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-LOTES.

           SELECT CUSTOS ASSIGN TO "C:\teste\custos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CUSTOS.

           SELECT FORNECEDORES ASSIGN TO "C:\teste\fornecedores.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FORNECEDORES.
      ******************************************************************
       DATA                    DIVISION.
      *
      *
       FD  REPOSICAO.
       01  REG-REPOSICAO               PIC X(80).
      *
       FD  LOTES.
       01  REG-LOTE                    PIC X(80).
      *
       FD  CUSTOS.
       01  REG-CUSTO                   PIC X(30).
      *
       FD  FORNECEDORES.
       01  REG-FORNECEDOR              PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-PRODUTOS         PIC X(02)           VALUE SPACES.
       77  FS-PEDIDOS          PIC X(02)           VALUE SPACES.
       77  FS-RECEBIMENTOS     PIC X(02)           VALUE SPACES.
       77  FS-REPOSICAO        PIC X(02)           VALUE SPACES.
       77  FS-LOTES            PIC X(02)           VALUE SPACES.
       77  FS-CUSTOS           PIC X(02)           VALUE SPACES.
       77  FS-FORNECEDORES     PIC X(02)           VALUE SPACES.

       77  WS-OPCAO            PIC 9               VALUE ZEROS.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
           05 WS-CAT-VALOR     PIC 9(04)V99.
           05 WS-CAT-ESTOQUE   PIC 9(04).
           05 WS-CAT-TIPO      PIC X(01).
           05 WS-CAT-CLASSE    PIC X(02).
           05 WS-CAT-SITUACAO  PIC X(01).
       01  WS-VALOR-LIDO-X     PIC X(06)           VALUE ZEROS.
       01  WS-VALOR-LIDO REDEFINES WS-VALOR-LIDO-X
                           PIC 9(04)V99.
       77  WS-PED-STATUS       PIC X(01)           VALUE SPACES.
       77  WS-PED-CODIGO       PIC X(05)           VALUE SPACES.
       77  WS-PED-QTD          PIC X(04)           VALUE SPACES.
       77  WS-PED-FORNEC       PIC X(04)           VALUE SPACES.

      *--> EDICAO DO PEDIDO/RECEBIMENTO
       77  WS-NUMERO-PEDIDO    PIC 9(04)           VALUE ZEROS.
       77  WS-NO-GRUPO         PIC X               VALUE "N".
       77  WS-QT-DIVERGENCIAS  PIC 9(03)           VALUE ZEROS.
       77  WS-QT-NO-PEDIDO     PIC 9(03)           VALUE ZEROS.

      *--> LOTE DO ITEM RECEBIDO: SEM NUMERO DE LOTE NA NOTA, O LOTE
      *    LEVA O NUMERO DO PEDIDO; SEM VALIDADE (NAO PERECIVEL) VAI
      *    99999999 E O LOTE NUNCA VENCE
       77  WS-LOTE-NUMERO      PIC X(10)           VALUE SPACES.
       77  WS-LOTE-VALIDADE-X  PIC X(08)           VALUE SPACES.
       77  WS-LOTE-VALIDADE    PIC 9(08)           VALUE ZEROS.

      *--> ULTIMO CUSTO DE ENTRADA POR PRODUTO (ARQUIVO INTEIRO EM
      *    MEMORIA, REGRAVADO A CADA CUSTO INFORMADO)
       77  WS-QTD-CUSTOS       PIC 9(02)           VALUE ZEROS.
       77  WS-IND-CUSTO        PIC 9(02)           VALUE ZEROS.
       77  WS-CUSTO-ACHADO     PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-CUSTOS       OCCURS 50 TIMES.
           05 WS-CUS-CODIGO    PIC X(05).
           05 WS-CUS-VALOR     PIC X(06).
           05 WS-CUS-DATA      PIC X(08).
       77  WS-CUSTO-ENT        PIC X(08)           VALUE SPACES.
       77  WS-CUSTO-UNIT       PIC 9(04)V99        VALUE ZEROS.

      *--> FORNECEDOR DO PEDIDO (CONFERIDO NO FORNECEDORES.TXT) E
      *    PRECO UNITARIO COMBINADO DO ITEM
       77  WS-FORNEC-ENT       PIC 9(04)           VALUE ZEROS.
       77  WS-FORNEC-NOME      PIC X(20)           VALUE SPACES.
       77  WS-FORNEC-LIDO      PIC X(04)           VALUE SPACES.
       77  WS-FORNEC-NOME-LIDO PIC X(20)           VALUE SPACES.
       77  WS-CNPJ-LIDO        PIC X(14)           VALUE SPACES.
       77  WS-PRECO-ENT        PIC X(08)           VALUE SPACES.
       77  WS-SITUACAO-ITEM    PIC X(10)           VALUE SPACES.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
                   ADD 1 TO WS-QTD-CATALOGO
                   MOVE ZEROS TO WS-VALOR-LIDO-X
                   MOVE SPACES TO WS-CAT-TIPO(WS-QTD-CATALOGO)
                                  WS-CAT-CLASSE(WS-QTD-CATALOGO)
                                  WS-CAT-SITUACAO(WS-QTD-CATALOGO)
                   UNSTRING REG-PRODUTO DELIMITED BY ";"
                       INTO WS-CAT-CODIGO(WS-QTD-CATALOGO)
                            WS-CAT-NOME(WS-QTD-CATALOGO)
                            WS-VALOR-LIDO-X
                            WS-CAT-ESTOQUE(WS-QTD-CATALOGO)
                            WS-CAT-TIPO(WS-QTD-CATALOGO)
                            WS-CAT-CLASSE(WS-QTD-CATALOGO)
                            WS-CAT-SITUACAO(WS-QTD-CATALOGO)
                   END-UNSTRING
                   MOVE WS-VALOR-LIDO
                           TO WS-CAT-VALOR(WS-QTD-CATALOGO)
                   IF WS-CAT-TIPO(WS-QTD-CATALOGO) NOT EQUAL "P"
                       MOVE "U" TO WS-CAT-TIPO(WS-QTD-CATALOGO)
                   END-IF
                   IF WS-CAT-CLASSE(WS-QTD-CATALOGO) EQUAL SPACES
                       MOVE "00" TO WS-CAT-CLASSE(WS-QTD-CATALOGO)
                   END-IF

                   READ PRODUTOS
                       AT END MOVE "S" TO WS-FIM-PRODUTOS
           PERFORM 0410-CARREGAR-PEDIDOS.
           COMPUTE WS-NUMERO-PEDIDO = WS-MAIOR-PEDIDO + 1.

           DISPLAY "CODIGO DO FORNECEDOR: ".
           ACCEPT WS-FORNEC-ENT.
           PERFORM 0430-CONFERIR-FORNECEDOR.
           IF WS-FORNEC-NOME EQUAL SPACES
               DISPLAY "FORNECEDOR NAO CADASTRADO - PEDIDO NAO GERADO"
               EXIT SECTION
           END-IF.
           DISPLAY "FORNECEDOR: " WS-FORNEC-NOME.

           OPEN EXTEND PEDIDOS.
           IF FS-PEDIDOS EQUAL "35"
               OPEN OUTPUT PEDIDOS
           STRING "P;" WS-NUMERO-PEDIDO
                  ";"  WS-DATA-HOJE
                  ";A"
                  ";"  WS-FORNEC-ENT
               DELIMITED BY SIZE INTO REG-PEDIDO
           END-STRING.
           WRITE REG-PEDIDO.
                       DISPLAY "QUANTIDADE A PEDIR: "
                       ACCEPT WS-QTD-ENT
                       IF WS-QTD-ENT GREATER THAN ZEROS
                           PERFORM 0440-LER-PRECO-COMBINADO
                           MOVE SPACES TO REG-PEDIDO
                           STRING "L;" WS-NUMERO-PEDIDO
                                  ";"  WS-CODIGO
                                  ";"  WS-QTD-ENT
                                  ";"  WS-VALOR-LIDO-X
                               DELIMITED BY SIZE INTO REG-PEDIDO
                           END-STRING
                           WRITE REG-PEDIDO
               END-IF
           END-PERFORM.
       0420-LOCALIZAR-NO-CATALOGO-FIM. EXIT.
      ******************************************************************
       0430-CONFERIR-FORNECEDOR SECTION.
       0431-CONFERIR-FORNECEDOR.
           MOVE SPACES TO WS-FORNEC-NOME.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ FORNECEDORES.
           PERFORM UNTIL FS-FORNECEDORES NOT EQUAL "00"
               MOVE SPACES TO WS-FORNEC-LIDO WS-FORNEC-NOME-LIDO
               UNSTRING REG-FORNECEDOR DELIMITED BY ";"
                   INTO WS-FORNEC-LIDO WS-CNPJ-LIDO
                        WS-FORNEC-NOME-LIDO
               END-UNSTRING
               IF FUNCTION NUMVAL(WS-FORNEC-LIDO) EQUAL WS-FORNEC-ENT
                   MOVE WS-FORNEC-NOME-LIDO TO WS-FORNEC-NOME
               END-IF
               READ FORNECEDORES
           END-PERFORM.
           CLOSE FORNECEDORES.
       0430-CONFERIR-FORNECEDOR-FIM. EXIT.
      ******************************************************************
      *--> PRECO COMBINADO FICA EM WS-VALOR-LIDO-X; VAZIO OU INVALIDO
      *    GRAVA ZEROS (ITEM SEM PRECO A CONFERIR NA NOTA)
       0440-LER-PRECO-COMBINADO SECTION.
       0441-LER-PRECO-COMBINADO.
           MOVE ZEROS TO WS-VALOR-LIDO.
           DISPLAY "PRECO UNITARIO COMBINADO (EX 12,50): ".
           MOVE SPACES TO WS-PRECO-ENT.
           ACCEPT WS-PRECO-ENT.
           IF WS-PRECO-ENT EQUAL SPACES
               EXIT SECTION
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-PRECO-ENT) NOT EQUAL ZEROS
               DISPLAY "PRECO INVALIDO - ITEM SEM PRECO COMBINADO"
               EXIT SECTION
           END-IF.
           COMPUTE WS-VALOR-LIDO = FUNCTION NUMVAL(WS-PRECO-ENT).
       0440-LER-PRECO-COMBINADO-FIM. EXIT.
      ******************************************************************
      *--> ENTRADA DE MERCADORIA: CONFERE ITEM A ITEM A ENTREGA
      *    CONTRA O PEDIDO ABERTO -- A QUANTIDADE RECEBIDA SOMA NO
      *    ESTOQUE (MESMO DIVERGENTE, O QUE CHEGOU E O QUE EXISTE) E
      *    CADA ITEM FICA EM RECEBIMENTOS.TXT; O PEDIDO VIRA "R".
       0500-RECEBER-MERCADORIA SECTION.
       0501-RECEBER-MERCADORIA.
           DISPLAY "NUMERO DO PEDIDO RECEBIDO: ".
                   UNTIL WS-IND-PED GREATER THAN WS-QTD-PED
               IF WS-PED-LINHA(WS-IND-PED)(1:2) EQUAL "P;"
                   MOVE SPACES TO WS-PED-NUMERO WS-PED-DATA
                                  WS-PED-STATUS WS-PED-FORNEC
                   UNSTRING WS-PED-LINHA(WS-IND-PED)
                           DELIMITED BY ";"
                       INTO WS-PED-TIPO WS-PED-NUMERO WS-PED-DATA
                            WS-PED-STATUS WS-PED-FORNEC
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-PED-NUMERO) EQUAL
                                               WS-NUMERO-PEDIDO
                       STRING "P;" WS-PED-NUMERO
                              ";"  WS-PED-DATA
                              ";R"
                              ";"  WS-PED-FORNEC
                           DELIMITED BY SIZE
                           INTO WS-PED-LINHA(WS-IND-PED)
                       END-STRING
               ADD WS-QTD-RECEBIDA
                       TO WS-CAT-ESTOQUE(WS-IND-ACHADO)
               MOVE "S" TO WS-CATALOGO-MUDOU
               PERFORM 0530-GRAVAR-LOTE
               PERFORM 0540-GRAVAR-CUSTO
           END-IF.

           IF WS-QTD-RECEBIDA NOT EQUAL
                               FUNCTION NUMVAL(WS-PED-QTD)
               ADD 1 TO WS-QT-DIVERGENCIAS
               MOVE "DIVERGENTE" TO WS-SITUACAO-ITEM
           ELSE
               MOVE "OK" TO WS-SITUACAO-ITEM
           END-IF.
           PERFORM 0520-GRAVAR-RECEBIMENTO.
       0510-CONFERIR-ITEM-FIM. EXIT.
      ******************************************************************
      *--> LOTE NOVO COM TODO O RECEBIDO EM SALDO E SITUACAO "A"
       0530-GRAVAR-LOTE        SECTION.
       0531-GRAVAR-LOTE.
           DISPLAY "LOTE DO FORNECEDOR (VAZIO = NUMERO DO PEDIDO): ".
           MOVE SPACES TO WS-LOTE-NUMERO.
           ACCEPT WS-LOTE-NUMERO.
           IF WS-LOTE-NUMERO EQUAL SPACES
               STRING "PED" WS-NUMERO-PEDIDO
                   DELIMITED BY SIZE INTO WS-LOTE-NUMERO
               END-STRING
           END-IF.

           MOVE ZEROS TO WS-LOTE-VALIDADE.
           PERFORM UNTIL WS-LOTE-VALIDADE GREATER THAN ZEROS
               DISPLAY "VALIDADE (AAAAMMDD, VAZIO = NAO PERECIVEL): "
               MOVE SPACES TO WS-LOTE-VALIDADE-X
               ACCEPT WS-LOTE-VALIDADE-X
               EVALUATE TRUE
                   WHEN WS-LOTE-VALIDADE-X EQUAL SPACES
                       MOVE 99999999 TO WS-LOTE-VALIDADE
                   WHEN WS-LOTE-VALIDADE-X IS NUMERIC
                       MOVE WS-LOTE-VALIDADE-X TO WS-LOTE-VALIDADE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-LOTE-VALIDADE)
                               NOT EQUAL ZEROS
                           DISPLAY "DATA INVALIDA"
                           MOVE ZEROS TO WS-LOTE-VALIDADE
                       END-IF
                   WHEN OTHER
                       DISPLAY "DATA INVALIDA"
               END-EVALUATE
           END-PERFORM.
           IF WS-LOTE-VALIDADE LESS THAN WS-DATA-HOJE
               DISPLAY "ATENCAO: LOTE RECEBIDO JA VENCIDO - SERA "
                       "BAIXADO COMO PERDA NO LOTES-VALIDADE"
           END-IF.

           OPEN EXTEND LOTES.
           IF FS-LOTES EQUAL "35"
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN EXTEND LOTES
           END-IF.
           MOVE SPACES TO REG-LOTE.
           STRING WS-CODIGO
                  ";" WS-LOTE-NUMERO
                  ";" WS-LOTE-VALIDADE
                  ";" WS-QTD-RECEBIDA
                  ";" WS-QTD-RECEBIDA
                  ";" WS-DATA-HOJE
                  ";A"
                  ";" WS-NUMERO-PEDIDO
               DELIMITED BY SIZE INTO REG-LOTE
           END-STRING.
           WRITE REG-LOTE.
           CLOSE LOTES.
       0530-GRAVAR-LOTE-FIM.   EXIT.
      ******************************************************************
      *--> CUSTO UNITARIO DA NOTA: SUBSTITUI O ULTIMO CUSTO DO PRODUTO
      *    EM CUSTOS.TXT; VAZIO MANTEM O CUSTO ANTERIOR
       0540-GRAVAR-CUSTO       SECTION.
       0541-GRAVAR-CUSTO.
           DISPLAY "CUSTO UNITARIO DA NOTA (VAZIO = MANTEM): ".
           MOVE SPACES TO WS-CUSTO-ENT.
           ACCEPT WS-CUSTO-ENT.
           IF WS-CUSTO-ENT EQUAL SPACES
               EXIT SECTION
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-CUSTO-ENT) NOT EQUAL ZEROS
               DISPLAY "CUSTO INVALIDO - MANTIDO O ANTERIOR"
               EXIT SECTION
           END-IF.
           COMPUTE WS-CUSTO-UNIT = FUNCTION NUMVAL(WS-CUSTO-ENT).

           MOVE ZEROS TO WS-QTD-CUSTOS WS-CUSTO-ACHADO.
           OPEN INPUT CUSTOS.
           IF FS-CUSTOS EQUAL "00"
               READ CUSTOS
               PERFORM UNTIL FS-CUSTOS NOT EQUAL "00"
                          OR WS-QTD-CUSTOS EQUAL 50
                   ADD 1 TO WS-QTD-CUSTOS
                   MOVE SPACES TO WS-TAB-CUSTOS(WS-QTD-CUSTOS)
                   UNSTRING REG-CUSTO DELIMITED BY ";"
                       INTO WS-CUS-CODIGO(WS-QTD-CUSTOS)
                            WS-CUS-VALOR(WS-QTD-CUSTOS)
                            WS-CUS-DATA(WS-QTD-CUSTOS)
                   END-UNSTRING
                   IF WS-CUS-CODIGO(WS-QTD-CUSTOS) EQUAL WS-CODIGO
                       MOVE WS-QTD-CUSTOS TO WS-CUSTO-ACHADO
                   END-IF
                   READ CUSTOS
               END-PERFORM
               CLOSE CUSTOS
           END-IF.

           IF WS-CUSTO-ACHADO EQUAL ZEROS
               IF WS-QTD-CUSTOS EQUAL 50
                   DISPLAY "TABELA DE CUSTOS CHEIA - CUSTO NAO GRAVADO"
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-CUSTOS
               MOVE WS-QTD-CUSTOS TO WS-CUSTO-ACHADO
               MOVE WS-CODIGO TO WS-CUS-CODIGO(WS-CUSTO-ACHADO)
           END-IF.
           MOVE WS-CUSTO-UNIT TO WS-VALOR-LIDO.
           MOVE WS-VALOR-LIDO-X TO WS-CUS-VALOR(WS-CUSTO-ACHADO).
           MOVE WS-DATA-HOJE TO WS-CUS-DATA(WS-CUSTO-ACHADO).

           OPEN OUTPUT CUSTOS.
           PERFORM VARYING WS-IND-CUSTO FROM 1 BY 1
                   UNTIL WS-IND-CUSTO GREATER THAN WS-QTD-CUSTOS
               MOVE SPACES TO REG-CUSTO
               STRING WS-CUS-CODIGO(WS-IND-CUSTO)
                      ";" WS-CUS-VALOR(WS-IND-CUSTO)
                      ";" WS-CUS-DATA(WS-IND-CUSTO)
                   DELIMITED BY SIZE INTO REG-CUSTO
               END-STRING
               WRITE REG-CUSTO
           END-PERFORM.
           CLOSE CUSTOS.
       0540-GRAVAR-CUSTO-FIM.  EXIT.
      ******************************************************************
      *--> UMA LINHA POR ITEM RECEBIDO; AS LINHAS ANTIGAS (SO
      *    DIVERGENCIAS, SEM O 6o CAMPO) CONTINUAM VALENDO COMO
      *    DIVERGENTES
       0520-GRAVAR-RECEBIMENTO SECTION.
       0521-GRAVAR-RECEBIMENTO.
           OPEN EXTEND RECEBIMENTOS.
           IF FS-RECEBIMENTOS EQUAL "35"
               OPEN OUTPUT RECEBIMENTOS
                  ";ITEM "   WS-PED-CODIGO
                  ";PEDIDO=" WS-PED-QTD
                  ";RECEBIDO=" WS-QTD-RECEBIDA
                  ";" WS-SITUACAO-ITEM
               DELIMITED BY SIZE INTO REG-RECEBIMENTO
           END-STRING.
           WRITE REG-RECEBIMENTO.
           CLOSE RECEBIMENTOS.
       0520-GRAVAR-RECEBIMENTO-FIM. EXIT.
      ******************************************************************
       0600-LISTAR-PEDIDOS     SECTION.
       0601-LISTAR-PEDIDOS.
                      ";" WS-CAT-VALOR(WS-IND-CAT)
                      ";" WS-CAT-ESTOQUE(WS-IND-CAT)
                      ";" WS-CAT-TIPO(WS-IND-CAT)
                      ";" WS-CAT-CLASSE(WS-IND-CAT)
                      ";" WS-CAT-SITUACAO(WS-IND-CAT)
                   DELIMITED BY SIZE INTO REG-PRODUTO
               END-STRING
               WRITE REG-PRODUTO
