      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Inventario fisico do mercado
      *          O estoque do produtos.txt so anda por venda, devolucao,
      *          recebimento e cancelamento; ninguem conferia com a
      *          prateleira e furto/quebra viravam estoque fantasma.
      *          Ciclo da contagem, por secao (faixa de codigos):
      *          1 - congela a folha: guarda o estoque do sistema de
      *              cada produto no momento e imprime a folha cega
      *              (folhacontagem.txt, sem o estoque do sistema);
      *          2 - lanca as quantidades contadas (pode ser em varias
      *              vezes; cada linha guarda a hora do lancamento);
      *          3 - confirmacao do supervisor (mesma credencial do
      *              cancelamento do caixa) e postagem: o esperado e o
      *              congelado menos o vendido entre o congelamento e a
      *              contagem do item (vendas.txt, descontadas as
      *              devolucoes e os cancelamentos do periodo); a
      *              diferenca entra no produtos.txt e nos lotes, com
      *              uma linha por produto em ajustesestoque.txt;
      *          4 - relatorio de quebras (quebrasestoque.txt) por
      *              folha e por produto, valorizado a custo (ultimo
      *              custo de entrada do custos.txt) ou a preco de
      *              venda.
      *          inventario.txt: linha "F;NUMERO;DATA;HORA;STATUS;SECAO;
      *          CODIGO DE;CODIGO ATE;POSTAGEM;SUPERVISOR" (STATUS "A"
      *          aberta, "P" postada) + uma "L;NUMERO;CODIGO;CONGELADO;
      *          CONTADO;MOMENTO DA CONTAGEM;VENDIDO;DIFERENCA;PRECO;
      *          CUSTO" por produto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. INVENTARIO-MERCADO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO "C:\teste\produtos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PRODUTOS.

           SELECT VENDAS ASSIGN TO "C:\teste\vendas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-VENDAS.

           SELECT INVENTARIO ASSIGN TO "C:\teste\inventario.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-INVENTARIO.

           SELECT FOLHA ASSIGN TO "C:\teste\folhacontagem.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FOLHA.

           SELECT AJUSTES ASSIGN TO "C:\teste\ajustesestoque.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-AJUSTES.

           SELECT CUSTOS ASSIGN TO "C:\teste\custos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CUSTOS.

           SELECT LOTES ASSIGN TO "C:\teste\lotes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-LOTES.

           SELECT QUEBRAS ASSIGN TO "C:\teste\quebrasestoque.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-QUEBRAS.

      *--> CADASTRO DE OPERADORES DO SISTEMA PRINCIPAL: A POSTAGEM DA
      *    CONTAGEM EXIGE LOGIN+SENHA DE UM SUPERVISOR (MESMA
      *    CONFERENCIA DE HASH DO SIGN-ON DO MAIN)
           SELECT OPERADORES ASSIGN TO
                   "C:/projeto-bootcamp/operadores.dat"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS OPE-LOGIN
               FILE STATUS     IS FS-OPERADORES.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  PRODUTOS.
       01  REG-PRODUTO                 PIC X(100).
      *
       FD  VENDAS.
       01  REG-VENDA                   PIC X(100).
      *
       FD  INVENTARIO.
       01  REG-INVENTARIO              PIC X(100).
      *
       FD  FOLHA.
       01  REG-FOLHA                   PIC X(80).
      *
       FD  AJUSTES.
       01  REG-AJUSTE                  PIC X(80).
      *
       FD  CUSTOS.
       01  REG-CUSTO                   PIC X(30).
      *
       FD  LOTES.
       01  REG-LOTE                    PIC X(80).
      *
       FD  QUEBRAS.
       01  REG-QUEBRA                  PIC X(80).
      *
      *--> SO LOGIN, HASH DA SENHA, PERFIL E STATUS INTERESSAM; O
      *    RESTO DO REGISTRO DO CADASTRO DE OPERADORES FICA NO FILLER
       FD  OPERADORES.
       01  REG-OPERADOR.
           05 OPE-LOGIN                PIC X(10).
           05 OPE-SENHA-HASH           PIC 9(09).
           05 OPE-PERFIL               PIC X(01).
           05 OPE-STATUS               PIC X(01).
           05 FILLER                   PIC X(60).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-PRODUTOS         PIC X(02)           VALUE SPACES.
       77  FS-VENDAS           PIC X(02)           VALUE SPACES.
       77  FS-INVENTARIO       PIC X(02)           VALUE SPACES.
       77  FS-FOLHA            PIC X(02)           VALUE SPACES.
       77  FS-AJUSTES          PIC X(02)           VALUE SPACES.
       77  FS-CUSTOS           PIC X(02)           VALUE SPACES.
       77  FS-LOTES            PIC X(02)           VALUE SPACES.
       77  FS-QUEBRAS          PIC X(02)           VALUE SPACES.
       77  FS-OPERADORES       PIC X(02)           VALUE SPACES.

       77  WS-OPCAO            PIC 9               VALUE ZEROS.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-MOMENTO          PIC X(14)           VALUE SPACES.

      *--> CATALOGO EM MEMORIA (MESMO LAYOUT DO CAIXA-MERCADO)
       77  WS-QTD-CATALOGO     PIC 9(02)           VALUE ZEROS.
       77  WS-IND-CAT          PIC 9(02)           VALUE ZEROS.
       77  WS-IND-ACHADO       PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-CATALOGO     OCCURS 50 TIMES.
           05 WS-CAT-CODIGO    PIC X(05).
           05 WS-CAT-NOME      PIC A(20).
           05 WS-CAT-VALOR     PIC 9(04)V99.
           05 WS-CAT-ESTOQUE   PIC 9(04).
           05 WS-CAT-TIPO      PIC X(01).
           05 WS-CAT-CLASSE    PIC X(02).
           05 WS-CAT-SITUACAO  PIC X(01).
       01  WS-VALOR-LIDO-X     PIC X(06)           VALUE ZEROS.
       01  WS-VALOR-LIDO REDEFINES WS-VALOR-LIDO-X
                           PIC 9(04)V99.
       77  WS-CODIGO           PIC X(05)           VALUE SPACES.
       77  WS-NOME             PIC X(20)           VALUE SPACES.

      *--> INVENTARIO.TXT EM MEMORIA (REGRAVACAO INTEIRA DO ARQUIVO)
       77  WS-QTD-INV          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-INV          PIC 9(03)           VALUE ZEROS.
       77  WS-MAIOR-FOLHA      PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-INVENTARIO.
           05 WS-INV-LINHA     PIC X(100)          OCCURS 600 TIMES.

      *--> CAMPOS DESMONTADOS DAS LINHAS "F" E "L"
       77  WS-INV-TIPO         PIC X(01)           VALUE SPACES.
       77  WS-INV-NUMERO       PIC X(04)           VALUE SPACES.
       77  WS-INV-DATA         PIC X(08)           VALUE SPACES.
       77  WS-INV-HORA         PIC X(06)           VALUE SPACES.
       77  WS-INV-STATUS       PIC X(01)           VALUE SPACES.
       77  WS-INV-SECAO        PIC X(20)           VALUE SPACES.
       77  WS-INV-COD-DE       PIC X(05)           VALUE SPACES.
       77  WS-INV-COD-ATE      PIC X(05)           VALUE SPACES.
       77  WS-INV-POSTAGEM     PIC X(08)           VALUE SPACES.
       77  WS-INV-SUPERVISOR   PIC X(10)           VALUE SPACES.
       77  WS-INV-CODIGO       PIC X(05)           VALUE SPACES.
       77  WS-INV-CONGELADO    PIC X(04)           VALUE SPACES.
       77  WS-INV-CONTADO      PIC X(04)           VALUE SPACES.
       77  WS-INV-MOMENTO      PIC X(14)           VALUE SPACES.
       77  WS-INV-VENDIDO      PIC X(05)           VALUE SPACES.
       77  WS-INV-DIFERENCA    PIC X(05)           VALUE SPACES.
       77  WS-INV-PRECO        PIC X(06)           VALUE SPACES.
       77  WS-INV-CUSTO        PIC X(06)           VALUE SPACES.

      *--> QUANTIDADES COM SINAL GRAVADAS NO ARQUIVO ("+0003"/"-0003")
       01  WS-SINAL-X          PIC X(05)           VALUE SPACES.
       01  WS-SINAL REDEFINES WS-SINAL-X
                           PIC S9(04) SIGN LEADING SEPARATE.

      *--> FOLHA ESCOLHIDA, CABECALHO E LINHAS (WS-FOL-LINHA APONTA A
      *    LINHA DA TABELA DO ARQUIVO QUE SERA REMONTADA)
       77  WS-NUMERO-FOLHA     PIC 9(04)           VALUE ZEROS.
       77  WS-IND-F            PIC 9(03)           VALUE ZEROS.
       77  WS-ACHOU-FOLHA      PIC X               VALUE "N".
       77  WS-NO-GRUPO         PIC X               VALUE "N".
       77  WS-FOL-DATA         PIC X(08)           VALUE SPACES.
       77  WS-FOL-HORA         PIC X(06)           VALUE SPACES.
       77  WS-FOL-STATUS       PIC X(01)           VALUE SPACES.
       77  WS-FOL-SECAO        PIC X(20)           VALUE SPACES.
       77  WS-FOL-COD-DE       PIC X(05)           VALUE SPACES.
       77  WS-FOL-COD-ATE      PIC X(05)           VALUE SPACES.
       77  WS-FOL-POSTAGEM     PIC X(08)           VALUE SPACES.
       77  WS-FOL-SUPERVISOR   PIC X(10)           VALUE SPACES.
       77  WS-FOL-CONGELAMENTO PIC X(14)           VALUE SPACES.
       77  WS-QTD-FOL          PIC 9(02)           VALUE ZEROS.
       77  WS-IND-FOL          PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-FOLHA        OCCURS 50 TIMES.
           05 WS-FOL-LINHA     PIC 9(03).
           05 WS-FOL-CODIGO    PIC X(05).
           05 WS-FOL-CONGELADO PIC 9(04).
           05 WS-FOL-CONTADO   PIC X(04).
           05 WS-FOL-MOMENTO   PIC X(14).
           05 WS-FOL-VENDIDO   PIC S9(04).
           05 WS-FOL-DIFERENCA PIC S9(04).
           05 WS-FOL-PRECO     PIC 9(04)V99.
           05 WS-FOL-CUSTO     PIC 9(04)V99.

      *--> PRODUTOS JA EM FOLHA ABERTA NAO ENTRAM EM OUTRA
       77  WS-QTD-EM-CONTAGEM  PIC 9(03)           VALUE ZEROS.
       77  WS-IND-EM-CONTAGEM  PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-EM-CONTAGEM.
           05 WS-EMC-CODIGO    PIC X(05)           OCCURS 200 TIMES.
       77  WS-EM-CONTAGEM      PIC X               VALUE "N".
       77  WS-FOLHA-ABERTA     PIC X               VALUE "N".

      *--> ENTRADA DA CONTAGEM
       77  WS-CONTADO-ENT      PIC X(08)           VALUE SPACES.
       77  WS-CONTADO          PIC 9(04)           VALUE ZEROS.
       77  WS-QT-PENDENTES     PIC 9(02)           VALUE ZEROS.

      *--> POSTAGEM
       77  WS-ESPERADO         PIC S9(05)          VALUE ZEROS.
       77  WS-DIFERENCA        PIC S9(05)          VALUE ZEROS.
       77  WS-ESTOQUE-ANTES    PIC 9(04)           VALUE ZEROS.
       77  WS-ESTOQUE-NOVO     PIC S9(05)          VALUE ZEROS.
       77  WS-QT-AJUSTADOS     PIC 9(02)           VALUE ZEROS.
       77  WS-CATALOGO-MUDOU   PIC X               VALUE "N".

      *--> SUPERVISOR
       77  WS-SUP-LOGIN        PIC X(10)           VALUE SPACES.
       77  WS-SUP-SENHA        PIC X(10)           VALUE SPACES.
       77  WS-SUP-HASH         PIC 9(09)           VALUE ZEROS.
       77  WS-IDX-HASH         PIC 9(02)           VALUE ZEROS.
       77  WS-SUP-OK           PIC X               VALUE "N".

      *--> VENDIDO DURANTE A CONTAGEM: DEVOLUCOES ("R") E CANCELAMENTOS
      *    ("C") DO DIARIO, COM A DATA+HORA DA VENDA DE REFERENCIA E O
      *    MOMENTO EM QUE DEVOLVERAM O ESTOQUE
       77  WS-QTD-ESTORNOS     PIC 9(03)           VALUE ZEROS.
       77  WS-IND-ESTORNO      PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-ESTORNOS     OCCURS 200 TIMES.
           05 WS-ETN-TIPO      PIC X(01).
           05 WS-ETN-REF       PIC X(14).
           05 WS-ETN-CODIGO    PIC X(05).
           05 WS-ETN-MOMENTO   PIC X(14).
       77  WS-DIA-TIPO         PIC X(01)           VALUE SPACES.
       77  WS-DIA-CAMPO2       PIC X(20)           VALUE SPACES.
       77  WS-DIA-CAMPO3       PIC X(20)           VALUE SPACES.
       77  WS-DIA-CAMPO4       PIC X(20)           VALUE SPACES.
       77  WS-DIA-CAMPO5       PIC X(20)           VALUE SPACES.
       77  WS-MOM-VENDA        PIC X(14)           VALUE SPACES.
       77  WS-MOM-ESTORNO      PIC X(14)           VALUE SPACES.
       01  WS-QTD-LIDO-X       PIC X(06)           VALUE ZEROS.
       01  WS-QTD-LIDO REDEFINES WS-QTD-LIDO-X
                           PIC 9(03)V999.
       77  WS-QTD-MOV          PIC 9(04)           VALUE ZEROS.

      *--> ULTIMO CUSTO DE ENTRADA (GRAVADO PELO COMPRAS-MERCADO)
       77  WS-QTD-CUSTOS       PIC 9(02)           VALUE ZEROS.
       77  WS-IND-CUSTO        PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-CUSTOS       OCCURS 50 TIMES.
           05 WS-CUS-CODIGO    PIC X(05).
           05 WS-CUS-VALOR     PIC 9(04)V99.

      *--> LOTES (MESMO LAYOUT DO COMPRAS-MERCADO / CAIXA-MERCADO)
       77  WS-QTD-LOTES        PIC 9(03)           VALUE ZEROS.
       77  WS-IND-LOTE         PIC 9(03)           VALUE ZEROS.
       77  WS-LOTES-MUDOU      PIC X               VALUE "N".
       77  WS-LOTES-CHEIO      PIC X               VALUE "N".
       01  WS-TAB-LOTES        OCCURS 500 TIMES.
           05 WS-LOT-CODIGO    PIC X(05).
           05 WS-LOT-NUMERO    PIC X(10).
           05 WS-LOT-VALIDADE  PIC X(08).
           05 WS-LOT-QTD-REC   PIC 9(04).
           05 WS-LOT-SALDO     PIC 9(04).
           05 WS-LOT-ENTRADA   PIC X(08).
           05 WS-LOT-SITUACAO  PIC X(01).
           05 WS-LOT-PEDIDO    PIC X(04).
       77  WS-LOTE-QTD         PIC 9(04)           VALUE ZEROS.
       77  WS-LOTE-BAIXA       PIC 9(04)           VALUE ZEROS.

      *--> RELATORIO DE QUEBRAS
       77  WS-BASE             PIC X(01)           VALUE SPACES.
       77  WS-FOLHA-ENT        PIC X(04)           VALUE SPACES.
       77  WS-FOLHA-FILTRO     PIC 9(04)           VALUE ZEROS.
       77  WS-UNITARIO         PIC 9(04)V99        VALUE ZEROS.
       77  WS-SEM-CUSTO        PIC X(01)           VALUE SPACES.
       77  WS-VALOR-LINHA      PIC S9(07)V99       VALUE ZEROS.
       77  WS-SUB-VALOR        PIC S9(08)V99       VALUE ZEROS.
       77  WS-TOT-VALOR        PIC S9(09)V99       VALUE ZEROS.
       77  WS-QT-FOLHAS-REL    PIC 9(03)           VALUE ZEROS.
       77  WS-QTD-QUEBRA       PIC 9(02)           VALUE ZEROS.
       77  WS-IND-QUEBRA       PIC 9(02)           VALUE ZEROS.
       77  WS-QUEBRA-ACHADA    PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-QUEBRA       OCCURS 50 TIMES.
           05 WS-QBR-CODIGO    PIC X(05).
           05 WS-QBR-QTD       PIC S9(06).
           05 WS-QBR-VALOR     PIC S9(08)V99.
       77  WS-QTD-EDT          PIC -ZZZ9.
       77  WS-QTD-QBR-EDT      PIC -ZZZZZ9.
       77  WS-VALOR-EDT        PIC -ZZ.ZZZ.ZZ9,99.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 0110-CARREGAR-CATALOGO.
           DISPLAY "PRODUTOS CARREGADOS: " WS-QTD-CATALOGO.

           PERFORM 0200-PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM 0900-FINALIZAR.
           STOP RUN.
      ******************************************************************
       0110-CARREGAR-CATALOGO  SECTION.
       0111-CARREGAR-CATALOGO.
           MOVE ZEROS TO WS-QTD-CATALOGO.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PRODUTOS.
           PERFORM UNTIL FS-PRODUTOS NOT EQUAL "00"
                      OR WS-QTD-CATALOGO EQUAL 50
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
               MOVE WS-VALOR-LIDO TO WS-CAT-VALOR(WS-QTD-CATALOGO)
               IF WS-CAT-TIPO(WS-QTD-CATALOGO) NOT EQUAL "P"
                   MOVE "U" TO WS-CAT-TIPO(WS-QTD-CATALOGO)
               END-IF
               IF WS-CAT-CLASSE(WS-QTD-CATALOGO) EQUAL SPACES
                   MOVE "00" TO WS-CAT-CLASSE(WS-QTD-CATALOGO)
               END-IF
               READ PRODUTOS
           END-PERFORM.
           CLOSE PRODUTOS.
       0110-CARREGAR-CATALOGO-FIM. EXIT.
      ******************************************************************
       0120-CARREGAR-INVENTARIO SECTION.
       0121-CARREGAR-INVENTARIO.
           MOVE ZEROS TO WS-QTD-INV WS-MAIOR-FOLHA.
           OPEN INPUT INVENTARIO.
           IF FS-INVENTARIO NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ INVENTARIO.
           PERFORM UNTIL FS-INVENTARIO NOT EQUAL "00"
                      OR WS-QTD-INV EQUAL 600
               ADD 1 TO WS-QTD-INV
               MOVE REG-INVENTARIO TO WS-INV-LINHA(WS-QTD-INV)
               IF REG-INVENTARIO(1:2) EQUAL "F;"
                   MOVE SPACES TO WS-INV-NUMERO
                   UNSTRING REG-INVENTARIO DELIMITED BY ";"
                       INTO WS-INV-TIPO WS-INV-NUMERO
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-INV-NUMERO)
                           GREATER THAN WS-MAIOR-FOLHA
                       MOVE FUNCTION NUMVAL(WS-INV-NUMERO)
                                               TO WS-MAIOR-FOLHA
                   END-IF
               END-IF
               READ INVENTARIO
           END-PERFORM.
           CLOSE INVENTARIO.
           IF WS-QTD-INV EQUAL 600
               DISPLAY "ATENCAO: INVENTARIO.TXT PASSOU DE 600 LINHAS"
           END-IF.
       0120-CARREGAR-INVENTARIO-FIM. EXIT.
      ******************************************************************
       0130-REGRAVAR-INVENTARIO SECTION.
       0131-REGRAVAR-INVENTARIO.
           OPEN OUTPUT INVENTARIO.
           PERFORM VARYING WS-IND-INV FROM 1 BY 1
                   UNTIL WS-IND-INV GREATER THAN WS-QTD-INV
               MOVE WS-INV-LINHA(WS-IND-INV) TO REG-INVENTARIO
               WRITE REG-INVENTARIO
           END-PERFORM.
           CLOSE INVENTARIO.
       0130-REGRAVAR-INVENTARIO-FIM. EXIT.
      ******************************************************************
      *--> LOCALIZA A FOLHA WS-NUMERO-FOLHA NA TABELA DO ARQUIVO E
      *    DESMONTA O CABECALHO E AS LINHAS DE PRODUTO
       0140-CARREGAR-FOLHA     SECTION.
       0141-CARREGAR-FOLHA.
           MOVE "N" TO WS-ACHOU-FOLHA WS-NO-GRUPO.
           MOVE ZEROS TO WS-QTD-FOL WS-IND-F.
           PERFORM VARYING WS-IND-INV FROM 1 BY 1
                   UNTIL WS-IND-INV GREATER THAN WS-QTD-INV
               IF WS-INV-LINHA(WS-IND-INV)(1:2) EQUAL "F;"
                   PERFORM 0142-DESMONTAR-CABECALHO
                   IF FUNCTION NUMVAL(WS-INV-NUMERO) EQUAL
                                               WS-NUMERO-FOLHA
                       MOVE "S" TO WS-ACHOU-FOLHA WS-NO-GRUPO
                       MOVE WS-IND-INV TO WS-IND-F
                       MOVE WS-INV-DATA TO WS-FOL-DATA
                       MOVE WS-INV-HORA TO WS-FOL-HORA
                       MOVE WS-INV-STATUS TO WS-FOL-STATUS
                       MOVE WS-INV-SECAO TO WS-FOL-SECAO
                       MOVE WS-INV-COD-DE TO WS-FOL-COD-DE
                       MOVE WS-INV-COD-ATE TO WS-FOL-COD-ATE
                       MOVE WS-INV-POSTAGEM TO WS-FOL-POSTAGEM
                       MOVE WS-INV-SUPERVISOR TO WS-FOL-SUPERVISOR
                       MOVE SPACES TO WS-FOL-CONGELAMENTO
                       STRING WS-INV-DATA WS-INV-HORA
                           DELIMITED BY SIZE INTO WS-FOL-CONGELAMENTO
                       END-STRING
                   ELSE
                       MOVE "N" TO WS-NO-GRUPO
                   END-IF
               ELSE
                   IF WS-NO-GRUPO EQUAL "S"
                           AND WS-QTD-FOL LESS THAN 50
                       PERFORM 0143-DESMONTAR-LINHA
                       ADD 1 TO WS-QTD-FOL
                       MOVE WS-IND-INV TO WS-FOL-LINHA(WS-QTD-FOL)
                       MOVE WS-INV-CODIGO TO WS-FOL-CODIGO(WS-QTD-FOL)
                       MOVE FUNCTION NUMVAL(WS-INV-CONGELADO)
                               TO WS-FOL-CONGELADO(WS-QTD-FOL)
                       MOVE WS-INV-CONTADO TO WS-FOL-CONTADO(WS-QTD-FOL)
                       MOVE WS-INV-MOMENTO TO WS-FOL-MOMENTO(WS-QTD-FOL)
                       MOVE WS-INV-VENDIDO TO WS-SINAL-X
                       IF WS-SINAL-X EQUAL SPACES
                           MOVE ZEROS TO WS-SINAL
                       END-IF
                       MOVE WS-SINAL TO WS-FOL-VENDIDO(WS-QTD-FOL)
                       MOVE WS-INV-DIFERENCA TO WS-SINAL-X
                       IF WS-SINAL-X EQUAL SPACES
                           MOVE ZEROS TO WS-SINAL
                       END-IF
                       MOVE WS-SINAL TO WS-FOL-DIFERENCA(WS-QTD-FOL)
                       MOVE ZEROS TO WS-VALOR-LIDO-X
                       IF WS-INV-PRECO IS NUMERIC
                           MOVE WS-INV-PRECO TO WS-VALOR-LIDO-X
                       END-IF
                       MOVE WS-VALOR-LIDO TO WS-FOL-PRECO(WS-QTD-FOL)
                       MOVE ZEROS TO WS-VALOR-LIDO-X
                       IF WS-INV-CUSTO IS NUMERIC
                           MOVE WS-INV-CUSTO TO WS-VALOR-LIDO-X
                       END-IF
                       MOVE WS-VALOR-LIDO TO WS-FOL-CUSTO(WS-QTD-FOL)
                   END-IF
               END-IF
           END-PERFORM.
       0140-CARREGAR-FOLHA-FIM. EXIT.
      ******************************************************************
       0142-DESMONTAR-CABECALHO SECTION.
       0142A-DESMONTAR-CABECALHO.
           MOVE SPACES TO WS-INV-NUMERO WS-INV-DATA WS-INV-HORA
                          WS-INV-STATUS WS-INV-SECAO WS-INV-COD-DE
                          WS-INV-COD-ATE WS-INV-POSTAGEM
                          WS-INV-SUPERVISOR.
           UNSTRING WS-INV-LINHA(WS-IND-INV) DELIMITED BY ";"
               INTO WS-INV-TIPO WS-INV-NUMERO WS-INV-DATA
                    WS-INV-HORA WS-INV-STATUS WS-INV-SECAO
                    WS-INV-COD-DE WS-INV-COD-ATE WS-INV-POSTAGEM
                    WS-INV-SUPERVISOR
           END-UNSTRING.
       0142-DESMONTAR-CABECALHO-FIM. EXIT.
      ******************************************************************
       0143-DESMONTAR-LINHA    SECTION.
       0143A-DESMONTAR-LINHA.
           MOVE SPACES TO WS-INV-NUMERO WS-INV-CODIGO
                          WS-INV-CONGELADO WS-INV-CONTADO
                          WS-INV-MOMENTO WS-INV-VENDIDO
                          WS-INV-DIFERENCA WS-INV-PRECO WS-INV-CUSTO.
           UNSTRING WS-INV-LINHA(WS-IND-INV) DELIMITED BY ";"
               INTO WS-INV-TIPO WS-INV-NUMERO WS-INV-CODIGO
                    WS-INV-CONGELADO WS-INV-CONTADO WS-INV-MOMENTO
                    WS-INV-VENDIDO WS-INV-DIFERENCA WS-INV-PRECO
                    WS-INV-CUSTO
           END-UNSTRING.
       0143-DESMONTAR-LINHA-FIM. EXIT.
      ******************************************************************
      *--> REMONTA NA TABELA DO ARQUIVO O CABECALHO E AS LINHAS DA
      *    FOLHA CARREGADA, PARA A REGRAVACAO
       0145-MONTAR-FOLHA       SECTION.
       0146-MONTAR-FOLHA.
           MOVE SPACES TO WS-INV-LINHA(WS-IND-F).
           STRING "F;" WS-NUMERO-FOLHA
                  ";"  WS-FOL-DATA
                  ";"  WS-FOL-HORA
                  ";"  WS-FOL-STATUS
                  ";"  WS-FOL-SECAO
                  ";"  WS-FOL-COD-DE
                  ";"  WS-FOL-COD-ATE
                  ";"  WS-FOL-POSTAGEM
                  ";"  WS-FOL-SUPERVISOR
               DELIMITED BY SIZE INTO WS-INV-LINHA(WS-IND-F)
           END-STRING.

           PERFORM VARYING WS-IND-FOL FROM 1 BY 1
                   UNTIL WS-IND-FOL GREATER THAN WS-QTD-FOL
               MOVE WS-FOL-LINHA(WS-IND-FOL) TO WS-IND-INV
               MOVE SPACES TO WS-INV-VENDIDO WS-INV-DIFERENCA
                              WS-INV-PRECO WS-INV-CUSTO
               IF WS-FOL-STATUS EQUAL "P"
                   MOVE WS-FOL-VENDIDO(WS-IND-FOL) TO WS-SINAL
                   MOVE WS-SINAL-X TO WS-INV-VENDIDO
                   MOVE WS-FOL-DIFERENCA(WS-IND-FOL) TO WS-SINAL
                   MOVE WS-SINAL-X TO WS-INV-DIFERENCA
                   MOVE WS-FOL-PRECO(WS-IND-FOL) TO WS-VALOR-LIDO
                   MOVE WS-VALOR-LIDO-X TO WS-INV-PRECO
                   MOVE WS-FOL-CUSTO(WS-IND-FOL) TO WS-VALOR-LIDO
                   MOVE WS-VALOR-LIDO-X TO WS-INV-CUSTO
               END-IF
               MOVE SPACES TO WS-INV-LINHA(WS-IND-INV)
               STRING "L;" WS-NUMERO-FOLHA
                      ";"  WS-FOL-CODIGO(WS-IND-FOL)
                      ";"  WS-FOL-CONGELADO(WS-IND-FOL)
                      ";"  WS-FOL-CONTADO(WS-IND-FOL)
                      ";"  WS-FOL-MOMENTO(WS-IND-FOL)
                      ";"  WS-INV-VENDIDO
                      ";"  WS-INV-DIFERENCA
                      ";"  WS-INV-PRECO
                      ";"  WS-INV-CUSTO
                   DELIMITED BY SIZE INTO WS-INV-LINHA(WS-IND-INV)
               END-STRING
           END-PERFORM.
       0145-MONTAR-FOLHA-FIM.  EXIT.
      ******************************************************************
       0150-LOCALIZAR-NO-CATALOGO SECTION.
       0151-LOCALIZAR-NO-CATALOGO.
           MOVE ZEROS TO WS-IND-ACHADO.
           MOVE "PRODUTO FORA DO CATALOGO" TO WS-NOME.
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER THAN WS-QTD-CATALOGO
               IF WS-CAT-CODIGO(WS-IND-CAT) EQUAL WS-CODIGO
                   MOVE WS-IND-CAT TO WS-IND-ACHADO
                   MOVE WS-CAT-NOME(WS-IND-CAT) TO WS-NOME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0150-LOCALIZAR-NO-CATALOGO-FIM. EXIT.
      ******************************************************************
       0160-REGRAVAR-CATALOGO  SECTION.
       0161-REGRAVAR-CATALOGO.
           OPEN OUTPUT PRODUTOS.
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER THAN WS-QTD-CATALOGO
               MOVE SPACES TO REG-PRODUTO
               STRING WS-CAT-CODIGO(WS-IND-CAT)
                      ";" WS-CAT-NOME(WS-IND-CAT)
                      ";" WS-CAT-VALOR(WS-IND-CAT)
                      ";" WS-CAT-ESTOQUE(WS-IND-CAT)
                      ";" WS-CAT-TIPO(WS-IND-CAT)
                      ";" WS-CAT-CLASSE(WS-IND-CAT)
                      ";" WS-CAT-SITUACAO(WS-IND-CAT)
                   DELIMITED BY SIZE INTO REG-PRODUTO
               END-STRING
               WRITE REG-PRODUTO
           END-PERFORM.
           CLOSE PRODUTOS.
       0160-REGRAVAR-CATALOGO-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           DISPLAY " ".
           DISPLAY "1-CONGELAR FOLHA 2-LANCAR CONTAGEM 3-POSTAR".
           DISPLAY "4-RELATORIO DE QUEBRAS 5-LISTAR FOLHAS 9-SAIR: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0300-CONGELAR-FOLHA
               WHEN 2
                   PERFORM 0400-LANCAR-CONTAGEM
               WHEN 3
                   PERFORM 0500-POSTAR-FOLHA
               WHEN 4
                   PERFORM 0600-RELATORIO-QUEBRAS
               WHEN 5
                   PERFORM 0700-LISTAR-FOLHAS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
      *--> FOLHA NOVA: NUMERA PELA MAIOR FOLHA + 1 E CONGELA O ESTOQUE
      *    DO SISTEMA DOS PRODUTOS DA FAIXA DE CODIGOS DA SECAO QUE
      *    NAO ESTEJAM EM OUTRA FOLHA AINDA ABERTA
       0300-CONGELAR-FOLHA     SECTION.
       0301-CONGELAR-FOLHA.
           PERFORM 0110-CARREGAR-CATALOGO.
           PERFORM 0120-CARREGAR-INVENTARIO.
           PERFORM 0310-APURAR-EM-CONTAGEM.

           DISPLAY "NOME DA SECAO: ".
           MOVE SPACES TO WS-FOL-SECAO.
           ACCEPT WS-FOL-SECAO.
           MOVE FUNCTION UPPER-CASE(WS-FOL-SECAO) TO WS-FOL-SECAO.
           DISPLAY "CODIGO INICIAL DA SECAO (VAZIO = PRIMEIRO): ".
           MOVE SPACES TO WS-FOL-COD-DE.
           ACCEPT WS-FOL-COD-DE.
           IF WS-FOL-COD-DE EQUAL SPACES
               MOVE "00000" TO WS-FOL-COD-DE
           END-IF.
           DISPLAY "CODIGO FINAL DA SECAO (VAZIO = ULTIMO): ".
           MOVE SPACES TO WS-FOL-COD-ATE.
           ACCEPT WS-FOL-COD-ATE.
           IF WS-FOL-COD-ATE EQUAL SPACES
               MOVE "ZZZZZ" TO WS-FOL-COD-ATE
           END-IF.

           COMPUTE WS-NUMERO-FOLHA = WS-MAIOR-FOLHA + 1.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MOMENTO.
           MOVE WS-MOMENTO(1:8) TO WS-FOL-DATA.
           MOVE WS-MOMENTO(9:6) TO WS-FOL-HORA.
           MOVE "A" TO WS-FOL-STATUS.
           MOVE SPACES TO WS-FOL-POSTAGEM WS-FOL-SUPERVISOR.

           MOVE ZEROS TO WS-QTD-FOL.
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER THAN WS-QTD-CATALOGO
               IF WS-CAT-CODIGO(WS-IND-CAT) NOT LESS THAN
                                               WS-FOL-COD-DE
                  AND WS-CAT-CODIGO(WS-IND-CAT) NOT GREATER THAN
                                               WS-FOL-COD-ATE
                   MOVE "N" TO WS-EM-CONTAGEM
                   PERFORM VARYING WS-IND-EM-CONTAGEM FROM 1 BY 1
                           UNTIL WS-IND-EM-CONTAGEM GREATER THAN
                                               WS-QTD-EM-CONTAGEM
                       IF WS-EMC-CODIGO(WS-IND-EM-CONTAGEM) EQUAL
                                       WS-CAT-CODIGO(WS-IND-CAT)
                           MOVE "S" TO WS-EM-CONTAGEM
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-EM-CONTAGEM EQUAL "S"
                       DISPLAY "PRODUTO " WS-CAT-CODIGO(WS-IND-CAT)
                               " JA ESTA EM FOLHA ABERTA - FORA"
                   ELSE
                       ADD 1 TO WS-QTD-FOL
                       MOVE WS-CAT-CODIGO(WS-IND-CAT)
                               TO WS-FOL-CODIGO(WS-QTD-FOL)
                       MOVE WS-CAT-ESTOQUE(WS-IND-CAT)
                               TO WS-FOL-CONGELADO(WS-QTD-FOL)
                       MOVE SPACES TO WS-FOL-CONTADO(WS-QTD-FOL)
                                      WS-FOL-MOMENTO(WS-QTD-FOL)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-QTD-FOL EQUAL ZEROS
               DISPLAY "NENHUM PRODUTO A CONTAR NESSA FAIXA"
               EXIT SECTION
           END-IF.
           IF WS-QTD-INV + WS-QTD-FOL + 1 GREATER THAN 600
               DISPLAY "INVENTARIO.TXT CHEIO - FOLHA NAO CONGELADA"
               EXIT SECTION
           END-IF.

      *--> A FOLHA ENTRA NO FIM DA TABELA E O ARQUIVO E REGRAVADO
           ADD 1 TO WS-QTD-INV.
           MOVE WS-QTD-INV TO WS-IND-F.
           PERFORM VARYING WS-IND-FOL FROM 1 BY 1
                   UNTIL WS-IND-FOL GREATER THAN WS-QTD-FOL
               ADD 1 TO WS-QTD-INV
               MOVE WS-QTD-INV TO WS-FOL-LINHA(WS-IND-FOL)
           END-PERFORM.
           PERFORM 0145-MONTAR-FOLHA.
           PERFORM 0130-REGRAVAR-INVENTARIO.
           PERFORM 0320-IMPRIMIR-FOLHA.

           DISPLAY "FOLHA " WS-NUMERO-FOLHA " CONGELADA COM "
                   WS-QTD-FOL " PRODUTOS - FOLHACONTAGEM.TXT".
       0300-CONGELAR-FOLHA-FIM. EXIT.
      ******************************************************************
       0310-APURAR-EM-CONTAGEM SECTION.
       0311-APURAR-EM-CONTAGEM.
           MOVE ZEROS TO WS-QTD-EM-CONTAGEM.
           MOVE "N" TO WS-FOLHA-ABERTA.
           PERFORM VARYING WS-IND-INV FROM 1 BY 1
                   UNTIL WS-IND-INV GREATER THAN WS-QTD-INV
               IF WS-INV-LINHA(WS-IND-INV)(1:2) EQUAL "F;"
                   PERFORM 0142-DESMONTAR-CABECALHO
                   IF WS-INV-STATUS EQUAL "A"
                       MOVE "S" TO WS-FOLHA-ABERTA
                   ELSE
                       MOVE "N" TO WS-FOLHA-ABERTA
                   END-IF
               ELSE
                   IF WS-FOLHA-ABERTA EQUAL "S"
                           AND WS-QTD-EM-CONTAGEM LESS THAN 200
                       PERFORM 0143-DESMONTAR-LINHA
                       ADD 1 TO WS-QTD-EM-CONTAGEM
                       MOVE WS-INV-CODIGO
                               TO WS-EMC-CODIGO(WS-QTD-EM-CONTAGEM)
                   END-IF
               END-IF
           END-PERFORM.
       0310-APURAR-EM-CONTAGEM-FIM. EXIT.
      ******************************************************************
      *--> FOLHA CEGA: O CONFERENTE NAO VE O ESTOQUE DO SISTEMA
       0320-IMPRIMIR-FOLHA     SECTION.
       0321-IMPRIMIR-FOLHA.
           OPEN OUTPUT FOLHA.
           MOVE SPACES TO REG-FOLHA.
           STRING "FOLHA DE CONTAGEM " WS-NUMERO-FOLHA
                  " - SECAO " WS-FOL-SECAO
               DELIMITED BY SIZE INTO REG-FOLHA
           END-STRING.
           WRITE REG-FOLHA.
           MOVE SPACES TO REG-FOLHA.
           STRING "CONGELADA EM " WS-FOL-DATA " " WS-FOL-HORA
                  "   CODIGOS " WS-FOL-COD-DE " A " WS-FOL-COD-ATE
               DELIMITED BY SIZE INTO REG-FOLHA
           END-STRING.
           WRITE REG-FOLHA.
           MOVE SPACES TO REG-FOLHA.
           WRITE REG-FOLHA.
           PERFORM VARYING WS-IND-FOL FROM 1 BY 1
                   UNTIL WS-IND-FOL GREATER THAN WS-QTD-FOL
               MOVE WS-FOL-CODIGO(WS-IND-FOL) TO WS-CODIGO
               PERFORM 0150-LOCALIZAR-NO-CATALOGO
               MOVE SPACES TO REG-FOLHA
               IF WS-CAT-TIPO(WS-IND-ACHADO) EQUAL "P"
                   STRING WS-CODIGO " " WS-NOME
                          "  CONTADO (KG): __________"
                       DELIMITED BY SIZE INTO REG-FOLHA
                   END-STRING
               ELSE
                   STRING WS-CODIGO " " WS-NOME
                          "  CONTADO (UN): __________"
                       DELIMITED BY SIZE INTO REG-FOLHA
                   END-STRING
               END-IF
               WRITE REG-FOLHA
           END-PERFORM.
           CLOSE FOLHA.
       0320-IMPRIMIR-FOLHA-FIM. EXIT.
      ******************************************************************
      *--> CONTAGEM: PERCORRE A FOLHA ABERTA; VAZIO MANTEM O QUE JA
      *    ESTAVA LANCADO. PESAVEL E CONTADO EM KG INTEIRO, COMO O
      *    ESTOQUE DO CATALOGO.
       0400-LANCAR-CONTAGEM    SECTION.
       0401-LANCAR-CONTAGEM.
           DISPLAY "NUMERO DA FOLHA: ".
           ACCEPT WS-NUMERO-FOLHA.
           PERFORM 0120-CARREGAR-INVENTARIO.
           PERFORM 0140-CARREGAR-FOLHA.
           IF WS-ACHOU-FOLHA NOT EQUAL "S"
               DISPLAY "FOLHA NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           IF WS-FOL-STATUS NOT EQUAL "A"
               DISPLAY "FOLHA JA POSTADA EM " WS-FOL-POSTAGEM
               EXIT SECTION
           END-IF.

           MOVE ZEROS TO WS-QT-PENDENTES.
           PERFORM VARYING WS-IND-FOL FROM 1 BY 1
                   UNTIL WS-IND-FOL GREATER THAN WS-QTD-FOL
               MOVE WS-FOL-CODIGO(WS-IND-FOL) TO WS-CODIGO
               PERFORM 0150-LOCALIZAR-NO-CATALOGO
               DISPLAY WS-CODIGO " " WS-NOME " CONTADO ATUAL ["
                       WS-FOL-CONTADO(WS-IND-FOL) "]: "
               MOVE SPACES TO WS-CONTADO-ENT
               ACCEPT WS-CONTADO-ENT
               EVALUATE TRUE
                   WHEN WS-CONTADO-ENT EQUAL SPACES
                       CONTINUE
                   WHEN FUNCTION TEST-NUMVAL(WS-CONTADO-ENT)
                                                   NOT EQUAL ZEROS
                       DISPLAY "QUANTIDADE INVALIDA - NAO LANCADA"
                   WHEN OTHER
                       COMPUTE WS-CONTADO ROUNDED =
                               FUNCTION NUMVAL(WS-CONTADO-ENT)
                       MOVE WS-CONTADO TO WS-FOL-CONTADO(WS-IND-FOL)
                       MOVE FUNCTION CURRENT-DATE(1:14)
                               TO WS-FOL-MOMENTO(WS-IND-FOL)
               END-EVALUATE
               IF WS-FOL-CONTADO(WS-IND-FOL) EQUAL SPACES
                   ADD 1 TO WS-QT-PENDENTES
               END-IF
           END-PERFORM.

           PERFORM 0145-MONTAR-FOLHA.
           PERFORM 0130-REGRAVAR-INVENTARIO.
           DISPLAY "CONTAGEM GRAVADA - PRODUTOS SEM CONTAGEM: "
                   WS-QT-PENDENTES.
       0400-LANCAR-CONTAGEM-FIM. EXIT.
      ******************************************************************
      *--> POSTAGEM: FOLHA TODA CONTADA + CREDENCIAL DE SUPERVISOR. A
      *    DIFERENCA E CONTADO - (CONGELADO - VENDIDO NA CONTAGEM) E
      *    SOMA NO ESTOQUE ATUAL (QUE JA TEM AS VENDAS DO PERIODO).
       0500-POSTAR-FOLHA       SECTION.
       0501-POSTAR-FOLHA.
           DISPLAY "NUMERO DA FOLHA A POSTAR: ".
           ACCEPT WS-NUMERO-FOLHA.
           PERFORM 0120-CARREGAR-INVENTARIO.
           PERFORM 0140-CARREGAR-FOLHA.
           IF WS-ACHOU-FOLHA NOT EQUAL "S"
               DISPLAY "FOLHA NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           IF WS-FOL-STATUS NOT EQUAL "A"
               DISPLAY "FOLHA JA POSTADA EM " WS-FOL-POSTAGEM
               EXIT SECTION
           END-IF.
           MOVE ZEROS TO WS-QT-PENDENTES.
           PERFORM VARYING WS-IND-FOL FROM 1 BY 1
                   UNTIL WS-IND-FOL GREATER THAN WS-QTD-FOL
               IF WS-FOL-CONTADO(WS-IND-FOL) EQUAL SPACES
                   ADD 1 TO WS-QT-PENDENTES
                   DISPLAY "SEM CONTAGEM: " WS-FOL-CODIGO(WS-IND-FOL)
               END-IF
           END-PERFORM.
           IF WS-QT-PENDENTES GREATER THAN ZEROS
               DISPLAY "FOLHA INCOMPLETA - POSTAGEM RECUSADA"
               EXIT SECTION
           END-IF.

           PERFORM 0510-CONFERIR-SUPERVISOR.
           IF WS-SUP-OK NOT EQUAL "S"
               DISPLAY "CREDENCIAL DE SUPERVISOR RECUSADA"
               EXIT SECTION
           END-IF.

           PERFORM 0110-CARREGAR-CATALOGO.
           PERFORM 0520-APURAR-VENDIDO.
           PERFORM 0530-CARREGAR-CUSTOS.
           PERFORM 0540-CARREGAR-LOTES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MOMENTO.
           MOVE ZEROS TO WS-QT-AJUSTADOS.
           MOVE "N" TO WS-CATALOGO-MUDOU.

           PERFORM VARYING WS-IND-FOL FROM 1 BY 1
                   UNTIL WS-IND-FOL GREATER THAN WS-QTD-FOL
               MOVE WS-FOL-CODIGO(WS-IND-FOL) TO WS-CODIGO
               PERFORM 0150-LOCALIZAR-NO-CATALOGO
               COMPUTE WS-ESPERADO = WS-FOL-CONGELADO(WS-IND-FOL)
                                   - WS-FOL-VENDIDO(WS-IND-FOL)
               COMPUTE WS-DIFERENCA =
                       FUNCTION NUMVAL(WS-FOL-CONTADO(WS-IND-FOL))
                       - WS-ESPERADO
               MOVE WS-DIFERENCA TO WS-FOL-DIFERENCA(WS-IND-FOL)
               MOVE ZEROS TO WS-FOL-PRECO(WS-IND-FOL)
                             WS-FOL-CUSTO(WS-IND-FOL)
               IF WS-IND-ACHADO EQUAL ZEROS
                   DISPLAY "PRODUTO " WS-CODIGO
                           " SAIU DO CATALOGO - DIFERENCA NAO POSTADA"
               ELSE
                   MOVE WS-CAT-VALOR(WS-IND-ACHADO)
                           TO WS-FOL-PRECO(WS-IND-FOL)
                   PERFORM VARYING WS-IND-CUSTO FROM 1 BY 1
                           UNTIL WS-IND-CUSTO GREATER THAN
                                               WS-QTD-CUSTOS
                       IF WS-CUS-CODIGO(WS-IND-CUSTO) EQUAL WS-CODIGO
                           MOVE WS-CUS-VALOR(WS-IND-CUSTO)
                                   TO WS-FOL-CUSTO(WS-IND-FOL)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-DIFERENCA NOT EQUAL ZEROS
                       PERFORM 0550-AJUSTAR-PRODUTO
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "P" TO WS-FOL-STATUS.
           MOVE WS-MOMENTO(1:8) TO WS-FOL-POSTAGEM.
           MOVE WS-SUP-LOGIN TO WS-FOL-SUPERVISOR.
           PERFORM 0145-MONTAR-FOLHA.
           PERFORM 0130-REGRAVAR-INVENTARIO.
           IF WS-CATALOGO-MUDOU EQUAL "S"
               PERFORM 0160-REGRAVAR-CATALOGO
           END-IF.
           PERFORM 0549-REGRAVAR-LOTES.

           DISPLAY "FOLHA " WS-NUMERO-FOLHA " POSTADA - PRODUTOS "
                   "AJUSTADOS: " WS-QT-AJUSTADOS.
       0500-POSTAR-FOLHA-FIM.  EXIT.
      ******************************************************************
       0510-CONFERIR-SUPERVISOR SECTION.
       0511-CONFERIR-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK.
           DISPLAY "LOGIN DO SUPERVISOR: ".
           ACCEPT WS-SUP-LOGIN.
           DISPLAY "SENHA DO SUPERVISOR: ".
           ACCEPT WS-SUP-SENHA.
           MOVE FUNCTION UPPER-CASE(WS-SUP-LOGIN) TO WS-SUP-LOGIN.

      *--> MESMO HASH DO SIGN-ON DO MAIN (SOMA PONDERADA, MODULO
      *    PRIMO): OS DOIS CALCULOS PRECISAM ANDAR JUNTOS
           MOVE ZEROS TO WS-SUP-HASH.
           PERFORM VARYING WS-IDX-HASH FROM 1 BY 1
                   UNTIL WS-IDX-HASH GREATER THAN 10
               COMPUTE WS-SUP-HASH =
                   FUNCTION MOD(WS-SUP-HASH * 31
                       + FUNCTION ORD(WS-SUP-SENHA(WS-IDX-HASH:1))
                       * WS-IDX-HASH, 999999937)
           END-PERFORM.
           MOVE SPACES TO WS-SUP-SENHA.

           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT EQUAL "00"
               DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL"
               EXIT SECTION
           END-IF.
           MOVE WS-SUP-LOGIN TO OPE-LOGIN.
           READ OPERADORES
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-OPERADORES EQUAL "00"
                   AND OPE-PERFIL EQUAL "S"
                   AND OPE-STATUS EQUAL "A"
                   AND OPE-SENHA-HASH EQUAL WS-SUP-HASH
               MOVE "S" TO WS-SUP-OK
           END-IF.
           CLOSE OPERADORES.
       0510-CONFERIR-SUPERVISOR-FIM. EXIT.
      ******************************************************************
      *--> VENDIDO ENTRE O CONGELAMENTO E A CONTAGEM DE CADA PRODUTO.
      *    1a PASSADA: DEVOLUCOES ("R") E CANCELAMENTOS ("C") COM A
      *    VENDA DE REFERENCIA; 2a PASSADA: CADA LINHA "I" CONTA A
      *    VENDA SE ELA CAIU NA JANELA E DESCONTA O ESTORNO QUE CAIU
      *    NA JANELA (O ESTOQUE VOLTOU ANTES DE CONTAR).
       0520-APURAR-VENDIDO     SECTION.
       0521-APURAR-VENDIDO.
           PERFORM VARYING WS-IND-FOL FROM 1 BY 1
                   UNTIL WS-IND-FOL GREATER THAN WS-QTD-FOL
               MOVE ZEROS TO WS-FOL-VENDIDO(WS-IND-FOL)
           END-PERFORM.
           MOVE ZEROS TO WS-QTD-ESTORNOS.
           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ VENDAS.
           PERFORM UNTIL FS-VENDAS NOT EQUAL "00"
               IF (REG-VENDA(1:2) EQUAL "R;"
                       OR REG-VENDA(1:2) EQUAL "C;")
                  AND WS-QTD-ESTORNOS LESS THAN 200
                   MOVE SPACES TO WS-DIA-CAMPO2 WS-DIA-CAMPO3
                                  WS-DIA-CAMPO4 WS-DIA-CAMPO5
                   UNSTRING REG-VENDA DELIMITED BY ";"
                       INTO WS-DIA-TIPO WS-DIA-CAMPO2 WS-DIA-CAMPO3
                            WS-DIA-CAMPO4 WS-DIA-CAMPO5
                   END-UNSTRING
                   MOVE SPACES TO WS-MOM-ESTORNO
                   STRING WS-DIA-CAMPO2(1:8) WS-DIA-CAMPO3(1:6)
                       DELIMITED BY SIZE INTO WS-MOM-ESTORNO
                   END-STRING
                   IF WS-MOM-ESTORNO GREATER THAN WS-FOL-CONGELAMENTO
                       ADD 1 TO WS-QTD-ESTORNOS
                       MOVE WS-DIA-TIPO TO WS-ETN-TIPO(WS-QTD-ESTORNOS)
                       MOVE WS-DIA-CAMPO4(1:14)
                               TO WS-ETN-REF(WS-QTD-ESTORNOS)
                       MOVE WS-MOM-ESTORNO
                               TO WS-ETN-MOMENTO(WS-QTD-ESTORNOS)
                       IF WS-DIA-TIPO EQUAL "R"
                           MOVE WS-DIA-CAMPO5(1:5)
                                   TO WS-ETN-CODIGO(WS-QTD-ESTORNOS)
                       ELSE
                           MOVE SPACES
                                   TO WS-ETN-CODIGO(WS-QTD-ESTORNOS)
                       END-IF
                   END-IF
               END-IF
               READ VENDAS
           END-PERFORM.
           CLOSE VENDAS.

           MOVE SPACES TO WS-MOM-VENDA.
           OPEN INPUT VENDAS.
           READ VENDAS.
           PERFORM UNTIL FS-VENDAS NOT EQUAL "00"
               EVALUATE REG-VENDA(1:2)
                   WHEN "V;"
                       MOVE SPACES TO WS-DIA-CAMPO2 WS-DIA-CAMPO3
                       UNSTRING REG-VENDA DELIMITED BY ";"
                           INTO WS-DIA-TIPO WS-DIA-CAMPO2
                                WS-DIA-CAMPO3
                       END-UNSTRING
                       MOVE SPACES TO WS-MOM-VENDA
                       STRING WS-DIA-CAMPO2(1:8) WS-DIA-CAMPO3(1:6)
                           DELIMITED BY SIZE INTO WS-MOM-VENDA
                       END-STRING
                   WHEN "I;"
                       PERFORM 0525-APURAR-ITEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ VENDAS
           END-PERFORM.
           CLOSE VENDAS.
       0520-APURAR-VENDIDO-FIM. EXIT.
      ******************************************************************
       0525-APURAR-ITEM        SECTION.
       0526-APURAR-ITEM.
           MOVE SPACES TO WS-DIA-CAMPO2 WS-DIA-CAMPO3 WS-DIA-CAMPO4
                          WS-QTD-LIDO-X.
           UNSTRING REG-VENDA DELIMITED BY ";"
               INTO WS-DIA-TIPO WS-DIA-CAMPO2 WS-DIA-CAMPO3
                    WS-DIA-CAMPO4 WS-QTD-LIDO-X
           END-UNSTRING.
           IF WS-QTD-LIDO-X NOT NUMERIC
               MOVE 1 TO WS-QTD-LIDO
           END-IF.
           COMPUTE WS-QTD-MOV ROUNDED = WS-QTD-LIDO.

           PERFORM VARYING WS-IND-FOL FROM 1 BY 1
                   UNTIL WS-IND-FOL GREATER THAN WS-QTD-FOL
               IF WS-FOL-CODIGO(WS-IND-FOL) EQUAL WS-DIA-CAMPO2(1:5)
                   IF WS-MOM-VENDA GREATER THAN WS-FOL-CONGELAMENTO
                      AND WS-MOM-VENDA NOT GREATER THAN
                                           WS-FOL-MOMENTO(WS-IND-FOL)
                       ADD WS-QTD-MOV TO WS-FOL-VENDIDO(WS-IND-FOL)
                   END-IF
                   PERFORM VARYING WS-IND-ESTORNO FROM 1 BY 1
                           UNTIL WS-IND-ESTORNO GREATER THAN
                                               WS-QTD-ESTORNOS
                       IF WS-ETN-REF(WS-IND-ESTORNO) EQUAL WS-MOM-VENDA
                          AND (WS-ETN-TIPO(WS-IND-ESTORNO) EQUAL "C"
                           OR WS-ETN-CODIGO(WS-IND-ESTORNO) EQUAL
                                           WS-FOL-CODIGO(WS-IND-FOL))
                          AND WS-ETN-MOMENTO(WS-IND-ESTORNO)
                                NOT GREATER THAN
                                           WS-FOL-MOMENTO(WS-IND-FOL)
                           SUBTRACT WS-QTD-MOV
                               FROM WS-FOL-VENDIDO(WS-IND-FOL)
                       END-IF
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0525-APURAR-ITEM-FIM.   EXIT.
      ******************************************************************
       0530-CARREGAR-CUSTOS    SECTION.
       0531-CARREGAR-CUSTOS.
           MOVE ZEROS TO WS-QTD-CUSTOS.
           OPEN INPUT CUSTOS.
           IF FS-CUSTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CUSTOS.
           PERFORM UNTIL FS-CUSTOS NOT EQUAL "00"
                      OR WS-QTD-CUSTOS EQUAL 50
               ADD 1 TO WS-QTD-CUSTOS
               MOVE ZEROS TO WS-VALOR-LIDO-X
               UNSTRING REG-CUSTO DELIMITED BY ";"
                   INTO WS-CUS-CODIGO(WS-QTD-CUSTOS)
                        WS-VALOR-LIDO-X
               END-UNSTRING
               IF WS-VALOR-LIDO-X NOT NUMERIC
                   MOVE ZEROS TO WS-VALOR-LIDO-X
               END-IF
               MOVE WS-VALOR-LIDO TO WS-CUS-VALOR(WS-QTD-CUSTOS)
               READ CUSTOS
           END-PERFORM.
           CLOSE CUSTOS.
       0530-CARREGAR-CUSTOS-FIM. EXIT.
      ******************************************************************
       0540-CARREGAR-LOTES     SECTION.
       0541-CARREGAR-LOTES.
           MOVE ZEROS TO WS-QTD-LOTES.
           MOVE "N" TO WS-LOTES-MUDOU.
           MOVE "N" TO WS-LOTES-CHEIO.
           OPEN INPUT LOTES.
           IF FS-LOTES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ LOTES.
           PERFORM UNTIL FS-LOTES NOT EQUAL "00"
                      OR WS-QTD-LOTES EQUAL 500
               ADD 1 TO WS-QTD-LOTES
               MOVE SPACES TO WS-TAB-LOTES(WS-QTD-LOTES)
               UNSTRING REG-LOTE DELIMITED BY ";"
                   INTO WS-LOT-CODIGO(WS-QTD-LOTES)
                        WS-LOT-NUMERO(WS-QTD-LOTES)
                        WS-LOT-VALIDADE(WS-QTD-LOTES)
                        WS-LOT-QTD-REC(WS-QTD-LOTES)
                        WS-LOT-SALDO(WS-QTD-LOTES)
                        WS-LOT-ENTRADA(WS-QTD-LOTES)
                        WS-LOT-SITUACAO(WS-QTD-LOTES)
                        WS-LOT-PEDIDO(WS-QTD-LOTES)
               END-UNSTRING
               IF WS-LOT-SALDO(WS-QTD-LOTES) NOT NUMERIC
                   MOVE ZEROS TO WS-LOT-SALDO(WS-QTD-LOTES)
               END-IF
               READ LOTES
           END-PERFORM.
      *--> ARQUIVO MAIOR QUE A TABELA NAO PODE SER REGRAVADO: OS LOTES
      *    FICAM COMO ESTAO (SO O CATALOGO E AJUSTADO)
           IF FS-LOTES EQUAL "00"
               MOVE "S" TO WS-LOTES-CHEIO
               DISPLAY "ATENCAO: LOTES.TXT PASSOU DE 500 LOTES - "
                       "LOTES NAO AJUSTADOS, CHAME O SUPERVISOR"
           END-IF.
           CLOSE LOTES.
       0540-CARREGAR-LOTES-FIM. EXIT.
      ******************************************************************
       0549-REGRAVAR-LOTES     SECTION.
       0549A-REGRAVAR-LOTES.
           IF WS-LOTES-MUDOU NOT EQUAL "S"
                   OR WS-LOTES-CHEIO EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT LOTES.
           PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                   UNTIL WS-IND-LOTE GREATER THAN WS-QTD-LOTES
               MOVE SPACES TO REG-LOTE
               STRING WS-LOT-CODIGO(WS-IND-LOTE)
                      ";" WS-LOT-NUMERO(WS-IND-LOTE)
                      ";" WS-LOT-VALIDADE(WS-IND-LOTE)
                      ";" WS-LOT-QTD-REC(WS-IND-LOTE)
                      ";" WS-LOT-SALDO(WS-IND-LOTE)
                      ";" WS-LOT-ENTRADA(WS-IND-LOTE)
                      ";" WS-LOT-SITUACAO(WS-IND-LOTE)
                      ";" WS-LOT-PEDIDO(WS-IND-LOTE)
                   DELIMITED BY SIZE INTO REG-LOTE
               END-STRING
               WRITE REG-LOTE
           END-PERFORM.
           CLOSE LOTES.
       0549-REGRAVAR-LOTES-FIM. EXIT.
      ******************************************************************
      *--> AJUSTE DO PRODUTO: ESTOQUE ATUAL + DIFERENCA (SEM FICAR
      *    NEGATIVO); FALTA SAI DOS LOTES MAIS ANTIGOS, SOBRA ENTRA NO
      *    LOTE MAIS NOVO (COMO A VENDA E A DEVOLUCAO DO CAIXA)
       0550-AJUSTAR-PRODUTO    SECTION.
       0551-AJUSTAR-PRODUTO.
           MOVE WS-CAT-ESTOQUE(WS-IND-ACHADO) TO WS-ESTOQUE-ANTES.
           COMPUTE WS-ESTOQUE-NOVO = WS-ESTOQUE-ANTES + WS-DIFERENCA.
           IF WS-ESTOQUE-NOVO LESS THAN ZEROS
               MOVE ZEROS TO WS-ESTOQUE-NOVO
           END-IF.
           MOVE WS-ESTOQUE-NOVO TO WS-CAT-ESTOQUE(WS-IND-ACHADO).
           MOVE "S" TO WS-CATALOGO-MUDOU.
           ADD 1 TO WS-QT-AJUSTADOS.

           IF WS-DIFERENCA LESS THAN ZEROS
               COMPUTE WS-LOTE-QTD = ZEROS - WS-DIFERENCA
               PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                       UNTIL WS-IND-LOTE GREATER THAN WS-QTD-LOTES
                          OR WS-LOTE-QTD EQUAL ZEROS
                   IF WS-LOT-CODIGO(WS-IND-LOTE) EQUAL WS-CODIGO
                      AND WS-LOT-SITUACAO(WS-IND-LOTE) EQUAL "A"
                      AND WS-LOT-SALDO(WS-IND-LOTE) GREATER THAN ZEROS
                       IF WS-LOT-SALDO(WS-IND-LOTE)
                                               LESS THAN WS-LOTE-QTD
                           MOVE WS-LOT-SALDO(WS-IND-LOTE)
                                               TO WS-LOTE-BAIXA
                       ELSE
                           MOVE WS-LOTE-QTD TO WS-LOTE-BAIXA
                       END-IF
                       SUBTRACT WS-LOTE-BAIXA
                           FROM WS-LOT-SALDO(WS-IND-LOTE) WS-LOTE-QTD
                       IF WS-LOT-SALDO(WS-IND-LOTE) EQUAL ZEROS
                           MOVE "Z" TO WS-LOT-SITUACAO(WS-IND-LOTE)
                       END-IF
                       MOVE "S" TO WS-LOTES-MUDOU
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-DIFERENCA TO WS-LOTE-QTD
               PERFORM VARYING WS-IND-LOTE FROM WS-QTD-LOTES BY -1
                       UNTIL WS-IND-LOTE LESS THAN 1
                   IF WS-LOT-CODIGO(WS-IND-LOTE) EQUAL WS-CODIGO
                      AND WS-LOT-SITUACAO(WS-IND-LOTE) NOT EQUAL "B"
                       ADD WS-LOTE-QTD TO WS-LOT-SALDO(WS-IND-LOTE)
                       MOVE "A" TO WS-LOT-SITUACAO(WS-IND-LOTE)
                       MOVE "S" TO WS-LOTES-MUDOU
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           OPEN EXTEND AJUSTES.
           IF FS-AJUSTES EQUAL "35"
               OPEN OUTPUT AJUSTES
               CLOSE AJUSTES
               OPEN EXTEND AJUSTES
           END-IF.
           MOVE WS-DIFERENCA TO WS-SINAL.
           MOVE SPACES TO REG-AJUSTE.
           STRING WS-MOMENTO(1:8)
                  ";" WS-MOMENTO(9:6)
                  ";INVENTARIO " WS-NUMERO-FOLHA
                  ";" WS-CODIGO
                  ";" WS-ESTOQUE-ANTES
                  ";" WS-SINAL-X
                  ";" WS-CAT-ESTOQUE(WS-IND-ACHADO)
                  ";" WS-SUP-LOGIN
               DELIMITED BY SIZE INTO REG-AJUSTE
           END-STRING.
           WRITE REG-AJUSTE.
           CLOSE AJUSTES.
       0550-AJUSTAR-PRODUTO-FIM. EXIT.
      ******************************************************************
      *--> QUEBRAS DAS FOLHAS POSTADAS (UMA OU TODAS), DIFERENCA X
      *    CUSTO OU PRECO GRAVADO NA POSTAGEM; PRODUTO SEM CUSTO
      *    CONHECIDO VAI A PRECO DE VENDA E SAI MARCADO COM "*"
       0600-RELATORIO-QUEBRAS  SECTION.
       0601-RELATORIO-QUEBRAS.
           DISPLAY "VALORIZAR A (C)USTO OU (P)RECO DE VENDA: ".
           ACCEPT WS-BASE.
           MOVE FUNCTION UPPER-CASE(WS-BASE) TO WS-BASE.
           IF WS-BASE NOT EQUAL "C"
               MOVE "P" TO WS-BASE
           END-IF.
           DISPLAY "NUMERO DA FOLHA (VAZIO = TODAS AS POSTADAS): ".
           MOVE SPACES TO WS-FOLHA-ENT.
           ACCEPT WS-FOLHA-ENT.
           MOVE ZEROS TO WS-FOLHA-FILTRO.
           IF WS-FOLHA-ENT NOT EQUAL SPACES
               COMPUTE WS-FOLHA-FILTRO = FUNCTION NUMVAL(WS-FOLHA-ENT)
           END-IF.

           PERFORM 0110-CARREGAR-CATALOGO.
           PERFORM 0120-CARREGAR-INVENTARIO.
           MOVE ZEROS TO WS-QTD-QUEBRA WS-TOT-VALOR WS-QT-FOLHAS-REL.

           OPEN OUTPUT QUEBRAS.
           MOVE SPACES TO REG-QUEBRA.
           IF WS-BASE EQUAL "C"
               STRING "RELATORIO DE QUEBRAS A CUSTO - " WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REG-QUEBRA
               END-STRING
           ELSE
               STRING "RELATORIO DE QUEBRAS A PRECO DE VENDA - "
                      WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REG-QUEBRA
               END-STRING
           END-IF.
           PERFORM 0690-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-NUMERO-FOLHA FROM 1 BY 1
                   UNTIL WS-NUMERO-FOLHA GREATER THAN WS-MAIOR-FOLHA
               IF WS-FOLHA-FILTRO EQUAL ZEROS
                       OR WS-FOLHA-FILTRO EQUAL WS-NUMERO-FOLHA
                   PERFORM 0140-CARREGAR-FOLHA
                   IF WS-ACHOU-FOLHA EQUAL "S"
                           AND WS-FOL-STATUS EQUAL "P"
                       PERFORM 0610-QUEBRAS-DA-FOLHA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-QUEBRA.
           PERFORM 0690-GRAVAR-E-MOSTRAR.
           MOVE "QUEBRA POR PRODUTO" TO REG-QUEBRA.
           PERFORM 0690-GRAVAR-E-MOSTRAR.
           PERFORM VARYING WS-IND-QUEBRA FROM 1 BY 1
                   UNTIL WS-IND-QUEBRA GREATER THAN WS-QTD-QUEBRA
               MOVE WS-QBR-CODIGO(WS-IND-QUEBRA) TO WS-CODIGO
               PERFORM 0150-LOCALIZAR-NO-CATALOGO
               MOVE WS-QBR-QTD(WS-IND-QUEBRA) TO WS-QTD-QBR-EDT
               MOVE WS-QBR-VALOR(WS-IND-QUEBRA) TO WS-VALOR-EDT
               MOVE SPACES TO REG-QUEBRA
               STRING WS-CODIGO " " WS-NOME
                      "  DIFERENCA " WS-QTD-QBR-EDT
                      "  VALOR " WS-VALOR-EDT
                   DELIMITED BY SIZE INTO REG-QUEBRA
               END-STRING
               PERFORM 0690-GRAVAR-E-MOSTRAR
           END-PERFORM.

           MOVE SPACES TO REG-QUEBRA.
           PERFORM 0690-GRAVAR-E-MOSTRAR.
           MOVE WS-TOT-VALOR TO WS-VALOR-EDT.
           MOVE SPACES TO REG-QUEBRA.
           STRING "FOLHAS: " WS-QT-FOLHAS-REL
                  "   QUEBRA LIQUIDA TOTAL: " WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-QUEBRA
           END-STRING.
           PERFORM 0690-GRAVAR-E-MOSTRAR.
           CLOSE QUEBRAS.
           DISPLAY "RELATORIO EM QUEBRASESTOQUE.TXT".
       0600-RELATORIO-QUEBRAS-FIM. EXIT.
      ******************************************************************
       0610-QUEBRAS-DA-FOLHA   SECTION.
       0611-QUEBRAS-DA-FOLHA.
           ADD 1 TO WS-QT-FOLHAS-REL.
           MOVE ZEROS TO WS-SUB-VALOR.
           MOVE SPACES TO REG-QUEBRA.
           PERFORM 0690-GRAVAR-E-MOSTRAR.
           STRING "FOLHA " WS-NUMERO-FOLHA " SECAO " WS-FOL-SECAO
                  " CONGELADA " WS-FOL-DATA
                  " POSTADA " WS-FOL-POSTAGEM
               DELIMITED BY SIZE INTO REG-QUEBRA
           END-STRING.
           PERFORM 0690-GRAVAR-E-MOSTRAR.
           MOVE SPACES TO REG-QUEBRA.
           MOVE "CODIG" TO REG-QUEBRA(1:5).
           MOVE "PRODUTO" TO REG-QUEBRA(7:7).
           MOVE "CONG" TO REG-QUEBRA(28:4).
           MOVE "VEND" TO REG-QUEBRA(34:4).
           MOVE "CONT" TO REG-QUEBRA(39:4).
           MOVE "DIFER" TO REG-QUEBRA(44:5).
           MOVE "VALOR" TO REG-QUEBRA(59:5).
           PERFORM 0690-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-FOL FROM 1 BY 1
                   UNTIL WS-IND-FOL GREATER THAN WS-QTD-FOL
               MOVE WS-FOL-CODIGO(WS-IND-FOL) TO WS-CODIGO
               PERFORM 0150-LOCALIZAR-NO-CATALOGO
               MOVE SPACE TO WS-SEM-CUSTO
               IF WS-BASE EQUAL "C"
                       AND WS-FOL-CUSTO(WS-IND-FOL) GREATER THAN ZEROS
                   MOVE WS-FOL-CUSTO(WS-IND-FOL) TO WS-UNITARIO
               ELSE
                   MOVE WS-FOL-PRECO(WS-IND-FOL) TO WS-UNITARIO
                   IF WS-BASE EQUAL "C"
                       MOVE "*" TO WS-SEM-CUSTO
                   END-IF
               END-IF
               COMPUTE WS-VALOR-LINHA =
                       WS-FOL-DIFERENCA(WS-IND-FOL) * WS-UNITARIO
               ADD WS-VALOR-LINHA TO WS-SUB-VALOR WS-TOT-VALOR

               MOVE SPACES TO REG-QUEBRA
               MOVE WS-CODIGO TO REG-QUEBRA(1:5)
               MOVE WS-NOME TO REG-QUEBRA(7:20)
               MOVE WS-FOL-CONGELADO(WS-IND-FOL) TO REG-QUEBRA(28:4)
               MOVE WS-FOL-VENDIDO(WS-IND-FOL) TO WS-QTD-EDT
               MOVE WS-QTD-EDT TO REG-QUEBRA(33:5)
               MOVE WS-FOL-CONTADO(WS-IND-FOL) TO REG-QUEBRA(39:4)
               MOVE WS-FOL-DIFERENCA(WS-IND-FOL) TO WS-QTD-EDT
               MOVE WS-QTD-EDT TO REG-QUEBRA(44:5)
               MOVE WS-VALOR-LINHA TO WS-VALOR-EDT
               MOVE WS-VALOR-EDT TO REG-QUEBRA(50:15)
               MOVE WS-SEM-CUSTO TO REG-QUEBRA(65:1)
               PERFORM 0690-GRAVAR-E-MOSTRAR
               PERFORM 0620-ACUMULAR-PRODUTO
           END-PERFORM.

           MOVE WS-SUB-VALOR TO WS-VALOR-EDT.
           MOVE SPACES TO REG-QUEBRA.
           MOVE "QUEBRA LIQUIDA DA FOLHA" TO REG-QUEBRA(1:23).
           MOVE WS-VALOR-EDT TO REG-QUEBRA(50:15).
           PERFORM 0690-GRAVAR-E-MOSTRAR.
       0610-QUEBRAS-DA-FOLHA-FIM. EXIT.
      ******************************************************************
       0620-ACUMULAR-PRODUTO   SECTION.
       0621-ACUMULAR-PRODUTO.
           MOVE ZEROS TO WS-QUEBRA-ACHADA.
           PERFORM VARYING WS-IND-QUEBRA FROM 1 BY 1
                   UNTIL WS-IND-QUEBRA GREATER THAN WS-QTD-QUEBRA
               IF WS-QBR-CODIGO(WS-IND-QUEBRA) EQUAL WS-CODIGO
                   MOVE WS-IND-QUEBRA TO WS-QUEBRA-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-QUEBRA-ACHADA EQUAL ZEROS
               IF WS-QTD-QUEBRA EQUAL 50
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-QUEBRA
               MOVE WS-QTD-QUEBRA TO WS-QUEBRA-ACHADA
               MOVE WS-CODIGO TO WS-QBR-CODIGO(WS-QUEBRA-ACHADA)
               MOVE ZEROS TO WS-QBR-QTD(WS-QUEBRA-ACHADA)
                             WS-QBR-VALOR(WS-QUEBRA-ACHADA)
           END-IF.
           ADD WS-FOL-DIFERENCA(WS-IND-FOL)
               TO WS-QBR-QTD(WS-QUEBRA-ACHADA).
           ADD WS-VALOR-LINHA TO WS-QBR-VALOR(WS-QUEBRA-ACHADA).
       0620-ACUMULAR-PRODUTO-FIM. EXIT.
      ******************************************************************
       0690-GRAVAR-E-MOSTRAR   SECTION.
       0691-GRAVAR-E-MOSTRAR.
           WRITE REG-QUEBRA.
           DISPLAY REG-QUEBRA.
       0690-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       0700-LISTAR-FOLHAS      SECTION.
       0701-LISTAR-FOLHAS.
           PERFORM 0120-CARREGAR-INVENTARIO.
           IF WS-QTD-INV EQUAL ZEROS
               DISPLAY "NENHUMA FOLHA DE CONTAGEM"
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IND-INV FROM 1 BY 1
                   UNTIL WS-IND-INV GREATER THAN WS-QTD-INV
               IF WS-INV-LINHA(WS-IND-INV)(1:2) EQUAL "F;"
                   DISPLAY WS-INV-LINHA(WS-IND-INV)(1:75)
               END-IF
           END-PERFORM.
       0700-LISTAR-FOLHAS-FIM. EXIT.
      ******************************************************************
       0900-FINALIZAR          SECTION.
       0901-FINALIZAR.
           DISPLAY "INVENTARIO ENCERRADO".
       0900-FINALIZAR-FIM.     EXIT.
      ******************************************************************
       END PROGRAM INVENTARIO-MERCADO.
