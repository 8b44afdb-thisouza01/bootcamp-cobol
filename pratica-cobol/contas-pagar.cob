      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Contas a pagar do mercado (notas de fornecedor)
      *          A nota do fornecedor chegava em papel e o boleto era
      *          redigitado no AGENDA-PAGTOS sem conferir nada. Aqui a
      *          nota e lancada contra o pedido de compra (pedidos.txt)
      *          e contra o que foi recebido (recebimentos.txt): cada
      *          item so passa se a quantidade da nota for a recebida
      *          e o preco for o combinado no pedido. Nota toda
      *          conferida e aprovada na hora; nota com divergencia
      *          espera a decisao de um supervisor (aprova ou recusa).
      *          A nota aprovada vira parcelas em agendados.txt pelos
      *          prazos do fornecedor (FORNECEDORES), debitadas da
      *          conta da loja da linha "FO" do contaloja.txt, e o
      *          AGENDA-PAGTOS paga no vencimento. O relatorio de
      *          posicao (posicaopagar.txt) abre o que falta pagar de
      *          cada fornecedor por faixa de atraso.
      *          notasfornec.txt: "N;NUMERO;FORNECEDOR;NOTA;EMISSAO;
      *          PEDIDO;TOTAL;SITUACAO(A/D/R);APROVADOR;DATA" + uma
      *          "I;NUMERO;CODIGO;QTD NOTA;PRECO NOTA;QTD RECEBIDA;
      *          PRECO PEDIDO;OK/DIV" por item.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. CONTAS-PAGAR.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES ASSIGN TO "C:\teste\fornecedores.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FORNECEDORES.

           SELECT PEDIDOS ASSIGN TO "C:\teste\pedidos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PEDIDOS.

           SELECT RECEBIMENTOS ASSIGN TO "C:\teste\recebimentos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RECEBIMENTOS.

           SELECT NOTAS ASSIGN TO "C:\teste\notasfornec.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-NOTAS.

           SELECT AGENDADOS ASSIGN TO "C:\teste\agendados.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-AGENDADOS.

           SELECT CONTALOJA ASSIGN TO "C:\teste\contaloja.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CONTALOJA.

           SELECT POSICAO ASSIGN TO "C:\teste\posicaopagar.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-POSICAO.

      *--> CADASTRO DE OPERADORES DO SISTEMA PRINCIPAL: APROVAR OU
      *    RECUSAR NOTA DIVERGENTE EXIGE LOGIN+SENHA DE UM SUPERVISOR
      *    (MESMA CONFERENCIA DE HASH DO SIGN-ON DO MAIN)
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
       FD  FORNECEDORES.
       01  REG-FORNECEDOR              PIC X(100).
      *
       FD  PEDIDOS.
       01  REG-PEDIDO                  PIC X(60).
      *
       FD  RECEBIMENTOS.
       01  REG-RECEBIMENTO             PIC X(80).
      *
       FD  NOTAS.
       01  REG-NOTA                    PIC X(100).
      *
       FD  AGENDADOS.
       01  REG-AGENDADO                PIC X(150).
      *
       FD  CONTALOJA.
       01  REG-CONTALOJA               PIC X(40).
      *
       FD  POSICAO.
       01  REG-POSICAO                 PIC X(100).
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
       77  FS-FORNECEDORES     PIC X(02)           VALUE SPACES.
       77  FS-PEDIDOS          PIC X(02)           VALUE SPACES.
       77  FS-RECEBIMENTOS     PIC X(02)           VALUE SPACES.
       77  FS-NOTAS            PIC X(02)           VALUE SPACES.
       77  FS-AGENDADOS        PIC X(02)           VALUE SPACES.
       77  FS-CONTALOJA        PIC X(02)           VALUE SPACES.
       77  FS-POSICAO          PIC X(02)           VALUE SPACES.
       77  FS-OPERADORES       PIC X(02)           VALUE SPACES.

       77  WS-OPCAO            PIC 9               VALUE ZEROS.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.

      *--> CONTA DA LOJA QUE PAGA OS FORNECEDORES (LINHA "FO" DO
      *    CONTALOJA.TXT, MESMO ESQUEMA DA LINHA "CR" DO COBRA-CRED)
       77  WS-CLJ-CAIXA        PIC X(02)           VALUE SPACES.
       77  WS-CLJ-CONTA        PIC X(10)           VALUE SPACES.
       77  WS-CONTA-PAGADORA   PIC X(10)           VALUE SPACES.

      *--> CADASTRO DE FORNECEDORES EM MEMORIA, COM AS FAIXAS DA
      *    POSICAO (1=A VENCER 2=1-30 3=31-60 4=61-90 5=+90 DIAS)
       77  WS-QTD-FOR          PIC 9(02)           VALUE ZEROS.
       77  WS-IND-FOR          PIC 9(02)           VALUE ZEROS.
       77  WS-FOR-ACHADO       PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-FOR          OCCURS 50 TIMES.
           05 WS-FOR-CODIGO    PIC 9(04).
           05 WS-FOR-NOME      PIC X(20).
           05 WS-FOR-PRAZO     PIC 9(03)           OCCURS 3 TIMES.
           05 WS-FOR-CODFAV    PIC 9(04).
           05 WS-FOR-FAIXA     PIC 9(07)V99        OCCURS 5 TIMES.
       77  WS-COD-LIDO         PIC X(04)           VALUE SPACES.
       77  WS-FAV-LIDO         PIC X(04)           VALUE SPACES.
       77  WS-CNPJ-LIDO        PIC X(14)           VALUE SPACES.
       77  WS-CAMPO-IGNORADO   PIC X(12)           VALUE SPACES.
       01  WS-PRAZO-LIDO       PIC X(03)           OCCURS 3 TIMES.
       77  WS-IND-PRAZO        PIC 9               VALUE ZEROS.

      *--> NOTAS EM MEMORIA (REGRAVACAO INTEIRA DO ARQUIVO)
       77  WS-QTD-NOT          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-NOT          PIC 9(04)           VALUE ZEROS.
       77  WS-NOT-ACHADA       PIC 9(04)           VALUE ZEROS.
       77  WS-MAIOR-NOTA       PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-NOTAS.
           05 WS-NOT-LINHA     PIC X(100)          OCCURS 1000 TIMES.

      *--> CAMPOS DESMONTADOS DA LINHA "N"
       77  WS-NF-TIPO          PIC X(01)           VALUE SPACES.
       77  WS-NF-NUMERO        PIC X(04)           VALUE SPACES.
       77  WS-NF-FORNEC        PIC X(04)           VALUE SPACES.
       77  WS-NF-NOTA          PIC X(10)           VALUE SPACES.
       77  WS-NF-EMISSAO       PIC X(08)           VALUE SPACES.
       77  WS-NF-PEDIDO        PIC X(04)           VALUE SPACES.
       01  WS-NF-TOTAL-X       PIC X(09)           VALUE ZEROS.
       01  WS-NF-TOTAL REDEFINES WS-NF-TOTAL-X
                               PIC 9(07)V99.
       77  WS-NF-SITUACAO      PIC X(01)           VALUE SPACES.
       77  WS-NF-APROVADOR     PIC X(10)           VALUE SPACES.
       77  WS-NF-DATA-APROV    PIC X(08)           VALUE SPACES.

      *--> PEDIDOS EM MEMORIA E CAMPOS DAS LINHAS "P" E "L"
       77  WS-QTD-PED          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-PED          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-PEDIDOS.
           05 WS-PED-LINHA     PIC X(60)           OCCURS 300 TIMES.
       77  WS-PED-TIPO         PIC X(01)           VALUE SPACES.
       77  WS-PED-NUMERO       PIC X(04)           VALUE SPACES.
       77  WS-PED-DATA         PIC X(08)           VALUE SPACES.
       77  WS-PED-STATUS       PIC X(01)           VALUE SPACES.
       77  WS-PED-FORNEC       PIC X(04)           VALUE SPACES.
       77  WS-PED-CODIGO       PIC X(05)           VALUE SPACES.
       77  WS-PED-QTD          PIC X(04)           VALUE SPACES.
       01  WS-VALOR-LIDO-X     PIC X(06)           VALUE ZEROS.
       01  WS-VALOR-LIDO REDEFINES WS-VALOR-LIDO-X
                               PIC 9(04)V99.
       77  WS-ACHOU-PEDIDO     PIC X               VALUE "N".
       77  WS-NO-GRUPO         PIC X               VALUE "N".

      *--> LINHA DO RECEBIMENTO: "DATA;PEDIDO nnnn;ITEM ccccc;
      *    PEDIDO=qqqq;RECEBIDO=rrrr;OK/DIVERGENTE"
       77  WS-REC-DATA         PIC X(08)           VALUE SPACES.
       77  WS-REC-PEDIDO       PIC X(11)           VALUE SPACES.
       77  WS-REC-ITEM         PIC X(10)           VALUE SPACES.
       77  WS-REC-QTD-PED      PIC X(11)           VALUE SPACES.
       77  WS-REC-QTD-REC      PIC X(13)           VALUE SPACES.

      *--> ITENS DA NOTA EM LANCAMENTO (A QUANTIDADE RECEBIDA PARTE DA
      *    PEDIDA: ITEM SEM LINHA EM RECEBIMENTOS.TXT E DO TEMPO EM QUE
      *    SO AS DIVERGENCIAS ERAM GRAVADAS, LOGO VEIO CERTO)
       77  WS-QTD-ITEM         PIC 9(02)           VALUE ZEROS.
       77  WS-IND-ITEM         PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-ITEM         OCCURS 50 TIMES.
           05 WS-ITE-CODIGO    PIC X(05).
           05 WS-ITE-QTD-PED   PIC 9(04).
           05 WS-ITE-QTD-REC   PIC 9(04).
           05 WS-ITE-PRECO-PED PIC 9(04)V99.
           05 WS-ITE-QTD-NOTA  PIC 9(04).
           05 WS-ITE-PRECO-NOTA PIC 9(04)V99.
           05 WS-ITE-RESULTADO PIC X(03).

      *--> EDICAO DA NOTA
       77  WS-FORNEC-ENT       PIC 9(04)           VALUE ZEROS.
       77  WS-NOTA-ENT         PIC X(10)           VALUE SPACES.
       77  WS-EMISSAO-X        PIC X(08)           VALUE SPACES.
       77  WS-EMISSAO          PIC 9(08)           VALUE ZEROS.
       77  WS-PEDIDO-ENT       PIC 9(04)           VALUE ZEROS.
       77  WS-NUMERO-NOTA      PIC 9(04)           VALUE ZEROS.
       77  WS-PRECO-ENT        PIC X(08)           VALUE SPACES.
       77  WS-QTD-ENT          PIC 9(04)           VALUE ZEROS.
       77  WS-TOTAL-NOTA       PIC 9(07)V99        VALUE ZEROS.
       77  WS-QT-DIVERGENTES   PIC 9(02)           VALUE ZEROS.
       77  WS-DECISAO          PIC X               VALUE SPACES.
       01  WS-PRECO-NOTA-X     PIC X(06)           VALUE ZEROS.
       01  WS-PRECO-NOTA REDEFINES WS-PRECO-NOTA-X
                               PIC 9(04)V99.
       01  WS-PRECO-PED-X      PIC X(06)           VALUE ZEROS.
       01  WS-PRECO-PED REDEFINES WS-PRECO-PED-X
                               PIC 9(04)V99.
       77  WS-NOTA-OK          PIC X               VALUE "N".

      *--> PARCELAS DA NOTA APROVADA
       77  WS-QT-PARCELAS      PIC 9               VALUE ZEROS.
       77  WS-IND-PARC         PIC 9               VALUE ZEROS.
       77  WS-VALOR-PARCELA    PIC 9(07)V99        VALUE ZEROS.
       77  WS-VALOR-ULTIMA     PIC 9(07)V99        VALUE ZEROS.
       77  WS-VALOR-AGENDA     PIC 9(06)V99        VALUE ZEROS.
       77  WS-VENCIMENTO       PIC 9(08)           VALUE ZEROS.
       77  WS-QT-AGENDADOS     PIC 9(04)           VALUE ZEROS.
       77  WS-PARCELAS-OK      PIC X               VALUE "N".
      *--> A AGENDA DO AGENDA-PAGTOS CABE 500 LINHAS EM MEMORIA
       77  WS-LIMITE-AGENDA    PIC 9(04)           VALUE 0500.

      *--> POSICAO POR FAIXA DE ATRASO
       77  WS-AGE-CONTA        PIC X(10)           VALUE SPACES.
       77  WS-AGE-VENC-X       PIC X(08)           VALUE SPACES.
       77  WS-AGE-VENC         PIC 9(08)           VALUE ZEROS.
       01  WS-AGE-VALOR-X      PIC X(08)           VALUE ZEROS.
       01  WS-AGE-VALOR REDEFINES WS-AGE-VALOR-X
                               PIC 9(06)V99.
       77  WS-AGE-CATEGORIA    PIC X(10)           VALUE SPACES.
       77  WS-AGE-FAVORECIDO   PIC X(20)           VALUE SPACES.
       77  WS-AGE-SITUACAO     PIC X(01)           VALUE SPACES.
       77  WS-AGE-CODFAV       PIC X(04)           VALUE SPACES.
       77  WS-DIAS-ATRASO      PIC S9(05)          VALUE ZEROS.
       77  WS-IND-FAIXA        PIC 9               VALUE ZEROS.
       01  WS-TOT-FAIXA        PIC 9(07)V99        OCCURS 5 TIMES.
       77  WS-TOT-FORNEC       PIC 9(07)V99        VALUE ZEROS.
       77  WS-QT-SEM-CADASTRO  PIC 9(03)           VALUE ZEROS.
       77  WS-QT-AGUARDANDO    PIC 9(03)           VALUE ZEROS.
       77  WS-VL-AGUARDANDO    PIC 9(07)V99        VALUE ZEROS.
       01  WS-FAIXA-EDT        PIC Z.ZZZ.ZZ9,99    OCCURS 5 TIMES.
       77  WS-VALOR-EDT        PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
       77  WS-PRECO-EDT        PIC Z.ZZ9,99        VALUE ZEROS.
       77  WS-PRECO-EDT2       PIC Z.ZZ9,99        VALUE ZEROS.

      *--> SUPERVISOR QUE DECIDE A NOTA DIVERGENTE
       77  WS-SUP-LOGIN        PIC X(10)           VALUE SPACES.
       77  WS-SUP-SENHA        PIC X(10)           VALUE SPACES.
       77  WS-SUP-HASH         PIC 9(09)           VALUE ZEROS.
       77  WS-IDX-HASH         PIC 9(02)           VALUE ZEROS.
       77  WS-SUP-OK           PIC X               VALUE "N".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 0110-CARREGAR-FORNECEDORES.
           PERFORM 0140-CARREGAR-CONTA-PAGADORA.
           DISPLAY "FORNECEDORES CARREGADOS: " WS-QTD-FOR.
           IF WS-CONTA-PAGADORA EQUAL SPACES
               DISPLAY "ATENCAO: SEM LINHA FO NO CONTALOJA.TXT - NOTAS "
                       "NAO PODEM SER APROVADAS"
           END-IF.

           PERFORM 0200-PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM 0900-FINALIZAR.
           STOP RUN.
      ******************************************************************
       0110-CARREGAR-FORNECEDORES SECTION.
       0111-CARREGAR-FORNECEDORES.
           MOVE ZEROS TO WS-QTD-FOR.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ FORNECEDORES.
           PERFORM UNTIL FS-FORNECEDORES NOT EQUAL "00"
                      OR WS-QTD-FOR EQUAL 50
               ADD 1 TO WS-QTD-FOR
               MOVE SPACES TO WS-COD-LIDO WS-FAV-LIDO
                              WS-PRAZO-LIDO(1) WS-PRAZO-LIDO(2)
                              WS-PRAZO-LIDO(3)
                              WS-FOR-NOME(WS-QTD-FOR)
               UNSTRING REG-FORNECEDOR DELIMITED BY ";"
                   INTO WS-COD-LIDO
                        WS-CNPJ-LIDO
                        WS-FOR-NOME(WS-QTD-FOR)
                        WS-PRAZO-LIDO(1)
                        WS-PRAZO-LIDO(2)
                        WS-PRAZO-LIDO(3)
                        WS-CAMPO-IGNORADO
                        WS-CAMPO-IGNORADO
                        WS-CAMPO-IGNORADO
                        WS-FAV-LIDO
               END-UNSTRING
               MOVE FUNCTION NUMVAL(WS-COD-LIDO)
                       TO WS-FOR-CODIGO(WS-QTD-FOR)
               MOVE FUNCTION NUMVAL(WS-FAV-LIDO)
                       TO WS-FOR-CODFAV(WS-QTD-FOR)
               PERFORM VARYING WS-IND-PRAZO FROM 1 BY 1
                       UNTIL WS-IND-PRAZO GREATER THAN 3
                   MOVE FUNCTION NUMVAL(WS-PRAZO-LIDO(WS-IND-PRAZO))
                           TO WS-FOR-PRAZO(WS-QTD-FOR, WS-IND-PRAZO)
               END-PERFORM
               READ FORNECEDORES
           END-PERFORM.
           CLOSE FORNECEDORES.
       0110-CARREGAR-FORNECEDORES-FIM. EXIT.
      ******************************************************************
       0120-CARREGAR-NOTAS     SECTION.
       0121-CARREGAR-NOTAS.
           MOVE ZEROS TO WS-QTD-NOT WS-MAIOR-NOTA.
           OPEN INPUT NOTAS.
           IF FS-NOTAS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ NOTAS.
           PERFORM UNTIL FS-NOTAS NOT EQUAL "00"
                      OR WS-QTD-NOT EQUAL 1000
               ADD 1 TO WS-QTD-NOT
               MOVE REG-NOTA TO WS-NOT-LINHA(WS-QTD-NOT)
               IF REG-NOTA(1:2) EQUAL "N;"
                   MOVE SPACES TO WS-NF-NUMERO
                   UNSTRING REG-NOTA DELIMITED BY ";"
                       INTO WS-NF-TIPO WS-NF-NUMERO
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-NF-NUMERO)
                           GREATER THAN WS-MAIOR-NOTA
                       MOVE FUNCTION NUMVAL(WS-NF-NUMERO)
                                               TO WS-MAIOR-NOTA
                   END-IF
               END-IF
               READ NOTAS
           END-PERFORM.
           CLOSE NOTAS.
       0120-CARREGAR-NOTAS-FIM. EXIT.
      ******************************************************************
       0130-REGRAVAR-NOTAS     SECTION.
       0131-REGRAVAR-NOTAS.
           OPEN OUTPUT NOTAS.
           PERFORM VARYING WS-IND-NOT FROM 1 BY 1
                   UNTIL WS-IND-NOT GREATER THAN WS-QTD-NOT
               MOVE WS-NOT-LINHA(WS-IND-NOT) TO REG-NOTA
               WRITE REG-NOTA
           END-PERFORM.
           CLOSE NOTAS.
       0130-REGRAVAR-NOTAS-FIM. EXIT.
      ******************************************************************
      *--> A LINHA "FO" DO CONTALOJA.TXT TRAZ NO 2o CAMPO A CONTA QUE
      *    PAGA OS FORNECEDORES; SEM ELA NENHUMA NOTA E APROVADA
       0140-CARREGAR-CONTA-PAGADORA SECTION.
       0141-CARREGAR-CONTA-PAGADORA.
           MOVE SPACES TO WS-CONTA-PAGADORA.
           OPEN INPUT CONTALOJA.
           IF FS-CONTALOJA NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CONTALOJA.
           PERFORM UNTIL FS-CONTALOJA NOT EQUAL "00"
               MOVE SPACES TO WS-CLJ-CAIXA WS-CLJ-CONTA
               UNSTRING REG-CONTALOJA DELIMITED BY ";"
                   INTO WS-CLJ-CAIXA WS-CLJ-CONTA
               END-UNSTRING
               IF WS-CLJ-CAIXA EQUAL "FO"
                   MOVE WS-CLJ-CONTA TO WS-CONTA-PAGADORA
               END-IF
               READ CONTALOJA
           END-PERFORM.
           CLOSE CONTALOJA.
       0140-CARREGAR-CONTA-PAGADORA-FIM. EXIT.
      ******************************************************************
       0150-CARREGAR-PEDIDOS   SECTION.
       0151-CARREGAR-PEDIDOS.
           MOVE ZEROS TO WS-QTD-PED.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PEDIDOS.
           PERFORM UNTIL FS-PEDIDOS NOT EQUAL "00"
                      OR WS-QTD-PED EQUAL 300
               ADD 1 TO WS-QTD-PED
               MOVE REG-PEDIDO TO WS-PED-LINHA(WS-QTD-PED)
               READ PEDIDOS
           END-PERFORM.
           CLOSE PEDIDOS.
       0150-CARREGAR-PEDIDOS-FIM. EXIT.
      ******************************************************************
       0160-DESMONTAR-NOTA     SECTION.
       0161-DESMONTAR-NOTA.
           MOVE SPACES TO WS-NF-NUMERO WS-NF-FORNEC WS-NF-NOTA
                          WS-NF-EMISSAO WS-NF-PEDIDO WS-NF-SITUACAO
                          WS-NF-APROVADOR WS-NF-DATA-APROV.
           MOVE ZEROS TO WS-NF-TOTAL-X.
           UNSTRING WS-NOT-LINHA(WS-IND-NOT) DELIMITED BY ";"
               INTO WS-NF-TIPO WS-NF-NUMERO WS-NF-FORNEC WS-NF-NOTA
                    WS-NF-EMISSAO WS-NF-PEDIDO WS-NF-TOTAL-X
                    WS-NF-SITUACAO WS-NF-APROVADOR WS-NF-DATA-APROV
           END-UNSTRING.
       0160-DESMONTAR-NOTA-FIM. EXIT.
      ******************************************************************
       0170-MONTAR-NOTA        SECTION.
       0171-MONTAR-NOTA.
           MOVE SPACES TO WS-NOT-LINHA(WS-IND-NOT).
           STRING "N;" WS-NF-NUMERO
                  ";"  WS-NF-FORNEC
                  ";"  WS-NF-NOTA
                  ";"  WS-NF-EMISSAO
                  ";"  WS-NF-PEDIDO
                  ";"  WS-NF-TOTAL-X
                  ";"  WS-NF-SITUACAO
                  ";"  WS-NF-APROVADOR
                  ";"  WS-NF-DATA-APROV
               DELIMITED BY SIZE INTO WS-NOT-LINHA(WS-IND-NOT)
           END-STRING.
       0170-MONTAR-NOTA-FIM.   EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           DISPLAY " ".
           DISPLAY "1-LANCAR NOTA 2-DECIDIR NOTA DIVERGENTE".
           DISPLAY "3-LISTAR NOTAS 4-POSICAO POR FORNECEDOR 9-SAIR: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0300-LANCAR-NOTA
               WHEN 2
                   PERFORM 0400-DECIDIR-DIVERGENTE
               WHEN 3
                   PERFORM 0600-LISTAR-NOTAS
               WHEN 4
                   PERFORM 0700-POSICAO-FORNECEDORES
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
      *--> NOTA NOVA: FORNECEDOR, NUMERO E EMISSAO DA NOTA E O PEDIDO
      *    JA RECEBIDO A QUE ELA SE REFERE; DEPOIS QUANTIDADE E PRECO
      *    DE CADA ITEM DO PEDIDO COMO ESTAO NA NOTA (CONFERENCIA EM
      *    TRES PONTAS: PEDIDO x RECEBIMENTO x NOTA).
       0300-LANCAR-NOTA        SECTION.
       0301-LANCAR-NOTA.
           IF WS-CONTA-PAGADORA EQUAL SPACES
               DISPLAY "SEM CONTA PAGADORA (LINHA FO DO CONTALOJA.TXT)"
               EXIT SECTION
           END-IF.
           PERFORM 0120-CARREGAR-NOTAS.
           IF WS-QTD-NOT GREATER THAN 940
               DISPLAY "ARQUIVO DE NOTAS CHEIO"
               EXIT SECTION
           END-IF.

           DISPLAY "CODIGO DO FORNECEDOR: ".
           ACCEPT WS-FORNEC-ENT.
           PERFORM 0310-LOCALIZAR-FORNECEDOR.
           IF WS-FOR-ACHADO EQUAL ZEROS
               DISPLAY "FORNECEDOR NAO CADASTRADO"
               EXIT SECTION
           END-IF.
           DISPLAY "FORNECEDOR: " WS-FOR-NOME(WS-FOR-ACHADO).

           DISPLAY "NUMERO DA NOTA: ".
           MOVE SPACES TO WS-NOTA-ENT.
           ACCEPT WS-NOTA-ENT.
           IF WS-NOTA-ENT EQUAL SPACES
               DISPLAY "NUMERO DA NOTA E OBRIGATORIO"
               EXIT SECTION
           END-IF.

           DISPLAY "EMISSAO (AAAAMMDD): ".
           MOVE SPACES TO WS-EMISSAO-X.
           ACCEPT WS-EMISSAO-X.
           IF WS-EMISSAO-X NOT NUMERIC
               DISPLAY "DATA INVALIDA"
               EXIT SECTION
           END-IF.
           MOVE WS-EMISSAO-X TO WS-EMISSAO.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EMISSAO) NOT EQUAL ZEROS
              OR WS-EMISSAO GREATER THAN WS-DATA-HOJE
               DISPLAY "DATA INVALIDA"
               EXIT SECTION
           END-IF.

           DISPLAY "NUMERO DO PEDIDO DE COMPRA: ".
           ACCEPT WS-PEDIDO-ENT.

           PERFORM 0320-CONFERIR-REPETIDA.
           IF WS-NOTA-OK NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           PERFORM 0330-LOCALIZAR-PEDIDO.
           IF WS-NOTA-OK NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0340-CARREGAR-RECEBIDOS.

           MOVE ZEROS TO WS-TOTAL-NOTA WS-QT-DIVERGENTES.
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM GREATER THAN WS-QTD-ITEM
               PERFORM 0350-CONFERIR-ITEM
           END-PERFORM.

           ADD 1 TO WS-MAIOR-NOTA.
           MOVE WS-MAIOR-NOTA TO WS-NUMERO-NOTA.
           MOVE WS-NUMERO-NOTA TO WS-NF-NUMERO.
           MOVE WS-FORNEC-ENT  TO WS-NF-FORNEC.
           MOVE WS-NOTA-ENT    TO WS-NF-NOTA.
           MOVE WS-EMISSAO     TO WS-NF-EMISSAO.
           MOVE WS-PEDIDO-ENT  TO WS-NF-PEDIDO.
           MOVE WS-TOTAL-NOTA  TO WS-NF-TOTAL.
           MOVE "D"            TO WS-NF-SITUACAO.
           MOVE SPACES         TO WS-NF-APROVADOR WS-NF-DATA-APROV.

           MOVE WS-TOTAL-NOTA TO WS-VALOR-EDT.
           DISPLAY "TOTAL DA NOTA: " WS-VALOR-EDT
                   " - ITENS DIVERGENTES: " WS-QT-DIVERGENTES.
           IF WS-QT-DIVERGENTES EQUAL ZEROS
               PERFORM 0500-GERAR-PARCELAS
               IF WS-PARCELAS-OK EQUAL "S"
                   MOVE "A"          TO WS-NF-SITUACAO
                   MOVE "AUTOMATICO" TO WS-NF-APROVADOR
                   MOVE WS-DATA-HOJE TO WS-NF-DATA-APROV
                   DISPLAY "NOTA " WS-NUMERO-NOTA
                           " CONFERIDA E APROVADA"
               END-IF
           END-IF.
           IF WS-NF-SITUACAO EQUAL "D"
               DISPLAY "NOTA " WS-NUMERO-NOTA
                       " AGUARDA DECISAO DO SUPERVISOR"
           END-IF.

           ADD 1 TO WS-QTD-NOT.
           MOVE WS-QTD-NOT TO WS-IND-NOT.
           PERFORM 0170-MONTAR-NOTA.
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM GREATER THAN WS-QTD-ITEM
               ADD 1 TO WS-QTD-NOT
               MOVE WS-ITE-PRECO-NOTA(WS-IND-ITEM) TO WS-PRECO-NOTA
               MOVE WS-ITE-PRECO-PED(WS-IND-ITEM)  TO WS-PRECO-PED
               MOVE SPACES TO WS-NOT-LINHA(WS-QTD-NOT)
               STRING "I;" WS-NUMERO-NOTA
                      ";"  WS-ITE-CODIGO(WS-IND-ITEM)
                      ";"  WS-ITE-QTD-NOTA(WS-IND-ITEM)
                      ";"  WS-PRECO-NOTA-X
                      ";"  WS-ITE-QTD-REC(WS-IND-ITEM)
                      ";"  WS-PRECO-PED-X
                      ";"  WS-ITE-RESULTADO(WS-IND-ITEM)
                   DELIMITED BY SIZE INTO WS-NOT-LINHA(WS-QTD-NOT)
               END-STRING
           END-PERFORM.
           PERFORM 0130-REGRAVAR-NOTAS.
       0300-LANCAR-NOTA-FIM.   EXIT.
      ******************************************************************
       0310-LOCALIZAR-FORNECEDOR SECTION.
       0311-LOCALIZAR-FORNECEDOR.
           MOVE ZEROS TO WS-FOR-ACHADO.
           PERFORM VARYING WS-IND-FOR FROM 1 BY 1
                   UNTIL WS-IND-FOR GREATER THAN WS-QTD-FOR
               IF WS-FOR-CODIGO(WS-IND-FOR) EQUAL WS-FORNEC-ENT
                   MOVE WS-IND-FOR TO WS-FOR-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0310-LOCALIZAR-FORNECEDOR-FIM. EXIT.
      ******************************************************************
      *--> A MESMA NOTA DO MESMO FORNECEDOR, OU OUTRA NOTA PARA O MESMO
      *    PEDIDO, SO ENTRAM DE NOVO SE A ANTERIOR FOI RECUSADA
       0320-CONFERIR-REPETIDA  SECTION.
       0321-CONFERIR-REPETIDA.
           MOVE "S" TO WS-NOTA-OK.
           PERFORM VARYING WS-IND-NOT FROM 1 BY 1
                   UNTIL WS-IND-NOT GREATER THAN WS-QTD-NOT
               IF WS-NOT-LINHA(WS-IND-NOT)(1:2) EQUAL "N;"
                   PERFORM 0160-DESMONTAR-NOTA
                   IF WS-NF-SITUACAO NOT EQUAL "R"
                       IF FUNCTION NUMVAL(WS-NF-FORNEC) EQUAL
                                                   WS-FORNEC-ENT
                          AND WS-NF-NOTA EQUAL WS-NOTA-ENT
                           DISPLAY "NOTA JA LANCADA COMO "
                                   WS-NF-NUMERO
                           MOVE "N" TO WS-NOTA-OK
                       END-IF
                       IF FUNCTION NUMVAL(WS-NF-PEDIDO) EQUAL
                                                   WS-PEDIDO-ENT
                           DISPLAY "PEDIDO JA FATURADO NA NOTA "
                                   WS-NF-NUMERO
                           MOVE "N" TO WS-NOTA-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0320-CONFERIR-REPETIDA-FIM. EXIT.
      ******************************************************************
      *--> O PEDIDO PRECISA ESTAR RECEBIDO ("R") E SER DO FORNECEDOR DA
      *    NOTA; PEDIDO DE ANTES DO CADASTRO (SEM FORNECEDOR NA LINHA
      *    "P") E ACEITO PARA QUALQUER FORNECEDOR. OS ITENS "L" DO
      *    PEDIDO VAO PARA A TABELA COM A QUANTIDADE E O PRECO
      *    COMBINADOS (PRECO ZERO = PEDIDO SEM PRECO, NAO CONFERE).
       0330-LOCALIZAR-PEDIDO   SECTION.
       0331-LOCALIZAR-PEDIDO.
           MOVE "N" TO WS-NOTA-OK WS-ACHOU-PEDIDO WS-NO-GRUPO.
           MOVE ZEROS TO WS-QTD-ITEM.
           PERFORM 0150-CARREGAR-PEDIDOS.
           PERFORM VARYING WS-IND-PED FROM 1 BY 1
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
                                               WS-PEDIDO-ENT
                       MOVE "S" TO WS-ACHOU-PEDIDO WS-NO-GRUPO
                   ELSE
                       MOVE "N" TO WS-NO-GRUPO
                   END-IF
               ELSE
                   IF WS-NO-GRUPO EQUAL "S"
                      AND WS-QTD-ITEM LESS THAN 50
                       PERFORM 0335-GUARDAR-ITEM-PEDIDO
                   END-IF
               END-IF
               IF WS-ACHOU-PEDIDO EQUAL "S"
                  AND WS-NO-GRUPO EQUAL "N"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-ACHOU-PEDIDO NOT EQUAL "S"
               DISPLAY "PEDIDO NAO ENCONTRADO"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-PED-NUMERO WS-PED-DATA WS-PED-STATUS
                          WS-PED-FORNEC.
           PERFORM VARYING WS-IND-PED FROM 1 BY 1
                   UNTIL WS-IND-PED GREATER THAN WS-QTD-PED
               IF WS-PED-LINHA(WS-IND-PED)(1:2) EQUAL "P;"
                  AND FUNCTION NUMVAL(WS-PED-LINHA(WS-IND-PED)(3:4))
                                               EQUAL WS-PEDIDO-ENT
                   UNSTRING WS-PED-LINHA(WS-IND-PED)
                           DELIMITED BY ";"
                       INTO WS-PED-TIPO WS-PED-NUMERO WS-PED-DATA
                            WS-PED-STATUS WS-PED-FORNEC
                   END-UNSTRING
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PED-STATUS NOT EQUAL "R"
               DISPLAY "PEDIDO AINDA NAO RECEBIDO"
               EXIT SECTION
           END-IF.
           IF WS-PED-FORNEC EQUAL SPACES
               DISPLAY "PEDIDO SEM FORNECEDOR - ACEITO PARA ESTA NOTA"
           ELSE
               IF FUNCTION NUMVAL(WS-PED-FORNEC) NOT EQUAL
                                               WS-FORNEC-ENT
                   DISPLAY "PEDIDO E DE OUTRO FORNECEDOR ("
                           WS-PED-FORNEC ")"
                   EXIT SECTION
               END-IF
           END-IF.
           IF WS-QTD-ITEM EQUAL ZEROS
               DISPLAY "PEDIDO SEM ITENS"
               EXIT SECTION
           END-IF.
           MOVE "S" TO WS-NOTA-OK.
       0330-LOCALIZAR-PEDIDO-FIM. EXIT.
      ******************************************************************
       0335-GUARDAR-ITEM-PEDIDO SECTION.
       0336-GUARDAR-ITEM-PEDIDO.
           MOVE SPACES TO WS-PED-CODIGO WS-PED-QTD.
           MOVE ZEROS TO WS-VALOR-LIDO-X.
           UNSTRING WS-PED-LINHA(WS-IND-PED) DELIMITED BY ";"
               INTO WS-PED-TIPO WS-PED-NUMERO WS-PED-CODIGO
                    WS-PED-QTD WS-VALOR-LIDO-X
           END-UNSTRING.
           IF WS-VALOR-LIDO-X NOT NUMERIC
               MOVE ZEROS TO WS-VALOR-LIDO-X
           END-IF.
           ADD 1 TO WS-QTD-ITEM.
           MOVE WS-PED-CODIGO TO WS-ITE-CODIGO(WS-QTD-ITEM).
           MOVE FUNCTION NUMVAL(WS-PED-QTD)
                   TO WS-ITE-QTD-PED(WS-QTD-ITEM)
                      WS-ITE-QTD-REC(WS-QTD-ITEM).
           MOVE WS-VALOR-LIDO TO WS-ITE-PRECO-PED(WS-QTD-ITEM).
           MOVE ZEROS TO WS-ITE-QTD-NOTA(WS-QTD-ITEM)
                         WS-ITE-PRECO-NOTA(WS-QTD-ITEM).
           MOVE SPACES TO WS-ITE-RESULTADO(WS-QTD-ITEM).
       0335-GUARDAR-ITEM-PEDIDO-FIM. EXIT.
      ******************************************************************
      *--> QUANTIDADE RECEBIDA DE CADA ITEM (A ULTIMA LINHA DO PEDIDO
      *    E ITEM EM RECEBIMENTOS.TXT VALE)
       0340-CARREGAR-RECEBIDOS SECTION.
       0341-CARREGAR-RECEBIDOS.
           OPEN INPUT RECEBIMENTOS.
           IF FS-RECEBIMENTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ RECEBIMENTOS.
           PERFORM UNTIL FS-RECEBIMENTOS NOT EQUAL "00"
               MOVE SPACES TO WS-REC-PEDIDO WS-REC-ITEM
                              WS-REC-QTD-PED WS-REC-QTD-REC
               UNSTRING REG-RECEBIMENTO DELIMITED BY ";"
                   INTO WS-REC-DATA WS-REC-PEDIDO WS-REC-ITEM
                        WS-REC-QTD-PED WS-REC-QTD-REC
               END-UNSTRING
               IF WS-REC-PEDIDO(8:4) IS NUMERIC
                  AND WS-REC-QTD-REC(10:4) IS NUMERIC
                  AND FUNCTION NUMVAL(WS-REC-PEDIDO(8:4))
                                               EQUAL WS-PEDIDO-ENT
                   PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                           UNTIL WS-IND-ITEM GREATER THAN WS-QTD-ITEM
                       IF WS-ITE-CODIGO(WS-IND-ITEM) EQUAL
                                               WS-REC-ITEM(6:5)
                           MOVE WS-REC-QTD-REC(10:4)
                                   TO WS-ITE-QTD-REC(WS-IND-ITEM)
                       END-IF
                   END-PERFORM
               END-IF
               READ RECEBIMENTOS
           END-PERFORM.
           CLOSE RECEBIMENTOS.
       0340-CARREGAR-RECEBIDOS-FIM. EXIT.
      ******************************************************************
      *--> ITEM CONFERE ("OK") SE A QUANTIDADE DA NOTA E A RECEBIDA E O
      *    PRECO DA NOTA E O DO PEDIDO; SENAO FICA "DIV"
       0350-CONFERIR-ITEM      SECTION.
       0351-CONFERIR-ITEM.
           MOVE WS-ITE-PRECO-PED(WS-IND-ITEM) TO WS-PRECO-EDT.
           DISPLAY "ITEM " WS-ITE-CODIGO(WS-IND-ITEM)
                   " PEDIDO " WS-ITE-QTD-PED(WS-IND-ITEM)
                   " RECEBIDO " WS-ITE-QTD-REC(WS-IND-ITEM)
                   " PRECO COMBINADO " WS-PRECO-EDT.
           DISPLAY "QUANTIDADE NA NOTA: ".
           ACCEPT WS-QTD-ENT.
           MOVE WS-QTD-ENT TO WS-ITE-QTD-NOTA(WS-IND-ITEM).

           MOVE ZEROS TO WS-ITE-PRECO-NOTA(WS-IND-ITEM).
           DISPLAY "PRECO UNITARIO NA NOTA: ".
           MOVE SPACES TO WS-PRECO-ENT.
           ACCEPT WS-PRECO-ENT.
           IF WS-PRECO-ENT NOT EQUAL SPACES
              AND FUNCTION TEST-NUMVAL(WS-PRECO-ENT) EQUAL ZEROS
               COMPUTE WS-ITE-PRECO-NOTA(WS-IND-ITEM) =
                       FUNCTION NUMVAL(WS-PRECO-ENT)
           ELSE
               DISPLAY "PRECO INVALIDO - CONSIDERADO ZERO"
           END-IF.

           MOVE "OK" TO WS-ITE-RESULTADO(WS-IND-ITEM).
           IF WS-ITE-QTD-NOTA(WS-IND-ITEM) NOT EQUAL
                                   WS-ITE-QTD-REC(WS-IND-ITEM)
               MOVE "DIV" TO WS-ITE-RESULTADO(WS-IND-ITEM)
               DISPLAY "  DIVERGENCIA: NOTA COBRA "
                       WS-ITE-QTD-NOTA(WS-IND-ITEM)
                       " E CHEGARAM " WS-ITE-QTD-REC(WS-IND-ITEM)
           END-IF.
           IF WS-ITE-PRECO-PED(WS-IND-ITEM) GREATER THAN ZEROS
              AND WS-ITE-PRECO-NOTA(WS-IND-ITEM) NOT EQUAL
                                   WS-ITE-PRECO-PED(WS-IND-ITEM)
               MOVE "DIV" TO WS-ITE-RESULTADO(WS-IND-ITEM)
               MOVE WS-ITE-PRECO-NOTA(WS-IND-ITEM) TO WS-PRECO-EDT2
               DISPLAY "  DIVERGENCIA: PRECO DA NOTA " WS-PRECO-EDT2
                       " DIFERENTE DO COMBINADO " WS-PRECO-EDT
           END-IF.
           IF WS-ITE-RESULTADO(WS-IND-ITEM) EQUAL "DIV"
               ADD 1 TO WS-QT-DIVERGENTES
           END-IF.
           COMPUTE WS-TOTAL-NOTA = WS-TOTAL-NOTA +
                   WS-ITE-QTD-NOTA(WS-IND-ITEM) *
                   WS-ITE-PRECO-NOTA(WS-IND-ITEM).
       0350-CONFERIR-ITEM-FIM. EXIT.
      ******************************************************************
      *--> NOTA DIVERGENTE ("D"): MOSTRA OS ITENS E O SUPERVISOR APROVA
      *    (GERA AS PARCELAS PELO VALOR DA NOTA) OU RECUSA ("R", O
      *    FORNECEDOR MANDA NOTA NOVA)
       0400-DECIDIR-DIVERGENTE SECTION.
       0401-DECIDIR-DIVERGENTE.
           PERFORM 0120-CARREGAR-NOTAS.
           DISPLAY "NUMERO INTERNO DA NOTA: ".
           ACCEPT WS-NUMERO-NOTA.

           MOVE ZEROS TO WS-NOT-ACHADA.
           PERFORM VARYING WS-IND-NOT FROM 1 BY 1
                   UNTIL WS-IND-NOT GREATER THAN WS-QTD-NOT
               IF WS-NOT-LINHA(WS-IND-NOT)(1:2) EQUAL "N;"
                  AND FUNCTION NUMVAL(WS-NOT-LINHA(WS-IND-NOT)(3:4))
                                               EQUAL WS-NUMERO-NOTA
                   MOVE WS-IND-NOT TO WS-NOT-ACHADA
               END-IF
               IF WS-NOT-ACHADA GREATER THAN ZEROS
                  AND WS-NOT-LINHA(WS-IND-NOT)(1:2) EQUAL "I;"
                  AND FUNCTION NUMVAL(WS-NOT-LINHA(WS-IND-NOT)(3:4))
                                               EQUAL WS-NUMERO-NOTA
                   DISPLAY "  " WS-NOT-LINHA(WS-IND-NOT)(8:40)
               END-IF
           END-PERFORM.
           IF WS-NOT-ACHADA EQUAL ZEROS
               DISPLAY "NOTA NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           MOVE WS-NOT-ACHADA TO WS-IND-NOT.
           PERFORM 0160-DESMONTAR-NOTA.
           IF WS-NF-SITUACAO NOT EQUAL "D"
               DISPLAY "NOTA NAO ESTA AGUARDANDO DECISAO (SITUACAO "
                       WS-NF-SITUACAO ")"
               EXIT SECTION
           END-IF.
           MOVE WS-NF-TOTAL TO WS-VALOR-EDT.
           DISPLAY "NOTA " WS-NF-NOTA " FORNECEDOR " WS-NF-FORNEC
                   " PEDIDO " WS-NF-PEDIDO " TOTAL " WS-VALOR-EDT.
           DISPLAY "A-APROVAR R-RECUSAR (OUTRO = NADA): ".
           MOVE SPACES TO WS-DECISAO.
           ACCEPT WS-DECISAO.
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO.
           IF WS-DECISAO NOT EQUAL "A" AND WS-DECISAO NOT EQUAL "R"
               EXIT SECTION
           END-IF.

           PERFORM 0410-CONFERIR-SUPERVISOR.
           IF WS-SUP-OK NOT EQUAL "S"
               DISPLAY "SUPERVISOR NAO AUTORIZADO"
               EXIT SECTION
           END-IF.

           IF WS-DECISAO EQUAL "A"
               IF WS-CONTA-PAGADORA EQUAL SPACES
                   DISPLAY "SEM CONTA PAGADORA (LINHA FO DO "
                           "CONTALOJA.TXT)"
                   EXIT SECTION
               END-IF
               MOVE FUNCTION NUMVAL(WS-NF-FORNEC) TO WS-FORNEC-ENT
               PERFORM 0310-LOCALIZAR-FORNECEDOR
               IF WS-FOR-ACHADO EQUAL ZEROS
                   DISPLAY "FORNECEDOR DA NOTA NAO ESTA NO CADASTRO"
                   EXIT SECTION
               END-IF
               MOVE WS-NF-EMISSAO TO WS-EMISSAO
               MOVE WS-NF-TOTAL TO WS-TOTAL-NOTA
               MOVE FUNCTION NUMVAL(WS-NF-NUMERO) TO WS-NUMERO-NOTA
               PERFORM 0500-GERAR-PARCELAS
               IF WS-PARCELAS-OK NOT EQUAL "S"
                   EXIT SECTION
               END-IF
               MOVE "A" TO WS-NF-SITUACAO
               DISPLAY "NOTA APROVADA"
           ELSE
               MOVE "R" TO WS-NF-SITUACAO
               DISPLAY "NOTA RECUSADA"
           END-IF.
           MOVE WS-SUP-LOGIN TO WS-NF-APROVADOR.
           MOVE WS-DATA-HOJE TO WS-NF-DATA-APROV.
           MOVE WS-NOT-ACHADA TO WS-IND-NOT.
           PERFORM 0170-MONTAR-NOTA.
           PERFORM 0130-REGRAVAR-NOTAS.
       0400-DECIDIR-DIVERGENTE-FIM. EXIT.
      ******************************************************************
       0410-CONFERIR-SUPERVISOR SECTION.
       0411-CONFERIR-SUPERVISOR.
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
       0410-CONFERIR-SUPERVISOR-FIM. EXIT.
      ******************************************************************
      *--> PARCELAS DA NOTA NO FIM DO AGENDADOS.TXT: A 1a NO PRAZO 1
      *    (000 = NA EMISSAO), MAIS UMA PARA CADA PRAZO 2 E 3
      *    PREENCHIDO; O VALOR E DIVIDIDO POR IGUAL E OS CENTAVOS QUE
      *    SOBRAM VAO NA ULTIMA. CATEGORIA FORNECEDOR, FAVORECIDO DO
      *    CADASTRO.
       0500-GERAR-PARCELAS     SECTION.
       0501-GERAR-PARCELAS.
           MOVE "N" TO WS-PARCELAS-OK.
           MOVE 1 TO WS-QT-PARCELAS.
           IF WS-FOR-PRAZO(WS-FOR-ACHADO, 2) GREATER THAN ZEROS
               ADD 1 TO WS-QT-PARCELAS
           END-IF.
           IF WS-FOR-PRAZO(WS-FOR-ACHADO, 3) GREATER THAN ZEROS
               ADD 1 TO WS-QT-PARCELAS
           END-IF.
           COMPUTE WS-VALOR-PARCELA =
                   WS-TOTAL-NOTA / WS-QT-PARCELAS.
           COMPUTE WS-VALOR-ULTIMA = WS-TOTAL-NOTA -
                   WS-VALOR-PARCELA * (WS-QT-PARCELAS - 1).
           IF WS-VALOR-ULTIMA GREATER THAN 999999,99
               DISPLAY "PARCELA ACIMA DO LIMITE DA AGENDA - NOTA NAO "
                       "APROVADA"
               EXIT SECTION
           END-IF.

           MOVE ZEROS TO WS-QT-AGENDADOS.
           OPEN INPUT AGENDADOS.
           IF FS-AGENDADOS EQUAL "00"
               READ AGENDADOS
               PERFORM UNTIL FS-AGENDADOS NOT EQUAL "00"
                   ADD 1 TO WS-QT-AGENDADOS
                   READ AGENDADOS
               END-PERFORM
               CLOSE AGENDADOS
           END-IF.
           IF WS-QT-AGENDADOS + WS-QT-PARCELAS GREATER THAN
                                               WS-LIMITE-AGENDA
               DISPLAY "AGENDA DE PAGAMENTOS CHEIA - NOTA NAO APROVADA"
               EXIT SECTION
           END-IF.

           OPEN EXTEND AGENDADOS.
           IF FS-AGENDADOS EQUAL "35"
               OPEN OUTPUT AGENDADOS
               CLOSE AGENDADOS
               OPEN EXTEND AGENDADOS
           END-IF.
           PERFORM VARYING WS-IND-PARC FROM 1 BY 1
                   UNTIL WS-IND-PARC GREATER THAN WS-QT-PARCELAS
               IF WS-IND-PARC EQUAL WS-QT-PARCELAS
                   MOVE WS-VALOR-ULTIMA TO WS-VALOR-AGENDA
               ELSE
                   MOVE WS-VALOR-PARCELA TO WS-VALOR-AGENDA
               END-IF
               COMPUTE WS-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-EMISSAO) +
                       WS-FOR-PRAZO(WS-FOR-ACHADO, WS-IND-PARC))
               MOVE SPACES TO REG-AGENDADO
               STRING WS-CONTA-PAGADORA
                      ";" WS-VENCIMENTO
                      ";" WS-VALOR-AGENDA
                      ";FORNECEDOR"
                      ";" WS-FOR-NOME(WS-FOR-ACHADO)
                      ";P"
                      ";" WS-FOR-CODFAV(WS-FOR-ACHADO)
                   DELIMITED BY SIZE INTO REG-AGENDADO
               END-STRING
               WRITE REG-AGENDADO
               MOVE WS-VALOR-AGENDA TO WS-VALOR-EDT
               DISPLAY "PARCELA " WS-IND-PARC "/" WS-QT-PARCELAS
                       " VENCE " WS-VENCIMENTO " VALOR " WS-VALOR-EDT
           END-PERFORM.
           CLOSE AGENDADOS.
           MOVE "S" TO WS-PARCELAS-OK.
       0500-GERAR-PARCELAS-FIM. EXIT.
      ******************************************************************
       0600-LISTAR-NOTAS       SECTION.
       0601-LISTAR-NOTAS.
           PERFORM 0120-CARREGAR-NOTAS.
           IF WS-QTD-NOT EQUAL ZEROS
               DISPLAY "NENHUMA NOTA LANCADA"
               EXIT SECTION
           END-IF.
           DISPLAY "NUM  FORN NOTA       EMISSAO  PED  "
                   "       TOTAL SIT".
           PERFORM VARYING WS-IND-NOT FROM 1 BY 1
                   UNTIL WS-IND-NOT GREATER THAN WS-QTD-NOT
               IF WS-NOT-LINHA(WS-IND-NOT)(1:2) EQUAL "N;"
                   PERFORM 0160-DESMONTAR-NOTA
                   MOVE WS-NF-TOTAL TO WS-VALOR-EDT
                   DISPLAY WS-NF-NUMERO " " WS-NF-FORNEC " "
                           WS-NF-NOTA " " WS-NF-EMISSAO " "
                           WS-NF-PEDIDO " " WS-VALOR-EDT " "
                           WS-NF-SITUACAO " " WS-NF-APROVADOR
               END-IF
           END-PERFORM.
       0600-LISTAR-NOTAS-FIM.  EXIT.
      ******************************************************************
      *--> POSICAO DO CONTAS A PAGAR: PARCELAS DE FORNECEDOR AINDA NAO
      *    PAGAS NO AGENDADOS.TXT (SITUACAO P OU F) SOMADAS POR
      *    FORNECEDOR (PELO FAVORECIDO DO CADASTRO) E POR FAIXA DE
      *    ATRASO CONTADA DO VENCIMENTO ATE HOJE
       0700-POSICAO-FORNECEDORES SECTION.
       0701-POSICAO-FORNECEDORES.
           PERFORM VARYING WS-IND-FOR FROM 1 BY 1
                   UNTIL WS-IND-FOR GREATER THAN WS-QTD-FOR
               PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                       UNTIL WS-IND-FAIXA GREATER THAN 5
                   MOVE ZEROS TO WS-FOR-FAIXA(WS-IND-FOR, WS-IND-FAIXA)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL WS-IND-FAIXA GREATER THAN 5
               MOVE ZEROS TO WS-TOT-FAIXA(WS-IND-FAIXA)
           END-PERFORM.
           MOVE ZEROS TO WS-QT-SEM-CADASTRO.

           OPEN INPUT AGENDADOS.
           IF FS-AGENDADOS EQUAL "00"
               READ AGENDADOS
               PERFORM UNTIL FS-AGENDADOS NOT EQUAL "00"
                   PERFORM 0710-ACUMULAR-PARCELA
                   READ AGENDADOS
               END-PERFORM
               CLOSE AGENDADOS
           END-IF.

           OPEN OUTPUT POSICAO.
           MOVE SPACES TO REG-POSICAO.
           STRING "POSICAO DO CONTAS A PAGAR EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-POSICAO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           MOVE SPACES TO REG-POSICAO.
           STRING "FORN NOME                    "
                  "   A VENCER"
                  "   1-30 DIAS"
                  "  31-60 DIAS"
                  "  61-90 DIAS"
                  "    +90 DIAS"
               DELIMITED BY SIZE INTO REG-POSICAO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-FOR FROM 1 BY 1
                   UNTIL WS-IND-FOR GREATER THAN WS-QTD-FOR
               MOVE ZEROS TO WS-TOT-FORNEC
               PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                       UNTIL WS-IND-FAIXA GREATER THAN 5
                   ADD WS-FOR-FAIXA(WS-IND-FOR, WS-IND-FAIXA)
                           TO WS-TOT-FORNEC WS-TOT-FAIXA(WS-IND-FAIXA)
                   MOVE WS-FOR-FAIXA(WS-IND-FOR, WS-IND-FAIXA)
                           TO WS-FAIXA-EDT(WS-IND-FAIXA)
               END-PERFORM
               IF WS-TOT-FORNEC GREATER THAN ZEROS
                   MOVE SPACES TO REG-POSICAO
                   STRING WS-FOR-CODIGO(WS-IND-FOR)
                          " " WS-FOR-NOME(WS-IND-FOR)
                          "   " WS-FAIXA-EDT(1)
                          " "   WS-FAIXA-EDT(2)
                          " "   WS-FAIXA-EDT(3)
                          " "   WS-FAIXA-EDT(4)
                          " "   WS-FAIXA-EDT(5)
                       DELIMITED BY SIZE INTO REG-POSICAO
                   END-STRING
                   PERFORM 0790-GRAVAR-E-MOSTRAR
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL WS-IND-FAIXA GREATER THAN 5
               MOVE WS-TOT-FAIXA(WS-IND-FAIXA)
                       TO WS-FAIXA-EDT(WS-IND-FAIXA)
           END-PERFORM.
           MOVE SPACES TO REG-POSICAO.
           STRING "TOTAL                    "
                  "   " WS-FAIXA-EDT(1)
                  " "   WS-FAIXA-EDT(2)
                  " "   WS-FAIXA-EDT(3)
                  " "   WS-FAIXA-EDT(4)
                  " "   WS-FAIXA-EDT(5)
               DELIMITED BY SIZE INTO REG-POSICAO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.

           IF WS-QT-SEM-CADASTRO GREATER THAN ZEROS
               MOVE SPACES TO REG-POSICAO
               STRING "PARCELAS DE FAVORECIDO FORA DO CADASTRO DE "
                      "FORNECEDORES: " WS-QT-SEM-CADASTRO
                   DELIMITED BY SIZE INTO REG-POSICAO
               END-STRING
               PERFORM 0790-GRAVAR-E-MOSTRAR
           END-IF.

      *--> NOTAS DIVERGENTES AINDA NAO ESTAO NA AGENDA: APARECEM A PARTE
           PERFORM 0120-CARREGAR-NOTAS.
           MOVE ZEROS TO WS-QT-AGUARDANDO WS-VL-AGUARDANDO.
           PERFORM VARYING WS-IND-NOT FROM 1 BY 1
                   UNTIL WS-IND-NOT GREATER THAN WS-QTD-NOT
               IF WS-NOT-LINHA(WS-IND-NOT)(1:2) EQUAL "N;"
                   PERFORM 0160-DESMONTAR-NOTA
                   IF WS-NF-SITUACAO EQUAL "D"
                       ADD 1 TO WS-QT-AGUARDANDO
                       ADD WS-NF-TOTAL TO WS-VL-AGUARDANDO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-QT-AGUARDANDO GREATER THAN ZEROS
               MOVE WS-VL-AGUARDANDO TO WS-VALOR-EDT
               MOVE SPACES TO REG-POSICAO
               STRING "NOTAS DIVERGENTES AGUARDANDO DECISAO: "
                      WS-QT-AGUARDANDO " - VALOR " WS-VALOR-EDT
                   DELIMITED BY SIZE INTO REG-POSICAO
               END-STRING
               PERFORM 0790-GRAVAR-E-MOSTRAR
           END-IF.
           CLOSE POSICAO.
           DISPLAY "RELATORIO EM POSICAOPAGAR.TXT".
       0700-POSICAO-FORNECEDORES-FIM. EXIT.
      ******************************************************************
       0710-ACUMULAR-PARCELA   SECTION.
       0711-ACUMULAR-PARCELA.
           MOVE SPACES TO WS-AGE-CATEGORIA WS-AGE-SITUACAO
                          WS-AGE-CODFAV WS-AGE-VENC-X.
           MOVE ZEROS TO WS-AGE-VALOR-X.
           UNSTRING REG-AGENDADO DELIMITED BY ";"
               INTO WS-AGE-CONTA WS-AGE-VENC-X WS-AGE-VALOR-X
                    WS-AGE-CATEGORIA WS-AGE-FAVORECIDO
                    WS-AGE-SITUACAO WS-AGE-CODFAV
           END-UNSTRING.
           IF WS-AGE-CATEGORIA NOT EQUAL "FORNECEDOR"
              OR (WS-AGE-SITUACAO NOT EQUAL "P"
                  AND WS-AGE-SITUACAO NOT EQUAL "F")
              OR WS-AGE-VENC-X NOT NUMERIC
              OR WS-AGE-VALOR-X NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-AGE-VENC-X TO WS-AGE-VENC.

           MOVE ZEROS TO WS-FOR-ACHADO.
           IF WS-AGE-CODFAV IS NUMERIC
               PERFORM VARYING WS-IND-FOR FROM 1 BY 1
                       UNTIL WS-IND-FOR GREATER THAN WS-QTD-FOR
                   IF WS-FOR-CODFAV(WS-IND-FOR) EQUAL
                                   FUNCTION NUMVAL(WS-AGE-CODFAV)
                       MOVE WS-IND-FOR TO WS-FOR-ACHADO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FOR-ACHADO EQUAL ZEROS
               ADD 1 TO WS-QT-SEM-CADASTRO
               EXIT SECTION
           END-IF.

           COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(WS-AGE-VENC).
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT GREATER THAN ZEROS
                   MOVE 1 TO WS-IND-FAIXA
               WHEN WS-DIAS-ATRASO NOT GREATER THAN 30
                   MOVE 2 TO WS-IND-FAIXA
               WHEN WS-DIAS-ATRASO NOT GREATER THAN 60
                   MOVE 3 TO WS-IND-FAIXA
               WHEN WS-DIAS-ATRASO NOT GREATER THAN 90
                   MOVE 4 TO WS-IND-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-IND-FAIXA
           END-EVALUATE.
           ADD WS-AGE-VALOR
                   TO WS-FOR-FAIXA(WS-FOR-ACHADO, WS-IND-FAIXA).
       0710-ACUMULAR-PARCELA-FIM. EXIT.
      ******************************************************************
       0790-GRAVAR-E-MOSTRAR   SECTION.
       0791-GRAVAR-E-MOSTRAR.
           WRITE REG-POSICAO.
           DISPLAY REG-POSICAO.
       0790-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       0900-FINALIZAR          SECTION.
       0901-FINALIZAR.
           DISPLAY "CONTAS A PAGAR ENCERRADO".
       0900-FINALIZAR-FIM.     EXIT.
      ******************************************************************
       END PROGRAM CONTAS-PAGAR.
