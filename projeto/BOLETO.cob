      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  SUBPROGRAMA DE LEITURA DE BOLETO BANCARIO
      *     Recebe o que o operador digitou (linha digitavel de 47
      *     digitos ou codigo de barras de 44, com ou sem pontos e
      *     espacos), confere os digitos verificadores dos tres
      *     campos da linha (modulo 10) e o verificador geral do
      *     codigo de barras (modulo 11), e devolve a linha digitavel
      *     normalizada (47 digitos, sempre, mesmo quando veio o
      *     codigo de barras), o valor e o vencimento decodificados
      *     do fator de vencimento (base 07/10/1997, com a volta do
      *     fator para 1000 em 22/02/2025: vale o ciclo mais proximo
      *     de hoje). Fator zero = boleto sem vencimento (zeros).
      *     Chamado como o CEPBUSCA, pelo PAGAMENTO-CONTA e pelo
      *     AGENDA-PAGTOS, que nao deixam mais o valor de um boleto
      *     ser digitado a mao.
      *     LK-BOL-RC: "00" boleto valido / "TM" quantidade de
      *                digitos diferente de 44 e 47 / "CV" conta de
      *                consumo ou tributo (comeca com 8, outro
      *                layout) / "D1" "D2" "D3" verificador do campo
      *                1, 2 ou 3 da linha / "DG" verificador geral.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. BOLETO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       DATA                    DIVISION.
      *
       WORKING-STORAGE         SECTION.
      *---> SO OS DIGITOS DO QUE FOI DIGITADO
       77  WK-DIGITOS               PIC X(60) VALUE SPACES.
       77  WK-QTD-DIG               PIC 9(02) VALUE ZEROS.
       77  WK-IDX                   PIC 9(02) VALUE ZEROS.

      *---> AS DUAS FORMAS DO BOLETO
      *     BARRA: BANCO(3) MOEDA(1) DV(1) FATOR(4) VALOR(10) LIVRE(25)
      *     LINHA: CAMPO1 = BANCO MOEDA LIVRE(1:5) DV
      *            CAMPO2 = LIVRE(6:10) DV / CAMPO3 = LIVRE(16:10) DV
      *            CAMPO4 = DV GERAL / CAMPO5 = FATOR VALOR
       01  WK-BARRA.
           05 WK-BAR-BANCO-MOEDA    PIC X(04).
           05 WK-BAR-DV             PIC X(01).
           05 WK-BAR-FATOR          PIC 9(04).
           05 WK-BAR-VALOR          PIC 9(08)V99.
           05 WK-BAR-LIVRE          PIC X(25).
       01  WK-BARRA-R REDEFINES WK-BARRA.
           05 WK-BAR-1A4            PIC X(04).
           05 FILLER                PIC X(01).
           05 WK-BAR-6A44           PIC X(39).
       01  WK-LINHA.
           05 WK-LIN-CAMPO1         PIC X(09).
           05 WK-LIN-DV1            PIC X(01).
           05 WK-LIN-CAMPO2         PIC X(10).
           05 WK-LIN-DV2            PIC X(01).
           05 WK-LIN-CAMPO3         PIC X(10).
           05 WK-LIN-DV3            PIC X(01).
           05 WK-LIN-DV-GERAL       PIC X(01).
           05 WK-LIN-FATOR-VALOR    PIC X(14).

      *---> MODULO 10 (CAMPOS DA LINHA): PESOS 2,1,2,1... DA DIREITA
      *     PARA A ESQUERDA, PRODUTO ACIMA DE 9 SOMA OS ALGARISMOS
       77  WK-M10-CAMPO             PIC X(10) VALUE SPACES.
       77  WK-M10-TAM               PIC 9(02) VALUE ZEROS.
       77  WK-M10-DV                PIC 9(01) VALUE ZEROS.
       77  WK-M10-PESO              PIC 9(01) VALUE ZEROS.
       77  WK-M10-PRODUTO           PIC 9(02) VALUE ZEROS.
       77  WK-M10-SOMA              PIC 9(04) VALUE ZEROS.

      *---> MODULO 11 (CODIGO DE BARRAS SEM A POSICAO 5): PESOS 2 A 9
      *     DA DIREITA PARA A ESQUERDA; RESULTADO 0, 10 OU 11 VIRA 1
       77  WK-M11-CAMPO             PIC X(43) VALUE SPACES.
       77  WK-M11-DV                PIC 9(01) VALUE ZEROS.
       77  WK-M11-PESO              PIC 9(02) VALUE ZEROS.
       77  WK-M11-SOMA              PIC 9(05) VALUE ZEROS.
       77  WK-M11-RESTO             PIC 9(02) VALUE ZEROS.
       77  WK-DIGITO                PIC 9(01) VALUE ZEROS.

      *---> FATOR DE VENCIMENTO
       77  WK-DIAS-BASE             PIC 9(07) VALUE ZEROS.
       77  WK-DIAS-VENC             PIC 9(07) VALUE ZEROS.
       77  WK-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
      ******************************************************************
       LINKAGE                 SECTION.
       01  LK-BOL-ENTRADA           PIC X(60).
       01  LK-BOL-LINHA             PIC X(47).
       01  LK-BOL-VALOR             PIC 9(08)V99.
       01  LK-BOL-VENCIMENTO        PIC 9(08).
       01  LK-BOL-RC                PIC X(02).
      ******************************************************************
       PROCEDURE               DIVISION USING LK-BOL-ENTRADA
                                             LK-BOL-LINHA
                                             LK-BOL-VALOR
                                             LK-BOL-VENCIMENTO
                                             LK-BOL-RC.
       0000-PRINCIPAL          SECTION.
           MOVE "00" TO LK-BOL-RC.
           MOVE SPACES TO LK-BOL-LINHA.
           MOVE ZEROS TO LK-BOL-VALOR LK-BOL-VENCIMENTO.

           PERFORM 0100-EXTRAIR-DIGITOS.
           IF WK-QTD-DIG NOT EQUAL 44 AND WK-QTD-DIG NOT EQUAL 47
               MOVE "TM" TO LK-BOL-RC
               GOBACK
           END-IF.
           IF WK-DIGITOS(1:1) EQUAL "8"
               MOVE "CV" TO LK-BOL-RC
               GOBACK
           END-IF.

           IF WK-QTD-DIG EQUAL 47
               PERFORM 0200-CONFERIR-LINHA
           ELSE
               PERFORM 0300-MONTAR-LINHA
           END-IF.
           IF LK-BOL-RC NOT EQUAL "00"
               GOBACK
           END-IF.

           PERFORM 0400-CONFERIR-DV-GERAL.
           IF LK-BOL-RC NOT EQUAL "00"
               GOBACK
           END-IF.

           PERFORM 0500-DECODIFICAR.
           MOVE WK-LINHA TO LK-BOL-LINHA.
           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
      *---> PONTOS, ESPACOS E TRACOS DA DIGITACAO SAO DESCARTADOS
       0100-EXTRAIR-DIGITOS    SECTION.
           MOVE SPACES TO WK-DIGITOS.
           MOVE ZEROS TO WK-QTD-DIG.
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX GREATER THAN 60
                      OR WK-QTD-DIG GREATER THAN 47
               IF LK-BOL-ENTRADA(WK-IDX:1) IS NUMERIC
                   ADD 1 TO WK-QTD-DIG
                   MOVE LK-BOL-ENTRADA(WK-IDX:1)
                                       TO WK-DIGITOS(WK-QTD-DIG:1)
               END-IF
           END-PERFORM.
       0100-EXTRAIR-DIGITOS-FIM. EXIT.
      ******************************************************************
      *---> VEIO A LINHA DIGITAVEL: CONFERE OS TRES CAMPOS E REMONTA O
      *     CODIGO DE BARRAS PARA O VERIFICADOR GERAL
       0200-CONFERIR-LINHA     SECTION.
           MOVE WK-DIGITOS(1:47) TO WK-LINHA.

           MOVE WK-LIN-CAMPO1 TO WK-M10-CAMPO.
           MOVE 9 TO WK-M10-TAM.
           PERFORM 0600-CALCULAR-MODULO-10.
           IF WK-M10-DV NOT EQUAL WK-LIN-DV1
               MOVE "D1" TO LK-BOL-RC
               EXIT SECTION
           END-IF.

           MOVE WK-LIN-CAMPO2 TO WK-M10-CAMPO.
           MOVE 10 TO WK-M10-TAM.
           PERFORM 0600-CALCULAR-MODULO-10.
           IF WK-M10-DV NOT EQUAL WK-LIN-DV2
               MOVE "D2" TO LK-BOL-RC
               EXIT SECTION
           END-IF.

           MOVE WK-LIN-CAMPO3 TO WK-M10-CAMPO.
           MOVE 10 TO WK-M10-TAM.
           PERFORM 0600-CALCULAR-MODULO-10.
           IF WK-M10-DV NOT EQUAL WK-LIN-DV3
               MOVE "D3" TO LK-BOL-RC
               EXIT SECTION
           END-IF.

           MOVE WK-LIN-CAMPO1(1:4) TO WK-BAR-BANCO-MOEDA.
           MOVE WK-LIN-DV-GERAL    TO WK-BAR-DV.
           MOVE WK-LIN-FATOR-VALOR TO WK-BAR-6A44(1:14).
           MOVE WK-LIN-CAMPO1(5:5) TO WK-BAR-LIVRE(1:5).
           MOVE WK-LIN-CAMPO2      TO WK-BAR-LIVRE(6:10).
           MOVE WK-LIN-CAMPO3      TO WK-BAR-LIVRE(16:10).
       0200-CONFERIR-LINHA-FIM. EXIT.
      ******************************************************************
      *---> VEIO O CODIGO DE BARRAS: MONTA A LINHA COM OS VERIFICADORES
      *     DE CADA CAMPO, QUE E A FORMA GUARDADA NO EXTRATO
       0300-MONTAR-LINHA       SECTION.
           MOVE WK-DIGITOS(1:44) TO WK-BARRA.

           MOVE WK-BAR-BANCO-MOEDA TO WK-LIN-CAMPO1(1:4).
           MOVE WK-BAR-LIVRE(1:5)  TO WK-LIN-CAMPO1(5:5).
           MOVE WK-LIN-CAMPO1 TO WK-M10-CAMPO.
           MOVE 9 TO WK-M10-TAM.
           PERFORM 0600-CALCULAR-MODULO-10.
           MOVE WK-M10-DV TO WK-LIN-DV1.

           MOVE WK-BAR-LIVRE(6:10) TO WK-LIN-CAMPO2.
           MOVE WK-LIN-CAMPO2 TO WK-M10-CAMPO.
           MOVE 10 TO WK-M10-TAM.
           PERFORM 0600-CALCULAR-MODULO-10.
           MOVE WK-M10-DV TO WK-LIN-DV2.

           MOVE WK-BAR-LIVRE(16:10) TO WK-LIN-CAMPO3.
           MOVE WK-LIN-CAMPO3 TO WK-M10-CAMPO.
           MOVE 10 TO WK-M10-TAM.
           PERFORM 0600-CALCULAR-MODULO-10.
           MOVE WK-M10-DV TO WK-LIN-DV3.

           MOVE WK-BAR-DV TO WK-LIN-DV-GERAL.
           MOVE WK-BAR-6A44(1:14) TO WK-LIN-FATOR-VALOR.
       0300-MONTAR-LINHA-FIM.  EXIT.
      ******************************************************************
       0400-CONFERIR-DV-GERAL  SECTION.
           MOVE SPACES TO WK-M11-CAMPO.
           STRING WK-BAR-1A4 WK-BAR-6A44
               DELIMITED BY SIZE INTO WK-M11-CAMPO
           END-STRING.
           PERFORM 0700-CALCULAR-MODULO-11.
           IF WK-M11-DV NOT EQUAL WK-BAR-DV
               MOVE "DG" TO LK-BOL-RC
           END-IF.
       0400-CONFERIR-DV-GERAL-FIM. EXIT.
      ******************************************************************
      *---> VALOR EM CENTAVOS NAS POSICOES 10-19 DO CODIGO DE BARRAS;
      *     VENCIMENTO = 07/10/1997 + FATOR, AVANCANDO DE 9000 EM 9000
      *     DIAS (A VOLTA DO FATOR) ENQUANTO A DATA FICAR MAIS DE 3000
      *     DIAS ATRAS DE HOJE
       0500-DECODIFICAR        SECTION.
           MOVE WK-BAR-VALOR TO LK-BOL-VALOR.
           IF WK-BAR-FATOR EQUAL ZEROS
               EXIT SECTION
           END-IF.

           COMPUTE WK-DIAS-BASE = FUNCTION INTEGER-OF-DATE(19971007).
           COMPUTE WK-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           COMPUTE WK-DIAS-VENC = WK-DIAS-BASE + WK-BAR-FATOR.
           PERFORM UNTIL WK-DIAS-VENC + 3000 NOT LESS THAN WK-DIAS-HOJE
               ADD 9000 TO WK-DIAS-VENC
           END-PERFORM.
           COMPUTE LK-BOL-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER(WK-DIAS-VENC).
       0500-DECODIFICAR-FIM.   EXIT.
      ******************************************************************
       0600-CALCULAR-MODULO-10 SECTION.
           MOVE ZEROS TO WK-M10-SOMA.
           MOVE 2 TO WK-M10-PESO.
           PERFORM VARYING WK-IDX FROM WK-M10-TAM BY -1
                   UNTIL WK-IDX LESS THAN 1
               MOVE WK-M10-CAMPO(WK-IDX:1) TO WK-DIGITO
               COMPUTE WK-M10-PRODUTO = WK-DIGITO * WK-M10-PESO
               IF WK-M10-PRODUTO GREATER THAN 9
                   SUBTRACT 9 FROM WK-M10-PRODUTO
               END-IF
               ADD WK-M10-PRODUTO TO WK-M10-SOMA
               IF WK-M10-PESO EQUAL 2
                   MOVE 1 TO WK-M10-PESO
               ELSE
                   MOVE 2 TO WK-M10-PESO
               END-IF
           END-PERFORM.
           COMPUTE WK-M10-DV =
                   FUNCTION MOD(10 - FUNCTION MOD(WK-M10-SOMA, 10), 10).
       0600-CALCULAR-MODULO-10-FIM. EXIT.
      ******************************************************************
       0700-CALCULAR-MODULO-11 SECTION.
           MOVE ZEROS TO WK-M11-SOMA.
           MOVE 2 TO WK-M11-PESO.
           PERFORM VARYING WK-IDX FROM 43 BY -1
                   UNTIL WK-IDX LESS THAN 1
               MOVE WK-M11-CAMPO(WK-IDX:1) TO WK-DIGITO
               COMPUTE WK-M11-SOMA =
                       WK-M11-SOMA + WK-DIGITO * WK-M11-PESO
               IF WK-M11-PESO EQUAL 9
                   MOVE 2 TO WK-M11-PESO
               ELSE
                   ADD 1 TO WK-M11-PESO
               END-IF
           END-PERFORM.
           COMPUTE WK-M11-RESTO = FUNCTION MOD(WK-M11-SOMA, 11).
           IF WK-M11-RESTO LESS THAN 2
               MOVE 1 TO WK-M11-DV
           ELSE
               COMPUTE WK-M11-DV = 11 - WK-M11-RESTO
           END-IF.
       0700-CALCULAR-MODULO-11-FIM. EXIT.
