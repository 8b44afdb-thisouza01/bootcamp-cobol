      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Fechamento mensal do crediario da loja
      *          As compras a prazo do CAIXA-MERCADO ficam em
      *          crediario.txt (C = compra, E = estorno de venda
      *          cancelada) sem fatura. Este lote fecha a competencia
      *          pedida (AAAAMM, vazio = mes anterior): soma por CPF
      *          as linhas ainda sem fatura com data ate o ultimo dia
      *          do mes, emite uma fatura por cliente em faturas.txt
      *          (NUMERO;CPF;COMPETENCIA;EMISSAO;VENCIMENTO;VALOR;
      *          SITUACAO;DATA-PAGTO;AUT) com vencimento no fim do mes
      *          mais CREDIARIO_PRAZO dias (padrao 10) e carimba o
      *          numero da fatura nas linhas. Linha ja faturada nao
      *          entra de novo, entao repetir o fechamento nao duplica
      *          fatura. Saldo a favor do cliente (estorno maior que
      *          as compras) fica sem fatura e abate no mes seguinte.
      *          A fatura e paga pelo PAGAMENTO-CONTA (operacao 3) ou
      *          pelo debito automatico do COBRA-CREDIARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. FATURA-CREDIARIO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT CREDIARIO ASSIGN TO "C:\teste\crediario.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CREDIARIO.

           SELECT FATURAS ASSIGN TO "C:\teste\faturas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FATURAS.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  CREDIARIO.
       01  REG-CREDIARIO            PIC X(80).
      *
       FD  FATURAS.
       01  REG-FATURA               PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-CREDIARIO        PIC X(02)           VALUE SPACES.
       77  FS-FATURAS          PIC X(02)           VALUE SPACES.

       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-COMPETENCIA-ENT  PIC X(06)           VALUE SPACES.
       77  WS-COMPETENCIA      PIC 9(06)           VALUE ZEROS.
       77  WS-ANO              PIC 9(04)           VALUE ZEROS.
       77  WS-MES              PIC 9(02)           VALUE ZEROS.
       77  WS-DATA-CORTE       PIC 9(08)           VALUE ZEROS.
       77  WS-DATA-AUX         PIC 9(08)           VALUE ZEROS.
       77  WS-VENCIMENTO       PIC 9(08)           VALUE ZEROS.
       77  WS-PRAZO-ENT        PIC X(03)           VALUE SPACES.
       77  WS-PRAZO            PIC 9(03)           VALUE 010.

      *--> LINHAS DO CREDIARIO EM MEMORIA (REGRAVACAO INTEIRA)
       77  WS-QTD-CRE          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-CRE          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-CRE          OCCURS 2000 TIMES.
           05 WS-CRE-TIPO      PIC X(01).
           05 WS-CRE-DATA      PIC X(08).
           05 WS-CRE-HORA      PIC X(06).
           05 WS-CRE-CPF       PIC X(11).
           05 WS-CRE-VALOR     PIC 9(05)V99.
           05 WS-CRE-CAIXA     PIC X(02).
           05 WS-CRE-REF       PIC X(14).
           05 WS-CRE-FATURA    PIC X(06).
           05 WS-CRE-CLIENTE   PIC 9(03).
       01  WS-CRE-VALOR-X      PIC X(07)           VALUE ZEROS.
       01  WS-CRE-VALOR-NUM REDEFINES WS-CRE-VALOR-X
                               PIC 9(05)V99.

      *--> TOTAIS POR CLIENTE DA COMPETENCIA
       77  WS-QTD-CLI          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-CLI          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-CLI          OCCURS 500 TIMES.
           05 WS-CLI-CPF       PIC X(11).
           05 WS-CLI-TOTAL     PIC S9(09)V99.
           05 WS-CLI-FATURA    PIC X(06).

       77  WS-ULT-FATURA       PIC 9(06)           VALUE ZEROS.
       77  WS-NUM-FATURA       PIC 9(06)           VALUE ZEROS.
       77  WS-FAT-NUM-X        PIC X(06)           VALUE SPACES.
       77  WS-VALOR-FATURA     PIC 9(07)V99        VALUE ZEROS.
       77  WS-QT-FATURAS       PIC 9(03)           VALUE ZEROS.
       77  WS-TOT-FATURADO     PIC 9(09)V99        VALUE ZEROS.
       77  WS-MUDOU            PIC X               VALUE "N".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 0100-INICIAR.

           PERFORM 0200-CARREGAR-CREDIARIO.
           IF WS-QTD-CRE EQUAL ZEROS
               DISPLAY "NENHUMA COMPRA NO CREDIARIO"
               STOP RUN
           END-IF.

           PERFORM 0300-SOMAR-POR-CLIENTE.
           PERFORM 0400-EMITIR-FATURAS.
           PERFORM 0900-REGRAVAR-CREDIARIO.

           DISPLAY "COMPETENCIA.........: " WS-COMPETENCIA.
           DISPLAY "FATURAS EMITIDAS....: " WS-QT-FATURAS.
           DISPLAY "TOTAL FATURADO......: " WS-TOT-FATURADO.
           STOP RUN.
      ******************************************************************
      *--> COMPETENCIA E DATA DE CORTE (ULTIMO DIA DO MES): O DIA 1 DO
      *    MES SEGUINTE MENOS UM, PELA DATA JULIANA
       0100-INICIAR            SECTION.
       0101-INICIAR.
           DISPLAY "COMPETENCIA A FECHAR (AAAAMM, VAZIO = MES "
                   "ANTERIOR): ".
           ACCEPT WS-COMPETENCIA-ENT.
           IF WS-COMPETENCIA-ENT IS NUMERIC
               MOVE WS-COMPETENCIA-ENT TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-HOJE(1:4) TO WS-ANO
               MOVE WS-DATA-HOJE(5:2) TO WS-MES
               IF WS-MES EQUAL 01
                   MOVE 12 TO WS-MES
                   SUBTRACT 1 FROM WS-ANO
               ELSE
                   SUBTRACT 1 FROM WS-MES
               END-IF
               COMPUTE WS-COMPETENCIA = WS-ANO * 100 + WS-MES
           END-IF.

           COMPUTE WS-ANO = WS-COMPETENCIA / 100.
           COMPUTE WS-MES = WS-COMPETENCIA - WS-ANO * 100.
           IF WS-MES EQUAL 12
               ADD 1 TO WS-ANO
               MOVE 01 TO WS-MES
           ELSE
               ADD 1 TO WS-MES
           END-IF.
           COMPUTE WS-DATA-AUX = WS-ANO * 10000 + WS-MES * 100 + 1.
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1).

           ACCEPT WS-PRAZO-ENT FROM ENVIRONMENT "CREDIARIO_PRAZO".
           IF WS-PRAZO-ENT IS NUMERIC
                   AND WS-PRAZO-ENT NOT EQUAL ZEROS
               MOVE WS-PRAZO-ENT TO WS-PRAZO
           END-IF.
           COMPUTE WS-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-CORTE) + WS-PRAZO).

      *--> A NUMERACAO DAS FATURAS SEGUE O MAIOR NUMERO JA EMITIDO
           MOVE ZEROS TO WS-ULT-FATURA.
           OPEN INPUT FATURAS.
           IF FS-FATURAS EQUAL "00"
               READ FATURAS
               PERFORM UNTIL FS-FATURAS NOT EQUAL "00"
                   IF REG-FATURA(1:6) IS NUMERIC
                       IF FUNCTION NUMVAL(REG-FATURA(1:6))
                               GREATER THAN WS-ULT-FATURA
                           MOVE FUNCTION NUMVAL(REG-FATURA(1:6))
                                   TO WS-ULT-FATURA
                       END-IF
                   END-IF
                   READ FATURAS
               END-PERFORM
               CLOSE FATURAS
           END-IF.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0200-CARREGAR-CREDIARIO SECTION.
       0201-CARREGAR-CREDIARIO.
           MOVE ZEROS TO WS-QTD-CRE.
           OPEN INPUT CREDIARIO.
           IF FS-CREDIARIO NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CREDIARIO.
           PERFORM UNTIL FS-CREDIARIO NOT EQUAL "00"
                      OR WS-QTD-CRE EQUAL 2000
               ADD 1 TO WS-QTD-CRE
               MOVE SPACES TO WS-TAB-CRE(WS-QTD-CRE)
               MOVE ZEROS TO WS-CRE-VALOR-X
               UNSTRING REG-CREDIARIO DELIMITED BY ";"
                   INTO WS-CRE-TIPO(WS-QTD-CRE)
                        WS-CRE-DATA(WS-QTD-CRE)
                        WS-CRE-HORA(WS-QTD-CRE)
                        WS-CRE-CPF(WS-QTD-CRE)
                        WS-CRE-VALOR-X
                        WS-CRE-CAIXA(WS-QTD-CRE)
                        WS-CRE-REF(WS-QTD-CRE)
                        WS-CRE-FATURA(WS-QTD-CRE)
               END-UNSTRING
               MOVE WS-CRE-VALOR-NUM TO WS-CRE-VALOR(WS-QTD-CRE)
               MOVE ZEROS TO WS-CRE-CLIENTE(WS-QTD-CRE)
               READ CREDIARIO
           END-PERFORM.
           CLOSE CREDIARIO.
           IF WS-QTD-CRE EQUAL 2000
               DISPLAY "ATENCAO: CREDIARIO.TXT PASSOU DE 2000 LINHAS"
           END-IF.
       0200-CARREGAR-CREDIARIO-FIM. EXIT.
      ******************************************************************
      *--> LINHA SEM FATURA E COM DATA ATE O CORTE ENTRA NO TOTAL DO
      *    CPF; O INDICE DO CLIENTE FICA NA LINHA PARA O CARIMBO
       0300-SOMAR-POR-CLIENTE  SECTION.
       0301-SOMAR-POR-CLIENTE.
           MOVE ZEROS TO WS-QTD-CLI.
           PERFORM VARYING WS-IND-CRE FROM 1 BY 1
                   UNTIL WS-IND-CRE GREATER THAN WS-QTD-CRE
               IF WS-CRE-FATURA(WS-IND-CRE) EQUAL SPACES
                  AND WS-CRE-DATA(WS-IND-CRE) IS NUMERIC
                  AND WS-CRE-CPF(WS-IND-CRE) IS NUMERIC
                  AND WS-CRE-DATA(WS-IND-CRE) NOT GREATER THAN
                                               WS-DATA-CORTE
                   PERFORM 0310-ACUMULAR-LINHA
               END-IF
           END-PERFORM.
       0300-SOMAR-POR-CLIENTE-FIM. EXIT.
      ******************************************************************
       0310-ACUMULAR-LINHA     SECTION.
       0311-ACUMULAR-LINHA.
           PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                   UNTIL WS-IND-CLI GREATER THAN WS-QTD-CLI
               IF WS-CLI-CPF(WS-IND-CLI) EQUAL WS-CRE-CPF(WS-IND-CRE)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IND-CLI GREATER THAN WS-QTD-CLI
               IF WS-QTD-CLI EQUAL 500
                   DISPLAY "MAIS DE 500 CLIENTES NO MES - CPF "
                           WS-CRE-CPF(WS-IND-CRE) " FICA PARA DEPOIS"
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-CLI
               MOVE WS-QTD-CLI TO WS-IND-CLI
               MOVE WS-CRE-CPF(WS-IND-CRE) TO WS-CLI-CPF(WS-IND-CLI)
               MOVE ZEROS TO WS-CLI-TOTAL(WS-IND-CLI)
               MOVE SPACES TO WS-CLI-FATURA(WS-IND-CLI)
           END-IF.

           IF WS-CRE-TIPO(WS-IND-CRE) EQUAL "E"
               SUBTRACT WS-CRE-VALOR(WS-IND-CRE)
                                       FROM WS-CLI-TOTAL(WS-IND-CLI)
           ELSE
               ADD WS-CRE-VALOR(WS-IND-CRE)
                                       TO WS-CLI-TOTAL(WS-IND-CLI)
           END-IF.
           MOVE WS-IND-CLI TO WS-CRE-CLIENTE(WS-IND-CRE).
       0310-ACUMULAR-LINHA-FIM. EXIT.
      ******************************************************************
      *--> TOTAL POSITIVO VIRA FATURA; ZERO (COMPRA ESTORNADA NO MES)
      *    FECHA AS LINHAS COM 000000 SEM FATURA; NEGATIVO FICA EM
      *    ABERTO PARA ABATER NA PROXIMA COMPETENCIA
       0400-EMITIR-FATURAS     SECTION.
       0401-EMITIR-FATURAS.
           IF WS-QTD-CLI EQUAL ZEROS
               EXIT SECTION
           END-IF.
           OPEN EXTEND FATURAS.
           IF FS-FATURAS EQUAL "35"
               OPEN OUTPUT FATURAS
               CLOSE FATURAS
               OPEN EXTEND FATURAS
           END-IF.

           MOVE WS-ULT-FATURA TO WS-NUM-FATURA.
           PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                   UNTIL WS-IND-CLI GREATER THAN WS-QTD-CLI
               EVALUATE TRUE
                   WHEN WS-CLI-TOTAL(WS-IND-CLI) GREATER THAN ZEROS
                       ADD 1 TO WS-NUM-FATURA
                       MOVE WS-NUM-FATURA TO WS-FAT-NUM-X
                       MOVE WS-FAT-NUM-X TO WS-CLI-FATURA(WS-IND-CLI)
                       MOVE WS-CLI-TOTAL(WS-IND-CLI)
                                               TO WS-VALOR-FATURA
                       MOVE SPACES TO REG-FATURA
                       STRING WS-FAT-NUM-X
                              ";" WS-CLI-CPF(WS-IND-CLI)
                              ";" WS-COMPETENCIA
                              ";" WS-DATA-HOJE
                              ";" WS-VENCIMENTO
                              ";" WS-VALOR-FATURA
                              ";A;        ;        "
                           DELIMITED BY SIZE INTO REG-FATURA
                       END-STRING
                       WRITE REG-FATURA
                       ADD 1 TO WS-QT-FATURAS
                       ADD WS-VALOR-FATURA TO WS-TOT-FATURADO
                       DISPLAY "FATURA " WS-FAT-NUM-X
                               " CPF " WS-CLI-CPF(WS-IND-CLI)
                               " VALOR " WS-VALOR-FATURA
                               " VENCE " WS-VENCIMENTO
                   WHEN WS-CLI-TOTAL(WS-IND-CLI) EQUAL ZEROS
                       MOVE "000000" TO WS-CLI-FATURA(WS-IND-CLI)
                   WHEN OTHER
                       MOVE SPACES TO WS-CLI-FATURA(WS-IND-CLI)
               END-EVALUATE
           END-PERFORM.
           CLOSE FATURAS.

           PERFORM VARYING WS-IND-CRE FROM 1 BY 1
                   UNTIL WS-IND-CRE GREATER THAN WS-QTD-CRE
               IF WS-CRE-CLIENTE(WS-IND-CRE) GREATER THAN ZEROS
                   MOVE WS-CRE-CLIENTE(WS-IND-CRE) TO WS-IND-CLI
                   IF WS-CLI-FATURA(WS-IND-CLI) NOT EQUAL SPACES
                       MOVE WS-CLI-FATURA(WS-IND-CLI)
                                       TO WS-CRE-FATURA(WS-IND-CRE)
                       MOVE "S" TO WS-MUDOU
                   END-IF
               END-IF
           END-PERFORM.
       0400-EMITIR-FATURAS-FIM. EXIT.
      ******************************************************************
       0900-REGRAVAR-CREDIARIO SECTION.
       0901-REGRAVAR-CREDIARIO.
           IF WS-MUDOU NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT CREDIARIO.
           PERFORM VARYING WS-IND-CRE FROM 1 BY 1
                   UNTIL WS-IND-CRE GREATER THAN WS-QTD-CRE
               MOVE SPACES TO REG-CREDIARIO
               STRING WS-CRE-TIPO(WS-IND-CRE)
                      ";" WS-CRE-DATA(WS-IND-CRE)
                      ";" WS-CRE-HORA(WS-IND-CRE)
                      ";" WS-CRE-CPF(WS-IND-CRE)
                      ";" WS-CRE-VALOR(WS-IND-CRE)
                      ";" WS-CRE-CAIXA(WS-IND-CRE)
                      ";" WS-CRE-REF(WS-IND-CRE)
                      ";" WS-CRE-FATURA(WS-IND-CRE)
                   DELIMITED BY SIZE INTO REG-CREDIARIO
               END-STRING
               WRITE REG-CREDIARIO
           END-PERFORM.
           CLOSE CREDIARIO.
       0900-REGRAVAR-CREDIARIO-FIM. EXIT.
      ******************************************************************
       END PROGRAM FATURA-CREDIARIO.
