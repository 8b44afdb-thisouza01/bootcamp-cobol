      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Rendimento mensal das aplicacoes financeiras
      *          Etapa da cadeia MENSAL. Cada posicao ativa ("A") do
      *          investimentos.txt ainda sem o rendimento do mes
      *          corrente recebe principal mais rendimento acumulado
      *          vezes a taxa mensal contratada; aplicacao feita no
      *          proprio mes rende pro rata pelos dias corridos (base
      *          30). O mes creditado fica gravado na posicao, entao
      *          uma segunda rodada no mesmo mes nao credita de novo.
      *          O rendimento fica na posicao ate o resgate (o IR e
      *          retido no resgate pelo INVESTIMENTO). Resumo em
      *          rendinv.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. RENDE-INVEST.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT INVESTIMENTOS ASSIGN TO "C:\teste\investimentos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-INVESTIMENTOS.

           SELECT RESUMO ASSIGN TO "C:\teste\rendinv.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RESUMO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  INVESTIMENTOS.
       01  REG-INVESTIMENTO         PIC X(120).
      *
       FD  RESUMO.
       01  REG-RESUMO               PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-INVESTIMENTOS    PIC X(02)           VALUE SPACES.
       77  FS-RESUMO           PIC X(02)           VALUE SPACES.

       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-MES-ATUAL        PIC 9(06)           VALUE ZEROS.

      *--> POSICOES (MESMO LAYOUT DO INVESTIMENTO)
       77  WS-QTD-POSICOES     PIC 9(04)           VALUE ZEROS.
       77  WS-IND-POS          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-POSICOES     OCCURS 2000 TIMES.
           05 WS-POS-NUMERO    PIC 9(06).
           05 WS-POS-CONTA     PIC X(10).
           05 WS-POS-CPF       PIC 9(11).
           05 WS-POS-PRODUTO   PIC X(06).
           05 WS-POS-DATA      PIC 9(08).
           05 WS-POS-TAXA      PIC 9V9(06).
           05 WS-POS-PRINCIPAL PIC 9(07)V99.
           05 WS-POS-RENDIMENTO PIC 9(07)V99.
           05 WS-POS-ULT-MES   PIC 9(06).
           05 WS-POS-SITUACAO  PIC X(01).
           05 WS-POS-DATA-RESG PIC 9(08).

      *--> CAMPOS LIDOS DO ARQUIVO (VALORES SEM VIRGULA)
       01  WS-DIN-1-X          PIC X(09)           VALUE ZEROS.
       01  WS-DIN-1 REDEFINES WS-DIN-1-X
                           PIC 9(07)V99.
       01  WS-DIN-2-X          PIC X(09)           VALUE ZEROS.
       01  WS-DIN-2 REDEFINES WS-DIN-2-X
                           PIC 9(07)V99.
       01  WS-TAXA-X           PIC X(07)           VALUE ZEROS.
       01  WS-TAXA-LIDA REDEFINES WS-TAXA-X
                           PIC 9V9(06).

      *--> CALCULO DO MES
       77  WS-DIAS-NO-MES      PIC 9(03)           VALUE ZEROS.
       77  WS-FATOR            PIC 9V9(06)         VALUE ZEROS.
       77  WS-RENDIMENTO       PIC 9(07)V99        VALUE ZEROS.

      *--> TOTAIS DE CONTROLE
       77  WS-QT-CREDITADAS    PIC 9(05)           VALUE ZEROS.
       77  WS-QT-JA-CREDITADAS PIC 9(05)           VALUE ZEROS.
       77  WS-TOT-RENDIMENTO   PIC 9(09)V99        VALUE ZEROS.
       77  WS-TOT-POSICAO      PIC 9(11)V99        VALUE ZEROS.
       77  WS-VALOR-EDT        PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-EDT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-MUDOU            PIC X               VALUE "N".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE(1:6) TO WS-MES-ATUAL.
           PERFORM 0100-CARREGAR-POSICOES.
           IF WS-QTD-POSICOES EQUAL ZEROS
               DISPLAY "NENHUMA APLICACAO NA CARTEIRA"
               GOBACK
           END-IF.

           OPEN OUTPUT RESUMO.
           MOVE SPACES TO REG-RESUMO.
           STRING "RENDIMENTO DAS APLICACOES DO MES " WS-MES-ATUAL
                  " EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-RESUMO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM 0200-CREDITAR-RENDIMENTOS.
           PERFORM 0400-GRAVAR-TOTAIS.

           CLOSE RESUMO.
           IF WS-MUDOU EQUAL "S"
               PERFORM 0900-REGRAVAR-POSICOES
           END-IF.
           GOBACK.
      ******************************************************************
       0100-CARREGAR-POSICOES  SECTION.
       0101-CARREGAR-POSICOES.
           MOVE ZEROS TO WS-QTD-POSICOES.
           OPEN INPUT INVESTIMENTOS.
           IF FS-INVESTIMENTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ INVESTIMENTOS.
           PERFORM UNTIL FS-INVESTIMENTOS NOT EQUAL "00"
                      OR WS-QTD-POSICOES EQUAL 2000
               ADD 1 TO WS-QTD-POSICOES
               MOVE ZEROS TO WS-TAXA-X WS-DIN-1-X WS-DIN-2-X
                             WS-POS-ULT-MES(WS-QTD-POSICOES)
                             WS-POS-DATA-RESG(WS-QTD-POSICOES)
               UNSTRING REG-INVESTIMENTO DELIMITED BY ";"
                   INTO WS-POS-NUMERO(WS-QTD-POSICOES)
                        WS-POS-CONTA(WS-QTD-POSICOES)
                        WS-POS-CPF(WS-QTD-POSICOES)
                        WS-POS-PRODUTO(WS-QTD-POSICOES)
                        WS-POS-DATA(WS-QTD-POSICOES)
                        WS-TAXA-X
                        WS-DIN-1-X
                        WS-DIN-2-X
                        WS-POS-ULT-MES(WS-QTD-POSICOES)
                        WS-POS-SITUACAO(WS-QTD-POSICOES)
                        WS-POS-DATA-RESG(WS-QTD-POSICOES)
               END-UNSTRING
               MOVE WS-TAXA-LIDA TO WS-POS-TAXA(WS-QTD-POSICOES)
               MOVE WS-DIN-1     TO WS-POS-PRINCIPAL(WS-QTD-POSICOES)
               MOVE WS-DIN-2     TO WS-POS-RENDIMENTO(WS-QTD-POSICOES)
               READ INVESTIMENTOS
           END-PERFORM.
           CLOSE INVESTIMENTOS.
       0100-CARREGAR-POSICOES-FIM. EXIT.
      ******************************************************************
       0200-CREDITAR-RENDIMENTOS SECTION.
       0201-CREDITAR-RENDIMENTOS.
           PERFORM VARYING WS-IND-POS FROM 1 BY 1
                   UNTIL WS-IND-POS GREATER THAN WS-QTD-POSICOES
               IF WS-POS-SITUACAO(WS-IND-POS) EQUAL "A"
                   IF WS-POS-ULT-MES(WS-IND-POS) LESS THAN
                                                   WS-MES-ATUAL
                       PERFORM 0210-CREDITAR-POSICAO
                   ELSE
                       ADD 1 TO WS-QT-JA-CREDITADAS
                   END-IF
               END-IF
           END-PERFORM.
       0200-CREDITAR-RENDIMENTOS-FIM. EXIT.
      ******************************************************************
      *--> APLICACAO DO PROPRIO MES RENDE OS DIAS CORRIDOS / 30 (NO
      *    MAXIMO O MES CHEIO); AS DEMAIS RENDEM O MES INTEIRO
       0210-CREDITAR-POSICAO   SECTION.
       0211-CREDITAR-POSICAO.
           MOVE 1 TO WS-FATOR.
           IF WS-POS-DATA(WS-IND-POS)(1:6) EQUAL WS-MES-ATUAL
               COMPUTE WS-DIAS-NO-MES =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                     - FUNCTION INTEGER-OF-DATE(WS-POS-DATA(WS-IND-POS))
               IF WS-DIAS-NO-MES LESS THAN 30
                   COMPUTE WS-FATOR ROUNDED = WS-DIAS-NO-MES / 30
               END-IF
           END-IF.

           COMPUTE WS-RENDIMENTO ROUNDED =
                   (WS-POS-PRINCIPAL(WS-IND-POS)
                  + WS-POS-RENDIMENTO(WS-IND-POS))
                  * WS-POS-TAXA(WS-IND-POS) * WS-FATOR.
           ADD WS-RENDIMENTO TO WS-POS-RENDIMENTO(WS-IND-POS).
           MOVE WS-MES-ATUAL TO WS-POS-ULT-MES(WS-IND-POS).
           MOVE "S" TO WS-MUDOU.
           ADD 1 TO WS-QT-CREDITADAS.
           ADD WS-RENDIMENTO TO WS-TOT-RENDIMENTO.
           ADD WS-POS-PRINCIPAL(WS-IND-POS) TO WS-TOT-POSICAO.
           ADD WS-POS-RENDIMENTO(WS-IND-POS) TO WS-TOT-POSICAO.

           MOVE WS-RENDIMENTO TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RESUMO.
           STRING "APLICACAO=" WS-POS-NUMERO(WS-IND-POS)
                  " CONTA=" WS-POS-CONTA(WS-IND-POS)
                  " PRODUTO=" WS-POS-PRODUTO(WS-IND-POS)
                  " RENDIMENTO=" WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-RESUMO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
       0210-CREDITAR-POSICAO-FIM. EXIT.
      ******************************************************************
       0400-GRAVAR-TOTAIS      SECTION.
       0401-GRAVAR-TOTAIS.
           MOVE WS-TOT-RENDIMENTO TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RESUMO.
           STRING "APLICACOES CREDITADAS=" WS-QT-CREDITADAS
                  " RENDIMENTO=" WS-VALOR-EDT
                  " JA CREDITADAS NO MES=" WS-QT-JA-CREDITADAS
               DELIMITED BY SIZE INTO REG-RESUMO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           MOVE WS-TOT-POSICAO TO WS-TOTAL-EDT.
           MOVE SPACES TO REG-RESUMO.
           STRING "SALDO BRUTO DAS POSICOES CREDITADAS=" WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RESUMO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
       0400-GRAVAR-TOTAIS-FIM. EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-RESUMO.
           DISPLAY REG-RESUMO.
           MOVE SPACES TO REG-RESUMO.
       0590-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       0900-REGRAVAR-POSICOES  SECTION.
       0901-REGRAVAR-POSICOES.
           OPEN OUTPUT INVESTIMENTOS.
           PERFORM VARYING WS-IND-POS FROM 1 BY 1
                   UNTIL WS-IND-POS GREATER THAN WS-QTD-POSICOES
               MOVE SPACES TO REG-INVESTIMENTO
               STRING WS-POS-NUMERO(WS-IND-POS)
                      ";" WS-POS-CONTA(WS-IND-POS)
                      ";" WS-POS-CPF(WS-IND-POS)
                      ";" WS-POS-PRODUTO(WS-IND-POS)
                      ";" WS-POS-DATA(WS-IND-POS)
                      ";" WS-POS-TAXA(WS-IND-POS)
                      ";" WS-POS-PRINCIPAL(WS-IND-POS)
                      ";" WS-POS-RENDIMENTO(WS-IND-POS)
                      ";" WS-POS-ULT-MES(WS-IND-POS)
                      ";" WS-POS-SITUACAO(WS-IND-POS)
                      ";" WS-POS-DATA-RESG(WS-IND-POS)
                   DELIMITED BY SIZE INTO REG-INVESTIMENTO
               END-STRING
               WRITE REG-INVESTIMENTO
           END-PERFORM.
           CLOSE INVESTIMENTOS.
       0900-REGRAVAR-POSICOES-FIM. EXIT.
      ******************************************************************
       END PROGRAM RENDE-INVEST.
