      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Virada de ano dos acumuladores da folha
      *          O acumulado.txt (uma linha por matricula/ano, mantido
      *          pelo OPERADORES e pelo FERIAS) crescia um ano por vez
      *          e a folha so carrega 50 linhas. Na virada, para o ano
      *          encerrado (ANUAL_ANO, vazio = ano anterior), este
      *          lote: copia o arquivo inteiro para
      *          acumulado_<AAAA>.txt com o trailer de controle
      *          ("*** FECHAMENTO AAAA LINHAS=n ***", como a ROTACAO;
      *          se a copia ja existe ela nao e refeita); junta as
      *          linhas de anos anteriores ao encerrado numa so linha
      *          por matricula com ano 0000 que leva apenas o FGTS --
      *          o EXTRATO-FGTS e a RESCISAO somam o FGTS de todos os
      *          anos e continuam fechando --; mantem as linhas do ano
      *          encerrado (DECIMO e INFORME-REND podem ser refeitos);
      *          e abre a linha zerada do ano novo para cada matricula
      *          que teve movimento no ano encerrado. Linha do ano novo
      *          que ja existia e preservada como esta e sai no
      *          relatorio viradaacum.txt, que confirma as linhas
      *          zeradas do ano novo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. VIRADA-ACUMULADO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ACUMULADO ASSIGN TO "C:\teste\acumulado.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ACUMULADO.

           SELECT COPIA ASSIGN TO WS-COPIA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-COPIA.

           SELECT RELATORIO ASSIGN TO "C:\teste\viradaacum.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  ACUMULADO.
       01  REG-ACUMULADO               PIC X(100).
      *
       FD  COPIA.
       01  REG-COPIA                   PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-ACUMULADO        PIC X(02)           VALUE SPACES.
       77  FS-COPIA            PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.
       01  WS-COPIA-PATH       PIC X(60)           VALUE SPACES.

      *--> ANO ENCERRADO E ANO NOVO
       77  WS-ANO-ENT          PIC X(04)           VALUE SPACES.
       77  WS-ANO-FECHADO      PIC 9(04)           VALUE ZEROS.
       77  WS-ANO-NOVO         PIC 9(04)           VALUE ZEROS.

      *--> ACUMULADO EM MEMORIA, COM OS MESMOS CAMPOS DO OPERADORES
       77  WS-QTD-ACUM         PIC 9(03)           VALUE ZEROS.
       77  WS-IND-ACUM         PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-ACUM         OCCURS 500 TIMES.
           05 WS-ACU-MATRICULA PIC X(10).
           05 WS-ACU-ANO       PIC 9(04).
           05 WS-ACU-BRUTO     PIC 9(08)V99.
           05 WS-ACU-BONUS     PIC 9(08)V99.
           05 WS-ACU-FALTAS    PIC 9(04).
           05 WS-ACU-MESES     PIC 9(02).
           05 WS-ACU-INSS      PIC 9(08)V99.
           05 WS-ACU-IRRF      PIC 9(08)V99.
           05 WS-ACU-FGTS      PIC 9(08)V99.
       77  WS-LIN-ANO          PIC X(04)           VALUE SPACES.
       77  WS-LIN-FALTAS       PIC X(04)           VALUE SPACES.
       77  WS-LIN-MESES        PIC X(02)           VALUE SPACES.
       01  WS-LIN-BRUTO-X      PIC X(10)           VALUE ZEROS.
       01  WS-LIN-BRUTO REDEFINES WS-LIN-BRUTO-X   PIC 9(08)V99.
       01  WS-LIN-BONUS-X      PIC X(10)           VALUE ZEROS.
       01  WS-LIN-BONUS REDEFINES WS-LIN-BONUS-X   PIC 9(08)V99.
       01  WS-LIN-INSS-X       PIC X(10)           VALUE ZEROS.
       01  WS-LIN-INSS REDEFINES WS-LIN-INSS-X     PIC 9(08)V99.
       01  WS-LIN-IRRF-X       PIC X(10)           VALUE ZEROS.
       01  WS-LIN-IRRF REDEFINES WS-LIN-IRRF-X     PIC 9(08)V99.
       01  WS-LIN-FGTS-X       PIC X(10)           VALUE ZEROS.
       01  WS-LIN-FGTS REDEFINES WS-LIN-FGTS-X     PIC 9(08)V99.

      *--> ACUMULADO NOVO (O QUE SERA REGRAVADO)
       77  WS-QTD-NOVO         PIC 9(04)           VALUE ZEROS.
       77  WS-IND-NOVO         PIC 9(04)           VALUE ZEROS.
       77  WS-NOVO-ACHADO      PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-NOVO         OCCURS 1000 TIMES.
           05 WS-NOV-MATRICULA PIC X(10).
           05 WS-NOV-ANO       PIC 9(04).
           05 WS-NOV-BRUTO     PIC 9(08)V99.
           05 WS-NOV-BONUS     PIC 9(08)V99.
           05 WS-NOV-FALTAS    PIC 9(04).
           05 WS-NOV-MESES     PIC 9(02).
           05 WS-NOV-INSS      PIC 9(08)V99.
           05 WS-NOV-IRRF      PIC 9(08)V99.
           05 WS-NOV-FGTS      PIC 9(08)V99.
       77  WS-PROC-ANO         PIC 9(04)           VALUE ZEROS.

      *--> CONTROLE
       77  WS-COPIA-EXISTE     PIC X(01)           VALUE "N".
       77  WS-TABELA-CHEIA     PIC X(01)           VALUE "N".
       77  WS-QT-LINHAS        PIC 9(06)           VALUE ZEROS.
       77  WS-QT-SALDO-FGTS    PIC 9(04)           VALUE ZEROS.
       77  WS-QT-FECHADO       PIC 9(04)           VALUE ZEROS.
       77  WS-QT-ZERADAS       PIC 9(04)           VALUE ZEROS.
       77  WS-QT-JA-EXISTIAM   PIC 9(04)           VALUE ZEROS.
       77  WS-QT-COM-VALOR     PIC 9(04)           VALUE ZEROS.
       77  WS-TOT-FGTS         PIC 9(10)V99        VALUE ZEROS.
       77  WS-TOT-FGTS-NOVO    PIC 9(10)V99        VALUE ZEROS.
       77  WS-TOTAL-EDT        PIC Z.ZZZ.ZZZ.ZZ9,99.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE ZEROS TO WS-QTD-ACUM WS-QTD-NOVO WS-QT-LINHAS
                         WS-QT-SALDO-FGTS WS-QT-FECHADO WS-QT-ZERADAS
                         WS-QT-JA-EXISTIAM WS-QT-COM-VALOR
                         WS-TOT-FGTS WS-TOT-FGTS-NOVO.
           MOVE "N" TO WS-COPIA-EXISTE WS-TABELA-CHEIA.

           ACCEPT WS-ANO-ENT FROM ENVIRONMENT "ANUAL_ANO".
           IF WS-ANO-ENT IS NUMERIC
               MOVE WS-ANO-ENT TO WS-ANO-FECHADO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-FECHADO
               SUBTRACT 1 FROM WS-ANO-FECHADO
           END-IF.
           COMPUTE WS-ANO-NOVO = WS-ANO-FECHADO + 1.

           PERFORM 0100-CARREGAR-ACUMULADO.
           IF WS-QTD-ACUM EQUAL ZEROS
               DISPLAY "ACUMULADO.TXT VAZIO OU AUSENTE - NADA A VIRAR"
               GOBACK
           END-IF.
      *--> REGRAVAR SO PARTE DO ARQUIVO PERDERIA LINHAS
           IF WS-TABELA-CHEIA EQUAL "S"
               DISPLAY "ACUMULADO.TXT COM MAIS DE 500 LINHAS - VIRADA "
                       "SUSPENSA"
               GOBACK
           END-IF.

           PERFORM 0200-COPIAR-ANO-FECHADO.
           IF FS-COPIA NOT EQUAL "00"
               DISPLAY "COPIA DO ACUMULADO NAO GRAVADA - VIRADA "
                       "SUSPENSA: " FS-COPIA
               GOBACK
           END-IF.

           PERFORM 0300-MONTAR-ACUMULADO-NOVO.
           PERFORM 0400-REGRAVAR-ACUMULADO.
           PERFORM 0500-RELATORIO.
           GOBACK.
      ******************************************************************
       0100-CARREGAR-ACUMULADO SECTION.
       0101-CARREGAR-ACUMULADO.
           OPEN INPUT ACUMULADO.
           IF FS-ACUMULADO NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ ACUMULADO.
           PERFORM UNTIL FS-ACUMULADO NOT EQUAL "00"
                      OR WS-QTD-ACUM EQUAL 500
               ADD 1 TO WS-QT-LINHAS
               MOVE SPACES TO WS-LIN-ANO WS-LIN-FALTAS WS-LIN-MESES
               MOVE ZEROS  TO WS-LIN-BRUTO-X WS-LIN-BONUS-X
                              WS-LIN-INSS-X WS-LIN-IRRF-X
                              WS-LIN-FGTS-X
               ADD 1 TO WS-QTD-ACUM
               UNSTRING REG-ACUMULADO DELIMITED BY ";"
                   INTO WS-ACU-MATRICULA(WS-QTD-ACUM)
                        WS-LIN-ANO
                        WS-LIN-BRUTO-X
                        WS-LIN-BONUS-X
                        WS-LIN-FALTAS
                        WS-LIN-MESES
                        WS-LIN-INSS-X
                        WS-LIN-IRRF-X
                        WS-LIN-FGTS-X
               END-UNSTRING
               IF WS-ACU-MATRICULA(WS-QTD-ACUM) EQUAL SPACES
                  OR WS-LIN-ANO IS NOT NUMERIC
                   SUBTRACT 1 FROM WS-QTD-ACUM
               ELSE
                   MOVE WS-LIN-ANO   TO WS-ACU-ANO(WS-QTD-ACUM)
                   MOVE WS-LIN-BRUTO TO WS-ACU-BRUTO(WS-QTD-ACUM)
                   MOVE WS-LIN-BONUS TO WS-ACU-BONUS(WS-QTD-ACUM)
                   MOVE ZEROS TO WS-ACU-FALTAS(WS-QTD-ACUM)
                                 WS-ACU-MESES(WS-QTD-ACUM)
                                 WS-ACU-INSS(WS-QTD-ACUM)
                                 WS-ACU-IRRF(WS-QTD-ACUM)
                                 WS-ACU-FGTS(WS-QTD-ACUM)
                   IF WS-LIN-FALTAS IS NUMERIC
                       MOVE WS-LIN-FALTAS
                                   TO WS-ACU-FALTAS(WS-QTD-ACUM)
                   END-IF
                   IF WS-LIN-MESES IS NUMERIC
                       MOVE WS-LIN-MESES TO WS-ACU-MESES(WS-QTD-ACUM)
                   END-IF
                   IF WS-LIN-INSS-X IS NUMERIC
                       MOVE WS-LIN-INSS TO WS-ACU-INSS(WS-QTD-ACUM)
                   END-IF
                   IF WS-LIN-IRRF-X IS NUMERIC
                       MOVE WS-LIN-IRRF TO WS-ACU-IRRF(WS-QTD-ACUM)
                   END-IF
                   IF WS-LIN-FGTS-X IS NUMERIC
                       MOVE WS-LIN-FGTS TO WS-ACU-FGTS(WS-QTD-ACUM)
                       ADD WS-LIN-FGTS TO WS-TOT-FGTS
                   END-IF
               END-IF
               READ ACUMULADO
           END-PERFORM.
           IF FS-ACUMULADO EQUAL "00"
               MOVE "S" TO WS-TABELA-CHEIA
           END-IF.
           CLOSE ACUMULADO.
       0100-CARREGAR-ACUMULADO-FIM. EXIT.
      ******************************************************************
      *--> A COPIA E O RETRATO DO ARQUIVO ANTES DA VIRADA; NO REINICIO
      *    DA CADEIA A PRIMEIRA COPIA VALE E NAO E SOBRESCRITA
       0200-COPIAR-ANO-FECHADO SECTION.
       0201-COPIAR-ANO-FECHADO.
           MOVE SPACES TO WS-COPIA-PATH.
           STRING "C:\teste\acumulado_" WS-ANO-FECHADO ".txt"
               DELIMITED BY SIZE INTO WS-COPIA-PATH
           END-STRING.

           OPEN INPUT COPIA.
           IF FS-COPIA EQUAL "00"
               MOVE "S" TO WS-COPIA-EXISTE
               CLOSE COPIA
               EXIT SECTION
           END-IF.

           OPEN OUTPUT COPIA.
           IF FS-COPIA NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           OPEN INPUT ACUMULADO.
           READ ACUMULADO.
           PERFORM UNTIL FS-ACUMULADO NOT EQUAL "00"
               WRITE REG-COPIA FROM REG-ACUMULADO
               READ ACUMULADO
           END-PERFORM.
           CLOSE ACUMULADO.
           MOVE SPACES TO REG-COPIA.
           STRING "*** FECHAMENTO " WS-ANO-FECHADO
                  " LINHAS=" WS-QT-LINHAS " ***"
               DELIMITED BY SIZE INTO REG-COPIA
           END-STRING.
           WRITE REG-COPIA.
           CLOSE COPIA.
       0200-COPIAR-ANO-FECHADO-FIM. EXIT.
      ******************************************************************
      *--> ANOS ANTERIORES AO ENCERRADO: UMA LINHA 0000 POR MATRICULA
      *    SO COM O FGTS; ANO ENCERRADO E POSTERIORES FICAM COMO ESTAO;
      *    QUEM TEVE O ANO ENCERRADO GANHA A LINHA ZERADA DO ANO NOVO
       0300-MONTAR-ACUMULADO-NOVO SECTION.
       0301-MONTAR-ACUMULADO-NOVO.
           PERFORM VARYING WS-IND-ACUM FROM 1 BY 1
                   UNTIL WS-IND-ACUM GREATER THAN WS-QTD-ACUM
               IF WS-ACU-ANO(WS-IND-ACUM) LESS THAN WS-ANO-FECHADO
                   MOVE ZEROS TO WS-PROC-ANO
                   PERFORM 0310-LOCALIZAR-NOVO
                   IF WS-NOVO-ACHADO EQUAL ZEROS
                       PERFORM 0320-INCLUIR-NOVO
                       ADD 1 TO WS-QT-SALDO-FGTS
                   END-IF
                   ADD WS-ACU-FGTS(WS-IND-ACUM)
                                   TO WS-NOV-FGTS(WS-NOVO-ACHADO)
               ELSE
                   ADD 1 TO WS-QTD-NOVO
                   MOVE WS-TAB-ACUM(WS-IND-ACUM)
                                   TO WS-TAB-NOVO(WS-QTD-NOVO)
                   IF WS-ACU-ANO(WS-IND-ACUM) EQUAL WS-ANO-FECHADO
                       ADD 1 TO WS-QT-FECHADO
                   END-IF
                   IF WS-ACU-ANO(WS-IND-ACUM) EQUAL WS-ANO-NOVO
                       ADD 1 TO WS-QT-JA-EXISTIAM
                       IF WS-ACU-BRUTO(WS-IND-ACUM) NOT EQUAL ZEROS
                          OR WS-ACU-MESES(WS-IND-ACUM) NOT EQUAL ZEROS
                          OR WS-ACU-FGTS(WS-IND-ACUM) NOT EQUAL ZEROS
                           ADD 1 TO WS-QT-COM-VALOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND-ACUM FROM 1 BY 1
                   UNTIL WS-IND-ACUM GREATER THAN WS-QTD-ACUM
               IF WS-ACU-ANO(WS-IND-ACUM) EQUAL WS-ANO-FECHADO
                   MOVE WS-ANO-NOVO TO WS-PROC-ANO
                   PERFORM 0310-LOCALIZAR-NOVO
                   IF WS-NOVO-ACHADO EQUAL ZEROS
                       PERFORM 0320-INCLUIR-NOVO
                       ADD 1 TO WS-QT-ZERADAS
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND-NOVO FROM 1 BY 1
                   UNTIL WS-IND-NOVO GREATER THAN WS-QTD-NOVO
               ADD WS-NOV-FGTS(WS-IND-NOVO) TO WS-TOT-FGTS-NOVO
           END-PERFORM.
       0300-MONTAR-ACUMULADO-NOVO-FIM. EXIT.
      ******************************************************************
       0310-LOCALIZAR-NOVO     SECTION.
       0311-LOCALIZAR-NOVO.
           MOVE ZEROS TO WS-NOVO-ACHADO.
           PERFORM VARYING WS-IND-NOVO FROM 1 BY 1
                   UNTIL WS-IND-NOVO GREATER THAN WS-QTD-NOVO
                      OR WS-NOVO-ACHADO NOT EQUAL ZEROS
               IF WS-NOV-MATRICULA(WS-IND-NOVO) EQUAL
                                       WS-ACU-MATRICULA(WS-IND-ACUM)
                  AND WS-NOV-ANO(WS-IND-NOVO) EQUAL WS-PROC-ANO
                   MOVE WS-IND-NOVO TO WS-NOVO-ACHADO
               END-IF
           END-PERFORM.
       0310-LOCALIZAR-NOVO-FIM. EXIT.
      ******************************************************************
       0320-INCLUIR-NOVO       SECTION.
       0321-INCLUIR-NOVO.
           ADD 1 TO WS-QTD-NOVO.
           MOVE WS-QTD-NOVO TO WS-NOVO-ACHADO.
           MOVE WS-ACU-MATRICULA(WS-IND-ACUM)
                               TO WS-NOV-MATRICULA(WS-NOVO-ACHADO).
           MOVE WS-PROC-ANO    TO WS-NOV-ANO(WS-NOVO-ACHADO).
           MOVE ZEROS TO WS-NOV-BRUTO(WS-NOVO-ACHADO)
                         WS-NOV-BONUS(WS-NOVO-ACHADO)
                         WS-NOV-FALTAS(WS-NOVO-ACHADO)
                         WS-NOV-MESES(WS-NOVO-ACHADO)
                         WS-NOV-INSS(WS-NOVO-ACHADO)
                         WS-NOV-IRRF(WS-NOVO-ACHADO)
                         WS-NOV-FGTS(WS-NOVO-ACHADO).
       0320-INCLUIR-NOVO-FIM.  EXIT.
      ******************************************************************
      *--> MESMO FORMATO DE LINHA DO 0410-REGRAVAR-ACUMULADO DO
      *    OPERADORES
       0400-REGRAVAR-ACUMULADO SECTION.
       0401-REGRAVAR-ACUMULADO.
           OPEN OUTPUT ACUMULADO.
           IF FS-ACUMULADO NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR ACUMULADO.TXT: " FS-ACUMULADO
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IND-NOVO FROM 1 BY 1
                   UNTIL WS-IND-NOVO GREATER THAN WS-QTD-NOVO
               MOVE SPACES TO REG-ACUMULADO
               STRING WS-NOV-MATRICULA(WS-IND-NOVO)
                      ";" WS-NOV-ANO(WS-IND-NOVO)
                      ";" WS-NOV-BRUTO(WS-IND-NOVO)
                      ";" WS-NOV-BONUS(WS-IND-NOVO)
                      ";" WS-NOV-FALTAS(WS-IND-NOVO)
                      ";" WS-NOV-MESES(WS-IND-NOVO)
                      ";" WS-NOV-INSS(WS-IND-NOVO)
                      ";" WS-NOV-IRRF(WS-IND-NOVO)
                      ";" WS-NOV-FGTS(WS-IND-NOVO)
                   DELIMITED BY SIZE INTO REG-ACUMULADO
               END-STRING
               WRITE REG-ACUMULADO
           END-PERFORM.
           CLOSE ACUMULADO.
       0400-REGRAVAR-ACUMULADO-FIM. EXIT.
      ******************************************************************
       0500-RELATORIO          SECTION.
       0501-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "VIRADA DO ACUMULADO - ANO ENCERRADO " WS-ANO-FECHADO
                  " / ANO NOVO " WS-ANO-NOVO
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           IF WS-COPIA-EXISTE EQUAL "S"
               STRING "COPIA JA EXISTIA (MANTIDA): " WS-COPIA-PATH
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
           ELSE
               STRING "COPIA GRAVADA: " WS-COPIA-PATH
                      " LINHAS=" WS-QT-LINHAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
           END-IF.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           STRING "LINHAS DO ANO ENCERRADO MANTIDAS......: "
                  WS-QT-FECHADO
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "SALDOS DE FGTS DE ANOS ANTERIORES.....: "
                  WS-QT-SALDO-FGTS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "LINHAS DO ANO NOVO ABERTAS ZERADAS....: "
                  WS-QT-ZERADAS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "LINHAS DO ANO NOVO QUE JA EXISTIAM....: "
                  WS-QT-JA-EXISTIAM
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           IF WS-QT-COM-VALOR GREATER THAN ZEROS
               STRING "ATENCAO: " WS-QT-COM-VALOR
                      " LINHA(S) DO ANO NOVO JA COM VALOR"
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               PERFORM 0590-GRAVAR-E-MOSTRAR
           END-IF.

      *--> O FGTS DE TODOS OS ANOS TEM QUE SER O MESMO ANTES E DEPOIS
           MOVE WS-TOT-FGTS TO WS-TOTAL-EDT.
           STRING "FGTS TOTAL ANTES DA VIRADA............: "
                  WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE WS-TOT-FGTS-NOVO TO WS-TOTAL-EDT.
           STRING "FGTS TOTAL DEPOIS DA VIRADA...........: "
                  WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           IF WS-TOT-FGTS NOT EQUAL WS-TOT-FGTS-NOVO
               MOVE "ATENCAO: FGTS NAO FECHA ANTES X DEPOIS"
                                               TO REG-RELATORIO
               PERFORM 0590-GRAVAR-E-MOSTRAR
           END-IF.
           CLOSE RELATORIO.
       0500-RELATORIO-FIM.     EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
       0590-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       END PROGRAM VIRADA-ACUMULADO.
