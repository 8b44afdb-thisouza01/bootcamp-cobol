      *          prova de recuperacao quando couber. As cartas saem em
      *          cartas.txt para impressao e a lista de controle no
      *          final conta as cartas geradas por turma.
      *          Pedindo, a mesma rodada gera o lembrete de pagamento
      *          ao responsavel de cada aluno com mensalidade vencida
      *          em aberto no cobrancas.txt (MENSALIDADES), listando os
      *          meses, vencimentos e o total em atraso; sem o
      *          resultados.txt saem so os lembretes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT CARTAS ASSIGN TO "C:\teste\cartas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CARTAS.

           SELECT COBRANCAS ASSIGN TO "C:\teste\cobrancas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-COBRANCAS.
      ******************************************************************
       DATA                    DIVISION.
      *
      *
       FD  CARTAS.
       01  REG-CARTA                   PIC X(100).
      *
       FD  COBRANCAS.
       01  REG-COBRANCA                PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-RESULTADOS       PIC X(02)           VALUE SPACES.
       77  FS-MATRICULAS       PIC X(02)           VALUE SPACES.
       77  FS-CARTAS           PIC X(02)           VALUE SPACES.
       77  FS-COBRANCAS        PIC X(02)           VALUE SPACES.

       77  WS-PERIODO          PIC 9(06)           VALUE ZEROS.
       77  WS-DATA-RECUP       PIC 9(08)           VALUE ZEROS.
       77  WS-FREQ-MINIMA      PIC 9(02)V99        VALUE 75,00.
       77  WS-LEMBRETE         PIC X(01)           VALUE "N".
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.

      *--> MATRICULAS PARA ENDERECAR A CARTA (ALUNO -> NOME, TURMA E
      *    RESPONSAVEL)
       01  WS-TAB-TURMAS       OCCURS 30 TIMES.
           05 WS-TUR-NOME      PIC X(06).
           05 WS-TUR-QTD       PIC 9(03).

      *--> MENSALIDADES VENCIDAS EM ABERTO (COBRANCAS.TXT: ALUNO;
      *    AAAAMM;TURMA;VENCIMENTO;BRUTO;DESCONTO;VALOR;PAGO;
      *    DATA-PAGTO;SIT)
       77  WS-QT-LEMBRETES     PIC 9(03)           VALUE ZEROS.
       77  WS-QTD-ATR          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-ATR          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-AUX          PIC 9(04)           VALUE ZEROS.
       77  WS-JA-AVISADO       PIC X               VALUE "N".
       01  WS-TAB-ATR          OCCURS 3000 TIMES.
           05 WS-ATR-ALUNO     PIC X(10).
           05 WS-ATR-MES       PIC X(06).
           05 WS-ATR-VENC      PIC X(08).
           05 WS-ATR-SALDO     PIC 9(05)V99.
       77  WS-COB-ALUNO        PIC X(10)           VALUE SPACES.
       77  WS-COB-MES          PIC X(06)           VALUE SPACES.
       77  WS-COB-TURMA        PIC X(06)           VALUE SPACES.
       77  WS-COB-VENC         PIC X(08)           VALUE SPACES.
       77  WS-COB-SIT          PIC X(01)           VALUE SPACES.
       77  WS-COB-DESCARTE     PIC X(08)           VALUE SPACES.
       01  WS-COB-VALOR-X      PIC X(07)           VALUE ZEROS.
       01  WS-COB-VALOR REDEFINES WS-COB-VALOR-X
                           PIC 9(05)V99.
       01  WS-COB-PAGO-X       PIC X(07)           VALUE ZEROS.
       01  WS-COB-PAGO REDEFINES WS-COB-PAGO-X
                           PIC 9(05)V99.
       77  WS-TOT-ATRASO       PIC 9(07)V99        VALUE ZEROS.
       77  WS-SALDO-EDT        PIC ZZ.ZZ9,99.
       77  WS-TOT-ATRASO-EDT   PIC Z.ZZZ.ZZ9,99.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           ACCEPT WS-FREQ-MINIMA.
           DISPLAY "DATA DA PROVA DE RECUPERACAO......: ".
           ACCEPT WS-DATA-RECUP.
           DISPLAY "LEMBRETE DE MENSALIDADE ATRASADA (S/N): ".
           ACCEPT WS-LEMBRETE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           PERFORM 0100-CARREGAR-MATRICULAS.
           OPEN OUTPUT CARTAS.
           PERFORM 0200-GERAR-CARTAS.
           IF WS-LEMBRETE EQUAL "S" OR WS-LEMBRETE EQUAL "s"
               PERFORM 0400-CARREGAR-ATRASOS
               PERFORM 0410-GERAR-LEMBRETES
           END-IF.
           PERFORM 0300-LISTA-DE-CONTROLE.
           STOP RUN.
      ******************************************************************
           OPEN INPUT RESULTADOS.
           IF FS-RESULTADOS NOT EQUAL "00"
               DISPLAY "RESULTADOS.TXT INDISPONIVEL - RODE O VETORES"
               IF WS-LEMBRETE NOT EQUAL "S"
                  AND WS-LEMBRETE NOT EQUAL "s"
                   CLOSE CARTAS
                   STOP RUN
               END-IF
               EXIT SECTION
           END-IF.

           READ RESULTADOS.
           PERFORM UNTIL FS-RESULTADOS NOT EQUAL "00"
               DELIMITED BY SIZE INTO REG-CARTA
           END-STRING.
           WRITE REG-CARTA.
           IF WS-QT-LEMBRETES GREATER THAN ZEROS
               MOVE SPACES TO REG-CARTA
               STRING "  DAS QUAIS LEMBRETES DE MENSALIDADE: "
                      WS-QT-LEMBRETES
                   DELIMITED BY SIZE INTO REG-CARTA
               END-STRING
               WRITE REG-CARTA
           END-IF.
           CLOSE CARTAS.

           DISPLAY "CARTAS GERADAS EM CARTAS.TXT: " WS-QT-CARTAS.
       0300-LISTA-DE-CONTROLE-FIM. EXIT.
      ******************************************************************
      *--> SO AS COBRANCAS EM ABERTO COM VENCIMENTO ANTERIOR A HOJE
       0400-CARREGAR-ATRASOS   SECTION.
       0401-CARREGAR-ATRASOS.
           MOVE ZEROS TO WS-QTD-ATR.
           OPEN INPUT COBRANCAS.
           IF FS-COBRANCAS NOT EQUAL "00"
               DISPLAY "COBRANCAS.TXT INDISPONIVEL - SEM LEMBRETES"
               EXIT SECTION
           END-IF.
           READ COBRANCAS.
           PERFORM UNTIL FS-COBRANCAS NOT EQUAL "00"
                      OR WS-QTD-ATR EQUAL 3000
               MOVE SPACES TO WS-COB-ALUNO WS-COB-MES WS-COB-TURMA
                              WS-COB-VENC WS-COB-SIT
               MOVE ZEROS TO WS-COB-VALOR-X WS-COB-PAGO-X
               UNSTRING REG-COBRANCA DELIMITED BY ";"
                   INTO WS-COB-ALUNO WS-COB-MES WS-COB-TURMA
                        WS-COB-VENC WS-COB-DESCARTE WS-COB-DESCARTE
                        WS-COB-VALOR-X WS-COB-PAGO-X
                        WS-COB-DESCARTE WS-COB-SIT
               END-UNSTRING
               IF WS-COB-SIT EQUAL "A"
                  AND WS-COB-VENC LESS THAN WS-DATA-HOJE
                  AND WS-COB-VALOR-X IS NUMERIC
                  AND WS-COB-PAGO-X IS NUMERIC
                  AND WS-COB-VALOR GREATER THAN WS-COB-PAGO
                   ADD 1 TO WS-QTD-ATR
                   MOVE WS-COB-ALUNO TO WS-ATR-ALUNO(WS-QTD-ATR)
                   MOVE WS-COB-MES   TO WS-ATR-MES(WS-QTD-ATR)
                   MOVE WS-COB-VENC  TO WS-ATR-VENC(WS-QTD-ATR)
                   COMPUTE WS-ATR-SALDO(WS-QTD-ATR) =
                           WS-COB-VALOR - WS-COB-PAGO
               END-IF
               READ COBRANCAS
           END-PERFORM.
           CLOSE COBRANCAS.
       0400-CARREGAR-ATRASOS-FIM. EXIT.
      ******************************************************************
      *--> UM LEMBRETE POR ALUNO, NA PRIMEIRA COBRANCA VENCIDA DELE
       0410-GERAR-LEMBRETES    SECTION.
       0411-GERAR-LEMBRETES.
           PERFORM VARYING WS-IND-ATR FROM 1 BY 1
                   UNTIL WS-IND-ATR GREATER THAN WS-QTD-ATR
               MOVE "N" TO WS-JA-AVISADO
               PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                       UNTIL WS-IND-AUX NOT LESS THAN WS-IND-ATR
                   IF WS-ATR-ALUNO(WS-IND-AUX) EQUAL
                           WS-ATR-ALUNO(WS-IND-ATR)
                       MOVE "S" TO WS-JA-AVISADO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-JA-AVISADO EQUAL "N"
                   PERFORM 0420-ESCREVER-LEMBRETE
               END-IF
           END-PERFORM.
       0410-GERAR-LEMBRETES-FIM. EXIT.
      ******************************************************************
       0420-ESCREVER-LEMBRETE  SECTION.
       0421-ESCREVER-LEMBRETE.
           ADD 1 TO WS-QT-CARTAS WS-QT-LEMBRETES.
           MOVE WS-ATR-ALUNO(WS-IND-ATR) TO WS-RES-ALUNO.
           PERFORM 0220-LOCALIZAR-MATRICULA.

           MOVE SPACES TO REG-CARTA.
           MOVE ALL "-" TO REG-CARTA(1:60).
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           IF WS-MAT-ACHADO GREATER THAN ZEROS
               STRING "AO RESPONSAVEL " WS-MAT-RESP(WS-MAT-ACHADO)
                   DELIMITED BY SIZE INTO REG-CARTA
               END-STRING
           ELSE
               STRING "AO RESPONSAVEL PELO ALUNO " WS-RES-ALUNO
                   DELIMITED BY SIZE INTO REG-CARTA
               END-STRING
           END-IF.
           WRITE REG-CARTA.

           MOVE SPACES TO REG-CARTA.
           IF WS-MAT-ACHADO GREATER THAN ZEROS
               STRING "SOBRE O ALUNO " WS-MAT-NOME(WS-MAT-ACHADO)
                      " (TURMA " WS-MAT-TURMA(WS-MAT-ACHADO) ")"
                   DELIMITED BY SIZE INTO REG-CARTA
               END-STRING
           ELSE
               STRING "SOBRE O ALUNO " WS-RES-ALUNO
                   DELIMITED BY SIZE INTO REG-CARTA
               END-STRING
           END-IF.
           WRITE REG-CARTA.

           MOVE "LEMBRAMOS QUE CONSTAM EM ABERTO AS MENSALIDADES:"
               TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE ZEROS TO WS-TOT-ATRASO.
           PERFORM VARYING WS-IND-AUX FROM WS-IND-ATR BY 1
                   UNTIL WS-IND-AUX GREATER THAN WS-QTD-ATR
               IF WS-ATR-ALUNO(WS-IND-AUX) EQUAL WS-RES-ALUNO
                   ADD WS-ATR-SALDO(WS-IND-AUX) TO WS-TOT-ATRASO
                   MOVE WS-ATR-SALDO(WS-IND-AUX) TO WS-SALDO-EDT
                   MOVE SPACES TO REG-CARTA
                   STRING "  " WS-ATR-MES(WS-IND-AUX)(5:2) "/"
                          WS-ATR-MES(WS-IND-AUX)(1:4)
                          " VENCIDA EM " WS-ATR-VENC(WS-IND-AUX)(7:2)
                          "/" WS-ATR-VENC(WS-IND-AUX)(5:2)
                          "/" WS-ATR-VENC(WS-IND-AUX)(1:4)
                          " - EM ABERTO " WS-SALDO-EDT
                       DELIMITED BY SIZE INTO REG-CARTA
                   END-STRING
                   WRITE REG-CARTA
               END-IF
           END-PERFORM.

           MOVE WS-TOT-ATRASO TO WS-TOT-ATRASO-EDT.
           MOVE SPACES TO REG-CARTA.
           STRING "TOTAL EM ATRASO: " WS-TOT-ATRASO-EDT
                  " - PROCURE A SECRETARIA PARA REGULARIZAR"
               DELIMITED BY SIZE INTO REG-CARTA
           END-STRING.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.

           PERFORM 0230-CONTAR-POR-TURMA.
       0420-ESCREVER-LEMBRETE-FIM. EXIT.
      ******************************************************************
       END PROGRAM CARTAS-RISCO.
