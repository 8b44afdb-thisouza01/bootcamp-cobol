      *       "C" consulta- devolve status e data-hora fim
      *       "L" limpar  - destrava um job preso em "R" (marca erro)
      *     Chamado como o ERROLOG: todo batch usa o mesmo padrao.
      *     Alem da ultima execucao, todo inicio/fim/erro/destrave vai
      *     para o historico permanente (jobhist.txt, JOBHIST.cpy) com
      *     o contador e a duracao em segundos -- base do relatorio de
      *     tendencia JOBTEND. No fim ok, a duracao e comparada com a
      *     media das ultimas JOB_ALERTA_RODADAS (padrao 10) rodadas
      *     terminadas do job; passou de JOB_ALERTA_FATOR (padrao 2)
      *     vezes a media, sai um alerta no jobalert.txt do plantao.
      *     A tabela comporta 60 jobs/etapas: com as cadeias MENSAL e
      *     ANUAL e as etapas de replicacao do NOTURNO, as 20 de
      *     antes ja nao davam para todos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT JOBCTL ASSIGN TO "C:/projeto-bootcamp/jobctl.dat"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-JOBCTL.
      *
           SELECT HISTJOB ASSIGN TO "C:/projeto-bootcamp/jobhist.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HISTJOB.
      *
           SELECT ALERTA ASSIGN TO "C:/projeto-bootcamp/jobalert.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ALERTA.
      ******************************************************************
       DATA                    DIVISION.
      *
           05 JOB-INICIO               PIC 9(14).
           05 JOB-FIM                  PIC 9(14).
           05 JOB-CONTADOR             PIC 9(06).
      *
       FD  HISTJOB.
       01  REG-HISTJOB                 PIC X(41).
      *
       FD  ALERTA.
       01  REG-ALERTA                  PIC X(88).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-JOBCTL                PIC X(02) VALUE SPACES.
       01  FS-HISTJOB               PIC X(02) VALUE SPACES.
       01  FS-ALERTA                PIC X(02) VALUE SPACES.

      *---> TABELA DOS JOBS CARREGADA DO ARQUIVO (PEQUENA: UMA LINHA
      *     POR PROGRAMA/ETAPA DE LOTE DO SISTEMA)
       77  WK-IDX-JOB               PIC 9(02) VALUE ZEROS.
       77  WK-JOB-ACHADO            PIC 9(02) VALUE ZEROS.
       01  WK-TAB-JOBS.
           05 WK-JOB-LINHA          OCCURS 60 TIMES.
               10 WK-JOB-NOME       PIC X(10).
               10 WK-JOB-STATUS     PIC X(01).
               10 WK-JOB-INICIO     PIC 9(14).
               10 WK-JOB-CONTADOR   PIC 9(06).

       77  WK-AGORA                 PIC 9(14) VALUE ZEROS.

      *---> HISTORICO E ALERTAS DO PLANTAO
           COPY "JOBHIST.cpy".

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> PARAMETROS DO ALERTA (AMBIENTE, DEPOIS PARAMETROS.TXT)
       77  WK-PARAM-NOME            PIC X(20) VALUE SPACES.
       77  WK-PARAM-VALOR           PIC X(60) VALUE SPACES.
       77  WK-PARAM-RC              PIC X(02) VALUE SPACES.
       77  WK-FATOR-ENV             PIC X(06) VALUE SPACES.
       77  WK-RODADAS-ENV           PIC X(03) VALUE SPACES.
       77  WK-FATOR                 PIC 9(02)V99 VALUE 2.
       77  WK-RODADAS               PIC 9(02) VALUE 10.

      *---> DURACAO: DATA-HORA AAAAMMDDHHMMSS EM SEGUNDOS CORRIDOS
       01  WK-TS-CALC.
           05 WK-TS-DATA            PIC 9(08).
           05 WK-TS-HORA            PIC 9(02).
           05 WK-TS-MIN             PIC 9(02).
           05 WK-TS-SEG             PIC 9(02).
       77  WK-SEG-INICIO            PIC 9(12) VALUE ZEROS.
       77  WK-SEG-FIM               PIC 9(12) VALUE ZEROS.
       77  WK-DURACAO-ATUAL         PIC 9(06) VALUE ZEROS.

      *---> BASE: AS ULTIMAS RODADAS TERMINADAS DO JOB (CIRCULAR)
       77  WK-QT-BASE               PIC 9(02) VALUE ZEROS.
       77  WK-POS-BASE              PIC 9(02) VALUE ZEROS.
       77  WK-IDX-BASE              PIC 9(02) VALUE ZEROS.
       77  WK-SOMA-BASE             PIC 9(09) VALUE ZEROS.
       77  WK-MEDIA-BASE            PIC 9(06) VALUE ZEROS.
       77  WK-LIMITE-BASE           PIC 9(08) VALUE ZEROS.
       01  WK-TAB-BASE.
           05 WK-BASE-DURACAO       PIC 9(06) OCCURS 30 TIMES.
      ******************************************************************
       LINKAGE                 SECTION.
       01  LK-JOB-NOME              PIC X(10).

           IF LK-JOB-ACAO NOT EQUAL "C"
               PERFORM 0400-REGRAVAR-ARQUIVO
               IF LK-JOB-RC EQUAL "00"
                  AND WK-JOB-ACHADO GREATER THAN ZEROS
                   PERFORM 0500-GRAVAR-HISTORICO
               END-IF
           END-IF.

           GOBACK.

           READ JOBCTL NEXT.
           PERFORM UNTIL FS-JOBCTL EQUAL "10"
                      OR WK-QTD-JOBS EQUAL 60
               ADD 1 TO WK-QTD-JOBS
               MOVE REG-JOBCTL TO WK-JOB-LINHA(WK-QTD-JOBS)
               READ JOBCTL NEXT
       0300-APLICAR-ACAO-FIM.  EXIT.
      ******************************************************************
       0350-INCLUIR-JOB        SECTION.
           IF WK-QTD-JOBS LESS THAN 60
               ADD 1 TO WK-QTD-JOBS
               MOVE WK-QTD-JOBS TO WK-JOB-ACHADO
               MOVE LK-JOB-NOME TO WK-JOB-NOME(WK-JOB-ACHADO)

           CLOSE JOBCTL.
       0400-REGRAVAR-ARQUIVO-FIM. EXIT.
      ******************************************************************
      *---> UMA LINHA NO HISTORICO PERMANENTE POR EVENTO. NO FIM OK, A
      *     DURACAO E CONFERIDA CONTRA A BASE ANTES DE ENTRAR NELA.
       0500-GRAVAR-HISTORICO   SECTION.
           MOVE ZEROS TO WK-DURACAO-ATUAL.
           IF NOT LK-ACAO-INICIO
              AND WK-JOB-INICIO(WK-JOB-ACHADO) GREATER THAN ZEROS
               PERFORM 0510-CALCULAR-DURACAO
           END-IF.
           IF LK-ACAO-FIM
               PERFORM 0600-CONFERIR-DURACAO
           END-IF.

           MOVE WK-AGORA      TO HIS-DATA-HORA.
           MOVE LK-JOB-NOME   TO HIS-JOB.
           MOVE LK-JOB-ACAO   TO HIS-EVENTO.
           MOVE WK-JOB-CONTADOR(WK-JOB-ACHADO) TO HIS-CONTADOR.
           MOVE WK-DURACAO-ATUAL TO HIS-DURACAO.

           OPEN EXTEND HISTJOB.
           IF FS-HISTJOB = "35"
               OPEN OUTPUT HISTJOB
               CLOSE HISTJOB
               OPEN EXTEND HISTJOB
           END-IF.
           IF FS-HISTJOB NOT = "00"
               MOVE "JOBHIST.TXT INDISPONIVEL - SEM HISTORICO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.
           MOVE WK-LINHA-HIST TO REG-HISTJOB.
           WRITE REG-HISTJOB.
           CLOSE HISTJOB.
       0500-GRAVAR-HISTORICO-FIM. EXIT.
      ******************************************************************
       0510-CALCULAR-DURACAO   SECTION.
           MOVE WK-JOB-INICIO(WK-JOB-ACHADO) TO WK-TS-CALC.
           COMPUTE WK-SEG-INICIO =
                   FUNCTION INTEGER-OF-DATE(WK-TS-DATA) * 86400
                   + WK-TS-HORA * 3600 + WK-TS-MIN * 60 + WK-TS-SEG.
           MOVE WK-AGORA TO WK-TS-CALC.
           COMPUTE WK-SEG-FIM =
                   FUNCTION INTEGER-OF-DATE(WK-TS-DATA) * 86400
                   + WK-TS-HORA * 3600 + WK-TS-MIN * 60 + WK-TS-SEG.

           EVALUATE TRUE
               WHEN WK-SEG-FIM NOT GREATER THAN WK-SEG-INICIO
                   MOVE ZEROS TO WK-DURACAO-ATUAL
               WHEN WK-SEG-FIM - WK-SEG-INICIO GREATER THAN 999999
                   MOVE 999999 TO WK-DURACAO-ATUAL
               WHEN OTHER
                   COMPUTE WK-DURACAO-ATUAL =
                           WK-SEG-FIM - WK-SEG-INICIO
           END-EVALUATE.
       0510-CALCULAR-DURACAO-FIM. EXIT.
      ******************************************************************
      *---> MEDIA DAS ULTIMAS RODADAS TERMINADAS DO JOB; COM MENOS DE
      *     3 NA BASE AINDA NAO HA REFERENCIA E NAO SE ALERTA.
       0600-CONFERIR-DURACAO   SECTION.
           PERFORM 0610-OBTER-PARAMETROS.
           MOVE ZEROS TO WK-QT-BASE WK-POS-BASE WK-SOMA-BASE.

           OPEN INPUT HISTJOB.
           IF FS-HISTJOB NOT = "00"
               EXIT SECTION
           END-IF.
           READ HISTJOB NEXT.
           PERFORM UNTIL FS-HISTJOB NOT EQUAL "00"
               MOVE REG-HISTJOB TO WK-LINHA-HIST
               IF HIS-JOB EQUAL LK-JOB-NOME AND HIS-FIM
                  AND HIS-DURACAO IS NUMERIC
                   ADD 1 TO WK-POS-BASE
                   IF WK-POS-BASE GREATER THAN WK-RODADAS
                       MOVE 1 TO WK-POS-BASE
                   END-IF
                   MOVE HIS-DURACAO TO WK-BASE-DURACAO(WK-POS-BASE)
                   IF WK-QT-BASE LESS THAN WK-RODADAS
                       ADD 1 TO WK-QT-BASE
                   END-IF
               END-IF
               READ HISTJOB NEXT
           END-PERFORM.
           CLOSE HISTJOB.

           IF WK-QT-BASE LESS THAN 3
               EXIT SECTION
           END-IF.
           PERFORM VARYING WK-IDX-BASE FROM 1 BY 1
                   UNTIL WK-IDX-BASE GREATER THAN WK-QT-BASE
               ADD WK-BASE-DURACAO(WK-IDX-BASE) TO WK-SOMA-BASE
           END-PERFORM.
           COMPUTE WK-MEDIA-BASE ROUNDED = WK-SOMA-BASE / WK-QT-BASE.
           COMPUTE WK-LIMITE-BASE ROUNDED = WK-MEDIA-BASE * WK-FATOR.

           IF WK-MEDIA-BASE GREATER THAN ZEROS
              AND WK-DURACAO-ATUAL GREATER THAN WK-LIMITE-BASE
               MOVE SPACES TO ALE-DETALHE
               STRING "DUROU " WK-DURACAO-ATUAL
                      "S - MEDIA " WK-MEDIA-BASE
                      "S EM " WK-QT-BASE " RODADAS"
                   DELIMITED BY SIZE INTO ALE-DETALHE
               END-STRING
               SET ALE-DURACAO TO TRUE
               PERFORM 0700-GRAVAR-ALERTA
           END-IF.
       0600-CONFERIR-DURACAO-FIM. EXIT.
      ******************************************************************
       0610-OBTER-PARAMETROS   SECTION.
           ACCEPT WK-FATOR-ENV FROM ENVIRONMENT "JOB_ALERTA_FATOR".
           IF WK-FATOR-ENV EQUAL SPACES
               MOVE "JOB_ALERTA_FATOR" TO WK-PARAM-NOME
               CALL "PARAMCTL" USING WK-PARAM-NOME WK-PARAM-VALOR
                                     WK-PARAM-RC
               IF WK-PARAM-RC EQUAL "00"
                   MOVE WK-PARAM-VALOR(1:6) TO WK-FATOR-ENV
               END-IF
           END-IF.
           IF WK-FATOR-ENV NOT EQUAL SPACES
                   AND FUNCTION NUMVAL(WK-FATOR-ENV) GREATER THAN 1
                   AND FUNCTION NUMVAL(WK-FATOR-ENV) LESS THAN 100
               COMPUTE WK-FATOR = FUNCTION NUMVAL(WK-FATOR-ENV)
           END-IF.

           ACCEPT WK-RODADAS-ENV FROM ENVIRONMENT "JOB_ALERTA_RODADAS".
           IF WK-RODADAS-ENV EQUAL SPACES
               MOVE "JOB_ALERTA_RODADAS" TO WK-PARAM-NOME
               CALL "PARAMCTL" USING WK-PARAM-NOME WK-PARAM-VALOR
                                     WK-PARAM-RC
               IF WK-PARAM-RC EQUAL "00"
                   MOVE WK-PARAM-VALOR(1:3) TO WK-RODADAS-ENV
               END-IF
           END-IF.
           IF WK-RODADAS-ENV NOT EQUAL SPACES
                   AND FUNCTION NUMVAL(WK-RODADAS-ENV) GREATER THAN 2
                   AND FUNCTION NUMVAL(WK-RODADAS-ENV) NOT GREATER 30
               COMPUTE WK-RODADAS = FUNCTION NUMVAL(WK-RODADAS-ENV)
           END-IF.
       0610-OBTER-PARAMETROS-FIM. EXIT.
      ******************************************************************
      *---> ALERTA DO PLANTAO: LINHA NO JOBALERT.TXT (VISTO NO JOBVIEW)
      *     E AVISO NO LOG DE ERROS.
       0700-GRAVAR-ALERTA      SECTION.
           MOVE WK-AGORA    TO ALE-DATA-HORA.
           MOVE LK-JOB-NOME TO ALE-JOB.

           OPEN EXTEND ALERTA.
           IF FS-ALERTA = "35"
               OPEN OUTPUT ALERTA
               CLOSE ALERTA
               OPEN EXTEND ALERTA
           END-IF.
           IF FS-ALERTA EQUAL "00"
               MOVE WK-LINHA-ALERTA TO REG-ALERTA
               WRITE REG-ALERTA
               CLOSE ALERTA
           END-IF.

           MOVE SPACES TO WK-ABEND-MESSAGE.
           STRING "JOB " LK-JOB-NOME " PASSOU DO TEMPO MEDIO"
               DELIMITED BY SIZE INTO WK-ABEND-MESSAGE
           END-STRING.
           SET SEVERIDADE-ATENCAO TO TRUE.
           CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE.
       0700-GRAVAR-ALERTA-FIM. EXIT.
