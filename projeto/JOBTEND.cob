      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  TENDENCIA DE DURACAO DOS JOBS E VIGIA DE ATRASO (LOTE)
      *     O jobctl.dat so guarda a ultima execucao; o historico
      *     permanente (jobhist.txt, gravado pelo JOBCTRL) guarda
      *     todas. Este lote lista, por job, as ultimas N rodadas
      *     terminadas (JOBTEND_RODADAS, padrao 10) com duracao e
      *     contador, a media, a menor, a maior e a tendencia (media
      *     da metade mais recente contra a da mais antiga: SUBINDO
      *     acima de +20%, CAINDO abaixo de -20%) -- "o RELDISK vem
      *     ficando mais lento ha semanas" passa a ter resposta no
      *     jobtend.txt.
      *     Tambem vigia o horario: job da agenda com hora prevista
      *     (4o campo do agenda.txt, HHMM) que, em dia util, ja passou
      *     da hora sem ter comecado (regra de devido do DESPACHO)
      *     gera alerta "A" no jobalert.txt do plantao, uma vez por
      *     dia. Pode rodar na agenda e avulso pelo plantao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. JOBTEND.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT HISTJOB ASSIGN TO "C:/projeto-bootcamp/jobhist.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HISTJOB.
      *
           SELECT ALERTA ASSIGN TO "C:/projeto-bootcamp/jobalert.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ALERTA.
      *
           SELECT AGENDA ASSIGN TO "C:/projeto-bootcamp/agenda.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-AGENDA.
      *
      *---> CALENDARIO DE DIAS NAO UTEIS (MESMO DO NOTURNO)
           SELECT CALENDARIO ASSIGN TO
                   "C:/projeto-bootcamp/calendario.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CALENDARIO.
      *
           SELECT RELATORIO ASSIGN TO
                               "C:/projeto-bootcamp/jobtend.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  HISTJOB.
       01  REG-HISTJOB                 PIC X(41).
      *
       FD  ALERTA.
       01  REG-ALERTA                  PIC X(88).
      *
       FD  AGENDA.
       01  REG-AGENDA                  PIC X(40).
      *
       FD  CALENDARIO.
       01  REG-CALENDARIO              PIC 9(08).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(80).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-HISTJOB               PIC X(02) VALUE SPACES.
       01  FS-ALERTA                PIC X(02) VALUE SPACES.
       01  FS-AGENDA                PIC X(02) VALUE SPACES.
       01  FS-CALENDARIO            PIC X(02) VALUE SPACES.
       01  FS-RELATORIO             PIC X(02) VALUE SPACES.

      *---> HISTORICO E ALERTAS DO PLANTAO
           COPY "JOBHIST.cpy".

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> PARAMETRO (AMBIENTE, DEPOIS PARAMETROS.TXT)
       77  WK-PARAM-NOME            PIC X(20) VALUE SPACES.
       77  WK-PARAM-VALOR           PIC X(60) VALUE SPACES.
       77  WK-PARAM-RC              PIC X(02) VALUE SPACES.
       77  WK-RODADAS-ENV           PIC X(03) VALUE SPACES.
       77  WK-RODADAS               PIC 9(02) VALUE 10.

      *---> ULTIMAS RODADAS TERMINADAS POR JOB (CIRCULAR POR JOB)
       77  WK-QTD-JOBS              PIC 9(02) VALUE ZEROS.
       77  WK-IDX-JOB               PIC 9(02) VALUE ZEROS.
       77  WK-JOB-ACHADO            PIC 9(02) VALUE ZEROS.
       01  WK-TAB-JOBS.
           05 WK-JOB-ENTRADA        OCCURS 30 TIMES.
               10 WK-JOB-NOME       PIC X(10).
               10 WK-JOB-QT         PIC 9(02).
               10 WK-JOB-POS        PIC 9(02).
               10 WK-JOB-RODADA     OCCURS 30 TIMES.
                   15 WK-ROD-FIM        PIC 9(14).
                   15 WK-ROD-DURACAO    PIC 9(06).
                   15 WK-ROD-CONTADOR   PIC 9(06).

      *---> CALCULO DA TENDENCIA
       77  WK-IDX-ROD               PIC 9(02) VALUE ZEROS.
       77  WK-ORDEM                 PIC 9(02) VALUE ZEROS.
       77  WK-METADE                PIC 9(02) VALUE ZEROS.
       77  WK-SOMA                  PIC 9(09) VALUE ZEROS.
       77  WK-SOMA-ANTIGA           PIC 9(09) VALUE ZEROS.
       77  WK-SOMA-RECENTE          PIC 9(09) VALUE ZEROS.
       77  WK-QT-ANTIGA             PIC 9(02) VALUE ZEROS.
       77  WK-QT-RECENTE            PIC 9(02) VALUE ZEROS.
       77  WK-MEDIA                 PIC 9(06) VALUE ZEROS.
       77  WK-MENOR                 PIC 9(06) VALUE ZEROS.
       77  WK-MAIOR                 PIC 9(06) VALUE ZEROS.
       77  WK-MEDIA-ANTIGA          PIC 9(06)V99 VALUE ZEROS.
       77  WK-MEDIA-RECENTE         PIC 9(06)V99 VALUE ZEROS.
       77  WK-VARIACAO              PIC S9(05) VALUE ZEROS.
       77  WK-TENDENCIA             PIC X(08) VALUE SPACES.

      *---> FORMATACAO
       77  WK-SEGUNDOS              PIC 9(06) VALUE ZEROS.
       01  WK-HMS.
           05 WK-HMS-HORA           PIC 9(02).
           05 FILLER                PIC X(01) VALUE ":".
           05 WK-HMS-MIN            PIC 9(02).
           05 FILLER                PIC X(01) VALUE ":".
           05 WK-HMS-SEG            PIC 9(02).
       77  WK-HMS-MEDIA             PIC X(08) VALUE SPACES.
       77  WK-HMS-MENOR             PIC X(08) VALUE SPACES.
       77  WK-HMS-MAIOR             PIC X(08) VALUE SPACES.
       77  WK-VARIACAO-ED           PIC -ZZZ9.
       77  WK-CONTADOR-ED           PIC ZZZZZ9.
       77  WK-QT-ED                 PIC Z9.

      *---> VIGIA DE ATRASO
       77  WK-AGE-JOB               PIC X(10) VALUE SPACES.
       77  WK-AGE-FREQ              PIC X(01) VALUE SPACES.
       77  WK-AGE-DEP               PIC X(10) VALUE SPACES.
       77  WK-AGE-HORA              PIC X(04) VALUE SPACES.
       77  WK-AGORA                 PIC 9(14) VALUE ZEROS.
       77  WK-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WK-DIAS-BASE             PIC S9(09) VALUE ZEROS.
       77  WK-DIAS-FIM              PIC S9(09) VALUE ZEROS.
       77  WK-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
       77  WK-DIA-UTIL              PIC X     VALUE "S".
       77  WK-ATRASADO              PIC X     VALUE "N".
       77  WK-JA-ALERTADO           PIC X     VALUE "N".
       77  WK-JOB-ACAO              PIC X(01) VALUE SPACES.
       77  WK-CON-CONTADOR          PIC 9(06) VALUE ZEROS.
       77  WK-CON-STATUS            PIC X(01) VALUE SPACES.
       77  WK-CON-FIM               PIC 9(14) VALUE ZEROS.
       77  WK-CON-RC                PIC X(02) VALUE SPACES.

      *---> CONTADORES
       77  WK-QT-LINHAS             PIC 9(06) VALUE ZEROS.
       77  WK-QT-ATRASOS            PIC 9(03) VALUE ZEROS.

      *---> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL):
      *     O VISOR SPOOLVIEW LISTA E REIMPRIME O QUE FOI GERADO
       77  WK-SPO-PROGRAMA         PIC X(10) VALUE "JOBTEND".
       77  WK-SPO-ARQUIVO          PIC X(60)
           VALUE "C:/projeto-bootcamp/jobtend.txt".
       77  WK-SPO-LINHAS           PIC 9(06) VALUE ZEROS.
       77  WK-SPO-OPERADOR         PIC X(10) VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-HISTORICO.
           PERFORM 0300-GERAR-RELATORIO.
           PERFORM 0500-VIGIAR-ATRASOS.
           PERFORM 1000-FINALIZAR.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           ACCEPT WK-RODADAS-ENV FROM ENVIRONMENT "JOBTEND_RODADAS".
           IF WK-RODADAS-ENV EQUAL SPACES
               MOVE "JOBTEND_RODADAS" TO WK-PARAM-NOME
               CALL "PARAMCTL" USING WK-PARAM-NOME WK-PARAM-VALOR
                                     WK-PARAM-RC
               IF WK-PARAM-RC EQUAL "00"
                   MOVE WK-PARAM-VALOR(1:3) TO WK-RODADAS-ENV
               END-IF
           END-IF.
           IF WK-RODADAS-ENV NOT EQUAL SPACES
                   AND FUNCTION NUMVAL(WK-RODADAS-ENV) GREATER THAN 1
                   AND FUNCTION NUMVAL(WK-RODADAS-ENV) NOT GREATER 30
               COMPUTE WK-RODADAS = FUNCTION NUMVAL(WK-RODADAS-ENV)
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-AGORA.
           MOVE WK-AGORA(1:8) TO WK-DATA-HOJE.
           COMPUTE WK-DIAS-BASE =
                   FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE).

           OPEN OUTPUT RELATORIO.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *---> SO AS RODADAS TERMINADAS ("F") ENTRAM NA TENDENCIA; O
      *     HISTORICO E CRONOLOGICO, A TABELA GUARDA AS ULTIMAS N.
       0200-CARREGAR-HISTORICO SECTION.
           MOVE ZEROS TO WK-QTD-JOBS.
           OPEN INPUT HISTJOB.
           IF FS-HISTJOB NOT = "00"
               EXIT SECTION
           END-IF.

           READ HISTJOB NEXT.
           PERFORM UNTIL FS-HISTJOB NOT EQUAL "00"
               MOVE REG-HISTJOB TO WK-LINHA-HIST
               IF HIS-FIM AND HIS-DURACAO IS NUMERIC
                   PERFORM 0210-GUARDAR-RODADA
               END-IF
               READ HISTJOB NEXT
           END-PERFORM.

           CLOSE HISTJOB.
       0200-CARREGAR-HISTORICO-FIM. EXIT.
      ******************************************************************
       0210-GUARDAR-RODADA     SECTION.
           MOVE ZEROS TO WK-JOB-ACHADO.
           PERFORM VARYING WK-IDX-JOB FROM 1 BY 1
                   UNTIL WK-IDX-JOB GREATER THAN WK-QTD-JOBS
               IF WK-JOB-NOME(WK-IDX-JOB) EQUAL HIS-JOB
                   MOVE WK-IDX-JOB TO WK-JOB-ACHADO
               END-IF
           END-PERFORM.

           IF WK-JOB-ACHADO EQUAL ZEROS
               IF WK-QTD-JOBS EQUAL 30
                   EXIT SECTION
               END-IF
               ADD 1 TO WK-QTD-JOBS
               MOVE WK-QTD-JOBS TO WK-JOB-ACHADO
               MOVE HIS-JOB TO WK-JOB-NOME(WK-JOB-ACHADO)
               MOVE ZEROS   TO WK-JOB-QT(WK-JOB-ACHADO)
                               WK-JOB-POS(WK-JOB-ACHADO)
           END-IF.

           ADD 1 TO WK-JOB-POS(WK-JOB-ACHADO).
           IF WK-JOB-POS(WK-JOB-ACHADO) GREATER THAN WK-RODADAS
               MOVE 1 TO WK-JOB-POS(WK-JOB-ACHADO)
           END-IF.
           MOVE WK-JOB-POS(WK-JOB-ACHADO) TO WK-IDX-ROD.
           MOVE HIS-DATA-HORA
                   TO WK-ROD-FIM(WK-JOB-ACHADO, WK-IDX-ROD).
           MOVE HIS-DURACAO
                   TO WK-ROD-DURACAO(WK-JOB-ACHADO, WK-IDX-ROD).
           MOVE HIS-CONTADOR
                   TO WK-ROD-CONTADOR(WK-JOB-ACHADO, WK-IDX-ROD).
           IF WK-JOB-QT(WK-JOB-ACHADO) LESS THAN WK-RODADAS
               ADD 1 TO WK-JOB-QT(WK-JOB-ACHADO)
           END-IF.
       0210-GUARDAR-RODADA-FIM. EXIT.
      ******************************************************************
       0300-GERAR-RELATORIO    SECTION.
           MOVE SPACES TO REG-RELATORIO.
           MOVE WK-RODADAS TO WK-QT-ED.
           STRING "TENDENCIA DOS JOBS - ULTIMAS " WK-QT-ED
                  " RODADAS TERMINADAS - "
                  WK-DATA-HOJE(7:2) "/" WK-DATA-HOJE(5:2) "/"
                  WK-DATA-HOJE(1:4)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0390-IMPRIMIR.

           IF WK-QTD-JOBS EQUAL ZEROS
               MOVE "(HISTORICO DE EXECUCOES VAZIO)" TO REG-RELATORIO
               PERFORM 0390-IMPRIMIR
               EXIT SECTION
           END-IF.

           PERFORM VARYING WK-IDX-JOB FROM 1 BY 1
                   UNTIL WK-IDX-JOB GREATER THAN WK-QTD-JOBS
               PERFORM 0310-RELATAR-JOB
           END-PERFORM.
       0300-GERAR-RELATORIO-FIM. EXIT.
      ******************************************************************
      *---> RODADAS EM ORDEM CRONOLOGICA: COM A TABELA CHEIA, A MAIS
      *     ANTIGA ESTA LOGO APOS A POSICAO DA ULTIMA GRAVADA.
       0310-RELATAR-JOB        SECTION.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 0390-IMPRIMIR.
           STRING "JOB " WK-JOB-NOME(WK-IDX-JOB)
                  "   TERMINO            DURACAO     REGISTROS"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0390-IMPRIMIR.

           MOVE ZEROS TO WK-SOMA WK-SOMA-ANTIGA WK-SOMA-RECENTE
                         WK-QT-ANTIGA WK-QT-RECENTE WK-MAIOR.
           MOVE 999999 TO WK-MENOR.
           COMPUTE WK-METADE = WK-JOB-QT(WK-IDX-JOB) / 2.

           PERFORM VARYING WK-ORDEM FROM 1 BY 1
                   UNTIL WK-ORDEM GREATER THAN WK-JOB-QT(WK-IDX-JOB)
               IF WK-JOB-QT(WK-IDX-JOB) LESS THAN WK-RODADAS
                   MOVE WK-ORDEM TO WK-IDX-ROD
               ELSE
                   COMPUTE WK-IDX-ROD = FUNCTION MOD(
                           WK-JOB-POS(WK-IDX-JOB) + WK-ORDEM - 1,
                           WK-RODADAS) + 1
               END-IF
               PERFORM 0320-RELATAR-RODADA
           END-PERFORM.

           COMPUTE WK-MEDIA ROUNDED =
                   WK-SOMA / WK-JOB-QT(WK-IDX-JOB).
           MOVE WK-MEDIA TO WK-SEGUNDOS.
           PERFORM 0380-FORMATAR-HMS.
           MOVE WK-HMS TO WK-HMS-MEDIA.
           MOVE WK-MENOR TO WK-SEGUNDOS.
           PERFORM 0380-FORMATAR-HMS.
           MOVE WK-HMS TO WK-HMS-MENOR.
           MOVE WK-MAIOR TO WK-SEGUNDOS.
           PERFORM 0380-FORMATAR-HMS.
           MOVE WK-HMS TO WK-HMS-MAIOR.

      *---> TENDENCIA: METADE RECENTE CONTRA METADE ANTIGA
           MOVE "ESTAVEL" TO WK-TENDENCIA.
           MOVE ZEROS TO WK-VARIACAO.
           IF WK-QT-ANTIGA GREATER THAN ZEROS
              AND WK-QT-RECENTE GREATER THAN ZEROS
               COMPUTE WK-MEDIA-ANTIGA = WK-SOMA-ANTIGA / WK-QT-ANTIGA
               COMPUTE WK-MEDIA-RECENTE =
                       WK-SOMA-RECENTE / WK-QT-RECENTE
               IF WK-MEDIA-ANTIGA GREATER THAN ZEROS
                   COMPUTE WK-VARIACAO ROUNDED =
                           (WK-MEDIA-RECENTE - WK-MEDIA-ANTIGA) * 100
                           / WK-MEDIA-ANTIGA
                       ON SIZE ERROR
                           MOVE 9999 TO WK-VARIACAO
                   END-COMPUTE
               END-IF
           END-IF.
           IF WK-VARIACAO GREATER THAN 20
               MOVE "SUBINDO" TO WK-TENDENCIA
           END-IF.
           IF WK-VARIACAO LESS THAN -20
               MOVE "CAINDO" TO WK-TENDENCIA
           END-IF.
           MOVE WK-VARIACAO TO WK-VARIACAO-ED.

           MOVE SPACES TO REG-RELATORIO.
           STRING "     MEDIA " WK-HMS-MEDIA
                  "  MENOR " WK-HMS-MENOR
                  "  MAIOR " WK-HMS-MAIOR
                  "  TENDENCIA " WK-TENDENCIA
                  WK-VARIACAO-ED "%"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0390-IMPRIMIR.
       0310-RELATAR-JOB-FIM.   EXIT.
      ******************************************************************
       0320-RELATAR-RODADA     SECTION.
           MOVE WK-ROD-DURACAO(WK-IDX-JOB, WK-IDX-ROD) TO WK-SEGUNDOS.
           ADD WK-SEGUNDOS TO WK-SOMA.
           IF WK-SEGUNDOS LESS THAN WK-MENOR
               MOVE WK-SEGUNDOS TO WK-MENOR
           END-IF.
           IF WK-SEGUNDOS GREATER THAN WK-MAIOR
               MOVE WK-SEGUNDOS TO WK-MAIOR
           END-IF.
           IF WK-ORDEM GREATER THAN WK-JOB-QT(WK-IDX-JOB) - WK-METADE
               ADD WK-SEGUNDOS TO WK-SOMA-RECENTE
               ADD 1 TO WK-QT-RECENTE
           ELSE
               IF WK-ORDEM NOT GREATER THAN WK-METADE
                   ADD WK-SEGUNDOS TO WK-SOMA-ANTIGA
                   ADD 1 TO WK-QT-ANTIGA
               END-IF
           END-IF.

           PERFORM 0380-FORMATAR-HMS.
           MOVE WK-ROD-CONTADOR(WK-IDX-JOB, WK-IDX-ROD)
                                               TO WK-CONTADOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "                "
                  WK-ROD-FIM(WK-IDX-JOB, WK-IDX-ROD)(7:2) "/"
                  WK-ROD-FIM(WK-IDX-JOB, WK-IDX-ROD)(5:2) "/"
                  WK-ROD-FIM(WK-IDX-JOB, WK-IDX-ROD)(1:4) " "
                  WK-ROD-FIM(WK-IDX-JOB, WK-IDX-ROD)(9:2) ":"
                  WK-ROD-FIM(WK-IDX-JOB, WK-IDX-ROD)(11:2) "   "
                  WK-HMS "      " WK-CONTADOR-ED
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0390-IMPRIMIR.
       0320-RELATAR-RODADA-FIM. EXIT.
      ******************************************************************
       0380-FORMATAR-HMS       SECTION.
           IF WK-SEGUNDOS GREATER THAN 359999
               MOVE 359999 TO WK-SEGUNDOS
           END-IF.
           COMPUTE WK-HMS-HORA = WK-SEGUNDOS / 3600.
           COMPUTE WK-HMS-MIN =
                   (WK-SEGUNDOS - WK-HMS-HORA * 3600) / 60.
           COMPUTE WK-HMS-SEG = WK-SEGUNDOS - WK-HMS-HORA * 3600
                                - WK-HMS-MIN * 60.
       0380-FORMATAR-HMS-FIM.  EXIT.
      ******************************************************************
       0390-IMPRIMIR           SECTION.
           WRITE REG-RELATORIO.
           ADD 1 TO WK-QT-LINHAS.
           MOVE SPACES TO REG-RELATORIO.
       0390-IMPRIMIR-FIM.      EXIT.
      ******************************************************************
      *---> JOB COM HORA PREVISTA NA AGENDA QUE JA PASSOU DA HORA SEM
      *     TER COMECADO. SO EM DIA UTIL (MESMA REGRA DO DESPACHO) E
      *     SO O QUE ESTA DEVIDO HOJE PELA FREQUENCIA.
       0500-VIGIAR-ATRASOS     SECTION.
           PERFORM 0505-VERIFICAR-DIA-UTIL.
           IF WK-DIA-UTIL EQUAL "N"
               EXIT SECTION
           END-IF.

           OPEN INPUT AGENDA.
           IF FS-AGENDA NOT = "00"
               EXIT SECTION
           END-IF.

           READ AGENDA NEXT.
           PERFORM UNTIL FS-AGENDA NOT EQUAL "00"
               MOVE SPACES TO WK-AGE-JOB WK-AGE-FREQ WK-AGE-DEP
                              WK-AGE-HORA
               UNSTRING REG-AGENDA DELIMITED BY ";"
                   INTO WK-AGE-JOB WK-AGE-FREQ WK-AGE-DEP WK-AGE-HORA
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WK-AGE-JOB)  TO WK-AGE-JOB
               MOVE FUNCTION UPPER-CASE(WK-AGE-FREQ) TO WK-AGE-FREQ
               IF WK-AGE-HORA IS NUMERIC
                  AND WK-AGORA(9:4) GREATER THAN WK-AGE-HORA
                   PERFORM 0510-CONFERIR-JOB
               END-IF
               READ AGENDA NEXT
           END-PERFORM.

           CLOSE AGENDA.
       0500-VIGIAR-ATRASOS-FIM. EXIT.
      ******************************************************************
       0505-VERIFICAR-DIA-UTIL SECTION.
           MOVE "S" TO WK-DIA-UTIL.

           COMPUTE WK-DIA-SEMANA = FUNCTION MOD(WK-DIAS-BASE, 7).
           IF WK-DIA-SEMANA EQUAL 6 OR WK-DIA-SEMANA EQUAL 0
               MOVE "N" TO WK-DIA-UTIL
           END-IF.

           IF WK-DIA-UTIL EQUAL "S"
               OPEN INPUT CALENDARIO
               IF FS-CALENDARIO EQUAL "00"
                   READ CALENDARIO
                   PERFORM UNTIL FS-CALENDARIO NOT EQUAL "00"
                       IF REG-CALENDARIO EQUAL WK-DATA-HOJE
                           MOVE "N" TO WK-DIA-UTIL
                       END-IF
                       READ CALENDARIO
                   END-PERFORM
                   CLOSE CALENDARIO
               END-IF
           END-IF.
       0505-VERIFICAR-DIA-UTIL-FIM. EXIT.
      ******************************************************************
      *---> ATRASADO = NAO ESTA RODANDO E NAO TERMINOU DENTRO DA SUA
      *     FREQUENCIA (D HOJE, S NOS ULTIMOS 7 DIAS, M NESTE MES).
       0510-CONFERIR-JOB       SECTION.
           MOVE "C" TO WK-JOB-ACAO.
           CALL "JOBCTRL" USING WK-AGE-JOB WK-JOB-ACAO
                                WK-CON-CONTADOR WK-CON-STATUS
                                WK-CON-FIM WK-CON-RC.

           MOVE "S" TO WK-ATRASADO.
           IF WK-CON-RC EQUAL "00"
               EVALUATE TRUE
                   WHEN WK-CON-STATUS EQUAL "R"
                       MOVE "N" TO WK-ATRASADO
                   WHEN WK-CON-FIM EQUAL ZEROS
                       CONTINUE
                   WHEN WK-CON-FIM(1:8) EQUAL WK-DATA-HOJE
                       MOVE "N" TO WK-ATRASADO
                   WHEN WK-AGE-FREQ EQUAL "S"
                       COMPUTE WK-DIAS-FIM = FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(WK-CON-FIM(1:8)))
                       IF WK-DIAS-BASE - WK-DIAS-FIM LESS THAN 7
                           MOVE "N" TO WK-ATRASADO
                       END-IF
                   WHEN WK-AGE-FREQ EQUAL "M"
                       IF WK-CON-FIM(1:6) EQUAL WK-DATA-HOJE(1:6)
                           MOVE "N" TO WK-ATRASADO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF WK-ATRASADO EQUAL "N"
               EXIT SECTION
           END-IF.

           PERFORM 0520-VERIFICAR-JA-ALERTADO.
           IF WK-JA-ALERTADO EQUAL "S"
               EXIT SECTION
           END-IF.

           ADD 1 TO WK-QT-ATRASOS.
           MOVE WK-AGORA   TO ALE-DATA-HORA.
           MOVE WK-AGE-JOB TO ALE-JOB.
           SET ALE-ATRASO TO TRUE.
           MOVE SPACES TO ALE-DETALHE.
           STRING "PREVISTO PARA " WK-AGE-HORA(1:2) ":"
                  WK-AGE-HORA(3:2) " E AINDA NAO COMECOU"
               DELIMITED BY SIZE INTO ALE-DETALHE
           END-STRING.

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
           STRING "JOB " WK-AGE-JOB " ATRASADO - NAO COMECOU"
               DELIMITED BY SIZE INTO WK-ABEND-MESSAGE
           END-STRING.
           SET SEVERIDADE-ATENCAO TO TRUE.
           CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE.
       0510-CONFERIR-JOB-FIM.  EXIT.
      ******************************************************************
      *---> UM ALERTA DE ATRASO POR JOB POR DIA: O PLANTAO PODE RODAR
      *     O VIGIA VARIAS VEZES SEM ENCHER O ARQUIVO.
       0520-VERIFICAR-JA-ALERTADO SECTION.
           MOVE "N" TO WK-JA-ALERTADO.
           OPEN INPUT ALERTA.
           IF FS-ALERTA NOT = "00"
               EXIT SECTION
           END-IF.

           READ ALERTA NEXT.
           PERFORM UNTIL FS-ALERTA NOT EQUAL "00"
               MOVE REG-ALERTA TO WK-LINHA-ALERTA
               IF ALE-JOB EQUAL WK-AGE-JOB AND ALE-ATRASO
                  AND ALE-DATA-HORA(1:8) EQUAL WK-DATA-HOJE
                   MOVE "S" TO WK-JA-ALERTADO
               END-IF
               READ ALERTA NEXT
           END-PERFORM.

           CLOSE ALERTA.
       0520-VERIFICAR-JA-ALERTADO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE RELATORIO.

           MOVE WK-QT-LINHAS TO WK-SPO-LINHAS.
           CALL "SPOOLCTL" USING WK-SPO-PROGRAMA WK-SPO-ARQUIVO
                                 WK-SPO-LINHAS WK-SPO-OPERADOR.

           DISPLAY "JOBTEND - JOBS NO HISTORICO: " WK-QTD-JOBS.
           DISPLAY "JOBTEND - ALERTAS DE ATRASO: " WK-QT-ATRASOS.
       1000-FINALIZAR-FIM.     EXIT.
