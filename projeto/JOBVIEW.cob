      *     jobctl.dat pelo subprograma JOBCTRL (status, inicio, fim,
      *     contador) e permite ao supervisor destravar um job preso
      *     em "RODANDO" apos um abend, liberando a reexecucao.
      *     Job da agenda com hora prevista (HHMM) que passou da hora
      *     sem rodar aparece ATRASADO; os alertas do plantao gravados
      *     no jobalert.txt pelo JOBCTRL (duracao acima da media) e
      *     pelo JOBTEND (atraso) sao contados no rodape e listados
      *     digitando ALERTAS no lugar do job.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-JOBCTL.
      *
      *---> AGENDA DO DESPACHANTE (JOB;FREQ;DEPENDENCIA;HHMM): O PAINEL
      *     CONFRONTA O QUE ESTA AGENDADO COM O QUE DE FATO RODOU
           SELECT AGENDA ASSIGN TO "C:/projeto-bootcamp/agenda.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-AGENDA.
      *
      *---> ALERTAS DO PLANTAO (LAYOUT NO JOBHIST.CPY)
           SELECT ALERTA ASSIGN TO "C:/projeto-bootcamp/jobalert.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ALERTA.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
      *
       FD  AGENDA.
       01  REG-AGENDA                  PIC X(40).
      *
       FD  ALERTA.
       01  REG-ALERTA                  PIC X(88).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-JOBCTL                PIC X(02) VALUE SPACES.
       01  FS-AGENDA                PIC X(02) VALUE SPACES.
       01  FS-ALERTA                PIC X(02) VALUE SPACES.

      *---> ALERTAS DO PLANTAO: OS MAIS RECENTES EM TABELA CIRCULAR
           COPY "JOBHIST.cpy".
       77  WK-QT-ALERTAS-HOJE       PIC 9(03) VALUE ZEROS.
       77  WK-QT-ALERTAS            PIC 9(03) VALUE ZEROS.
       77  WK-POS-ALERTA            PIC 9(02) VALUE ZEROS.
       77  WK-IDX-ALERTA            PIC 9(02) VALUE ZEROS.
       77  WK-ORDEM-ALERTA          PIC 9(02) VALUE ZEROS.
       01  WK-TAB-ALERTAS.
           05 WK-ALERTA-LINHA       PIC X(88) OCCURS 13 TIMES.
       77  WK-HORA-AGORA            PIC X(04) VALUE SPACES.

      *---> CONFRONTO AGENDA X EXECUCAO
       77  WK-AGE-JOB               PIC X(10) VALUE SPACES.
       77  WK-AGE-FREQ              PIC X(01) VALUE SPACES.
       77  WK-AGE-DEP               PIC X(10) VALUE SPACES.
       77  WK-AGE-HORA              PIC X(04) VALUE SPACES.
       77  WK-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WK-CON-CONTADOR          PIC 9(06) VALUE ZEROS.
       77  WK-CON-STATUS            PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WK-AGE-PNL-DEP        PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WK-AGE-PNL-HORA       PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WK-AGE-PNL-SITUACAO   PIC X(12) VALUE SPACES.

      *---> ABENDS
       0200-PROCESSAR          SECTION.
           PERFORM 0300-LISTAR-JOBS.
           PERFORM 0400-LISTAR-AGENDA.
           PERFORM 0500-CARREGAR-ALERTAS.
           IF WK-QT-ALERTAS-HOJE GREATER THAN ZEROS
               DISPLAY "ALERTAS DO PLANTAO HOJE: " AT 1905
                   FOREGROUND-COLOR 4
               DISPLAY WK-QT-ALERTAS-HOJE AT 1930 FOREGROUND-COLOR 4
               DISPLAY "(DIGITE ALERTAS PARA VER)" AT 1935
           END-IF.

           MOVE SPACES TO WK-JOB-LIMPAR.
           DISPLAY TELA-LIMPAR.
               EXIT SECTION
           END-IF.

           MOVE FUNCTION UPPER-CASE(WK-JOB-LIMPAR) TO WK-JOB-LIMPAR.
           IF WK-JOB-LIMPAR EQUAL "ALERTAS"
               PERFORM 0510-LISTAR-ALERTAS
               EXIT SECTION
           END-IF.

           IF WK-PERFIL-LOGADO NOT EQUAL "S"
               MOVE "DESTRAVAR E RESTRITO AO SUPERVISOR!"
                                               TO WK-ABEND-MESSAGE
               EXIT SECTION
           END-IF.

           MOVE "L" TO WK-JOB-ACAO.
           CALL "JOBCTRL" USING WK-JOB-LIMPAR WK-JOB-ACAO
                                WK-JOB-CONTADOR WK-JOB-STATUS
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WK-HORA-AGORA.
           ADD 1 TO WK-LINHA.
           DISPLAY "AGENDA (JOB / FREQ / DEPENDE / HORA / SITUACAO):"
               AT LINE WK-LINHA COLUMN 05 FOREGROUND-COLOR 3.
           ADD 1 TO WK-LINHA.

           READ AGENDA NEXT.
           PERFORM UNTIL FS-AGENDA EQUAL "10"
               MOVE SPACES TO WK-AGE-JOB WK-AGE-FREQ WK-AGE-DEP
                              WK-AGE-HORA
               UNSTRING REG-AGENDA DELIMITED BY ";"
                   INTO WK-AGE-JOB WK-AGE-FREQ WK-AGE-DEP WK-AGE-HORA
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WK-AGE-JOB) TO WK-AGE-JOB

               MOVE WK-AGE-JOB  TO WK-AGE-PNL-JOB
               MOVE WK-AGE-FREQ TO WK-AGE-PNL-FREQ
               MOVE WK-AGE-DEP  TO WK-AGE-PNL-DEP
               MOVE SPACES      TO WK-AGE-PNL-HORA
               IF WK-AGE-HORA IS NUMERIC
                   STRING WK-AGE-HORA(1:2) ":" WK-AGE-HORA(3:2)
                       DELIMITED BY SIZE INTO WK-AGE-PNL-HORA
                   END-STRING
               END-IF
               EVALUATE TRUE
                   WHEN WK-CON-RC NOT EQUAL "00"
                       MOVE "NUNCA RODOU" TO WK-AGE-PNL-SITUACAO
                   WHEN WK-CON-STATUS EQUAL "T"
                           AND WK-CON-FIM(1:8) EQUAL WK-DATA-HOJE
                       MOVE "RODOU HOJE"  TO WK-AGE-PNL-SITUACAO
                   WHEN WK-AGE-HORA IS NUMERIC
                           AND WK-HORA-AGORA GREATER THAN WK-AGE-HORA
                       MOVE "ATRASADO"    TO WK-AGE-PNL-SITUACAO
                   WHEN OTHER
                       MOVE "PENDENTE"    TO WK-AGE-PNL-SITUACAO
               END-EVALUATE

           CLOSE AGENDA.
       0400-LISTAR-AGENDA-FIM. EXIT.
      ******************************************************************
      *---> GUARDA OS 13 ALERTAS MAIS RECENTES E CONTA OS DE HOJE.
       0500-CARREGAR-ALERTAS   SECTION.
           MOVE ZEROS TO WK-QT-ALERTAS-HOJE WK-QT-ALERTAS WK-POS-ALERTA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE.
           OPEN INPUT ALERTA.
           IF FS-ALERTA NOT = "00"
               EXIT SECTION
           END-IF.

           READ ALERTA NEXT.
           PERFORM UNTIL FS-ALERTA NOT EQUAL "00"
               MOVE REG-ALERTA TO WK-LINHA-ALERTA
               IF ALE-DATA-HORA(1:8) EQUAL WK-DATA-HOJE
                   ADD 1 TO WK-QT-ALERTAS-HOJE
               END-IF
               ADD 1 TO WK-POS-ALERTA
               IF WK-POS-ALERTA GREATER THAN 13
                   MOVE 1 TO WK-POS-ALERTA
               END-IF
               MOVE REG-ALERTA TO WK-ALERTA-LINHA(WK-POS-ALERTA)
               IF WK-QT-ALERTAS LESS THAN 13
                   ADD 1 TO WK-QT-ALERTAS
               END-IF
               READ ALERTA NEXT
           END-PERFORM.

           CLOSE ALERTA.
       0500-CARREGAR-ALERTAS-FIM. EXIT.
      ******************************************************************
      *---> DO MAIS NOVO PARA O MAIS ANTIGO.
       0510-LISTAR-ALERTAS     SECTION.
           DISPLAY TELA-JOBS.
           DISPLAY "ALERTAS DO PLANTAO (DATA-HORA;JOB;TIPO;DETALHE)"
               AT 0405 ERASE EOL FOREGROUND-COLOR 3.
           DISPLAY "TIPO D = DUROU ACIMA DA MEDIA / A = NAO COMECOU"
               AT 0505.
           IF WK-QT-ALERTAS EQUAL ZEROS
               DISPLAY "(NENHUM ALERTA REGISTRADO)" AT 0705
           END-IF.

           MOVE 07 TO WK-LINHA.
           MOVE WK-POS-ALERTA TO WK-IDX-ALERTA.
           PERFORM VARYING WK-ORDEM-ALERTA FROM 1 BY 1
                   UNTIL WK-ORDEM-ALERTA GREATER THAN WK-QT-ALERTAS
               DISPLAY WK-ALERTA-LINHA(WK-IDX-ALERTA)(1:75)
                   AT LINE WK-LINHA COLUMN 03
               ADD 1 TO WK-LINHA
               SUBTRACT 1 FROM WK-IDX-ALERTA
               IF WK-IDX-ALERTA EQUAL ZEROS
                   MOVE WK-QT-ALERTAS TO WK-IDX-ALERTA
               END-IF
           END-PERFORM.

           DISPLAY "APERTE UMA TECLA" AT 2105 FOREGROUND-COLOR 2.
           ACCEPT WK-TECLA AT 2122.
       0510-LISTAR-ALERTAS-FIM. EXIT.
