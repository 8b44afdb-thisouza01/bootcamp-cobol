      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Promocao de fim de ano letivo
      *          Todo fim de ano a secretaria passava aluno por aluno
      *          no matriculas.txt, de boletim na mao, mudando a
      *          turma. Este lote le os resultados do periodo final
      *          (resultados.txt, gravado pelo VETORES) e, para cada
      *          aluno ativo: aprovado em todas as materias vai para a
      *          turma seguinte da progressao (progressao.txt:
      *          TURMA;TURMA-SEGUINTE, FIM na ultima serie); com
      *          alguma reprovacao fica na mesma turma/serie; aprovado
      *          na ultima serie sai como concluinte (status C). A
      *          capacidade da turma (TURMA_CAPACIDADE, padrao 35) e
      *          respeitada -- retidos sao alocados antes dos
      *          promovidos, e quem nao couber, nao tiver resultado,
      *          tiver materia pendente (NOVA PROVA) ou estiver em
      *          turma fora da progressao fica como esta e sai na
      *          lista de colocacao manual; rodar de novo tenta so
      *          esses. A matricula do ano encerrado nao se perde: a
      *          copia dela vai para o histmatriculas.txt com status
      *          E (ALUNO;NOME;TURMA;DATA;E;RESP;ANO;SITUACAO P/R/C;
      *          DESTINO;DATA DO ENCERRAMENTO) antes de o
      *          matriculas.txt receber a nova turma e a data de
      *          inicio do ano novo. O relatorio por turma de origem
      *          (promocao.txt) sai sempre; os arquivos so sao
      *          gravados depois da confirmacao.
      *          Na cadeia ANUAL nada e perguntado: o periodo final vem
      *          de PROMOCAO_PERIODO, o inicio do ano novo de
      *          PROMOCAO_INICIO (vazio = 01/01 do ano seguinte) e a
      *          confirmacao de PROMOCAO_CONFIRMA=S.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. PROMOCAO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT MATRICULAS ASSIGN TO "C:\teste\matriculas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MATRICULAS.

           SELECT RESULTADOS ASSIGN TO "C:\teste\resultados.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RESULTADOS.

           SELECT PROGRESSAO ASSIGN TO "C:\teste\progressao.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PROGRESSAO.

           SELECT HISTMATRICULAS ASSIGN TO
                  "C:\teste\histmatriculas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HISTMATRICULAS.

           SELECT RELPROMOCAO ASSIGN TO "C:\teste\promocao.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELPROMOCAO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  MATRICULAS.
       01  REG-MATRICULA               PIC X(100).
      *
       FD  RESULTADOS.
       01  REG-RESULTADO               PIC X(100).
      *
       FD  PROGRESSAO.
       01  REG-PROGRESSAO              PIC X(40).
      *
       FD  HISTMATRICULAS.
       01  REG-HISTMATRICULA           PIC X(130).
      *
       FD  RELPROMOCAO.
       01  REG-RELPROMOCAO             PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-MATRICULAS       PIC X(02)           VALUE SPACES.
       77  FS-RESULTADOS       PIC X(02)           VALUE SPACES.
       77  FS-PROGRESSAO       PIC X(02)           VALUE SPACES.
       77  FS-HISTMATRICULAS   PIC X(02)           VALUE SPACES.
       77  FS-RELPROMOCAO      PIC X(02)           VALUE SPACES.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-CONFIRMA         PIC X               VALUE "N".

      *--> CAPACIDADE POR TURMA (TURMA_CAPACIDADE, PADRAO 35)
       77  WS-CAPAC-ENT        PIC X(03)           VALUE SPACES.
       77  WS-CAPACIDADE       PIC 9(03)           VALUE 035.

      *--> PERIODO FINAL E INICIO DO ANO NOVO
       77  WS-PERIODO-ENT      PIC X(06)           VALUE SPACES.
       77  WS-PERIODO          PIC X(06)           VALUE SPACES.
       77  WS-ANO-LETIVO       PIC 9(04)           VALUE ZEROS.
       77  WS-DATA-ENT         PIC X(08)           VALUE SPACES.
       77  WS-DATA-NOVO-ANO    PIC 9(08)           VALUE ZEROS.
       77  WS-EM-LOTE          PIC X               VALUE "N".

      *--> MATRICULAS (MESMO LAYOUT DO MATRICULA) E O DESTINO DE CADA
      *    ALUNO: P PROMOVIDO / R RETIDO / C CONCLUINTE / M MANUAL /
      *    ESPACO = FORA DA PROMOCAO (INATIVO OU JA NO ANO NOVO)
       77  WS-QTD-MAT          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-MAT          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-AUX          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-MAT          OCCURS 300 TIMES.
           05 WS-MAT-ALUNO     PIC X(10).
           05 WS-MAT-NOME      PIC X(30).
           05 WS-MAT-TURMA     PIC X(06).
           05 WS-MAT-DATA      PIC 9(08).
           05 WS-MAT-STATUS    PIC X(01).
           05 WS-MAT-RESP      PIC X(30).
           05 WS-MAT-ACAO      PIC X(01).
           05 WS-MAT-DESTINO   PIC X(06).
           05 WS-MAT-MOTIVO    PIC X(30).
           05 WS-MAT-ALOCADO   PIC X(01).

      *--> PROGRESSAO DE SERIES
       77  WS-QTD-PRG          PIC 9(02)           VALUE ZEROS.
       77  WS-IND-PRG          PIC 9(02)           VALUE ZEROS.
       77  WS-PRG-ACHADA       PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-PRG          OCCURS 50 TIMES.
           05 WS-PRG-TURMA     PIC X(06).
           05 WS-PRG-PROXIMA   PIC X(06).

      *--> RESULTADO DO PERIODO FINAL, CONSOLIDADO POR ALUNO
       77  WS-QTD-RES          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-RES          PIC 9(03)           VALUE ZEROS.
       77  WS-RES-ACHADO       PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-RES          OCCURS 300 TIMES.
           05 WS-RES-ALUNO     PIC X(10).
           05 WS-RES-APROV     PIC 9(02).
           05 WS-RES-REPROV    PIC 9(02).
           05 WS-RES-PEND      PIC 9(02).
       77  WS-LIN-PERIODO      PIC X(06)           VALUE SPACES.
       77  WS-LIN-ALUNO        PIC X(10)           VALUE SPACES.
       77  WS-LIN-MATERIA      PIC X(15)           VALUE SPACES.
       77  WS-LIN-MEDIA        PIC X(05)           VALUE SPACES.
       77  WS-LIN-FINAL        PIC X(05)           VALUE SPACES.
       77  WS-LIN-FREQ         PIC X(06)           VALUE SPACES.
       77  WS-LIN-RESULTADO    PIC X(12)           VALUE SPACES.

      *--> ALOCACAO
       77  WS-ACAO-VEZ         PIC X(01)           VALUE SPACES.
       77  WS-QT-NA-TURMA      PIC 9(03)           VALUE ZEROS.

      *--> RELATORIO
       77  WS-TURMA-CORRENTE   PIC X(06)           VALUE SPACES.
       77  WS-JA-LISTADA       PIC X               VALUE "N".
       77  WS-SITUACAO         PIC X(20)           VALUE SPACES.
       77  WS-QT-PROMOVIDOS    PIC 9(03)           VALUE ZEROS.
       77  WS-QT-RETIDOS       PIC 9(03)           VALUE ZEROS.
       77  WS-QT-CONCLUINTES   PIC 9(03)           VALUE ZEROS.
       77  WS-QT-MANUAIS       PIC 9(03)           VALUE ZEROS.
       77  WS-QTD-EDT          PIC ZZ9.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           ACCEPT WS-CAPAC-ENT FROM ENVIRONMENT "TURMA_CAPACIDADE".
           IF WS-CAPAC-ENT IS NUMERIC
                   AND WS-CAPAC-ENT NOT EQUAL ZEROS
               MOVE WS-CAPAC-ENT TO WS-CAPACIDADE
           END-IF.

           PERFORM 0100-INICIAR.
           PERFORM 0110-CARREGAR-MATRICULAS.
           PERFORM 0120-CARREGAR-PROGRESSAO.
           PERFORM 0130-CARREGAR-RESULTADOS.
           IF WS-QTD-MAT EQUAL ZEROS OR WS-QTD-PRG EQUAL ZEROS
               DISPLAY "SEM MATRICULAS OU SEM PROGRESSAO - NADA A FAZER"
               GOBACK
           END-IF.

           PERFORM 0200-CLASSIFICAR-ALUNOS.
      *--> RETIDOS PRIMEIRO: QUEM FICA NA SERIE NAO PERDE A VAGA PARA
      *    QUEM CHEGA DA SERIE ANTERIOR
           MOVE "R" TO WS-ACAO-VEZ.
           PERFORM 0300-ALOCAR-VAGAS.
           MOVE "P" TO WS-ACAO-VEZ.
           PERFORM 0300-ALOCAR-VAGAS.

           PERFORM 0400-RELATORIO-PROMOCAO.

           ACCEPT WS-CONFIRMA FROM ENVIRONMENT "PROMOCAO_CONFIRMA".
           IF WS-CONFIRMA NOT EQUAL "S"
               DISPLAY "CONFIRMA A PROMOCAO E GRAVA AS MATRICULAS "
                       "(S/N): "
               ACCEPT WS-CONFIRMA
           END-IF.
           IF WS-CONFIRMA EQUAL "S" OR WS-CONFIRMA EQUAL "s"
               PERFORM 0500-ENCERRAR-ANO
               PERFORM 0900-REGRAVAR-MATRICULAS
           ELSE
               DISPLAY "NADA GRAVADO - SO O RELATORIO FOI EMITIDO"
           END-IF.
           GOBACK.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           ACCEPT WS-PERIODO-ENT FROM ENVIRONMENT "PROMOCAO_PERIODO".
           IF WS-PERIODO-ENT IS NUMERIC
               MOVE "S" TO WS-EM-LOTE
           ELSE
               DISPLAY "PERIODO LETIVO FINAL (AAAAPP, EX 202604): "
               ACCEPT WS-PERIODO-ENT
           END-IF.
           IF WS-PERIODO-ENT IS NOT NUMERIC
               DISPLAY "PERIODO INVALIDO"
               GOBACK
           END-IF.
           MOVE WS-PERIODO-ENT      TO WS-PERIODO.
           MOVE WS-PERIODO-ENT(1:4) TO WS-ANO-LETIVO.

           MOVE SPACES TO WS-DATA-ENT.
           IF WS-EM-LOTE EQUAL "S"
               ACCEPT WS-DATA-ENT FROM ENVIRONMENT "PROMOCAO_INICIO"
           ELSE
               DISPLAY "INICIO DO NOVO ANO LETIVO (AAAAMMDD, VAZIO = "
                       "01/01 DO ANO SEGUINTE): "
               ACCEPT WS-DATA-ENT
           END-IF.
           IF WS-DATA-ENT IS NUMERIC
               MOVE WS-DATA-ENT TO WS-DATA-NOVO-ANO
           ELSE
               COMPUTE WS-DATA-NOVO-ANO =
                       (WS-ANO-LETIVO + 1) * 10000 + 101
           END-IF.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0110-CARREGAR-MATRICULAS SECTION.
       0111-CARREGAR-MATRICULAS.
           MOVE ZEROS TO WS-QTD-MAT.
           OPEN INPUT MATRICULAS.
           IF FS-MATRICULAS NOT EQUAL "00"
               DISPLAY "MATRICULAS.TXT INDISPONIVEL: " FS-MATRICULAS
               EXIT SECTION
           END-IF.
           READ MATRICULAS.
           PERFORM UNTIL FS-MATRICULAS NOT EQUAL "00"
                      OR WS-QTD-MAT EQUAL 300
               ADD 1 TO WS-QTD-MAT
               MOVE SPACES TO WS-TAB-MAT(WS-QTD-MAT)
               UNSTRING REG-MATRICULA DELIMITED BY ";"
                   INTO WS-MAT-ALUNO(WS-QTD-MAT)
                        WS-MAT-NOME(WS-QTD-MAT)
                        WS-MAT-TURMA(WS-QTD-MAT)
                        WS-MAT-DATA(WS-QTD-MAT)
                        WS-MAT-STATUS(WS-QTD-MAT)
                        WS-MAT-RESP(WS-QTD-MAT)
               END-UNSTRING
               READ MATRICULAS
           END-PERFORM.
           CLOSE MATRICULAS.
       0110-CARREGAR-MATRICULAS-FIM. EXIT.
      ******************************************************************
       0120-CARREGAR-PROGRESSAO SECTION.
       0121-CARREGAR-PROGRESSAO.
           MOVE ZEROS TO WS-QTD-PRG.
           OPEN INPUT PROGRESSAO.
           IF FS-PROGRESSAO NOT EQUAL "00"
               DISPLAY "PROGRESSAO.TXT INDISPONIVEL: " FS-PROGRESSAO
               EXIT SECTION
           END-IF.
           READ PROGRESSAO.
           PERFORM UNTIL FS-PROGRESSAO NOT EQUAL "00"
                      OR WS-QTD-PRG EQUAL 50
               ADD 1 TO WS-QTD-PRG
               MOVE SPACES TO WS-TAB-PRG(WS-QTD-PRG)
               UNSTRING REG-PROGRESSAO DELIMITED BY ";"
                   INTO WS-PRG-TURMA(WS-QTD-PRG)
                        WS-PRG-PROXIMA(WS-QTD-PRG)
               END-UNSTRING
               READ PROGRESSAO
           END-PERFORM.
           CLOSE PROGRESSAO.
       0120-CARREGAR-PROGRESSAO-FIM. EXIT.
      ******************************************************************
      *--> SO AS LINHAS DO PERIODO FINAL; CADA ALUNO SOMA APROVACOES,
      *    REPROVACOES E PENDENCIAS DAS SUAS MATERIAS
       0130-CARREGAR-RESULTADOS SECTION.
       0131-CARREGAR-RESULTADOS.
           MOVE ZEROS TO WS-QTD-RES.
           OPEN INPUT RESULTADOS.
           IF FS-RESULTADOS NOT EQUAL "00"
               DISPLAY "RESULTADOS.TXT INDISPONIVEL: " FS-RESULTADOS
               EXIT SECTION
           END-IF.
           READ RESULTADOS.
           PERFORM UNTIL FS-RESULTADOS NOT EQUAL "00"
               MOVE SPACES TO WS-LIN-PERIODO WS-LIN-ALUNO
                              WS-LIN-MATERIA WS-LIN-MEDIA WS-LIN-FINAL
                              WS-LIN-FREQ WS-LIN-RESULTADO
               UNSTRING REG-RESULTADO DELIMITED BY ";"
                   INTO WS-LIN-PERIODO WS-LIN-ALUNO WS-LIN-MATERIA
                        WS-LIN-MEDIA WS-LIN-FINAL WS-LIN-FREQ
                        WS-LIN-RESULTADO
               END-UNSTRING
               IF WS-LIN-PERIODO EQUAL WS-PERIODO
                   PERFORM 0140-SOMAR-RESULTADO
               END-IF
               READ RESULTADOS
           END-PERFORM.
           CLOSE RESULTADOS.
       0130-CARREGAR-RESULTADOS-FIM. EXIT.
      ******************************************************************
       0140-SOMAR-RESULTADO    SECTION.
       0141-SOMAR-RESULTADO.
           MOVE ZEROS TO WS-RES-ACHADO.
           PERFORM VARYING WS-IND-RES FROM 1 BY 1
                   UNTIL WS-IND-RES GREATER THAN WS-QTD-RES
               IF WS-RES-ALUNO(WS-IND-RES) EQUAL WS-LIN-ALUNO
                   MOVE WS-IND-RES TO WS-RES-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RES-ACHADO EQUAL ZEROS
               IF WS-QTD-RES EQUAL 300
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-RES
               MOVE WS-QTD-RES TO WS-RES-ACHADO
               MOVE WS-LIN-ALUNO TO WS-RES-ALUNO(WS-RES-ACHADO)
               MOVE ZEROS TO WS-RES-APROV(WS-RES-ACHADO)
                             WS-RES-REPROV(WS-RES-ACHADO)
                             WS-RES-PEND(WS-RES-ACHADO)
           END-IF.

           EVALUATE WS-LIN-RESULTADO
               WHEN "APROVADO"
               WHEN "APROVADO REC"
                   ADD 1 TO WS-RES-APROV(WS-RES-ACHADO)
               WHEN "REPROVADO"
               WHEN "REPROV FALTA"
                   ADD 1 TO WS-RES-REPROV(WS-RES-ACHADO)
               WHEN OTHER
                   ADD 1 TO WS-RES-PEND(WS-RES-ACHADO)
           END-EVALUATE.
       0140-SOMAR-RESULTADO-FIM. EXIT.
      ******************************************************************
      *--> DECIDE O DESTINO DE CADA ALUNO ATIVO DO ANO QUE SE ENCERRA;
      *    QUEM JA TEM DATA DO ANO NOVO FOI PROMOVIDO NUMA RODADA
      *    ANTERIOR (OU MATRICULADO PARA O ANO NOVO) E NAO E MEXIDO
       0200-CLASSIFICAR-ALUNOS SECTION.
       0201-CLASSIFICAR-ALUNOS.
           PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                   UNTIL WS-IND-MAT GREATER THAN WS-QTD-MAT
               IF WS-MAT-STATUS(WS-IND-MAT) EQUAL "A"
                  AND WS-MAT-DATA(WS-IND-MAT) LESS THAN
                          WS-DATA-NOVO-ANO
                   PERFORM 0210-CLASSIFICAR-ALUNO
               END-IF
           END-PERFORM.
       0200-CLASSIFICAR-ALUNOS-FIM. EXIT.
      ******************************************************************
       0210-CLASSIFICAR-ALUNO  SECTION.
       0211-CLASSIFICAR-ALUNO.
           MOVE "M" TO WS-MAT-ACAO(WS-IND-MAT).
           MOVE WS-MAT-TURMA(WS-IND-MAT) TO WS-MAT-DESTINO(WS-IND-MAT).

           MOVE ZEROS TO WS-PRG-ACHADA.
           PERFORM VARYING WS-IND-PRG FROM 1 BY 1
                   UNTIL WS-IND-PRG GREATER THAN WS-QTD-PRG
               IF WS-PRG-TURMA(WS-IND-PRG) EQUAL
                       WS-MAT-TURMA(WS-IND-MAT)
                   MOVE WS-IND-PRG TO WS-PRG-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PRG-ACHADA EQUAL ZEROS
               MOVE "TURMA FORA DA PROGRESSAO"
                       TO WS-MAT-MOTIVO(WS-IND-MAT)
               EXIT SECTION
           END-IF.

           MOVE ZEROS TO WS-RES-ACHADO.
           PERFORM VARYING WS-IND-RES FROM 1 BY 1
                   UNTIL WS-IND-RES GREATER THAN WS-QTD-RES
               IF WS-RES-ALUNO(WS-IND-RES) EQUAL
                       WS-MAT-ALUNO(WS-IND-MAT)
                   MOVE WS-IND-RES TO WS-RES-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-RES-ACHADO EQUAL ZEROS
                   MOVE "SEM RESULTADO NO PERIODO"
                           TO WS-MAT-MOTIVO(WS-IND-MAT)
               WHEN WS-RES-REPROV(WS-RES-ACHADO) GREATER THAN ZEROS
                   MOVE "R" TO WS-MAT-ACAO(WS-IND-MAT)
               WHEN WS-RES-PEND(WS-RES-ACHADO) GREATER THAN ZEROS
                   MOVE "RESULTADO PENDENTE (NOVA PROVA)"
                           TO WS-MAT-MOTIVO(WS-IND-MAT)
               WHEN WS-PRG-PROXIMA(WS-PRG-ACHADA) EQUAL "FIM"
                   MOVE "C" TO WS-MAT-ACAO(WS-IND-MAT)
                   MOVE SPACES TO WS-MAT-DESTINO(WS-IND-MAT)
               WHEN OTHER
                   MOVE "P" TO WS-MAT-ACAO(WS-IND-MAT)
                   MOVE WS-PRG-PROXIMA(WS-PRG-ACHADA)
                           TO WS-MAT-DESTINO(WS-IND-MAT)
           END-EVALUATE.
       0210-CLASSIFICAR-ALUNO-FIM. EXIT.
      ******************************************************************
      *--> OCUPACAO DO DESTINO NO ANO NOVO: QUEM JA ESTA NELE COM DATA
      *    DO ANO NOVO MAIS QUEM ESTA RODADA JA ALOCOU PARA LA
       0300-ALOCAR-VAGAS       SECTION.
       0301-ALOCAR-VAGAS.
           PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                   UNTIL WS-IND-MAT GREATER THAN WS-QTD-MAT
               IF WS-MAT-ACAO(WS-IND-MAT) EQUAL WS-ACAO-VEZ
                   PERFORM 0310-CONTAR-DESTINO
                   IF WS-QT-NA-TURMA NOT LESS THAN WS-CAPACIDADE
                       MOVE "M" TO WS-MAT-ACAO(WS-IND-MAT)
                       MOVE "TURMA DE DESTINO LOTADA"
                               TO WS-MAT-MOTIVO(WS-IND-MAT)
                   ELSE
                       MOVE "S" TO WS-MAT-ALOCADO(WS-IND-MAT)
                   END-IF
               END-IF
           END-PERFORM.
       0300-ALOCAR-VAGAS-FIM.  EXIT.
      ******************************************************************
       0310-CONTAR-DESTINO     SECTION.
       0311-CONTAR-DESTINO.
           MOVE ZEROS TO WS-QT-NA-TURMA.
           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX GREATER THAN WS-QTD-MAT
               IF WS-MAT-STATUS(WS-IND-AUX) EQUAL "A"
                  AND WS-MAT-DATA(WS-IND-AUX) NOT LESS THAN
                          WS-DATA-NOVO-ANO
                  AND WS-MAT-TURMA(WS-IND-AUX) EQUAL
                          WS-MAT-DESTINO(WS-IND-MAT)
                   ADD 1 TO WS-QT-NA-TURMA
               END-IF
               IF WS-MAT-ALOCADO(WS-IND-AUX) EQUAL "S"
                  AND WS-MAT-DESTINO(WS-IND-AUX) EQUAL
                          WS-MAT-DESTINO(WS-IND-MAT)
                   ADD 1 TO WS-QT-NA-TURMA
               END-IF
           END-PERFORM.
       0310-CONTAR-DESTINO-FIM. EXIT.
      ******************************************************************
      *--> RELATORIO POR TURMA DE ORIGEM: QUEM FOI PARA ONDE
       0400-RELATORIO-PROMOCAO SECTION.
       0401-RELATORIO-PROMOCAO.
           OPEN OUTPUT RELPROMOCAO.
           MOVE SPACES TO REG-RELPROMOCAO.
           STRING "PROMOCAO DE FIM DE ANO - PERIODO FINAL "
                  WS-PERIODO " - ANO NOVO A PARTIR DE "
                  WS-DATA-NOVO-ANO(7:2) "/" WS-DATA-NOVO-ANO(5:2) "/"
                  WS-DATA-NOVO-ANO(1:4)
               DELIMITED BY SIZE INTO REG-RELPROMOCAO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           MOVE ALL "=" TO REG-RELPROMOCAO(1:90).
           PERFORM 0490-GRAVAR-E-MOSTRAR.

           MOVE ZEROS TO WS-QT-PROMOVIDOS WS-QT-RETIDOS
                         WS-QT-CONCLUINTES WS-QT-MANUAIS.
           PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                   UNTIL WS-IND-MAT GREATER THAN WS-QTD-MAT
               IF WS-MAT-ACAO(WS-IND-MAT) NOT EQUAL SPACES
                   PERFORM 0410-TURMA-JA-LISTADA
                   IF WS-JA-LISTADA EQUAL "N"
                       MOVE WS-MAT-TURMA(WS-IND-MAT)
                               TO WS-TURMA-CORRENTE
                       PERFORM 0420-LISTAR-TURMA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE ALL "=" TO REG-RELPROMOCAO(1:90).
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           MOVE WS-QT-PROMOVIDOS TO WS-QTD-EDT.
           STRING "PROMOVIDOS........: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-RELPROMOCAO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           MOVE WS-QT-RETIDOS TO WS-QTD-EDT.
           STRING "RETIDOS...........: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-RELPROMOCAO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           MOVE WS-QT-CONCLUINTES TO WS-QTD-EDT.
           STRING "CONCLUINTES.......: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-RELPROMOCAO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           MOVE WS-QT-MANUAIS TO WS-QTD-EDT.
           STRING "COLOCACAO MANUAL..: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-RELPROMOCAO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           CLOSE RELPROMOCAO.
           DISPLAY "RELATORIO GRAVADO EM PROMOCAO.TXT".
       0400-RELATORIO-PROMOCAO-FIM. EXIT.
      ******************************************************************
       0410-TURMA-JA-LISTADA   SECTION.
       0411-TURMA-JA-LISTADA.
           MOVE "N" TO WS-JA-LISTADA.
           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX NOT LESS THAN WS-IND-MAT
               IF WS-MAT-TURMA(WS-IND-AUX) EQUAL
                       WS-MAT-TURMA(WS-IND-MAT)
                  AND WS-MAT-ACAO(WS-IND-AUX) NOT EQUAL SPACES
                   MOVE "S" TO WS-JA-LISTADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0410-TURMA-JA-LISTADA-FIM. EXIT.
      ******************************************************************
       0420-LISTAR-TURMA       SECTION.
       0421-LISTAR-TURMA.
           MOVE SPACES TO REG-RELPROMOCAO.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           STRING "TURMA " WS-TURMA-CORRENTE
               DELIMITED BY SIZE INTO REG-RELPROMOCAO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           MOVE "  ALUNO      NOME" TO REG-RELPROMOCAO.
           MOVE "DESTINO"  TO REG-RELPROMOCAO(45:7).
           MOVE "SITUACAO" TO REG-RELPROMOCAO(54:8).
           PERFORM 0490-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-AUX FROM WS-IND-MAT BY 1
                   UNTIL WS-IND-AUX GREATER THAN WS-QTD-MAT
               IF WS-MAT-TURMA(WS-IND-AUX) EQUAL WS-TURMA-CORRENTE
                  AND WS-MAT-ACAO(WS-IND-AUX) NOT EQUAL SPACES
                   PERFORM 0430-LINHA-ALUNO
               END-IF
           END-PERFORM.
       0420-LISTAR-TURMA-FIM.  EXIT.
      ******************************************************************
       0430-LINHA-ALUNO        SECTION.
       0431-LINHA-ALUNO.
           EVALUATE WS-MAT-ACAO(WS-IND-AUX)
               WHEN "P"
                   MOVE "PROMOVIDO" TO WS-SITUACAO
                   ADD 1 TO WS-QT-PROMOVIDOS
               WHEN "R"
                   MOVE "RETIDO NA SERIE" TO WS-SITUACAO
                   ADD 1 TO WS-QT-RETIDOS
               WHEN "C"
                   MOVE "CONCLUIU" TO WS-SITUACAO
                   ADD 1 TO WS-QT-CONCLUINTES
               WHEN OTHER
                   MOVE "COLOCACAO MANUAL" TO WS-SITUACAO
                   ADD 1 TO WS-QT-MANUAIS
           END-EVALUATE.

           MOVE SPACES TO REG-RELPROMOCAO.
           STRING "  " WS-MAT-ALUNO(WS-IND-AUX)
                  " " WS-MAT-NOME(WS-IND-AUX)
                  " " WS-MAT-DESTINO(WS-IND-AUX)
                  "   " WS-SITUACAO
               DELIMITED BY SIZE INTO REG-RELPROMOCAO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           IF WS-MAT-ACAO(WS-IND-AUX) EQUAL "M"
               STRING "      MOTIVO: " WS-MAT-MOTIVO(WS-IND-AUX)
                   DELIMITED BY SIZE INTO REG-RELPROMOCAO
               END-STRING
               PERFORM 0490-GRAVAR-E-MOSTRAR
           END-IF.
       0430-LINHA-ALUNO-FIM.   EXIT.
      ******************************************************************
       0490-GRAVAR-E-MOSTRAR   SECTION.
       0491-GRAVAR-E-MOSTRAR.
           WRITE REG-RELPROMOCAO.
           DISPLAY REG-RELPROMOCAO.
           MOVE SPACES TO REG-RELPROMOCAO.
       0490-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
      *--> ENCERRA A MATRICULA DO ANO: A COPIA VAI PARA O HISTORICO
      *    COM STATUS E E SO DEPOIS O REGISTRO RECEBE O ANO NOVO
       0500-ENCERRAR-ANO       SECTION.
       0501-ENCERRAR-ANO.
           OPEN EXTEND HISTMATRICULAS.
           IF FS-HISTMATRICULAS EQUAL "35"
               OPEN OUTPUT HISTMATRICULAS
               CLOSE HISTMATRICULAS
               OPEN EXTEND HISTMATRICULAS
           END-IF.

           PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                   UNTIL WS-IND-MAT GREATER THAN WS-QTD-MAT
               IF WS-MAT-ACAO(WS-IND-MAT) EQUAL "P"
                  OR WS-MAT-ACAO(WS-IND-MAT) EQUAL "R"
                  OR WS-MAT-ACAO(WS-IND-MAT) EQUAL "C"
                   PERFORM 0510-ENCERRAR-MATRICULA
               END-IF
           END-PERFORM.
           CLOSE HISTMATRICULAS.
       0500-ENCERRAR-ANO-FIM.  EXIT.
      ******************************************************************
       0510-ENCERRAR-MATRICULA SECTION.
       0511-ENCERRAR-MATRICULA.
           MOVE SPACES TO REG-HISTMATRICULA.
           STRING WS-MAT-ALUNO(WS-IND-MAT)
                  ";" WS-MAT-NOME(WS-IND-MAT)
                  ";" WS-MAT-TURMA(WS-IND-MAT)
                  ";" WS-MAT-DATA(WS-IND-MAT)
                  ";E"
                  ";" WS-MAT-RESP(WS-IND-MAT)
                  ";" WS-ANO-LETIVO
                  ";" WS-MAT-ACAO(WS-IND-MAT)
                  ";" WS-MAT-DESTINO(WS-IND-MAT)
                  ";" WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-HISTMATRICULA
           END-STRING.
           WRITE REG-HISTMATRICULA.

           IF WS-MAT-ACAO(WS-IND-MAT) EQUAL "C"
               MOVE "C" TO WS-MAT-STATUS(WS-IND-MAT)
               MOVE WS-DATA-HOJE TO WS-MAT-DATA(WS-IND-MAT)
           ELSE
               MOVE WS-MAT-DESTINO(WS-IND-MAT)
                       TO WS-MAT-TURMA(WS-IND-MAT)
               MOVE WS-DATA-NOVO-ANO TO WS-MAT-DATA(WS-IND-MAT)
           END-IF.
       0510-ENCERRAR-MATRICULA-FIM. EXIT.
      ******************************************************************
       0900-REGRAVAR-MATRICULAS SECTION.
       0901-REGRAVAR-MATRICULAS.
           OPEN OUTPUT MATRICULAS.
           PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                   UNTIL WS-IND-MAT GREATER THAN WS-QTD-MAT
               MOVE SPACES TO REG-MATRICULA
               STRING WS-MAT-ALUNO(WS-IND-MAT)
                      ";" WS-MAT-NOME(WS-IND-MAT)
                      ";" WS-MAT-TURMA(WS-IND-MAT)
                      ";" WS-MAT-DATA(WS-IND-MAT)
                      ";" WS-MAT-STATUS(WS-IND-MAT)
                      ";" WS-MAT-RESP(WS-IND-MAT)
                   DELIMITED BY SIZE INTO REG-MATRICULA
               END-STRING
               WRITE REG-MATRICULA
           END-PERFORM.
           CLOSE MATRICULAS.
           DISPLAY "MATRICULAS GRAVADAS".
       0900-REGRAVAR-MATRICULAS-FIM. EXIT.
      ******************************************************************
       END PROGRAM PROMOCAO.
