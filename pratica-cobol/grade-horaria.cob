      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Cadastro de professores e grade horaria das turmas
      *          O VETORES e o MATRICULA conhecem alunos, turmas e
      *          materias, mas quem da cada aula e quando ficava num
      *          quadro na sala dos professores. Este programa mantem
      *          o professores.txt (PROF;NOME;MATERIA1..MATERIA5 --
      *          as materias em que o professor e habilitado) e o
      *          horarios.txt (TURMA;DIA 1-6 SEG A SAB;AULA 01-10;
      *          MATERIA;PROF;SALA). A aula so entra na grade se nao
      *          houver choque: a turma ja ter aula no horario, o
      *          professor ja estar em outra turma no mesmo dia e
      *          aula, a sala ja estar ocupada, ou o professor nao
      *          ser habilitado na materia. Tirar uma materia do
      *          professor que ainda a da na grade e recusado.
      *          Imprime a grade por turma (gradeturma.txt) e por
      *          professor (gradeprof.txt), e a frequencia do
      *          frequencia.txt por professor (freqprof.txt): as
      *          linhas com a materia no quarto campo
      *          (ALUNO;DADAS;PRESENTES;MATERIA) sao somadas para o
      *          professor que da aquela materia na turma do aluno;
      *          linhas sem materia nao tem dono e saem so contadas.
      *          O boletim do VETORES passa a trazer o professor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. GRADE-HORARIA.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT PROFESSORES ASSIGN TO "C:\teste\professores.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PROFESSORES.

           SELECT HORARIOS ASSIGN TO "C:\teste\horarios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HORARIOS.

           SELECT MATRICULAS ASSIGN TO "C:\teste\matriculas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MATRICULAS.

           SELECT FREQUENCIA ASSIGN TO "C:\teste\frequencia.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FREQUENCIA.

           SELECT GRADETURMA ASSIGN TO "C:\teste\gradeturma.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-GRADETURMA.

           SELECT GRADEPROF ASSIGN TO "C:\teste\gradeprof.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-GRADEPROF.

           SELECT FREQPROF ASSIGN TO "C:\teste\freqprof.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FREQPROF.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  PROFESSORES.
       01  REG-PROFESSOR               PIC X(130).
      *
       FD  HORARIOS.
       01  REG-HORARIO                 PIC X(60).
      *
       FD  MATRICULAS.
       01  REG-MATRICULA               PIC X(100).
      *
       FD  FREQUENCIA.
       01  REG-FREQUENCIA              PIC X(50).
      *
       FD  GRADETURMA.
       01  REG-GRADETURMA              PIC X(110).
      *
       FD  GRADEPROF.
       01  REG-GRADEPROF               PIC X(100).
      *
       FD  FREQPROF.
       01  REG-FREQPROF                PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-PROFESSORES      PIC X(02)           VALUE SPACES.
       77  FS-HORARIOS         PIC X(02)           VALUE SPACES.
       77  FS-MATRICULAS       PIC X(02)           VALUE SPACES.
       77  FS-FREQUENCIA       PIC X(02)           VALUE SPACES.
       77  FS-GRADETURMA       PIC X(02)           VALUE SPACES.
       77  FS-GRADEPROF        PIC X(02)           VALUE SPACES.
       77  FS-FREQPROF         PIC X(02)           VALUE SPACES.
       77  WS-OPCAO            PIC 9               VALUE ZEROS.
       77  WS-MUDOU-PROF       PIC X               VALUE "N".
       77  WS-MUDOU-GRADE      PIC X               VALUE "N".

      *--> DIAS DA SEMANA (1 = SEGUNDA ... 6 = SABADO)
       01  WS-NOMES-DIAS       PIC X(18)  VALUE "SEGTERQUAQUISEXSAB".
       01  WS-TAB-DIAS REDEFINES WS-NOMES-DIAS.
           05 WS-NOME-DIA      PIC X(03)           OCCURS 6 TIMES.
       77  WS-MAX-AULA         PIC 9(02)           VALUE 10.

      *--> PROFESSORES EM MEMORIA
       77  WS-QTD-PRF          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-PRF          PIC 9(03)           VALUE ZEROS.
       77  WS-PRF-ACHADO       PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-PRF          OCCURS 100 TIMES.
           05 WS-PRF-ID        PIC X(06).
           05 WS-PRF-NOME      PIC X(30).
           05 WS-PRF-MATERIA   PIC X(15)           OCCURS 5 TIMES.
       77  WS-IND-MAT-PRF      PIC 9(01)           VALUE ZEROS.
       77  WS-HABILITADO       PIC X               VALUE "N".

      *--> GRADE EM MEMORIA
       77  WS-QTD-HOR          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-HOR          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-AUX          PIC 9(04)           VALUE ZEROS.
       77  WS-HOR-ACHADO       PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-HOR          OCCURS 1000 TIMES.
           05 WS-HOR-TURMA     PIC X(06).
           05 WS-HOR-DIA       PIC 9(01).
           05 WS-HOR-AULA      PIC 9(02).
           05 WS-HOR-MATERIA   PIC X(15).
           05 WS-HOR-PROF      PIC X(06).
           05 WS-HOR-SALA      PIC X(06).
       01  WS-LIN-DIA-X        PIC X(01)           VALUE ZEROS.
       01  WS-LIN-DIA REDEFINES WS-LIN-DIA-X
                           PIC 9(01).
       01  WS-LIN-AULA-X       PIC X(02)           VALUE ZEROS.
       01  WS-LIN-AULA REDEFINES WS-LIN-AULA-X
                           PIC 9(02).

      *--> MATRICULAS ATIVAS (ALUNO E TURMA) PARA A FREQUENCIA
       77  WS-QTD-MAT          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-MAT          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-MAT          OCCURS 300 TIMES.
           05 WS-MAT-ALUNO     PIC X(10).
           05 WS-MAT-TURMA     PIC X(06).
       77  WS-MATR-ALUNO       PIC X(10)           VALUE SPACES.
       77  WS-MATR-NOME        PIC X(30)           VALUE SPACES.
       77  WS-MATR-DATA        PIC X(08)           VALUE SPACES.
       77  WS-MATR-STATUS      PIC X(01)           VALUE SPACES.

      *--> FREQUENCIA POR ALUNO (E MATERIA, QUANDO INFORMADA)
       77  WS-QTD-FRQ          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-FRQ          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-FRQ          OCCURS 500 TIMES.
           05 WS-FRQ-ALUNO     PIC X(10).
           05 WS-FRQ-DADAS     PIC 9(04).
           05 WS-FRQ-PRESENTES PIC 9(04).
           05 WS-FRQ-MATERIA   PIC X(15).
       77  WS-FREQ-MINIMA      PIC 9(02)V99        VALUE 75,00.
       77  WS-FREQ-PERC        PIC 9(03)V99        VALUE ZEROS.
       77  WS-TURMA-ALUNO      PIC X(06)           VALUE SPACES.

      *--> ENTRADA
       77  WS-PROF-ENT         PIC X(06)           VALUE SPACES.
       77  WS-NOME-ENT         PIC X(30)           VALUE SPACES.
       77  WS-TURMA-ENT        PIC X(06)           VALUE SPACES.
       77  WS-DIA-ENT          PIC X(01)           VALUE SPACES.
       77  WS-AULA-ENT         PIC X(02)           VALUE SPACES.
       77  WS-MATERIA-ENT      PIC X(15)           VALUE SPACES.
       77  WS-SALA-ENT         PIC X(06)           VALUE SPACES.
       77  WS-DIA              PIC 9(01)           VALUE ZEROS.
       77  WS-AULA             PIC 9(02)           VALUE ZEROS.
       01  WS-NOVAS-MATERIAS.
           05 WS-NOVA-MATERIA  PIC X(15)           OCCURS 5 TIMES.
       77  WS-QT-CONFLITOS     PIC 9(02)           VALUE ZEROS.

      *--> IMPRESSAO DA GRADE
       77  WS-TURMA-CORRENTE   PIC X(06)           VALUE SPACES.
       77  WS-PROF-CORRENTE    PIC X(06)           VALUE SPACES.
       77  WS-MATERIA-CORRENTE PIC X(15)           VALUE SPACES.
       77  WS-JA-LISTADA       PIC X               VALUE "N".
       77  WS-ULTIMA-AULA      PIC 9(02)           VALUE ZEROS.
       77  WS-POS              PIC 9(03)           VALUE ZEROS.
       77  WS-QT-AULAS         PIC 9(03)           VALUE ZEROS.
       77  WS-QT-TURMAS        PIC 9(03)           VALUE ZEROS.
       77  WS-QT-PROFS         PIC 9(03)           VALUE ZEROS.

      *--> FREQUENCIA POR PROFESSOR
       77  WS-QT-ALUNOS        PIC 9(04)           VALUE ZEROS.
       77  WS-QT-ABAIXO        PIC 9(04)           VALUE ZEROS.
       77  WS-SOMA-DADAS       PIC 9(07)           VALUE ZEROS.
       77  WS-SOMA-PRESENTES   PIC 9(07)           VALUE ZEROS.
       77  WS-TOT-DADAS        PIC 9(07)           VALUE ZEROS.
       77  WS-TOT-PRESENTES    PIC 9(07)           VALUE ZEROS.
       77  WS-QT-SEM-MATERIA   PIC 9(04)           VALUE ZEROS.
       77  WS-QT-SEM-DONO      PIC 9(04)           VALUE ZEROS.
       77  WS-TEM-DONO         PIC X               VALUE "N".

      *--> EDICAO
       77  WS-QTD-EDT          PIC ZZZ9.
       77  WS-AULAS-EDT        PIC Z.ZZZ.ZZ9.
       77  WS-AULAS2-EDT       PIC Z.ZZZ.ZZ9.
       77  WS-PERC-EDT         PIC ZZ9,99.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-CARREGAR-PROFESSORES.
           PERFORM 0110-CARREGAR-HORARIOS.
           DISPLAY "PROFESSORES: " WS-QTD-PRF " AULAS NA GRADE: "
                   WS-QTD-HOR.

           PERFORM 0200-PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM 0900-REGRAVAR-PROFESSORES.
           PERFORM 0910-REGRAVAR-HORARIOS.
           STOP RUN.
      ******************************************************************
       0100-CARREGAR-PROFESSORES SECTION.
       0101-CARREGAR-PROFESSORES.
           MOVE ZEROS TO WS-QTD-PRF.
           OPEN INPUT PROFESSORES.
           IF FS-PROFESSORES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PROFESSORES.
           PERFORM UNTIL FS-PROFESSORES NOT EQUAL "00"
                      OR WS-QTD-PRF EQUAL 100
               ADD 1 TO WS-QTD-PRF
               MOVE SPACES TO WS-TAB-PRF(WS-QTD-PRF)
               UNSTRING REG-PROFESSOR DELIMITED BY ";"
                   INTO WS-PRF-ID(WS-QTD-PRF)
                        WS-PRF-NOME(WS-QTD-PRF)
                        WS-PRF-MATERIA(WS-QTD-PRF, 1)
                        WS-PRF-MATERIA(WS-QTD-PRF, 2)
                        WS-PRF-MATERIA(WS-QTD-PRF, 3)
                        WS-PRF-MATERIA(WS-QTD-PRF, 4)
                        WS-PRF-MATERIA(WS-QTD-PRF, 5)
               END-UNSTRING
               READ PROFESSORES
           END-PERFORM.
           CLOSE PROFESSORES.
       0100-CARREGAR-PROFESSORES-FIM. EXIT.
      ******************************************************************
       0110-CARREGAR-HORARIOS  SECTION.
       0111-CARREGAR-HORARIOS.
           MOVE ZEROS TO WS-QTD-HOR.
           OPEN INPUT HORARIOS.
           IF FS-HORARIOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ HORARIOS.
           PERFORM UNTIL FS-HORARIOS NOT EQUAL "00"
                      OR WS-QTD-HOR EQUAL 1000
               ADD 1 TO WS-QTD-HOR
               MOVE SPACES TO WS-HOR-TURMA(WS-QTD-HOR)
                              WS-HOR-MATERIA(WS-QTD-HOR)
                              WS-HOR-PROF(WS-QTD-HOR)
                              WS-HOR-SALA(WS-QTD-HOR)
               MOVE ZEROS TO WS-LIN-DIA-X WS-LIN-AULA-X
               UNSTRING REG-HORARIO DELIMITED BY ";"
                   INTO WS-HOR-TURMA(WS-QTD-HOR)
                        WS-LIN-DIA-X WS-LIN-AULA-X
                        WS-HOR-MATERIA(WS-QTD-HOR)
                        WS-HOR-PROF(WS-QTD-HOR)
                        WS-HOR-SALA(WS-QTD-HOR)
               END-UNSTRING
               MOVE WS-LIN-DIA  TO WS-HOR-DIA(WS-QTD-HOR)
               MOVE WS-LIN-AULA TO WS-HOR-AULA(WS-QTD-HOR)
               READ HORARIOS
           END-PERFORM.
           CLOSE HORARIOS.
       0110-CARREGAR-HORARIOS-FIM. EXIT.
      ******************************************************************
      *--> MATRICULAS E FREQUENCIA SO SAO LIDAS PARA O RELATORIO DE
      *    FREQUENCIA POR PROFESSOR
       0120-CARREGAR-MATRICULAS SECTION.
       0121-CARREGAR-MATRICULAS.
           MOVE ZEROS TO WS-QTD-MAT.
           OPEN INPUT MATRICULAS.
           IF FS-MATRICULAS NOT EQUAL "00"
               DISPLAY "MATRICULAS.TXT INDISPONIVEL: " FS-MATRICULAS
               EXIT SECTION
           END-IF.
           READ MATRICULAS.
           PERFORM UNTIL FS-MATRICULAS NOT EQUAL "00"
                      OR WS-QTD-MAT EQUAL 300
               MOVE SPACES TO WS-MATR-ALUNO WS-MATR-NOME WS-TURMA-ENT
                              WS-MATR-DATA WS-MATR-STATUS
               UNSTRING REG-MATRICULA DELIMITED BY ";"
                   INTO WS-MATR-ALUNO WS-MATR-NOME WS-TURMA-ENT
                        WS-MATR-DATA WS-MATR-STATUS
               END-UNSTRING
               IF WS-MATR-STATUS EQUAL "A"
                   ADD 1 TO WS-QTD-MAT
                   MOVE WS-MATR-ALUNO TO WS-MAT-ALUNO(WS-QTD-MAT)
                   MOVE WS-TURMA-ENT TO WS-MAT-TURMA(WS-QTD-MAT)
               END-IF
               READ MATRICULAS
           END-PERFORM.
           CLOSE MATRICULAS.
       0120-CARREGAR-MATRICULAS-FIM. EXIT.
      ******************************************************************
       0130-CARREGAR-FREQUENCIA SECTION.
       0131-CARREGAR-FREQUENCIA.
           MOVE ZEROS TO WS-QTD-FRQ.
           OPEN INPUT FREQUENCIA.
           IF FS-FREQUENCIA NOT EQUAL "00"
               DISPLAY "FREQUENCIA.TXT INDISPONIVEL: " FS-FREQUENCIA
               EXIT SECTION
           END-IF.
           READ FREQUENCIA.
           PERFORM UNTIL FS-FREQUENCIA NOT EQUAL "00"
                      OR WS-QTD-FRQ EQUAL 500
               ADD 1 TO WS-QTD-FRQ
               MOVE SPACES TO WS-FRQ-ALUNO(WS-QTD-FRQ)
                              WS-FRQ-MATERIA(WS-QTD-FRQ)
               MOVE ZEROS  TO WS-FRQ-DADAS(WS-QTD-FRQ)
                              WS-FRQ-PRESENTES(WS-QTD-FRQ)
               UNSTRING REG-FREQUENCIA DELIMITED BY ";"
                   INTO WS-FRQ-ALUNO(WS-QTD-FRQ)
                        WS-FRQ-DADAS(WS-QTD-FRQ)
                        WS-FRQ-PRESENTES(WS-QTD-FRQ)
                        WS-FRQ-MATERIA(WS-QTD-FRQ)
               END-UNSTRING
               READ FREQUENCIA
           END-PERFORM.
           CLOSE FREQUENCIA.
       0130-CARREGAR-FREQUENCIA-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           DISPLAY " ".
           DISPLAY "1-CADASTRAR/ALTERAR PROFESSOR 2-INCLUIR AULA ".
           DISPLAY "3-EXCLUIR AULA 4-GRADE POR TURMA ".
           DISPLAY "5-GRADE POR PROFESSOR 6-FREQUENCIA POR PROFESSOR ".
           DISPLAY "9-SAIR (GRAVA): ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0300-MANTER-PROFESSOR
               WHEN 2
                   PERFORM 0400-INCLUIR-AULA
               WHEN 3
                   PERFORM 0500-EXCLUIR-AULA
               WHEN 4
                   PERFORM 0600-GRADE-TURMA
               WHEN 5
                   PERFORM 0700-GRADE-PROFESSOR
               WHEN 6
                   PERFORM 0800-FREQUENCIA-PROFESSOR
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
      *--> PROFESSOR PELO IDENTIFICADOR (WS-PROF-ENT)
       0250-LOCALIZAR-PROFESSOR SECTION.
       0251-LOCALIZAR-PROFESSOR.
           MOVE ZEROS TO WS-PRF-ACHADO.
           PERFORM VARYING WS-IND-PRF FROM 1 BY 1
                   UNTIL WS-IND-PRF GREATER THAN WS-QTD-PRF
               IF WS-PRF-ID(WS-IND-PRF) EQUAL WS-PROF-ENT
                   MOVE WS-IND-PRF TO WS-PRF-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0250-LOCALIZAR-PROFESSOR-FIM. EXIT.
      ******************************************************************
      *--> O PROFESSOR ACHADO E HABILITADO EM WS-MATERIA-ENT?
       0260-CONFERIR-HABILITACAO SECTION.
       0261-CONFERIR-HABILITACAO.
           MOVE "N" TO WS-HABILITADO.
           PERFORM VARYING WS-IND-MAT-PRF FROM 1 BY 1
                   UNTIL WS-IND-MAT-PRF GREATER THAN 5
               IF WS-PRF-MATERIA(WS-PRF-ACHADO, WS-IND-MAT-PRF)
                       EQUAL WS-MATERIA-ENT
                  AND WS-MATERIA-ENT NOT EQUAL SPACES
                   MOVE "S" TO WS-HABILITADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0260-CONFERIR-HABILITACAO-FIM. EXIT.
      ******************************************************************
      *--> NOVO PROFESSOR OU ALTERACAO: AS MATERIAS INFORMADAS
      *    SUBSTITUEM AS ANTERIORES, MAS NAO PODEM DEIXAR DE FORA
      *    MATERIA QUE O PROFESSOR AINDA DA NA GRADE
       0300-MANTER-PROFESSOR   SECTION.
       0301-MANTER-PROFESSOR.
           DISPLAY "IDENTIFICADOR DO PROFESSOR: ".
           MOVE SPACES TO WS-PROF-ENT.
           ACCEPT WS-PROF-ENT.
           IF WS-PROF-ENT EQUAL SPACES
               DISPLAY "IDENTIFICADOR OBRIGATORIO"
               EXIT SECTION
           END-IF.
           PERFORM 0250-LOCALIZAR-PROFESSOR.
           IF WS-PRF-ACHADO GREATER THAN ZEROS
               DISPLAY "PROFESSOR " WS-PRF-NOME(WS-PRF-ACHADO)
               PERFORM VARYING WS-IND-MAT-PRF FROM 1 BY 1
                       UNTIL WS-IND-MAT-PRF GREATER THAN 5
                   IF WS-PRF-MATERIA(WS-PRF-ACHADO, WS-IND-MAT-PRF)
                           NOT EQUAL SPACES
                       DISPLAY "  HABILITADO EM "
                           WS-PRF-MATERIA(WS-PRF-ACHADO, WS-IND-MAT-PRF)
                   END-IF
               END-PERFORM
               DISPLAY "NOME (VAZIO = MANTEM): "
           ELSE
               IF WS-QTD-PRF EQUAL 100
                   DISPLAY "CADASTRO DE PROFESSORES CHEIO"
                   EXIT SECTION
               END-IF
               DISPLAY "NOME DO PROFESSOR: "
           END-IF.
           MOVE SPACES TO WS-NOME-ENT.
           ACCEPT WS-NOME-ENT.
           IF WS-NOME-ENT EQUAL SPACES AND WS-PRF-ACHADO EQUAL ZEROS
               DISPLAY "NOME OBRIGATORIO"
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-NOVAS-MATERIAS.
           DISPLAY "MATERIAS HABILITADAS (ATE 5, VAZIO ENCERRA): ".
           PERFORM VARYING WS-IND-MAT-PRF FROM 1 BY 1
                   UNTIL WS-IND-MAT-PRF GREATER THAN 5
               DISPLAY "  MATERIA " WS-IND-MAT-PRF ": "
               ACCEPT WS-NOVA-MATERIA(WS-IND-MAT-PRF)
               IF WS-NOVA-MATERIA(WS-IND-MAT-PRF) EQUAL SPACES
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOVA-MATERIA(1) EQUAL SPACES
               DISPLAY "PROFESSOR SEM MATERIA - NADA ALTERADO"
               EXIT SECTION
           END-IF.

      *--> MATERIA QUE SAIU DA HABILITACAO NAO PODE ESTAR NA GRADE
           IF WS-PRF-ACHADO GREATER THAN ZEROS
               MOVE ZEROS TO WS-QT-CONFLITOS
               PERFORM VARYING WS-IND-HOR FROM 1 BY 1
                       UNTIL WS-IND-HOR GREATER THAN WS-QTD-HOR
                   IF WS-HOR-PROF(WS-IND-HOR) EQUAL WS-PROF-ENT
                       PERFORM 0310-MATERIA-MANTIDA
                   END-IF
               END-PERFORM
               IF WS-QT-CONFLITOS GREATER THAN ZEROS
                   DISPLAY "ALTERACAO RECUSADA - TIRE AS AULAS DA "
                           "GRADE ANTES"
                   EXIT SECTION
               END-IF
           ELSE
               ADD 1 TO WS-QTD-PRF
               MOVE WS-QTD-PRF TO WS-PRF-ACHADO
               MOVE WS-PROF-ENT TO WS-PRF-ID(WS-PRF-ACHADO)
           END-IF.

           IF WS-NOME-ENT NOT EQUAL SPACES
               MOVE WS-NOME-ENT TO WS-PRF-NOME(WS-PRF-ACHADO)
           END-IF.
           PERFORM VARYING WS-IND-MAT-PRF FROM 1 BY 1
                   UNTIL WS-IND-MAT-PRF GREATER THAN 5
               MOVE WS-NOVA-MATERIA(WS-IND-MAT-PRF)
                 TO WS-PRF-MATERIA(WS-PRF-ACHADO, WS-IND-MAT-PRF)
           END-PERFORM.
           MOVE "S" TO WS-MUDOU-PROF.
           DISPLAY "PROFESSOR " WS-PROF-ENT " GRAVADO".
       0300-MANTER-PROFESSOR-FIM. EXIT.
      ******************************************************************
       0310-MATERIA-MANTIDA    SECTION.
       0311-MATERIA-MANTIDA.
           PERFORM VARYING WS-IND-MAT-PRF FROM 1 BY 1
                   UNTIL WS-IND-MAT-PRF GREATER THAN 5
               IF WS-NOVA-MATERIA(WS-IND-MAT-PRF) EQUAL
                       WS-HOR-MATERIA(WS-IND-HOR)
                   EXIT SECTION
               END-IF
           END-PERFORM.
           ADD 1 TO WS-QT-CONFLITOS.
           DISPLAY "PROFESSOR AINDA DA " WS-HOR-MATERIA(WS-IND-HOR)
                   " NA TURMA " WS-HOR-TURMA(WS-IND-HOR) " "
                   WS-NOME-DIA(WS-HOR-DIA(WS-IND-HOR)) " "
                   WS-HOR-AULA(WS-IND-HOR) "a AULA".
       0310-MATERIA-MANTIDA-FIM. EXIT.
      ******************************************************************
      *--> A AULA SO ENTRA SEM NENHUM CHOQUE; TODOS OS CHOQUES SAO
      *    MOSTRADOS DE UMA VEZ PARA A SECRETARIA NAO IR POR TENTATIVA
       0400-INCLUIR-AULA       SECTION.
       0401-INCLUIR-AULA.
           IF WS-QTD-HOR EQUAL 1000
               DISPLAY "GRADE CHEIA"
               EXIT SECTION
           END-IF.
           DISPLAY "TURMA: ".
           MOVE SPACES TO WS-TURMA-ENT.
           ACCEPT WS-TURMA-ENT.
           DISPLAY "DIA DA SEMANA (1-SEG 2-TER 3-QUA 4-QUI 5-SEX "
                   "6-SAB): ".
           MOVE SPACES TO WS-DIA-ENT.
           ACCEPT WS-DIA-ENT.
           DISPLAY "AULA (01 A 10): ".
           MOVE SPACES TO WS-AULA-ENT.
           ACCEPT WS-AULA-ENT.
           IF WS-TURMA-ENT EQUAL SPACES
              OR WS-DIA-ENT IS NOT NUMERIC
              OR WS-AULA-ENT IS NOT NUMERIC
               DISPLAY "TURMA, DIA OU AULA INVALIDOS"
               EXIT SECTION
           END-IF.
           MOVE WS-DIA-ENT  TO WS-DIA.
           MOVE WS-AULA-ENT TO WS-AULA.
           IF WS-DIA LESS THAN 1 OR WS-DIA GREATER THAN 6
              OR WS-AULA LESS THAN 1 OR WS-AULA GREATER THAN WS-MAX-AULA
               DISPLAY "TURMA, DIA OU AULA INVALIDOS"
               EXIT SECTION
           END-IF.
           DISPLAY "MATERIA: ".
           MOVE SPACES TO WS-MATERIA-ENT.
           ACCEPT WS-MATERIA-ENT.
           DISPLAY "PROFESSOR: ".
           MOVE SPACES TO WS-PROF-ENT.
           ACCEPT WS-PROF-ENT.
           DISPLAY "SALA: ".
           MOVE SPACES TO WS-SALA-ENT.
           ACCEPT WS-SALA-ENT.
           IF WS-MATERIA-ENT EQUAL SPACES OR WS-SALA-ENT EQUAL SPACES
               DISPLAY "MATERIA E SALA OBRIGATORIAS"
               EXIT SECTION
           END-IF.

           MOVE ZEROS TO WS-QT-CONFLITOS.
           PERFORM 0250-LOCALIZAR-PROFESSOR.
           IF WS-PRF-ACHADO EQUAL ZEROS
               ADD 1 TO WS-QT-CONFLITOS
               DISPLAY "PROFESSOR " WS-PROF-ENT " NAO CADASTRADO"
           ELSE
               PERFORM 0260-CONFERIR-HABILITACAO
               IF WS-HABILITADO EQUAL "N"
                   ADD 1 TO WS-QT-CONFLITOS
                   DISPLAY "PROFESSOR " WS-PROF-ENT
                           " NAO HABILITADO EM " WS-MATERIA-ENT
               END-IF
           END-IF.

           PERFORM VARYING WS-IND-HOR FROM 1 BY 1
                   UNTIL WS-IND-HOR GREATER THAN WS-QTD-HOR
               IF WS-HOR-DIA(WS-IND-HOR) EQUAL WS-DIA
                  AND WS-HOR-AULA(WS-IND-HOR) EQUAL WS-AULA
                   PERFORM 0410-CONFERIR-CHOQUE
               END-IF
           END-PERFORM.

           IF WS-QT-CONFLITOS GREATER THAN ZEROS
               DISPLAY "AULA RECUSADA - " WS-QT-CONFLITOS " CHOQUE(S)"
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-QTD-HOR.
           MOVE WS-TURMA-ENT   TO WS-HOR-TURMA(WS-QTD-HOR).
           MOVE WS-DIA         TO WS-HOR-DIA(WS-QTD-HOR).
           MOVE WS-AULA        TO WS-HOR-AULA(WS-QTD-HOR).
           MOVE WS-MATERIA-ENT TO WS-HOR-MATERIA(WS-QTD-HOR).
           MOVE WS-PROF-ENT    TO WS-HOR-PROF(WS-QTD-HOR).
           MOVE WS-SALA-ENT    TO WS-HOR-SALA(WS-QTD-HOR).
           MOVE "S" TO WS-MUDOU-GRADE.
           DISPLAY "AULA INCLUIDA NA GRADE".
       0400-INCLUIR-AULA-FIM.  EXIT.
      ******************************************************************
      *--> AULA JA MARCADA NO MESMO DIA E AULA: TURMA, PROFESSOR OU
      *    SALA REPETIDOS SAO CHOQUE
       0410-CONFERIR-CHOQUE    SECTION.
       0411-CONFERIR-CHOQUE.
           IF WS-HOR-TURMA(WS-IND-HOR) EQUAL WS-TURMA-ENT
               ADD 1 TO WS-QT-CONFLITOS
               DISPLAY "TURMA " WS-TURMA-ENT " JA TEM "
                       WS-HOR-MATERIA(WS-IND-HOR) " NESTE HORARIO"
           END-IF.
           IF WS-HOR-PROF(WS-IND-HOR) EQUAL WS-PROF-ENT
               ADD 1 TO WS-QT-CONFLITOS
               DISPLAY "PROFESSOR " WS-PROF-ENT " JA ESTA NA TURMA "
                       WS-HOR-TURMA(WS-IND-HOR) " NESTE HORARIO"
           END-IF.
           IF WS-HOR-SALA(WS-IND-HOR) EQUAL WS-SALA-ENT
               ADD 1 TO WS-QT-CONFLITOS
               DISPLAY "SALA " WS-SALA-ENT " JA OCUPADA PELA TURMA "
                       WS-HOR-TURMA(WS-IND-HOR) " NESTE HORARIO"
           END-IF.
       0410-CONFERIR-CHOQUE-FIM. EXIT.
      ******************************************************************
       0500-EXCLUIR-AULA       SECTION.
       0501-EXCLUIR-AULA.
           DISPLAY "TURMA: ".
           MOVE SPACES TO WS-TURMA-ENT.
           ACCEPT WS-TURMA-ENT.
           DISPLAY "DIA DA SEMANA (1-SEG A 6-SAB): ".
           MOVE SPACES TO WS-DIA-ENT.
           ACCEPT WS-DIA-ENT.
           DISPLAY "AULA (01 A 10): ".
           MOVE SPACES TO WS-AULA-ENT.
           ACCEPT WS-AULA-ENT.
           IF WS-DIA-ENT IS NOT NUMERIC OR WS-AULA-ENT IS NOT NUMERIC
               DISPLAY "DIA OU AULA INVALIDOS"
               EXIT SECTION
           END-IF.
           MOVE WS-DIA-ENT  TO WS-DIA.
           MOVE WS-AULA-ENT TO WS-AULA.

           MOVE ZEROS TO WS-HOR-ACHADO.
           PERFORM VARYING WS-IND-HOR FROM 1 BY 1
                   UNTIL WS-IND-HOR GREATER THAN WS-QTD-HOR
               IF WS-HOR-TURMA(WS-IND-HOR) EQUAL WS-TURMA-ENT
                  AND WS-HOR-DIA(WS-IND-HOR) EQUAL WS-DIA
                  AND WS-HOR-AULA(WS-IND-HOR) EQUAL WS-AULA
                   MOVE WS-IND-HOR TO WS-HOR-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-HOR-ACHADO EQUAL ZEROS
               DISPLAY "AULA NAO ENCONTRADA NA GRADE"
               EXIT SECTION
           END-IF.

           DISPLAY "EXCLUIDA: " WS-HOR-MATERIA(WS-HOR-ACHADO) " PROF "
                   WS-HOR-PROF(WS-HOR-ACHADO) " SALA "
                   WS-HOR-SALA(WS-HOR-ACHADO).
           PERFORM VARYING WS-IND-HOR FROM WS-HOR-ACHADO BY 1
                   UNTIL WS-IND-HOR NOT LESS THAN WS-QTD-HOR
               MOVE WS-TAB-HOR(WS-IND-HOR + 1) TO WS-TAB-HOR(WS-IND-HOR)
           END-PERFORM.
           SUBTRACT 1 FROM WS-QTD-HOR.
           MOVE "S" TO WS-MUDOU-GRADE.
       0500-EXCLUIR-AULA-FIM.  EXIT.
      ******************************************************************
      *--> QUADRO DA TURMA: UMA COLUNA POR DIA, DUAS LINHAS POR AULA
      *    (MATERIA E PROFESSOR/SALA); TURMA VAZIA = TODAS
       0600-GRADE-TURMA        SECTION.
       0601-GRADE-TURMA.
           DISPLAY "TURMA (VAZIO = TODAS): ".
           MOVE SPACES TO WS-TURMA-ENT.
           ACCEPT WS-TURMA-ENT.

           OPEN OUTPUT GRADETURMA.
           MOVE ZEROS TO WS-QT-TURMAS.
           PERFORM VARYING WS-IND-HOR FROM 1 BY 1
                   UNTIL WS-IND-HOR GREATER THAN WS-QTD-HOR
               IF WS-TURMA-ENT EQUAL SPACES
                  OR WS-HOR-TURMA(WS-IND-HOR) EQUAL WS-TURMA-ENT
                   PERFORM 0610-TURMA-JA-LISTADA
                   IF WS-JA-LISTADA EQUAL "N"
                       MOVE WS-HOR-TURMA(WS-IND-HOR)
                               TO WS-TURMA-CORRENTE
                       PERFORM 0620-QUADRO-TURMA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE GRADETURMA.

           IF WS-QT-TURMAS EQUAL ZEROS
               DISPLAY "NENHUMA AULA NA GRADE PARA A TURMA INFORMADA"
           ELSE
               DISPLAY "GRADE DE " WS-QT-TURMAS
                       " TURMA(S) GRAVADA EM GRADETURMA.TXT"
           END-IF.
       0600-GRADE-TURMA-FIM.   EXIT.
      ******************************************************************
       0610-TURMA-JA-LISTADA   SECTION.
       0611-TURMA-JA-LISTADA.
           MOVE "N" TO WS-JA-LISTADA.
           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX NOT LESS THAN WS-IND-HOR
               IF WS-HOR-TURMA(WS-IND-AUX) EQUAL
                       WS-HOR-TURMA(WS-IND-HOR)
                   MOVE "S" TO WS-JA-LISTADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0610-TURMA-JA-LISTADA-FIM. EXIT.
      ******************************************************************
       0620-QUADRO-TURMA       SECTION.
       0621-QUADRO-TURMA.
           ADD 1 TO WS-QT-TURMAS.
           MOVE ZEROS TO WS-ULTIMA-AULA WS-QT-AULAS.
           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX GREATER THAN WS-QTD-HOR
               IF WS-HOR-TURMA(WS-IND-AUX) EQUAL WS-TURMA-CORRENTE
                   ADD 1 TO WS-QT-AULAS
                   IF WS-HOR-AULA(WS-IND-AUX) GREATER THAN
                           WS-ULTIMA-AULA
                       MOVE WS-HOR-AULA(WS-IND-AUX) TO WS-ULTIMA-AULA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-GRADETURMA.
           STRING "GRADE HORARIA DA TURMA " WS-TURMA-CORRENTE
               DELIMITED BY SIZE INTO REG-GRADETURMA
           END-STRING.
           WRITE REG-GRADETURMA.
           MOVE SPACES TO REG-GRADETURMA.
           MOVE ALL "=" TO REG-GRADETURMA(1:102).
           WRITE REG-GRADETURMA.
           MOVE SPACES TO REG-GRADETURMA.
           MOVE "AULA" TO REG-GRADETURMA(1:4).
           PERFORM VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA GREATER THAN 6
               COMPUTE WS-POS = 7 + (WS-DIA - 1) * 16
               MOVE WS-NOME-DIA(WS-DIA) TO REG-GRADETURMA(WS-POS:3)
           END-PERFORM.
           WRITE REG-GRADETURMA.

           PERFORM VARYING WS-AULA FROM 1 BY 1
                   UNTIL WS-AULA GREATER THAN WS-ULTIMA-AULA
               PERFORM 0630-LINHAS-DA-AULA
           END-PERFORM.

           MOVE SPACES TO REG-GRADETURMA.
           MOVE ALL "-" TO REG-GRADETURMA(1:102).
           WRITE REG-GRADETURMA.
           MOVE SPACES TO REG-GRADETURMA.
           MOVE WS-QT-AULAS TO WS-QTD-EDT.
           STRING "AULAS SEMANAIS: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-GRADETURMA
           END-STRING.
           WRITE REG-GRADETURMA.
           MOVE SPACES TO REG-GRADETURMA.
           WRITE REG-GRADETURMA.
       0620-QUADRO-TURMA-FIM.  EXIT.
      ******************************************************************
       0630-LINHAS-DA-AULA     SECTION.
       0631-LINHAS-DA-AULA.
           MOVE SPACES TO REG-GRADETURMA.
           MOVE WS-AULA TO REG-GRADETURMA(2:2).
           MOVE "a" TO REG-GRADETURMA(4:1).
           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX GREATER THAN WS-QTD-HOR
               IF WS-HOR-TURMA(WS-IND-AUX) EQUAL WS-TURMA-CORRENTE
                  AND WS-HOR-AULA(WS-IND-AUX) EQUAL WS-AULA
                   COMPUTE WS-POS =
                           7 + (WS-HOR-DIA(WS-IND-AUX) - 1) * 16
                   MOVE WS-HOR-MATERIA(WS-IND-AUX)
                           TO REG-GRADETURMA(WS-POS:15)
               END-IF
           END-PERFORM.
           WRITE REG-GRADETURMA.

           MOVE SPACES TO REG-GRADETURMA.
           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX GREATER THAN WS-QTD-HOR
               IF WS-HOR-TURMA(WS-IND-AUX) EQUAL WS-TURMA-CORRENTE
                  AND WS-HOR-AULA(WS-IND-AUX) EQUAL WS-AULA
                   COMPUTE WS-POS =
                           7 + (WS-HOR-DIA(WS-IND-AUX) - 1) * 16
                   STRING WS-HOR-PROF(WS-IND-AUX) "/"
                          WS-HOR-SALA(WS-IND-AUX)
                       DELIMITED BY SIZE INTO REG-GRADETURMA
                       WITH POINTER WS-POS
                   END-STRING
               END-IF
           END-PERFORM.
           WRITE REG-GRADETURMA.
       0630-LINHAS-DA-AULA-FIM. EXIT.
      ******************************************************************
      *--> AGENDA DO PROFESSOR NA ORDEM DIA/AULA; PROFESSOR VAZIO =
      *    TODOS OS CADASTRADOS
       0700-GRADE-PROFESSOR    SECTION.
       0701-GRADE-PROFESSOR.
           DISPLAY "PROFESSOR (VAZIO = TODOS): ".
           MOVE SPACES TO WS-PROF-ENT.
           ACCEPT WS-PROF-ENT.

           OPEN OUTPUT GRADEPROF.
           MOVE ZEROS TO WS-QT-PROFS.
           PERFORM VARYING WS-IND-PRF FROM 1 BY 1
                   UNTIL WS-IND-PRF GREATER THAN WS-QTD-PRF
               IF WS-PROF-ENT EQUAL SPACES
                  OR WS-PRF-ID(WS-IND-PRF) EQUAL WS-PROF-ENT
                   PERFORM 0710-AGENDA-PROFESSOR
               END-IF
           END-PERFORM.
           CLOSE GRADEPROF.

           IF WS-QT-PROFS EQUAL ZEROS
               DISPLAY "PROFESSOR NAO CADASTRADO"
           ELSE
               DISPLAY "GRADE DE " WS-QT-PROFS
                       " PROFESSOR(ES) GRAVADA EM GRADEPROF.TXT"
           END-IF.
       0700-GRADE-PROFESSOR-FIM. EXIT.
      ******************************************************************
       0710-AGENDA-PROFESSOR   SECTION.
       0711-AGENDA-PROFESSOR.
           ADD 1 TO WS-QT-PROFS.
           MOVE WS-PRF-ID(WS-IND-PRF) TO WS-PROF-CORRENTE.
           MOVE ZEROS TO WS-QT-AULAS.

           MOVE SPACES TO REG-GRADEPROF.
           STRING "PROFESSOR " WS-PROF-CORRENTE " - "
                  WS-PRF-NOME(WS-IND-PRF)
               DELIMITED BY SIZE INTO REG-GRADEPROF
           END-STRING.
           WRITE REG-GRADEPROF.
           MOVE SPACES TO REG-GRADEPROF.
           MOVE "  DIA AULA  TURMA  MATERIA         SALA"
                   TO REG-GRADEPROF.
           WRITE REG-GRADEPROF.

           PERFORM VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA GREATER THAN 6
               PERFORM VARYING WS-AULA FROM 1 BY 1
                       UNTIL WS-AULA GREATER THAN WS-MAX-AULA
                   PERFORM 0720-AULA-DO-PROFESSOR
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO REG-GRADEPROF.
           MOVE WS-QT-AULAS TO WS-QTD-EDT.
           STRING "  AULAS SEMANAIS: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-GRADEPROF
           END-STRING.
           WRITE REG-GRADEPROF.
           MOVE SPACES TO REG-GRADEPROF.
           WRITE REG-GRADEPROF.
       0710-AGENDA-PROFESSOR-FIM. EXIT.
      ******************************************************************
       0720-AULA-DO-PROFESSOR  SECTION.
       0721-AULA-DO-PROFESSOR.
           PERFORM VARYING WS-IND-HOR FROM 1 BY 1
                   UNTIL WS-IND-HOR GREATER THAN WS-QTD-HOR
               IF WS-HOR-PROF(WS-IND-HOR) EQUAL WS-PROF-CORRENTE
                  AND WS-HOR-DIA(WS-IND-HOR) EQUAL WS-DIA
                  AND WS-HOR-AULA(WS-IND-HOR) EQUAL WS-AULA
                   ADD 1 TO WS-QT-AULAS
                   MOVE SPACES TO REG-GRADEPROF
                   STRING "  " WS-NOME-DIA(WS-DIA)
                          "  " WS-AULA "a "
                          "  " WS-HOR-TURMA(WS-IND-HOR)
                          " " WS-HOR-MATERIA(WS-IND-HOR)
                          " " WS-HOR-SALA(WS-IND-HOR)
                       DELIMITED BY SIZE INTO REG-GRADEPROF
                   END-STRING
                   WRITE REG-GRADEPROF
               END-IF
           END-PERFORM.
       0720-AULA-DO-PROFESSOR-FIM. EXIT.
      ******************************************************************
      *--> FREQUENCIA POR PROFESSOR: PARA CADA TURMA/MATERIA QUE O
      *    PROFESSOR DA NA GRADE, SOMA AS AULAS DADAS E ASSISTIDAS
      *    DOS ALUNOS ATIVOS DA TURMA NAQUELA MATERIA
       0800-FREQUENCIA-PROFESSOR SECTION.
       0801-FREQUENCIA-PROFESSOR.
           DISPLAY "FREQUENCIA MINIMA EXIGIDA (EX: 75,00): ".
           ACCEPT WS-FREQ-MINIMA.
           PERFORM 0120-CARREGAR-MATRICULAS.
           PERFORM 0130-CARREGAR-FREQUENCIA.

           OPEN OUTPUT FREQPROF.
           MOVE SPACES TO REG-FREQPROF.
           MOVE WS-FREQ-MINIMA TO WS-PERC-EDT.
           STRING "FREQUENCIA POR PROFESSOR - MINIMO " WS-PERC-EDT "%"
               DELIMITED BY SIZE INTO REG-FREQPROF
           END-STRING.
           PERFORM 0890-GRAVAR-E-MOSTRAR.
           MOVE ALL "=" TO REG-FREQPROF(1:80).
           PERFORM 0890-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-PRF FROM 1 BY 1
                   UNTIL WS-IND-PRF GREATER THAN WS-QTD-PRF
               PERFORM 0810-FREQUENCIA-DO-PROFESSOR
           END-PERFORM.

      *--> LINHAS SEM MATERIA OU SEM AULA CORRESPONDENTE NA GRADE
           MOVE ZEROS TO WS-QT-SEM-MATERIA WS-QT-SEM-DONO.
           PERFORM VARYING WS-IND-FRQ FROM 1 BY 1
                   UNTIL WS-IND-FRQ GREATER THAN WS-QTD-FRQ
               IF WS-FRQ-MATERIA(WS-IND-FRQ) EQUAL SPACES
                   ADD 1 TO WS-QT-SEM-MATERIA
               ELSE
                   PERFORM 0840-PROCURAR-DONO
                   IF WS-TEM-DONO EQUAL "N"
                       ADD 1 TO WS-QT-SEM-DONO
                   END-IF
               END-IF
           END-PERFORM.

           MOVE ALL "=" TO REG-FREQPROF(1:80).
           PERFORM 0890-GRAVAR-E-MOSTRAR.
           MOVE WS-QT-SEM-MATERIA TO WS-QTD-EDT.
           STRING "LINHAS DE FREQUENCIA SEM MATERIA.......: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-FREQPROF
           END-STRING.
           PERFORM 0890-GRAVAR-E-MOSTRAR.
           MOVE WS-QT-SEM-DONO TO WS-QTD-EDT.
           STRING "LINHAS SEM PROFESSOR NA GRADE DA TURMA.: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-FREQPROF
           END-STRING.
           PERFORM 0890-GRAVAR-E-MOSTRAR.
           CLOSE FREQPROF.
           DISPLAY "RELATORIO GRAVADO EM FREQPROF.TXT".
       0800-FREQUENCIA-PROFESSOR-FIM. EXIT.
      ******************************************************************
       0810-FREQUENCIA-DO-PROFESSOR SECTION.
       0811-FREQUENCIA-DO-PROFESSOR.
           MOVE WS-PRF-ID(WS-IND-PRF) TO WS-PROF-CORRENTE.
           MOVE SPACES TO REG-FREQPROF.
           PERFORM 0890-GRAVAR-E-MOSTRAR.
           STRING "PROFESSOR " WS-PROF-CORRENTE " - "
                  WS-PRF-NOME(WS-IND-PRF)
               DELIMITED BY SIZE INTO REG-FREQPROF
           END-STRING.
           PERFORM 0890-GRAVAR-E-MOSTRAR.
           MOVE "  TURMA  MATERIA         ALUNOS" TO REG-FREQPROF.
           MOVE "DADAS"      TO REG-FREQPROF(38:5).
           MOVE "PRESENTES"  TO REG-FREQPROF(46:9).
           MOVE "FREQ%"      TO REG-FREQPROF(57:5).
           MOVE "ABAIXO MIN" TO REG-FREQPROF(64:10).
           PERFORM 0890-GRAVAR-E-MOSTRAR.

           MOVE ZEROS TO WS-TOT-DADAS WS-TOT-PRESENTES.
           PERFORM VARYING WS-IND-HOR FROM 1 BY 1
                   UNTIL WS-IND-HOR GREATER THAN WS-QTD-HOR
               IF WS-HOR-PROF(WS-IND-HOR) EQUAL WS-PROF-CORRENTE
                   PERFORM 0820-PAR-JA-LISTADO
                   IF WS-JA-LISTADA EQUAL "N"
                       PERFORM 0830-FREQUENCIA-TURMA-MATERIA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WS-FREQ-PERC.
           IF WS-TOT-DADAS GREATER THAN ZEROS
               COMPUTE WS-FREQ-PERC ROUNDED =
                       WS-TOT-PRESENTES * 100 / WS-TOT-DADAS
           END-IF.
           MOVE WS-TOT-DADAS     TO WS-AULAS-EDT.
           MOVE WS-TOT-PRESENTES TO WS-AULAS2-EDT.
           MOVE WS-FREQ-PERC     TO WS-PERC-EDT.
           STRING "  TOTAL DO PROFESSOR: DADAS " WS-AULAS-EDT
                  " PRESENTES " WS-AULAS2-EDT " FREQ " WS-PERC-EDT "%"
               DELIMITED BY SIZE INTO REG-FREQPROF
           END-STRING.
           PERFORM 0890-GRAVAR-E-MOSTRAR.
       0810-FREQUENCIA-DO-PROFESSOR-FIM. EXIT.
      ******************************************************************
      *--> O PROFESSOR DA VARIAS AULAS DA MESMA MATERIA NA TURMA; O
      *    PAR TURMA/MATERIA SAI UMA VEZ SO
       0820-PAR-JA-LISTADO     SECTION.
       0821-PAR-JA-LISTADO.
           MOVE "N" TO WS-JA-LISTADA.
           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX NOT LESS THAN WS-IND-HOR
               IF WS-HOR-PROF(WS-IND-AUX) EQUAL WS-PROF-CORRENTE
                  AND WS-HOR-TURMA(WS-IND-AUX) EQUAL
                          WS-HOR-TURMA(WS-IND-HOR)
                  AND WS-HOR-MATERIA(WS-IND-AUX) EQUAL
                          WS-HOR-MATERIA(WS-IND-HOR)
                   MOVE "S" TO WS-JA-LISTADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0820-PAR-JA-LISTADO-FIM. EXIT.
      ******************************************************************
       0830-FREQUENCIA-TURMA-MATERIA SECTION.
       0831-FREQUENCIA-TURMA-MATERIA.
           MOVE WS-HOR-TURMA(WS-IND-HOR)   TO WS-TURMA-CORRENTE.
           MOVE WS-HOR-MATERIA(WS-IND-HOR) TO WS-MATERIA-CORRENTE.
           MOVE ZEROS TO WS-QT-ALUNOS WS-QT-ABAIXO
                         WS-SOMA-DADAS WS-SOMA-PRESENTES.

           PERFORM VARYING WS-IND-FRQ FROM 1 BY 1
                   UNTIL WS-IND-FRQ GREATER THAN WS-QTD-FRQ
               IF WS-FRQ-MATERIA(WS-IND-FRQ) EQUAL WS-MATERIA-CORRENTE
                   PERFORM 0850-TURMA-DO-ALUNO
                   IF WS-TURMA-ALUNO EQUAL WS-TURMA-CORRENTE
                       ADD 1 TO WS-QT-ALUNOS
                       ADD WS-FRQ-DADAS(WS-IND-FRQ) TO WS-SOMA-DADAS
                       ADD WS-FRQ-PRESENTES(WS-IND-FRQ)
                               TO WS-SOMA-PRESENTES
                       IF WS-FRQ-DADAS(WS-IND-FRQ) GREATER THAN ZEROS
                           COMPUTE WS-FREQ-PERC ROUNDED =
                               WS-FRQ-PRESENTES(WS-IND-FRQ) * 100
                               / WS-FRQ-DADAS(WS-IND-FRQ)
                           IF WS-FREQ-PERC LESS THAN WS-FREQ-MINIMA
                               ADD 1 TO WS-QT-ABAIXO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           ADD WS-SOMA-DADAS     TO WS-TOT-DADAS.
           ADD WS-SOMA-PRESENTES TO WS-TOT-PRESENTES.
           MOVE ZEROS TO WS-FREQ-PERC.
           IF WS-SOMA-DADAS GREATER THAN ZEROS
               COMPUTE WS-FREQ-PERC ROUNDED =
                       WS-SOMA-PRESENTES * 100 / WS-SOMA-DADAS
           END-IF.

           MOVE WS-QT-ALUNOS      TO WS-QTD-EDT.
           MOVE WS-SOMA-DADAS     TO WS-AULAS-EDT.
           MOVE WS-SOMA-PRESENTES TO WS-AULAS2-EDT.
           MOVE WS-FREQ-PERC      TO WS-PERC-EDT.
           STRING "  " WS-TURMA-CORRENTE
                  " " WS-MATERIA-CORRENTE
                  "   " WS-QTD-EDT
                  WS-AULAS-EDT
                  "  " WS-AULAS2-EDT
                  "  " WS-PERC-EDT
               DELIMITED BY SIZE INTO REG-FREQPROF
           END-STRING.
           MOVE WS-QT-ABAIXO TO WS-QTD-EDT.
           MOVE WS-QTD-EDT TO REG-FREQPROF(70:4).
           PERFORM 0890-GRAVAR-E-MOSTRAR.
       0830-FREQUENCIA-TURMA-MATERIA-FIM. EXIT.
      ******************************************************************
      *--> A LINHA DE FREQUENCIA TEM PROFESSOR SE ALGUMA AULA DA GRADE
      *    E DA MATERIA DELA NA TURMA DO ALUNO
       0840-PROCURAR-DONO      SECTION.
       0841-PROCURAR-DONO.
           MOVE "N" TO WS-TEM-DONO.
           PERFORM 0850-TURMA-DO-ALUNO.
           PERFORM VARYING WS-IND-HOR FROM 1 BY 1
                   UNTIL WS-IND-HOR GREATER THAN WS-QTD-HOR
               IF WS-HOR-TURMA(WS-IND-HOR) EQUAL WS-TURMA-ALUNO
                  AND WS-HOR-MATERIA(WS-IND-HOR) EQUAL
                          WS-FRQ-MATERIA(WS-IND-FRQ)
                  AND WS-TURMA-ALUNO NOT EQUAL SPACES
                   MOVE "S" TO WS-TEM-DONO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0840-PROCURAR-DONO-FIM. EXIT.
      ******************************************************************
       0850-TURMA-DO-ALUNO     SECTION.
       0851-TURMA-DO-ALUNO.
           MOVE SPACES TO WS-TURMA-ALUNO.
           PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                   UNTIL WS-IND-MAT GREATER THAN WS-QTD-MAT
               IF WS-MAT-ALUNO(WS-IND-MAT) EQUAL
                       WS-FRQ-ALUNO(WS-IND-FRQ)
                   MOVE WS-MAT-TURMA(WS-IND-MAT) TO WS-TURMA-ALUNO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0850-TURMA-DO-ALUNO-FIM. EXIT.
      ******************************************************************
       0890-GRAVAR-E-MOSTRAR   SECTION.
       0891-GRAVAR-E-MOSTRAR.
           WRITE REG-FREQPROF.
           DISPLAY REG-FREQPROF.
           MOVE SPACES TO REG-FREQPROF.
       0890-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       0900-REGRAVAR-PROFESSORES SECTION.
       0901-REGRAVAR-PROFESSORES.
           IF WS-MUDOU-PROF NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT PROFESSORES.
           PERFORM VARYING WS-IND-PRF FROM 1 BY 1
                   UNTIL WS-IND-PRF GREATER THAN WS-QTD-PRF
               MOVE SPACES TO REG-PROFESSOR
               STRING WS-PRF-ID(WS-IND-PRF)
                      ";" WS-PRF-NOME(WS-IND-PRF)
                      ";" WS-PRF-MATERIA(WS-IND-PRF, 1)
                      ";" WS-PRF-MATERIA(WS-IND-PRF, 2)
                      ";" WS-PRF-MATERIA(WS-IND-PRF, 3)
                      ";" WS-PRF-MATERIA(WS-IND-PRF, 4)
                      ";" WS-PRF-MATERIA(WS-IND-PRF, 5)
                   DELIMITED BY SIZE INTO REG-PROFESSOR
               END-STRING
               WRITE REG-PROFESSOR
           END-PERFORM.
           CLOSE PROFESSORES.
           DISPLAY "PROFESSORES GRAVADOS".
       0900-REGRAVAR-PROFESSORES-FIM. EXIT.
      ******************************************************************
       0910-REGRAVAR-HORARIOS  SECTION.
       0911-REGRAVAR-HORARIOS.
           IF WS-MUDOU-GRADE NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT HORARIOS.
           PERFORM VARYING WS-IND-HOR FROM 1 BY 1
                   UNTIL WS-IND-HOR GREATER THAN WS-QTD-HOR
               MOVE SPACES TO REG-HORARIO
               STRING WS-HOR-TURMA(WS-IND-HOR)
                      ";" WS-HOR-DIA(WS-IND-HOR)
                      ";" WS-HOR-AULA(WS-IND-HOR)
                      ";" WS-HOR-MATERIA(WS-IND-HOR)
                      ";" WS-HOR-PROF(WS-IND-HOR)
                      ";" WS-HOR-SALA(WS-IND-HOR)
                   DELIMITED BY SIZE INTO REG-HORARIO
               END-STRING
               WRITE REG-HORARIO
           END-PERFORM.
           CLOSE HORARIOS.
           DISPLAY "GRADE GRAVADA".
       0910-REGRAVAR-HORARIOS-FIM. EXIT.
      ******************************************************************
       END PROGRAM GRADE-HORARIA.
