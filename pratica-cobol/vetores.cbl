      * Author:Thiago Souza
      * Date:24/03/2025
      * Purpose:Uso de VETORES
      *         O boletim traz o professor de cada materia, achado
      *         pela turma da matricula do aluno no horarios.txt e o
      *         nome no professores.txt (programa GRADE-HORARIA). O
      *         frequencia.txt aceita a materia no quarto campo
      *         (ALUNO;DADAS;PRESENTES;MATERIA): a linha da materia
      *         vale para ela, a linha sem materia vale para as demais.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT MATRICULAS ASSIGN TO "C:\teste\matriculas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MATRICULAS.

      *--> GRADE HORARIA E PROFESSORES (PROGRAMA GRADE-HORARIA): O
      *    BOLETIM MOSTRA QUEM DA A MATERIA NA TURMA DO ALUNO
           SELECT HORARIOS ASSIGN TO "C:\teste\horarios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HORARIOS.

           SELECT PROFESSORES ASSIGN TO "C:\teste\professores.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PROFESSORES.
      ******************************************************************
       DATA                    DIVISION.
      *
       01  REG-ALUNO                   PIC X(100).
      *
       FD  BOLETIM.
       01  REG-BOLETIM                 PIC X(280).
      *
       FD  FREQUENCIA.
       01  REG-FREQUENCIA              PIC X(50).
      *
       FD  MATRICULAS.
       01  REG-MATRICULA               PIC X(100).
      *
       FD  HORARIOS.
       01  REG-HORARIO                 PIC X(60).
      *
       FD  PROFESSORES.
       01  REG-PROFESSOR               PIC X(130).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-ALUNOS               PIC X(02)    VALUE SPACES.
           88 FREQUENCIA-FIM                    VALUE "S".

      *--> FREQUENCIA MINIMA (CONFIGURAVEL COMO O CORTE) E TABELA DE
      *    AULAS DADAS/ASSISTIDAS POR ALUNO (E MATERIA, QUANDO HA)
       77  WS-FREQ-MINIMA           PIC 9(02)V99 VALUE 75,00.
       77  WS-QTD-TAB-FREQ          PIC 9(03)    VALUE ZEROS.
       77  WS-IND-FREQ              PIC 9(03)    VALUE ZEROS.
       77  WS-FREQ-ACHADA           PIC 9(03)    VALUE ZEROS.
       01  WS-TAB-FREQ              OCCURS 500 TIMES.
           05 WS-FRQ-ALUNO          PIC X(10).
           05 WS-FRQ-DADAS          PIC 9(04).
           05 WS-FRQ-PRESENTES      PIC 9(04).
           05 WS-FRQ-MATERIA        PIC X(15).
       77  WS-FREQ-ALUNO            PIC 9(03)V99 VALUE ZEROS.
       77  WS-TEM-FREQ              PIC X        VALUE "N".

       77  WS-MATR-STATUS           PIC X(01)    VALUE SPACES.
       01  WS-TAB-MATR.
           05 WS-MATR-ID            PIC X(10)    OCCURS 300 TIMES.
       01  WS-TAB-MATR-TURMA.
           05 WS-MATR-TURMA         PIC X(06)    OCCURS 300 TIMES.
       77  WS-TURMA-ALUNO           PIC X(06)    VALUE SPACES.

      *--> GRADE (TURMA/MATERIA/PROFESSOR) E NOMES DOS PROFESSORES
       77  FS-HORARIOS              PIC X(02)    VALUE SPACES.
       77  FS-PROFESSORES           PIC X(02)    VALUE SPACES.
       77  WS-QTD-GRADE             PIC 9(04)    VALUE ZEROS.
       77  WS-IND-GRADE             PIC 9(04)    VALUE ZEROS.
       01  WS-TAB-GRADE             OCCURS 1000 TIMES.
           05 WS-GRD-TURMA          PIC X(06).
           05 WS-GRD-MATERIA        PIC X(15).
           05 WS-GRD-PROF           PIC X(06).
       77  WS-GRD-DIA               PIC X(01)    VALUE SPACES.
       77  WS-GRD-AULA              PIC X(02)    VALUE SPACES.
       77  WS-QTD-PROF              PIC 9(03)    VALUE ZEROS.
       77  WS-IND-PROF              PIC 9(03)    VALUE ZEROS.
       01  WS-TAB-PROF              OCCURS 100 TIMES.
           05 WS-PRF-ID             PIC X(06).
           05 WS-PRF-NOME           PIC X(30).
       77  WS-PROF-MATERIA          PIC X(30)    VALUE SPACES.
       77  WS-FIM-ALUNOS           PIC X        VALUE "N".
           88 ALUNOS-FIM                        VALUE "S".

           PERFORM 0120-CARREGAR-FREQUENCIA.
           PERFORM 0130-PREPARAR-RESULTADOS.
           PERFORM 0140-CARREGAR-MATRICULAS.
           PERFORM 0150-CARREGAR-GRADE.

           READ ALUNOS
               AT END MOVE "S" TO WS-FIM-ALUNOS
               END-READ

               PERFORM UNTIL FREQUENCIA-FIM
                          OR WS-QTD-TAB-FREQ EQUAL 500
                   ADD 1 TO WS-QTD-TAB-FREQ
                   MOVE SPACES TO WS-FRQ-MATERIA(WS-QTD-TAB-FREQ)
                   UNSTRING REG-FREQUENCIA DELIMITED BY ";"
                       INTO WS-FRQ-ALUNO(WS-QTD-TAB-FREQ)
                            WS-FRQ-DADAS(WS-QTD-TAB-FREQ)
                            WS-FRQ-PRESENTES(WS-QTD-TAB-FREQ)
                            WS-FRQ-MATERIA(WS-QTD-TAB-FREQ)
                   END-UNSTRING
                   READ FREQUENCIA
                       AT END MOVE "S" TO WS-FIM-FREQUENCIA
                       ADD 1 TO WS-QTD-MATR
                       MOVE WS-MATR-ALUNO
                               TO WS-MATR-ID(WS-QTD-MATR)
                       MOVE WS-MATR-CAMPO3
                               TO WS-MATR-TURMA(WS-QTD-MATR)
                   END-IF
                   READ MATRICULAS
               END-PERFORM
               CLOSE MATRICULAS
           END-IF.
       0140-CARREGAR-MATRICULAS-FIM. EXIT.
      *
      *--> SEM GRADE CADASTRADA O BOLETIM SAI COMO SEMPRE SAIU
       0150-CARREGAR-GRADE SECTION.
           MOVE ZEROS TO WS-QTD-GRADE WS-QTD-PROF.
           OPEN INPUT HORARIOS.
           IF FS-HORARIOS EQUAL "00"
               READ HORARIOS
               PERFORM UNTIL FS-HORARIOS NOT EQUAL "00"
                          OR WS-QTD-GRADE EQUAL 1000
                   ADD 1 TO WS-QTD-GRADE
                   MOVE SPACES TO WS-TAB-GRADE(WS-QTD-GRADE)
                   UNSTRING REG-HORARIO DELIMITED BY ";"
                       INTO WS-GRD-TURMA(WS-QTD-GRADE)
                            WS-GRD-DIA WS-GRD-AULA
                            WS-GRD-MATERIA(WS-QTD-GRADE)
                            WS-GRD-PROF(WS-QTD-GRADE)
                   END-UNSTRING
                   READ HORARIOS
               END-PERFORM
               CLOSE HORARIOS
           END-IF.

           OPEN INPUT PROFESSORES.
           IF FS-PROFESSORES EQUAL "00"
               READ PROFESSORES
               PERFORM UNTIL FS-PROFESSORES NOT EQUAL "00"
                          OR WS-QTD-PROF EQUAL 100
                   ADD 1 TO WS-QTD-PROF
                   MOVE SPACES TO WS-TAB-PROF(WS-QTD-PROF)
                   UNSTRING REG-PROFESSOR DELIMITED BY ";"
                       INTO WS-PRF-ID(WS-QTD-PROF)
                            WS-PRF-NOME(WS-QTD-PROF)
                   END-UNSTRING
                   READ PROFESSORES
               END-PERFORM
               CLOSE PROFESSORES
           END-IF.
       0150-CARREGAR-GRADE-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
      *--> ALUNO SEM MATRICULA ATIVA NO ARQUIVO CONTROLADO: O
      *    LANCAMENTO SEGUE, MAS A SECRETARIA E AVISADA (SO QUANDO HA
      *    MATRICULAS CARREGADAS -- ESCOLA SEM O CONTROLE NAO CRITICA)
           MOVE SPACES TO WS-TURMA-ALUNO.
           IF WS-QTD-MATR GREATER THAN ZEROS
               MOVE "N" TO WS-MATR-ATIVA
               PERFORM VARYING WS-IND-MATR FROM 1 BY 1
                       UNTIL WS-IND-MATR GREATER THAN WS-QTD-MATR
                   IF WS-MATR-ID(WS-IND-MATR) EQUAL WS-ALUNO-ID
                       MOVE "S" TO WS-MATR-ATIVA
                       MOVE WS-MATR-TURMA(WS-IND-MATR)
                               TO WS-TURMA-ALUNO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM 0215-LOCALIZAR-FREQUENCIA.
           PERFORM 0217-LOCALIZAR-PROFESSOR.
           PERFORM 0220-CALCULAR-MEDIA.
           PERFORM 0230-AVALIAR-RESULTADO.
           PERFORM 0240-GRAVAR-BOLETIM.
           END-IF.
       0210-LER-ALUNO-FIM.     EXIT.
      *
      *--> A LINHA DA PROPRIA MATERIA TEM PREFERENCIA; SEM ELA VALE
      *    A LINHA GERAL DO ALUNO (SEM MATERIA)
       0215-LOCALIZAR-FREQUENCIA SECTION.
           MOVE "N" TO WS-TEM-FREQ.
           MOVE ZEROS TO WS-FREQ-ALUNO WS-FREQ-ACHADA.

           PERFORM VARYING WS-IND-FREQ FROM 1 BY 1
                   UNTIL WS-IND-FREQ GREATER THAN WS-QTD-TAB-FREQ
               IF WS-FRQ-ALUNO(WS-IND-FREQ) EQUAL WS-ALUNO-ID
                  AND WS-FRQ-DADAS(WS-IND-FREQ) GREATER THAN ZEROS
                   IF WS-FRQ-MATERIA(WS-IND-FREQ) EQUAL WS-MATERIA
                       MOVE WS-IND-FREQ TO WS-FREQ-ACHADA
                       EXIT PERFORM
                   END-IF
                   IF WS-FRQ-MATERIA(WS-IND-FREQ) EQUAL SPACES
                      AND WS-FREQ-ACHADA EQUAL ZEROS
                       MOVE WS-IND-FREQ TO WS-FREQ-ACHADA
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-FREQ-ACHADA GREATER THAN ZEROS
               COMPUTE WS-FREQ-ALUNO ROUNDED =
                   (WS-FRQ-PRESENTES(WS-FREQ-ACHADA) * 100)
                   / WS-FRQ-DADAS(WS-FREQ-ACHADA)
               MOVE "S" TO WS-TEM-FREQ
           END-IF.
       0215-LOCALIZAR-FREQUENCIA-FIM. EXIT.
      *
      *--> PROFESSOR DA MATERIA NA TURMA DO ALUNO: NOME DO CADASTRO,
      *    OU SO O IDENTIFICADOR SE O PROFESSOR NAO ESTIVER CADASTRADO
       0217-LOCALIZAR-PROFESSOR SECTION.
           MOVE "NAO ATRIBUIDO" TO WS-PROF-MATERIA.

           PERFORM VARYING WS-IND-GRADE FROM 1 BY 1
                   UNTIL WS-IND-GRADE GREATER THAN WS-QTD-GRADE
               IF WS-GRD-TURMA(WS-IND-GRADE) EQUAL WS-TURMA-ALUNO
                  AND WS-GRD-MATERIA(WS-IND-GRADE) EQUAL WS-MATERIA
                  AND WS-TURMA-ALUNO NOT EQUAL SPACES
                   MOVE WS-GRD-PROF(WS-IND-GRADE) TO WS-PROF-MATERIA
                   PERFORM VARYING WS-IND-PROF FROM 1 BY 1
                           UNTIL WS-IND-PROF GREATER THAN WS-QTD-PROF
                       IF WS-PRF-ID(WS-IND-PROF) EQUAL
                               WS-GRD-PROF(WS-IND-GRADE)
                           MOVE WS-PRF-NOME(WS-IND-PROF)
                                   TO WS-PROF-MATERIA
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0217-LOCALIZAR-PROFESSOR-FIM. EXIT.
      *
       0220-CALCULAR-MEDIA SECTION.
           MOVE ZEROS TO WS-SOMA-NOTAS WS-MEDIA.
               WITH POINTER WS-BOL-PTR
           END-STRING.

           IF WS-QTD-GRADE GREATER THAN ZEROS
               STRING " PROF=" WS-PROF-MATERIA
                   DELIMITED BY SIZE INTO REG-BOLETIM
                   WITH POINTER WS-BOL-PTR
               END-STRING
           END-IF.

           WRITE REG-BOLETIM.
       0240-GRAVAR-BOLETIM-FIM. EXIT.
      *
