      * Author:Thiago Souza
      * Date:23/03/2025
      * Purpose:Uso de OPERADORES
      *         O salario pago e o vigente no mes processado, tirado do
      *         historico de salarios (histsalarios.txt, mantido pelo
      *         CADASTRO-FUNC); o mes vem da variavel FOLHA_COMPETENCIA
      *         (AAAAMM, vazia = mes corrente). Funcionario desligado
      *         antes do mes ou admitido depois dele fica fora da folha.
      *         FGTS de 8% sobre a base do mes (bruto com bonus e horas
      *         extras, mais as ferias concedidas no mes pelo FERIAS e,
      *         na folha de dezembro, o 13o pela regra do DECIMO):
      *         aparece no contracheque, soma no 9o campo do
      *         acumulado.txt e sai na guia mensal fgts_AAAAMM.txt
      *         (header, um detalhe por funcionario e trailer).
      *         Adiantamento quinzenal: o que o ADIANTAMENTO pagou e
      *         esta em aberto no adiantsal.txt (mes ate o da
      *         folha) sai do liquido numa linha propria do
      *         contracheque e fica baixado (situacao D, mes da folha);
      *         rodar a folha de novo no mesmo mes refaz a baixa. O que
      *         nao cabe no liquido continua em aberto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT DESCRESUMO ASSIGN TO "C:\teste\descresumo.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-DESCRESUMO.

      *--> HISTORICO DE SALARIOS (CADASTRO-FUNC): MATRICULA;VIGENCIA;
      *    SALARIO ANTERIOR;SALARIO NOVO;MOTIVO;OPERADOR;DATA
           SELECT HISTSAL ASSIGN TO "C:\teste\histsalarios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HISTSAL.

      *--> FERIAS CONCEDIDAS (FERIAS): MATRICULA;DATA;DIAS;BRUTO -- O
      *    BRUTO DAS CONCEDIDAS NO MES ENTRA NA BASE DO FGTS
           SELECT FERIASGOZ ASSIGN TO "C:\teste\feriasgoz.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FERIASGOZ.

      *--> GUIA MENSAL DO FGTS (fgts_AAAAMM.txt): H;EMPRESA;CNPJ;
      *    COMPETENCIA;DATA / D;MATRICULA;CPF;NOME;BASE;FGTS /
      *    T;QUANTIDADE;TOTAL DA BASE;TOTAL DO FGTS
           SELECT FGTS ASSIGN TO WS-FGTS-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FGTS.

      *--> ADIANTAMENTOS QUINZENAIS (ADIANTAMENTO): MATRICULA;AAAAMM;
      *    VALOR;SITUACAO;AAAAMM DA BAIXA
           SELECT ADIANTAMENTOS ASSIGN TO "C:\teste\adiantsal.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ADIANTAMENTOS.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  FUNCIONARIOS.
       01  REG-FUNCIONARIO             PIC X(150).
      *
       FD  FALTAS.
       01  REG-FALTA                   PIC X(100).
      *
       FD  DESCRESUMO.
       01  REG-DESCRESUMO              PIC X(60).
      *
       FD  HISTSAL.
       01  REG-HISTSAL                 PIC X(100).
      *
       FD  FERIASGOZ.
       01  REG-FERIASGOZ               PIC X(40).
      *
       FD  FGTS.
       01  REG-FGTS                    PIC X(100).
      *
       FD  ADIANTAMENTOS.
       01  REG-ADIANTAMENTO            PIC X(50).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-FUNCIONARIOS         PIC X(02)    VALUE SPACES.
           05 WS-ACU-MESES          PIC 9(02).
           05 WS-ACU-INSS           PIC 9(08)V99.
           05 WS-ACU-IRRF           PIC 9(08)V99.
           05 WS-ACU-FGTS           PIC 9(08)V99.
       01  WS-ACU-BRUTO-X           PIC X(10)    VALUE ZEROS.
       01  WS-ACU-BRUTO-NUM REDEFINES WS-ACU-BRUTO-X
                                    PIC 9(08)V99.
       01  WS-ACU-IRRF-X            PIC X(10)    VALUE ZEROS.
       01  WS-ACU-IRRF-NUM REDEFINES WS-ACU-IRRF-X
                                    PIC 9(08)V99.
       01  WS-ACU-FGTS-X            PIC X(10)    VALUE ZEROS.
       01  WS-ACU-FGTS-NUM REDEFINES WS-ACU-FGTS-X
                                    PIC 9(08)V99.
       77  WS-FIM-FUNCIONARIOS      PIC X        VALUE "N".
           88 FUNCIONARIOS-FIM                   VALUE "S".
       77  WS-FIM-FALTAS            PIC X        VALUE "N".
       77  WS-BONUS                 PIC 9(06)V99 VALUE ZEROS.
       77  WS-FAIXA-BASE            PIC 9(06)V99 VALUE ZEROS.
       77  WS-LIMITE-ANT            PIC 9(06)V99 VALUE ZEROS.

      *--> SALARIO VIGENTE NO MES: O NOVO DA ULTIMA VIGENCIA ATE O
      *    FIM DO MES (UMA VIGENCIA NO MEIO DO MES VALE PARA O MES
      *    INTEIRO); ANTES DO PRIMEIRO REGISTRO, O ANTERIOR DELE; SEM
      *    HISTORICO, O SALARIO DO CADASTRO
       77  FS-HISTSAL               PIC X(02)    VALUE SPACES.
       77  WS-COMPETENCIA           PIC X(06)    VALUE SPACES.
       77  WS-DATA-REF              PIC 9(08)    VALUE ZEROS.
       77  WS-QTD-HIS               PIC 9(04)    VALUE ZEROS.
       77  WS-IND-HIS               PIC 9(04)    VALUE ZEROS.
       01  WS-TAB-HIS               OCCURS 2000 TIMES.
           05 WS-HIS-MATRICULA      PIC X(10).
           05 WS-HIS-VIGENCIA       PIC 9(08).
           05 WS-HIS-ANTERIOR       PIC 9(06)V99.
           05 WS-HIS-NOVO           PIC 9(06)V99.
       77  WS-HIS-VIGENCIA-X        PIC X(08)    VALUE SPACES.
       77  WS-MELHOR-VIGENCIA       PIC 9(08)    VALUE ZEROS.
       77  WS-PROXIMA-VIGENCIA      PIC 9(08)    VALUE ZEROS.
       77  WS-TEM-VIGENTE           PIC X        VALUE "N".
       77  WS-SAL-ANTERIOR          PIC 9(06)V99 VALUE ZEROS.
       77  WS-FUN-ADMISSAO          PIC X(08)    VALUE SPACES.
       77  WS-FUN-SITUACAO          PIC X(01)    VALUE SPACES.
       77  WS-FUN-DT-DESLIG         PIC X(08)    VALUE SPACES.
       77  WS-FUN-CAMPO             PIC X(30)    VALUE SPACES.
       77  WS-FORA-DA-FOLHA         PIC X        VALUE "N".
       77  WS-FUN-NOME              PIC X(30)    VALUE SPACES.
       77  WS-FUN-CPF               PIC X(11)    VALUE SPACES.

      *--> FGTS: BASE DO MES (BRUTO + FERIAS DO MES + 13o EM DEZEMBRO)
      *    A 8%; O 13o SEGUE A REGRA DO DECIMO (BRUTO DO ANO / 12)
       77  FS-FERIASGOZ             PIC X(02)    VALUE SPACES.
       77  FS-FGTS                  PIC X(02)    VALUE SPACES.
       01  WS-FGTS-PATH             PIC X(40)    VALUE SPACES.
       77  WS-FGTS-ALIQUOTA         PIC V99      VALUE 0,08.
       77  WS-FGTS-BASE             PIC 9(07)V99 VALUE ZEROS.
       77  WS-FGTS                  PIC 9(06)V99 VALUE ZEROS.
       77  WS-FERIAS-MES            PIC 9(06)V99 VALUE ZEROS.
       77  WS-DECIMO-MES            PIC 9(06)V99 VALUE ZEROS.
       77  WS-GOZ-MATRICULA         PIC X(10)    VALUE SPACES.
       77  WS-GOZ-DATA              PIC X(08)    VALUE SPACES.
       77  WS-GOZ-DIAS              PIC X(03)    VALUE SPACES.
       01  WS-GOZ-BRUTO-X           PIC X(08)    VALUE ZEROS.
       01  WS-GOZ-BRUTO REDEFINES WS-GOZ-BRUTO-X
                                    PIC 9(06)V99.
       77  WS-QT-FGTS               PIC 9(06)    VALUE ZEROS.
       77  WS-TOT-FGTS-BASE         PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-FGTS              PIC 9(09)V99 VALUE ZEROS.

      *--> ADIANTAMENTOS: A TABELA DO ARQUIVO (REGRAVADA NO FIM) E O
      *    DESCONTADO DO FUNCIONARIO CORRENTE
       77  FS-ADIANTAMENTOS         PIC X(02)    VALUE SPACES.
       77  WS-TEM-ADIANTAMENTOS     PIC X        VALUE "N".
       77  WS-QTD-ADT               PIC 9(04)    VALUE ZEROS.
       77  WS-IND-ADT               PIC 9(04)    VALUE ZEROS.
       01  WS-TAB-ADT               OCCURS 2000 TIMES.
           05 WS-ADT-MATRICULA      PIC X(10).
           05 WS-ADT-ANOMES         PIC 9(06).
           05 WS-ADT-VALOR          PIC 9(06)V99.
           05 WS-ADT-SITUACAO       PIC X(01).
           05 WS-ADT-BAIXA          PIC 9(06).
       01  WS-ADT-VALOR-X           PIC X(08)    VALUE ZEROS.
       01  WS-ADT-VALOR-NUM REDEFINES WS-ADT-VALOR-X
                                    PIC 9(06)V99.
       77  WS-ADT-ANOMES-X          PIC X(06)    VALUE SPACES.
       77  WS-ADT-BAIXA-X           PIC X(06)    VALUE SPACES.
       77  WS-ADIANTAMENTO          PIC 9(06)V99 VALUE ZEROS.
       77  WS-DISPONIVEL            PIC S9(07)V99 VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-CORRENTE.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-ANOMES.
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT "FOLHA_COMPETENCIA".
           IF WS-COMPETENCIA IS NUMERIC
              AND WS-COMPETENCIA(5:2) GREATER THAN "00"
              AND WS-COMPETENCIA(5:2) LESS THAN "13"
               MOVE WS-COMPETENCIA      TO WS-ANOMES
               MOVE WS-COMPETENCIA(1:4) TO WS-ANO-CORRENTE
           END-IF.
           COMPUTE WS-DATA-REF = WS-ANOMES * 100 + 31.
           DISPLAY "FOLHA DA COMPETENCIA " WS-ANOMES.
           PERFORM 0110-CARREGAR-FALTAS.
           PERFORM 0115-CARREGAR-ACUMULADO.
           PERFORM 0117-CARREGAR-HISTORICO.
           PERFORM 0116-ABRIR-GUIA-FGTS.
           PERFORM 0118-CARREGAR-FERIADOS.
           PERFORM 0119-CARREGAR-DESCONTOS.
           PERFORM 0114-CARREGAR-ADIANTAMENTOS.

           READ FUNCIONARIOS
               AT END MOVE "S" TO WS-FIM-FUNCIONARIOS
               CLOSE FALTAS
           END-IF.
       0110-CARREGAR-FALTAS-FIM. EXIT.
      *
      *--> A BAIXA FEITA POR UMA RODADA ANTERIOR DESTE MESMO MES VOLTA
      *    PARA ABERTO E E REFEITA AGORA
       0114-CARREGAR-ADIANTAMENTOS SECTION.
           MOVE ZEROS TO WS-QTD-ADT.
           OPEN INPUT ADIANTAMENTOS.
           IF FS-ADIANTAMENTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           MOVE "S" TO WS-TEM-ADIANTAMENTOS.
           READ ADIANTAMENTOS.
           PERFORM UNTIL FS-ADIANTAMENTOS NOT EQUAL "00"
                      OR WS-QTD-ADT EQUAL 2000
               ADD 1 TO WS-QTD-ADT
               MOVE SPACES TO WS-ADT-MATRICULA(WS-QTD-ADT)
                              WS-ADT-SITUACAO(WS-QTD-ADT)
                              WS-ADT-ANOMES-X WS-ADT-BAIXA-X
               MOVE ZEROS  TO WS-ADT-VALOR-X
                              WS-ADT-ANOMES(WS-QTD-ADT)
                              WS-ADT-BAIXA(WS-QTD-ADT)
               UNSTRING REG-ADIANTAMENTO DELIMITED BY ";"
                   INTO WS-ADT-MATRICULA(WS-QTD-ADT)
                        WS-ADT-ANOMES-X
                        WS-ADT-VALOR-X
                        WS-ADT-SITUACAO(WS-QTD-ADT)
                        WS-ADT-BAIXA-X
               END-UNSTRING
               IF WS-ADT-ANOMES-X IS NUMERIC
                   MOVE WS-ADT-ANOMES-X TO WS-ADT-ANOMES(WS-QTD-ADT)
               END-IF
               IF WS-ADT-BAIXA-X IS NUMERIC
                   MOVE WS-ADT-BAIXA-X TO WS-ADT-BAIXA(WS-QTD-ADT)
               END-IF
               MOVE WS-ADT-VALOR-NUM TO WS-ADT-VALOR(WS-QTD-ADT)
               IF WS-ADT-SITUACAO(WS-QTD-ADT) EQUAL "D"
                  AND WS-ADT-BAIXA(WS-QTD-ADT) EQUAL WS-ANOMES
                   MOVE "A"   TO WS-ADT-SITUACAO(WS-QTD-ADT)
                   MOVE ZEROS TO WS-ADT-BAIXA(WS-QTD-ADT)
               END-IF
               READ ADIANTAMENTOS
           END-PERFORM.
           CLOSE ADIANTAMENTOS.
       0114-CARREGAR-ADIANTAMENTOS-FIM. EXIT.
      *
       0115-CARREGAR-ACUMULADO SECTION.
           OPEN INPUT ACUMULADO.
                   ADD 1 TO WS-QTD-ACUM
                   MOVE ZEROS TO WS-ACU-BRUTO-X WS-ACU-BONUS-X
                                 WS-ACU-INSS-X WS-ACU-IRRF-X
                                 WS-ACU-FGTS-X
                   UNSTRING REG-ACUMULADO DELIMITED BY ";"
                       INTO WS-ACU-MATRICULA(WS-QTD-ACUM)
                            WS-ACU-ANO(WS-QTD-ACUM)
                            WS-ACU-MESES(WS-QTD-ACUM)
                            WS-ACU-INSS-X
                            WS-ACU-IRRF-X
                            WS-ACU-FGTS-X
                   END-UNSTRING
                   MOVE WS-ACU-BRUTO-NUM
                           TO WS-ACU-BRUTO(WS-QTD-ACUM)
                   ELSE
                       MOVE ZEROS TO WS-ACU-IRRF(WS-QTD-ACUM)
                   END-IF
                   IF WS-ACU-FGTS-X IS NUMERIC
                       MOVE WS-ACU-FGTS-NUM
                               TO WS-ACU-FGTS(WS-QTD-ACUM)
                   ELSE
                       MOVE ZEROS TO WS-ACU-FGTS(WS-QTD-ACUM)
                   END-IF
                   READ ACUMULADO
                       AT END MOVE "S" TO WS-FIM-ACUMULADO
                   END-READ
               CLOSE ACUMULADO
           END-IF.
       0115-CARREGAR-ACUMULADO-FIM. EXIT.
      *
       0116-ABRIR-GUIA-FGTS SECTION.
           MOVE SPACES TO WS-FGTS-PATH.
           STRING "C:\teste\fgts_" WS-ANOMES ".txt"
               DELIMITED BY SIZE INTO WS-FGTS-PATH
           END-STRING.
           OPEN OUTPUT FGTS.
           IF FS-FGTS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR " WS-FGTS-PATH ": " FS-FGTS
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-FGTS.
           STRING "H;EMPRESA EXEMPLO LTDA;12345678000190;" WS-ANOMES
                  ";" FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO REG-FGTS
           END-STRING.
           WRITE REG-FGTS.
       0116-ABRIR-GUIA-FGTS-FIM. EXIT.
      *
       0117-CARREGAR-HISTORICO SECTION.
           MOVE ZEROS TO WS-QTD-HIS.
           OPEN INPUT HISTSAL.
           IF FS-HISTSAL EQUAL "00"
               READ HISTSAL
               PERFORM UNTIL FS-HISTSAL NOT EQUAL "00"
                          OR WS-QTD-HIS EQUAL 2000
                   ADD 1 TO WS-QTD-HIS
                   MOVE SPACES TO WS-HIS-VIGENCIA-X
                   MOVE ZEROS  TO WS-HIS-ANTERIOR(WS-QTD-HIS)
                                  WS-HIS-NOVO(WS-QTD-HIS)
                   UNSTRING REG-HISTSAL DELIMITED BY ";"
                       INTO WS-HIS-MATRICULA(WS-QTD-HIS)
                            WS-HIS-VIGENCIA-X
                            WS-HIS-ANTERIOR(WS-QTD-HIS)
                            WS-HIS-NOVO(WS-QTD-HIS)
                   END-UNSTRING
                   IF WS-HIS-VIGENCIA-X IS NUMERIC
                       MOVE WS-HIS-VIGENCIA-X
                               TO WS-HIS-VIGENCIA(WS-QTD-HIS)
                   ELSE
                       MOVE 99999999 TO WS-HIS-VIGENCIA(WS-QTD-HIS)
                   END-IF
                   READ HISTSAL
               END-PERFORM
               CLOSE HISTSAL
           END-IF.
       0117-CARREGAR-HISTORICO-FIM. EXIT.
      *
       0118-CARREGAR-FERIADOS SECTION.
           MOVE ZEROS TO WS-QTD-FERIADOS.
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           PERFORM 0210-LER-FUNCIONARIO.
           IF WS-FORA-DA-FOLHA EQUAL "S"
               DISPLAY "MATRICULA "WS-MATRICULA" - FORA DA FOLHA DE "
                       WS-ANOMES
               READ FUNCIONARIOS
                   AT END MOVE "S" TO WS-FIM-FUNCIONARIOS
               END-READ
               EXIT SECTION
           END-IF.
           PERFORM 0215-SALARIO-VIGENTE.
           PERFORM 0220-LOCALIZAR-FALTAS.
           PERFORM 0230-APLICAR-BONUS.
           PERFORM 0235-CALCULAR-EXTRAS.
           PERFORM 0250-CALCULAR-INSS.
           PERFORM 0260-CALCULAR-IRRF.
           PERFORM 0265-APLICAR-DESCONTOS.
           PERFORM 0267-DESCONTAR-ADIANTAMENTO.
           COMPUTE WS-LIQUIDO = WS-SALARIO-NOVO - WS-INSS - WS-IRRF
                   - WS-TOT-DESCONTOS - WS-ADIANTAMENTO.
           PERFORM 0280-CALCULAR-FGTS.
           PERFORM 0240-GRAVAR-FOLHA.
           PERFORM 0270-ACUMULAR-ANO.
           PERFORM 0290-GRAVAR-GUIA-FGTS.

           DISPLAY "MATRICULA "WS-MATRICULA" - FALTAS "WS-FALTAS
                   " - LIQUIDO: "WS-LIQUIDO.
       0200-PROCESSAR-FIM.     EXIT.
      *
       0210-LER-FUNCIONARIO SECTION.
           MOVE SPACES TO WS-MATRICULA WS-FUN-ADMISSAO WS-FUN-SITUACAO
                          WS-FUN-DT-DESLIG WS-FUN-NOME WS-FUN-CPF.
           MOVE ZEROS  TO WS-SALARIO WS-FALTAS.
           MOVE "N"    TO WS-FORA-DA-FOLHA.

      *--> CAMPOS 6 A 10 (DEPTO, CARGO, BANCO, AGENCIA E CONTA) NAO
      *    ENTRAM NO CALCULO; NOME E CPF VAO PARA A GUIA DO FGTS
           UNSTRING REG-FUNCIONARIO DELIMITED BY ";"
               INTO WS-MATRICULA WS-SALARIO WS-FUN-ADMISSAO
                    WS-FUN-NOME WS-FUN-CPF WS-FUN-CAMPO WS-FUN-CAMPO
                    WS-FUN-CAMPO WS-FUN-CAMPO WS-FUN-CAMPO
                    WS-FUN-SITUACAO WS-FUN-DT-DESLIG
           END-UNSTRING.

           IF WS-FUN-SITUACAO EQUAL "D"
              AND WS-FUN-DT-DESLIG IS NUMERIC
              AND WS-FUN-DT-DESLIG(1:6) LESS THAN WS-ANOMES
               MOVE "S" TO WS-FORA-DA-FOLHA
           END-IF.
           IF WS-FUN-ADMISSAO IS NUMERIC
              AND WS-FUN-ADMISSAO(1:6) GREATER THAN WS-ANOMES
               MOVE "S" TO WS-FORA-DA-FOLHA
           END-IF.
       0210-LER-FUNCIONARIO-FIM. EXIT.
      *
       0215-SALARIO-VIGENTE SECTION.
           MOVE ZEROS TO WS-MELHOR-VIGENCIA.
           MOVE 99999999 TO WS-PROXIMA-VIGENCIA.
           MOVE "N" TO WS-TEM-VIGENTE.

           PERFORM VARYING WS-IND-HIS FROM 1 BY 1
                   UNTIL WS-IND-HIS GREATER THAN WS-QTD-HIS
               IF WS-HIS-MATRICULA(WS-IND-HIS) EQUAL WS-MATRICULA
                   IF WS-HIS-VIGENCIA(WS-IND-HIS) NOT GREATER THAN
                          WS-DATA-REF
                      AND WS-HIS-VIGENCIA(WS-IND-HIS) NOT LESS THAN
                          WS-MELHOR-VIGENCIA
                       MOVE "S" TO WS-TEM-VIGENTE
                       MOVE WS-HIS-VIGENCIA(WS-IND-HIS)
                               TO WS-MELHOR-VIGENCIA
                       MOVE WS-HIS-NOVO(WS-IND-HIS) TO WS-SALARIO
                   END-IF
                   IF WS-HIS-VIGENCIA(WS-IND-HIS) GREATER THAN
                          WS-DATA-REF
                      AND WS-HIS-VIGENCIA(WS-IND-HIS) LESS THAN
                          WS-PROXIMA-VIGENCIA
                       MOVE WS-HIS-VIGENCIA(WS-IND-HIS)
                               TO WS-PROXIMA-VIGENCIA
                       MOVE WS-HIS-ANTERIOR(WS-IND-HIS)
                               TO WS-SAL-ANTERIOR
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-TEM-VIGENTE EQUAL "N"
              AND WS-PROXIMA-VIGENCIA NOT EQUAL 99999999
              AND WS-SAL-ANTERIOR GREATER THAN ZEROS
               MOVE WS-SAL-ANTERIOR TO WS-SALARIO
           END-IF.
       0215-SALARIO-VIGENTE-FIM. EXIT.
      *
       0220-LOCALIZAR-FALTAS SECTION.
           MOVE ZEROS TO WS-FALTAS.
               PERFORM 0245-GRAVAR-LINHA
           END-PERFORM.

           IF WS-ADIANTAMENTO GREATER THAN ZEROS
               MOVE SPACES TO REG-FOLHA
               STRING "  ADIANTAMENTO....: " WS-ADIANTAMENTO "-"
                   DELIMITED BY SIZE INTO REG-FOLHA
               END-STRING
               PERFORM 0245-GRAVAR-LINHA
           END-IF.

           MOVE SPACES TO REG-FOLHA.
           STRING "  SALARIO LIQUIDO.: " WS-LIQUIDO
               DELIMITED BY SIZE INTO REG-FOLHA
           END-STRING.
           PERFORM 0245-GRAVAR-LINHA.

      *--> FGTS E ENCARGO DA EMPRESA: INFORMADO, NAO DESCONTADO
           MOVE SPACES TO REG-FOLHA.
           STRING "  FGTS DO MES.....: " WS-FGTS
                  " (BASE " WS-FGTS-BASE ")"
               DELIMITED BY SIZE INTO REG-FOLHA
           END-STRING.
           PERFORM 0245-GRAVAR-LINHA.

           MOVE SPACES TO REG-FOLHA.
           PERFORM 0245-GRAVAR-LINHA.
       0240-GRAVAR-FOLHA-FIM.  EXIT.
               END-IF
           END-PERFORM.
       0265-APLICAR-DESCONTOS-FIM. EXIT.
      *
      *--> ADIANTAMENTOS EM ABERTO DA MATRICULA ATE O MES DA FOLHA,
      *    DEPOIS DOS DESCONTOS RECORRENTES; CADA UM SO E DESCONTADO SE
      *    COUBER INTEIRO NO QUE SOBRA DO LIQUIDO
       0267-DESCONTAR-ADIANTAMENTO SECTION.
           MOVE ZEROS TO WS-ADIANTAMENTO.
           COMPUTE WS-DISPONIVEL = WS-SALARIO-NOVO - WS-INSS - WS-IRRF
                   - WS-TOT-DESCONTOS.

           PERFORM VARYING WS-IND-ADT FROM 1 BY 1
                   UNTIL WS-IND-ADT GREATER THAN WS-QTD-ADT
               IF WS-ADT-MATRICULA(WS-IND-ADT) EQUAL WS-MATRICULA
                  AND WS-ADT-SITUACAO(WS-IND-ADT) EQUAL "A"
                  AND WS-ADT-ANOMES(WS-IND-ADT) NOT GREATER THAN
                          WS-ANOMES
                   IF WS-ADT-VALOR(WS-IND-ADT) GREATER THAN
                           WS-DISPONIVEL
                       DISPLAY "MATRICULA " WS-MATRICULA
                               " - ADIANTAMENTO DE "
                               WS-ADT-ANOMES(WS-IND-ADT)
                               " MAIOR QUE O LIQUIDO - FICA EM ABERTO"
                   ELSE
                       ADD WS-ADT-VALOR(WS-IND-ADT) TO WS-ADIANTAMENTO
                       SUBTRACT WS-ADT-VALOR(WS-IND-ADT)
                           FROM WS-DISPONIVEL
                       MOVE "D"       TO WS-ADT-SITUACAO(WS-IND-ADT)
                       MOVE WS-ANOMES TO WS-ADT-BAIXA(WS-IND-ADT)
                   END-IF
               END-IF
           END-PERFORM.
       0267-DESCONTAR-ADIANTAMENTO-FIM. EXIT.
      *
       0266-SOMAR-NO-RESUMO SECTION.
           MOVE ZEROS TO WS-RES-ACHADO.
               MOVE ZEROS TO WS-ACU-MESES(WS-ACUM-ACHADO)
               MOVE ZEROS TO WS-ACU-INSS(WS-ACUM-ACHADO)
               MOVE ZEROS TO WS-ACU-IRRF(WS-ACUM-ACHADO)
               MOVE ZEROS TO WS-ACU-FGTS(WS-ACUM-ACHADO)
           END-IF.

           IF WS-ACUM-ACHADO GREATER THAN ZEROS
               ADD 1 TO WS-ACU-MESES(WS-ACUM-ACHADO)
               ADD WS-INSS TO WS-ACU-INSS(WS-ACUM-ACHADO)
               ADD WS-IRRF TO WS-ACU-IRRF(WS-ACUM-ACHADO)
               ADD WS-FGTS TO WS-ACU-FGTS(WS-ACUM-ACHADO)
           END-IF.
       0270-ACUMULAR-ANO-FIM. EXIT.
      *
      *--> BASE DO FGTS: O BRUTO DO MES (SALARIO, BONUS E EXTRAS), O
      *    BRUTO DAS FERIAS CONCEDIDAS NO MES E, NA FOLHA DE DEZEMBRO,
      *    O 13o -- BRUTO DO ANO (ACUMULADO ATE AQUI MAIS ESTE MES)
      *    DIVIDIDO POR 12, A MESMA CONTA DO DECIMO
       0280-CALCULAR-FGTS SECTION.
           MOVE ZEROS TO WS-FERIAS-MES WS-DECIMO-MES.
           OPEN INPUT FERIASGOZ.
           IF FS-FERIASGOZ EQUAL "00"
               READ FERIASGOZ
               PERFORM UNTIL FS-FERIASGOZ NOT EQUAL "00"
                   MOVE SPACES TO WS-GOZ-MATRICULA WS-GOZ-DATA
                                  WS-GOZ-DIAS
                   MOVE ZEROS TO WS-GOZ-BRUTO-X
                   UNSTRING REG-FERIASGOZ DELIMITED BY ";"
                       INTO WS-GOZ-MATRICULA WS-GOZ-DATA WS-GOZ-DIAS
                            WS-GOZ-BRUTO-X
                   END-UNSTRING
                   IF WS-GOZ-MATRICULA EQUAL WS-MATRICULA
                      AND WS-GOZ-DATA(1:6) EQUAL WS-ANOMES
                      AND WS-GOZ-BRUTO-X IS NUMERIC
                       ADD WS-GOZ-BRUTO TO WS-FERIAS-MES
                   END-IF
                   READ FERIASGOZ
               END-PERFORM
               CLOSE FERIASGOZ
           END-IF.

           IF WS-ANOMES(5:2) EQUAL "12"
               MOVE ZEROS TO WS-FGTS-BASE
               PERFORM VARYING WS-IND-ACUM FROM 1 BY 1
                       UNTIL WS-IND-ACUM GREATER THAN WS-QTD-ACUM
                   IF WS-ACU-MATRICULA(WS-IND-ACUM) EQUAL WS-MATRICULA
                      AND WS-ACU-ANO(WS-IND-ACUM) EQUAL WS-ANO-CORRENTE
                       MOVE WS-ACU-BRUTO(WS-IND-ACUM) TO WS-FGTS-BASE
                   END-IF
               END-PERFORM
               COMPUTE WS-DECIMO-MES ROUNDED =
                       (WS-FGTS-BASE + WS-SALARIO-NOVO) / 12
           END-IF.

           COMPUTE WS-FGTS-BASE =
                   WS-SALARIO-NOVO + WS-FERIAS-MES + WS-DECIMO-MES.
           COMPUTE WS-FGTS ROUNDED = WS-FGTS-BASE * WS-FGTS-ALIQUOTA.
       0280-CALCULAR-FGTS-FIM. EXIT.
      *
       0290-GRAVAR-GUIA-FGTS SECTION.
           IF WS-FGTS EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE SPACES TO REG-FGTS.
           STRING "D;" WS-MATRICULA
                  ";" WS-FUN-CPF
                  ";" WS-FUN-NOME
                  ";" WS-FGTS-BASE
                  ";" WS-FGTS
               DELIMITED BY SIZE INTO REG-FGTS
           END-STRING.
           WRITE REG-FGTS.
           ADD 1            TO WS-QT-FGTS.
           ADD WS-FGTS-BASE TO WS-TOT-FGTS-BASE.
           ADD WS-FGTS      TO WS-TOT-FGTS.
       0290-GRAVAR-GUIA-FGTS-FIM. EXIT.
      ******************************************************************
       0400-FINALIZAR          SECTION.
       0401-FINALIZAR.
           CLOSE FUNCIONARIOS FOLHA.
           PERFORM 0410-REGRAVAR-ACUMULADO.
           PERFORM 0430-FECHAR-GUIA-FGTS.
           PERFORM 0420-GRAVAR-RESUMO-DESCONTOS.
           PERFORM 0440-REGRAVAR-ADIANTAMENTOS.
       0400-FINALIZAR-FIM.     EXIT.
      *
      *--> RESUMO POR CODIGO DE DESCONTO: E CONTRA ESTE ARQUIVO QUE A
                          ";" WS-ACU-MESES(WS-IND-ACUM)
                          ";" WS-ACU-INSS(WS-IND-ACUM)
                          ";" WS-ACU-IRRF(WS-IND-ACUM)
                          ";" WS-ACU-FGTS(WS-IND-ACUM)
                       DELIMITED BY SIZE INTO REG-ACUMULADO
                   END-STRING
                   WRITE REG-ACUMULADO
               CLOSE ACUMULADO
           END-IF.
       0410-REGRAVAR-ACUMULADO-FIM. EXIT.
      *
       0430-FECHAR-GUIA-FGTS SECTION.
           MOVE SPACES TO REG-FGTS.
           STRING "T;" WS-QT-FGTS
                  ";" WS-TOT-FGTS-BASE
                  ";" WS-TOT-FGTS
               DELIMITED BY SIZE INTO REG-FGTS
           END-STRING.
           WRITE REG-FGTS.
           CLOSE FGTS.
           DISPLAY "GUIA DO FGTS EM " WS-FGTS-PATH " - TOTAL "
                   WS-TOT-FGTS.
       0430-FECHAR-GUIA-FGTS-FIM. EXIT.
      *
       0440-REGRAVAR-ADIANTAMENTOS SECTION.
           IF WS-TEM-ADIANTAMENTOS NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT ADIANTAMENTOS.
           PERFORM VARYING WS-IND-ADT FROM 1 BY 1
                   UNTIL WS-IND-ADT GREATER THAN WS-QTD-ADT
               MOVE SPACES TO REG-ADIANTAMENTO
               STRING WS-ADT-MATRICULA(WS-IND-ADT)
                      ";" WS-ADT-ANOMES(WS-IND-ADT)
                      ";" WS-ADT-VALOR(WS-IND-ADT)
                      ";" WS-ADT-SITUACAO(WS-IND-ADT)
                      ";" WS-ADT-BAIXA(WS-IND-ADT)
                   DELIMITED BY SIZE INTO REG-ADIANTAMENTO
               END-STRING
               WRITE REG-ADIANTAMENTO
           END-PERFORM.
           CLOSE ADIANTAMENTOS.
       0440-REGRAVAR-ADIANTAMENTOS-FIM. EXIT.
      ******************************************************************
       END PROGRAM OPERADORES.
