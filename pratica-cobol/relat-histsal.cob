      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Relatorio de historico de salarios por funcionario
      *          Le o histsalarios.txt gravado pelo CADASTRO-FUNC e
      *          lista, para a matricula pedida (vazia = todas), cada
      *          alteracao de salario em ordem de vigencia: valor
      *          anterior, valor novo, variacao percentual, motivo,
      *          operador e data do registro, fechando com o salario
      *          inicial, o ultimo e a variacao acumulada. Nome e
      *          situacao vem do funcionarios.txt. Saida em
      *          relhistsal.txt e na tela; a rodada fica registrada no
      *          catalogo de relatorios (SPOOLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. RELAT-HISTSAL.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO "C:\teste\funcionarios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FUNCIONARIOS.

           SELECT HISTSAL ASSIGN TO "C:\teste\histsalarios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HISTSAL.

           SELECT RELATORIO ASSIGN TO "C:\teste\relhistsal.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  FUNCIONARIOS.
       01  REG-FUNCIONARIO             PIC X(150).
      *
      *--> MATRICULA;VIGENCIA;ANTERIOR;NOVO;MOTIVO;OPERADOR;REGISTRO
       FD  HISTSAL.
       01  REG-HISTSAL                 PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-FUNCIONARIOS     PIC X(02)           VALUE SPACES.
       77  FS-HISTSAL          PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.

       77  WS-MATRICULA-ENT    PIC X(10)           VALUE SPACES.

      *--> FUNCIONARIOS (ORDEM DO CADASTRO; MATRICULA QUE SO EXISTE NO
      *    HISTORICO ENTRA NO FIM, SEM NOME)
       77  WS-QTD-FUNC         PIC 9(03)           VALUE ZEROS.
       77  WS-IND-FUNC         PIC 9(03)           VALUE ZEROS.
       77  WS-FUNC-ACHADO      PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-FUNC         OCCURS 300 TIMES.
           05 WS-FUN-MATRICULA PIC X(10).
           05 WS-FUN-NOME      PIC X(30).
           05 WS-FUN-SITUACAO  PIC X(01).
           05 WS-FUN-DT-DESLIG PIC X(08).
       77  WS-LIN-MATRICULA    PIC X(10)           VALUE SPACES.
       77  WS-LIN-CAMPO        PIC X(30)           VALUE SPACES.
       77  WS-LIN-NOME         PIC X(30)           VALUE SPACES.
       77  WS-LIN-SITUACAO     PIC X(01)           VALUE SPACES.
       77  WS-LIN-DT-DESLIG    PIC X(08)           VALUE SPACES.

      *--> HISTORICO DAS MATRICULAS PEDIDAS
       77  WS-QTD-HIS          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-HIS          PIC 9(04)           VALUE ZEROS.
       77  WS-HIS-MENOR        PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-HIS          OCCURS 2000 TIMES.
           05 WS-HIS-MATRICULA PIC X(10).
           05 WS-HIS-VIGENCIA  PIC X(08).
           05 WS-HIS-ANTERIOR  PIC 9(06)V99.
           05 WS-HIS-NOVO      PIC 9(06)V99.
           05 WS-HIS-MOTIVO    PIC X(20).
           05 WS-HIS-OPERADOR  PIC X(10).
           05 WS-HIS-DT-REG    PIC X(08).
           05 WS-HIS-EMITIDO   PIC X(01).

      *--> TOTAIS, VARIACOES E EDICAO
       77  WS-QTD-ALT          PIC 9(04)           VALUE ZEROS.
       77  WS-TOT-FUNC         PIC 9(04)           VALUE ZEROS.
       77  WS-TOT-ALT          PIC 9(05)           VALUE ZEROS.
       77  WS-SAL-INICIAL      PIC 9(06)V99        VALUE ZEROS.
       77  WS-SAL-ULTIMO       PIC 9(06)V99        VALUE ZEROS.
       77  WS-DIFERENCA        PIC S9(06)V99       VALUE ZEROS.
       77  WS-PERCENTUAL       PIC S9(05)V99       VALUE ZEROS.
       77  WS-VALOR-EDT        PIC ZZZ.ZZ9,99.
       77  WS-VALOR2-EDT       PIC ZZZ.ZZ9,99.
       77  WS-PERC-EDT         PIC +ZZZZ9,99.
       77  WS-QTD-EDT          PIC ZZZ9.

      *--> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA     PIC X(10)           VALUE "RELHISTSAL".
       77  WS-SPO-ARQUIVO      PIC X(60)
                               VALUE "C:\teste\relhistsal.txt".
       77  WS-SPO-LINHAS       PIC 9(06)           VALUE ZEROS.
       77  WS-SPO-OPERADOR     PIC X(10)           VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-LER-FUNCIONARIOS.
           PERFORM 0300-LER-HISTORICO.
           PERFORM 0500-EMITIR-RELATORIO.
           CALL "SPOOLCTL" USING WS-SPO-PROGRAMA WS-SPO-ARQUIVO
                                 WS-SPO-LINHAS WS-SPO-OPERADOR.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           DISPLAY "MATRICULA (VAZIO = TODAS): ".
           ACCEPT WS-MATRICULA-ENT.
           MOVE FUNCTION UPPER-CASE(WS-MATRICULA-ENT)
                   TO WS-MATRICULA-ENT.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0200-LER-FUNCIONARIOS   SECTION.
       0201-LER-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL "00"
               DISPLAY "FUNCIONARIOS.TXT INDISPONIVEL - SEM NOMES"
               EXIT SECTION
           END-IF.
           READ FUNCIONARIOS.
           PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL "00"
                      OR WS-QTD-FUNC EQUAL 300
               MOVE SPACES TO WS-LIN-MATRICULA WS-LIN-NOME
                              WS-LIN-SITUACAO WS-LIN-DT-DESLIG
      *--> CAMPOS 2, 3 E 5 A 10 NAO INTERESSAM AQUI
               UNSTRING REG-FUNCIONARIO DELIMITED BY ";"
                   INTO WS-LIN-MATRICULA WS-LIN-CAMPO WS-LIN-CAMPO
                        WS-LIN-NOME WS-LIN-CAMPO WS-LIN-CAMPO
                        WS-LIN-CAMPO WS-LIN-CAMPO WS-LIN-CAMPO
                        WS-LIN-CAMPO WS-LIN-SITUACAO WS-LIN-DT-DESLIG
               END-UNSTRING
               IF WS-LIN-MATRICULA NOT EQUAL SPACES
                  AND (WS-MATRICULA-ENT EQUAL SPACES
                       OR WS-LIN-MATRICULA EQUAL WS-MATRICULA-ENT)
                   ADD 1 TO WS-QTD-FUNC
                   MOVE WS-LIN-MATRICULA
                           TO WS-FUN-MATRICULA(WS-QTD-FUNC)
                   MOVE WS-LIN-NOME TO WS-FUN-NOME(WS-QTD-FUNC)
                   MOVE WS-LIN-SITUACAO
                           TO WS-FUN-SITUACAO(WS-QTD-FUNC)
                   MOVE WS-LIN-DT-DESLIG
                           TO WS-FUN-DT-DESLIG(WS-QTD-FUNC)
               END-IF
               READ FUNCIONARIOS
           END-PERFORM.
           CLOSE FUNCIONARIOS.
       0200-LER-FUNCIONARIOS-FIM. EXIT.
      ******************************************************************
       0300-LER-HISTORICO      SECTION.
       0301-LER-HISTORICO.
           OPEN INPUT HISTSAL.
           IF FS-HISTSAL NOT EQUAL "00"
               DISPLAY "HISTSALARIOS.TXT INDISPONIVEL - RELATORIO VAZIO"
               EXIT SECTION
           END-IF.
           READ HISTSAL.
           PERFORM UNTIL FS-HISTSAL NOT EQUAL "00"
                      OR WS-QTD-HIS EQUAL 2000
               MOVE SPACES TO WS-LIN-MATRICULA
               UNSTRING REG-HISTSAL DELIMITED BY ";"
                   INTO WS-LIN-MATRICULA
               END-UNSTRING
               IF WS-LIN-MATRICULA NOT EQUAL SPACES
                  AND (WS-MATRICULA-ENT EQUAL SPACES
                       OR WS-LIN-MATRICULA EQUAL WS-MATRICULA-ENT)
                   PERFORM 0310-GUARDAR-HISTORICO
               END-IF
               READ HISTSAL
           END-PERFORM.
           CLOSE HISTSAL.
       0300-LER-HISTORICO-FIM. EXIT.
      ******************************************************************
       0310-GUARDAR-HISTORICO  SECTION.
       0311-GUARDAR-HISTORICO.
           ADD 1 TO WS-QTD-HIS.
           MOVE SPACES TO WS-HIS-VIGENCIA(WS-QTD-HIS)
                          WS-HIS-MOTIVO(WS-QTD-HIS)
                          WS-HIS-OPERADOR(WS-QTD-HIS)
                          WS-HIS-DT-REG(WS-QTD-HIS).
           MOVE ZEROS TO WS-HIS-ANTERIOR(WS-QTD-HIS)
                         WS-HIS-NOVO(WS-QTD-HIS).
           MOVE "N" TO WS-HIS-EMITIDO(WS-QTD-HIS).
           UNSTRING REG-HISTSAL DELIMITED BY ";"
               INTO WS-HIS-MATRICULA(WS-QTD-HIS)
                    WS-HIS-VIGENCIA(WS-QTD-HIS)
                    WS-HIS-ANTERIOR(WS-QTD-HIS)
                    WS-HIS-NOVO(WS-QTD-HIS)
                    WS-HIS-MOTIVO(WS-QTD-HIS)
                    WS-HIS-OPERADOR(WS-QTD-HIS)
                    WS-HIS-DT-REG(WS-QTD-HIS)
           END-UNSTRING.

           MOVE ZEROS TO WS-FUNC-ACHADO.
           PERFORM VARYING WS-IND-FUNC FROM 1 BY 1
                   UNTIL WS-IND-FUNC GREATER THAN WS-QTD-FUNC
               IF WS-FUN-MATRICULA(WS-IND-FUNC) EQUAL WS-LIN-MATRICULA
                   MOVE WS-IND-FUNC TO WS-FUNC-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FUNC-ACHADO EQUAL ZEROS AND WS-QTD-FUNC LESS THAN 300
               ADD 1 TO WS-QTD-FUNC
               MOVE WS-LIN-MATRICULA TO WS-FUN-MATRICULA(WS-QTD-FUNC)
               MOVE "(FORA DO CADASTRO)" TO WS-FUN-NOME(WS-QTD-FUNC)
               MOVE SPACES TO WS-FUN-SITUACAO(WS-QTD-FUNC)
                              WS-FUN-DT-DESLIG(WS-QTD-FUNC)
           END-IF.
       0310-GUARDAR-HISTORICO-FIM. EXIT.
      ******************************************************************
       0500-EMITIR-RELATORIO   SECTION.
       0501-EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "HISTORICO DE SALARIOS POR FUNCIONARIO - EMITIDO EM "
                  FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE ALL "=" TO REG-RELATORIO(1:110).
           PERFORM 0900-GRAVAR-LINHA.

           IF WS-QTD-FUNC EQUAL ZEROS
               MOVE "NENHUM FUNCIONARIO ENCONTRADO" TO REG-RELATORIO
               PERFORM 0900-GRAVAR-LINHA
           END-IF.

           PERFORM VARYING WS-IND-FUNC FROM 1 BY 1
                   UNTIL WS-IND-FUNC GREATER THAN WS-QTD-FUNC
               PERFORM 0510-EMITIR-FUNCIONARIO
           END-PERFORM.

           MOVE ALL "=" TO REG-RELATORIO(1:110).
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-TOT-FUNC TO WS-QTD-EDT.
           STRING "TOTAL: " WS-QTD-EDT " FUNCIONARIO(S), "
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           MOVE WS-TOT-ALT TO WS-QTD-EDT.
           STRING WS-QTD-EDT " ALTERACAO(OES) DE SALARIO"
               DELIMITED BY SIZE INTO REG-RELATORIO(33:)
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           CLOSE RELATORIO.
       0500-EMITIR-RELATORIO-FIM. EXIT.
      ******************************************************************
      *--> UM BLOCO POR FUNCIONARIO; AS LINHAS SAEM EM ORDEM DE
      *    VIGENCIA (A CADA PASSADA, A MENOR AINDA NAO EMITIDA; EM
      *    EMPATE, A GRAVADA PRIMEIRO)
       0510-EMITIR-FUNCIONARIO SECTION.
       0511-EMITIR-FUNCIONARIO.
           MOVE ZEROS TO WS-QTD-ALT WS-SAL-INICIAL WS-SAL-ULTIMO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "MATRICULA: " WS-FUN-MATRICULA(WS-IND-FUNC)
                  "  " WS-FUN-NOME(WS-IND-FUNC)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           IF WS-FUN-SITUACAO(WS-IND-FUNC) EQUAL "D"
               STRING "  DESLIGADO EM " WS-FUN-DT-DESLIG(WS-IND-FUNC)
                   DELIMITED BY SIZE INTO REG-RELATORIO(55:)
               END-STRING
           END-IF.
           PERFORM 0900-GRAVAR-LINHA.

           PERFORM 0520-PROXIMA-VIGENCIA.
           IF WS-HIS-MENOR EQUAL ZEROS
               MOVE "  SEM ALTERACOES DE SALARIO REGISTRADAS"
                       TO REG-RELATORIO
               PERFORM 0900-GRAVAR-LINHA
               EXIT SECTION
           END-IF.
           MOVE "  VIGENCIA   ANTERIOR       NOVO   VARIACAO% "
                TO REG-RELATORIO.
           MOVE "MOTIVO               OPERADOR   REGISTRO"
                TO REG-RELATORIO(47:40).
           PERFORM 0900-GRAVAR-LINHA.

           PERFORM UNTIL WS-HIS-MENOR EQUAL ZEROS
               PERFORM 0530-EMITIR-ALTERACAO
               PERFORM 0520-PROXIMA-VIGENCIA
           END-PERFORM.

           MOVE WS-SAL-INICIAL TO WS-VALOR-EDT.
           MOVE WS-SAL-ULTIMO  TO WS-VALOR2-EDT.
           MOVE ZEROS TO WS-PERCENTUAL.
           IF WS-SAL-INICIAL GREATER THAN ZEROS
               COMPUTE WS-DIFERENCA = WS-SAL-ULTIMO - WS-SAL-INICIAL
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-DIFERENCA * 100 / WS-SAL-INICIAL
           END-IF.
           MOVE WS-PERCENTUAL TO WS-PERC-EDT.
           MOVE WS-QTD-ALT TO WS-QTD-EDT.
           STRING "  " WS-QTD-EDT " ALTERACAO(OES)  INICIAL "
                  WS-VALOR-EDT "  ULTIMO " WS-VALOR2-EDT
                  "  VARIACAO ACUMULADA " WS-PERC-EDT "%"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           ADD 1          TO WS-TOT-FUNC.
           ADD WS-QTD-ALT TO WS-TOT-ALT.
       0510-EMITIR-FUNCIONARIO-FIM. EXIT.
      ******************************************************************
       0520-PROXIMA-VIGENCIA   SECTION.
       0521-PROXIMA-VIGENCIA.
           MOVE ZEROS TO WS-HIS-MENOR.
           PERFORM VARYING WS-IND-HIS FROM 1 BY 1
                   UNTIL WS-IND-HIS GREATER THAN WS-QTD-HIS
               IF WS-HIS-MATRICULA(WS-IND-HIS) EQUAL
                       WS-FUN-MATRICULA(WS-IND-FUNC)
                  AND WS-HIS-EMITIDO(WS-IND-HIS) EQUAL "N"
                   IF WS-HIS-MENOR EQUAL ZEROS
                       MOVE WS-IND-HIS TO WS-HIS-MENOR
                   ELSE
                       IF WS-HIS-VIGENCIA(WS-IND-HIS) LESS THAN
                               WS-HIS-VIGENCIA(WS-HIS-MENOR)
                           MOVE WS-IND-HIS TO WS-HIS-MENOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0520-PROXIMA-VIGENCIA-FIM. EXIT.
      ******************************************************************
      *--> A VARIACAO E SOBRE O ANTERIOR; NA ADMISSAO (ANTERIOR ZERO)
      *    NAO HA VARIACAO E O NOVO E O SALARIO INICIAL
       0530-EMITIR-ALTERACAO   SECTION.
       0531-EMITIR-ALTERACAO.
           MOVE "S" TO WS-HIS-EMITIDO(WS-HIS-MENOR).
           ADD 1 TO WS-QTD-ALT.
           IF WS-QTD-ALT EQUAL 1
               IF WS-HIS-ANTERIOR(WS-HIS-MENOR) GREATER THAN ZEROS
                   MOVE WS-HIS-ANTERIOR(WS-HIS-MENOR) TO WS-SAL-INICIAL
               ELSE
                   MOVE WS-HIS-NOVO(WS-HIS-MENOR) TO WS-SAL-INICIAL
               END-IF
           END-IF.
           MOVE WS-HIS-NOVO(WS-HIS-MENOR) TO WS-SAL-ULTIMO.

           MOVE ZEROS TO WS-PERCENTUAL.
           IF WS-HIS-ANTERIOR(WS-HIS-MENOR) GREATER THAN ZEROS
               COMPUTE WS-DIFERENCA = WS-HIS-NOVO(WS-HIS-MENOR)
                                    - WS-HIS-ANTERIOR(WS-HIS-MENOR)
               COMPUTE WS-PERCENTUAL ROUNDED = WS-DIFERENCA * 100
                                    / WS-HIS-ANTERIOR(WS-HIS-MENOR)
           END-IF.
           MOVE WS-HIS-ANTERIOR(WS-HIS-MENOR) TO WS-VALOR-EDT.
           MOVE WS-HIS-NOVO(WS-HIS-MENOR)     TO WS-VALOR2-EDT.
           MOVE WS-PERCENTUAL                 TO WS-PERC-EDT.
           STRING "  " WS-HIS-VIGENCIA(WS-HIS-MENOR)
                  " "  WS-VALOR-EDT
                  " "  WS-VALOR2-EDT
                  " "  WS-PERC-EDT
                  "  " WS-HIS-MOTIVO(WS-HIS-MENOR)
                  " "  WS-HIS-OPERADOR(WS-HIS-MENOR)
                  " "  WS-HIS-DT-REG(WS-HIS-MENOR)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
       0530-EMITIR-ALTERACAO-FIM. EXIT.
      ******************************************************************
       0900-GRAVAR-LINHA       SECTION.
       0901-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           ADD 1 TO WS-SPO-LINHAS.
           MOVE SPACES TO REG-RELATORIO.
       0900-GRAVAR-LINHA-FIM.  EXIT.
      ******************************************************************
       END PROGRAM RELAT-HISTSAL.
