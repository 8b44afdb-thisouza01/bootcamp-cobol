      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Adiantamento quinzenal de salario (dia 20)
      *          O adiantamento era uma transferencia manual fora da
      *          folha. Aqui, para o mes da FOLHA_COMPETENCIA (AAAAMM,
      *          vazia = mes corrente), cada funcionario ativo e
      *          admitido ate o dia 20 que optou pelo adiantamento
      *          (percentual em adiantopc.txt, mantido pelo
      *          CADASTRO-FUNC) recebe o percentual do salario do
      *          cadastro. O credito sai em adiantamento_AAAAMM.txt no
      *          MESMO layout H/D/T da remessa do CALCULA-SAL-FINAL,
      *          com os dados bancarios do funcionarios.txt, e cada
      *          adiantamento fica registrado em adiantsal.txt:
      *          MATRICULA;AAAAMM;VALOR 9(06)V99;SITUACAO;AAAAMM DA
      *          BAIXA -- situacao A em aberto, D descontado na folha
      *          (OPERADORES, no mes da baixa), R quitado na rescisao
      *          (RESCISAO). Rodar de novo o mesmo mes troca os
      *          adiantamentos ainda em aberto daquele mes; o que ja foi
      *          baixado nao e pago de novo. O resumo sai em
      *          reladiant.txt, registrado no catalogo de relatorios
      *          (SPOOLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. ADIANTAMENTO.
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

      *--> OPCAO PELO ADIANTAMENTO: MATRICULA;PERCENTUAL 99
           SELECT ADIANTPC ASSIGN TO "C:\teste\adiantopc.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ADIANTPC.

           SELECT ADIANTAMENTOS ASSIGN TO "C:\teste\adiantsal.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ADIANTAMENTOS.

           SELECT REMESSA ASSIGN TO WS-REMESSA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-REMESSA.

           SELECT RELATORIO ASSIGN TO "C:\teste\reladiant.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  FUNCIONARIOS.
       01  REG-FUNCIONARIO             PIC X(150).
      *
       FD  ADIANTPC.
       01  REG-ADIANTPC                PIC X(20).
      *
       FD  ADIANTAMENTOS.
       01  REG-ADIANTAMENTO            PIC X(50).
      *
       FD  REMESSA.
       01  REG-REMESSA                 PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-FUNCIONARIOS     PIC X(02)           VALUE SPACES.
       77  FS-ADIANTPC         PIC X(02)           VALUE SPACES.
       77  FS-ADIANTAMENTOS    PIC X(02)           VALUE SPACES.
       77  FS-REMESSA          PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.
       01  WS-REMESSA-PATH     PIC X(40)           VALUE SPACES.

      *--> MES DO ADIANTAMENTO; SO ENTRA QUEM FOI ADMITIDO ATE O DIA 20
       77  WS-COMPETENCIA      PIC X(06)           VALUE SPACES.
       77  WS-ANOMES           PIC 9(06)           VALUE ZEROS.
       77  WS-DATA-PAGTO       PIC 9(08)           VALUE ZEROS.

      *--> OPCOES PELO ADIANTAMENTO
       77  WS-QTD-OPC          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-OPC          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-OPC          OCCURS 200 TIMES.
           05 WS-OPC-MATRICULA PIC X(10).
           05 WS-OPC-PERC      PIC 9(02).

      *--> ADIANTAMENTOS REGISTRADOS (REGRAVADOS NO FIM)
       77  WS-QTD-ADT          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-ADT          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-ADT          OCCURS 2000 TIMES.
           05 WS-ADT-MATRICULA PIC X(10).
           05 WS-ADT-ANOMES    PIC 9(06).
           05 WS-ADT-VALOR     PIC 9(06)V99.
           05 WS-ADT-SITUACAO  PIC X(01).
           05 WS-ADT-BAIXA     PIC 9(06).
       01  WS-ADT-VALOR-X      PIC X(08)           VALUE ZEROS.
       01  WS-ADT-VALOR-NUM REDEFINES WS-ADT-VALOR-X
                               PIC 9(06)V99.
       77  WS-ADT-ANOMES-X     PIC X(06)           VALUE SPACES.
       77  WS-ADT-BAIXA-X      PIC X(06)           VALUE SPACES.
       77  WS-JA-BAIXADO       PIC X               VALUE "N".
       77  WS-QT-SUBSTITUIDOS  PIC 9(04)           VALUE ZEROS.

      *--> FUNCIONARIO SENDO LIDO
       77  WS-FIM-FUNCIONARIOS PIC X               VALUE "N".
       77  WS-FUN-MATRICULA    PIC X(10)           VALUE SPACES.
       77  WS-FUN-SALARIO      PIC 9(06)V99        VALUE ZEROS.
       77  WS-FUN-ADMISSAO-X   PIC X(08)           VALUE SPACES.
       77  WS-FUN-NOME         PIC X(30)           VALUE SPACES.
       77  WS-FUN-CAMPO        PIC X(30)           VALUE SPACES.
       77  WS-FUN-BANCO        PIC X(03)           VALUE SPACES.
       77  WS-FUN-AGENCIA      PIC X(06)           VALUE SPACES.
       77  WS-FUN-CONTA        PIC X(12)           VALUE SPACES.
       77  WS-FUN-SITUACAO     PIC X(01)           VALUE SPACES.
       77  WS-PERC             PIC 9(02)           VALUE ZEROS.
       77  WS-VALOR            PIC 9(06)V99        VALUE ZEROS.

      *--> TOTAIS DE CONTROLE DA REMESSA E EDICAO
       77  WS-QT-REMESSA       PIC 9(06)           VALUE ZEROS.
       77  WS-SOMA-REMESSA     PIC 9(09)V99        VALUE ZEROS.
       77  WS-VALOR-EDT        PIC ZZZ.ZZ9,99.
       77  WS-SALARIO-EDT      PIC ZZZ.ZZ9,99.
       77  WS-TOTAL-EDT        PIC ZZ.ZZZ.ZZ9,99.
       77  WS-QTD-EDT          PIC ZZZZZ9.

      *--> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA     PIC X(10)           VALUE "RELADIANT".
       77  WS-SPO-ARQUIVO      PIC X(60)
                               VALUE "C:\teste\reladiant.txt".
       77  WS-SPO-LINHAS       PIC 9(06)           VALUE ZEROS.
       77  WS-SPO-OPERADOR     PIC X(10)           VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR
                   UNTIL WS-FIM-FUNCIONARIOS EQUAL "S".
           PERFORM 0400-FINALIZAR.
           CALL "SPOOLCTL" USING WS-SPO-PROGRAMA WS-SPO-ARQUIVO
                                 WS-SPO-LINHAS WS-SPO-OPERADOR.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-ANOMES.
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT "FOLHA_COMPETENCIA".
           IF WS-COMPETENCIA IS NUMERIC
              AND WS-COMPETENCIA(5:2) GREATER THAN "00"
              AND WS-COMPETENCIA(5:2) LESS THAN "13"
               MOVE WS-COMPETENCIA TO WS-ANOMES
           END-IF.
           COMPUTE WS-DATA-PAGTO = WS-ANOMES * 100 + 20.
           DISPLAY "ADIANTAMENTO DA COMPETENCIA " WS-ANOMES.

           PERFORM 0110-CARREGAR-OPCOES.
           PERFORM 0120-CARREGAR-ADIANTAMENTOS.

           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL "00"
               DISPLAY "FUNCIONARIOS.TXT INDISPONIVEL: " FS-FUNCIONARIOS
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-REMESSA-PATH.
           STRING "C:\teste\adiantamento_" WS-ANOMES ".txt"
               DELIMITED BY SIZE INTO WS-REMESSA-PATH
           END-STRING.
           OPEN OUTPUT REMESSA.
           IF FS-REMESSA NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR " WS-REMESSA-PATH ": " FS-REMESSA
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-REMESSA.
           STRING "H;EMPRESA EXEMPLO LTDA;12345678000190;"
                  FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO REG-REMESSA
           END-STRING.
           WRITE REG-REMESSA.

           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "ADIANTAMENTO QUINZENAL - PAGAMENTO EM "
                  WS-DATA-PAGTO(7:2) "/" WS-DATA-PAGTO(5:2) "/"
                  WS-DATA-PAGTO(1:4)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE ALL "=" TO REG-RELATORIO(1:80).
           PERFORM 0900-GRAVAR-LINHA.
           STRING "MATRICULA  NOME                               "
                  "SALARIO  %  ADIANTAMENTO"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE ALL "-" TO REG-RELATORIO(1:80).
           PERFORM 0900-GRAVAR-LINHA.

           READ FUNCIONARIOS
               AT END MOVE "S" TO WS-FIM-FUNCIONARIOS
           END-READ.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0110-CARREGAR-OPCOES    SECTION.
       0111-CARREGAR-OPCOES.
           OPEN INPUT ADIANTPC.
           IF FS-ADIANTPC NOT EQUAL "00"
               DISPLAY "ADIANTOPC.TXT INDISPONIVEL - NINGUEM OPTANTE"
               EXIT SECTION
           END-IF.
           READ ADIANTPC.
           PERFORM UNTIL FS-ADIANTPC NOT EQUAL "00"
                      OR WS-QTD-OPC EQUAL 200
               IF REG-ADIANTPC NOT EQUAL SPACES
                   ADD 1 TO WS-QTD-OPC
                   MOVE SPACES TO WS-OPC-MATRICULA(WS-QTD-OPC)
                   MOVE ZEROS  TO WS-OPC-PERC(WS-QTD-OPC)
                   UNSTRING REG-ADIANTPC DELIMITED BY ";"
                       INTO WS-OPC-MATRICULA(WS-QTD-OPC)
                            WS-OPC-PERC(WS-QTD-OPC)
                   END-UNSTRING
               END-IF
               READ ADIANTPC
           END-PERFORM.
           CLOSE ADIANTPC.
       0110-CARREGAR-OPCOES-FIM. EXIT.
      ******************************************************************
      *--> OS EM ABERTO DO PROPRIO MES SAEM DA TABELA (SAO GERADOS DE
      *    NOVO NESTA RODADA); OS DEMAIS FICAM COMO ESTAO
       0120-CARREGAR-ADIANTAMENTOS SECTION.
       0121-CARREGAR-ADIANTAMENTOS.
           OPEN INPUT ADIANTAMENTOS.
           IF FS-ADIANTAMENTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ ADIANTAMENTOS.
           PERFORM UNTIL FS-ADIANTAMENTOS NOT EQUAL "00"
                      OR WS-QTD-ADT EQUAL 2000
               ADD 1 TO WS-QTD-ADT
               MOVE SPACES TO WS-ADT-MATRICULA(WS-QTD-ADT)
                              WS-ADT-SITUACAO(WS-QTD-ADT)
                              WS-ADT-ANOMES-X WS-ADT-BAIXA-X
               MOVE ZEROS  TO WS-ADT-VALOR-X
               UNSTRING REG-ADIANTAMENTO DELIMITED BY ";"
                   INTO WS-ADT-MATRICULA(WS-QTD-ADT)
                        WS-ADT-ANOMES-X
                        WS-ADT-VALOR-X
                        WS-ADT-SITUACAO(WS-QTD-ADT)
                        WS-ADT-BAIXA-X
               END-UNSTRING
               MOVE ZEROS TO WS-ADT-ANOMES(WS-QTD-ADT)
                             WS-ADT-BAIXA(WS-QTD-ADT)
               IF WS-ADT-ANOMES-X IS NUMERIC
                   MOVE WS-ADT-ANOMES-X TO WS-ADT-ANOMES(WS-QTD-ADT)
               END-IF
               IF WS-ADT-BAIXA-X IS NUMERIC
                   MOVE WS-ADT-BAIXA-X TO WS-ADT-BAIXA(WS-QTD-ADT)
               END-IF
               MOVE WS-ADT-VALOR-NUM TO WS-ADT-VALOR(WS-QTD-ADT)
               IF WS-ADT-ANOMES(WS-QTD-ADT) EQUAL WS-ANOMES
                  AND WS-ADT-SITUACAO(WS-QTD-ADT) EQUAL "A"
                   SUBTRACT 1 FROM WS-QTD-ADT
                   ADD 1 TO WS-QT-SUBSTITUIDOS
               END-IF
               READ ADIANTAMENTOS
           END-PERFORM.
           CLOSE ADIANTAMENTOS.
           IF WS-QT-SUBSTITUIDOS GREATER THAN ZEROS
               DISPLAY "ADIANTAMENTOS EM ABERTO DE " WS-ANOMES
                       " SUBSTITUIDOS: " WS-QT-SUBSTITUIDOS
           END-IF.
       0120-CARREGAR-ADIANTAMENTOS-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           PERFORM 0210-LER-FUNCIONARIO.
           PERFORM 0220-LOCALIZAR-OPCAO.
           IF WS-FUN-MATRICULA NOT EQUAL SPACES
              AND WS-PERC GREATER THAN ZEROS
              AND WS-FUN-SITUACAO NOT EQUAL "D"
               IF WS-FUN-ADMISSAO-X IS NUMERIC
                  AND WS-FUN-ADMISSAO-X GREATER THAN WS-DATA-PAGTO
                   DISPLAY "MATRICULA " WS-FUN-MATRICULA
                           " - ADMITIDO DEPOIS DO DIA 20"
               ELSE
                   PERFORM 0300-GERAR-ADIANTAMENTO
               END-IF
           END-IF.
           READ FUNCIONARIOS
               AT END MOVE "S" TO WS-FIM-FUNCIONARIOS
           END-READ.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
       0210-LER-FUNCIONARIO    SECTION.
       0211-LER-FUNCIONARIO.
           MOVE SPACES TO WS-FUN-MATRICULA WS-FUN-ADMISSAO-X
                          WS-FUN-NOME WS-FUN-BANCO WS-FUN-AGENCIA
                          WS-FUN-CONTA WS-FUN-SITUACAO.
           MOVE ZEROS  TO WS-FUN-SALARIO.
           UNSTRING REG-FUNCIONARIO DELIMITED BY ";"
               INTO WS-FUN-MATRICULA WS-FUN-SALARIO WS-FUN-ADMISSAO-X
                    WS-FUN-NOME WS-FUN-CAMPO WS-FUN-CAMPO WS-FUN-CAMPO
                    WS-FUN-BANCO WS-FUN-AGENCIA WS-FUN-CONTA
                    WS-FUN-SITUACAO
           END-UNSTRING.
       0210-LER-FUNCIONARIO-FIM. EXIT.
      ******************************************************************
       0220-LOCALIZAR-OPCAO    SECTION.
       0221-LOCALIZAR-OPCAO.
           MOVE ZEROS TO WS-PERC.
           PERFORM VARYING WS-IND-OPC FROM 1 BY 1
                   UNTIL WS-IND-OPC GREATER THAN WS-QTD-OPC
               IF WS-OPC-MATRICULA(WS-IND-OPC) EQUAL WS-FUN-MATRICULA
                   MOVE WS-OPC-PERC(WS-IND-OPC) TO WS-PERC
               END-IF
           END-PERFORM.
       0220-LOCALIZAR-OPCAO-FIM. EXIT.
      ******************************************************************
      *--> ADIANTAMENTO DO MES JA BAIXADO (FOLHA OU RESCISAO) NAO SE
      *    PAGA DE NOVO; SEM CONTA NAO HA COMO CREDITAR
       0300-GERAR-ADIANTAMENTO SECTION.
       0301-GERAR-ADIANTAMENTO.
           MOVE "N" TO WS-JA-BAIXADO.
           PERFORM VARYING WS-IND-ADT FROM 1 BY 1
                   UNTIL WS-IND-ADT GREATER THAN WS-QTD-ADT
               IF WS-ADT-MATRICULA(WS-IND-ADT) EQUAL WS-FUN-MATRICULA
                  AND WS-ADT-ANOMES(WS-IND-ADT) EQUAL WS-ANOMES
                   MOVE "S" TO WS-JA-BAIXADO
               END-IF
           END-PERFORM.
           IF WS-JA-BAIXADO EQUAL "S"
               DISPLAY "MATRICULA " WS-FUN-MATRICULA
                       " - ADIANTAMENTO DE " WS-ANOMES " JA BAIXADO"
               EXIT SECTION
           END-IF.
           IF WS-FUN-BANCO EQUAL SPACES OR WS-FUN-CONTA EQUAL SPACES
               DISPLAY "MATRICULA " WS-FUN-MATRICULA
                       " - SEM DADOS BANCARIOS - NAO ADIANTADO"
               EXIT SECTION
           END-IF.
           IF WS-QTD-ADT EQUAL 2000
               DISPLAY "ADIANTSAL.TXT CHEIO - " WS-FUN-MATRICULA
                       " NAO ADIANTADO"
               EXIT SECTION
           END-IF.

           COMPUTE WS-VALOR ROUNDED = WS-FUN-SALARIO * WS-PERC / 100.

           ADD 1 TO WS-QTD-ADT.
           MOVE WS-FUN-MATRICULA TO WS-ADT-MATRICULA(WS-QTD-ADT).
           MOVE WS-ANOMES        TO WS-ADT-ANOMES(WS-QTD-ADT).
           MOVE WS-VALOR         TO WS-ADT-VALOR(WS-QTD-ADT).
           MOVE "A"              TO WS-ADT-SITUACAO(WS-QTD-ADT).
           MOVE ZEROS            TO WS-ADT-BAIXA(WS-QTD-ADT).

           ADD 1 TO WS-QT-REMESSA.
           ADD WS-VALOR TO WS-SOMA-REMESSA.
           MOVE SPACES TO REG-REMESSA.
           STRING "D;" WS-FUN-MATRICULA
                  ";" WS-FUN-BANCO
                  ";" WS-FUN-AGENCIA
                  ";" WS-FUN-CONTA
                  ";" WS-VALOR
               DELIMITED BY SIZE INTO REG-REMESSA
           END-STRING.
           WRITE REG-REMESSA.

           MOVE WS-FUN-SALARIO TO WS-SALARIO-EDT.
           MOVE WS-VALOR       TO WS-VALOR-EDT.
           STRING WS-FUN-MATRICULA " " WS-FUN-NOME " " WS-SALARIO-EDT
                  " " WS-PERC "    " WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
       0300-GERAR-ADIANTAMENTO-FIM. EXIT.
      ******************************************************************
       0400-FINALIZAR          SECTION.
       0401-FINALIZAR.
           CLOSE FUNCIONARIOS.

           MOVE SPACES TO REG-REMESSA.
           STRING "T;" WS-QT-REMESSA ";" WS-SOMA-REMESSA
               DELIMITED BY SIZE INTO REG-REMESSA
           END-STRING.
           WRITE REG-REMESSA.
           CLOSE REMESSA.

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

           MOVE ALL "-" TO REG-RELATORIO(1:80).
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-QT-REMESSA   TO WS-QTD-EDT.
           MOVE WS-SOMA-REMESSA TO WS-TOTAL-EDT.
           STRING "CREDITOS: " WS-QTD-EDT "   TOTAL: " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "REMESSA EM " WS-REMESSA-PATH
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           CLOSE RELATORIO.
       0400-FINALIZAR-FIM.     EXIT.
      ******************************************************************
       0900-GRAVAR-LINHA       SECTION.
       0901-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           ADD 1 TO WS-SPO-LINHAS.
           MOVE SPACES TO REG-RELATORIO.
       0900-GRAVAR-LINHA-FIM.  EXIT.
      ******************************************************************
       END PROGRAM ADIANTAMENTO.
