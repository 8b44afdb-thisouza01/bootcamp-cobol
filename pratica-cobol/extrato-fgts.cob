      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Extrato de FGTS por funcionario
      *          Para o ano pedido (AAAA, vazio = ano corrente) e a
      *          matricula pedida (vazia = todas), mostra o saldo
      *          trazido dos anos anteriores (FGTS acumulado do
      *          acumulado.txt, 9o campo), o deposito de cada mes
      *          tirado das guias mensais fgts_AAAAMM.txt gravadas pela
      *          folha do OPERADORES (base e valor), o saldo corrido e
      *          o total do ano. Quando o total das guias nao bate com
      *          o FGTS do ano no acumulado.txt (folha do mes rodada
      *          de novo, guia apagada) a linha sai marcada para
      *          conferencia. Saida em extfgts.txt e na tela; a rodada
      *          fica registrada no catalogo de relatorios (SPOOLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. EXTRATO-FGTS.
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

           SELECT ACUMULADO ASSIGN TO "C:\teste\acumulado.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ACUMULADO.

           SELECT GUIA ASSIGN TO WS-GUIA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-GUIA.

           SELECT RELATORIO ASSIGN TO "C:\teste\extfgts.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  FUNCIONARIOS.
       01  REG-FUNCIONARIO             PIC X(150).
      *
       FD  ACUMULADO.
       01  REG-ACUMULADO               PIC X(100).
      *
      *--> H;.../D;MATRICULA;CPF;NOME;BASE;FGTS/T;...
       FD  GUIA.
       01  REG-GUIA                    PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-FUNCIONARIOS     PIC X(02)           VALUE SPACES.
       77  FS-ACUMULADO        PIC X(02)           VALUE SPACES.
       77  FS-GUIA             PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.
       01  WS-GUIA-PATH        PIC X(40)           VALUE SPACES.

       77  WS-MATRICULA-ENT    PIC X(10)           VALUE SPACES.
       77  WS-ANO-ENT          PIC X(04)           VALUE SPACES.
       77  WS-ANO              PIC 9(04)           VALUE ZEROS.
       77  WS-MES              PIC 9(02)           VALUE ZEROS.

      *--> FUNCIONARIOS DO EXTRATO (ORDEM DO CADASTRO; MATRICULA QUE SO
      *    APARECE NO ACUMULADO OU NAS GUIAS ENTRA NO FIM), COM O SALDO
      *    DOS ANOS ANTERIORES, O FGTS DO ANO NO ACUMULADO E OS
      *    DEPOSITOS DE CADA MES NAS GUIAS
       77  WS-QTD-FUNC         PIC 9(03)           VALUE ZEROS.
       77  WS-IND-FUNC         PIC 9(03)           VALUE ZEROS.
       77  WS-FUNC-ACHADO      PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-FUNC         OCCURS 200 TIMES.
           05 WS-FUN-MATRICULA PIC X(10).
           05 WS-FUN-NOME      PIC X(30).
           05 WS-FUN-SALDO-ANT PIC 9(08)V99.
           05 WS-FUN-FGTS-ANO  PIC 9(08)V99.
           05 WS-FUN-MES       OCCURS 12 TIMES.
              10 WS-FUN-BASE   PIC 9(07)V99.
              10 WS-FUN-DEPOS  PIC 9(06)V99.
              10 WS-FUN-GUIA   PIC X(01).

      *--> CAMPOS LIDOS
       77  WS-LIN-MATRICULA    PIC X(10)           VALUE SPACES.
       77  WS-LIN-NOME         PIC X(30)           VALUE SPACES.
       77  WS-LIN-CAMPO        PIC X(30)           VALUE SPACES.
       77  WS-LIN-TIPO         PIC X(01)           VALUE SPACES.
       77  WS-LIN-CPF          PIC X(11)           VALUE SPACES.
       77  WS-LIN-ANO          PIC X(04)           VALUE SPACES.
       01  WS-LIN-FGTS-X       PIC X(10)           VALUE ZEROS.
       01  WS-LIN-FGTS REDEFINES WS-LIN-FGTS-X
                               PIC 9(08)V99.
       01  WS-LIN-BASE-X       PIC X(09)           VALUE ZEROS.
       01  WS-LIN-BASE REDEFINES WS-LIN-BASE-X
                               PIC 9(07)V99.
       01  WS-LIN-DEPOS-X      PIC X(08)           VALUE ZEROS.
       01  WS-LIN-DEPOS REDEFINES WS-LIN-DEPOS-X
                               PIC 9(06)V99.

      *--> TOTAIS E EDICAO
       77  WS-SALDO            PIC 9(08)V99        VALUE ZEROS.
       77  WS-TOT-GUIAS        PIC 9(08)V99        VALUE ZEROS.
       77  WS-TOT-EMPRESA      PIC 9(09)V99        VALUE ZEROS.
       77  WS-QT-DIVERGENTES   PIC 9(04)           VALUE ZEROS.
       77  WS-VALOR-EDT        PIC ZZ.ZZZ.ZZ9,99.
       77  WS-VALOR2-EDT       PIC ZZ.ZZZ.ZZ9,99.
       77  WS-VALOR3-EDT       PIC ZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-EDT        PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-QTD-EDT          PIC ZZZ9.

      *--> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA     PIC X(10)           VALUE "EXTRATOFGT".
       77  WS-SPO-ARQUIVO      PIC X(60)
                               VALUE "C:\teste\extfgts.txt".
       77  WS-SPO-LINHAS       PIC 9(06)           VALUE ZEROS.
       77  WS-SPO-OPERADOR     PIC X(10)           VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-LER-FUNCIONARIOS.
           PERFORM 0300-LER-ACUMULADO.
           PERFORM 0400-LER-GUIAS.
           PERFORM 0500-EMITIR-EXTRATO.
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
           DISPLAY "ANO DO EXTRATO (AAAA, VAZIO = ANO CORRENTE): ".
           ACCEPT WS-ANO-ENT.
           IF WS-ANO-ENT IS NUMERIC
               MOVE WS-ANO-ENT TO WS-ANO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO
           END-IF.
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
               MOVE SPACES TO WS-LIN-MATRICULA WS-LIN-NOME
               UNSTRING REG-FUNCIONARIO DELIMITED BY ";"
                   INTO WS-LIN-MATRICULA WS-LIN-CAMPO WS-LIN-CAMPO
                        WS-LIN-NOME
               END-UNSTRING
               IF WS-LIN-MATRICULA NOT EQUAL SPACES
                   PERFORM 0210-LOCALIZAR-FUNCIONARIO
                   IF WS-FUNC-ACHADO NOT EQUAL ZEROS
                       MOVE WS-LIN-NOME
                               TO WS-FUN-NOME(WS-FUNC-ACHADO)
                   END-IF
               END-IF
               READ FUNCIONARIOS
           END-PERFORM.
           CLOSE FUNCIONARIOS.
       0200-LER-FUNCIONARIOS-FIM. EXIT.
      ******************************************************************
      *--> POSICAO DA WS-LIN-MATRICULA NA TABELA, INCLUINDO SE FALTAR
      *    (ZERO QUANDO FORA DO FILTRO OU COM A TABELA CHEIA)
       0210-LOCALIZAR-FUNCIONARIO SECTION.
       0211-LOCALIZAR-FUNCIONARIO.
           MOVE ZEROS TO WS-FUNC-ACHADO.
           IF WS-MATRICULA-ENT NOT EQUAL SPACES
              AND WS-LIN-MATRICULA NOT EQUAL WS-MATRICULA-ENT
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IND-FUNC FROM 1 BY 1
                   UNTIL WS-IND-FUNC GREATER THAN WS-QTD-FUNC
               IF WS-FUN-MATRICULA(WS-IND-FUNC) EQUAL WS-LIN-MATRICULA
                   MOVE WS-IND-FUNC TO WS-FUNC-ACHADO
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF WS-QTD-FUNC EQUAL 200
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-QTD-FUNC.
           MOVE WS-QTD-FUNC TO WS-FUNC-ACHADO.
           MOVE WS-LIN-MATRICULA TO WS-FUN-MATRICULA(WS-QTD-FUNC).
           MOVE "(FORA DO CADASTRO)" TO WS-FUN-NOME(WS-QTD-FUNC).
           MOVE ZEROS TO WS-FUN-SALDO-ANT(WS-QTD-FUNC)
                         WS-FUN-FGTS-ANO(WS-QTD-FUNC).
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES GREATER 12
               MOVE ZEROS TO WS-FUN-BASE(WS-QTD-FUNC, WS-MES)
                             WS-FUN-DEPOS(WS-QTD-FUNC, WS-MES)
               MOVE "N" TO WS-FUN-GUIA(WS-QTD-FUNC, WS-MES)
           END-PERFORM.
       0210-LOCALIZAR-FUNCIONARIO-FIM. EXIT.
      ******************************************************************
      *--> ANOS ANTERIORES FORMAM O SALDO TRAZIDO; O ANO DO EXTRATO
      *    SERVE DE CONFERENCIA DAS GUIAS; ANOS POSTERIORES NAO ENTRAM
       0300-LER-ACUMULADO      SECTION.
       0301-LER-ACUMULADO.
           OPEN INPUT ACUMULADO.
           IF FS-ACUMULADO NOT EQUAL "00"
               DISPLAY "ACUMULADO.TXT INDISPONIVEL - SEM SALDO ANTERIOR"
               EXIT SECTION
           END-IF.
           READ ACUMULADO.
           PERFORM UNTIL FS-ACUMULADO NOT EQUAL "00"
               MOVE SPACES TO WS-LIN-MATRICULA WS-LIN-ANO
               MOVE ZEROS TO WS-LIN-FGTS-X
               UNSTRING REG-ACUMULADO DELIMITED BY ";"
                   INTO WS-LIN-MATRICULA WS-LIN-ANO WS-LIN-CAMPO
                        WS-LIN-CAMPO WS-LIN-CAMPO WS-LIN-CAMPO
                        WS-LIN-CAMPO WS-LIN-CAMPO WS-LIN-FGTS-X
               END-UNSTRING
               IF WS-LIN-MATRICULA NOT EQUAL SPACES
                  AND WS-LIN-ANO IS NUMERIC
                  AND WS-LIN-FGTS-X IS NUMERIC
                  AND WS-LIN-FGTS GREATER THAN ZEROS
                  AND WS-LIN-ANO NOT GREATER THAN WS-ANO
                   PERFORM 0210-LOCALIZAR-FUNCIONARIO
                   IF WS-FUNC-ACHADO NOT EQUAL ZEROS
                       IF WS-LIN-ANO EQUAL WS-ANO
                           ADD WS-LIN-FGTS
                                   TO WS-FUN-FGTS-ANO(WS-FUNC-ACHADO)
                       ELSE
                           ADD WS-LIN-FGTS
                                   TO WS-FUN-SALDO-ANT(WS-FUNC-ACHADO)
                       END-IF
                   END-IF
               END-IF
               READ ACUMULADO
           END-PERFORM.
           CLOSE ACUMULADO.
       0300-LER-ACUMULADO-FIM. EXIT.
      ******************************************************************
      *--> UMA GUIA POR MES DO ANO (fgts_AAAAMM.txt); MES SEM GUIA
      *    FICA EM BRANCO NO EXTRATO
       0400-LER-GUIAS          SECTION.
       0401-LER-GUIAS.
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES GREATER 12
               MOVE SPACES TO WS-GUIA-PATH
               STRING "C:\teste\fgts_" WS-ANO WS-MES ".txt"
                   DELIMITED BY SIZE INTO WS-GUIA-PATH
               END-STRING
               OPEN INPUT GUIA
               IF FS-GUIA EQUAL "00"
                   PERFORM 0410-LER-GUIA
                   CLOSE GUIA
               END-IF
           END-PERFORM.
       0400-LER-GUIAS-FIM.     EXIT.
      ******************************************************************
       0410-LER-GUIA           SECTION.
       0411-LER-GUIA.
           READ GUIA.
           PERFORM UNTIL FS-GUIA NOT EQUAL "00"
               MOVE SPACES TO WS-LIN-TIPO WS-LIN-MATRICULA WS-LIN-CPF
                              WS-LIN-NOME
               MOVE ZEROS TO WS-LIN-BASE-X WS-LIN-DEPOS-X
               UNSTRING REG-GUIA DELIMITED BY ";"
                   INTO WS-LIN-TIPO WS-LIN-MATRICULA WS-LIN-CPF
                        WS-LIN-NOME WS-LIN-BASE-X WS-LIN-DEPOS-X
               END-UNSTRING
               IF WS-LIN-TIPO EQUAL "D"
                  AND WS-LIN-BASE-X IS NUMERIC
                  AND WS-LIN-DEPOS-X IS NUMERIC
                   PERFORM 0210-LOCALIZAR-FUNCIONARIO
                   IF WS-FUNC-ACHADO NOT EQUAL ZEROS
                       ADD WS-LIN-BASE
                               TO WS-FUN-BASE(WS-FUNC-ACHADO, WS-MES)
                       ADD WS-LIN-DEPOS
                               TO WS-FUN-DEPOS(WS-FUNC-ACHADO, WS-MES)
                       MOVE "S" TO WS-FUN-GUIA(WS-FUNC-ACHADO, WS-MES)
                   END-IF
               END-IF
               READ GUIA
           END-PERFORM.
       0410-LER-GUIA-FIM.      EXIT.
      ******************************************************************
       0500-EMITIR-EXTRATO     SECTION.
       0501-EMITIR-EXTRATO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "EXTRATO DE FGTS - ANO " WS-ANO
                  " - EMITIDO EM " FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE ALL "=" TO REG-RELATORIO(1:80).
           PERFORM 0900-GRAVAR-LINHA.

           IF WS-QTD-FUNC EQUAL ZEROS
               MOVE "NENHUM FUNCIONARIO ENCONTRADO" TO REG-RELATORIO
               PERFORM 0900-GRAVAR-LINHA
           END-IF.

           PERFORM VARYING WS-IND-FUNC FROM 1 BY 1
                   UNTIL WS-IND-FUNC GREATER THAN WS-QTD-FUNC
               PERFORM 0510-EMITIR-FUNCIONARIO
           END-PERFORM.

           MOVE ALL "=" TO REG-RELATORIO(1:80).
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-QTD-FUNC    TO WS-QTD-EDT.
           MOVE WS-TOT-EMPRESA TO WS-TOTAL-EDT.
           STRING "TOTAL: " WS-QTD-EDT " FUNCIONARIO(S) - DEPOSITOS "
                  "DO ANO " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           IF WS-QT-DIVERGENTES GREATER THAN ZEROS
               MOVE WS-QT-DIVERGENTES TO WS-QTD-EDT
               STRING "*** " WS-QTD-EDT " FUNCIONARIO(S) COM GUIAS "
                      "DIFERENTES DO ACUMULADO - CONFERIR"
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               PERFORM 0900-GRAVAR-LINHA
           END-IF.
           CLOSE RELATORIO.
       0500-EMITIR-EXTRATO-FIM. EXIT.
      ******************************************************************
       0510-EMITIR-FUNCIONARIO SECTION.
       0511-EMITIR-FUNCIONARIO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "MATRICULA: " WS-FUN-MATRICULA(WS-IND-FUNC)
                  "  " WS-FUN-NOME(WS-IND-FUNC)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-FUN-SALDO-ANT(WS-IND-FUNC) TO WS-SALDO.
           MOVE WS-SALDO TO WS-VALOR3-EDT.
           MOVE "  SALDO DOS ANOS ANTERIORES" TO REG-RELATORIO.
           MOVE WS-VALOR3-EDT TO REG-RELATORIO(42:13).
           PERFORM 0900-GRAVAR-LINHA.
           STRING "  COMPETENCIA" "         BASE" " "
                  "     DEPOSITO" " " "        SALDO"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.

           MOVE ZEROS TO WS-TOT-GUIAS.
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES GREATER 12
               IF WS-FUN-GUIA(WS-IND-FUNC, WS-MES) EQUAL "S"
                   ADD WS-FUN-DEPOS(WS-IND-FUNC, WS-MES) TO WS-SALDO
                   ADD WS-FUN-DEPOS(WS-IND-FUNC, WS-MES)
                           TO WS-TOT-GUIAS
                   MOVE WS-FUN-BASE(WS-IND-FUNC, WS-MES)
                           TO WS-VALOR-EDT
                   MOVE WS-FUN-DEPOS(WS-IND-FUNC, WS-MES)
                           TO WS-VALOR2-EDT
                   MOVE WS-SALDO TO WS-VALOR3-EDT
                   STRING "  " WS-MES "/" WS-ANO "    "
                          WS-VALOR-EDT " " WS-VALOR2-EDT " "
                          WS-VALOR3-EDT
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   END-STRING
                   PERFORM 0900-GRAVAR-LINHA
               END-IF
           END-PERFORM.

           MOVE WS-TOT-GUIAS TO WS-VALOR2-EDT.
           MOVE WS-SALDO     TO WS-VALOR3-EDT.
           MOVE "  DEPOSITOS DO ANO" TO REG-RELATORIO.
           MOVE WS-VALOR2-EDT TO REG-RELATORIO(28:13).
           MOVE WS-VALOR3-EDT TO REG-RELATORIO(42:13).
           PERFORM 0900-GRAVAR-LINHA.
           IF WS-TOT-GUIAS NOT EQUAL WS-FUN-FGTS-ANO(WS-IND-FUNC)
               MOVE WS-FUN-FGTS-ANO(WS-IND-FUNC) TO WS-VALOR2-EDT
               MOVE "  *** ACUMULADO.TXT DO ANO" TO REG-RELATORIO
               MOVE WS-VALOR2-EDT TO REG-RELATORIO(28:13)
               MOVE "  DIFERE DAS GUIAS - CONFERIR"
                       TO REG-RELATORIO(42:)
               PERFORM 0900-GRAVAR-LINHA
               ADD 1 TO WS-QT-DIVERGENTES
           END-IF.
           ADD WS-TOT-GUIAS TO WS-TOT-EMPRESA.
       0510-EMITIR-FUNCIONARIO-FIM. EXIT.
      ******************************************************************
       0900-GRAVAR-LINHA       SECTION.
       0901-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           ADD 1 TO WS-SPO-LINHAS.
           MOVE SPACES TO REG-RELATORIO.
       0900-GRAVAR-LINHA-FIM.  EXIT.
      ******************************************************************
       END PROGRAM EXTRATO-FGTS.
