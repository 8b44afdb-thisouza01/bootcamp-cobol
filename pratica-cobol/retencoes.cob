      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Declaracao mensal das retencoes de INSS e IRRF
      *          O contador somava a mao o INSS e o IRRF retidos na
      *          folha.txt para preencher a declaracao e as guias do
      *          mes. Este lote le a folha.txt da competencia
      *          (FOLHA_COMPETENCIA, AAAAMM, vazia = mes corrente):
      *          contracheques do OPERADORES, recibos de ferias do
      *          FERIAS e termos da RESCISAO pagos no mes (cabecalho
      *          "EM AAAAMMDD"; recibo antigo sem data entra na folha
      *          corrente). Soma por codigo de tributo: IRRF 0561 por
      *          tipo de rendimento (salario, ferias, rescisao) e INSS
      *          2100 separado em parte dos segurados (retida) e parte
      *          da empresa (27,8% do bruto, a mesma aliquota do
      *          RATEIO-FOLHA; na rescisao so saldo de salario e 13o,
      *          a base do FGTS do acerto). Os totais sao conferidos
      *          com a soma dos documentos e o INSS/IRRF do mes com o
      *          acumulado.txt do ano. Saem a declaracao
      *          retencoes_AAAAMM.txt (header, um registro por codigo e
      *          tipo, guias, trailer) e o relatorio relretencoes.txt
      *          com as guias GPS e DARF, vencimento no dia 20 do mes
      *          seguinte antecipado para o dia util anterior (fim de
      *          semana e feriados do calendario.txt), registrado no
      *          catalogo de relatorios (SPOOLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. RETENCOES.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT FOLHA ASSIGN TO "C:\teste\folha.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FOLHA.

           SELECT ACUMULADO ASSIGN TO "C:\teste\acumulado.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ACUMULADO.

           SELECT CALENDARIO ASSIGN TO
                   "C:/projeto-bootcamp/calendario.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CALENDARIO.

           SELECT DECLARACAO ASSIGN TO WS-DECLARACAO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-DECLARACAO.

           SELECT RELATORIO ASSIGN TO "C:\teste\relretencoes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  FOLHA.
       01  REG-FOLHA                   PIC X(100).
      *
       FD  ACUMULADO.
       01  REG-ACUMULADO               PIC X(100).
      *
       FD  CALENDARIO.
       01  REG-CALENDARIO              PIC 9(08).
      *
       FD  DECLARACAO.
       01  REG-DECLARACAO              PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-FOLHA            PIC X(02)           VALUE SPACES.
       77  FS-ACUMULADO        PIC X(02)           VALUE SPACES.
       77  FS-CALENDARIO       PIC X(02)           VALUE SPACES.
       77  FS-DECLARACAO       PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.
       01  WS-DECLARACAO-PATH  PIC X(40)           VALUE SPACES.

       77  WS-COMPETENCIA      PIC X(06)           VALUE SPACES.
       77  WS-ANOMES           PIC 9(06)           VALUE ZEROS.
       77  WS-ANOMES-VENC      PIC 9(06)           VALUE ZEROS.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-DATA-PROX        PIC 9(08)           VALUE ZEROS.
       77  WS-FIM-APURACAO     PIC 9(08)           VALUE ZEROS.
       77  WS-VENCIMENTO       PIC 9(08)           VALUE ZEROS.
       77  WS-INT-DIA          PIC 9(07)           VALUE ZEROS.
       77  WS-DIA-SEMANA       PIC 9(01)           VALUE ZEROS.
       77  WS-DIA-UTIL         PIC X               VALUE "N".

      *--> EMPRESA E CODIGOS DAS GUIAS
       77  WS-EMPRESA          PIC X(20)  VALUE "EMPRESA EXEMPLO LTDA".
       77  WS-CNPJ             PIC X(14)  VALUE "12345678000190".
       77  WS-COD-IRRF         PIC X(04)           VALUE "0561".
       77  WS-COD-INSS         PIC X(04)           VALUE "2100".
       77  WS-DIA-VENC         PIC 9(02)           VALUE 20.

      *--> ENCARGO DA EMPRESA SOBRE O BRUTO: 20% PATRONAL, 2% RAT E
      *    5,8% TERCEIROS (MESMA ALIQUOTA DO RATEIO-FOLHA)
       77  WS-ALIQ-INSS-EMPR   PIC V999            VALUE 0,278.

      *--> FERIADOS DO CALENDARIO.TXT (AAAAMMDD)
       77  WS-QTD-FERIADOS     PIC 9(02)           VALUE ZEROS.
       77  WS-IND-FER          PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-FERIADOS.
           05 WS-FERIADO       PIC 9(08)           OCCURS 50 TIMES.

      *--> INSS E IRRF DO ANO POR MATRICULA (CAMPOS 7 E 8 DO
      *    ACUMULADO.TXT), SO PARA A CONFERENCIA
       77  WS-QTD-ACUM         PIC 9(03)           VALUE ZEROS.
       77  WS-IND-ACUM         PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-ACUM         OCCURS 200 TIMES.
           05 WS-ACU-MATRICULA PIC X(10).
           05 WS-ACU-INSS      PIC 9(08)V99.
           05 WS-ACU-IRRF      PIC 9(08)V99.
       77  WS-ACU-MATRICULA-LIDA PIC X(10)         VALUE SPACES.
       77  WS-ACU-ANO-LIDO     PIC X(04)           VALUE SPACES.
       77  WS-ACU-DESCARTE     PIC X(10)           VALUE SPACES.
       01  WS-ACU-INSS-X       PIC X(10)           VALUE ZEROS.
       01  WS-ACU-INSS-NUM REDEFINES WS-ACU-INSS-X
                           PIC 9(08)V99.
       01  WS-ACU-IRRF-X       PIC X(10)           VALUE ZEROS.
       01  WS-ACU-IRRF-NUM REDEFINES WS-ACU-IRRF-X
                           PIC 9(08)V99.

      *--> DOCUMENTOS DA COMPETENCIA LIDOS DA FOLHA.TXT
      *    TIPO: S = CONTRACHEQUE, F = FERIAS, R = RESCISAO
       77  WS-QTD-DOC          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-DOC          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-DOC          OCCURS 500 TIMES.
           05 WS-DOC-TIPO      PIC X(01).
           05 WS-DOC-MATRICULA PIC X(10).
           05 WS-DOC-BRUTO     PIC 9(07)V99.
           05 WS-DOC-BASE-EMPR PIC 9(07)V99.
           05 WS-DOC-INSS      PIC 9(06)V99.
           05 WS-DOC-IRRF      PIC 9(06)V99.

      *--> BLOCO CORRENTE: "S", "F" OU "R" SE ENTRA NA APURACAO,
      *    "X" SE E DE OUTRO MES, ESPACO FORA DE BLOCO
       77  WS-BLOCO            PIC X(01)           VALUE SPACES.
       77  WS-BLOCO-MATRICULA  PIC X(10)           VALUE SPACES.
       77  WS-BLOCO-DATA       PIC X(08)           VALUE SPACES.
       77  WS-BLOCO-BRUTO      PIC 9(07)V99        VALUE ZEROS.
       77  WS-BLOCO-BASE-EMPR  PIC 9(07)V99        VALUE ZEROS.
       77  WS-BLOCO-INSS       PIC 9(06)V99        VALUE ZEROS.
       77  WS-BLOCO-IRRF       PIC 9(06)V99        VALUE ZEROS.
       77  WS-QT-OUTRO-MES     PIC 9(04)           VALUE ZEROS.
       01  WS-VALOR-X          PIC X(08)           VALUE ZEROS.
       01  WS-VALOR-LIDO REDEFINES WS-VALOR-X
                           PIC 9(06)V99.

      *--> SOMA CORRIDA DOS DOCUMENTOS (CONFERENCIA DOS TOTAIS)
       77  WS-SOMA-INSS        PIC 9(09)V99        VALUE ZEROS.
       77  WS-SOMA-IRRF        PIC 9(09)V99        VALUE ZEROS.

      *--> TOTAIS POR TIPO DE RENDIMENTO (1 SALARIO, 2 FERIAS,
      *    3 RESCISAO)
       77  WS-IND-TIPO         PIC 9(01)           VALUE ZEROS.
       01  WS-TAB-TIPO-DADOS.
           05 FILLER           PIC X(09)           VALUE "SSALARIO ".
           05 FILLER           PIC X(09)           VALUE "FFERIAS  ".
           05 FILLER           PIC X(09)           VALUE "RRESCISAO".
       01  WS-TAB-TIPO REDEFINES WS-TAB-TIPO-DADOS.
           05 WS-TIPO-ITEM     OCCURS 3 TIMES.
              10 WS-TIPO-CODIGO    PIC X(01).
              10 WS-TIPO-DESCRICAO PIC X(08).
       01  WS-TAB-TOTAIS.
           05 WS-TOT-ITEM      OCCURS 3 TIMES.
              10 WS-TOT-QTD        PIC 9(04).
              10 WS-TOT-BRUTO      PIC 9(09)V99.
              10 WS-TOT-BASE-EMPR  PIC 9(09)V99.
              10 WS-TOT-INSS       PIC 9(09)V99.
              10 WS-TOT-IRRF       PIC 9(09)V99.
       77  WS-BASE-IRRF        PIC 9(09)V99        VALUE ZEROS.

      *--> TOTAIS DA DECLARACAO E DAS GUIAS
       77  WS-QTD-SEGURADOS    PIC 9(04)           VALUE ZEROS.
       77  WS-DECL-BRUTO       PIC 9(09)V99        VALUE ZEROS.
       77  WS-DECL-BASE-EMPR   PIC 9(09)V99        VALUE ZEROS.
       77  WS-DECL-INSS-SEG    PIC 9(09)V99        VALUE ZEROS.
       77  WS-DECL-INSS-EMPR   PIC 9(09)V99        VALUE ZEROS.
       77  WS-DECL-IRRF        PIC 9(09)V99        VALUE ZEROS.
       77  WS-GUIA-INSS        PIC 9(09)V99        VALUE ZEROS.
       77  WS-QT-REGISTROS     PIC 9(04)           VALUE ZEROS.

      *--> CONFERENCIA COM O ACUMULADO DO ANO
       77  WS-MES-INSS         PIC 9(08)V99        VALUE ZEROS.
       77  WS-MES-IRRF         PIC 9(08)V99        VALUE ZEROS.
       77  WS-QT-DIVERGENCIAS  PIC 9(04)           VALUE ZEROS.
       77  WS-ACUM-ACHADO      PIC 9(03)           VALUE ZEROS.
       77  WS-JA-CONFERIDA     PIC X               VALUE "N".

      *--> EDICAO DO RELATORIO
       77  WS-VALOR-EDT        PIC ZZZ.ZZ9,99.
       77  WS-VALOR2-EDT       PIC ZZZ.ZZ9,99.
       77  WS-VALOR3-EDT       PIC ZZZ.ZZ9,99.
       77  WS-TOTAL-EDT        PIC ZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL2-EDT       PIC ZZ.ZZZ.ZZ9,99.
       77  WS-QTD-EDT          PIC ZZZ9.
       77  WS-DATA-EDT         PIC X(10)           VALUE SPACES.

      *--> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA     PIC X(10)           VALUE "RELRETENC".
       77  WS-SPO-ARQUIVO      PIC X(60)
                               VALUE "C:\teste\relretencoes.txt".
       77  WS-SPO-LINHAS       PIC 9(06)           VALUE ZEROS.
       77  WS-SPO-OPERADOR     PIC X(10)           VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-LER-FOLHA.
           PERFORM 0300-TOTALIZAR.
           PERFORM 0400-GRAVAR-DECLARACAO.
           PERFORM 0500-EMITIR-RELATORIO.
           CALL "SPOOLCTL" USING WS-SPO-PROGRAMA WS-SPO-ARQUIVO
                                 WS-SPO-LINHAS WS-SPO-OPERADOR.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-ANOMES.
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT "FOLHA_COMPETENCIA".
           IF WS-COMPETENCIA IS NUMERIC
              AND WS-COMPETENCIA(5:2) GREATER THAN "00"
              AND WS-COMPETENCIA(5:2) LESS THAN "13"
               MOVE WS-COMPETENCIA TO WS-ANOMES
           END-IF.
           IF WS-ANOMES(5:2) EQUAL "12"
               COMPUTE WS-ANOMES-VENC = WS-ANOMES + 89
           ELSE
               COMPUTE WS-ANOMES-VENC = WS-ANOMES + 1
           END-IF.
           DISPLAY "RETENCOES DA COMPETENCIA " WS-ANOMES.

      *--> FIM DO PERIODO DE APURACAO (ULTIMO DIA DA COMPETENCIA)
           COMPUTE WS-DATA-PROX = WS-ANOMES-VENC * 100 + 1.
           COMPUTE WS-INT-DIA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROX) - 1.
           COMPUTE WS-FIM-APURACAO =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DIA).

           MOVE SPACES TO WS-DECLARACAO-PATH.
           STRING "C:\teste\retencoes_" WS-ANOMES ".txt"
               DELIMITED BY SIZE INTO WS-DECLARACAO-PATH
           END-STRING.

           MOVE ZEROS TO WS-TAB-TOTAIS.
           PERFORM 0110-CARREGAR-FERIADOS.
           PERFORM 0120-CARREGAR-ACUMULADO.
           PERFORM 0130-CALCULAR-VENCIMENTO.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0110-CARREGAR-FERIADOS  SECTION.
       0111-CARREGAR-FERIADOS.
           MOVE ZEROS TO WS-QTD-FERIADOS.
           OPEN INPUT CALENDARIO.
           IF FS-CALENDARIO NOT EQUAL "00"
               DISPLAY "CALENDARIO.TXT INDISPONIVEL - SEM FERIADOS"
               EXIT SECTION
           END-IF.
           READ CALENDARIO.
           PERFORM UNTIL FS-CALENDARIO NOT EQUAL "00"
                      OR WS-QTD-FERIADOS EQUAL 50
               ADD 1 TO WS-QTD-FERIADOS
               MOVE REG-CALENDARIO TO WS-FERIADO(WS-QTD-FERIADOS)
               READ CALENDARIO
           END-PERFORM.
           CLOSE CALENDARIO.
       0110-CARREGAR-FERIADOS-FIM. EXIT.
      ******************************************************************
      *--> SO AS LINHAS DO ANO DA COMPETENCIA
       0120-CARREGAR-ACUMULADO SECTION.
       0121-CARREGAR-ACUMULADO.
           MOVE ZEROS TO WS-QTD-ACUM.
           OPEN INPUT ACUMULADO.
           IF FS-ACUMULADO NOT EQUAL "00"
               DISPLAY "ACUMULADO.TXT INDISPONIVEL - SEM CONFERENCIA "
                       "DO ANO"
               EXIT SECTION
           END-IF.
           READ ACUMULADO.
           PERFORM UNTIL FS-ACUMULADO NOT EQUAL "00"
                      OR WS-QTD-ACUM EQUAL 200
               MOVE SPACES TO WS-ACU-MATRICULA-LIDA WS-ACU-ANO-LIDO
               MOVE ZEROS TO WS-ACU-INSS-X WS-ACU-IRRF-X
               UNSTRING REG-ACUMULADO DELIMITED BY ";"
                   INTO WS-ACU-MATRICULA-LIDA WS-ACU-ANO-LIDO
                        WS-ACU-DESCARTE WS-ACU-DESCARTE
                        WS-ACU-DESCARTE WS-ACU-DESCARTE
                        WS-ACU-INSS-X WS-ACU-IRRF-X
               END-UNSTRING
               IF WS-ACU-ANO-LIDO EQUAL WS-ANOMES(1:4)
                   ADD 1 TO WS-QTD-ACUM
                   MOVE WS-ACU-MATRICULA-LIDA
                           TO WS-ACU-MATRICULA(WS-QTD-ACUM)
                   MOVE ZEROS TO WS-ACU-INSS(WS-QTD-ACUM)
                                 WS-ACU-IRRF(WS-QTD-ACUM)
                   IF WS-ACU-INSS-X IS NUMERIC
                       MOVE WS-ACU-INSS-NUM
                               TO WS-ACU-INSS(WS-QTD-ACUM)
                   END-IF
                   IF WS-ACU-IRRF-X IS NUMERIC
                       MOVE WS-ACU-IRRF-NUM
                               TO WS-ACU-IRRF(WS-QTD-ACUM)
                   END-IF
               END-IF
               READ ACUMULADO
           END-PERFORM.
           CLOSE ACUMULADO.
       0120-CARREGAR-ACUMULADO-FIM. EXIT.
      ******************************************************************
      *--> GPS E DARF VENCEM NO DIA 20 DO MES SEGUINTE; SEM EXPEDIENTE
      *    NO DIA, O PAGAMENTO E ANTECIPADO PARA O DIA UTIL ANTERIOR
       0130-CALCULAR-VENCIMENTO SECTION.
       0131-CALCULAR-VENCIMENTO.
           COMPUTE WS-VENCIMENTO = WS-ANOMES-VENC * 100 + WS-DIA-VENC.
           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(WS-VENCIMENTO).
           PERFORM 0135-VERIFICAR-DIA-UTIL.
           PERFORM UNTIL WS-DIA-UTIL EQUAL "S"
               SUBTRACT 1 FROM WS-INT-DIA
               COMPUTE WS-VENCIMENTO =
                       FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
               PERFORM 0135-VERIFICAR-DIA-UTIL
           END-PERFORM.
       0130-CALCULAR-VENCIMENTO-FIM. EXIT.
      ******************************************************************
      *--> DIA UTIL: SEGUNDA A SEXTA (MOD 7 DO INTEGER-OF-DATE DE 1 A 5)
      *    E FORA DOS FERIADOS DO CALENDARIO
       0135-VERIFICAR-DIA-UTIL SECTION.
       0136-VERIFICAR-DIA-UTIL.
           MOVE "S" TO WS-DIA-UTIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-DIA, 7).
           IF WS-DIA-SEMANA EQUAL 6 OR WS-DIA-SEMANA EQUAL 0
               MOVE "N" TO WS-DIA-UTIL
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IND-FER FROM 1 BY 1
                   UNTIL WS-IND-FER GREATER THAN WS-QTD-FERIADOS
               IF WS-FERIADO(WS-IND-FER) EQUAL WS-VENCIMENTO
                   MOVE "N" TO WS-DIA-UTIL
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0135-VERIFICAR-DIA-UTIL-FIM. EXIT.
      ******************************************************************
      *--> CADA DOCUMENTO VAI DO CABECALHO ATE O PROXIMO CABECALHO (OU
      *    O FIM DO ARQUIVO). VALORES SEM EDICAO, 8 DIGITOS: NA POSICAO
      *    21 NO CONTRACHEQUE E NO RECIBO DE FERIAS, NA 25 NO TERMO
       0200-LER-FOLHA          SECTION.
       0201-LER-FOLHA.
           OPEN INPUT FOLHA.
           IF FS-FOLHA NOT EQUAL "00"
               DISPLAY "FOLHA.TXT INDISPONIVEL: " FS-FOLHA
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-BLOCO.
           READ FOLHA.
           PERFORM UNTIL FS-FOLHA NOT EQUAL "00"
               EVALUATE TRUE
                   WHEN REG-FOLHA(1:23) EQUAL "CONTRACHEQUE MATRICULA "
                       PERFORM 0220-FECHAR-DOCUMENTO
                       MOVE "S" TO WS-BLOCO
                       MOVE REG-FOLHA(24:10) TO WS-BLOCO-MATRICULA
                   WHEN REG-FOLHA(1:27) EQUAL
                                       "RECIBO DE FERIAS MATRICULA "
                       PERFORM 0220-FECHAR-DOCUMENTO
                       MOVE "F" TO WS-BLOCO
                       MOVE REG-FOLHA(28:10) TO WS-BLOCO-MATRICULA
                       MOVE REG-FOLHA(42:8)  TO WS-BLOCO-DATA
                       IF REG-FOLHA(38:4) EQUAL " EM "
                          AND WS-BLOCO-DATA(1:6) NOT EQUAL WS-ANOMES
                           MOVE "X" TO WS-BLOCO
                       END-IF
                   WHEN REG-FOLHA(1:28) EQUAL
                                       "TERMO DE RESCISAO MATRICULA "
                       PERFORM 0220-FECHAR-DOCUMENTO
                       MOVE "R" TO WS-BLOCO
                       MOVE REG-FOLHA(29:10) TO WS-BLOCO-MATRICULA
                       MOVE REG-FOLHA(43:8)  TO WS-BLOCO-DATA
                       IF WS-BLOCO-DATA(1:6) NOT EQUAL WS-ANOMES
                           MOVE "X" TO WS-BLOCO
                       END-IF
                   WHEN WS-BLOCO EQUAL "S" OR WS-BLOCO EQUAL "F"
                       PERFORM 0210-LER-VALOR-FOLHA
                   WHEN WS-BLOCO EQUAL "R"
                       PERFORM 0215-LER-VALOR-TERMO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ FOLHA
           END-PERFORM.
           PERFORM 0220-FECHAR-DOCUMENTO.
           CLOSE FOLHA.
       0200-LER-FOLHA-FIM.     EXIT.
      ******************************************************************
      *--> CONTRACHEQUE: BRUTO DA LINHA "SALARIO BRUTO"; RECIBO DE
      *    FERIAS: BRUTO = VALOR DOS DIAS + TERCO
       0210-LER-VALOR-FOLHA    SECTION.
       0211-LER-VALOR-FOLHA.
           MOVE REG-FOLHA(21:8) TO WS-VALOR-X.
           IF WS-VALOR-X IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           EVALUATE REG-FOLHA(1:20)
               WHEN "  SALARIO BRUTO...: "
               WHEN "  VALOR DOS DIAS..: "
               WHEN "  TERCO (1/3).....: "
                   ADD WS-VALOR-LIDO TO WS-BLOCO-BRUTO
                                        WS-BLOCO-BASE-EMPR
               WHEN "  INSS............: "
                   MOVE WS-VALOR-LIDO TO WS-BLOCO-INSS
               WHEN "  IRRF............: "
                   MOVE WS-VALOR-LIDO TO WS-BLOCO-IRRF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0210-LER-VALOR-FOLHA-FIM. EXIT.
      ******************************************************************
      *--> TERMO DE RESCISAO: BRUTO = TODAS AS VERBAS; ENCARGO DA
      *    EMPRESA SO SOBRE SALDO DE SALARIO E 13o (FERIAS INDENIZADAS
      *    E O TERCO NAO ENTRAM)
       0215-LER-VALOR-TERMO    SECTION.
       0216-LER-VALOR-TERMO.
           MOVE REG-FOLHA(25:8) TO WS-VALOR-X.
           IF WS-VALOR-X IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           EVALUATE REG-FOLHA(1:24)
               WHEN "  SALDO DE SALARIO....: "
               WHEN "  13o PROPORCIONAL....: "
                   ADD WS-VALOR-LIDO TO WS-BLOCO-BRUTO
                                        WS-BLOCO-BASE-EMPR
               WHEN "  FERIAS VENCIDAS.....: "
               WHEN "  FERIAS PROPORCIONAIS: "
               WHEN "  TERCO DE FERIAS.....: "
                   ADD WS-VALOR-LIDO TO WS-BLOCO-BRUTO
               WHEN "  INSS................: "
                   MOVE WS-VALOR-LIDO TO WS-BLOCO-INSS
               WHEN "  IRRF................: "
                   MOVE WS-VALOR-LIDO TO WS-BLOCO-IRRF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0215-LER-VALOR-TERMO-FIM. EXIT.
      ******************************************************************
      *--> GUARDA O DOCUMENTO LIDO E SOMA NA CONFERENCIA; DOCUMENTO DE
      *    OUTRO MES SO E CONTADO
       0220-FECHAR-DOCUMENTO   SECTION.
       0221-FECHAR-DOCUMENTO.
           EVALUATE WS-BLOCO
               WHEN "X"
                   ADD 1 TO WS-QT-OUTRO-MES
               WHEN "S"
               WHEN "F"
               WHEN "R"
                   IF WS-QTD-DOC LESS THAN 500
                       ADD 1 TO WS-QTD-DOC
                       MOVE WS-BLOCO TO WS-DOC-TIPO(WS-QTD-DOC)
                       MOVE WS-BLOCO-MATRICULA
                               TO WS-DOC-MATRICULA(WS-QTD-DOC)
                       MOVE WS-BLOCO-BRUTO
                               TO WS-DOC-BRUTO(WS-QTD-DOC)
                       MOVE WS-BLOCO-BASE-EMPR
                               TO WS-DOC-BASE-EMPR(WS-QTD-DOC)
                       MOVE WS-BLOCO-INSS TO WS-DOC-INSS(WS-QTD-DOC)
                       MOVE WS-BLOCO-IRRF TO WS-DOC-IRRF(WS-QTD-DOC)
                       ADD WS-BLOCO-INSS TO WS-SOMA-INSS
                       ADD WS-BLOCO-IRRF TO WS-SOMA-IRRF
                   ELSE
                       DISPLAY "LIMITE DE 500 DOCUMENTOS - MATRICULA "
                               WS-BLOCO-MATRICULA " IGNORADA"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO WS-BLOCO WS-BLOCO-MATRICULA WS-BLOCO-DATA.
           MOVE ZEROS TO WS-BLOCO-BRUTO WS-BLOCO-BASE-EMPR
                         WS-BLOCO-INSS WS-BLOCO-IRRF.
       0220-FECHAR-DOCUMENTO-FIM. EXIT.
      ******************************************************************
      *--> TOTAIS POR TIPO DE RENDIMENTO E DA DECLARACAO
       0300-TOTALIZAR          SECTION.
       0301-TOTALIZAR.
           PERFORM VARYING WS-IND-DOC FROM 1 BY 1
                   UNTIL WS-IND-DOC GREATER THAN WS-QTD-DOC
               PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                       UNTIL WS-IND-TIPO GREATER THAN 3
                   IF WS-TIPO-CODIGO(WS-IND-TIPO)
                           EQUAL WS-DOC-TIPO(WS-IND-DOC)
                       ADD 1 TO WS-TOT-QTD(WS-IND-TIPO)
                       ADD WS-DOC-BRUTO(WS-IND-DOC)
                               TO WS-TOT-BRUTO(WS-IND-TIPO)
                       ADD WS-DOC-BASE-EMPR(WS-IND-DOC)
                               TO WS-TOT-BASE-EMPR(WS-IND-TIPO)
                       ADD WS-DOC-INSS(WS-IND-DOC)
                               TO WS-TOT-INSS(WS-IND-TIPO)
                       ADD WS-DOC-IRRF(WS-IND-DOC)
                               TO WS-TOT-IRRF(WS-IND-TIPO)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO GREATER THAN 3
               ADD WS-TOT-QTD(WS-IND-TIPO)   TO WS-QTD-SEGURADOS
               ADD WS-TOT-BRUTO(WS-IND-TIPO) TO WS-DECL-BRUTO
               ADD WS-TOT-BASE-EMPR(WS-IND-TIPO) TO WS-DECL-BASE-EMPR
               ADD WS-TOT-INSS(WS-IND-TIPO)  TO WS-DECL-INSS-SEG
               ADD WS-TOT-IRRF(WS-IND-TIPO)  TO WS-DECL-IRRF
           END-PERFORM.
           COMPUTE WS-DECL-INSS-EMPR ROUNDED =
                   WS-DECL-BASE-EMPR * WS-ALIQ-INSS-EMPR.
           COMPUTE WS-GUIA-INSS = WS-DECL-INSS-SEG + WS-DECL-INSS-EMPR.
       0300-TOTALIZAR-FIM.     EXIT.
      ******************************************************************
      *--> DECLARACAO: H; R POR CODIGO E TIPO (TRIBUTO;CODIGO;TIPO;QTD;
      *    BASE;VALOR); G POR GUIA (TRIBUTO;CODIGO;VENCIMENTO;VALOR);
      *    T COM QUANTIDADE DE REGISTROS R E TOTAIS INSS/IRRF
       0400-GRAVAR-DECLARACAO  SECTION.
       0401-GRAVAR-DECLARACAO.
           OPEN OUTPUT DECLARACAO.
           IF FS-DECLARACAO NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR " WS-DECLARACAO-PATH ": "
                       FS-DECLARACAO
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-DECLARACAO.
           STRING "H;" WS-EMPRESA ";" WS-CNPJ ";" WS-ANOMES ";"
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-DECLARACAO
           END-STRING.
           WRITE REG-DECLARACAO.

           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO GREATER THAN 3
               IF WS-TOT-QTD(WS-IND-TIPO) GREATER THAN ZEROS
                   COMPUTE WS-BASE-IRRF = WS-TOT-BRUTO(WS-IND-TIPO)
                                        - WS-TOT-INSS(WS-IND-TIPO)
                   MOVE SPACES TO REG-DECLARACAO
                   STRING "R;IRRF;" WS-COD-IRRF ";"
                          WS-TIPO-DESCRICAO(WS-IND-TIPO) ";"
                          WS-TOT-QTD(WS-IND-TIPO) ";"
                          WS-BASE-IRRF ";"
                          WS-TOT-IRRF(WS-IND-TIPO)
                       DELIMITED BY SIZE INTO REG-DECLARACAO
                   END-STRING
                   WRITE REG-DECLARACAO
                   ADD 1 TO WS-QT-REGISTROS
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-DECLARACAO.
           STRING "R;INSS;" WS-COD-INSS ";SEGURADO;"
                  WS-QTD-SEGURADOS ";" WS-DECL-BRUTO ";"
                  WS-DECL-INSS-SEG
               DELIMITED BY SIZE INTO REG-DECLARACAO
           END-STRING.
           WRITE REG-DECLARACAO.
           ADD 1 TO WS-QT-REGISTROS.
           MOVE SPACES TO REG-DECLARACAO.
           STRING "R;INSS;" WS-COD-INSS ";EMPRESA ;"
                  WS-QTD-SEGURADOS ";" WS-DECL-BASE-EMPR ";"
                  WS-DECL-INSS-EMPR
               DELIMITED BY SIZE INTO REG-DECLARACAO
           END-STRING.
           WRITE REG-DECLARACAO.
           ADD 1 TO WS-QT-REGISTROS.

           MOVE SPACES TO REG-DECLARACAO.
           STRING "G;INSS;" WS-COD-INSS ";" WS-VENCIMENTO ";"
                  WS-GUIA-INSS
               DELIMITED BY SIZE INTO REG-DECLARACAO
           END-STRING.
           WRITE REG-DECLARACAO.
           MOVE SPACES TO REG-DECLARACAO.
           STRING "G;IRRF;" WS-COD-IRRF ";" WS-VENCIMENTO ";"
                  WS-DECL-IRRF
               DELIMITED BY SIZE INTO REG-DECLARACAO
           END-STRING.
           WRITE REG-DECLARACAO.

           MOVE SPACES TO REG-DECLARACAO.
           STRING "T;" WS-QT-REGISTROS ";" WS-GUIA-INSS ";"
                  WS-DECL-IRRF
               DELIMITED BY SIZE INTO REG-DECLARACAO
           END-STRING.
           WRITE REG-DECLARACAO.
           CLOSE DECLARACAO.
       0400-GRAVAR-DECLARACAO-FIM. EXIT.
      ******************************************************************
       0500-EMITIR-RELATORIO   SECTION.
       0501-EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RETENCOES DE INSS E IRRF DA FOLHA - COMPETENCIA "
                  WS-ANOMES(5:2) "/" WS-ANOMES(1:4)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE ALL "=" TO REG-RELATORIO(1:100).
           PERFORM 0900-GRAVAR-LINHA.
           STRING "DOCUMENTO    MATRICULA        BRUTO       INSS"
                  "       IRRF"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE ALL "-" TO REG-RELATORIO(1:100).
           PERFORM 0900-GRAVAR-LINHA.
           PERFORM VARYING WS-IND-DOC FROM 1 BY 1
                   UNTIL WS-IND-DOC GREATER THAN WS-QTD-DOC
               PERFORM 0510-LINHA-DOCUMENTO
           END-PERFORM.
           IF WS-QT-OUTRO-MES GREATER THAN ZEROS
               MOVE WS-QT-OUTRO-MES TO WS-QTD-EDT
               STRING "DOCUMENTOS DE OUTRA COMPETENCIA IGNORADOS: "
                      WS-QTD-EDT
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               PERFORM 0900-GRAVAR-LINHA
           END-IF.

           MOVE ALL "-" TO REG-RELATORIO(1:100).
           PERFORM 0900-GRAVAR-LINHA.
           MOVE "RESUMO POR CODIGO   TIPO      QTD           BASE"
               TO REG-RELATORIO.
           MOVE "VALOR" TO REG-RELATORIO(60:5).
           PERFORM 0900-GRAVAR-LINHA.
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO GREATER THAN 3
               IF WS-TOT-QTD(WS-IND-TIPO) GREATER THAN ZEROS
                   COMPUTE WS-BASE-IRRF = WS-TOT-BRUTO(WS-IND-TIPO)
                                        - WS-TOT-INSS(WS-IND-TIPO)
                   MOVE WS-TOT-QTD(WS-IND-TIPO)  TO WS-QTD-EDT
                   MOVE WS-BASE-IRRF             TO WS-TOTAL-EDT
                   MOVE WS-TOT-IRRF(WS-IND-TIPO) TO WS-TOTAL2-EDT
                   STRING "IRRF " WS-COD-IRRF "           "
                          WS-TIPO-DESCRICAO(WS-IND-TIPO) " "
                          WS-QTD-EDT " " WS-TOTAL-EDT "  "
                          WS-TOTAL2-EDT
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   END-STRING
                   PERFORM 0900-GRAVAR-LINHA
               END-IF
           END-PERFORM.
           MOVE WS-QTD-SEGURADOS TO WS-QTD-EDT.
           MOVE WS-DECL-BRUTO    TO WS-TOTAL-EDT.
           MOVE WS-DECL-INSS-SEG TO WS-TOTAL2-EDT.
           STRING "INSS " WS-COD-INSS "           SEGURADO "
                  WS-QTD-EDT " " WS-TOTAL-EDT "  " WS-TOTAL2-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-DECL-BASE-EMPR TO WS-TOTAL-EDT.
           MOVE WS-DECL-INSS-EMPR TO WS-TOTAL2-EDT.
           STRING "INSS " WS-COD-INSS "           EMPRESA  "
                  WS-QTD-EDT " " WS-TOTAL-EDT "  " WS-TOTAL2-EDT
                  " (27,8%)"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.

           PERFORM 0520-CONFERIR-TOTAIS.
           PERFORM 0530-CONFERIR-ACUMULADO.
           PERFORM 0540-IMPRIMIR-GUIAS.
           STRING "DECLARACAO GRAVADA EM " WS-DECLARACAO-PATH
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           CLOSE RELATORIO.
       0500-EMITIR-RELATORIO-FIM. EXIT.
      ******************************************************************
       0510-LINHA-DOCUMENTO    SECTION.
       0511-LINHA-DOCUMENTO.
           EVALUATE WS-DOC-TIPO(WS-IND-DOC)
               WHEN "S"
                   MOVE "CONTRACHEQUE" TO REG-RELATORIO(1:12)
               WHEN "F"
                   MOVE "FERIAS"       TO REG-RELATORIO(1:12)
               WHEN OTHER
                   MOVE "RESCISAO"     TO REG-RELATORIO(1:12)
           END-EVALUATE.
           MOVE WS-DOC-BRUTO(WS-IND-DOC) TO WS-VALOR-EDT.
           MOVE WS-DOC-INSS(WS-IND-DOC)  TO WS-VALOR2-EDT.
           MOVE WS-DOC-IRRF(WS-IND-DOC)  TO WS-VALOR3-EDT.
           STRING WS-DOC-MATRICULA(WS-IND-DOC) " " WS-VALOR-EDT
                  " " WS-VALOR2-EDT " " WS-VALOR3-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO(14:60)
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
       0510-LINHA-DOCUMENTO-FIM. EXIT.
      ******************************************************************
      *--> A DECLARACAO PRECISA BATER COM A SOMA DOS DOCUMENTOS LIDOS
       0520-CONFERIR-TOTAIS    SECTION.
       0521-CONFERIR-TOTAIS.
           MOVE ALL "-" TO REG-RELATORIO(1:100).
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-SOMA-INSS TO WS-TOTAL-EDT.
           MOVE WS-SOMA-IRRF TO WS-TOTAL2-EDT.
           STRING "SOMA DOS DOCUMENTOS.....: INSS " WS-TOTAL-EDT
                  "  IRRF " WS-TOTAL2-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-DECL-INSS-SEG TO WS-TOTAL-EDT.
           MOVE WS-DECL-IRRF     TO WS-TOTAL2-EDT.
           STRING "TOTAL DA DECLARACAO.....: INSS " WS-TOTAL-EDT
                  "  IRRF " WS-TOTAL2-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           IF WS-DECL-INSS-SEG EQUAL WS-SOMA-INSS
              AND WS-DECL-IRRF EQUAL WS-SOMA-IRRF
               MOVE "CONFERE"     TO REG-RELATORIO(80:11)
           ELSE
               MOVE "DIVERGENCIA" TO REG-RELATORIO(80:11)
           END-IF.
           PERFORM 0900-GRAVAR-LINHA.
       0520-CONFERIR-TOTAIS-FIM. EXIT.
      ******************************************************************
      *--> O ACUMULADO DO ANO (OPERADORES E FERIAS; A RESCISAO NAO
      *    GRAVA NELE) TEM QUE COBRIR O QUE FOI RETIDO NO MES
       0530-CONFERIR-ACUMULADO SECTION.
       0531-CONFERIR-ACUMULADO.
           MOVE ZEROS TO WS-QT-DIVERGENCIAS.
           PERFORM VARYING WS-IND-DOC FROM 1 BY 1
                   UNTIL WS-IND-DOC GREATER THAN WS-QTD-DOC
               IF WS-DOC-TIPO(WS-IND-DOC) NOT EQUAL "R"
                   PERFORM 0535-CONFERIR-MATRICULA
               END-IF
           END-PERFORM.
           MOVE WS-QT-DIVERGENCIAS TO WS-QTD-EDT.
           STRING "CONFERENCIA COM O ACUMULADO DO ANO " WS-ANOMES(1:4)
                  ": " WS-QTD-EDT " MATRICULA(S) COM DIVERGENCIA"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
       0530-CONFERIR-ACUMULADO-FIM. EXIT.
      ******************************************************************
      *--> UMA VEZ POR MATRICULA: SOMA CONTRACHEQUE E FERIAS DO MES
       0535-CONFERIR-MATRICULA SECTION.
       0536-CONFERIR-MATRICULA.
           MOVE "N" TO WS-JA-CONFERIDA.
           PERFORM VARYING WS-IND-ACUM FROM 1 BY 1
                   UNTIL WS-IND-ACUM NOT LESS THAN WS-IND-DOC
               IF WS-DOC-MATRICULA(WS-IND-ACUM)
                       EQUAL WS-DOC-MATRICULA(WS-IND-DOC)
                  AND WS-DOC-TIPO(WS-IND-ACUM) NOT EQUAL "R"
                   MOVE "S" TO WS-JA-CONFERIDA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-JA-CONFERIDA EQUAL "S"
               EXIT SECTION
           END-IF.

           MOVE ZEROS TO WS-MES-INSS WS-MES-IRRF.
           PERFORM VARYING WS-IND-ACUM FROM WS-IND-DOC BY 1
                   UNTIL WS-IND-ACUM GREATER THAN WS-QTD-DOC
               IF WS-DOC-MATRICULA(WS-IND-ACUM)
                       EQUAL WS-DOC-MATRICULA(WS-IND-DOC)
                  AND WS-DOC-TIPO(WS-IND-ACUM) NOT EQUAL "R"
                   ADD WS-DOC-INSS(WS-IND-ACUM) TO WS-MES-INSS
                   ADD WS-DOC-IRRF(WS-IND-ACUM) TO WS-MES-IRRF
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WS-ACUM-ACHADO.
           PERFORM VARYING WS-IND-ACUM FROM 1 BY 1
                   UNTIL WS-IND-ACUM GREATER THAN WS-QTD-ACUM
               IF WS-ACU-MATRICULA(WS-IND-ACUM)
                       EQUAL WS-DOC-MATRICULA(WS-IND-DOC)
                   MOVE WS-IND-ACUM TO WS-ACUM-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-ACUM-ACHADO EQUAL ZEROS
               ADD 1 TO WS-QT-DIVERGENCIAS
               STRING "  MATRICULA " WS-DOC-MATRICULA(WS-IND-DOC)
                      " SEM LINHA NO ACUMULADO DO ANO"
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               PERFORM 0900-GRAVAR-LINHA
               EXIT SECTION
           END-IF.
           IF WS-ACU-INSS(WS-ACUM-ACHADO) LESS THAN WS-MES-INSS
              OR WS-ACU-IRRF(WS-ACUM-ACHADO) LESS THAN WS-MES-IRRF
               ADD 1 TO WS-QT-DIVERGENCIAS
               MOVE WS-MES-INSS TO WS-VALOR-EDT
               MOVE WS-ACU-INSS(WS-ACUM-ACHADO) TO WS-TOTAL-EDT
               MOVE WS-MES-IRRF TO WS-VALOR2-EDT
               MOVE WS-ACU-IRRF(WS-ACUM-ACHADO) TO WS-TOTAL2-EDT
               STRING "  MATRICULA " WS-DOC-MATRICULA(WS-IND-DOC)
                      " INSS MES " WS-VALOR-EDT " ANO " WS-TOTAL-EDT
                      " IRRF MES " WS-VALOR2-EDT " ANO "
                      WS-TOTAL2-EDT
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               PERFORM 0900-GRAVAR-LINHA
           END-IF.
       0535-CONFERIR-MATRICULA-FIM. EXIT.
      ******************************************************************
       0540-IMPRIMIR-GUIAS     SECTION.
       0541-IMPRIMIR-GUIAS.
           MOVE SPACES TO WS-DATA-EDT.
           STRING WS-VENCIMENTO(7:2) "/" WS-VENCIMENTO(5:2) "/"
                  WS-VENCIMENTO(1:4)
               DELIMITED BY SIZE INTO WS-DATA-EDT
           END-STRING.

           MOVE ALL "=" TO REG-RELATORIO(1:100).
           PERFORM 0900-GRAVAR-LINHA.
           MOVE "GUIA DA PREVIDENCIA SOCIAL - GPS" TO REG-RELATORIO.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "  CONTRIBUINTE.........: " WS-EMPRESA
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "  CODIGO DE PAGAMENTO..: " WS-COD-INSS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "  COMPETENCIA..........: "
                  WS-ANOMES(5:2) "/" WS-ANOMES(1:4)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "  IDENTIFICADOR (CNPJ).: " WS-CNPJ
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-DECL-INSS-SEG TO WS-TOTAL-EDT.
           STRING "  INSS DOS SEGURADOS...: " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-DECL-INSS-EMPR TO WS-TOTAL-EDT.
           STRING "  INSS DA EMPRESA......: " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-GUIA-INSS TO WS-TOTAL-EDT.
           STRING "  TOTAL A RECOLHER.....: " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "  VENCIMENTO...........: " WS-DATA-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.

           MOVE ALL "=" TO REG-RELATORIO(1:100).
           PERFORM 0900-GRAVAR-LINHA.
           MOVE "DOCUMENTO DE ARRECADACAO DE RECEITAS FEDERAIS - DARF"
               TO REG-RELATORIO.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "  NOME.................: " WS-EMPRESA
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "  PERIODO DE APURACAO..: "
                  WS-FIM-APURACAO(7:2) "/" WS-FIM-APURACAO(5:2) "/"
                  WS-FIM-APURACAO(1:4)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "  CNPJ.................: " WS-CNPJ
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "  CODIGO DA RECEITA....: " WS-COD-IRRF
                  " (IRRF - RENDIMENTOS DO TRABALHO ASSALARIADO)"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-DECL-IRRF TO WS-TOTAL-EDT.
           STRING "  VALOR DO PRINCIPAL...: " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "  VENCIMENTO...........: " WS-DATA-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE ALL "=" TO REG-RELATORIO(1:100).
           PERFORM 0900-GRAVAR-LINHA.
       0540-IMPRIMIR-GUIAS-FIM. EXIT.
      ******************************************************************
       0900-GRAVAR-LINHA       SECTION.
       0901-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           ADD 1 TO WS-SPO-LINHAS.
           MOVE SPACES TO REG-RELATORIO.
       0900-GRAVAR-LINHA-FIM.  EXIT.
      ******************************************************************
       END PROGRAM RETENCOES.
