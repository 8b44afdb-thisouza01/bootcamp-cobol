      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Rateio da folha por centro de custo e lancamento
      *          contabil
      *          Roda depois da folha do OPERADORES, sobre os
      *          contracheques do folha.txt (recibos de ferias e termos
      *          de rescisao que estejam no arquivo ficam de fora). O
      *          custo de cada funcionario -- salario (base e bonus),
      *          horas extras, INSS da empresa (27,8% do bruto: 20%
      *          patronal, RAT e terceiros), FGTS do contracheque e
      *          beneficios do mes (beneficios.txt) -- vai para os
      *          centros de custo do rateio (rateiocc.txt, mantido
      *          pelo CADASTRO-FUNC) ou, sem rateio, 100% para o DEPTO
      *          do cadastro; o centavo que sobra do rateio fica no
      *          ultimo centro. O lancamento lancfolha_AAAAMM.txt tem
      *          header, um debito por centro de custo e conta de
      *          despesa, um credito por conta de obrigacao (liquido,
      *          INSS, IRRF, consignacoes, FGTS, beneficios, e a baixa
      *          do adiantamento quinzenal descontado) e trailer
      *          com quantidade, total dos debitos e dos creditos -- so
      *          e gravado se fechar (debitos = creditos). O resumo por
      *          centro de custo sai em relccusto.txt e na tela, e a
      *          rodada fica registrada no catalogo de relatorios
      *          (SPOOLCTL). A competencia vem da FOLHA_COMPETENCIA
      *          (AAAAMM, vazia = mes corrente), como na folha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. RATEIO-FOLHA.
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

           SELECT FUNCIONARIOS ASSIGN TO "C:\teste\funcionarios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FUNCIONARIOS.

      *--> RATEIO (CADASTRO-FUNC): MATRICULA;CENTRO;PERCENTUAL 999,99
           SELECT RATEIO ASSIGN TO "C:\teste\rateiocc.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RATEIO.

      *--> CUSTO DOS BENEFICIOS PAGOS PELA EMPRESA:
      *    MATRICULA;AAAAMM;CODIGO X(04);VALOR 9(06),99
           SELECT BENEFICIOS ASSIGN TO "C:\teste\beneficios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-BENEFICIOS.

      *--> LANCAMENTO (lancfolha_AAAAMM.txt): H;COMPETENCIA;DATA DO
      *    LANCAMENTO;DATA DA GERACAO / D;CONTA;CENTRO DE CUSTO;D OU C;
      *    VALOR;HISTORICO / T;QUANTIDADE;DEBITOS;CREDITOS
           SELECT LANCAMENTO ASSIGN TO WS-LANC-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-LANCAMENTO.

           SELECT RELATORIO ASSIGN TO "C:\teste\relccusto.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  FOLHA.
       01  REG-FOLHA                   PIC X(100).
      *
       FD  FUNCIONARIOS.
       01  REG-FUNCIONARIO             PIC X(150).
      *
       FD  RATEIO.
       01  REG-RATEIO                  PIC X(40).
      *
       FD  BENEFICIOS.
       01  REG-BENEFICIO               PIC X(50).
      *
       FD  LANCAMENTO.
       01  REG-LANCAMENTO              PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-FOLHA            PIC X(02)           VALUE SPACES.
       77  FS-FUNCIONARIOS     PIC X(02)           VALUE SPACES.
       77  FS-RATEIO           PIC X(02)           VALUE SPACES.
       77  FS-BENEFICIOS       PIC X(02)           VALUE SPACES.
       77  FS-LANCAMENTO       PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.
       01  WS-LANC-PATH        PIC X(40)           VALUE SPACES.

      *--> COMPETENCIA E DATA DO LANCAMENTO (ULTIMO DIA DO MES)
       77  WS-COMPETENCIA      PIC X(06)           VALUE SPACES.
       77  WS-ANOMES           PIC 9(06)           VALUE ZEROS.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-DATA-LANC        PIC 9(08)           VALUE ZEROS.
       77  WS-PROX-MES         PIC 9(08)           VALUE ZEROS.

      *--> ENCARGOS DA EMPRESA SOBRE O BRUTO: 20% PATRONAL, 2% RAT E
      *    5,8% TERCEIROS
       77  WS-ALIQ-INSS-EMPR   PIC V999            VALUE 0,278.

      *--> PLANO DE CONTAS DA FOLHA: 1 A 5 DESPESA (DEBITO POR CENTRO
      *    DE CUSTO), 6 A 11 OBRIGACAO E 12 ADIANTAMENTO DESCONTADO
      *    (CREDITO SEM CENTRO DE CUSTO)
       01  WS-TAB-CONTAS-VALORES.
           05 FILLER PIC X(10) VALUE "3.1.1.01".
           05 FILLER PIC X(30) VALUE "SALARIOS E ORDENADOS".
           05 FILLER PIC X(10) VALUE "3.1.1.02".
           05 FILLER PIC X(30) VALUE "HORAS EXTRAS".
           05 FILLER PIC X(10) VALUE "3.1.1.03".
           05 FILLER PIC X(30) VALUE "INSS EMPRESA".
           05 FILLER PIC X(10) VALUE "3.1.1.04".
           05 FILLER PIC X(30) VALUE "FGTS".
           05 FILLER PIC X(10) VALUE "3.1.1.05".
           05 FILLER PIC X(30) VALUE "BENEFICIOS".
           05 FILLER PIC X(10) VALUE "2.1.3.01".
           05 FILLER PIC X(30) VALUE "SALARIOS A PAGAR".
           05 FILLER PIC X(10) VALUE "2.1.3.02".
           05 FILLER PIC X(30) VALUE "INSS A RECOLHER".
           05 FILLER PIC X(10) VALUE "2.1.3.03".
           05 FILLER PIC X(30) VALUE "IRRF A RECOLHER".
           05 FILLER PIC X(10) VALUE "2.1.3.04".
           05 FILLER PIC X(30) VALUE "CONSIGNACOES A REPASSAR".
           05 FILLER PIC X(10) VALUE "2.1.3.05".
           05 FILLER PIC X(30) VALUE "FGTS A RECOLHER".
           05 FILLER PIC X(10) VALUE "2.1.3.06".
           05 FILLER PIC X(30) VALUE "BENEFICIOS A PAGAR".
           05 FILLER PIC X(10) VALUE "1.1.3.01".
           05 FILLER PIC X(30) VALUE "ADIANTAMENTOS A FUNCIONARIOS".
       01  WS-TAB-CONTAS REDEFINES WS-TAB-CONTAS-VALORES.
           05 WS-TAB-CONTA     OCCURS 12 TIMES.
              10 WS-CTA-CODIGO PIC X(10).
              10 WS-CTA-NOME   PIC X(30).
       77  WS-IND-CTA          PIC 9(02)           VALUE ZEROS.

      *--> CADASTRO (CENTRO DE CUSTO PADRAO = DEPTO), RATEIO E
      *    BENEFICIOS DO MES
       77  WS-QTD-FUNC         PIC 9(03)           VALUE ZEROS.
       77  WS-IND-FUNC         PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-FUNC         OCCURS 200 TIMES.
           05 WS-FUN-MATRICULA PIC X(10).
           05 WS-FUN-DEPTO     PIC X(10).
       77  WS-QTD-RAT          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-RAT          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-RAT          OCCURS 1000 TIMES.
           05 WS-RAT-MATRICULA PIC X(10).
           05 WS-RAT-CCUSTO    PIC X(10).
           05 WS-RAT-PERC      PIC 9(03)V99.
       77  WS-QTD-BEN          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-BEN          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-BEN          OCCURS 1000 TIMES.
           05 WS-BEN-MATRICULA PIC X(10).
           05 WS-BEN-VALOR     PIC 9(06)V99.
       77  WS-LIN-MATRICULA    PIC X(10)           VALUE SPACES.
       77  WS-LIN-CAMPO        PIC X(30)           VALUE SPACES.
       77  WS-LIN-DEPTO        PIC X(10)           VALUE SPACES.
       77  WS-LIN-ANOMES       PIC X(06)           VALUE SPACES.
       77  WS-LIN-VALOR        PIC 9(06)V99        VALUE ZEROS.

      *--> CONTRACHEQUE SENDO LIDO (VALORES SEM EDICAO, 8 DIGITOS A
      *    PARTIR DA COLUNA 21)
       77  WS-CHQ-ABERTO       PIC X               VALUE "N".
       77  WS-CHQ-MATRICULA    PIC X(10)           VALUE SPACES.
       77  WS-CHQ-BRUTO        PIC 9(06)V99        VALUE ZEROS.
       77  WS-CHQ-EXTRAS       PIC 9(06)V99        VALUE ZEROS.
       77  WS-CHQ-INSS         PIC 9(06)V99        VALUE ZEROS.
       77  WS-CHQ-IRRF         PIC 9(06)V99        VALUE ZEROS.
       77  WS-CHQ-DESCONTOS    PIC 9(06)V99        VALUE ZEROS.
       77  WS-CHQ-ADIANTAMENTO PIC 9(06)V99        VALUE ZEROS.
       77  WS-CHQ-LIQUIDO      PIC 9(06)V99        VALUE ZEROS.
       77  WS-CHQ-FGTS         PIC 9(06)V99        VALUE ZEROS.
       77  WS-CHQ-BENEFICIOS   PIC 9(06)V99        VALUE ZEROS.
       77  WS-CHQ-FECHAMENTO   PIC 9(07)V99        VALUE ZEROS.
       01  WS-CHQ-VALOR-X      PIC X(08)           VALUE ZEROS.
       01  WS-CHQ-VALOR REDEFINES WS-CHQ-VALOR-X
                               PIC 9(06)V99.

      *--> CUSTO DO FUNCIONARIO POR CONTA DE DESPESA E AS PARCELAS DO
      *    RATEIO DELE
       01  WS-TAB-CUSTO.
           05 WS-CUSTO         PIC 9(07)V99        OCCURS 5 TIMES.
           05 WS-CUSTO-RESTO   PIC 9(07)V99        OCCURS 5 TIMES.
       77  WS-PARTE            PIC 9(07)V99        VALUE ZEROS.
       77  WS-QTD-PARC         PIC 9(01)           VALUE ZEROS.
       77  WS-SOMA-PERC        PIC 9(04)V99        VALUE ZEROS.
       77  WS-IND-PARC         PIC 9(01)           VALUE ZEROS.
       01  WS-TAB-PARC         OCCURS 5 TIMES.
           05 WS-PAR-CCUSTO    PIC X(10).
           05 WS-PAR-PERC      PIC 9(03)V99.

      *--> CENTROS DE CUSTO DO MES (EM ORDEM DE CODIGO)
       77  WS-QTD-CC           PIC 9(03)           VALUE ZEROS.
       77  WS-IND-CC           PIC 9(03)           VALUE ZEROS.
       77  WS-IND-MOV          PIC 9(03)           VALUE ZEROS.
       77  WS-CC-ACHADO        PIC 9(03)           VALUE ZEROS.
       77  WS-CC-PROCURADO     PIC X(10)           VALUE SPACES.
       01  WS-TAB-CC           OCCURS 100 TIMES.
           05 WS-CC-CODIGO     PIC X(10).
           05 WS-CC-PESSOAS    PIC 9(03)V99.
           05 WS-CC-VALOR      PIC 9(09)V99        OCCURS 5 TIMES.

      *--> CREDITOS (CONTAS 6 A 12) E TOTAIS DE CONTROLE
       01  WS-TAB-CREDITO.
           05 WS-CREDITO       PIC 9(09)V99        OCCURS 7 TIMES.
       77  WS-QT-CONTRACHEQUES PIC 9(04)           VALUE ZEROS.
       77  WS-QT-OUTROS        PIC 9(04)           VALUE ZEROS.
       77  WS-QT-NAO-FECHA     PIC 9(04)           VALUE ZEROS.
       77  WS-QT-PARTIDAS      PIC 9(06)           VALUE ZEROS.
       77  WS-TOT-DEBITOS      PIC 9(11)V99        VALUE ZEROS.
       77  WS-TOT-CREDITOS     PIC 9(11)V99        VALUE ZEROS.
       77  WS-TOT-CC           PIC 9(09)V99        VALUE ZEROS.
       77  WS-TOT-GERAL        PIC 9(11)V99        VALUE ZEROS.
       77  WS-TOT-PESSOAS      PIC 9(05)V99        VALUE ZEROS.
       01  WS-TAB-TOT-COLUNA.
           05 WS-TOT-COLUNA    PIC 9(09)V99        OCCURS 5 TIMES.
       77  WS-LAN-CCUSTO       PIC X(10)           VALUE SPACES.
       77  WS-LAN-DC           PIC X(01)           VALUE SPACES.
       77  WS-LAN-VALOR        PIC 9(09)V99        VALUE ZEROS.
       77  WS-LAN-VALOR-GRV    PIC 9(09)V99        VALUE ZEROS.

      *--> EDICAO
       77  WS-VALOR-EDT        PIC ZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-EDT        PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL2-EDT       PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-PESSOAS-EDT      PIC ZZ9,99.
       77  WS-QTD-EDT          PIC ZZZZ9.
       77  WS-POS              PIC 9(03)           VALUE ZEROS.

      *--> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA     PIC X(10)           VALUE "RELCCUSTO".
       77  WS-SPO-ARQUIVO      PIC X(60)
                               VALUE "C:\teste\relccusto.txt".
       77  WS-SPO-LINHAS       PIC 9(06)           VALUE ZEROS.
       77  WS-SPO-OPERADOR     PIC X(10)           VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-LER-FOLHA.
           PERFORM 0400-GRAVAR-LANCAMENTO.
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
           DISPLAY "RATEIO DA FOLHA DA COMPETENCIA " WS-ANOMES.

      *--> ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE
           IF WS-ANOMES(5:2) EQUAL "12"
               COMPUTE WS-PROX-MES = (WS-ANOMES + 89) * 100 + 1
           ELSE
               COMPUTE WS-PROX-MES = (WS-ANOMES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DATA-LANC = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PROX-MES) - 1).

           MOVE SPACES TO WS-LANC-PATH.
           STRING "C:\teste\lancfolha_" WS-ANOMES ".txt"
               DELIMITED BY SIZE INTO WS-LANC-PATH
           END-STRING.

           MOVE ZEROS TO WS-TAB-CREDITO WS-TAB-TOT-COLUNA.
           PERFORM 0110-CARREGAR-FUNCIONARIOS.
           PERFORM 0120-CARREGAR-RATEIO.
           PERFORM 0130-CARREGAR-BENEFICIOS.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0110-CARREGAR-FUNCIONARIOS SECTION.
       0111-CARREGAR-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL "00"
               DISPLAY "FUNCIONARIOS.TXT INDISPONIVEL - SEM DEPTO"
               EXIT SECTION
           END-IF.
           READ FUNCIONARIOS.
           PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL "00"
                      OR WS-QTD-FUNC EQUAL 200
               MOVE SPACES TO WS-LIN-MATRICULA WS-LIN-DEPTO
               UNSTRING REG-FUNCIONARIO DELIMITED BY ";"
                   INTO WS-LIN-MATRICULA WS-LIN-CAMPO WS-LIN-CAMPO
                        WS-LIN-CAMPO WS-LIN-CAMPO WS-LIN-DEPTO
               END-UNSTRING
               IF WS-LIN-MATRICULA NOT EQUAL SPACES
                   ADD 1 TO WS-QTD-FUNC
                   MOVE WS-LIN-MATRICULA
                           TO WS-FUN-MATRICULA(WS-QTD-FUNC)
                   MOVE WS-LIN-DEPTO TO WS-FUN-DEPTO(WS-QTD-FUNC)
               END-IF
               READ FUNCIONARIOS
           END-PERFORM.
           CLOSE FUNCIONARIOS.
       0110-CARREGAR-FUNCIONARIOS-FIM. EXIT.
      ******************************************************************
       0120-CARREGAR-RATEIO    SECTION.
       0121-CARREGAR-RATEIO.
           OPEN INPUT RATEIO.
           IF FS-RATEIO NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ RATEIO.
           PERFORM UNTIL FS-RATEIO NOT EQUAL "00"
                      OR WS-QTD-RAT EQUAL 1000
               IF REG-RATEIO NOT EQUAL SPACES
                   ADD 1 TO WS-QTD-RAT
                   MOVE SPACES TO WS-RAT-MATRICULA(WS-QTD-RAT)
                                  WS-RAT-CCUSTO(WS-QTD-RAT)
                   MOVE ZEROS  TO WS-RAT-PERC(WS-QTD-RAT)
                   UNSTRING REG-RATEIO DELIMITED BY ";"
                       INTO WS-RAT-MATRICULA(WS-QTD-RAT)
                            WS-RAT-CCUSTO(WS-QTD-RAT)
                            WS-RAT-PERC(WS-QTD-RAT)
                   END-UNSTRING
               END-IF
               READ RATEIO
           END-PERFORM.
           CLOSE RATEIO.
       0120-CARREGAR-RATEIO-FIM. EXIT.
      ******************************************************************
      *--> SO OS BENEFICIOS DA COMPETENCIA; ARQUIVO AUSENTE = NENHUM
       0130-CARREGAR-BENEFICIOS SECTION.
       0131-CARREGAR-BENEFICIOS.
           OPEN INPUT BENEFICIOS.
           IF FS-BENEFICIOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ BENEFICIOS.
           PERFORM UNTIL FS-BENEFICIOS NOT EQUAL "00"
                      OR WS-QTD-BEN EQUAL 1000
               MOVE SPACES TO WS-LIN-MATRICULA WS-LIN-ANOMES
               MOVE ZEROS  TO WS-LIN-VALOR
               UNSTRING REG-BENEFICIO DELIMITED BY ";"
                   INTO WS-LIN-MATRICULA WS-LIN-ANOMES WS-LIN-CAMPO
                        WS-LIN-VALOR
               END-UNSTRING
               IF WS-LIN-ANOMES EQUAL WS-ANOMES
                  AND WS-LIN-VALOR GREATER THAN ZEROS
                   ADD 1 TO WS-QTD-BEN
                   MOVE WS-LIN-MATRICULA
                           TO WS-BEN-MATRICULA(WS-QTD-BEN)
                   MOVE WS-LIN-VALOR TO WS-BEN-VALOR(WS-QTD-BEN)
               END-IF
               READ BENEFICIOS
           END-PERFORM.
           CLOSE BENEFICIOS.
       0130-CARREGAR-BENEFICIOS-FIM. EXIT.
      ******************************************************************
      *--> CADA CONTRACHEQUE VAI DO "CONTRACHEQUE MATRICULA" ATE O
      *    PROXIMO CABECALHO DE BLOCO (OU O FIM DO ARQUIVO); LINHAS DE
      *    RECIBO DE FERIAS E DE TERMO DE RESCISAO NAO SAO LIDAS
       0200-LER-FOLHA          SECTION.
       0201-LER-FOLHA.
           OPEN INPUT FOLHA.
           IF FS-FOLHA NOT EQUAL "00"
               DISPLAY "FOLHA.TXT INDISPONIVEL: " FS-FOLHA
               STOP RUN
           END-IF.
           READ FOLHA.
           PERFORM UNTIL FS-FOLHA NOT EQUAL "00"
               EVALUATE TRUE
                   WHEN REG-FOLHA(1:23) EQUAL "CONTRACHEQUE MATRICULA "
                       IF WS-CHQ-ABERTO EQUAL "S"
                           PERFORM 0300-RATEAR-FUNCIONARIO
                       END-IF
                       PERFORM 0210-ABRIR-CONTRACHEQUE
                   WHEN REG-FOLHA(1:1) NOT EQUAL SPACE
                       IF WS-CHQ-ABERTO EQUAL "S"
                           PERFORM 0300-RATEAR-FUNCIONARIO
                       END-IF
                       MOVE "N" TO WS-CHQ-ABERTO
                       ADD 1 TO WS-QT-OUTROS
                   WHEN WS-CHQ-ABERTO EQUAL "S"
                       PERFORM 0220-LER-VALOR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ FOLHA
           END-PERFORM.
           IF WS-CHQ-ABERTO EQUAL "S"
               PERFORM 0300-RATEAR-FUNCIONARIO
           END-IF.
           CLOSE FOLHA.

           IF WS-QT-CONTRACHEQUES EQUAL ZEROS
               DISPLAY "FOLHA.TXT SEM CONTRACHEQUES - NADA A RATEAR"
               STOP RUN
           END-IF.
       0200-LER-FOLHA-FIM.     EXIT.
      ******************************************************************
       0210-ABRIR-CONTRACHEQUE SECTION.
       0211-ABRIR-CONTRACHEQUE.
           MOVE "S" TO WS-CHQ-ABERTO.
           MOVE REG-FOLHA(24:10) TO WS-CHQ-MATRICULA.
           MOVE ZEROS TO WS-CHQ-BRUTO WS-CHQ-EXTRAS WS-CHQ-INSS
                         WS-CHQ-IRRF WS-CHQ-DESCONTOS WS-CHQ-LIQUIDO
                         WS-CHQ-FGTS WS-CHQ-ADIANTAMENTO.
       0210-ABRIR-CONTRACHEQUE-FIM. EXIT.
      ******************************************************************
       0220-LER-VALOR          SECTION.
       0221-LER-VALOR.
           MOVE REG-FOLHA(21:8) TO WS-CHQ-VALOR-X.
           IF WS-CHQ-VALOR-X IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           EVALUATE TRUE
               WHEN REG-FOLHA(1:20) EQUAL "  SALARIO BRUTO...: "
                   MOVE WS-CHQ-VALOR TO WS-CHQ-BRUTO
               WHEN REG-FOLHA(1:20) EQUAL "  HORAS EXTRAS....: "
                   MOVE WS-CHQ-VALOR TO WS-CHQ-EXTRAS
               WHEN REG-FOLHA(1:20) EQUAL "  INSS............: "
                   MOVE WS-CHQ-VALOR TO WS-CHQ-INSS
               WHEN REG-FOLHA(1:20) EQUAL "  IRRF............: "
                   MOVE WS-CHQ-VALOR TO WS-CHQ-IRRF
               WHEN REG-FOLHA(1:11) EQUAL "  DESCONTO "
                   ADD WS-CHQ-VALOR TO WS-CHQ-DESCONTOS
               WHEN REG-FOLHA(1:20) EQUAL "  ADIANTAMENTO....: "
                   MOVE WS-CHQ-VALOR TO WS-CHQ-ADIANTAMENTO
               WHEN REG-FOLHA(1:20) EQUAL "  SALARIO LIQUIDO.: "
                   MOVE WS-CHQ-VALOR TO WS-CHQ-LIQUIDO
               WHEN REG-FOLHA(1:20) EQUAL "  FGTS DO MES.....: "
                   MOVE WS-CHQ-VALOR TO WS-CHQ-FGTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0220-LER-VALOR-FIM.     EXIT.
      ******************************************************************
      *--> CUSTO DO FUNCIONARIO NAS 5 CONTAS DE DESPESA, REPARTIDO
      *    PELOS CENTROS DE CUSTO DELE, E AS OBRIGACOES DO CONTRACHEQUE
       0300-RATEAR-FUNCIONARIO SECTION.
       0301-RATEAR-FUNCIONARIO.
           MOVE "N" TO WS-CHQ-ABERTO.
           ADD 1 TO WS-QT-CONTRACHEQUES.

           MOVE ZEROS TO WS-CHQ-BENEFICIOS.
           PERFORM VARYING WS-IND-BEN FROM 1 BY 1
                   UNTIL WS-IND-BEN GREATER THAN WS-QTD-BEN
               IF WS-BEN-MATRICULA(WS-IND-BEN) EQUAL WS-CHQ-MATRICULA
                   ADD WS-BEN-VALOR(WS-IND-BEN) TO WS-CHQ-BENEFICIOS
               END-IF
           END-PERFORM.

           COMPUTE WS-CUSTO(1) = WS-CHQ-BRUTO - WS-CHQ-EXTRAS.
           MOVE WS-CHQ-EXTRAS TO WS-CUSTO(2).
           COMPUTE WS-CUSTO(3) ROUNDED =
                   WS-CHQ-BRUTO * WS-ALIQ-INSS-EMPR.
           MOVE WS-CHQ-FGTS       TO WS-CUSTO(4).
           MOVE WS-CHQ-BENEFICIOS TO WS-CUSTO(5).

      *--> O CONTRACHEQUE TEM QUE FECHAR: BRUTO = LIQUIDO + DESCONTOS
           COMPUTE WS-CHQ-FECHAMENTO = WS-CHQ-LIQUIDO + WS-CHQ-INSS
                   + WS-CHQ-IRRF + WS-CHQ-DESCONTOS
                   + WS-CHQ-ADIANTAMENTO.
           IF WS-CHQ-FECHAMENTO NOT EQUAL WS-CHQ-BRUTO
               DISPLAY "CONTRACHEQUE " WS-CHQ-MATRICULA
                       " NAO FECHA (BRUTO " WS-CHQ-BRUTO
                       " / LIQUIDO + DESCONTOS " WS-CHQ-FECHAMENTO ")"
               ADD 1 TO WS-QT-NAO-FECHA
           END-IF.

           ADD WS-CHQ-LIQUIDO     TO WS-CREDITO(1).
           ADD WS-CHQ-INSS        TO WS-CREDITO(2).
           ADD WS-CUSTO(3)        TO WS-CREDITO(2).
           ADD WS-CHQ-IRRF        TO WS-CREDITO(3).
           ADD WS-CHQ-DESCONTOS   TO WS-CREDITO(4).
           ADD WS-CHQ-FGTS        TO WS-CREDITO(5).
           ADD WS-CHQ-BENEFICIOS  TO WS-CREDITO(6).
           ADD WS-CHQ-ADIANTAMENTO TO WS-CREDITO(7).

           PERFORM 0310-MONTAR-PARCELAS.

      *--> CADA PARCELA LEVA O SEU PERCENTUAL DE CADA CONTA; A ULTIMA
      *    LEVA O QUE SOBRA, PARA O RATEIO SOMAR O CUSTO EXATO
           PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                   UNTIL WS-IND-CTA GREATER THAN 5
               MOVE WS-CUSTO(WS-IND-CTA) TO WS-CUSTO-RESTO(WS-IND-CTA)
           END-PERFORM.
           PERFORM VARYING WS-IND-PARC FROM 1 BY 1
                   UNTIL WS-IND-PARC GREATER THAN WS-QTD-PARC
               MOVE WS-PAR-CCUSTO(WS-IND-PARC) TO WS-CC-PROCURADO
               PERFORM 0320-LOCALIZAR-CCUSTO
               COMPUTE WS-CC-PESSOAS(WS-CC-ACHADO) =
                       WS-CC-PESSOAS(WS-CC-ACHADO)
                       + WS-PAR-PERC(WS-IND-PARC) / 100
               PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                       UNTIL WS-IND-CTA GREATER THAN 5
                   IF WS-IND-PARC EQUAL WS-QTD-PARC
                       MOVE WS-CUSTO-RESTO(WS-IND-CTA) TO WS-PARTE
                   ELSE
                       COMPUTE WS-PARTE ROUNDED =
                               WS-CUSTO(WS-IND-CTA)
                               * WS-PAR-PERC(WS-IND-PARC) / 100
                       IF WS-PARTE GREATER THAN
                               WS-CUSTO-RESTO(WS-IND-CTA)
                           MOVE WS-CUSTO-RESTO(WS-IND-CTA) TO WS-PARTE
                       END-IF
                   END-IF
                   SUBTRACT WS-PARTE FROM WS-CUSTO-RESTO(WS-IND-CTA)
                   ADD WS-PARTE
                           TO WS-CC-VALOR(WS-CC-ACHADO, WS-IND-CTA)
               END-PERFORM
           END-PERFORM.
       0300-RATEAR-FUNCIONARIO-FIM. EXIT.
      ******************************************************************
      *--> PARCELAS DO RATEIO; SEM RATEIO (OU COM RATEIO QUE NAO SOMA
      *    100%) O FUNCIONARIO FICA 100% NO DEPTO DO CADASTRO
       0310-MONTAR-PARCELAS    SECTION.
       0311-MONTAR-PARCELAS.
           MOVE ZEROS TO WS-QTD-PARC WS-SOMA-PERC.
           PERFORM VARYING WS-IND-RAT FROM 1 BY 1
                   UNTIL WS-IND-RAT GREATER THAN WS-QTD-RAT
                      OR WS-QTD-PARC EQUAL 5
               IF WS-RAT-MATRICULA(WS-IND-RAT) EQUAL WS-CHQ-MATRICULA
                  AND WS-RAT-PERC(WS-IND-RAT) GREATER THAN ZEROS
                   ADD 1 TO WS-QTD-PARC
                   MOVE WS-RAT-CCUSTO(WS-IND-RAT)
                           TO WS-PAR-CCUSTO(WS-QTD-PARC)
                   MOVE WS-RAT-PERC(WS-IND-RAT)
                           TO WS-PAR-PERC(WS-QTD-PARC)
                   ADD WS-RAT-PERC(WS-IND-RAT) TO WS-SOMA-PERC
               END-IF
           END-PERFORM.
           IF WS-QTD-PARC GREATER THAN ZEROS
              AND WS-SOMA-PERC EQUAL 100
               EXIT SECTION
           END-IF.
           IF WS-QTD-PARC GREATER THAN ZEROS
               DISPLAY "RATEIO DE " WS-CHQ-MATRICULA
                       " NAO SOMA 100% - FICA NO DEPTO"
           END-IF.

           MOVE 1 TO WS-QTD-PARC.
           MOVE "SEM-CCUSTO" TO WS-PAR-CCUSTO(1).
           MOVE 100 TO WS-PAR-PERC(1).
           PERFORM VARYING WS-IND-FUNC FROM 1 BY 1
                   UNTIL WS-IND-FUNC GREATER THAN WS-QTD-FUNC
               IF WS-FUN-MATRICULA(WS-IND-FUNC) EQUAL WS-CHQ-MATRICULA
                  AND WS-FUN-DEPTO(WS-IND-FUNC) NOT EQUAL SPACES
                   MOVE WS-FUN-DEPTO(WS-IND-FUNC) TO WS-PAR-CCUSTO(1)
               END-IF
           END-PERFORM.
       0310-MONTAR-PARCELAS-FIM. EXIT.
      ******************************************************************
      *--> POSICAO DO WS-CC-PROCURADO NA TABELA, INCLUIDO NA ORDEM DO
      *    CODIGO SE FALTAR (TABELA CHEIA: CAI NO ULTIMO)
       0320-LOCALIZAR-CCUSTO   SECTION.
       0321-LOCALIZAR-CCUSTO.
           MOVE ZEROS TO WS-CC-ACHADO.
           PERFORM VARYING WS-IND-CC FROM 1 BY 1
                   UNTIL WS-IND-CC GREATER THAN WS-QTD-CC
               IF WS-CC-CODIGO(WS-IND-CC) EQUAL WS-CC-PROCURADO
                   MOVE WS-IND-CC TO WS-CC-ACHADO
                   EXIT SECTION
               END-IF
               IF WS-CC-CODIGO(WS-IND-CC) GREATER THAN WS-CC-PROCURADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-QTD-CC EQUAL 100
               DISPLAY "TABELA DE CENTROS DE CUSTO CHEIA - "
                       WS-CC-PROCURADO " SOMADO EM "
                       WS-CC-CODIGO(100)
               MOVE 100 TO WS-CC-ACHADO
               EXIT SECTION
           END-IF.

      *--> ABRE ESPACO EM WS-IND-CC DESLOCANDO OS MAIORES
           PERFORM VARYING WS-IND-MOV FROM WS-QTD-CC BY -1
                   UNTIL WS-IND-MOV LESS THAN WS-IND-CC
               MOVE WS-TAB-CC(WS-IND-MOV) TO WS-TAB-CC(WS-IND-MOV + 1)
           END-PERFORM.
           ADD 1 TO WS-QTD-CC.
           MOVE WS-IND-CC TO WS-CC-ACHADO.
           MOVE WS-CC-PROCURADO TO WS-CC-CODIGO(WS-CC-ACHADO).
           MOVE ZEROS TO WS-CC-PESSOAS(WS-CC-ACHADO).
           PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                   UNTIL WS-IND-CTA GREATER THAN 5
               MOVE ZEROS TO WS-CC-VALOR(WS-CC-ACHADO, WS-IND-CTA)
           END-PERFORM.
       0320-LOCALIZAR-CCUSTO-FIM. EXIT.
      ******************************************************************
      *--> O LANCAMENTO SO SAI SE DEBITOS = CREDITOS; SENAO O ARQUIVO
      *    DO MES NAO E GERADO E O RESUMO AVISA
       0400-GRAVAR-LANCAMENTO  SECTION.
       0401-GRAVAR-LANCAMENTO.
           MOVE ZEROS TO WS-TOT-DEBITOS WS-TOT-CREDITOS.
           PERFORM VARYING WS-IND-CC FROM 1 BY 1
                   UNTIL WS-IND-CC GREATER THAN WS-QTD-CC
               PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                       UNTIL WS-IND-CTA GREATER THAN 5
                   ADD WS-CC-VALOR(WS-IND-CC, WS-IND-CTA)
                           TO WS-TOT-DEBITOS
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                   UNTIL WS-IND-CTA GREATER THAN 7
               ADD WS-CREDITO(WS-IND-CTA) TO WS-TOT-CREDITOS
           END-PERFORM.
           IF WS-TOT-DEBITOS NOT EQUAL WS-TOT-CREDITOS
               MOVE WS-TOT-DEBITOS  TO WS-TOTAL-EDT
               MOVE WS-TOT-CREDITOS TO WS-TOTAL2-EDT
               DISPLAY "LANCAMENTO NAO FECHA - DEBITOS " WS-TOTAL-EDT
                       " CREDITOS " WS-TOTAL2-EDT
               DISPLAY WS-LANC-PATH " NAO GERADO"
               EXIT SECTION
           END-IF.

           OPEN OUTPUT LANCAMENTO.
           IF FS-LANCAMENTO NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR " WS-LANC-PATH ": " FS-LANCAMENTO
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-LANCAMENTO.
           STRING "H;" WS-ANOMES ";" WS-DATA-LANC ";" WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-LANCAMENTO
           END-STRING.
           WRITE REG-LANCAMENTO.

           MOVE "D" TO WS-LAN-DC.
           PERFORM VARYING WS-IND-CC FROM 1 BY 1
                   UNTIL WS-IND-CC GREATER THAN WS-QTD-CC
               PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                       UNTIL WS-IND-CTA GREATER THAN 5
                   MOVE WS-CC-CODIGO(WS-IND-CC) TO WS-LAN-CCUSTO
                   MOVE WS-CC-VALOR(WS-IND-CC, WS-IND-CTA)
                           TO WS-LAN-VALOR
                   PERFORM 0410-GRAVAR-PARTIDA
               END-PERFORM
           END-PERFORM.

           MOVE "C" TO WS-LAN-DC.
           MOVE SPACES TO WS-LAN-CCUSTO.
           PERFORM VARYING WS-IND-CTA FROM 6 BY 1
                   UNTIL WS-IND-CTA GREATER THAN 12
               MOVE WS-CREDITO(WS-IND-CTA - 5) TO WS-LAN-VALOR
               PERFORM 0410-GRAVAR-PARTIDA
           END-PERFORM.

           MOVE SPACES TO REG-LANCAMENTO.
           STRING "T;" WS-QT-PARTIDAS ";" WS-TOT-DEBITOS
                  ";" WS-TOT-CREDITOS
               DELIMITED BY SIZE INTO REG-LANCAMENTO
           END-STRING.
           WRITE REG-LANCAMENTO.
           CLOSE LANCAMENTO.
           DISPLAY "LANCAMENTO EM " WS-LANC-PATH " - "
                   WS-QT-PARTIDAS " PARTIDAS".
       0400-GRAVAR-LANCAMENTO-FIM. EXIT.
      ******************************************************************
      *--> UMA PARTIDA (CONTA WS-IND-CTA, WS-LAN-CCUSTO, WS-LAN-DC,
      *    WS-LAN-VALOR); VALOR ZERO NAO GERA PARTIDA
       0410-GRAVAR-PARTIDA     SECTION.
       0411-GRAVAR-PARTIDA.
           IF WS-LAN-VALOR EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE WS-LAN-VALOR TO WS-LAN-VALOR-GRV.
           MOVE SPACES TO REG-LANCAMENTO.
           STRING "D;" WS-CTA-CODIGO(WS-IND-CTA)
                  ";" WS-LAN-CCUSTO
                  ";" WS-LAN-DC
                  ";" WS-LAN-VALOR-GRV
                  ";FOLHA " WS-ANOMES " " WS-CTA-NOME(WS-IND-CTA)
               DELIMITED BY SIZE INTO REG-LANCAMENTO
           END-STRING.
           WRITE REG-LANCAMENTO.
           ADD 1 TO WS-QT-PARTIDAS.
       0410-GRAVAR-PARTIDA-FIM. EXIT.
      ******************************************************************
       0500-EMITIR-RELATORIO   SECTION.
       0501-EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CUSTO DA FOLHA POR CENTRO DE CUSTO - COMPETENCIA "
                  WS-ANOMES(5:2) "/" WS-ANOMES(1:4)
                  " - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE ALL "=" TO REG-RELATORIO(1:101).
           PERFORM 0900-GRAVAR-LINHA.
           STRING "CENTRO     PESSOAS" "     SALARIOS"
                  "  HORAS EXTRAS" "  INSS EMPRESA" "          FGTS"
                  "    BENEFICIOS" "   CUSTO TOTAL"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE ALL "-" TO REG-RELATORIO(1:101).
           PERFORM 0900-GRAVAR-LINHA.

           MOVE ZEROS TO WS-TOT-PESSOAS WS-TOT-GERAL.
           PERFORM VARYING WS-IND-CC FROM 1 BY 1
                   UNTIL WS-IND-CC GREATER THAN WS-QTD-CC
               MOVE WS-CC-CODIGO(WS-IND-CC) TO REG-RELATORIO(1:10)
               MOVE WS-CC-PESSOAS(WS-IND-CC) TO WS-PESSOAS-EDT
               MOVE WS-PESSOAS-EDT TO REG-RELATORIO(12:6)
               ADD WS-CC-PESSOAS(WS-IND-CC) TO WS-TOT-PESSOAS
               MOVE ZEROS TO WS-TOT-CC
               PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                       UNTIL WS-IND-CTA GREATER THAN 5
                   MOVE WS-CC-VALOR(WS-IND-CC, WS-IND-CTA)
                           TO WS-VALOR-EDT
                   COMPUTE WS-POS = 19 + (WS-IND-CTA - 1) * 14
                   MOVE WS-VALOR-EDT TO REG-RELATORIO(WS-POS:13)
                   ADD WS-CC-VALOR(WS-IND-CC, WS-IND-CTA) TO WS-TOT-CC
                   ADD WS-CC-VALOR(WS-IND-CC, WS-IND-CTA)
                           TO WS-TOT-COLUNA(WS-IND-CTA)
               END-PERFORM
               MOVE WS-TOT-CC TO WS-VALOR-EDT
               MOVE WS-VALOR-EDT TO REG-RELATORIO(89:13)
               ADD WS-TOT-CC TO WS-TOT-GERAL
               PERFORM 0900-GRAVAR-LINHA
           END-PERFORM.

           MOVE ALL "-" TO REG-RELATORIO(1:101).
           PERFORM 0900-GRAVAR-LINHA.
           MOVE "TOTAL" TO REG-RELATORIO(1:10).
           MOVE WS-TOT-PESSOAS TO WS-PESSOAS-EDT.
           MOVE WS-PESSOAS-EDT TO REG-RELATORIO(12:6).
           PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                   UNTIL WS-IND-CTA GREATER THAN 5
               MOVE WS-TOT-COLUNA(WS-IND-CTA) TO WS-VALOR-EDT
               COMPUTE WS-POS = 19 + (WS-IND-CTA - 1) * 14
               MOVE WS-VALOR-EDT TO REG-RELATORIO(WS-POS:13)
           END-PERFORM.
           MOVE WS-TOT-GERAL TO WS-TOTAL-EDT.
           MOVE WS-TOTAL-EDT TO REG-RELATORIO(88:14).
           PERFORM 0900-GRAVAR-LINHA.

      *--> OBRIGACOES GERADAS PELA FOLHA (OS CREDITOS DO LANCAMENTO)
           PERFORM 0900-GRAVAR-LINHA.
           MOVE "OBRIGACOES DA FOLHA" TO REG-RELATORIO.
           PERFORM 0900-GRAVAR-LINHA.
           PERFORM VARYING WS-IND-CTA FROM 6 BY 1
                   UNTIL WS-IND-CTA GREATER THAN 12
               MOVE WS-CREDITO(WS-IND-CTA - 5) TO WS-VALOR-EDT
               STRING "  " WS-CTA-CODIGO(WS-IND-CTA) " "
                      WS-CTA-NOME(WS-IND-CTA) " " WS-VALOR-EDT
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               PERFORM 0900-GRAVAR-LINHA
           END-PERFORM.

           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-QT-CONTRACHEQUES TO WS-QTD-EDT.
           STRING "CONTRACHEQUES RATEADOS: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           IF WS-QT-OUTROS GREATER THAN ZEROS
               MOVE WS-QT-OUTROS TO WS-QTD-EDT
               STRING "OUTROS BLOCOS DO FOLHA.TXT (RECIBOS/TERMOS) "
                      "FORA DO RATEIO: " WS-QTD-EDT
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               PERFORM 0900-GRAVAR-LINHA
           END-IF.
           IF WS-QT-NAO-FECHA GREATER THAN ZEROS
               MOVE WS-QT-NAO-FECHA TO WS-QTD-EDT
               STRING "*** CONTRACHEQUES QUE NAO FECHAM: " WS-QTD-EDT
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               PERFORM 0900-GRAVAR-LINHA
           END-IF.
           MOVE WS-TOT-DEBITOS  TO WS-TOTAL-EDT.
           MOVE WS-TOT-CREDITOS TO WS-TOTAL2-EDT.
           IF WS-TOT-DEBITOS EQUAL WS-TOT-CREDITOS
               MOVE WS-QT-PARTIDAS TO WS-QTD-EDT
               STRING "LANCAMENTO " WS-LANC-PATH(10:20)
                      WS-QTD-EDT " PARTIDAS - DEBITOS " WS-TOTAL-EDT
                      " = CREDITOS " WS-TOTAL2-EDT
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
           ELSE
               STRING "*** LANCAMENTO NAO GERADO - DEBITOS "
                      WS-TOTAL-EDT " CREDITOS " WS-TOTAL2-EDT
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
           END-IF.
           PERFORM 0900-GRAVAR-LINHA.
           CLOSE RELATORIO.
       0500-EMITIR-RELATORIO-FIM. EXIT.
      ******************************************************************
       0900-GRAVAR-LINHA       SECTION.
       0901-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           ADD 1 TO WS-SPO-LINHAS.
           MOVE SPACES TO REG-RELATORIO.
       0900-GRAVAR-LINHA-FIM.  EXIT.
      ******************************************************************
       END PROGRAM RATEIO-FOLHA.
