      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Orcado x realizado de viagem por departamento
      *          Para o mes pedido (AAAAMM, vazio = mes corrente) cruza
      *          o orcamento de viagem (orcamento.txt) com as viagens
      *          decididas no mes em solicitacoes.txt: comprometido e
      *          o valor estimado das aprovadas ainda em aberto, e
      *          realizado e a despesa convertida das ja prestadas
      *          (prestacoes.txt, sem as linhas retidas). Saldo =
      *          orcado - comprometido - realizado, marcado quando
      *          estoura. Departamento com viagem e sem orcamento
      *          tambem sai. Saida em relorcamento.txt e na tela; a
      *          rodada fica no catalogo de relatorios (SPOOLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. RELAT-ORCAMENTO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO "C:\teste\orcamento.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ORCAMENTO.

           SELECT SOLICITACOES ASSIGN TO "C:\teste\solicitacoes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-SOLICITACOES.

           SELECT PRESTACOES ASSIGN TO "C:\teste\prestacoes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PRESTACOES.

           SELECT RELATORIO ASSIGN TO "C:\teste\relorcamento.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
      *--> DEPARTAMENTO;AAAAMM;VALOR
       FD  ORCAMENTO.
       01  REG-ORCAMENTO               PIC X(50).
      *
      *--> ID;NOME;CIDADE;GASOLINA;VALOR;SITUACAO;APROVADOR;
      *    DEPARTAMENTO;DATA DA DECISAO
       FD  SOLICITACOES.
       01  REG-SOLICITACAO             PIC X(100).
      *
      *--> ID;CATEGORIA;REAIS;MOEDA;ORIGINAL;DATA;COTACAO;VIGENCIA;
      *    SITUACAO
       FD  PRESTACOES.
       01  REG-PRESTACAO               PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-ORCAMENTO        PIC X(02)           VALUE SPACES.
       77  FS-SOLICITACOES     PIC X(02)           VALUE SPACES.
       77  FS-PRESTACOES       PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.

       77  WS-MES-ENT          PIC X(06)           VALUE SPACES.
       77  WS-MES-REL          PIC X(06)           VALUE SPACES.

      *--> LINHA DO ORCAMENTO
       77  WS-ORC-DEPTO        PIC X(10)           VALUE SPACES.
       77  WS-ORC-MES          PIC X(06)           VALUE SPACES.
       01  WS-ORC-VALOR-X      PIC X(09)           VALUE ZEROS.
       01  WS-ORC-VALOR REDEFINES WS-ORC-VALOR-X
                               PIC 9(07)V99.

      *--> SOLICITACOES DECIDIDAS NO MES (SO APROVADAS E FECHADAS)
       77  WS-QTD-SOL          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-SOL          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-SOL          OCCURS 500 TIMES.
           05 WS-SOL-ID        PIC 9(04).
           05 WS-SOL-SITUACAO  PIC X(01).
           05 WS-SOL-DEPTO     PIC X(10).
           05 WS-SOL-VALOR     PIC 9(05)V99.
       77  WS-LIN-ID           PIC X(04)           VALUE SPACES.
       77  WS-LIN-NOME         PIC X(10)           VALUE SPACES.
       77  WS-LIN-CIDADE       PIC X(01)           VALUE SPACES.
       77  WS-LIN-GAS          PIC X(03)           VALUE SPACES.
       01  WS-LIN-VALOR-X      PIC X(07)           VALUE ZEROS.
       01  WS-LIN-VALOR REDEFINES WS-LIN-VALOR-X
                               PIC 9(05)V99.
       77  WS-LIN-SITUACAO     PIC X(01)           VALUE SPACES.
       77  WS-LIN-APROVADOR    PIC X(10)           VALUE SPACES.
       77  WS-LIN-DEPTO        PIC X(10)           VALUE SPACES.
       77  WS-LIN-DT-DECISAO   PIC X(08)           VALUE SPACES.

      *--> LINHA DO PRESTACOES.TXT
       77  WS-PRE-ID           PIC X(04)           VALUE SPACES.
       77  WS-PRE-CATEG        PIC X(10)           VALUE SPACES.
       01  WS-PRE-REAIS-X      PIC X(07)           VALUE ZEROS.
       01  WS-PRE-REAIS REDEFINES WS-PRE-REAIS-X
                               PIC 9(05)V99.
       77  WS-PRE-IGNORA       PIC X(09)           VALUE SPACES.
       77  WS-PRE-SITUACAO     PIC X(01)           VALUE SPACES.

      *--> QUADRO POR DEPARTAMENTO
       77  WS-QTD-DEP          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-DEP          PIC 9(03)           VALUE ZEROS.
       77  WS-DEP-ACHADO       PIC 9(03)           VALUE ZEROS.
       77  WS-DEP-PROCURA      PIC X(10)           VALUE SPACES.
       01  WS-TAB-DEP          OCCURS 100 TIMES.
           05 WS-DEP-NOME          PIC X(10).
           05 WS-DEP-TEM-ORC       PIC X(01).
           05 WS-DEP-ORCADO        PIC 9(07)V99.
           05 WS-DEP-COMPROMETIDO  PIC 9(07)V99.
           05 WS-DEP-REALIZADO     PIC 9(07)V99.
       77  WS-CONSUMIDO        PIC 9(08)V99        VALUE ZEROS.
       77  WS-SALDO            PIC S9(08)V99       VALUE ZEROS.

      *--> TOTAIS E EDICAO
       77  WS-TOT-ORCADO       PIC 9(09)V99        VALUE ZEROS.
       77  WS-TOT-COMPROMETIDO PIC 9(09)V99        VALUE ZEROS.
       77  WS-TOT-REALIZADO    PIC 9(09)V99        VALUE ZEROS.
       77  WS-TOT-CONSUMIDO    PIC 9(09)V99        VALUE ZEROS.
       77  WS-TOT-SALDO        PIC S9(09)V99       VALUE ZEROS.
       77  WS-ORCADO-EDT       PIC ZZ.ZZZ.ZZ9,99.
       77  WS-COMPROM-EDT      PIC ZZ.ZZZ.ZZ9,99.
       77  WS-REALIZ-EDT       PIC ZZ.ZZZ.ZZ9,99.
       77  WS-SALDO-EDT        PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-MARCA            PIC X(12)           VALUE SPACES.

      *--> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA     PIC X(10)           VALUE "RELORCAMEN".
       77  WS-SPO-ARQUIVO      PIC X(60)
                               VALUE "C:\teste\relorcamento.txt".
       77  WS-SPO-LINHAS       PIC 9(06)           VALUE ZEROS.
       77  WS-SPO-OPERADOR     PIC X(10)           VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-LER-ORCAMENTO.
           PERFORM 0300-LER-SOLICITACOES.
           PERFORM 0400-LER-PRESTACOES.
           PERFORM 0500-EMITIR-RELATORIO.
           CALL "SPOOLCTL" USING WS-SPO-PROGRAMA WS-SPO-ARQUIVO
                                 WS-SPO-LINHAS WS-SPO-OPERADOR.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           DISPLAY "MES DO ORCAMENTO (AAAAMM, VAZIO = MES CORRENTE): ".
           ACCEPT WS-MES-ENT.
           IF WS-MES-ENT IS NUMERIC
               MOVE WS-MES-ENT TO WS-MES-REL
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MES-REL
           END-IF.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0200-LER-ORCAMENTO      SECTION.
       0201-LER-ORCAMENTO.
           OPEN INPUT ORCAMENTO.
           IF FS-ORCAMENTO NOT EQUAL "00"
               DISPLAY "ORCAMENTO.TXT INDISPONIVEL"
               EXIT SECTION
           END-IF.
           READ ORCAMENTO.
           PERFORM UNTIL FS-ORCAMENTO NOT EQUAL "00"
               MOVE SPACES TO WS-ORC-DEPTO WS-ORC-MES
               MOVE ZEROS  TO WS-ORC-VALOR-X
               UNSTRING REG-ORCAMENTO DELIMITED BY ";"
                   INTO WS-ORC-DEPTO WS-ORC-MES WS-ORC-VALOR-X
               END-UNSTRING
               IF WS-ORC-MES EQUAL WS-MES-REL
                  AND WS-ORC-VALOR-X IS NUMERIC
                   MOVE FUNCTION UPPER-CASE(WS-ORC-DEPTO)
                           TO WS-DEP-PROCURA
                   PERFORM 0900-LOCALIZAR-DEPTO
                   IF WS-DEP-ACHADO GREATER THAN ZEROS
                       MOVE "S" TO WS-DEP-TEM-ORC(WS-DEP-ACHADO)
                       ADD WS-ORC-VALOR
                           TO WS-DEP-ORCADO(WS-DEP-ACHADO)
                   END-IF
               END-IF
               READ ORCAMENTO
           END-PERFORM.
           CLOSE ORCAMENTO.
       0200-LER-ORCAMENTO-FIM. EXIT.
      ******************************************************************
      *--> VIAGEM CONTA NO MES DA DECISAO; APROVADA EM ABERTO ("A")
      *    COMPROMETE O VALOR ESTIMADO, FECHADA ("F") ESPERA O
      *    REALIZADO DO PRESTACOES.TXT
       0300-LER-SOLICITACOES   SECTION.
       0301-LER-SOLICITACOES.
           OPEN INPUT SOLICITACOES.
           IF FS-SOLICITACOES NOT EQUAL "00"
               DISPLAY "SOLICITACOES.TXT INDISPONIVEL"
               EXIT SECTION
           END-IF.
           READ SOLICITACOES.
           PERFORM UNTIL FS-SOLICITACOES NOT EQUAL "00"
               MOVE SPACES TO WS-LIN-ID WS-LIN-NOME WS-LIN-CIDADE
                              WS-LIN-GAS WS-LIN-SITUACAO
                              WS-LIN-APROVADOR WS-LIN-DEPTO
                              WS-LIN-DT-DECISAO
               MOVE ZEROS  TO WS-LIN-VALOR-X
               UNSTRING REG-SOLICITACAO DELIMITED BY ";"
                   INTO WS-LIN-ID WS-LIN-NOME WS-LIN-CIDADE
                        WS-LIN-GAS WS-LIN-VALOR-X WS-LIN-SITUACAO
                        WS-LIN-APROVADOR WS-LIN-DEPTO
                        WS-LIN-DT-DECISAO
               END-UNSTRING
               IF WS-LIN-DT-DECISAO(1:6) EQUAL WS-MES-REL
                  AND WS-LIN-ID IS NUMERIC
                  AND WS-LIN-DEPTO NOT EQUAL SPACES
                  AND (WS-LIN-SITUACAO EQUAL "A"
                       OR WS-LIN-SITUACAO EQUAL "F")
                  AND WS-QTD-SOL LESS THAN 500
                   PERFORM 0310-GUARDAR-SOLICITACAO
               END-IF
               READ SOLICITACOES
           END-PERFORM.
           CLOSE SOLICITACOES.
       0300-LER-SOLICITACOES-FIM. EXIT.
      ******************************************************************
       0310-GUARDAR-SOLICITACAO SECTION.
       0311-GUARDAR-SOLICITACAO.
           IF WS-LIN-VALOR-X IS NOT NUMERIC
               MOVE ZEROS TO WS-LIN-VALOR-X
           END-IF.
           ADD 1 TO WS-QTD-SOL.
           MOVE WS-LIN-ID       TO WS-SOL-ID(WS-QTD-SOL).
           MOVE WS-LIN-SITUACAO TO WS-SOL-SITUACAO(WS-QTD-SOL).
           MOVE WS-LIN-DEPTO    TO WS-SOL-DEPTO(WS-QTD-SOL).
           MOVE WS-LIN-VALOR    TO WS-SOL-VALOR(WS-QTD-SOL).

           MOVE WS-LIN-DEPTO TO WS-DEP-PROCURA.
           PERFORM 0900-LOCALIZAR-DEPTO.
           IF WS-DEP-ACHADO GREATER THAN ZEROS
              AND WS-LIN-SITUACAO EQUAL "A"
               ADD WS-LIN-VALOR TO WS-DEP-COMPROMETIDO(WS-DEP-ACHADO)
           END-IF.
       0310-GUARDAR-SOLICITACAO-FIM. EXIT.
      ******************************************************************
       0400-LER-PRESTACOES     SECTION.
       0401-LER-PRESTACOES.
           OPEN INPUT PRESTACOES.
           IF FS-PRESTACOES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PRESTACOES.
           PERFORM UNTIL FS-PRESTACOES NOT EQUAL "00"
               PERFORM 0410-SOMAR-REALIZADO
               READ PRESTACOES
           END-PERFORM.
           CLOSE PRESTACOES.
       0400-LER-PRESTACOES-FIM. EXIT.
      ******************************************************************
       0410-SOMAR-REALIZADO    SECTION.
       0411-SOMAR-REALIZADO.
           MOVE SPACES TO WS-PRE-ID WS-PRE-CATEG WS-PRE-SITUACAO.
           MOVE ZEROS  TO WS-PRE-REAIS-X.
           UNSTRING REG-PRESTACAO DELIMITED BY ";"
               INTO WS-PRE-ID WS-PRE-CATEG WS-PRE-REAIS-X
                    WS-PRE-IGNORA WS-PRE-IGNORA WS-PRE-IGNORA
                    WS-PRE-IGNORA WS-PRE-IGNORA WS-PRE-SITUACAO
           END-UNSTRING.
           IF WS-PRE-SITUACAO EQUAL "R"
              OR WS-PRE-ID IS NOT NUMERIC
              OR WS-PRE-REAIS-X IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IND-SOL FROM 1 BY 1
                   UNTIL WS-IND-SOL GREATER THAN WS-QTD-SOL
               IF WS-SOL-ID(WS-IND-SOL) EQUAL
                       FUNCTION NUMVAL(WS-PRE-ID)
                   IF WS-SOL-SITUACAO(WS-IND-SOL) EQUAL "F"
                       MOVE WS-SOL-DEPTO(WS-IND-SOL) TO WS-DEP-PROCURA
                       PERFORM 0900-LOCALIZAR-DEPTO
                       IF WS-DEP-ACHADO GREATER THAN ZEROS
                           ADD WS-PRE-REAIS
                               TO WS-DEP-REALIZADO(WS-DEP-ACHADO)
                       END-IF
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0410-SOMAR-REALIZADO-FIM. EXIT.
      ******************************************************************
       0500-EMITIR-RELATORIO   SECTION.
       0501-EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "ORCADO X REALIZADO DE VIAGEM POR DEPARTAMENTO - "
                  "MES " WS-MES-REL
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0950-GRAVAR-LINHA.
           MOVE ALL "=" TO REG-RELATORIO(1:90).
           PERFORM 0950-GRAVAR-LINHA.
           MOVE "DEPTO             ORCADO  COMPROMETIDO"
                TO REG-RELATORIO.
           MOVE "     REALIZADO          SALDO"
                TO REG-RELATORIO(39:29).
           PERFORM 0950-GRAVAR-LINHA.

           IF WS-QTD-DEP EQUAL ZEROS
               MOVE "NENHUM ORCAMENTO OU VIAGEM NO MES"
                    TO REG-RELATORIO
               PERFORM 0950-GRAVAR-LINHA
           END-IF.

           PERFORM VARYING WS-IND-DEP FROM 1 BY 1
                   UNTIL WS-IND-DEP GREATER THAN WS-QTD-DEP
               PERFORM 0510-EMITIR-DEPTO
           END-PERFORM.

           MOVE ALL "=" TO REG-RELATORIO(1:90).
           PERFORM 0950-GRAVAR-LINHA.
           COMPUTE WS-TOT-CONSUMIDO =
                   WS-TOT-COMPROMETIDO + WS-TOT-REALIZADO.
           COMPUTE WS-TOT-SALDO = WS-TOT-ORCADO - WS-TOT-CONSUMIDO.
           MOVE WS-TOT-ORCADO       TO WS-ORCADO-EDT.
           MOVE WS-TOT-COMPROMETIDO TO WS-COMPROM-EDT.
           MOVE WS-TOT-REALIZADO    TO WS-REALIZ-EDT.
           MOVE WS-TOT-SALDO        TO WS-SALDO-EDT.
           STRING "TOTAL     " " " WS-ORCADO-EDT
                  " " WS-COMPROM-EDT
                  " " WS-REALIZ-EDT
                  " " WS-SALDO-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0950-GRAVAR-LINHA.
           CLOSE RELATORIO.
       0500-EMITIR-RELATORIO-FIM. EXIT.
      ******************************************************************
       0510-EMITIR-DEPTO       SECTION.
       0511-EMITIR-DEPTO.
           COMPUTE WS-CONSUMIDO =
                   WS-DEP-COMPROMETIDO(WS-IND-DEP)
                   + WS-DEP-REALIZADO(WS-IND-DEP).
           COMPUTE WS-SALDO = WS-DEP-ORCADO(WS-IND-DEP) - WS-CONSUMIDO.
           MOVE SPACES TO WS-MARCA.
           IF WS-DEP-TEM-ORC(WS-IND-DEP) EQUAL "N"
               MOVE "SEM ORCAMENTO" TO WS-MARCA
           ELSE
               IF WS-SALDO LESS THAN ZEROS
                   MOVE "*** ESTOURO" TO WS-MARCA
               END-IF
           END-IF.
           ADD WS-DEP-ORCADO(WS-IND-DEP)       TO WS-TOT-ORCADO.
           ADD WS-DEP-COMPROMETIDO(WS-IND-DEP) TO WS-TOT-COMPROMETIDO.
           ADD WS-DEP-REALIZADO(WS-IND-DEP)    TO WS-TOT-REALIZADO.
           MOVE WS-DEP-ORCADO(WS-IND-DEP)       TO WS-ORCADO-EDT.
           MOVE WS-DEP-COMPROMETIDO(WS-IND-DEP) TO WS-COMPROM-EDT.
           MOVE WS-DEP-REALIZADO(WS-IND-DEP)    TO WS-REALIZ-EDT.
           MOVE WS-SALDO                        TO WS-SALDO-EDT.
           STRING WS-DEP-NOME(WS-IND-DEP)
                  " " WS-ORCADO-EDT
                  " " WS-COMPROM-EDT
                  " " WS-REALIZ-EDT
                  " " WS-SALDO-EDT
                  " " WS-MARCA
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0950-GRAVAR-LINHA.
       0510-EMITIR-DEPTO-FIM.  EXIT.
      ******************************************************************
      *--> ACHA (OU ABRE) A LINHA DO DEPARTAMENTO NO QUADRO
       0900-LOCALIZAR-DEPTO    SECTION.
       0901-LOCALIZAR-DEPTO.
           MOVE ZEROS TO WS-DEP-ACHADO.
           PERFORM VARYING WS-IND-DEP FROM 1 BY 1
                   UNTIL WS-IND-DEP GREATER THAN WS-QTD-DEP
               IF WS-DEP-NOME(WS-IND-DEP) EQUAL WS-DEP-PROCURA
                   MOVE WS-IND-DEP TO WS-DEP-ACHADO
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF WS-QTD-DEP LESS THAN 100
               ADD 1 TO WS-QTD-DEP
               MOVE WS-QTD-DEP     TO WS-DEP-ACHADO
               MOVE WS-DEP-PROCURA TO WS-DEP-NOME(WS-DEP-ACHADO)
               MOVE "N"            TO WS-DEP-TEM-ORC(WS-DEP-ACHADO)
               MOVE ZEROS TO WS-DEP-ORCADO(WS-DEP-ACHADO)
                             WS-DEP-COMPROMETIDO(WS-DEP-ACHADO)
                             WS-DEP-REALIZADO(WS-DEP-ACHADO)
           END-IF.
       0900-LOCALIZAR-DEPTO-FIM. EXIT.
      ******************************************************************
       0950-GRAVAR-LINHA       SECTION.
       0951-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           ADD 1 TO WS-SPO-LINHAS.
           MOVE SPACES TO REG-RELATORIO.
       0950-GRAVAR-LINHA-FIM.  EXIT.
      ******************************************************************
       END PROGRAM RELAT-ORCAMENTO.
