      *          aprova ou rejeita, ficando carimbado como aprovador;
      *          o reembolso (CALCULA-VALOR-VIAGEM) passa a pagar so
      *          as aprovadas.
      *          Cada solicitacao leva o departamento do funcionario
      *          (quarto campo do viagens.txt, ou informado na
      *          revisao) e a data da decisao. Antes de decidir, o
      *          supervisor ve o orcamento de viagem do departamento
      *          no mes (orcamento.txt) com o comprometido pelas
      *          viagens aprovadas em aberto, o realizado das ja
      *          prestadas e o saldo; aprovacao acima do saldo avisa
      *          e pede confirmacao, ou e bloqueada quando
      *          APROVA_ORCAMENTO_BLOQUEIA=S (RELAT-ORCAMENTO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   "C:\teste\adiantamentos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ADIANTAMENTOS.

      *--> ORCAMENTO DE VIAGEM: DEPARTAMENTO;AAAAMM;VALOR
           SELECT ORCAMENTO ASSIGN TO "C:\teste\orcamento.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ORCAMENTO.

      *--> DESPESAS PRESTADAS (PRESTA-CONTAS): O REALIZADO DAS
      *    VIAGENS JA FECHADAS
           SELECT PRESTACOES ASSIGN TO "C:\teste\prestacoes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PRESTACOES.
      ******************************************************************
       DATA DIVISION.
       FILE                    SECTION.
      *
       FD  ADIANTAMENTOS.
       01  REG-ADIANTAMENTO            PIC X(60).
      *
       FD  ORCAMENTO.
       01  REG-ORCAMENTO               PIC X(50).
      *
       FD  PRESTACOES.
       01  REG-PRESTACAO               PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
       77  FS-VIAGENS               PIC X(02)      VALUE SPACES.
           05 WS-SOL-VALOR          PIC 9(05)V99.
           05 WS-SOL-SITUACAO       PIC X(01).
           05 WS-SOL-APROVADOR      PIC X(10).
           05 WS-SOL-DEPTO          PIC X(10).
           05 WS-SOL-DT-DECISAO     PIC 9(08).
       77  WS-ULTIMO-ID             PIC 9(04)      VALUE ZEROS.
       77  WS-DT-DECISAO-X          PIC X(08)      VALUE SPACES.

      *--> LEITURA DOS CAMPOS COM VIRGULA IMPLICITA
       01  WS-GAS-X                 PIC X(03)      VALUE ZEROS.
      *    DE 9V99 (VIRGULA IMPLICITA)
       77  WS-GAS-ENT               PIC X(06)      VALUE SPACES.
       77  FS-ADIANTAMENTOS         PIC X(02)      VALUE SPACES.
       77  WS-DEPTO                 PIC X(10)      VALUE SPACES.
       77  WS-DATA-HOJE             PIC 9(08)      VALUE ZEROS.

      *--> ORCAMENTO DO DEPARTAMENTO NO MES DA DECISAO
       77  FS-ORCAMENTO             PIC X(02)      VALUE SPACES.
       77  FS-PRESTACOES            PIC X(02)      VALUE SPACES.
       77  WS-MES-ATUAL             PIC X(06)      VALUE SPACES.
       77  WS-ORC-DEPTO             PIC X(10)      VALUE SPACES.
       77  WS-ORC-MES               PIC X(06)      VALUE SPACES.
       01  WS-ORC-VALOR-X           PIC X(09)      VALUE ZEROS.
       01  WS-ORC-VALOR REDEFINES WS-ORC-VALOR-X
                                    PIC 9(07)V99.
       77  WS-ORC-TEM               PIC X          VALUE "N".
       77  WS-ORC-ORCADO            PIC 9(07)V99   VALUE ZEROS.
       77  WS-ORC-COMPROMETIDO      PIC 9(07)V99   VALUE ZEROS.
       77  WS-ORC-REALIZADO         PIC 9(07)V99   VALUE ZEROS.
       77  WS-ORC-CONSUMIDO         PIC 9(08)V99   VALUE ZEROS.
       77  WS-ORC-SALDO             PIC S9(08)V99  VALUE ZEROS.
       77  WS-ORC-EXCEDE            PIC X          VALUE "N".
       77  WS-ORC-BLOQUEIA          PIC X          VALUE "N".
       77  WS-ORC-CONFIRMA          PIC X          VALUE SPACES.
       77  WS-ORC-EDT               PIC ZZ.ZZZ.ZZ9,99.
       77  WS-SALDO-EDT             PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-IND-AUX               PIC 9(03)      VALUE ZEROS.

      *--> LINHA DO PRESTACOES.TXT (ID;CATEGORIA;REAIS;...;SITUACAO)
       77  WS-PRE-ID                PIC X(04)      VALUE SPACES.
       77  WS-PRE-CATEG             PIC X(10)      VALUE SPACES.
       01  WS-PRE-REAIS-X           PIC X(07)      VALUE ZEROS.
       01  WS-PRE-REAIS REDEFINES WS-PRE-REAIS-X
                                    PIC 9(05)V99.
       77  WS-PRE-IGNORA            PIC X(09)      VALUE SPACES.
       77  WS-PRE-SITUACAO          PIC X(01)      VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE(1:6) TO WS-MES-ATUAL.
           ACCEPT WS-ORC-BLOQUEIA
               FROM ENVIRONMENT "APROVA_ORCAMENTO_BLOQUEIA".
           MOVE FUNCTION UPPER-CASE(WS-ORC-BLOQUEIA)
                   TO WS-ORC-BLOQUEIA.
           PERFORM 0100-CARREGAR-SOLICITACOES.
           PERFORM 0200-PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM 0400-FINALIZAR.
                          OR WS-QTD-SOL EQUAL 100
                   ADD 1 TO WS-QTD-SOL
                   MOVE ZEROS TO WS-GAS-X WS-VALOR-X
                   MOVE SPACES TO WS-SOL-DEPTO(WS-QTD-SOL)
                                  WS-DT-DECISAO-X
                   UNSTRING REG-SOLICITACAO DELIMITED BY ";"
                       INTO WS-SOL-ID(WS-QTD-SOL)
                            WS-SOL-NOME(WS-QTD-SOL)
                            WS-VALOR-X
                            WS-SOL-SITUACAO(WS-QTD-SOL)
                            WS-SOL-APROVADOR(WS-QTD-SOL)
                            WS-SOL-DEPTO(WS-QTD-SOL)
                            WS-DT-DECISAO-X
                   END-UNSTRING
                   MOVE WS-GAS   TO WS-SOL-VALOR-GAS(WS-QTD-SOL)
                   MOVE WS-VALOR TO WS-SOL-VALOR(WS-QTD-SOL)
                   IF WS-DT-DECISAO-X IS NUMERIC
                       MOVE WS-DT-DECISAO-X
                               TO WS-SOL-DT-DECISAO(WS-QTD-SOL)
                   ELSE
                       MOVE ZEROS TO WS-SOL-DT-DECISAO(WS-QTD-SOL)
                   END-IF
                   IF WS-SOL-ID(WS-QTD-SOL) GREATER THAN WS-ULTIMO-ID
                       MOVE WS-SOL-ID(WS-QTD-SOL) TO WS-ULTIMO-ID
                   END-IF
               READ VIAGENS
               PERFORM UNTIL FS-VIAGENS NOT EQUAL "00"
                          OR WS-QTD-SOL EQUAL 100
                   MOVE SPACES TO WS-NOME WS-GAS-ENT WS-DEPTO
                   MOVE ZEROS  TO WS-CIDADE WS-GAS-X
                   UNSTRING REG-VIAGEM DELIMITED BY ";"
                       INTO WS-NOME WS-CIDADE WS-GAS-ENT WS-DEPTO
                   END-UNSTRING
                   COMPUTE WS-GAS = FUNCTION NUMVAL(WS-GAS-ENT)
                   IF WS-CIDADE GREATER THAN ZEROS
                       MOVE "S" TO WS-SOL-SITUACAO(WS-QTD-SOL)
                       MOVE SPACES
                               TO WS-SOL-APROVADOR(WS-QTD-SOL)
                       MOVE FUNCTION UPPER-CASE(WS-DEPTO)
                               TO WS-SOL-DEPTO(WS-QTD-SOL)
                       MOVE ZEROS
                               TO WS-SOL-DT-DECISAO(WS-QTD-SOL)
                       MOVE "S" TO WS-MUDOU
                   ELSE
                       DISPLAY "CIDADE DESCONHECIDA PARA " WS-NOME
           IF WS-ACHOU EQUAL "N"
               DISPLAY "SOLICITACAO NAO ENCONTRADA OU JA DECIDIDA"
           ELSE
               IF WS-SOL-DEPTO(WS-IND-SOL) EQUAL SPACES
                   DISPLAY "DEPARTAMENTO DO FUNCIONARIO: "
                   MOVE SPACES TO WS-DEPTO
                   ACCEPT WS-DEPTO
                   MOVE FUNCTION UPPER-CASE(WS-DEPTO)
                           TO WS-SOL-DEPTO(WS-IND-SOL)
                   MOVE "S" TO WS-MUDOU
               END-IF
               PERFORM 0330-CONFERIR-ORCAMENTO
               DISPLAY "APROVADOR: "
               ACCEPT WS-APROVADOR
               DISPLAY "(A)PROVAR OU (R)EJEITAR? "
               ACCEPT WS-DECISAO
               MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO
      *--> ACIMA DO SALDO: BLOQUEIA OU PEDE CONFIRMACAO EXPRESSA
               IF WS-DECISAO EQUAL "A" AND WS-ORC-EXCEDE EQUAL "S"
                   IF WS-ORC-BLOQUEIA EQUAL "S"
                       DISPLAY "APROVACAO BLOQUEADA - ORCAMENTO DO "
                               "DEPARTAMENTO ESGOTADO"
                       MOVE SPACES TO WS-DECISAO
                   ELSE
                       DISPLAY "ACIMA DO ORCAMENTO. APROVAR MESMO "
                               "ASSIM? (S/N) "
                       MOVE SPACES TO WS-ORC-CONFIRMA
                       ACCEPT WS-ORC-CONFIRMA
                       IF FUNCTION UPPER-CASE(WS-ORC-CONFIRMA)
                               NOT EQUAL "S"
                           MOVE SPACES TO WS-DECISAO
                       END-IF
                   END-IF
               END-IF
               EVALUATE WS-DECISAO
                   WHEN "A"
                       MOVE "A" TO WS-SOL-SITUACAO(WS-IND-SOL)
                       MOVE WS-APROVADOR
                               TO WS-SOL-APROVADOR(WS-IND-SOL)
                       MOVE WS-DATA-HOJE
                               TO WS-SOL-DT-DECISAO(WS-IND-SOL)
                       MOVE "S" TO WS-MUDOU
                       PERFORM 0320-REGISTRAR-ADIANTAMENTO
                       DISPLAY "VIAGEM APROVADA - ADIANTAMENTO "
                       MOVE "R" TO WS-SOL-SITUACAO(WS-IND-SOL)
                       MOVE WS-APROVADOR
                               TO WS-SOL-APROVADOR(WS-IND-SOL)
                       MOVE WS-DATA-HOJE
                               TO WS-SOL-DT-DECISAO(WS-IND-SOL)
                       MOVE "S" TO WS-MUDOU
                       DISPLAY "VIAGEM REJEITADA"
                   WHEN OTHER
           WRITE REG-ADIANTAMENTO.
           CLOSE ADIANTAMENTOS.
       0320-REGISTRAR-ADIANTAMENTO-FIM. EXIT.
      ******************************************************************
      *--> SALDO DO DEPARTAMENTO NO MES CORRENTE = ORCADO - VIAGENS
      *    APROVADAS AINDA EM ABERTO (VALOR ESTIMADO) - REALIZADO DAS
      *    JA PRESTADAS (PRESTACOES.TXT). A VIAGEM EM REVISAO EXCEDE
      *    QUANDO PASSA DO SALDO OU QUANDO NAO HA ORCAMENTO NO MES.
       0330-CONFERIR-ORCAMENTO SECTION.
       0331-CONFERIR-ORCAMENTO.
           MOVE "N" TO WS-ORC-TEM WS-ORC-EXCEDE.
           MOVE ZEROS TO WS-ORC-ORCADO WS-ORC-COMPROMETIDO
                         WS-ORC-REALIZADO.

           OPEN INPUT ORCAMENTO.
           IF FS-ORCAMENTO EQUAL "00"
               READ ORCAMENTO
               PERFORM UNTIL FS-ORCAMENTO NOT EQUAL "00"
                   MOVE SPACES TO WS-ORC-DEPTO WS-ORC-MES
                   MOVE ZEROS  TO WS-ORC-VALOR-X
                   UNSTRING REG-ORCAMENTO DELIMITED BY ";"
                       INTO WS-ORC-DEPTO WS-ORC-MES WS-ORC-VALOR-X
                   END-UNSTRING
                   IF FUNCTION UPPER-CASE(WS-ORC-DEPTO) EQUAL
                           WS-SOL-DEPTO(WS-IND-SOL)
                      AND WS-ORC-MES EQUAL WS-MES-ATUAL
                      AND WS-ORC-VALOR-X IS NUMERIC
                       MOVE "S" TO WS-ORC-TEM
                       ADD WS-ORC-VALOR TO WS-ORC-ORCADO
                   END-IF
                   READ ORCAMENTO
               END-PERFORM
               CLOSE ORCAMENTO
           END-IF.

           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX GREATER THAN WS-QTD-SOL
               IF WS-SOL-DEPTO(WS-IND-AUX) EQUAL
                       WS-SOL-DEPTO(WS-IND-SOL)
                  AND WS-SOL-SITUACAO(WS-IND-AUX) EQUAL "A"
                  AND WS-SOL-DT-DECISAO(WS-IND-AUX)(1:6) EQUAL
                          WS-MES-ATUAL
                   ADD WS-SOL-VALOR(WS-IND-AUX)
                       TO WS-ORC-COMPROMETIDO
               END-IF
           END-PERFORM.

           OPEN INPUT PRESTACOES.
           IF FS-PRESTACOES EQUAL "00"
               READ PRESTACOES
               PERFORM UNTIL FS-PRESTACOES NOT EQUAL "00"
                   PERFORM 0335-SOMAR-REALIZADO
                   READ PRESTACOES
               END-PERFORM
               CLOSE PRESTACOES
           END-IF.

           COMPUTE WS-ORC-CONSUMIDO =
                   WS-ORC-COMPROMETIDO + WS-ORC-REALIZADO.
           COMPUTE WS-ORC-SALDO = WS-ORC-ORCADO - WS-ORC-CONSUMIDO.
           DISPLAY "ORCAMENTO DE VIAGEM - DEPTO "
                   WS-SOL-DEPTO(WS-IND-SOL) " - MES " WS-MES-ATUAL.
           IF WS-ORC-TEM EQUAL "N"
               DISPLAY "  SEM ORCAMENTO CADASTRADO PARA O MES"
               MOVE "S" TO WS-ORC-EXCEDE
               EXIT SECTION
           END-IF.
           MOVE WS-ORC-ORCADO TO WS-ORC-EDT.
           DISPLAY "  ORCADO       " WS-ORC-EDT.
           MOVE WS-ORC-COMPROMETIDO TO WS-ORC-EDT.
           DISPLAY "  COMPROMETIDO " WS-ORC-EDT.
           MOVE WS-ORC-REALIZADO TO WS-ORC-EDT.
           DISPLAY "  REALIZADO    " WS-ORC-EDT.
           MOVE WS-ORC-SALDO TO WS-SALDO-EDT.
           DISPLAY "  SALDO       " WS-SALDO-EDT.
           MOVE WS-SOL-VALOR(WS-IND-SOL) TO WS-ORC-EDT.
           DISPLAY "  ESTA VIAGEM  " WS-ORC-EDT.
           IF WS-SOL-VALOR(WS-IND-SOL) GREATER THAN WS-ORC-SALDO
               MOVE "S" TO WS-ORC-EXCEDE
               DISPLAY "  *** VIAGEM ACIMA DO SALDO DO ORCAMENTO ***"
           END-IF.
       0330-CONFERIR-ORCAMENTO-FIM. EXIT.
      ******************************************************************
      *--> DESPESA CONVERTIDA (NAO RETIDA) DE VIAGEM JA PRESTADA ("F")
      *    DO DEPARTAMENTO, DECIDIDA NO MES CORRENTE
       0335-SOMAR-REALIZADO    SECTION.
       0336-SOMAR-REALIZADO.
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
           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX GREATER THAN WS-QTD-SOL
               IF WS-SOL-ID(WS-IND-AUX) EQUAL
                       FUNCTION NUMVAL(WS-PRE-ID)
                   IF WS-SOL-DEPTO(WS-IND-AUX) EQUAL
                           WS-SOL-DEPTO(WS-IND-SOL)
                      AND WS-SOL-SITUACAO(WS-IND-AUX) EQUAL "F"
                      AND WS-SOL-DT-DECISAO(WS-IND-AUX)(1:6) EQUAL
                              WS-MES-ATUAL
                       ADD WS-PRE-REAIS TO WS-ORC-REALIZADO
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0335-SOMAR-REALIZADO-FIM. EXIT.
      ******************************************************************
       0400-FINALIZAR          SECTION.
       0401-FINALIZAR.
                          ";" WS-SOL-VALOR(WS-IND-SOL)
                          ";" WS-SOL-SITUACAO(WS-IND-SOL)
                          ";" WS-SOL-APROVADOR(WS-IND-SOL)
                          ";" WS-SOL-DEPTO(WS-IND-SOL)
                          ";" WS-SOL-DT-DECISAO(WS-IND-SOL)
                       DELIMITED BY SIZE INTO REG-SOLICITACAO
                   END-STRING
                   WRITE REG-SOLICITACAO
