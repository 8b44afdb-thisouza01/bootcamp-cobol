      *          solicitacoes.txt tambem ("F") -- a viagem so termina
      *          prestada. O relatorio de aging lista quem ainda deve
      *          notas alem do limite (PRESTACAO_LIMITE_DIAS, 30).
      *          Despesa em moeda estrangeira entra com o codigo da
      *          moeda e a data da transacao e e convertida para reais
      *          pela cotacao vigente na data em cotacoes.txt (mesma
      *          regra do 0221-LOCALIZAR-COTACAO do CONVERSOR); o
      *          demonstrativo mostra valor original, cotacao, data da
      *          cotacao e valor convertido. Linha sem cotacao fica
      *          retida ("R") fora da soma e a prestacao nao fecha:
      *          cadastrada a cotacao, a nova rodada converte as
      *          retidas e segue.
      *          Politica de viagem (politica.txt, por destino e
      *          categoria, limite diario ou por viagem): no fechamento
      *          cada categoria e comparada ao limite do destino da
      *          solicitacao vezes os dias da viagem; o excesso sai
      *          marcado e separado entre reembolsavel e custo do
      *          funcionario, salvo se um aprovador o autorizar. Toda
      *          violacao vai para violacoes.txt (RELAT-POLITICA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT SOLICITACOES ASSIGN TO "C:\teste\solicitacoes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-SOLICITACOES.

      *--> COTACOES POR MOEDA E DATA DE VIGENCIA (MANTIDAS NO
      *    CONVERSOR): MOEDA;VIGENCIA;TAXA
           SELECT COTACOES ASSIGN TO "C:\teste\cotacoes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-COTACOES.

      *--> POLITICA DE VIAGEM: DESTINO;CATEGORIA;TIPO (D POR DIA /
      *    V POR VIAGEM);LIMITE. DESTINO "*" VALE PARA QUALQUER UM
      *    QUE NAO TENHA LINHA PROPRIA
           SELECT POLITICA ASSIGN TO "C:\teste\politica.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-POLITICA.

      *--> VIOLACOES DA POLITICA NAS PRESTACOES FECHADAS
           SELECT VIOLACOES ASSIGN TO "C:\teste\violacoes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-VIOLACOES.
      ******************************************************************
       DATA                    DIVISION.
      *
       FD  ADIANTAMENTOS.
       01  REG-ADIANTAMENTO            PIC X(60).
      *
      *--> ID;CATEGORIA;VALOR EM REAIS;MOEDA;VALOR ORIGINAL;DATA DA
      *    TRANSACAO;COTACAO;VIGENCIA DA COTACAO;SITUACAO (C
      *    CONVERTIDA / R RETIDA SEM COTACAO). LINHAS ANTIGAS TEM SO
      *    OS TRES PRIMEIROS CAMPOS E VALEM COMO REAIS.
       FD  PRESTACOES.
       01  REG-PRESTACAO               PIC X(100).
      *
       FD  REEMBOLSO.
       01  REG-REEMBOLSO               PIC X(60).
      *
       FD  SOLICITACOES.
       01  REG-SOLICITACAO             PIC X(100).
      *
       FD  COTACOES.
       01  REG-COTACAO                 PIC X(50).
      *
       FD  POLITICA.
       01  REG-POLITICA                PIC X(50).
      *
      *--> DATA;ID;NOME;DESTINO;CATEGORIA;DIAS;GASTO;LIMITE;EXCESSO;
      *    REEMBOLSAVEL;CUSTO DO FUNCIONARIO;APROVADOR DO EXCESSO
       FD  VIOLACOES.
       01  REG-VIOLACAO                PIC X(150).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-ADIANTAMENTOS    PIC X(02)           VALUE SPACES.
       77  FS-PRESTACOES       PIC X(02)           VALUE SPACES.
       77  FS-REEMBOLSO        PIC X(02)           VALUE SPACES.
       77  FS-SOLICITACOES     PIC X(02)           VALUE SPACES.
       77  FS-COTACOES         PIC X(02)           VALUE SPACES.
       77  FS-POLITICA         PIC X(02)           VALUE SPACES.
       77  FS-VIOLACOES        PIC X(02)           VALUE SPACES.

       77  WS-OPCAO            PIC 9               VALUE ZEROS.
       77  WS-MUDOU            PIC X               VALUE "N".
       77  WS-DIFERENCA        PIC S9(06)V99       VALUE ZEROS.
       77  WS-DIFERENCA-EDT    PIC -ZZZZZ9,99.

      *--> HISTORICO DE COTACOES (MESMA TABELA DO CONVERSOR)
       77  WS-QTD-COTACOES     PIC 9(03)           VALUE ZEROS.
       77  WS-IND-COT          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-COTACOES     OCCURS 100 TIMES.
           05 WS-COT-MOEDA     PIC X(03).
           05 WS-COT-VIGENCIA  PIC 9(08).
           05 WS-COT-TAXA      PIC 9V9999.
       01  WS-TAXA-LIDA-X      PIC X(06)           VALUE ZEROS.
       01  WS-TAXA-LIDA REDEFINES WS-TAXA-LIDA-X
                               PIC 9V9999.
       77  WS-COT-ACHADA       PIC 9(03)           VALUE ZEROS.
       77  WS-MELHOR-VIGENCIA  PIC 9(08)           VALUE ZEROS.

      *--> PRESTACOES.TXT INTEIRO EM MEMORIA: AS LINHAS RETIDAS DA
      *    VIAGEM SAO RECONVERTIDAS E O ARQUIVO REGRAVADO
       77  WS-QTD-PRE          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-PRE          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-PRE.
           05 WS-PRE-LINHA     PIC X(100)          OCCURS 2000 TIMES.
       77  WS-QT-RETIDAS       PIC 9(03)           VALUE ZEROS.

      *--> DESPESA CORRENTE DESMONTADA
       77  WS-PRE-ID           PIC X(04)           VALUE SPACES.
       77  WS-PRE-CATEG        PIC X(10)           VALUE SPACES.
       01  WS-PRE-REAIS-X      PIC X(07)           VALUE ZEROS.
       01  WS-PRE-REAIS REDEFINES WS-PRE-REAIS-X
                               PIC 9(05)V99.
       77  WS-PRE-MOEDA        PIC X(03)           VALUE SPACES.
       01  WS-PRE-ORIG-X       PIC X(09)           VALUE ZEROS.
       01  WS-PRE-ORIG REDEFINES WS-PRE-ORIG-X
                               PIC 9(07)V99.
       01  WS-PRE-DATA-X       PIC X(08)           VALUE ZEROS.
       01  WS-PRE-DATA REDEFINES WS-PRE-DATA-X
                               PIC 9(08).
       01  WS-PRE-TAXA-X       PIC X(06)           VALUE ZEROS.
       01  WS-PRE-TAXA REDEFINES WS-PRE-TAXA-X
                               PIC 9V9999.
       01  WS-PRE-VIG-X        PIC X(08)           VALUE ZEROS.
       01  WS-PRE-VIG REDEFINES WS-PRE-VIG-X
                               PIC 9(08).
       77  WS-PRE-SITUACAO     PIC X(01)           VALUE SPACES.
       77  WS-MOEDA-ENT        PIC X(03)           VALUE SPACES.
       77  WS-DATA-ENT         PIC X(08)           VALUE SPACES.
       77  WS-ORIG-EDT         PIC Z.ZZZ.ZZ9,99.
       77  WS-REAIS-EDT        PIC ZZ.ZZ9,99.
       77  WS-TAXA-EDT         PIC 9,9999.

      *--> MESMA TABELA DE DESTINOS DO APROVA-VIAGEM (A SOLICITACAO
      *    GUARDA SO O NUMERO DA CIDADE)
       01  WS-TAB-DESTINOS-VALORES.
           03 FILLER               PIC X(16)  VALUE
              "PIRACICABA220130".
           03 FILLER               PIC X(16)  VALUE
              "CAMPINAS  180130".
           03 FILLER               PIC X(16)  VALUE
              "JUNDIAI   120130".
       01  WS-TAB-DESTINOS REDEFINES WS-TAB-DESTINOS-VALORES.
           03 WS-DESTINO OCCURS 3 TIMES.
              05 WS-DEST-NOME       PIC X(10).
              05 WS-DEST-DISTANCIA  PIC 9(03).
              05 WS-DEST-MARKUP     PIC 9V99.

      *--> POLITICA DE VIAGEM EM MEMORIA
       77  WS-QTD-POL          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-POL          PIC 9(03)           VALUE ZEROS.
       77  WS-POL-ACHADA       PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-POL          OCCURS 200 TIMES.
           05 WS-POL-DESTINO   PIC X(10).
           05 WS-POL-CATEG     PIC X(10).
           05 WS-POL-TIPO      PIC X(01).
           05 WS-POL-LIMITE    PIC 9(05)V99.
       01  WS-POL-LIMITE-X     PIC X(07)           VALUE ZEROS.
       01  WS-POL-LIMITE-NUM REDEFINES WS-POL-LIMITE-X
                               PIC 9(05)V99.

      *--> GASTO DA VIAGEM POR CATEGORIA CONTRA O LIMITE
       77  WS-VIA-DESTINO      PIC X(10)           VALUE SPACES.
       77  WS-VIA-SOL-ID       PIC X(04)           VALUE SPACES.
       77  WS-VIA-SOL-NOME     PIC X(10)           VALUE SPACES.
       01  WS-VIA-CIDADE-X     PIC X(01)           VALUE SPACES.
       01  WS-VIA-CIDADE REDEFINES WS-VIA-CIDADE-X
                               PIC 9(01).
       77  WS-VIA-DIAS         PIC 9(03)           VALUE ZEROS.
       77  WS-DIAS-ENT         PIC X(03)           VALUE SPACES.
       77  WS-QTD-CAT          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-CAT          PIC 9(03)           VALUE ZEROS.
       77  WS-CAT-ACHADA       PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-CAT          OCCURS 50 TIMES.
           05 WS-CAT-NOME      PIC X(10).
           05 WS-CAT-GASTO     PIC 9(06)V99.
           05 WS-CAT-LIMITE    PIC 9(06)V99.
           05 WS-CAT-TEM-LIM   PIC X(01).
           05 WS-CAT-EXCESSO   PIC 9(06)V99.
           05 WS-CAT-REEMB     PIC 9(06)V99.
           05 WS-CAT-CUSTO     PIC 9(06)V99.
           05 WS-CAT-APROVADOR PIC X(10).
       77  WS-TOT-REEMBOLSAVEL PIC 9(06)V99        VALUE ZEROS.
       77  WS-TOT-CUSTO-FUNC   PIC 9(06)V99        VALUE ZEROS.
       77  WS-QT-VIOLACOES     PIC 9(03)           VALUE ZEROS.
       77  WS-APROVADOR        PIC X(10)           VALUE SPACES.
       77  WS-GASTO-EDT        PIC ZZZ.ZZ9,99.
       77  WS-LIMITE-EDT       PIC ZZZ.ZZ9,99.
       77  WS-EXCESSO-EDT      PIC ZZZ.ZZ9,99.

      *--> SOLICITACOES RELIDAS PARA FECHAR A VIAGEM PRESTADA
       77  WS-QTD-SOL          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-SOL          PIC 9(03)           VALUE ZEROS.
           END-PERFORM.
           CLOSE ADIANTAMENTOS.
       0100-CARREGAR-ADIANTAMENTOS-FIM. EXIT.
      ******************************************************************
       0110-CARREGAR-COTACOES  SECTION.
       0111-CARREGAR-COTACOES.
           MOVE ZEROS TO WS-QTD-COTACOES.
           OPEN INPUT COTACOES.
           IF FS-COTACOES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ COTACOES.
           PERFORM UNTIL FS-COTACOES NOT EQUAL "00"
                      OR WS-QTD-COTACOES EQUAL 100
               ADD 1 TO WS-QTD-COTACOES
               MOVE ZEROS TO WS-TAXA-LIDA-X
               UNSTRING REG-COTACAO DELIMITED BY ";"
                   INTO WS-COT-MOEDA(WS-QTD-COTACOES)
                        WS-COT-VIGENCIA(WS-QTD-COTACOES)
                        WS-TAXA-LIDA-X
               END-UNSTRING
               MOVE WS-TAXA-LIDA TO WS-COT-TAXA(WS-QTD-COTACOES)
               READ COTACOES
           END-PERFORM.
           CLOSE COTACOES.
       0110-CARREGAR-COTACOES-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
               EXIT SECTION
           END-IF.

           PERFORM 0110-CARREGAR-COTACOES.
           PERFORM 0410-CARREGAR-PRESTACOES.
           MOVE ZEROS TO WS-TOT-DESPESAS WS-QT-RETIDAS.

      *--> DESPESAS JA LANCADAS DESTA VIAGEM: A RETIDA TENTA DE NOVO A
      *    COTACAO; AS CONVERTIDAS ENTRAM NA SOMA
           PERFORM VARYING WS-IND-PRE FROM 1 BY 1
                   UNTIL WS-IND-PRE GREATER THAN WS-QTD-PRE
               PERFORM 0420-DESMONTAR-PRESTACAO
               IF WS-PRE-ID IS NUMERIC
                  AND FUNCTION NUMVAL(WS-PRE-ID) EQUAL WS-ID-ENT
                   IF WS-PRE-SITUACAO EQUAL "R"
                       PERFORM 0430-CONVERTER
                       PERFORM 0435-MONTAR-PRESTACAO
                   END-IF
                   IF WS-PRE-SITUACAO EQUAL "R"
                       ADD 1 TO WS-QT-RETIDAS
                   ELSE
                       ADD WS-PRE-REAIS TO WS-TOT-DESPESAS
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "X" TO WS-CATEGORIA.
           PERFORM UNTIL WS-CATEGORIA EQUAL SPACES
               DISPLAY "CATEGORIA DA DESPESA (VAZIA ENCERRA): "
               MOVE SPACES TO WS-CATEGORIA
               ACCEPT WS-CATEGORIA
               MOVE FUNCTION UPPER-CASE(WS-CATEGORIA) TO WS-CATEGORIA
               IF WS-CATEGORIA NOT EQUAL SPACES
                   PERFORM 0440-DIGITAR-DESPESA
               END-IF
           END-PERFORM.
           PERFORM 0460-REGRAVAR-PRESTACOES.
           PERFORM 0450-DEMONSTRATIVO.

           IF WS-QT-RETIDAS GREATER THAN ZEROS
               DISPLAY "PRESTACAO PENDENTE: " WS-QT-RETIDAS
                       " DESPESA(S) SEM COTACAO VIGENTE NA DATA."
               DISPLAY "CADASTRE A COTACAO NO CONVERSOR E PRESTE "
                       "CONTAS DE NOVO - ADIANTAMENTO CONTINUA ABERTO"
               EXIT SECTION
           END-IF.

      *--> O ACERTO COM O ADIANTAMENTO E FEITO SO SOBRE A PARTE
      *    REEMBOLSAVEL; O EXCESSO NAO AUTORIZADO E CUSTO DO VIAJANTE
           PERFORM 0470-APLICAR-POLITICA.
           COMPUTE WS-DIFERENCA =
                   WS-TOT-REEMBOLSAVEL
                   - WS-ADI-VALOR(WS-ADI-ACHADO).
           MOVE WS-DIFERENCA TO WS-DIFERENCA-EDT.
           DISPLAY "REEMBOLSAVEL " WS-TOT-REEMBOLSAVEL
                   " X ADIANTAMENTO " WS-ADI-VALOR(WS-ADI-ACHADO)
                   " = " WS-DIFERENCA-EDT.
           IF WS-TOT-CUSTO-FUNC GREATER THAN ZEROS
               MOVE WS-TOT-CUSTO-FUNC TO WS-EXCESSO-EDT
               DISPLAY "CUSTO DO FUNCIONARIO (FORA DA POLITICA): "
                       WS-EXCESSO-EDT
           END-IF.

           IF WS-DIFERENCA GREATER THAN ZEROS
               PERFORM 0500-GERAR-REEMBOLSO
           PERFORM 0550-FECHAR-VIAGEM.
           DISPLAY "PRESTACAO ENCERRADA - VIAGEM FECHADA".
       0400-PRESTAR-CONTAS-FIM. EXIT.
      ******************************************************************
       0410-CARREGAR-PRESTACOES SECTION.
       0411-CARREGAR-PRESTACOES.
           MOVE ZEROS TO WS-QTD-PRE.
           OPEN INPUT PRESTACOES.
           IF FS-PRESTACOES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PRESTACOES.
           PERFORM UNTIL FS-PRESTACOES NOT EQUAL "00"
                      OR WS-QTD-PRE EQUAL 2000
               ADD 1 TO WS-QTD-PRE
               MOVE REG-PRESTACAO TO WS-PRE-LINHA(WS-QTD-PRE)
               READ PRESTACOES
           END-PERFORM.
           CLOSE PRESTACOES.
       0410-CARREGAR-PRESTACOES-FIM. EXIT.
      ******************************************************************
      *--> LINHA ANTIGA (SO ID;CATEGORIA;VALOR) VALE COMO REAIS
      *    CONVERTIDA A 1,0000 NA PROPRIA DATA
       0420-DESMONTAR-PRESTACAO SECTION.
       0421-DESMONTAR-PRESTACAO.
           MOVE SPACES TO WS-PRE-ID WS-PRE-CATEG WS-PRE-MOEDA
                          WS-PRE-SITUACAO.
           MOVE ZEROS TO WS-PRE-REAIS-X WS-PRE-ORIG-X WS-PRE-DATA-X
                         WS-PRE-TAXA-X WS-PRE-VIG-X.
           UNSTRING WS-PRE-LINHA(WS-IND-PRE) DELIMITED BY ";"
               INTO WS-PRE-ID WS-PRE-CATEG WS-PRE-REAIS-X
                    WS-PRE-MOEDA WS-PRE-ORIG-X WS-PRE-DATA-X
                    WS-PRE-TAXA-X WS-PRE-VIG-X WS-PRE-SITUACAO
           END-UNSTRING.
           IF WS-PRE-MOEDA EQUAL SPACES
               MOVE "BRL"        TO WS-PRE-MOEDA
               MOVE WS-PRE-REAIS TO WS-PRE-ORIG
               MOVE 1            TO WS-PRE-TAXA
               MOVE "C"          TO WS-PRE-SITUACAO
           END-IF.
       0420-DESMONTAR-PRESTACAO-FIM. EXIT.
      ******************************************************************
      *--> REAIS NAO CONVERTE; OUTRA MOEDA USA A COTACAO VIGENTE NA
      *    DATA DA TRANSACAO OU FICA RETIDA -- NADA DE CHUTE
       0430-CONVERTER          SECTION.
       0431-CONVERTER.
           IF WS-PRE-MOEDA EQUAL "BRL"
               MOVE 1               TO WS-PRE-TAXA
               MOVE WS-PRE-DATA     TO WS-PRE-VIG
               MOVE WS-PRE-ORIG     TO WS-PRE-REAIS
               MOVE "C"             TO WS-PRE-SITUACAO
               EXIT SECTION
           END-IF.

           PERFORM 0445-LOCALIZAR-COTACAO.
           IF WS-COT-ACHADA EQUAL ZEROS
               MOVE ZEROS TO WS-PRE-TAXA WS-PRE-VIG WS-PRE-REAIS
               MOVE "R"   TO WS-PRE-SITUACAO
           ELSE
               MOVE WS-COT-TAXA(WS-COT-ACHADA)     TO WS-PRE-TAXA
               MOVE WS-COT-VIGENCIA(WS-COT-ACHADA) TO WS-PRE-VIG
               COMPUTE WS-PRE-REAIS ROUNDED =
                       WS-PRE-ORIG * WS-PRE-TAXA
               MOVE "C" TO WS-PRE-SITUACAO
           END-IF.
       0430-CONVERTER-FIM.     EXIT.
      ******************************************************************
       0435-MONTAR-PRESTACAO   SECTION.
       0436-MONTAR-PRESTACAO.
           MOVE SPACES TO WS-PRE-LINHA(WS-IND-PRE).
           STRING WS-PRE-ID
                  ";" WS-PRE-CATEG
                  ";" WS-PRE-REAIS-X
                  ";" WS-PRE-MOEDA
                  ";" WS-PRE-ORIG-X
                  ";" WS-PRE-DATA-X
                  ";" WS-PRE-TAXA-X
                  ";" WS-PRE-VIG-X
                  ";" WS-PRE-SITUACAO
               DELIMITED BY SIZE INTO WS-PRE-LINHA(WS-IND-PRE)
           END-STRING.
       0435-MONTAR-PRESTACAO-FIM. EXIT.
      ******************************************************************
      *--> DESPESA NOVA: MOEDA (VAZIA = REAIS), VALOR NA MOEDA E DATA
      *    DA TRANSACAO (VAZIA = HOJE)
       0440-DIGITAR-DESPESA    SECTION.
       0441-DIGITAR-DESPESA.
           IF WS-QTD-PRE NOT LESS THAN 2000
               DISPLAY "PRESTACOES.TXT CHEIO - DESPESA NAO LANCADA"
               EXIT SECTION
           END-IF.
           DISPLAY "MOEDA (USD/EUR/GBP, VAZIA = REAIS): ".
           MOVE SPACES TO WS-MOEDA-ENT.
           ACCEPT WS-MOEDA-ENT.
           MOVE FUNCTION UPPER-CASE(WS-MOEDA-ENT) TO WS-MOEDA-ENT.
           IF WS-MOEDA-ENT EQUAL SPACES
               MOVE "BRL" TO WS-MOEDA-ENT
           END-IF.
           DISPLAY "VALOR NA MOEDA (EX 85,50): ".
           ACCEPT WS-VALOR-ENT.
           DISPLAY "DATA DA TRANSACAO (AAAAMMDD, VAZIA = HOJE): ".
           MOVE SPACES TO WS-DATA-ENT.
           ACCEPT WS-DATA-ENT.

           MOVE WS-ID-ENT    TO WS-PRE-ID.
           MOVE WS-CATEGORIA TO WS-PRE-CATEG.
           MOVE WS-MOEDA-ENT TO WS-PRE-MOEDA.
           COMPUTE WS-PRE-ORIG = FUNCTION NUMVAL(WS-VALOR-ENT).
           IF WS-DATA-ENT IS NUMERIC
               MOVE WS-DATA-ENT  TO WS-PRE-DATA-X
           ELSE
               MOVE WS-DATA-HOJE TO WS-PRE-DATA
           END-IF.
           PERFORM 0430-CONVERTER.

           ADD 1 TO WS-QTD-PRE.
           MOVE WS-QTD-PRE TO WS-IND-PRE.
           PERFORM 0435-MONTAR-PRESTACAO.
           IF WS-PRE-SITUACAO EQUAL "R"
               ADD 1 TO WS-QT-RETIDAS
               DISPLAY "SEM COTACAO DE " WS-PRE-MOEDA " VIGENTE EM "
                       WS-PRE-DATA " - DESPESA RETIDA"
           ELSE
               ADD WS-PRE-REAIS TO WS-TOT-DESPESAS
               MOVE WS-PRE-REAIS TO WS-REAIS-EDT
               DISPLAY "CONVERTIDO: R$ " WS-REAIS-EDT
           END-IF.
       0440-DIGITAR-DESPESA-FIM. EXIT.
      ******************************************************************
      *--> MESMA REGRA DO 0221-LOCALIZAR-COTACAO DO CONVERSOR: A MAIS
      *    RECENTE CUJA VIGENCIA NAO PASSA DA DATA DA TRANSACAO
       0445-LOCALIZAR-COTACAO  SECTION.
       0446-LOCALIZAR-COTACAO.
           MOVE ZEROS TO WS-COT-ACHADA WS-MELHOR-VIGENCIA.

           PERFORM VARYING WS-IND-COT FROM 1 BY 1
                   UNTIL WS-IND-COT GREATER THAN WS-QTD-COTACOES
               IF WS-COT-MOEDA(WS-IND-COT) EQUAL WS-PRE-MOEDA
                  AND WS-COT-VIGENCIA(WS-IND-COT) NOT GREATER THAN
                                               WS-PRE-DATA
                  AND WS-COT-VIGENCIA(WS-IND-COT) NOT LESS THAN
                                               WS-MELHOR-VIGENCIA
                   MOVE WS-IND-COT TO WS-COT-ACHADA
                   MOVE WS-COT-VIGENCIA(WS-IND-COT)
                           TO WS-MELHOR-VIGENCIA
               END-IF
           END-PERFORM.
       0445-LOCALIZAR-COTACAO-FIM. EXIT.
      ******************************************************************
      *--> DEMONSTRATIVO DA PRESTACAO: CADA DESPESA DA VIAGEM COM O
      *    VALOR ORIGINAL, A COTACAO, A DATA DA COTACAO E O VALOR EM
      *    REAIS (RETIDA SAI MARCADA, SEM VALOR)
       0450-DEMONSTRATIVO      SECTION.
       0451-DEMONSTRATIVO.
           DISPLAY "DEMONSTRATIVO DA VIAGEM " WS-ID-ENT.
           DISPLAY "CATEGORIA  MOEDA     ORIGINAL DATA     COTACAO "
                   "VIGENCIA        REAIS".
           PERFORM VARYING WS-IND-PRE FROM 1 BY 1
                   UNTIL WS-IND-PRE GREATER THAN WS-QTD-PRE
               PERFORM 0420-DESMONTAR-PRESTACAO
               IF WS-PRE-ID IS NUMERIC
                  AND FUNCTION NUMVAL(WS-PRE-ID) EQUAL WS-ID-ENT
                   MOVE WS-PRE-ORIG  TO WS-ORIG-EDT
                   MOVE WS-PRE-TAXA  TO WS-TAXA-EDT
                   MOVE WS-PRE-REAIS TO WS-REAIS-EDT
                   IF WS-PRE-SITUACAO EQUAL "R"
                       DISPLAY WS-PRE-CATEG " " WS-PRE-MOEDA "  "
                               WS-ORIG-EDT " " WS-PRE-DATA-X
                               " *** RETIDA - SEM COTACAO ***"
                   ELSE
                       DISPLAY WS-PRE-CATEG " " WS-PRE-MOEDA "  "
                               WS-ORIG-EDT " " WS-PRE-DATA-X " "
                               WS-TAXA-EDT "  " WS-PRE-VIG-X " "
                               WS-REAIS-EDT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-TOT-DESPESAS TO WS-DIFERENCA-EDT.
           DISPLAY "TOTAL CONVERTIDO EM REAIS: " WS-DIFERENCA-EDT.
       0450-DEMONSTRATIVO-FIM. EXIT.
      ******************************************************************
       0460-REGRAVAR-PRESTACOES SECTION.
       0461-REGRAVAR-PRESTACOES.
           OPEN OUTPUT PRESTACOES.
           PERFORM VARYING WS-IND-PRE FROM 1 BY 1
                   UNTIL WS-IND-PRE GREATER THAN WS-QTD-PRE
               MOVE WS-PRE-LINHA(WS-IND-PRE) TO REG-PRESTACAO
               WRITE REG-PRESTACAO
           END-PERFORM.
           CLOSE PRESTACOES.
       0460-REGRAVAR-PRESTACOES-FIM. EXIT.
      ******************************************************************
      *--> SOMA O GASTO CONVERTIDO DA VIAGEM POR CATEGORIA E COMPARA
      *    COM O LIMITE DA POLITICA PARA O DESTINO E OS DIAS DA VIAGEM
       0470-APLICAR-POLITICA   SECTION.
       0471-APLICAR-POLITICA.
           PERFORM 0480-CARREGAR-POLITICA.
           PERFORM 0485-DESTINO-DA-VIAGEM.
           MOVE ZEROS TO WS-VIA-DIAS.
           PERFORM UNTIL WS-VIA-DIAS GREATER THAN ZEROS
               DISPLAY "QUANTIDADE DE DIAS DA VIAGEM: "
               MOVE SPACES TO WS-DIAS-ENT
               ACCEPT WS-DIAS-ENT
               IF FUNCTION TRIM(WS-DIAS-ENT) IS NUMERIC
                   COMPUTE WS-VIA-DIAS =
                           FUNCTION NUMVAL(WS-DIAS-ENT)
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WS-QTD-CAT WS-TOT-REEMBOLSAVEL
                         WS-TOT-CUSTO-FUNC WS-QT-VIOLACOES.
           PERFORM VARYING WS-IND-PRE FROM 1 BY 1
                   UNTIL WS-IND-PRE GREATER THAN WS-QTD-PRE
               PERFORM 0420-DESMONTAR-PRESTACAO
               IF WS-PRE-ID IS NUMERIC
                  AND FUNCTION NUMVAL(WS-PRE-ID) EQUAL WS-ID-ENT
                  AND WS-PRE-SITUACAO NOT EQUAL "R"
                   PERFORM 0475-SOMAR-CATEGORIA
               END-IF
           END-PERFORM.

           DISPLAY "POLITICA DE VIAGEM - DESTINO " WS-VIA-DESTINO
                   " - " WS-VIA-DIAS " DIA(S)".
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER THAN WS-QTD-CAT
               PERFORM 0490-CONFERIR-CATEGORIA
               ADD WS-CAT-REEMB(WS-IND-CAT) TO WS-TOT-REEMBOLSAVEL
               ADD WS-CAT-CUSTO(WS-IND-CAT) TO WS-TOT-CUSTO-FUNC
           END-PERFORM.
           IF WS-QT-VIOLACOES EQUAL ZEROS
               DISPLAY "NENHUMA VIOLACAO DA POLITICA"
           END-IF.
       0470-APLICAR-POLITICA-FIM. EXIT.
      ******************************************************************
       0475-SOMAR-CATEGORIA    SECTION.
       0476-SOMAR-CATEGORIA.
           MOVE FUNCTION UPPER-CASE(WS-PRE-CATEG) TO WS-PRE-CATEG.
           MOVE ZEROS TO WS-CAT-ACHADA.
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER THAN WS-QTD-CAT
               IF WS-CAT-NOME(WS-IND-CAT) EQUAL WS-PRE-CATEG
                   MOVE WS-IND-CAT TO WS-CAT-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CAT-ACHADA EQUAL ZEROS
               IF WS-QTD-CAT EQUAL 50
                   DISPLAY "MAIS DE 50 CATEGORIAS NA VIAGEM - "
                           WS-PRE-CATEG " FICA SEM CONFERENCIA"
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-CAT
               MOVE WS-QTD-CAT TO WS-CAT-ACHADA
               MOVE WS-PRE-CATEG TO WS-CAT-NOME(WS-CAT-ACHADA)
               MOVE ZEROS TO WS-CAT-GASTO(WS-CAT-ACHADA)
           END-IF.
           ADD WS-PRE-REAIS TO WS-CAT-GASTO(WS-CAT-ACHADA).
       0475-SOMAR-CATEGORIA-FIM. EXIT.
      ******************************************************************
       0480-CARREGAR-POLITICA  SECTION.
       0481-CARREGAR-POLITICA.
           MOVE ZEROS TO WS-QTD-POL.
           OPEN INPUT POLITICA.
           IF FS-POLITICA NOT EQUAL "00"
               DISPLAY "POLITICA.TXT INDISPONIVEL - SEM LIMITES"
               EXIT SECTION
           END-IF.
           READ POLITICA.
           PERFORM UNTIL FS-POLITICA NOT EQUAL "00"
                      OR WS-QTD-POL EQUAL 200
               ADD 1 TO WS-QTD-POL
               MOVE ZEROS TO WS-POL-LIMITE-X
               UNSTRING REG-POLITICA DELIMITED BY ";"
                   INTO WS-POL-DESTINO(WS-QTD-POL)
                        WS-POL-CATEG(WS-QTD-POL)
                        WS-POL-TIPO(WS-QTD-POL)
                        WS-POL-LIMITE-X
               END-UNSTRING
               IF WS-POL-LIMITE-X IS NOT NUMERIC
                   MOVE ZEROS TO WS-POL-LIMITE-X
               END-IF
               MOVE WS-POL-LIMITE-NUM TO WS-POL-LIMITE(WS-QTD-POL)
               READ POLITICA
           END-PERFORM.
           CLOSE POLITICA.
       0480-CARREGAR-POLITICA-FIM. EXIT.
      ******************************************************************
      *--> A CIDADE E O CAMPO 3 DA LINHA DA SOLICITACAO
       0485-DESTINO-DA-VIAGEM  SECTION.
       0486-DESTINO-DA-VIAGEM.
           MOVE SPACES TO WS-VIA-DESTINO.
           OPEN INPUT SOLICITACOES.
           IF FS-SOLICITACOES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ SOLICITACOES.
           PERFORM UNTIL FS-SOLICITACOES NOT EQUAL "00"
               IF REG-SOLICITACAO(1:4) IS NUMERIC
                  AND FUNCTION NUMVAL(REG-SOLICITACAO(1:4)) EQUAL
                          WS-ID-ENT
                   MOVE SPACES TO WS-VIA-CIDADE-X
                   UNSTRING REG-SOLICITACAO DELIMITED BY ";"
                       INTO WS-VIA-SOL-ID WS-VIA-SOL-NOME
                            WS-VIA-CIDADE-X
                   END-UNSTRING
                   IF WS-VIA-CIDADE-X IS NUMERIC
                      AND WS-VIA-CIDADE GREATER THAN ZEROS
                      AND WS-VIA-CIDADE NOT GREATER THAN 3
                       MOVE WS-DEST-NOME(WS-VIA-CIDADE)
                               TO WS-VIA-DESTINO
                   END-IF
               END-IF
               READ SOLICITACOES
           END-PERFORM.
           CLOSE SOLICITACOES.
       0485-DESTINO-DA-VIAGEM-FIM. EXIT.
      ******************************************************************
      *--> LIMITE DO DESTINO DA VIAGEM; NA FALTA, O GERAL ("*"). SEM
      *    LINHA NA POLITICA A CATEGORIA E REEMBOLSADA INTEIRA
       0490-CONFERIR-CATEGORIA SECTION.
       0491-CONFERIR-CATEGORIA.
           MOVE ZEROS TO WS-POL-ACHADA.
           PERFORM VARYING WS-IND-POL FROM 1 BY 1
                   UNTIL WS-IND-POL GREATER THAN WS-QTD-POL
               IF WS-POL-CATEG(WS-IND-POL) EQUAL
                       WS-CAT-NOME(WS-IND-CAT)
                   IF WS-POL-DESTINO(WS-IND-POL) EQUAL WS-VIA-DESTINO
                      AND WS-VIA-DESTINO NOT EQUAL SPACES
                       MOVE WS-IND-POL TO WS-POL-ACHADA
                       EXIT PERFORM
                   END-IF
                   IF WS-POL-DESTINO(WS-IND-POL) EQUAL "*"
                       MOVE WS-IND-POL TO WS-POL-ACHADA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-CAT-GASTO(WS-IND-CAT) TO WS-CAT-REEMB(WS-IND-CAT).
           MOVE ZEROS  TO WS-CAT-EXCESSO(WS-IND-CAT)
                          WS-CAT-CUSTO(WS-IND-CAT)
                          WS-CAT-LIMITE(WS-IND-CAT).
           MOVE SPACES TO WS-CAT-APROVADOR(WS-IND-CAT).
           MOVE "N"    TO WS-CAT-TEM-LIM(WS-IND-CAT).
           MOVE WS-CAT-GASTO(WS-IND-CAT) TO WS-GASTO-EDT.
           IF WS-POL-ACHADA EQUAL ZEROS
               DISPLAY WS-CAT-NOME(WS-IND-CAT) " " WS-GASTO-EDT
                       "  SEM LIMITE NA POLITICA"
               EXIT SECTION
           END-IF.

           MOVE "S" TO WS-CAT-TEM-LIM(WS-IND-CAT).
           IF WS-POL-TIPO(WS-POL-ACHADA) EQUAL "D"
               COMPUTE WS-CAT-LIMITE(WS-IND-CAT) =
                       WS-POL-LIMITE(WS-POL-ACHADA) * WS-VIA-DIAS
           ELSE
               MOVE WS-POL-LIMITE(WS-POL-ACHADA)
                       TO WS-CAT-LIMITE(WS-IND-CAT)
           END-IF.
           MOVE WS-CAT-LIMITE(WS-IND-CAT) TO WS-LIMITE-EDT.
           IF WS-CAT-GASTO(WS-IND-CAT) NOT GREATER THAN
                   WS-CAT-LIMITE(WS-IND-CAT)
               DISPLAY WS-CAT-NOME(WS-IND-CAT) " " WS-GASTO-EDT
                       "  LIMITE " WS-LIMITE-EDT "  OK"
               EXIT SECTION
           END-IF.

           SUBTRACT WS-CAT-LIMITE(WS-IND-CAT)
               FROM WS-CAT-GASTO(WS-IND-CAT)
               GIVING WS-CAT-EXCESSO(WS-IND-CAT).
           MOVE WS-CAT-EXCESSO(WS-IND-CAT) TO WS-EXCESSO-EDT.
           ADD 1 TO WS-QT-VIOLACOES.
           DISPLAY WS-CAT-NOME(WS-IND-CAT) " " WS-GASTO-EDT
                   "  LIMITE " WS-LIMITE-EDT
                   "  *** EXCESSO " WS-EXCESSO-EDT " ***".

      *--> O EXCESSO SO VOLTA A SER REEMBOLSAVEL COM UM APROVADOR,
      *    QUE NAO PODE SER O PROPRIO VIAJANTE
           MOVE SPACES TO WS-APROVADOR.
           DISPLAY "APROVADOR QUE AUTORIZA O EXCESSO "
                   "(VAZIO = CUSTO DO FUNCIONARIO): ".
           ACCEPT WS-APROVADOR.
           MOVE FUNCTION UPPER-CASE(WS-APROVADOR) TO WS-APROVADOR.
           IF WS-APROVADOR NOT EQUAL SPACES
              AND WS-APROVADOR EQUAL
                  FUNCTION UPPER-CASE(WS-ADI-NOME(WS-ADI-ACHADO))
               DISPLAY "O VIAJANTE NAO APROVA O PROPRIO EXCESSO"
               MOVE SPACES TO WS-APROVADOR
           END-IF.
           IF WS-APROVADOR EQUAL SPACES
               MOVE WS-CAT-LIMITE(WS-IND-CAT)
                       TO WS-CAT-REEMB(WS-IND-CAT)
               MOVE WS-CAT-EXCESSO(WS-IND-CAT)
                       TO WS-CAT-CUSTO(WS-IND-CAT)
               DISPLAY "EXCESSO FICA COMO CUSTO DO FUNCIONARIO"
           ELSE
               MOVE WS-APROVADOR TO WS-CAT-APROVADOR(WS-IND-CAT)
               DISPLAY "EXCESSO AUTORIZADO POR " WS-APROVADOR
           END-IF.
           PERFORM 0495-GRAVAR-VIOLACAO.
       0490-CONFERIR-CATEGORIA-FIM. EXIT.
      ******************************************************************
       0495-GRAVAR-VIOLACAO    SECTION.
       0496-GRAVAR-VIOLACAO.
           OPEN EXTEND VIOLACOES.
           IF FS-VIOLACOES EQUAL "35"
               OPEN OUTPUT VIOLACOES
               CLOSE VIOLACOES
               OPEN EXTEND VIOLACOES
           END-IF.
           MOVE SPACES TO REG-VIOLACAO.
           STRING WS-DATA-HOJE
                  ";" WS-ID-ENT
                  ";" WS-ADI-NOME(WS-ADI-ACHADO)
                  ";" WS-VIA-DESTINO
                  ";" WS-CAT-NOME(WS-IND-CAT)
                  ";" WS-VIA-DIAS
                  ";" WS-CAT-GASTO(WS-IND-CAT)
                  ";" WS-CAT-LIMITE(WS-IND-CAT)
                  ";" WS-CAT-EXCESSO(WS-IND-CAT)
                  ";" WS-CAT-REEMB(WS-IND-CAT)
                  ";" WS-CAT-CUSTO(WS-IND-CAT)
                  ";" WS-CAT-APROVADOR(WS-IND-CAT)
               DELIMITED BY SIZE INTO REG-VIOLACAO
           END-STRING.
           WRITE REG-VIOLACAO.
           CLOSE VIOLACOES.
       0495-GRAVAR-VIOLACAO-FIM. EXIT.
      ******************************************************************
       0500-GERAR-REEMBOLSO    SECTION.
       0501-GERAR-REEMBOLSO.
