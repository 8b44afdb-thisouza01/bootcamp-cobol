      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Mesa de cambio - compra e venda de moeda estrangeira
      *          O CONVERSOR so converte valores para relatorio; nao
      *          registra operacao nenhuma. Aqui o cliente, pelo CPF
      *          do clientes.dat (ativo), compra ou vende moeda. A
      *          taxa base e a cotacao vigente hoje no cotacoes.txt (a
      *          mesma do CONVERSOR) e o spread de cada moeda vem do
      *          spreadcambio.txt (MOEDA;SPREAD, mantido pela tela):
      *          cliente comprando paga base x (1 + spread), cliente
      *          vendendo recebe base x (1 - spread). Cada operacao
      *          vai para o livro cambio.txt e para o comprovantes.txt
      *          com autenticacao, e o recibo sai em recibocambio.txt.
      *          Opcionalmente a operacao e liquidada numa conta do
      *          contas.dat de que o CPF seja titular (CAMBIO-CMP
      *          debita, CAMBIO-VND credita no extrato); sem conta a
      *          liquidacao e em especie. O total em reais operado
      *          pelo CPF no ano nao passa do limite anual (variavel
      *          CAMBIO_LIMITE, padrao R$ 100.000,00). Posicao do dia
      *          por moeda (abertura, comprado, vendido, fechamento e
      *          receita de spread) em poscambio.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. CAMBIO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO "C:\teste\contas.dat"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS REG-CONTA-ID
               FILE STATUS     IS FS-CONTAS.

      *--> CADASTRO DE CLIENTES DO SISTEMA PRINCIPAL (CLIENTES_PATH)
           SELECT CLIENTES ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CLI-TELEFONE
               ALTERNATE RECORD KEY IS CLI-NOME
                                       WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-CPF
                                       WITH DUPLICATES
               FILE STATUS     IS FS-CLIENTES.

           SELECT COTACOES ASSIGN TO "C:\teste\cotacoes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-COTACOES.

           SELECT SPREADS ASSIGN TO "C:\teste\spreadcambio.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-SPREADS.

           SELECT LIVRO ASSIGN TO "C:\teste\cambio.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-LIVRO.

           SELECT EXTRATO ASSIGN TO "C:\teste\extrato.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXTRATO.

           SELECT COMPROVANTES ASSIGN TO "C:\teste\comprovantes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-COMPROVANTES.

           SELECT RECIBO ASSIGN TO "C:\teste\recibocambio.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RECIBO.

           SELECT RELATORIO ASSIGN TO "C:\teste\poscambio.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  CONTAS.
       01  REG-CONTA.
           05 REG-CONTA-ID          PIC X(10).
           05 REG-CONTA-SALDO       PIC S9(08)V99.
           05 REG-CONTA-CPF         PIC 9(11).
           05 REG-CONTA-STATUS      PIC X(01).
           05 REG-CONTA-DT-ENCER    PIC 9(08).
           05 REG-CONTA-OPER-ENCER  PIC X(10).
           05 REG-CONTA-CPF2        PIC 9(11).
      *
      *--> SO OS CAMPOS USADOS AQUI SAO NOMEADOS; O RESTO DO REGISTRO
      *    DO CADASTRO PRINCIPAL FICA NO FILLER
       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-TELEFONE          PIC 9(09).
           05 CLI-NOME              PIC A(30).
           05 CLI-EMAIL             PIC X(40).
           05 CLI-CPF               PIC 9(11).
           05 FILLER                PIC X(08).
           05 CLI-STATUS            PIC X(01).
               88 CLI-ATIVO         VALUE "A".
               88 CLI-INATIVO       VALUE "I".
           05 FILLER                PIC X(254).
      *
       FD  COTACOES.
       01  REG-COTACAO              PIC X(50).
      *
       FD  SPREADS.
       01  REG-SPREAD               PIC X(50).
      *
      *--> OPERACAO;DATA;HORA;CPF;TIPO (C CLIENTE COMPRA / V CLIENTE
      *    VENDE);MOEDA;QUANTIDADE;TAXA BASE;TAXA APLICADA;REAIS;
      *    RECEITA DE SPREAD;CONTA LIQUIDADA (ESPECIE SE EM DINHEIRO);
      *    AUTENTICACAO
       FD  LIVRO.
       01  REG-LIVRO                PIC X(150).
      *
       FD  EXTRATO.
       01  REG-EXTRATO              PIC X(200).
      *
       FD  COMPROVANTES.
       01  REG-COMPROVANTE          PIC X(210).
      *
       FD  RECIBO.
       01  REG-RECIBO               PIC X(80).
      *
       FD  RELATORIO.
       01  REG-RELATORIO            PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-CONTAS           PIC X(02)           VALUE SPACES.
       77  FS-CLIENTES         PIC X(02)           VALUE SPACES.
       77  FS-COTACOES         PIC X(02)           VALUE SPACES.
       77  FS-SPREADS          PIC X(02)           VALUE SPACES.
       77  FS-LIVRO            PIC X(02)           VALUE SPACES.
       77  FS-EXTRATO          PIC X(02)           VALUE SPACES.
       77  FS-COMPROVANTES     PIC X(02)           VALUE SPACES.
       77  FS-RECIBO           PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.
       01  WS-CLIENTES-PATH    PIC X(100)          VALUE SPACES.

       77  WS-OPCAO            PIC 9(01)           VALUE ZEROS.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-HORA-AGORA       PIC 9(06)           VALUE ZEROS.
       77  WS-CONFIRMA         PIC X(01)           VALUE SPACES.

      *--> LIMITE ANUAL EM REAIS POR CPF (CAMBIO_LIMITE SOBREPOE)
       77  WS-LIMITE-ANUAL     PIC 9(09)V99        VALUE 100000,00.
       77  WS-LIMITE-ENV       PIC X(15)           VALUE SPACES.

      *--> HISTORICO DE COTACOES (MESMO ARQUIVO DO CONVERSOR)
       77  WS-QTD-COTACOES     PIC 9(03)           VALUE ZEROS.
       77  WS-IND-COT          PIC 9(03)           VALUE ZEROS.
       77  WS-COT-ACHADA       PIC 9(03)           VALUE ZEROS.
       77  WS-MELHOR-VIGENCIA  PIC 9(08)           VALUE ZEROS.
       01  WS-TAB-COTACOES     OCCURS 100 TIMES.
           05 WS-COT-MOEDA     PIC X(03).
           05 WS-COT-VIGENCIA  PIC 9(08).
           05 WS-COT-TAXA      PIC 9V9999.
       01  WS-TAXA-LIDA-X      PIC X(05)           VALUE ZEROS.
       01  WS-TAXA-LIDA REDEFINES WS-TAXA-LIDA-X
                           PIC 9V9999.

      *--> SPREAD POR MOEDA
       77  WS-QTD-SPREADS      PIC 9(02)           VALUE ZEROS.
       77  WS-IND-SPR          PIC 9(02)           VALUE ZEROS.
       77  WS-SPR-ACHADO       PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-SPREADS      OCCURS 20 TIMES.
           05 WS-SPR-MOEDA     PIC X(03).
           05 WS-SPR-PERC      PIC 9V9999.

      *--> OPERACOES DO LIVRO (CARREGADAS PARA LIMITE E POSICAO)
       77  WS-QTD-OPERACOES    PIC 9(05)           VALUE ZEROS.
       77  WS-IND-OPE          PIC 9(05)           VALUE ZEROS.
       01  WS-TAB-OPERACOES    OCCURS 5000 TIMES.
           05 WS-OPE-NUMERO    PIC 9(06).
           05 WS-OPE-DATA      PIC 9(08).
           05 WS-OPE-CPF       PIC 9(11).
           05 WS-OPE-TIPO      PIC X(01).
           05 WS-OPE-MOEDA     PIC X(03).
           05 WS-OPE-QTD       PIC 9(07)V99.
           05 WS-OPE-REAIS     PIC 9(08)V99.
           05 WS-OPE-SPREAD    PIC 9(07)V99.
       01  WS-DIN-1-X          PIC X(09)           VALUE ZEROS.
       01  WS-DIN-1 REDEFINES WS-DIN-1-X
                           PIC 9(07)V99.
       01  WS-DIN-2-X          PIC X(10)           VALUE ZEROS.
       01  WS-DIN-2 REDEFINES WS-DIN-2-X
                           PIC 9(08)V99.
       01  WS-DIN-3-X          PIC X(09)           VALUE ZEROS.
       01  WS-DIN-3 REDEFINES WS-DIN-3-X
                           PIC 9(07)V99.
       77  WS-LIV-HORA         PIC X(06)           VALUE SPACES.
       77  WS-LIV-TAXA-B       PIC X(05)           VALUE SPACES.
       77  WS-LIV-TAXA-A       PIC X(05)           VALUE SPACES.

      *--> OPERACAO CORRENTE
       77  WS-CPF-ENT          PIC X(11)           VALUE SPACES.
       77  WS-CPF              PIC 9(11)           VALUE ZEROS.
       77  WS-NOME-CLIENTE     PIC X(30)           VALUE SPACES.
       77  WS-TIPO             PIC X(01)           VALUE SPACES.
       77  WS-MOEDA            PIC X(03)           VALUE SPACES.
       77  WS-QTD-ENT          PIC X(12)           VALUE SPACES.
       77  WS-QTD              PIC 9(07)V99        VALUE ZEROS.
       77  WS-TAXA-BASE        PIC 9V9999          VALUE ZEROS.
       77  WS-TAXA-APLICADA    PIC 9V9999          VALUE ZEROS.
       77  WS-REAIS            PIC 9(08)V99        VALUE ZEROS.
       77  WS-REAIS-BASE       PIC 9(08)V99        VALUE ZEROS.
       77  WS-RECEITA-SPREAD   PIC 9(07)V99        VALUE ZEROS.
       77  WS-OPERADO-ANO      PIC 9(10)V99        VALUE ZEROS.
       77  WS-CONTA-ENT        PIC X(10)           VALUE SPACES.
       77  WS-CONTA-LIQ        PIC X(10)           VALUE SPACES.
       77  WS-NOVA-OPERACAO    PIC 9(06)           VALUE ZEROS.
       77  WS-SPREAD-ENT       PIC X(08)           VALUE SPACES.

      *--> LANCAMENTO NO EXTRATO (VALOR EM 8 POSICOES, COLUNA 59-66)
       77  WS-VALOR-EXT        PIC 9(06)V99        VALUE ZEROS.
       77  WS-SALDO-EDT        PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-AUTENTICACAO     PIC 9(08)           VALUE ZEROS.
       77  WS-CATEGORIA        PIC X(10)           VALUE SPACES.

      *--> POSICAO DO DIA POR MOEDA
       77  WS-DATA-POSICAO     PIC 9(08)           VALUE ZEROS.
       77  WS-QT-MOEDAS        PIC 9(02)           VALUE ZEROS.
       77  WS-IND-MOE          PIC 9(02)           VALUE ZEROS.
       77  WS-MOE-ACHADA       PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-POSICAO      OCCURS 20 TIMES.
           05 WS-PSC-MOEDA     PIC X(03).
           05 WS-PSC-ABERTURA  PIC S9(09)V99.
           05 WS-PSC-COMPRADO  PIC 9(09)V99.
           05 WS-PSC-VENDIDO   PIC 9(09)V99.
           05 WS-PSC-SPREAD    PIC 9(09)V99.
           05 WS-PSC-OPERACOES PIC 9(05).
       77  WS-FECHAMENTO       PIC S9(09)V99       VALUE ZEROS.
       77  WS-TOT-SPREAD       PIC 9(09)V99        VALUE ZEROS.
       77  WS-SINAL-EDT        PIC -ZZZ.ZZZ.ZZ9,99.
       77  WS-FECHA-EDT        PIC -ZZZ.ZZZ.ZZ9,99.
       77  WS-VALOR-EDT        PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-VALOR2-EDT       PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-SPREAD-EDT       PIC ZZ.ZZZ.ZZ9,99.
       77  WS-TAXA-EDT         PIC 9,9999.
       77  WS-TAXA2-EDT        PIC 9,9999.
       77  WS-PERC-EDT         PIC Z9,99.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           CLOSE CONTAS CLIENTES.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WS-CLIENTES-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/clientes.dat"
                                               TO WS-CLIENTES-PATH
           END-IF.
           ACCEPT WS-LIMITE-ENV FROM ENVIRONMENT "CAMBIO_LIMITE".
           IF WS-LIMITE-ENV NOT EQUAL SPACES
               COMPUTE WS-LIMITE-ANUAL = FUNCTION NUMVAL(WS-LIMITE-ENV)
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL "00"
               DISPLAY "CADASTRO DE CLIENTES NAO DISPONIVEL: "
                       FS-CLIENTES
               STOP RUN
           END-IF.
           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "CONTAS.DAT INDISPONIVEL: " FS-CONTAS
               STOP RUN
           END-IF.

           PERFORM 0110-CARREGAR-COTACOES.
           PERFORM 0120-CARREGAR-SPREADS.
           PERFORM 0130-CARREGAR-LIVRO.
       0100-INICIAR-FIM.       EXIT.
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
       0120-CARREGAR-SPREADS   SECTION.
       0121-CARREGAR-SPREADS.
           MOVE ZEROS TO WS-QTD-SPREADS.
           OPEN INPUT SPREADS.
           IF FS-SPREADS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ SPREADS.
           PERFORM UNTIL FS-SPREADS NOT EQUAL "00"
                      OR WS-QTD-SPREADS EQUAL 20
               ADD 1 TO WS-QTD-SPREADS
               MOVE ZEROS TO WS-TAXA-LIDA-X
               UNSTRING REG-SPREAD DELIMITED BY ";"
                   INTO WS-SPR-MOEDA(WS-QTD-SPREADS)
                        WS-TAXA-LIDA-X
               END-UNSTRING
               MOVE WS-TAXA-LIDA TO WS-SPR-PERC(WS-QTD-SPREADS)
               READ SPREADS
           END-PERFORM.
           CLOSE SPREADS.
       0120-CARREGAR-SPREADS-FIM. EXIT.
      ******************************************************************
       0130-CARREGAR-LIVRO     SECTION.
       0131-CARREGAR-LIVRO.
           MOVE ZEROS TO WS-QTD-OPERACOES.
           OPEN INPUT LIVRO.
           IF FS-LIVRO NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ LIVRO.
           PERFORM UNTIL FS-LIVRO NOT EQUAL "00"
                      OR WS-QTD-OPERACOES EQUAL 5000
               ADD 1 TO WS-QTD-OPERACOES
               MOVE ZEROS TO WS-DIN-1-X WS-DIN-2-X WS-DIN-3-X
               UNSTRING REG-LIVRO DELIMITED BY ";"
                   INTO WS-OPE-NUMERO(WS-QTD-OPERACOES)
                        WS-OPE-DATA(WS-QTD-OPERACOES)
                        WS-LIV-HORA
                        WS-OPE-CPF(WS-QTD-OPERACOES)
                        WS-OPE-TIPO(WS-QTD-OPERACOES)
                        WS-OPE-MOEDA(WS-QTD-OPERACOES)
                        WS-DIN-1-X
                        WS-LIV-TAXA-B
                        WS-LIV-TAXA-A
                        WS-DIN-2-X
                        WS-DIN-3-X
               END-UNSTRING
               MOVE WS-DIN-1 TO WS-OPE-QTD(WS-QTD-OPERACOES)
               MOVE WS-DIN-2 TO WS-OPE-REAIS(WS-QTD-OPERACOES)
               MOVE WS-DIN-3 TO WS-OPE-SPREAD(WS-QTD-OPERACOES)
               READ LIVRO
           END-PERFORM.
           CLOSE LIVRO.
       0130-CARREGAR-LIVRO-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           DISPLAY " ".
           DISPLAY "1-OPERACAO DE CAMBIO 2-POSICAO DO DIA "
                   "3-SPREAD POR MOEDA 9-SAIR: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0300-OPERAR
               WHEN 2
                   PERFORM 0500-POSICAO-DO-DIA
               WHEN 3
                   PERFORM 0600-MANTER-SPREAD
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
      *--> OPERACAO: CLIENTE ATIVO, COTACAO VIGENTE HOJE, SPREAD DA
      *    MOEDA, LIMITE ANUAL DO CPF E, SE PEDIDA, CONTA DO PROPRIO
      *    CPF PARA A LIQUIDACAO
       0300-OPERAR             SECTION.
       0301-OPERAR.
           IF WS-QTD-OPERACOES NOT LESS THAN 5000
               DISPLAY "LIVRO DE CAMBIO CHEIO"
               EXIT SECTION
           END-IF.

           DISPLAY "CPF DO CLIENTE (11 DIGITOS): ".
           MOVE SPACES TO WS-CPF-ENT.
           ACCEPT WS-CPF-ENT.
           IF WS-CPF-ENT IS NOT NUMERIC
               DISPLAY "CPF INVALIDO"
               EXIT SECTION
           END-IF.
           MOVE WS-CPF-ENT TO WS-CPF.
           PERFORM 0310-LER-CLIENTE.
           IF WS-NOME-CLIENTE EQUAL SPACES
               EXIT SECTION
           END-IF.

           DISPLAY "C-CLIENTE COMPRA MOEDA  V-CLIENTE VENDE MOEDA: ".
           ACCEPT WS-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO.
           IF WS-TIPO NOT EQUAL "C" AND WS-TIPO NOT EQUAL "V"
               DISPLAY "TIPO DEVE SER C OU V"
               EXIT SECTION
           END-IF.

           DISPLAY "MOEDA (USD/EUR/GBP): ".
           MOVE SPACES TO WS-MOEDA.
           ACCEPT WS-MOEDA.
           MOVE FUNCTION UPPER-CASE(WS-MOEDA) TO WS-MOEDA.
           PERFORM 0320-LOCALIZAR-COTACAO.
           IF WS-COT-ACHADA EQUAL ZEROS
               DISPLAY "SEM COTACAO VIGENTE PARA " WS-MOEDA
               EXIT SECTION
           END-IF.
           PERFORM 0330-LOCALIZAR-SPREAD.
           IF WS-SPR-ACHADO EQUAL ZEROS
               DISPLAY "SPREAD DE " WS-MOEDA " NAO CADASTRADO"
               EXIT SECTION
           END-IF.

           MOVE WS-COT-TAXA(WS-COT-ACHADA) TO WS-TAXA-BASE.
           IF WS-TIPO EQUAL "C"
               COMPUTE WS-TAXA-APLICADA ROUNDED = WS-TAXA-BASE
                       * (1 + WS-SPR-PERC(WS-SPR-ACHADO))
           ELSE
               COMPUTE WS-TAXA-APLICADA ROUNDED = WS-TAXA-BASE
                       * (1 - WS-SPR-PERC(WS-SPR-ACHADO))
           END-IF.
           MOVE WS-TAXA-BASE TO WS-TAXA-EDT.
           MOVE WS-TAXA-APLICADA TO WS-TAXA2-EDT.
           DISPLAY "COTACAO " WS-MOEDA " DE "
                   WS-COT-VIGENCIA(WS-COT-ACHADA) ": " WS-TAXA-EDT
                   "  TAXA DA OPERACAO: " WS-TAXA2-EDT.

           DISPLAY "QUANTIDADE EM " WS-MOEDA " (EX: 1000,00): ".
           MOVE SPACES TO WS-QTD-ENT.
           ACCEPT WS-QTD-ENT.
           COMPUTE WS-QTD = FUNCTION NUMVAL(WS-QTD-ENT).
           IF WS-QTD EQUAL ZEROS
               DISPLAY "QUANTIDADE INVALIDA"
               EXIT SECTION
           END-IF.

           COMPUTE WS-REAIS ROUNDED = WS-QTD * WS-TAXA-APLICADA.
           COMPUTE WS-REAIS-BASE ROUNDED = WS-QTD * WS-TAXA-BASE.
           IF WS-TIPO EQUAL "C"
               COMPUTE WS-RECEITA-SPREAD = WS-REAIS - WS-REAIS-BASE
           ELSE
               COMPUTE WS-RECEITA-SPREAD = WS-REAIS-BASE - WS-REAIS
           END-IF.

           PERFORM 0340-OPERADO-NO-ANO.
           IF WS-OPERADO-ANO + WS-REAIS GREATER THAN WS-LIMITE-ANUAL
               MOVE WS-OPERADO-ANO TO WS-VALOR-EDT
               MOVE WS-LIMITE-ANUAL TO WS-VALOR2-EDT
               DISPLAY "LIMITE ANUAL DO CPF EXCEDIDO - JA OPERADO "
                       WS-VALOR-EDT " DE " WS-VALOR2-EDT
               EXIT SECTION
           END-IF.

           MOVE WS-REAIS TO WS-VALOR-EDT.
           IF WS-TIPO EQUAL "C"
               DISPLAY "CLIENTE PAGA R$ " WS-VALOR-EDT
           ELSE
               DISPLAY "CLIENTE RECEBE R$ " WS-VALOR-EDT
           END-IF.

           MOVE "ESPECIE" TO WS-CONTA-LIQ.
           DISPLAY "CONTA PARA LIQUIDAR (VAZIO = EM ESPECIE): ".
           MOVE SPACES TO WS-CONTA-ENT.
           ACCEPT WS-CONTA-ENT.
           IF WS-CONTA-ENT NOT EQUAL SPACES
               PERFORM 0350-VALIDAR-CONTA
               IF WS-CONTA-LIQ EQUAL SPACES
                   EXIT SECTION
               END-IF
           END-IF.

           DISPLAY "CONFIRMA A OPERACAO (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
               DISPLAY "OPERACAO CANCELADA"
               EXIT SECTION
           END-IF.

           IF WS-CONTA-LIQ NOT EQUAL "ESPECIE"
               PERFORM 0360-LIQUIDAR-NA-CONTA
               IF WS-CONTA-LIQ EQUAL SPACES
                   EXIT SECTION
               END-IF
           ELSE
               PERFORM 0710-PROXIMA-AUTENTICACAO
           END-IF.

           PERFORM 0400-REGISTRAR-OPERACAO.
       0300-OPERAR-FIM.        EXIT.
      ******************************************************************
       0310-LER-CLIENTE        SECTION.
       0311-LER-CLIENTE.
           MOVE SPACES TO WS-NOME-CLIENTE.
           MOVE WS-CPF TO CLI-CPF.
           START CLIENTES KEY IS EQUAL TO CLI-CPF
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-CLIENTES NOT EQUAL "00"
               DISPLAY "CPF " WS-CPF " NAO ESTA NO CADASTRO"
               EXIT SECTION
           END-IF.
           READ CLIENTES NEXT.
           IF FS-CLIENTES NOT EQUAL "00"
              OR CLI-CPF NOT EQUAL WS-CPF
               DISPLAY "CPF " WS-CPF " NAO ESTA NO CADASTRO"
               EXIT SECTION
           END-IF.
           IF CLI-INATIVO
               DISPLAY "CLIENTE " WS-CPF " INATIVO"
               EXIT SECTION
           END-IF.
           MOVE CLI-NOME TO WS-NOME-CLIENTE.
           DISPLAY "CLIENTE: " WS-NOME-CLIENTE.
       0310-LER-CLIENTE-FIM.   EXIT.
      ******************************************************************
      *--> COTACAO VIGENTE HOJE: A MAIS RECENTE ATE A DATA DE HOJE
       0320-LOCALIZAR-COTACAO  SECTION.
       0321-LOCALIZAR-COTACAO.
           MOVE ZEROS TO WS-COT-ACHADA WS-MELHOR-VIGENCIA.
           PERFORM VARYING WS-IND-COT FROM 1 BY 1
                   UNTIL WS-IND-COT GREATER THAN WS-QTD-COTACOES
               IF WS-COT-MOEDA(WS-IND-COT) EQUAL WS-MOEDA
                  AND WS-COT-VIGENCIA(WS-IND-COT) NOT GREATER THAN
                                               WS-DATA-HOJE
                  AND WS-COT-VIGENCIA(WS-IND-COT) NOT LESS THAN
                                               WS-MELHOR-VIGENCIA
                   MOVE WS-IND-COT TO WS-COT-ACHADA
                   MOVE WS-COT-VIGENCIA(WS-IND-COT)
                           TO WS-MELHOR-VIGENCIA
               END-IF
           END-PERFORM.
       0320-LOCALIZAR-COTACAO-FIM. EXIT.
      ******************************************************************
       0330-LOCALIZAR-SPREAD   SECTION.
       0331-LOCALIZAR-SPREAD.
           MOVE ZEROS TO WS-SPR-ACHADO.
           PERFORM VARYING WS-IND-SPR FROM 1 BY 1
                   UNTIL WS-IND-SPR GREATER THAN WS-QTD-SPREADS
               IF WS-SPR-MOEDA(WS-IND-SPR) EQUAL WS-MOEDA
                   MOVE WS-IND-SPR TO WS-SPR-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0330-LOCALIZAR-SPREAD-FIM. EXIT.
      ******************************************************************
      *--> TOTAL EM REAIS JA OPERADO PELO CPF NO ANO CORRENTE (COMPRAS
      *    E VENDAS SOMAM JUNTAS)
       0340-OPERADO-NO-ANO     SECTION.
       0341-OPERADO-NO-ANO.
           MOVE ZEROS TO WS-OPERADO-ANO.
           PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                   UNTIL WS-IND-OPE GREATER THAN WS-QTD-OPERACOES
               IF WS-OPE-CPF(WS-IND-OPE) EQUAL WS-CPF
                  AND WS-OPE-DATA(WS-IND-OPE)(1:4)
                                       EQUAL WS-DATA-HOJE(1:4)
                   ADD WS-OPE-REAIS(WS-IND-OPE) TO WS-OPERADO-ANO
               END-IF
           END-PERFORM.
       0340-OPERADO-NO-ANO-FIM. EXIT.
      ******************************************************************
      *--> CONTA DE LIQUIDACAO: ATIVA, DO PROPRIO CPF (TITULAR OU
      *    SEGUNDO TITULAR) E, NA COMPRA, COM SALDO PARA O DEBITO
       0350-VALIDAR-CONTA      SECTION.
       0351-VALIDAR-CONTA.
           MOVE SPACES TO WS-CONTA-LIQ.
           MOVE WS-CONTA-ENT TO REG-CONTA-ID.
           READ CONTAS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "CONTA NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           IF REG-CONTA-STATUS NOT EQUAL "A"
               DISPLAY "CONTA NAO ESTA ATIVA"
               EXIT SECTION
           END-IF.
           IF REG-CONTA-CPF NOT EQUAL WS-CPF
              AND (REG-CONTA-CPF2 NOT EQUAL WS-CPF
                   OR REG-CONTA-CPF2 EQUAL ZEROS)
               DISPLAY "CPF NAO E TITULAR DA CONTA"
               EXIT SECTION
           END-IF.
           IF WS-TIPO EQUAL "C"
              AND REG-CONTA-SALDO LESS THAN WS-REAIS
               DISPLAY "SALDO INSUFICIENTE NA CONTA"
               EXIT SECTION
           END-IF.
           MOVE REG-CONTA-ID TO WS-CONTA-LIQ.
       0350-VALIDAR-CONTA-FIM. EXIT.
      ******************************************************************
      *--> COMPRA DO CLIENTE DEBITA OS REAIS (CAMBIO-CMP), VENDA DO
      *    CLIENTE CREDITA (CAMBIO-VND); A CONTA E RELIDA PORQUE A
      *    CONFIRMACAO PODE TER DEMORADO
       0360-LIQUIDAR-NA-CONTA  SECTION.
       0361-LIQUIDAR-NA-CONTA.
           MOVE WS-CONTA-LIQ TO WS-CONTA-ENT.
           PERFORM 0350-VALIDAR-CONTA.
           IF WS-CONTA-LIQ EQUAL SPACES
               EXIT SECTION
           END-IF.
           IF WS-TIPO EQUAL "C"
               SUBTRACT WS-REAIS FROM REG-CONTA-SALDO
               MOVE "CAMBIO-CMP" TO WS-CATEGORIA
           ELSE
               ADD WS-REAIS TO REG-CONTA-SALDO
               MOVE "CAMBIO-VND" TO WS-CATEGORIA
           END-IF.
           REWRITE REG-CONTA.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR A CONTA: " FS-CONTAS
               MOVE SPACES TO WS-CONTA-LIQ
               EXIT SECTION
           END-IF.

           PERFORM 0710-PROXIMA-AUTENTICACAO.
           OPEN EXTEND EXTRATO.
           IF FS-EXTRATO EQUAL "35"
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN EXTEND EXTRATO
           END-IF.
           MOVE WS-REAIS TO WS-VALOR-EXT.
           MOVE REG-CONTA-SALDO TO WS-SALDO-EDT.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "CONTA="      REG-CONTA-ID
               " DATA="      WS-DATA-HOJE
               " CATEGORIA=" WS-CATEGORIA
               " VALOR="     WS-VALOR-EXT
               " SALDO="     WS-SALDO-EDT
               " FAV=0000"
               " AUT="       WS-AUTENTICACAO
               " MOEDA="     WS-MOEDA
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING.
           WRITE REG-EXTRATO.
           CLOSE EXTRATO.
       0360-LIQUIDAR-NA-CONTA-FIM. EXIT.
      ******************************************************************
      *--> LIVRO, COMPROVANTE E RECIBO DA OPERACAO
       0400-REGISTRAR-OPERACAO SECTION.
       0401-REGISTRAR-OPERACAO.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE ZEROS TO WS-NOVA-OPERACAO.
           PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                   UNTIL WS-IND-OPE GREATER THAN WS-QTD-OPERACOES
               IF WS-OPE-NUMERO(WS-IND-OPE) GREATER THAN
                                               WS-NOVA-OPERACAO
                   MOVE WS-OPE-NUMERO(WS-IND-OPE) TO WS-NOVA-OPERACAO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NOVA-OPERACAO.

           ADD 1 TO WS-QTD-OPERACOES.
           MOVE WS-NOVA-OPERACAO  TO WS-OPE-NUMERO(WS-QTD-OPERACOES).
           MOVE WS-DATA-HOJE      TO WS-OPE-DATA(WS-QTD-OPERACOES).
           MOVE WS-CPF            TO WS-OPE-CPF(WS-QTD-OPERACOES).
           MOVE WS-TIPO           TO WS-OPE-TIPO(WS-QTD-OPERACOES).
           MOVE WS-MOEDA          TO WS-OPE-MOEDA(WS-QTD-OPERACOES).
           MOVE WS-QTD            TO WS-OPE-QTD(WS-QTD-OPERACOES).
           MOVE WS-REAIS          TO WS-OPE-REAIS(WS-QTD-OPERACOES).
           MOVE WS-RECEITA-SPREAD TO WS-OPE-SPREAD(WS-QTD-OPERACOES).

           OPEN EXTEND LIVRO.
           IF FS-LIVRO EQUAL "35"
               OPEN OUTPUT LIVRO
               CLOSE LIVRO
               OPEN EXTEND LIVRO
           END-IF.
           MOVE SPACES TO REG-LIVRO.
           STRING WS-NOVA-OPERACAO
                  ";" WS-DATA-HOJE
                  ";" WS-HORA-AGORA
                  ";" WS-CPF
                  ";" WS-TIPO
                  ";" WS-MOEDA
                  ";" WS-QTD
                  ";" WS-TAXA-BASE
                  ";" WS-TAXA-APLICADA
                  ";" WS-REAIS
                  ";" WS-RECEITA-SPREAD
                  ";" WS-CONTA-LIQ
                  ";" WS-AUTENTICACAO
               DELIMITED BY SIZE INTO REG-LIVRO
           END-STRING.
           WRITE REG-LIVRO.
           CLOSE LIVRO.

           IF WS-TIPO EQUAL "C"
               MOVE "CAMBIO-CMP" TO WS-CATEGORIA
           ELSE
               MOVE "CAMBIO-VND" TO WS-CATEGORIA
           END-IF.
           MOVE WS-REAIS TO WS-VALOR-EXT.
           OPEN EXTEND COMPROVANTES.
           IF FS-COMPROVANTES EQUAL "35"
               OPEN OUTPUT COMPROVANTES
               CLOSE COMPROVANTES
               OPEN EXTEND COMPROVANTES
           END-IF.
           MOVE SPACES TO REG-COMPROVANTE.
           STRING
               "AUT="        WS-AUTENTICACAO
               ";CONTA="     WS-CONTA-LIQ
               ";DATA="      WS-DATA-HOJE
               ";VALOR="     WS-VALOR-EXT
               ";CATEGORIA=" WS-CATEGORIA
               ";FAV=0000"
               ";ORIGEM=CAMBIO-" WS-NOVA-OPERACAO
               DELIMITED BY SIZE INTO REG-COMPROVANTE
           END-STRING.
           WRITE REG-COMPROVANTE.
           CLOSE COMPROVANTES.

           PERFORM 0410-EMITIR-RECIBO.
           DISPLAY "OPERACAO " WS-NOVA-OPERACAO " REGISTRADA - AUT "
                   WS-AUTENTICACAO.
       0400-REGISTRAR-OPERACAO-FIM. EXIT.
      ******************************************************************
       0410-EMITIR-RECIBO      SECTION.
       0411-EMITIR-RECIBO.
           OPEN OUTPUT RECIBO.
           MOVE SPACES TO REG-RECIBO.
           STRING "RECIBO DE CAMBIO - OPERACAO " WS-NOVA-OPERACAO
                  " - " WS-DATA-HOJE " " WS-HORA-AGORA
               DELIMITED BY SIZE INTO REG-RECIBO
           END-STRING.
           PERFORM 0490-GRAVAR-RECIBO.
           STRING "CLIENTE: " WS-NOME-CLIENTE " CPF " WS-CPF
               DELIMITED BY SIZE INTO REG-RECIBO
           END-STRING.
           PERFORM 0490-GRAVAR-RECIBO.
           IF WS-TIPO EQUAL "C"
               MOVE "OPERACAO: VENDA DE MOEDA AO CLIENTE"
                                               TO REG-RECIBO
           ELSE
               MOVE "OPERACAO: COMPRA DE MOEDA DO CLIENTE"
                                               TO REG-RECIBO
           END-IF.
           PERFORM 0490-GRAVAR-RECIBO.
           MOVE WS-QTD TO WS-VALOR-EDT.
           STRING "MOEDA: " WS-MOEDA "  QUANTIDADE: " WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-RECIBO
           END-STRING.
           PERFORM 0490-GRAVAR-RECIBO.
           STRING "TAXA: " WS-TAXA2-EDT "  (COTACAO DE REFERENCIA "
                  WS-TAXA-EDT ")"
               DELIMITED BY SIZE INTO REG-RECIBO
           END-STRING.
           PERFORM 0490-GRAVAR-RECIBO.
           MOVE WS-REAIS TO WS-VALOR-EDT.
           STRING "VALOR EM REAIS: " WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-RECIBO
           END-STRING.
           PERFORM 0490-GRAVAR-RECIBO.
           IF WS-CONTA-LIQ EQUAL "ESPECIE"
               MOVE "LIQUIDACAO: EM ESPECIE" TO REG-RECIBO
           ELSE
               STRING "LIQUIDACAO: CONTA " WS-CONTA-LIQ
                   DELIMITED BY SIZE INTO REG-RECIBO
               END-STRING
           END-IF.
           PERFORM 0490-GRAVAR-RECIBO.
           STRING "AUTENTICACAO: " WS-AUTENTICACAO
               DELIMITED BY SIZE INTO REG-RECIBO
           END-STRING.
           PERFORM 0490-GRAVAR-RECIBO.
           CLOSE RECIBO.
       0410-EMITIR-RECIBO-FIM. EXIT.
      ******************************************************************
       0490-GRAVAR-RECIBO      SECTION.
       0491-GRAVAR-RECIBO.
           WRITE REG-RECIBO.
           DISPLAY REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
       0490-GRAVAR-RECIBO-FIM. EXIT.
      ******************************************************************
      *--> POSICAO DA MESA EM MOEDA: ABERTURA = COMPRADO MENOS VENDIDO
      *    ANTES DA DATA; NO DIA, O QUE A MESA COMPROU (CLIENTE
      *    VENDEU) E VENDEU (CLIENTE COMPROU) E A RECEITA DE SPREAD
       0500-POSICAO-DO-DIA     SECTION.
       0501-POSICAO-DO-DIA.
           DISPLAY "DATA DA POSICAO (AAAAMMDD, VAZIO = HOJE): ".
           MOVE ZEROS TO WS-DATA-POSICAO.
           ACCEPT WS-DATA-POSICAO.
           IF WS-DATA-POSICAO EQUAL ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-POSICAO
           END-IF.

           MOVE ZEROS TO WS-QT-MOEDAS WS-TOT-SPREAD.
           PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                   UNTIL WS-IND-OPE GREATER THAN WS-QTD-OPERACOES
               IF WS-OPE-DATA(WS-IND-OPE) NOT GREATER THAN
                                               WS-DATA-POSICAO
                   PERFORM 0510-ACUMULAR-OPERACAO
               END-IF
           END-PERFORM.

           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "POSICAO DE CAMBIO DO DIA " WS-DATA-POSICAO
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "MOEDA        ABERTURA       COMPRADO        VENDIDO"
                                       TO REG-RELATORIO.
           MOVE "     FECHAMENTO  RECEITA SPREAD OPER."
                                       TO REG-RELATORIO(55:38).
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-MOE FROM 1 BY 1
                   UNTIL WS-IND-MOE GREATER THAN WS-QT-MOEDAS
               COMPUTE WS-FECHAMENTO = WS-PSC-ABERTURA(WS-IND-MOE)
                                     + WS-PSC-COMPRADO(WS-IND-MOE)
                                     - WS-PSC-VENDIDO(WS-IND-MOE)
               ADD WS-PSC-SPREAD(WS-IND-MOE) TO WS-TOT-SPREAD
               MOVE WS-PSC-ABERTURA(WS-IND-MOE) TO WS-SINAL-EDT
               MOVE WS-PSC-COMPRADO(WS-IND-MOE) TO WS-VALOR-EDT
               MOVE WS-PSC-VENDIDO(WS-IND-MOE)  TO WS-VALOR2-EDT
               MOVE WS-FECHAMENTO               TO WS-FECHA-EDT
               MOVE WS-PSC-SPREAD(WS-IND-MOE)   TO WS-SPREAD-EDT
               MOVE SPACES TO REG-RELATORIO
               MOVE WS-PSC-MOEDA(WS-IND-MOE) TO REG-RELATORIO(1:3)
               MOVE WS-SINAL-EDT  TO REG-RELATORIO(7:15)
               MOVE WS-VALOR-EDT  TO REG-RELATORIO(24:14)
               MOVE WS-VALOR2-EDT TO REG-RELATORIO(39:14)
               MOVE WS-FECHA-EDT  TO REG-RELATORIO(54:15)
               MOVE WS-SPREAD-EDT TO REG-RELATORIO(71:13)
               MOVE WS-PSC-OPERACOES(WS-IND-MOE)
                                  TO REG-RELATORIO(87:5)
               PERFORM 0590-GRAVAR-E-MOSTRAR
           END-PERFORM.

           IF WS-QT-MOEDAS EQUAL ZEROS
               MOVE "  (NENHUMA OPERACAO ATE A DATA)" TO REG-RELATORIO
               PERFORM 0590-GRAVAR-E-MOSTRAR
           END-IF.
           MOVE WS-TOT-SPREAD TO WS-VALOR-EDT.
           STRING "RECEITA DE SPREAD NO DIA (R$)=" WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           CLOSE RELATORIO.
           DISPLAY "POSICAO GRAVADA EM POSCAMBIO.TXT".
       0500-POSICAO-DO-DIA-FIM. EXIT.
      ******************************************************************
       0510-ACUMULAR-OPERACAO  SECTION.
       0511-ACUMULAR-OPERACAO.
           MOVE ZEROS TO WS-MOE-ACHADA.
           PERFORM VARYING WS-IND-MOE FROM 1 BY 1
                   UNTIL WS-IND-MOE GREATER THAN WS-QT-MOEDAS
               IF WS-PSC-MOEDA(WS-IND-MOE) EQUAL
                                       WS-OPE-MOEDA(WS-IND-OPE)
                   MOVE WS-IND-MOE TO WS-MOE-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MOE-ACHADA EQUAL ZEROS
               IF WS-QT-MOEDAS NOT LESS THAN 20
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QT-MOEDAS
               MOVE WS-QT-MOEDAS TO WS-MOE-ACHADA
               MOVE WS-OPE-MOEDA(WS-IND-OPE)
                                   TO WS-PSC-MOEDA(WS-MOE-ACHADA)
               MOVE ZEROS TO WS-PSC-ABERTURA(WS-MOE-ACHADA)
                             WS-PSC-COMPRADO(WS-MOE-ACHADA)
                             WS-PSC-VENDIDO(WS-MOE-ACHADA)
                             WS-PSC-SPREAD(WS-MOE-ACHADA)
                             WS-PSC-OPERACOES(WS-MOE-ACHADA)
           END-IF.

           IF WS-OPE-DATA(WS-IND-OPE) LESS THAN WS-DATA-POSICAO
               IF WS-OPE-TIPO(WS-IND-OPE) EQUAL "V"
                   ADD WS-OPE-QTD(WS-IND-OPE)
                       TO WS-PSC-ABERTURA(WS-MOE-ACHADA)
               ELSE
                   SUBTRACT WS-OPE-QTD(WS-IND-OPE)
                       FROM WS-PSC-ABERTURA(WS-MOE-ACHADA)
               END-IF
               EXIT SECTION
           END-IF.

           IF WS-OPE-TIPO(WS-IND-OPE) EQUAL "V"
               ADD WS-OPE-QTD(WS-IND-OPE)
                   TO WS-PSC-COMPRADO(WS-MOE-ACHADA)
           ELSE
               ADD WS-OPE-QTD(WS-IND-OPE)
                   TO WS-PSC-VENDIDO(WS-MOE-ACHADA)
           END-IF.
           ADD WS-OPE-SPREAD(WS-IND-OPE)
               TO WS-PSC-SPREAD(WS-MOE-ACHADA).
           ADD 1 TO WS-PSC-OPERACOES(WS-MOE-ACHADA).
       0510-ACUMULAR-OPERACAO-FIM. EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
       0590-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
      *--> SPREAD DA MOEDA (NOVO OU ALTERACAO), EM PERCENTUAL
       0600-MANTER-SPREAD      SECTION.
       0601-MANTER-SPREAD.
           DISPLAY "SPREADS ATUAIS:".
           PERFORM VARYING WS-IND-SPR FROM 1 BY 1
                   UNTIL WS-IND-SPR GREATER THAN WS-QTD-SPREADS
               COMPUTE WS-PERC-EDT = WS-SPR-PERC(WS-IND-SPR) * 100
               DISPLAY "  " WS-SPR-MOEDA(WS-IND-SPR) " "
                       WS-PERC-EDT "%"
           END-PERFORM.
           DISPLAY "MOEDA: ".
           MOVE SPACES TO WS-MOEDA.
           ACCEPT WS-MOEDA.
           MOVE FUNCTION UPPER-CASE(WS-MOEDA) TO WS-MOEDA.
           IF WS-MOEDA EQUAL SPACES
               DISPLAY "MOEDA OBRIGATORIA"
               EXIT SECTION
           END-IF.
           DISPLAY "SPREAD EM % (EX: 2,50): ".
           MOVE SPACES TO WS-SPREAD-ENT.
           ACCEPT WS-SPREAD-ENT.
           IF FUNCTION NUMVAL(WS-SPREAD-ENT) NOT LESS THAN 100
               DISPLAY "SPREAD INVALIDO"
               EXIT SECTION
           END-IF.

           PERFORM 0330-LOCALIZAR-SPREAD.
           IF WS-SPR-ACHADO EQUAL ZEROS
               IF WS-QTD-SPREADS NOT LESS THAN 20
                   DISPLAY "TABELA DE SPREADS CHEIA"
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-SPREADS
               MOVE WS-QTD-SPREADS TO WS-SPR-ACHADO
               MOVE WS-MOEDA TO WS-SPR-MOEDA(WS-SPR-ACHADO)
           END-IF.
           COMPUTE WS-SPR-PERC(WS-SPR-ACHADO) =
                   FUNCTION NUMVAL(WS-SPREAD-ENT) / 100.

           OPEN OUTPUT SPREADS.
           PERFORM VARYING WS-IND-SPR FROM 1 BY 1
                   UNTIL WS-IND-SPR GREATER THAN WS-QTD-SPREADS
               MOVE SPACES TO REG-SPREAD
               STRING WS-SPR-MOEDA(WS-IND-SPR)
                      ";" WS-SPR-PERC(WS-IND-SPR)
                   DELIMITED BY SIZE INTO REG-SPREAD
               END-STRING
               WRITE REG-SPREAD
           END-PERFORM.
           CLOSE SPREADS.
           DISPLAY "SPREAD DE " WS-MOEDA " GRAVADO".
       0600-MANTER-SPREAD-FIM. EXIT.
      ******************************************************************
       0710-PROXIMA-AUTENTICACAO SECTION.
       0711-PROXIMA-AUTENTICACAO.
           MOVE ZEROS TO WS-AUTENTICACAO.
           OPEN INPUT COMPROVANTES.
           IF FS-COMPROVANTES EQUAL "00"
               READ COMPROVANTES
               PERFORM UNTIL FS-COMPROVANTES NOT EQUAL "00"
                   IF REG-COMPROVANTE(1:4) EQUAL "AUT="
                      AND REG-COMPROVANTE(5:8) IS NUMERIC
                      AND FUNCTION NUMVAL(REG-COMPROVANTE(5:8))
                              GREATER THAN WS-AUTENTICACAO
                       MOVE FUNCTION NUMVAL(REG-COMPROVANTE(5:8))
                               TO WS-AUTENTICACAO
                   END-IF
                   READ COMPROVANTES
               END-PERFORM
               CLOSE COMPROVANTES
           END-IF.
           ADD 1 TO WS-AUTENTICACAO.
       0710-PROXIMA-AUTENTICACAO-FIM. EXIT.
      ******************************************************************
       END PROGRAM CAMBIO.
