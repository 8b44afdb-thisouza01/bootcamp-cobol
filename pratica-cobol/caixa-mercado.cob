      * Author:Thiago
      * Date:19/05/2025
      * Purpose: Simular caixa de mercado
      *          Pagamento em dinheiro, cartao e crediario (cliente
      *          identificado com limite em credlimite.txt; a compra
      *          vai para crediario.txt e entra na fatura mensal).
      *          Vale-presente: vendido no cesto pelo codigo VALE
      *          (emitido com numero, saldo e validade em
      *          valepresente.txt quando a venda fecha), aceito como
      *          forma de pagamento com resgate parcial e consultado
      *          pela operacao 5; os movimentos vao para valemov.txt.
      *          Tributo aproximado por item (aliquota da classe fiscal
      *          do produto em tributos.txt) no cupom, no total da
      *          venda e na linha "I" do diario.
      *          Lotes: a venda fechada baixa o saldo dos lotes do
      *          lotes.txt do mais antigo para o mais novo; devolucao e
      *          cancelamento devolvem a quantidade ao lote mais novo.
      *          Item sem estoque liberado pelo supervisor fica
      *          registrado como linha "L" no grupo da venda.
      *          Saldo de pontos congelado pela cascata de desativacao
      *          do cliente (pontoscong.txt, lista CASCATA) nao e
      *          resgatado nem acumula na venda.
      *          Entrega em domicilio: cliente identificado pode pedir
      *          a entrega no endereco do cadastro ou em outro, com dia
      *          e janela de horario; a taxa do bairro (taxaentrega.txt)
      *          entra no total e a entrega vai pendente para
      *          entregas.txt, de onde o ROTA-ENTREGAS monta as rotas.
      *          Venda cancelada cancela a entrega.
      *          Recall: produto com situacao "R" no produtos.txt nao
      *          entra no cesto (nem com supervisor) e sai da venda
      *          retomada; a venda fechada grava uma linha "K" por lote
      *          consumido (referencia da venda, codigo, lote, qtd),
      *          que o RECALL-PRODUTO usa para filtrar por lote.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PONTOS-MOV.

      *--> SALDOS CONGELADOS PELA CASCATA DE DESATIVACAO DO CLIENTE:
      *    LINHA "TELEFONE;DATA;PEDIDO" GRAVADA PELA LISTA CASCATA
           SELECT PONTOS-CONG ASSIGN TO "C:\teste\pontoscong.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PONTOS-CONG.

      *--> VENDAS SUSPENSAS (ESPERA DO CLIENTE SEM TRAVAR O CAIXA):
      *    LINHA "S;FICHA;DATA;TELEFONE" + UMA "T" POR ITEM PARQUEADO
           SELECT SUSPENSAS ASSIGN TO "C:\teste\suspensas.txt"
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS OPE-LOGIN
               FILE STATUS     IS FS-OPERADORES.

      *--> CREDIARIO: LIMITE POR CLIENTE (CPF;LIMITE;SITUACAO), AS
      *    COMPRAS A PRAZO AINDA NAO FATURADAS E AS FATURAS EMITIDAS
      *    PELO FATURA-CREDIARIO -- AS TRES COMPOEM O LIMITE USADO
           SELECT CREDLIMITE ASSIGN TO "C:\teste\credlimite.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CREDLIMITE.

           SELECT CREDIARIO ASSIGN TO "C:\teste\crediario.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CREDIARIO.

           SELECT FATURAS ASSIGN TO "C:\teste\faturas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FATURAS.

      *--> VALE-PRESENTE: CADASTRO DOS CARTOES (NUMERO;EMISSAO;VALOR
      *    ORIGINAL;SALDO;VALIDADE;SITUACAO;CAIXA) E MOVIMENTOS
      *    (NUMERO;DATA;HORA;TIPO;VALOR;SALDO;CAIXA;REFERENCIA)
           SELECT VALES ASSIGN TO "C:\teste\valepresente.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-VALES.

           SELECT VALES-MOV ASSIGN TO "C:\teste\valemov.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-VALES-MOV.

      *--> CLASSES FISCAIS DO MANUT-CATALOGO (CLASSE;DESCRICAO;
      *    ALIQUOTA), CARREGADAS JUNTO COM O CATALOGO
           SELECT TRIBUTOS ASSIGN TO "C:\teste\tributos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-TRIBUTOS.

      *--> LOTES ABERTOS PELO RECEBIMENTO DO COMPRAS-MERCADO (CODIGO;
      *    LOTE;VALIDADE;QTD RECEBIDA;SALDO;ENTRADA;SITUACAO;PEDIDO)
           SELECT LOTES ASSIGN TO "C:\teste\lotes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-LOTES.

      *--> ENTREGA EM DOMICILIO: TAXA POR BAIRRO (BAIRRO;TAXA, A LINHA
      *    "*" E A TAXA DOS BAIRROS FORA DA TABELA) E AS ENTREGAS DAS
      *    VENDAS, ACOMPANHADAS PELO ROTA-ENTREGAS
           SELECT TAXAS-ENTREGA ASSIGN TO "C:\teste\taxaentrega.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-TAXAS-ENTREGA.

           SELECT ENTREGAS ASSIGN TO "C:\teste\entregas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ENTREGAS.
      ******************************************************************
       DATA                    DIVISION.
      *
       FD  PROMOCOES.
       01  REG-PROMOCAO                PIC X(100).
      *
      *--> SO A CHAVE, O NOME, O CPF E O ENDERECO INTERESSAM AQUI; O
      *    RESTO DO REGISTRO DO CADASTRO PRINCIPAL FICA NOS FILLERS
       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-TELEFONE             PIC 9(09).
           05 CLI-NOME                 PIC A(30).
           05 FILLER                   PIC X(40).
           05 CLI-CPF                  PIC 9(11).
           05 FILLER                   PIC X(116).
           05 CLI-ENDERECO.
               10 CLI-END-LOGRADOURO   PIC X(40).
               10 CLI-END-NUMERO       PIC X(06).
               10 CLI-END-COMPLEMENTO  PIC X(15).
               10 CLI-END-BAIRRO       PIC X(20).
               10 CLI-END-CIDADE       PIC X(25).
               10 CLI-END-UF           PIC X(02).
               10 CLI-END-CEP          PIC 9(08).
           05 FILLER                   PIC X(31).
      *
       FD  PONTOS.
       01  REG-PONTO                   PIC X(30).
      *
       FD  PONTOS-MOV.
       01  REG-PONTO-MOV               PIC X(50).
      *
       FD  PONTOS-CONG.
       01  REG-PONTO-CONG              PIC X(30).
      *
       FD  SUSPENSAS.
       01  REG-SUSPENSA                PIC X(100).
           05 OPE-PERFIL               PIC X(01).
           05 OPE-STATUS               PIC X(01).
           05 FILLER                   PIC X(60).
      *
       FD  CREDLIMITE.
       01  REG-CREDLIMITE              PIC X(40).
      *
       FD  CREDIARIO.
       01  REG-CREDIARIO               PIC X(80).
      *
       FD  FATURAS.
       01  REG-FATURA                  PIC X(100).
      *
       FD  VALES.
       01  REG-VALE                    PIC X(80).
      *
       FD  VALES-MOV.
       01  REG-VALE-MOV                PIC X(80).
      *
       FD  TRIBUTOS.
       01  REG-TRIBUTO                 PIC X(40).
      *
       FD  LOTES.
       01  REG-LOTE                    PIC X(80).
      *
       FD  TAXAS-ENTREGA.
       01  REG-TAXA-ENTREGA            PIC X(40).
      *
       FD  ENTREGAS.
       01  REG-ENTREGA                 PIC X(300).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-PRODUTOS         PIC X(02)           VALUE SPACES.
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  FS-PONTOS           PIC X(02)           VALUE SPACES.
       77  FS-PONTOS-MOV       PIC X(02)           VALUE SPACES.
       77  FS-PONTOS-CONG      PIC X(02)           VALUE SPACES.
       77  WS-PONTOS-CONGELADOS PIC X              VALUE "N".
       77  WS-CONG-TELEFONE    PIC X(09)           VALUE SPACES.
       77  WS-TEL-CLIENTE      PIC 9(09)           VALUE ZEROS.
       77  WS-CLIENTE-OK       PIC X               VALUE "N".
       77  WS-SALDO-PONTOS     PIC 9(06)           VALUE ZEROS.
      *    DEVOLUCAO DA VENDA REJEITADA PRECISA SABER DESFAZER
       01  TABELA-BAIXA.
           05 WS-TBL-BAIXOU    PIC X               OCCURS 10 TIMES.
      *--> TRIBUTO APROXIMADO E CLASSE FISCAL DE CADA LINHA, APURADOS
      *    NO FECHAMENTO DO CESTO (0310) PARA O CUPOM E A LINHA "I"
       01  TABELA-TRIBUTO.
           05 WS-TBL-TRIBUTO   PIC 9(04)V99        OCCURS 10 TIMES.
       01  TABELA-CLASSE.
           05 WS-TBL-CLASSE    PIC X(02)           OCCURS 10 TIMES.

       77  WS-QTD-CATALOGO     PIC 9(02)           VALUE ZEROS.
       77  WS-IND-CAT          PIC 9(02)           VALUE ZEROS.
           88 PRODUTOS-FIM                         VALUE "S".
      *--> WS-CAT-TIPO: "U" ITEM POR UNIDADE / "P" ITEM VENDIDO POR
      *    PESO (PRECO POR KG, ESTOQUE EM KG INTEIROS); LINHAS ANTIGAS
      *    DO PRODUTOS.TXT SEM O CAMPO VALEM "U". WS-CAT-CLASSE: CLASSE
      *    FISCAL; SEM O CAMPO VALE "00" (SEM TRIBUTO). WS-CAT-SITUACAO:
      *    "R" = PRODUTO EM RECALL, VENDA BLOQUEADA; ESPACO = NORMAL
       01  WS-TAB-CATALOGO     OCCURS 50 TIMES.
           05 WS-CAT-CODIGO    PIC X(05).
           05 WS-CAT-NOME      PIC A(20).
           05 WS-CAT-VALOR     PIC 9(04)V99.
           05 WS-CAT-ESTOQUE   PIC 9(04).
           05 WS-CAT-TIPO      PIC X(01).
           05 WS-CAT-CLASSE    PIC X(02).
           05 WS-CAT-SITUACAO  PIC X(01).

      *--> CONTROLE DE ESTOQUE: INDICE DO ITEM VENDIDO (PARA BAIXAR A
      *    QUANTIDADE), LIBERACAO DO SUPERVISOR QUANDO ZERADO E
           05 WS-EST-VALOR     PIC 9(04)V99.
           05 WS-EST-QTD       PIC 9(03)V999.

      *--> LIBERACAO DO SUPERVISOR PARA ITEM SEM ESTOQUE: CADA UMA
      *    VIRA LINHA "L" NO GRUPO DA VENDA (PERFIL DOS CAIXAS)
       77  WS-QT-LIBERACOES    PIC 9(02)           VALUE ZEROS.
       77  WS-IND-LIB          PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-LIBERACOES   OCCURS 10 TIMES.
           05 WS-LIB-CODIGO    PIC X(05).

      *--> CANCELAMENTO DE VENDA FECHADA (SO SUPERVISOR): CREDENCIAL
      *    CONFERIDA CONTRA O CADASTRO DE OPERADORES
       77  FS-OPERADORES       PIC X(02)           VALUE SPACES.
       77  WS-NIV-DATA         PIC X(08)           VALUE SPACES.
       77  WS-NIV-TIPO         PIC X(08)           VALUE SPACES.
       77  WS-NIV-PONTOS       PIC X(06)           VALUE SPACES.

      *--> CREDIARIO: SO CLIENTE IDENTIFICADO, COM CPF NO CADASTRO,
      *    LIMITE NO CREDLIMITE.TXT E SITUACAO "A" (O RELATORIO DE
      *    INADIMPLENCIA DO COBRA-CREDIARIO BLOQUEIA COM "I"; "M" E
      *    BLOQUEIO MANUAL). O USADO E A SOMA DAS COMPRAS AINDA NAO
      *    FATURADAS (C MENOS E) COM AS FATURAS EM ABERTO.
       77  FS-CREDLIMITE       PIC X(02)           VALUE SPACES.
       77  FS-CREDIARIO        PIC X(02)           VALUE SPACES.
       77  FS-FATURAS          PIC X(02)           VALUE SPACES.
       77  WS-CPF-CLIENTE      PIC 9(11)           VALUE ZEROS.
       77  WS-VALOR-CREDIARIO  PIC 9(05)V99        VALUE ZEROS.
       77  WS-CRED-OK          PIC X               VALUE "N".
       77  WS-CRED-ACHOU       PIC X               VALUE "N".
       77  WS-CRED-SITUACAO    PIC X(01)           VALUE SPACES.
       77  WS-CRED-USADO       PIC S9(09)V99       VALUE ZEROS.
       77  WS-CRED-DISPONIVEL  PIC S9(09)V99       VALUE ZEROS.
       77  WS-CRED-DISP-EDT    PIC -ZZZZZZ9,99.
       77  WS-CRED-CPF-X       PIC X(11)           VALUE SPACES.
       77  WS-CRED-TIPO        PIC X(01)           VALUE SPACES.
       77  WS-CRED-SIT-LIDA    PIC X(01)           VALUE SPACES.
       77  WS-CRED-CAMPO       PIC X(14)           VALUE SPACES.
       77  WS-CRED-FATURA      PIC X(06)           VALUE SPACES.
       77  WS-MOMENTO-VENDA    PIC X(14)           VALUE SPACES.
       01  WS-CRED-LIMITE-X    PIC X(09)           VALUE ZEROS.
       01  WS-CRED-LIMITE REDEFINES WS-CRED-LIMITE-X
                           PIC 9(07)V99.
       01  WS-CRED-VALOR-X     PIC X(07)           VALUE ZEROS.
       01  WS-CRED-VALOR REDEFINES WS-CRED-VALOR-X
                           PIC 9(05)V99.
       01  WS-FAT-VALOR-X      PIC X(09)           VALUE ZEROS.
       01  WS-FAT-VALOR REDEFINES WS-FAT-VALOR-X
                           PIC 9(07)V99.

      *--> VALE-PRESENTE: SITUACAO "A" ATIVO, "Z" SALDO ZERADO NO
      *    RESGATE, "C" CANCELADO; VENCIDO E VALIDADE MENOR QUE HOJE.
      *    O NUMERO SEGUE O MAIOR JA EMITIDO E A VALIDADE E A EMISSAO
      *    MAIS VALE_VALIDADE_DIAS (PADRAO 365). MOVIMENTOS: E EMISSAO,
      *    R RESGATE, C CANCELAMENTO, D DEVOLUCAO DE RESGATE.
       77  FS-VALES            PIC X(02)           VALUE SPACES.
       77  FS-VALES-MOV        PIC X(02)           VALUE SPACES.
       77  WS-QTD-VALES        PIC 9(04)           VALUE ZEROS.
       77  WS-IND-VALE         PIC 9(04)           VALUE ZEROS.
       77  WS-VALE-ACHADO      PIC 9(04)           VALUE ZEROS.
       77  WS-VALES-CHEIO      PIC X(01)           VALUE "N".
       77  WS-VALES-CESTO      PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-VALES        OCCURS 2000 TIMES.
           05 WS-VAL-NUMERO    PIC 9(10).
           05 WS-VAL-EMISSAO   PIC X(08).
           05 WS-VAL-ORIGINAL  PIC 9(05)V99.
           05 WS-VAL-SALDO     PIC 9(05)V99.
           05 WS-VAL-VALIDADE  PIC X(08).
           05 WS-VAL-SITUACAO  PIC X(01).
           05 WS-VAL-CAIXA     PIC X(02).
       77  WS-VAL-NUMERO-X     PIC X(10)           VALUE SPACES.
       01  WS-VAL-ORIGINAL-X   PIC X(07)           VALUE ZEROS.
       01  WS-VAL-ORIGINAL-LIDO REDEFINES WS-VAL-ORIGINAL-X
                           PIC 9(05)V99.
       01  WS-VAL-SALDO-X      PIC X(07)           VALUE ZEROS.
       01  WS-VAL-SALDO-LIDO REDEFINES WS-VAL-SALDO-X
                           PIC 9(05)V99.
       77  WS-VALE-NUMERO      PIC 9(10)           VALUE ZEROS.
       77  WS-VALE-RESGATE     PIC 9(10)           VALUE ZEROS.
       77  WS-VALE-ULTIMO      PIC 9(10)           VALUE ZEROS.
       77  WS-VALE-VALOR       PIC 9(04)V99        VALUE ZEROS.
       77  WS-VALE-VALOR-MAX   PIC 9(04)V99        VALUE 1000,00.
       77  WS-VALE-DIAS-ENT    PIC X(04)           VALUE SPACES.
       77  WS-VALE-DIAS        PIC 9(04)           VALUE 0365.
       77  WS-VALE-VALIDADE    PIC 9(08)           VALUE ZEROS.
       77  WS-VALOR-VALE       PIC 9(05)V99        VALUE ZEROS.
       77  WS-VALE-VENDIDO     PIC 9(05)V99        VALUE ZEROS.
       77  WS-VALE-PAGAVEL     PIC S9(05)V99       VALUE ZEROS.
       77  WS-VALE-MOV-TIPO    PIC X(01)           VALUE SPACES.
       77  WS-VALE-MOV-VALOR   PIC 9(05)V99        VALUE ZEROS.
       77  WS-VALE-MOV-REF     PIC X(14)           VALUE SPACES.
      *--> CLASSES FISCAIS: ALIQUOTA APROXIMADA EM % (DISPLAY DE
      *    9(02)V99); CLASSE FORA DA TABELA NAO TRIBUTA
       77  FS-TRIBUTOS         PIC X(02)           VALUE SPACES.
       77  WS-QTD-TRIBUTOS     PIC 9(02)           VALUE ZEROS.
       77  WS-IND-TRIB         PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-TRIBUTOS     OCCURS 20 TIMES.
           05 WS-TRB-CLASSE    PIC X(02).
           05 WS-TRB-ALIQUOTA  PIC 9(02)V99.
       77  WS-TRB-DESCRICAO    PIC X(20)           VALUE SPACES.
       01  WS-ALIQUOTA-LIDA-X  PIC X(04)           VALUE ZEROS.
       01  WS-ALIQUOTA-LIDA REDEFINES WS-ALIQUOTA-LIDA-X
                           PIC 9(02)V99.
       77  WS-TRIBUTO-TOTAL    PIC 9(05)V99        VALUE ZEROS.

      *--> LOTES: SITUACAO "A" COM SALDO, "Z" ESGOTADO NA VENDA, "B"
      *    BAIXADO COMO PERDA PELO LOTES-VALIDADE (NAO RECEBE MAIS
      *    NADA). A ORDEM DO ARQUIVO E A ORDEM DE ENTRADA.
       77  FS-LOTES            PIC X(02)           VALUE SPACES.
       77  WS-LOTES-CARREGADOS PIC X               VALUE "N".
       77  WS-LOTES-MUDOU      PIC X               VALUE "N".
       77  WS-LOTES-CHEIO      PIC X               VALUE "N".
       77  WS-QTD-LOTES        PIC 9(03)           VALUE ZEROS.
       77  WS-IND-LOTE         PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-LOTES        OCCURS 500 TIMES.
           05 WS-LOT-CODIGO    PIC X(05).
           05 WS-LOT-NUMERO    PIC X(10).
           05 WS-LOT-VALIDADE  PIC X(08).
           05 WS-LOT-QTD-REC   PIC 9(04).
           05 WS-LOT-SALDO     PIC 9(04).
           05 WS-LOT-ENTRADA   PIC X(08).
           05 WS-LOT-SITUACAO  PIC X(01).
           05 WS-LOT-PEDIDO    PIC X(04).
       77  WS-LOTE-CODIGO      PIC X(05)           VALUE SPACES.
       77  WS-LOTE-QTD         PIC 9(04)           VALUE ZEROS.
       77  WS-LOTE-BAIXA       PIC 9(04)           VALUE ZEROS.

      *--> LOTES CONSUMIDOS PELA VENDA FECHADA: VIRAM LINHAS
      *    "K;DATA;HORA;CODIGO;LOTE;QTD;CAIXA" NO DIARIO (DATA+HORA DA
      *    VENDA DE REFERENCIA, COMO NAS LINHAS "R" E "C"), PARA O
      *    RECALL-PRODUTO ACHAR QUEM LEVOU CADA LOTE
       77  WS-QTD-LOTES-VENDA  PIC 9(02)           VALUE ZEROS.
       77  WS-IND-LOTE-VENDA   PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-LOTES-VENDA  OCCURS 30 TIMES.
           05 WS-LVD-CODIGO    PIC X(05).
           05 WS-LVD-NUMERO    PIC X(10).
           05 WS-LVD-QTD       PIC 9(04).

      *--> CANCELAMENTO: VALES EMITIDOS (LINHA "G") E RESGATADOS
      *    (LINHA "H") NO GRUPO DA VENDA CANCELADA
       77  WS-QTD-VALES-CAN    PIC 9(02)           VALUE ZEROS.
       77  WS-IND-VALE-CAN     PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-VALES-CAN    OCCURS 20 TIMES.
           05 WS-VCA-TIPO      PIC X(01).
           05 WS-VCA-NUMERO    PIC 9(10).
           05 WS-VCA-VALOR     PIC 9(05)V99.

      *--> ENTREGA EM DOMICILIO: ENDERECO (DO CADASTRO OU DIGITADO),
      *    DIA E JANELA DE HORARIO (HHMM A HHMM; ZEROS = QUALQUER
      *    HORA) E TAXA DO BAIRRO, SOMADA AO TOTAL DA VENDA. A LINHA
      *    "E;TAXA;BAIRRO;CAIXA" VAI NO GRUPO DA VENDA E A ENTREGA
      *    ENTRA PENDENTE ("P") NO ENTREGAS.TXT. SITUACOES: P
      *    PENDENTE, S SAIU PARA ENTREGA, E ENTREGUE, F FALHOU, C
      *    CANCELADA COM A VENDA.
       77  FS-TAXAS-ENTREGA    PIC X(02)           VALUE SPACES.
       77  FS-ENTREGAS         PIC X(02)           VALUE SPACES.
       77  WS-ENTREGA          PIC X               VALUE "N".
       77  WS-ENT-OPCAO        PIC X               VALUE SPACES.
       77  WS-ENT-NOME         PIC X(30)           VALUE SPACES.
       01  WS-ENT-ENDERECO.
           05 WS-ENT-LOGRADOURO PIC X(40)          VALUE SPACES.
           05 WS-ENT-NUMERO    PIC X(06)           VALUE SPACES.
           05 WS-ENT-COMPLEMENTO PIC X(15)         VALUE SPACES.
           05 WS-ENT-BAIRRO    PIC X(20)           VALUE SPACES.
           05 WS-ENT-CIDADE    PIC X(25)           VALUE SPACES.
           05 WS-ENT-UF        PIC X(02)           VALUE SPACES.
           05 WS-ENT-CEP       PIC 9(08)           VALUE ZEROS.
       77  WS-ENT-DATA         PIC 9(08)           VALUE ZEROS.
       77  WS-ENT-JANELA-DE    PIC 9(04)           VALUE ZEROS.
       77  WS-ENT-JANELA-ATE   PIC 9(04)           VALUE ZEROS.
       77  WS-ENT-TAXA         PIC 9(03)V99        VALUE ZEROS.
       77  WS-ENT-TAXA-PADRAO  PIC 9(03)V99        VALUE ZEROS.
       77  WS-ENT-TEM-PADRAO   PIC X               VALUE "N".
       77  WS-ENT-ACHOU-TAXA   PIC X               VALUE "N".
       77  WS-ENT-BAIRRO-LIDO  PIC X(20)           VALUE SPACES.
       01  WS-ENT-TAXA-X       PIC X(05)           VALUE ZEROS.
       01  WS-ENT-TAXA-LIDA REDEFINES WS-ENT-TAXA-X
                           PIC 9(03)V99.
       77  WS-ACUM-PONTOS      PIC 9(05)V99        VALUE ZEROS.

      *--> CANCELAMENTO DE VENDA COM ENTREGA: A ENTREGA DO GRUPO E
      *    LOCALIZADA NO ENTREGAS.TXT PELA DATA+HORA E CAIXA DA VENDA
       77  WS-ENT-CANCELAR     PIC X               VALUE "N".
       77  WS-ENT-CAIXA-X      PIC X(02)           VALUE SPACES.
       77  WS-ENT-REF-LIDA     PIC X(14)           VALUE SPACES.
       77  WS-ENT-CAIXA-LIDO   PIC X(02)           VALUE SPACES.
       77  WS-ENT-SIT-LIDA     PIC X(01)           VALUE SPACES.
       77  WS-QTD-ENTREGAS     PIC 9(04)           VALUE ZEROS.
       77  WS-IND-ENTREGA      PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-ENTREGAS.
           05 WS-ENT-LINHA     PIC X(300)          OCCURS 2000 TIMES.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           END-PERFORM.

           DISPLAY "OPERACAO (1=VENDA / 2=DEVOLUCAO / 3=RETOMAR / "
                   "4=CANCELAR VENDA / 5=SALDO DO VALE): ".
           ACCEPT WS-TIPO-OPER.
           EVALUATE WS-TIPO-OPER
               WHEN 2
                   PERFORM 0600-DEVOLUCAO
                   STOP RUN
               WHEN 5
                   PERFORM 0900-CONSULTAR-VALE
                   STOP RUN
               WHEN 4
                   PERFORM 0800-CANCELAR-VENDA
                   STOP RUN
                       NOT INVALID KEY
                           DISPLAY "CLIENTE: " CLI-NOME
                           MOVE "S" TO WS-CLIENTE-OK
                           MOVE CLI-CPF TO WS-CPF-CLIENTE
                   END-READ
                   CLOSE CLIENTES
               END-IF
           IF WS-SALDO-PONTOS GREATER THAN ZEROS
               DISPLAY "SALDO DE PONTOS: " WS-SALDO-PONTOS
           END-IF.

           PERFORM 0145-VERIFICAR-CONGELAMENTO.
           IF WS-PONTOS-CONGELADOS EQUAL "S"
               DISPLAY "SALDO DE PONTOS CONGELADO"
           END-IF.
       0140-CARREGAR-SALDOS-FIM. EXIT.
      *
      *--> CLIENTE DESATIVADO NO CADASTRO TEM O SALDO CONGELADO PELA
      *    CASCATA: NEM RESGATA (0450) NEM ACUMULA (0460) ATE A
      *    REATIVACAO TIRAR O TELEFONE DO PONTOSCONG.TXT.
       0145-VERIFICAR-CONGELAMENTO SECTION.
       0146-VERIFICAR-CONGELAMENTO.
           MOVE "N" TO WS-PONTOS-CONGELADOS.
           OPEN INPUT PONTOS-CONG.
           IF FS-PONTOS-CONG NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PONTOS-CONG.
           PERFORM UNTIL FS-PONTOS-CONG NOT EQUAL "00"
               MOVE SPACES TO WS-CONG-TELEFONE
               UNSTRING REG-PONTO-CONG DELIMITED BY ";"
                   INTO WS-CONG-TELEFONE
               END-UNSTRING
               IF WS-CONG-TELEFONE IS NUMERIC
                  AND FUNCTION NUMVAL(WS-CONG-TELEFONE) EQUAL
                          WS-TEL-CLIENTE
                   MOVE "S" TO WS-PONTOS-CONGELADOS
               END-IF
               READ PONTOS-CONG
           END-PERFORM.
           CLOSE PONTOS-CONG.
       0145-VERIFICAR-CONGELAMENTO-FIM. EXIT.
      *
       0110-CARREGAR-CATALOGO  SECTION.
           OPEN INPUT PRODUTOS.
                   ADD 1 TO WS-QTD-CATALOGO
                   MOVE ZEROS TO WS-VALOR-LIDO-X
                   MOVE SPACES TO WS-CAT-TIPO(WS-QTD-CATALOGO)
                                  WS-CAT-CLASSE(WS-QTD-CATALOGO)
                                  WS-CAT-SITUACAO(WS-QTD-CATALOGO)
                   UNSTRING REG-PRODUTO DELIMITED BY ";"
                       INTO WS-CAT-CODIGO(WS-QTD-CATALOGO)
                            WS-CAT-NOME(WS-QTD-CATALOGO)
                            WS-VALOR-LIDO-X
                            WS-CAT-ESTOQUE(WS-QTD-CATALOGO)
                            WS-CAT-TIPO(WS-QTD-CATALOGO)
                            WS-CAT-CLASSE(WS-QTD-CATALOGO)
                            WS-CAT-SITUACAO(WS-QTD-CATALOGO)
                   END-UNSTRING
                   MOVE WS-VALOR-LIDO
                           TO WS-CAT-VALOR(WS-QTD-CATALOGO)
                   IF WS-CAT-TIPO(WS-QTD-CATALOGO) NOT EQUAL "P"
                       MOVE "U" TO WS-CAT-TIPO(WS-QTD-CATALOGO)
                   END-IF
                   IF WS-CAT-CLASSE(WS-QTD-CATALOGO) EQUAL SPACES
                       MOVE "00" TO WS-CAT-CLASSE(WS-QTD-CATALOGO)
                   END-IF

                   READ PRODUTOS
                       AT END MOVE "S" TO WS-FIM-PRODUTOS

               CLOSE PRODUTOS
           END-IF.
           PERFORM 0115-CARREGAR-TRIBUTOS.
       0110-CARREGAR-CATALOGO-FIM. EXIT.
      *
       0115-CARREGAR-TRIBUTOS  SECTION.
       0116-CARREGAR-TRIBUTOS.
           MOVE ZEROS TO WS-QTD-TRIBUTOS.
           OPEN INPUT TRIBUTOS.
           IF FS-TRIBUTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ TRIBUTOS.
           PERFORM UNTIL FS-TRIBUTOS NOT EQUAL "00"
                      OR WS-QTD-TRIBUTOS EQUAL 20
               ADD 1 TO WS-QTD-TRIBUTOS
               MOVE SPACES TO WS-TRB-CLASSE(WS-QTD-TRIBUTOS)
               MOVE ZEROS TO WS-ALIQUOTA-LIDA-X
               UNSTRING REG-TRIBUTO DELIMITED BY ";"
                   INTO WS-TRB-CLASSE(WS-QTD-TRIBUTOS)
                        WS-TRB-DESCRICAO
                        WS-ALIQUOTA-LIDA-X
               END-UNSTRING
               IF WS-ALIQUOTA-LIDA-X IS NUMERIC
                   MOVE WS-ALIQUOTA-LIDA
                           TO WS-TRB-ALIQUOTA(WS-QTD-TRIBUTOS)
               ELSE
                   MOVE ZEROS TO WS-TRB-ALIQUOTA(WS-QTD-TRIBUTOS)
               END-IF
               READ TRIBUTOS
           END-PERFORM.
           CLOSE TRIBUTOS.
       0115-CARREGAR-TRIBUTOS-FIM. EXIT.
      *
       0120-CARREGAR-PROMOCOES SECTION.
           OPEN INPUT PROMOCOES.
               ACCEPT WS-CODIGO

               PERFORM 0202-LOCALIZAR-PRODUTO
               IF FUNCTION UPPER-CASE(WS-CODIGO) EQUAL "VALE"
                   MOVE "VALE" TO WS-CODIGO
                   MOVE "V" TO WS-ACHOU
               END-IF
      *--> PRODUTO EM RECALL NAO PASSA NO CAIXA, NEM COM SUPERVISOR
               IF WS-ACHOU EQUAL "S"
                  AND WS-CAT-SITUACAO(WS-IND-ACHADO) EQUAL "R"
                   DISPLAY "PRODUTO EM RECALL - VENDA BLOQUEADA"
                   MOVE "B" TO WS-ACHOU
               END-IF

               IF WS-ACHOU EQUAL "S"
      *--> SEM ESTOQUE O ITEM SO ENTRA COM LIBERACAO DO SUPERVISOR
                       DISPLAY "PRODUTO SEM ESTOQUE!"
                       DISPLAY "SUPERVISOR LIBERA A VENDA (S/N)? "
                       ACCEPT WS-LIBERA
                       IF FUNCTION UPPER-CASE(WS-LIBERA) EQUAL "S"
                          AND WS-QT-LIBERACOES LESS THAN 10
                           ADD 1 TO WS-QT-LIBERACOES
                           MOVE WS-CODIGO
                                   TO WS-LIB-CODIGO(WS-QT-LIBERACOES)
                       END-IF
                   END-IF

                   IF FUNCTION UPPER-CASE(WS-LIBERA) EQUAL "S"
                       DISPLAY "ITEM NAO INCLUIDO NA COMPRA"
                   END-IF
               ELSE
                   IF WS-ACHOU EQUAL "V"
                       PERFORM 0260-INCLUIR-VALE
                   ELSE
                       IF WS-ACHOU NOT EQUAL "B"
                           DISPLAY "PRODUTO NAO ENCONTRADO NO CATALOGO"
                       END-IF
                   END-IF
               END-IF

               DISPLAY "CONTINUA (0-SIM / 1-NAO / 2-SUSPENDER / "
               END-IF
           END-IF.
       0250-ESTORNAR-ITEM-FIM. EXIT.
      *
      *--> VENDA DE VALE-PRESENTE: ENTRA NO CESTO COMO LINHA "VALE",
      *    SEM ESTOQUE NEM PROMOCAO; O CARTAO SO E EMITIDO (NUMERO,
      *    SALDO E VALIDADE) QUANDO A VENDA FECHA, NA 0495
       0260-INCLUIR-VALE       SECTION.
       0261-INCLUIR-VALE.
      *--> O CARTAO PRECISA CABER NO CADASTRO JUNTO COM OS OUTROS
      *    VALES JA NO CESTO, SENAO A VENDA FECHARIA SEM EMITI-LO
           PERFORM 0490-CARREGAR-VALES.
           MOVE ZEROS TO WS-VALES-CESTO.
           PERFORM VARYING WS-IND-DIARIO FROM 1 BY 1
                   UNTIL WS-IND-DIARIO NOT LESS THAN WS-INDICE
               IF WS-TBL-CODIGO(WS-IND-DIARIO) EQUAL "VALE"
                   ADD 1 TO WS-VALES-CESTO
               END-IF
           END-PERFORM.
           IF WS-VALES-CHEIO EQUAL "S"
                   OR WS-QTD-VALES + WS-VALES-CESTO NOT LESS THAN 2000
               DISPLAY "CADASTRO DE VALES CHEIO - VALE-PRESENTE NAO "
                       "PODE SER VENDIDO, CHAME O SUPERVISOR"
               EXIT SECTION
           END-IF.
           DISPLAY "VALOR DO VALE-PRESENTE........ ".
           ACCEPT WS-VALE-VALOR.
           IF WS-VALE-VALOR EQUAL ZEROS
                   OR WS-VALE-VALOR GREATER THAN WS-VALE-VALOR-MAX
               DISPLAY "VALOR DE VALE-PRESENTE INVALIDO (LIMITE "
                       "R$ 1.000,00)"
               EXIT SECTION
           END-IF.
           MOVE "VALE"          TO WS-TBL-CODIGO(WS-INDICE).
           MOVE "VALE PRESENTE" TO WS-TBL-NOME(WS-INDICE).
           MOVE WS-VALE-VALOR   TO WS-TBL-VALOR(WS-INDICE).
           MOVE 1               TO WS-TBL-QTD(WS-INDICE).
           MOVE "N"             TO WS-TBL-BAIXOU(WS-INDICE).
           ADD WS-VALE-VALOR TO WS-ACUM.
           ADD 1 TO WS-INDICE.
           DISPLAY "VALE-PRESENTE INCLUIDO NA COMPRA".
       0260-INCLUIR-VALE-FIM.  EXIT.
      *
       0300-EXIBIR-TABELA      SECTION.
           PERFORM VARYING WS-EXIBIR-INDICE FROM 1 BY 1

               DISPLAY WS-TBL-NOME(WS-EXIBIR-INDICE) " QTD "
                       WS-TBL-QTD(WS-EXIBIR-INDICE) " "
                       WS-TBL-VALOR(WS-EXIBIR-INDICE) " TRIB "
                       WS-TBL-TRIBUTO(WS-EXIBIR-INDICE)

           END-PERFORM.
       0300-EXIBIR-TABELA-FIM. EXIT.
       0200-PROCESSAR-FIM.     EXIT.
      *
      *--> TRIBUTO APROXIMADO DE CADA LINHA DO CESTO: VALOR DA LINHA
      *    VEZES A ALIQUOTA DA CLASSE FISCAL DO PRODUTO. VALE-PRESENTE
      *    NAO E MERCADORIA E FICA NA CLASSE "00".
       0310-APURAR-TRIBUTOS    SECTION.
       0311-APURAR-TRIBUTOS.
           MOVE ZEROS TO WS-TRIBUTO-TOTAL.
           PERFORM VARYING WS-EXIBIR-INDICE FROM 1 BY 1
                   UNTIL WS-EXIBIR-INDICE >= WS-INDICE
               MOVE "00"  TO WS-TBL-CLASSE(WS-EXIBIR-INDICE)
               MOVE ZEROS TO WS-TBL-TRIBUTO(WS-EXIBIR-INDICE)
               PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                       UNTIL WS-IND-CAT GREATER THAN WS-QTD-CATALOGO
                   IF WS-CAT-CODIGO(WS-IND-CAT) EQUAL
                                   WS-TBL-CODIGO(WS-EXIBIR-INDICE)
                       MOVE WS-CAT-CLASSE(WS-IND-CAT)
                               TO WS-TBL-CLASSE(WS-EXIBIR-INDICE)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IND-TRIB FROM 1 BY 1
                       UNTIL WS-IND-TRIB GREATER THAN WS-QTD-TRIBUTOS
                   IF WS-TRB-CLASSE(WS-IND-TRIB) EQUAL
                                   WS-TBL-CLASSE(WS-EXIBIR-INDICE)
                       COMPUTE WS-TBL-TRIBUTO(WS-EXIBIR-INDICE)
                               ROUNDED =
                               WS-TBL-VALOR(WS-EXIBIR-INDICE)
                               * WS-TRB-ALIQUOTA(WS-IND-TRIB) / 100
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               ADD WS-TBL-TRIBUTO(WS-EXIBIR-INDICE) TO WS-TRIBUTO-TOTAL
           END-PERFORM.
       0310-APURAR-TRIBUTOS-FIM. EXIT.
      ******************************************************************
       0400-FINALIZAR          SECTION.
       0401-FINALIZAR.
           DISPLAY "---------- R E S U L T A D O ----------".
           DISPLAY "---------------------------------------".
           DISPLAY "PRODUTOS COMPRADOS.....................".
           PERFORM 0310-APURAR-TRIBUTOS.
           PERFORM 0300-EXIBIR-TABELA.
           PERFORM 0405-APLICAR-PROMOCOES.
           PERFORM 0450-RESGATAR-PONTOS.
           PERFORM 0455-MARCAR-ENTREGA.
           DISPLAY "TOTAL DA COMPRA............... " WS-ACUM.
           DISPLAY "TRIBUTOS APROXIMADOS.......... " WS-TRIBUTO-TOTAL.
           PERFORM 0410-RECEBER-PAGAMENTO.
           PERFORM 0460-ACUMULAR-PONTOS.
           IF WS-VENDA-OK EQUAL "S"
               PERFORM 0430-REGRAVAR-CATALOGO
               PERFORM 0437-BAIXAR-LOTES
           ELSE
               PERFORM 0435-DEVOLVER-ESTOQUE
           END-IF.
      *    O PAGAMENTO DUAS VEZES (E GRAVARIA O DIARIO ZERADO).
       0410-RECEBER-PAGAMENTO  SECTION.
       0411-RECEBER-PAGAMENTO.
      *--> CREDIARIO PRIMEIRO: RECUSADO, O VALOR VOLTA A ZERO E O
      *    CLIENTE ACERTA EM DINHEIRO OU CARTAO
           MOVE ZEROS TO WS-VALOR-CREDIARIO.
           IF WS-CLIENTE-OK EQUAL "S"
               DISPLAY "VALOR NO CREDIARIO (0 = NAO).. "
               ACCEPT WS-VALOR-CREDIARIO
               IF WS-VALOR-CREDIARIO GREATER THAN ZEROS
                   PERFORM 0415-CONFERIR-CREDIARIO
                   IF WS-CRED-OK NOT EQUAL "S"
                       MOVE ZEROS TO WS-VALOR-CREDIARIO
                   END-IF
               END-IF
           END-IF.

      *--> VALE-PRESENTE: ABATE ATE O SALDO DO CARTAO; O QUE SOBRAR
      *    FICA NO CARTAO PARA A PROXIMA COMPRA
           MOVE ZEROS TO WS-VALOR-VALE WS-VALE-RESGATE.
           DISPLAY "NUMERO DO VALE-PRESENTE (0 = NAO) ".
           ACCEPT WS-VALE-NUMERO.
           IF WS-VALE-NUMERO GREATER THAN ZEROS
               PERFORM 0413-CONFERIR-VALE
           END-IF.

           DISPLAY "VALOR RECEBIDO EM DINHEIRO..... ".
           ACCEPT WS-VALOR-DINHEIRO.

           ACCEPT WS-VALOR-CARTAO.

           COMPUTE WS-TOTAL-RECEBIDO =
                   WS-VALOR-DINHEIRO + WS-VALOR-CARTAO
                   + WS-VALOR-CREDIARIO + WS-VALOR-VALE.

           IF WS-TOTAL-RECEBIDO LESS THAN WS-ACUM
               COMPUTE WS-FALTA = WS-ACUM - WS-TOTAL-RECEBIDO
               MOVE "N" TO WS-VENDA-OK
           ELSE
               COMPUTE WS-TROCO = WS-TOTAL-RECEBIDO - WS-ACUM
      *--> TROCO SO SAI DO DINHEIRO: CREDIARIO OU VALE-PRESENTE A
      *    MAIS NAO VIRA DINHEIRO NA MAO DO CLIENTE
               IF (WS-VALOR-CREDIARIO GREATER THAN ZEROS
                       OR WS-VALOR-VALE GREATER THAN ZEROS)
                       AND WS-TROCO GREATER THAN WS-VALOR-DINHEIRO
                   DISPLAY "TROCO MAIOR QUE O DINHEIRO RECEBIDO - "
                           "CONFIRA OS VALORES"
                   MOVE "N" TO WS-VENDA-OK
               ELSE
                   DISPLAY "TROCO A DEVOLVER............... " WS-TROCO
                   MOVE "S" TO WS-VENDA-OK
                   PERFORM 0420-GRAVAR-VENDA
               END-IF
           END-IF.
       0410-RECEBER-PAGAMENTO-FIM. EXIT.
      *
      *--> CONFERENCIA DO VALE-PRESENTE NO PAGAMENTO: EXISTE, ATIVO,
      *    COM SALDO E DENTRO DA VALIDADE. NAO PAGA OUTRO VALE
      *    VENDIDO NA MESMA COMPRA NEM A PARTE QUE FOI PARA O
      *    CREDIARIO. A BAIXA DO SALDO SO ACONTECE NA 0495, COM A
      *    VENDA FECHADA.
       0413-CONFERIR-VALE      SECTION.
       0414-CONFERIR-VALE.
           PERFORM 0490-CARREGAR-VALES.
           IF WS-VALES-CHEIO EQUAL "S"
               DISPLAY "CADASTRO DE VALES GRANDE DEMAIS - VALE NAO "
                       "ACEITO, CHAME O SUPERVISOR"
               EXIT SECTION
           END-IF.
           PERFORM 0492-LOCALIZAR-VALE.
           IF WS-VALE-ACHADO EQUAL ZEROS
               DISPLAY "VALE-PRESENTE NAO ENCONTRADO"
               EXIT SECTION
           END-IF.
           EVALUATE TRUE
               WHEN WS-VAL-SITUACAO(WS-VALE-ACHADO) EQUAL "C"
                   DISPLAY "VALE-PRESENTE CANCELADO"
                   EXIT SECTION
               WHEN WS-VAL-SALDO(WS-VALE-ACHADO) EQUAL ZEROS
                   DISPLAY "VALE-PRESENTE SEM SALDO"
                   EXIT SECTION
               WHEN WS-VAL-VALIDADE(WS-VALE-ACHADO) LESS THAN
                                               WS-DATA-HOJE
                   DISPLAY "VALE-PRESENTE VENCIDO EM "
                           WS-VAL-VALIDADE(WS-VALE-ACHADO)
                   EXIT SECTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE ZEROS TO WS-VALE-VENDIDO.
           PERFORM VARYING WS-IND-DIARIO FROM 1 BY 1
                   UNTIL WS-IND-DIARIO NOT LESS THAN WS-INDICE
               IF WS-TBL-CODIGO(WS-IND-DIARIO) EQUAL "VALE"
                   ADD WS-TBL-VALOR(WS-IND-DIARIO) TO WS-VALE-VENDIDO
               END-IF
           END-PERFORM.
           COMPUTE WS-VALE-PAGAVEL =
                   WS-ACUM - WS-VALOR-CREDIARIO - WS-VALE-VENDIDO.
           IF WS-VALE-PAGAVEL NOT GREATER THAN ZEROS
               DISPLAY "VALE-PRESENTE NAO PAGA A COMPRA DE OUTRO VALE"
               EXIT SECTION
           END-IF.

           MOVE WS-VAL-SALDO(WS-VALE-ACHADO) TO WS-VALOR-VALE.
           IF WS-VALOR-VALE GREATER THAN WS-VALE-PAGAVEL
               MOVE WS-VALE-PAGAVEL TO WS-VALOR-VALE
           END-IF.
           MOVE WS-VALE-NUMERO TO WS-VALE-RESGATE.
           DISPLAY "SALDO DO VALE-PRESENTE........ "
                   WS-VAL-SALDO(WS-VALE-ACHADO).
           DISPLAY "ABATIDO DO VALE-PRESENTE...... " WS-VALOR-VALE.
       0413-CONFERIR-VALE-FIM. EXIT.
      *
      *--> CONFERENCIA DO CREDIARIO: CPF NO CADASTRO, LIMITE LIBERADO
      *    E SALDO DISPONIVEL (LIMITE MENOS O USADO) PARA ESTA COMPRA
       0415-CONFERIR-CREDIARIO SECTION.
       0416-CONFERIR-CREDIARIO.
           MOVE "N" TO WS-CRED-OK.
           IF WS-VALOR-CREDIARIO GREATER THAN WS-ACUM
               DISPLAY "CREDIARIO MAIOR QUE O TOTAL DA COMPRA"
               EXIT SECTION
           END-IF.
      *--> VENDA RETOMADA DA SUSPENSAO TRAZ SO O TELEFONE: O CPF E
      *    RELIDO NO CADASTRO
           IF WS-CPF-CLIENTE EQUAL ZEROS
               ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT "CLIENTES_PATH"
               IF WS-CLIENTES-PATH EQUAL SPACES
                   MOVE "C:/projeto-bootcamp/clientes.dat"
                                               TO WS-CLIENTES-PATH
               END-IF
               OPEN INPUT CLIENTES
               IF FS-CLIENTES EQUAL "00"
                   MOVE WS-TEL-CLIENTE TO CLI-TELEFONE
                   READ CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-CPF TO WS-CPF-CLIENTE
                   END-READ
                   CLOSE CLIENTES
               END-IF
           END-IF.
           IF WS-CPF-CLIENTE EQUAL ZEROS
               DISPLAY "CLIENTE SEM CPF NO CADASTRO - "
                       "CREDIARIO RECUSADO"
               EXIT SECTION
           END-IF.

           MOVE "N" TO WS-CRED-ACHOU.
           OPEN INPUT CREDLIMITE.
           IF FS-CREDLIMITE EQUAL "00"
               READ CREDLIMITE
               PERFORM UNTIL FS-CREDLIMITE NOT EQUAL "00"
                          OR WS-CRED-ACHOU EQUAL "S"
                   MOVE SPACES TO WS-CRED-CPF-X WS-CRED-SIT-LIDA
                   MOVE ZEROS TO WS-CRED-LIMITE-X
                   UNSTRING REG-CREDLIMITE DELIMITED BY ";"
                       INTO WS-CRED-CPF-X WS-CRED-LIMITE-X
                            WS-CRED-SIT-LIDA
                   END-UNSTRING
                   IF WS-CRED-CPF-X IS NUMERIC
                       IF FUNCTION NUMVAL(WS-CRED-CPF-X)
                               EQUAL WS-CPF-CLIENTE
                           MOVE "S" TO WS-CRED-ACHOU
                           MOVE WS-CRED-SIT-LIDA TO WS-CRED-SITUACAO
                       END-IF
                   END-IF
                   IF WS-CRED-ACHOU NOT EQUAL "S"
                       READ CREDLIMITE
                   END-IF
               END-PERFORM
               CLOSE CREDLIMITE
           END-IF.

           IF WS-CRED-ACHOU NOT EQUAL "S"
               DISPLAY "CLIENTE SEM LIMITE DE CREDIARIO"
               EXIT SECTION
           END-IF.
           EVALUATE WS-CRED-SITUACAO
               WHEN "A"
                   CONTINUE
               WHEN "I"
                   DISPLAY "CREDIARIO BLOQUEADO - FATURA EM ATRASO"
                   EXIT SECTION
               WHEN OTHER
                   DISPLAY "CREDIARIO BLOQUEADO PELA GERENCIA"
                   EXIT SECTION
           END-EVALUATE.

           PERFORM 0417-APURAR-USADO.
           COMPUTE WS-CRED-DISPONIVEL = WS-CRED-LIMITE - WS-CRED-USADO.
           IF WS-VALOR-CREDIARIO GREATER THAN WS-CRED-DISPONIVEL
               MOVE WS-CRED-DISPONIVEL TO WS-CRED-DISP-EDT
               DISPLAY "LIMITE INSUFICIENTE - DISPONIVEL "
                       WS-CRED-DISP-EDT
               EXIT SECTION
           END-IF.
           MOVE "S" TO WS-CRED-OK.
       0415-CONFERIR-CREDIARIO-FIM. EXIT.
      *
      *--> USADO = COMPRAS SEM FATURA (C SOMA, E ABATE) + FATURAS
      *    AINDA NAO PAGAS DO MESMO CPF
       0417-APURAR-USADO       SECTION.
       0418-APURAR-USADO.
           MOVE ZEROS TO WS-CRED-USADO.
           OPEN INPUT CREDIARIO.
           IF FS-CREDIARIO EQUAL "00"
               READ CREDIARIO
               PERFORM UNTIL FS-CREDIARIO NOT EQUAL "00"
                   MOVE SPACES TO WS-CRED-TIPO WS-CRED-CAMPO
                                  WS-CRED-CPF-X WS-CRED-FATURA
                   MOVE ZEROS TO WS-CRED-VALOR-X
                   UNSTRING REG-CREDIARIO DELIMITED BY ";"
                       INTO WS-CRED-TIPO WS-CRED-CAMPO WS-CRED-CAMPO
                            WS-CRED-CPF-X WS-CRED-VALOR-X
                            WS-CRED-CAMPO WS-CRED-CAMPO
                            WS-CRED-FATURA
                   END-UNSTRING
                   IF WS-CRED-CPF-X IS NUMERIC
                           AND WS-CRED-FATURA EQUAL SPACES
                       IF FUNCTION NUMVAL(WS-CRED-CPF-X)
                               EQUAL WS-CPF-CLIENTE
                           IF WS-CRED-TIPO EQUAL "E"
                               SUBTRACT WS-CRED-VALOR
                                       FROM WS-CRED-USADO
                           ELSE
                               ADD WS-CRED-VALOR TO WS-CRED-USADO
                           END-IF
                       END-IF
                   END-IF
                   READ CREDIARIO
               END-PERFORM
               CLOSE CREDIARIO
           END-IF.

           OPEN INPUT FATURAS.
           IF FS-FATURAS EQUAL "00"
               READ FATURAS
               PERFORM UNTIL FS-FATURAS NOT EQUAL "00"
                   MOVE SPACES TO WS-CRED-CAMPO WS-CRED-CPF-X
                                  WS-CRED-SIT-LIDA
                   MOVE ZEROS TO WS-FAT-VALOR-X
                   UNSTRING REG-FATURA DELIMITED BY ";"
                       INTO WS-CRED-CAMPO WS-CRED-CPF-X
                            WS-CRED-CAMPO WS-CRED-CAMPO WS-CRED-CAMPO
                            WS-FAT-VALOR-X WS-CRED-SIT-LIDA
                   END-UNSTRING
                   IF WS-CRED-CPF-X IS NUMERIC
                           AND WS-CRED-SIT-LIDA EQUAL "A"
                       IF FUNCTION NUMVAL(WS-CRED-CPF-X)
                               EQUAL WS-CPF-CLIENTE
                           ADD WS-FAT-VALOR TO WS-CRED-USADO
                       END-IF
                   END-IF
                   READ FATURAS
               END-PERFORM
               CLOSE FATURAS
           END-IF.
       0417-APURAR-USADO-FIM. EXIT.
      *
      *--> VENDA FECHADA VAI PARA O DIARIO: LINHA "V" COM DATA/HORA,
      *    TOTAL E PAGAMENTO, SEGUIDA DE UMA LINHA "I" POR ITEM
      *    (CODIGO;NOME;VALOR;QTD;TRIBUTO;CLASSE FISCAL) E DE
      *    UMA "D" POR DESCONTO ANOTADO -- TUDO NO MESMO GRUPO, PARA
      *    O FECHAMENTO LER A VENDA INTEIRA A PARTIR DA LINHA "V".
       0420-GRAVAR-VENDA       SECTION.
           END-IF.

           COMPUTE WS-QTD-ITENS = WS-INDICE - 1.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MOMENTO-VENDA.
           MOVE SPACES TO REG-VENDA.
           STRING "V;" WS-MOMENTO-VENDA(1:8)
                  ";"  WS-MOMENTO-VENDA(9:6)
                  ";"  WS-QTD-ITENS
                  ";"  WS-ACUM
                  ";"  WS-VALOR-DINHEIRO
                  ";"  WS-TROCO
                  ";"  WS-TEL-CLIENTE
                  ";"  WS-NUM-CAIXA
                  ";"  WS-VALOR-CREDIARIO
                  ";"  WS-VALOR-VALE
               DELIMITED BY SIZE INTO REG-VENDA
           END-STRING.
           WRITE REG-VENDA.
                      ";"  WS-TBL-NOME(WS-IND-DIARIO)
                      ";"  WS-TBL-VALOR(WS-IND-DIARIO)
                      ";"  WS-TBL-QTD(WS-IND-DIARIO)
                      ";"  WS-TBL-TRIBUTO(WS-IND-DIARIO)
                      ";"  WS-TBL-CLASSE(WS-IND-DIARIO)
                   DELIMITED BY SIZE INTO REG-VENDA
               END-STRING
               WRITE REG-VENDA
               WRITE REG-VENDA
           END-PERFORM.

      *--> LIBERACOES DO SUPERVISOR (ITEM SEM ESTOQUE) SAEM COMO
      *    LINHAS "L;CODIGO;CAIXA" DO MESMO GRUPO
           PERFORM VARYING WS-IND-LIB FROM 1 BY 1
                   UNTIL WS-IND-LIB GREATER THAN WS-QT-LIBERACOES
               MOVE SPACES TO REG-VENDA
               STRING "L;" WS-LIB-CODIGO(WS-IND-LIB)
                      ";"  WS-NUM-CAIXA
                   DELIMITED BY SIZE INTO REG-VENDA
               END-STRING
               WRITE REG-VENDA
           END-PERFORM.

      *--> VALES DA VENDA: EMISSAO DOS VENDIDOS (LINHA "G") E BAIXA
      *    DO RESGATADO (LINHA "H"), NO MESMO GRUPO
           PERFORM 0495-MOVIMENTAR-VALES.

      *--> ENTREGA EM DOMICILIO: LINHA "E;TAXA;BAIRRO;CAIXA" NO GRUPO
           IF WS-ENTREGA EQUAL "S"
               MOVE SPACES TO REG-VENDA
               STRING "E;" WS-ENT-TAXA
                      ";"  WS-ENT-BAIRRO
                      ";"  WS-NUM-CAIXA
                   DELIMITED BY SIZE INTO REG-VENDA
               END-STRING
               WRITE REG-VENDA
           END-IF.

           CLOSE VENDAS.

           IF WS-VALOR-CREDIARIO GREATER THAN ZEROS
               PERFORM 0425-GRAVAR-CREDIARIO
           END-IF.
           IF WS-ENTREGA EQUAL "S"
               PERFORM 0428-GRAVAR-ENTREGA
           END-IF.
       0420-GRAVAR-VENDA-FIM. EXIT.
      *
      *--> ENTREGA PENDENTE NO ENTREGAS.TXT (REFERENCIA DA VENDA;
      *    CAIXA;TELEFONE;NOME;LOGRADOURO;NUMERO;COMPLEMENTO;BAIRRO;
      *    CIDADE;UF;CEP;DIA;JANELA DE;ATE;TAXA;SITUACAO;ENTREGADOR;
      *    DATA DA OCORRENCIA;OBSERVACAO), CAMPOS EM LARGURA FIXA
       0428-GRAVAR-ENTREGA     SECTION.
       0429-GRAVAR-ENTREGA.
           OPEN EXTEND ENTREGAS.
           IF FS-ENTREGAS EQUAL "35"
               OPEN OUTPUT ENTREGAS
               CLOSE ENTREGAS
               OPEN EXTEND ENTREGAS
           END-IF.
           MOVE SPACES TO REG-ENTREGA.
           STRING WS-MOMENTO-VENDA
                  ";" WS-NUM-CAIXA
                  ";" WS-TEL-CLIENTE
                  ";" WS-ENT-NOME
                  ";" WS-ENT-LOGRADOURO
                  ";" WS-ENT-NUMERO
                  ";" WS-ENT-COMPLEMENTO
                  ";" WS-ENT-BAIRRO
                  ";" WS-ENT-CIDADE
                  ";" WS-ENT-UF
                  ";" WS-ENT-CEP
                  ";" WS-ENT-DATA
                  ";" WS-ENT-JANELA-DE
                  ";" WS-ENT-JANELA-ATE
                  ";" WS-ENT-TAXA
                  ";P;               ;00000000;"
               DELIMITED BY SIZE INTO REG-ENTREGA
           END-STRING.
           WRITE REG-ENTREGA.
           CLOSE ENTREGAS.
           DISPLAY "ENTREGA REGISTRADA PARA " WS-ENT-DATA.
       0428-GRAVAR-ENTREGA-FIM. EXIT.
      *
      *--> COMPRA A PRAZO: LINHA "C" NO CREDIARIO.TXT (TIPO;DATA;
      *    HORA;CPF;VALOR;CAIXA;REFERENCIA DA VENDA;FATURA), COM A
      *    FATURA EM BRANCO ATE O FATURA-CREDIARIO FECHAR O MES
       0425-GRAVAR-CREDIARIO   SECTION.
       0426-GRAVAR-CREDIARIO.
           OPEN EXTEND CREDIARIO.
           IF FS-CREDIARIO EQUAL "35"
               OPEN OUTPUT CREDIARIO
               CLOSE CREDIARIO
               OPEN EXTEND CREDIARIO
           END-IF.
           MOVE SPACES TO REG-CREDIARIO.
           STRING "C;" WS-MOMENTO-VENDA(1:8)
                  ";"  WS-MOMENTO-VENDA(9:6)
                  ";"  WS-CPF-CLIENTE
                  ";"  WS-VALOR-CREDIARIO
                  ";"  WS-NUM-CAIXA
                  ";"  WS-MOMENTO-VENDA
                  ";"
               DELIMITED BY SIZE INTO REG-CREDIARIO
           END-STRING.
           WRITE REG-CREDIARIO.
           CLOSE CREDIARIO.
           DISPLAY "COMPRA LANCADA NO CREDIARIO: " WS-VALOR-CREDIARIO.
       0425-GRAVAR-CREDIARIO-FIM. EXIT.
      *
      *--> O ESTOQUE BAIXADO NA VENDA VOLTA PARA O PRODUTOS.TXT, SENAO
      *    A BAIXA MORRERIA COM O PROGRAMA.
       0430-REGRAVAR-CATALOGO  SECTION.
                          ";" WS-CAT-VALOR(WS-IND-CAT)
                          ";" WS-CAT-ESTOQUE(WS-IND-CAT)
                          ";" WS-CAT-TIPO(WS-IND-CAT)
                          ";" WS-CAT-CLASSE(WS-IND-CAT)
                          ";" WS-CAT-SITUACAO(WS-IND-CAT)
                       DELIMITED BY SIZE INTO REG-PRODUTO
                   END-STRING
                   WRITE REG-PRODUTO
           END-PERFORM.
       0435-DEVOLVER-ESTOQUE-FIM. EXIT.
      *
      *--> LOTES DO ARQUIVO INTEIRO EM MEMORIA (REGRAVADO NO FIM)
       0436-CARREGAR-LOTES     SECTION.
       0436A-CARREGAR-LOTES.
           MOVE ZEROS TO WS-QTD-LOTES.
           MOVE "S" TO WS-LOTES-CARREGADOS.
           MOVE "N" TO WS-LOTES-MUDOU.
           MOVE "N" TO WS-LOTES-CHEIO.
           OPEN INPUT LOTES.
           IF FS-LOTES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ LOTES.
           PERFORM UNTIL FS-LOTES NOT EQUAL "00"
                      OR WS-QTD-LOTES EQUAL 500
               ADD 1 TO WS-QTD-LOTES
               MOVE SPACES TO WS-TAB-LOTES(WS-QTD-LOTES)
               UNSTRING REG-LOTE DELIMITED BY ";"
                   INTO WS-LOT-CODIGO(WS-QTD-LOTES)
                        WS-LOT-NUMERO(WS-QTD-LOTES)
                        WS-LOT-VALIDADE(WS-QTD-LOTES)
                        WS-LOT-QTD-REC(WS-QTD-LOTES)
                        WS-LOT-SALDO(WS-QTD-LOTES)
                        WS-LOT-ENTRADA(WS-QTD-LOTES)
                        WS-LOT-SITUACAO(WS-QTD-LOTES)
                        WS-LOT-PEDIDO(WS-QTD-LOTES)
               END-UNSTRING
               IF WS-LOT-SALDO(WS-QTD-LOTES) NOT NUMERIC
                   MOVE ZEROS TO WS-LOT-SALDO(WS-QTD-LOTES)
               END-IF
               READ LOTES
           END-PERFORM.
      *--> ARQUIVO MAIOR QUE A TABELA NAO PODE SER REGRAVADO: OS LOTES
      *    FICAM COMO ESTAO (SO O CATALOGO E MOVIMENTADO)
           IF FS-LOTES EQUAL "00"
               MOVE "S" TO WS-LOTES-CHEIO
               DISPLAY "ATENCAO: LOTES.TXT PASSOU DE 500 LOTES - "
                       "LOTES NAO MOVIMENTADOS, CHAME O SUPERVISOR"
           END-IF.
           CLOSE LOTES.
       0436-CARREGAR-LOTES-FIM. EXIT.
      *
      *--> VENDA FECHADA: CADA ITEM QUE BAIXOU ESTOQUE CONSOME OS LOTES
      *    ABERTOS DO PRODUTO NA ORDEM DE ENTRADA (O MAIS ANTIGO SAI
      *    PRIMEIRO); ITEM POR PESO CONSOME O PESO ARREDONDADO, IGUAL
      *    A BAIXA DO CATALOGO. O QUE NAO ACHAR LOTE FICA SEM LOTE.
       0437-BAIXAR-LOTES       SECTION.
       0437A-BAIXAR-LOTES.
           PERFORM 0436-CARREGAR-LOTES.
           MOVE ZEROS TO WS-QTD-LOTES-VENDA.
           IF WS-LOTES-CHEIO EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IND-DIARIO FROM 1 BY 1
                   UNTIL WS-IND-DIARIO >= WS-INDICE
               IF WS-TBL-BAIXOU(WS-IND-DIARIO) EQUAL "S"
                   COMPUTE WS-LOTE-QTD ROUNDED =
                           WS-TBL-QTD(WS-IND-DIARIO)
                   PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                           UNTIL WS-IND-LOTE GREATER THAN WS-QTD-LOTES
                              OR WS-LOTE-QTD EQUAL ZEROS
                       IF WS-LOT-CODIGO(WS-IND-LOTE) EQUAL
                                       WS-TBL-CODIGO(WS-IND-DIARIO)
                          AND WS-LOT-SITUACAO(WS-IND-LOTE) EQUAL "A"
                          AND WS-LOT-SALDO(WS-IND-LOTE)
                                               GREATER THAN ZEROS
                           IF WS-LOT-SALDO(WS-IND-LOTE)
                                               LESS THAN WS-LOTE-QTD
                               MOVE WS-LOT-SALDO(WS-IND-LOTE)
                                               TO WS-LOTE-BAIXA
                           ELSE
                               MOVE WS-LOTE-QTD TO WS-LOTE-BAIXA
                           END-IF
                           SUBTRACT WS-LOTE-BAIXA
                               FROM WS-LOT-SALDO(WS-IND-LOTE)
                                    WS-LOTE-QTD
                           IF WS-QTD-LOTES-VENDA LESS THAN 30
                               ADD 1 TO WS-QTD-LOTES-VENDA
                               MOVE WS-LOT-CODIGO(WS-IND-LOTE)
                                 TO WS-LVD-CODIGO(WS-QTD-LOTES-VENDA)
                               MOVE WS-LOT-NUMERO(WS-IND-LOTE)
                                 TO WS-LVD-NUMERO(WS-QTD-LOTES-VENDA)
                               MOVE WS-LOTE-BAIXA
                                 TO WS-LVD-QTD(WS-QTD-LOTES-VENDA)
                           END-IF
                           IF WS-LOT-SALDO(WS-IND-LOTE) EQUAL ZEROS
                               MOVE "Z" TO WS-LOT-SITUACAO(WS-IND-LOTE)
                           END-IF
                           MOVE "S" TO WS-LOTES-MUDOU
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM 0439-REGRAVAR-LOTES.
           IF WS-QTD-LOTES-VENDA GREATER THAN ZEROS
               PERFORM 0434-GRAVAR-LOTES-VENDA
           END-IF.
       0437-BAIXAR-LOTES-FIM.  EXIT.
      *
       0434-GRAVAR-LOTES-VENDA SECTION.
       0434A-GRAVAR-LOTES-VENDA.
           OPEN EXTEND VENDAS.
           IF FS-VENDAS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IND-LOTE-VENDA FROM 1 BY 1
                   UNTIL WS-IND-LOTE-VENDA GREATER THAN
                                               WS-QTD-LOTES-VENDA
               MOVE SPACES TO REG-VENDA
               STRING "K;" WS-MOMENTO-VENDA(1:8)
                      ";"  WS-MOMENTO-VENDA(9:6)
                      ";"  WS-LVD-CODIGO(WS-IND-LOTE-VENDA)
                      ";"  WS-LVD-NUMERO(WS-IND-LOTE-VENDA)
                      ";"  WS-LVD-QTD(WS-IND-LOTE-VENDA)
                      ";"  WS-NUM-CAIXA
                   DELIMITED BY SIZE INTO REG-VENDA
               END-STRING
               WRITE REG-VENDA
           END-PERFORM.
           CLOSE VENDAS.
       0434-GRAVAR-LOTES-VENDA-FIM. EXIT.
      *
      *--> DEVOLUCAO/CANCELAMENTO: A QUANTIDADE VOLTA AO LOTE MAIS
      *    NOVO DO PRODUTO AINDA NAO BAIXADO COMO PERDA
       0438-DEVOLVER-AO-LOTE   SECTION.
       0438A-DEVOLVER-AO-LOTE.
           IF WS-LOTES-CARREGADOS NOT EQUAL "S"
               PERFORM 0436-CARREGAR-LOTES
           END-IF.
           IF WS-LOTE-QTD EQUAL ZEROS
                   OR WS-LOTES-CHEIO EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IND-LOTE FROM WS-QTD-LOTES BY -1
                   UNTIL WS-IND-LOTE LESS THAN 1
               IF WS-LOT-CODIGO(WS-IND-LOTE) EQUAL WS-LOTE-CODIGO
                  AND WS-LOT-SITUACAO(WS-IND-LOTE) NOT EQUAL "B"
                   ADD WS-LOTE-QTD TO WS-LOT-SALDO(WS-IND-LOTE)
                   MOVE "A" TO WS-LOT-SITUACAO(WS-IND-LOTE)
                   MOVE "S" TO WS-LOTES-MUDOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0438-DEVOLVER-AO-LOTE-FIM. EXIT.
      *
       0439-REGRAVAR-LOTES     SECTION.
       0439A-REGRAVAR-LOTES.
           IF WS-LOTES-MUDOU NOT EQUAL "S"
                   OR WS-LOTES-CHEIO EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT LOTES.
           PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                   UNTIL WS-IND-LOTE GREATER THAN WS-QTD-LOTES
               MOVE SPACES TO REG-LOTE
               STRING WS-LOT-CODIGO(WS-IND-LOTE)
                      ";" WS-LOT-NUMERO(WS-IND-LOTE)
                      ";" WS-LOT-VALIDADE(WS-IND-LOTE)
                      ";" WS-LOT-QTD-REC(WS-IND-LOTE)
                      ";" WS-LOT-SALDO(WS-IND-LOTE)
                      ";" WS-LOT-ENTRADA(WS-IND-LOTE)
                      ";" WS-LOT-SITUACAO(WS-IND-LOTE)
                      ";" WS-LOT-PEDIDO(WS-IND-LOTE)
                   DELIMITED BY SIZE INTO REG-LOTE
               END-STRING
               WRITE REG-LOTE
           END-PERFORM.
           CLOSE LOTES.
           MOVE "N" TO WS-LOTES-MUDOU.
       0439-REGRAVAR-LOTES-FIM. EXIT.
      *
      *--> PRODUTOS ABAIXO DO LIMITE DE REPOSICAO SAEM NA TELA PARA O
      *    PEDIDO DE COMPRA -- O INVENTARIO DE PAPEL NUNCA BATIA.
       0440-RELATORIO-REPOSICAO SECTION.
       0451-RESGATAR-PONTOS.
           MOVE ZEROS TO WS-PONTOS-USADOS WS-VALOR-RESGATE.
           IF WS-CLIENTE-OK EQUAL "S"
                   AND WS-PONTOS-CONGELADOS EQUAL "N"
                   AND WS-SALDO-PONTOS GREATER THAN ZEROS
                   AND WS-ACUM GREATER THAN ZEROS
               DISPLAY "USAR OS PONTOS COMO DESCONTO (S/N)? "
           END-IF.
       0450-RESGATAR-PONTOS-FIM. EXIT.
      *
      *--> ENTREGA EM DOMICILIO: SO PARA CLIENTE IDENTIFICADO. O
      *    ENDERECO VEM DO CADASTRO (REG-ENDERECO) OU E DIGITADO NA
      *    HORA; BAIRRO SEM TAXA NA TABELA E SEM TAXA PADRAO ("*")
      *    ESTA FORA DA AREA DE ENTREGA. A TAXA ENTRA NO TOTAL ANTES
      *    DO PAGAMENTO, MAS NAO GERA PONTOS.
       0455-MARCAR-ENTREGA     SECTION.
       0456-MARCAR-ENTREGA.
           MOVE "N" TO WS-ENTREGA.
           MOVE ZEROS TO WS-ENT-TAXA.
           IF WS-TEL-CLIENTE EQUAL ZEROS
               EXIT SECTION
           END-IF.
           DISPLAY "ENTREGA EM DOMICILIO (S/N)? ".
           ACCEPT WS-ENT-OPCAO.
           IF FUNCTION UPPER-CASE(WS-ENT-OPCAO) NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           INITIALIZE WS-ENT-ENDERECO.
           MOVE SPACES TO WS-ENT-NOME.
           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WS-CLIENTES-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/clientes.dat"
                                               TO WS-CLIENTES-PATH
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL "00"
               MOVE WS-TEL-CLIENTE TO CLI-TELEFONE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WS-ENT-NOME
                       MOVE CLI-END-LOGRADOURO TO WS-ENT-LOGRADOURO
                       MOVE CLI-END-NUMERO TO WS-ENT-NUMERO
                       MOVE CLI-END-COMPLEMENTO TO WS-ENT-COMPLEMENTO
                       MOVE CLI-END-BAIRRO TO WS-ENT-BAIRRO
                       MOVE CLI-END-CIDADE TO WS-ENT-CIDADE
                       MOVE CLI-END-UF TO WS-ENT-UF
                       IF CLI-END-CEP IS NUMERIC
                           MOVE CLI-END-CEP TO WS-ENT-CEP
                       END-IF
               END-READ
               CLOSE CLIENTES
           END-IF.

           IF WS-ENT-LOGRADOURO EQUAL SPACES
               DISPLAY "CLIENTE SEM ENDERECO NO CADASTRO"
               MOVE "2" TO WS-ENT-OPCAO
           ELSE
               DISPLAY "ENDERECO: " WS-ENT-LOGRADOURO " "
                       WS-ENT-NUMERO " " WS-ENT-COMPLEMENTO
               DISPLAY "          " WS-ENT-BAIRRO " "
                       WS-ENT-CIDADE "/" WS-ENT-UF " CEP " WS-ENT-CEP
               DISPLAY "ENTREGAR (1=NESTE ENDERECO / 2=OUTRO): "
               ACCEPT WS-ENT-OPCAO
           END-IF.
           IF WS-ENT-OPCAO EQUAL "2"
               PERFORM 0457-DIGITAR-ENDERECO
           END-IF.
           IF WS-ENT-LOGRADOURO EQUAL SPACES
                   OR WS-ENT-BAIRRO EQUAL SPACES
               DISPLAY "ENDERECO INCOMPLETO - VENDA SEM ENTREGA"
               EXIT SECTION
           END-IF.
           INSPECT WS-ENT-ENDERECO REPLACING ALL ";" BY ",".

           PERFORM 0458-LOCALIZAR-TAXA.
           IF WS-ENT-ACHOU-TAXA NOT EQUAL "S"
               DISPLAY "BAIRRO FORA DA AREA DE ENTREGA - VENDA SEM "
                       "ENTREGA"
               EXIT SECTION
           END-IF.

           DISPLAY "DIA DA ENTREGA (AAAAMMDD, 0 = HOJE): ".
           ACCEPT WS-ENT-DATA.
           IF WS-ENT-DATA EQUAL ZEROS
               MOVE WS-DATA-HOJE TO WS-ENT-DATA
           END-IF.
           IF WS-ENT-DATA LESS THAN WS-DATA-HOJE
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-ENT-DATA)
                                               NOT EQUAL ZEROS
               DISPLAY "DIA DE ENTREGA INVALIDO - VENDA SEM ENTREGA"
               EXIT SECTION
           END-IF.
           DISPLAY "JANELA DE ENTREGA - DAS (HHMM, 0 = QUALQUER): ".
           ACCEPT WS-ENT-JANELA-DE.
           MOVE ZEROS TO WS-ENT-JANELA-ATE.
           IF WS-ENT-JANELA-DE GREATER THAN ZEROS
               DISPLAY "JANELA DE ENTREGA - ATE (HHMM): "
               ACCEPT WS-ENT-JANELA-ATE
           END-IF.
           IF WS-ENT-JANELA-DE GREATER THAN 2359
                   OR WS-ENT-JANELA-ATE GREATER THAN 2359
                   OR WS-ENT-JANELA-DE(3:2) GREATER THAN "59"
                   OR WS-ENT-JANELA-ATE(3:2) GREATER THAN "59"
                   OR (WS-ENT-JANELA-DE GREATER THAN ZEROS
                       AND WS-ENT-JANELA-ATE NOT GREATER THAN
                                               WS-ENT-JANELA-DE)
               DISPLAY "JANELA DE HORARIO INVALIDA - VENDA SEM "
                       "ENTREGA"
               EXIT SECTION
           END-IF.

           MOVE "S" TO WS-ENTREGA.
           ADD WS-ENT-TAXA TO WS-ACUM.
           DISPLAY "TAXA DE ENTREGA............... " WS-ENT-TAXA.
       0455-MARCAR-ENTREGA-FIM. EXIT.
      *
       0457-DIGITAR-ENDERECO   SECTION.
       0457A-DIGITAR-ENDERECO.
           INITIALIZE WS-ENT-ENDERECO.
           DISPLAY "LOGRADOURO..: ".
           ACCEPT WS-ENT-LOGRADOURO.
           DISPLAY "NUMERO......: ".
           ACCEPT WS-ENT-NUMERO.
           DISPLAY "COMPLEMENTO.: ".
           ACCEPT WS-ENT-COMPLEMENTO.
           DISPLAY "BAIRRO......: ".
           ACCEPT WS-ENT-BAIRRO.
           DISPLAY "CIDADE......: ".
           ACCEPT WS-ENT-CIDADE.
           DISPLAY "UF..........: ".
           ACCEPT WS-ENT-UF.
           DISPLAY "CEP.........: ".
           ACCEPT WS-ENT-CEP.
           MOVE FUNCTION UPPER-CASE(WS-ENT-ENDERECO) TO WS-ENT-ENDERECO.
       0457-DIGITAR-ENDERECO-FIM. EXIT.
      *
      *--> TAXA DO BAIRRO NA TABELA (SEM DIFERENCA DE CAIXA NO NOME);
      *    NAO ACHANDO, VALE A LINHA "*" SE HOUVER
       0458-LOCALIZAR-TAXA     SECTION.
       0459-LOCALIZAR-TAXA.
           MOVE "N" TO WS-ENT-ACHOU-TAXA WS-ENT-TEM-PADRAO.
           MOVE ZEROS TO WS-ENT-TAXA WS-ENT-TAXA-PADRAO.
           OPEN INPUT TAXAS-ENTREGA.
           IF FS-TAXAS-ENTREGA NOT EQUAL "00"
               DISPLAY "TABELA DE TAXAS DE ENTREGA INDISPONIVEL"
               EXIT SECTION
           END-IF.
           READ TAXAS-ENTREGA.
           PERFORM UNTIL FS-TAXAS-ENTREGA NOT EQUAL "00"
                      OR WS-ENT-ACHOU-TAXA EQUAL "S"
               MOVE SPACES TO WS-ENT-BAIRRO-LIDO
               MOVE ZEROS TO WS-ENT-TAXA-X
               UNSTRING REG-TAXA-ENTREGA DELIMITED BY ";"
                   INTO WS-ENT-BAIRRO-LIDO WS-ENT-TAXA-X
               END-UNSTRING
               IF WS-ENT-TAXA-X IS NUMERIC
                   EVALUATE TRUE
                       WHEN WS-ENT-BAIRRO-LIDO EQUAL "*"
                           MOVE "S" TO WS-ENT-TEM-PADRAO
                           MOVE WS-ENT-TAXA-LIDA TO WS-ENT-TAXA-PADRAO
                       WHEN FUNCTION UPPER-CASE(WS-ENT-BAIRRO-LIDO)
                               EQUAL FUNCTION UPPER-CASE(WS-ENT-BAIRRO)
                           MOVE "S" TO WS-ENT-ACHOU-TAXA
                           MOVE WS-ENT-TAXA-LIDA TO WS-ENT-TAXA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ TAXAS-ENTREGA
           END-PERFORM.
           CLOSE TAXAS-ENTREGA.
           IF WS-ENT-ACHOU-TAXA NOT EQUAL "S"
                   AND WS-ENT-TEM-PADRAO EQUAL "S"
               MOVE "S" TO WS-ENT-ACHOU-TAXA
               MOVE WS-ENT-TAXA-PADRAO TO WS-ENT-TAXA
           END-IF.
       0458-LOCALIZAR-TAXA-FIM. EXIT.
      *
      *--> ACUMULO: 1 PONTO POR R$ 10 DO TOTAL PAGO; O SALDO VOLTA
      *    PARA O PONTOS.TXT E O GANHO VIRA MOVIMENTO "G". O RESGATE
      *    ANOTADO NA 0450 TAMBEM E EFETIVADO AQUI (MOVIMENTO "R"),
      *    POIS SO AGORA A VENDA ESTA FECHADA.
       0460-ACUMULAR-PONTOS    SECTION.
       0461-ACUMULAR-PONTOS.
           IF WS-CLIENTE-OK EQUAL "S"
                   AND WS-PONTOS-CONGELADOS EQUAL "S"
               DISPLAY "PONTOS CONGELADOS - SEM ACUMULO NESTA COMPRA"
               EXIT SECTION
           END-IF.
           IF WS-CLIENTE-OK EQUAL "S" AND WS-VENDA-OK EQUAL "S"
               IF WS-PONTOS-USADOS GREATER THAN ZEROS
                   MOVE "R" TO WS-USAR-PONTOS
                   PERFORM 0480-GRAVAR-MOV-PONTOS
               END-IF
      *--> O NIVEL DO CLIENTE MUDA A TAXA DE ACUMULO; A TAXA DE
      *    ENTREGA NAO ACUMULA
               PERFORM 0465-APURAR-NIVEL
               COMPUTE WS-ACUM-PONTOS = WS-ACUM - WS-ENT-TAXA
               EVALUATE WS-NIVEL
                   WHEN "OURO"
                       COMPUTE WS-PONTOS-GANHOS = WS-ACUM-PONTOS / 5
                   WHEN "PRATA"
                       COMPUTE WS-PONTOS-GANHOS =
                               (WS-ACUM-PONTOS * 15) / 100
                   WHEN OTHER
                       COMPUTE WS-PONTOS-GANHOS = WS-ACUM-PONTOS / 10
               END-EVALUATE
               DISPLAY "NIVEL DE FIDELIDADE........... " WS-NIVEL
               IF WS-PONTOS-GANHOS GREATER THAN ZEROS
           CLOSE PONTOS-MOV.
       0480-GRAVAR-MOV-PONTOS-FIM. EXIT.
      *
      *--> CADASTRO DE VALES EM MEMORIA (REGRAVACAO INTEIRA, COMO O
      *    PONTOS.TXT); GUARDA TAMBEM O MAIOR NUMERO JA EMITIDO
       0490-CARREGAR-VALES     SECTION.
       0491-CARREGAR-VALES.
           MOVE ZEROS TO WS-QTD-VALES WS-VALE-ULTIMO.
           MOVE "N" TO WS-VALES-CHEIO.
           OPEN INPUT VALES.
           IF FS-VALES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ VALES.
           PERFORM UNTIL FS-VALES NOT EQUAL "00"
                      OR WS-QTD-VALES EQUAL 2000
               MOVE SPACES TO WS-VAL-NUMERO-X
               MOVE ZEROS TO WS-VAL-ORIGINAL-X WS-VAL-SALDO-X
               ADD 1 TO WS-QTD-VALES
               MOVE SPACES TO WS-VAL-EMISSAO(WS-QTD-VALES)
                              WS-VAL-VALIDADE(WS-QTD-VALES)
                              WS-VAL-SITUACAO(WS-QTD-VALES)
                              WS-VAL-CAIXA(WS-QTD-VALES)
               UNSTRING REG-VALE DELIMITED BY ";"
                   INTO WS-VAL-NUMERO-X
                        WS-VAL-EMISSAO(WS-QTD-VALES)
                        WS-VAL-ORIGINAL-X
                        WS-VAL-SALDO-X
                        WS-VAL-VALIDADE(WS-QTD-VALES)
                        WS-VAL-SITUACAO(WS-QTD-VALES)
                        WS-VAL-CAIXA(WS-QTD-VALES)
               END-UNSTRING
               IF WS-VAL-NUMERO-X IS NUMERIC
                   MOVE WS-VAL-NUMERO-X TO WS-VAL-NUMERO(WS-QTD-VALES)
                   MOVE WS-VAL-ORIGINAL-LIDO
                                   TO WS-VAL-ORIGINAL(WS-QTD-VALES)
                   MOVE WS-VAL-SALDO-LIDO
                                   TO WS-VAL-SALDO(WS-QTD-VALES)
                   IF WS-VAL-NUMERO(WS-QTD-VALES) GREATER THAN
                                                   WS-VALE-ULTIMO
                       MOVE WS-VAL-NUMERO(WS-QTD-VALES)
                                                   TO WS-VALE-ULTIMO
                   END-IF
               ELSE
                   SUBTRACT 1 FROM WS-QTD-VALES
               END-IF
               READ VALES
           END-PERFORM.
      *--> ARQUIVO MAIOR QUE A TABELA NAO PODE SER REGRAVADO
           IF FS-VALES EQUAL "00"
               MOVE "S" TO WS-VALES-CHEIO
               DISPLAY "ATENCAO: VALEPRESENTE.TXT PASSOU DE 2000 VALES"
           END-IF.
           CLOSE VALES.
       0490-CARREGAR-VALES-FIM. EXIT.
      *
       0492-LOCALIZAR-VALE     SECTION.
       0493-LOCALIZAR-VALE.
           MOVE ZEROS TO WS-VALE-ACHADO.
           PERFORM VARYING WS-IND-VALE FROM 1 BY 1
                   UNTIL WS-IND-VALE GREATER THAN WS-QTD-VALES
               IF WS-VAL-NUMERO(WS-IND-VALE) EQUAL WS-VALE-NUMERO
                   MOVE WS-IND-VALE TO WS-VALE-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0492-LOCALIZAR-VALE-FIM. EXIT.
      *
      *--> VENDA FECHADA: EMITE UM CARTAO POR LINHA "VALE" DO CESTO
      *    E BAIXA DO CARTAO O VALOR RESGATADO. O CADASTRO E RELIDO
      *    AQUI (OUTRO CAIXA PODE TER MEXIDO NELE DESDE A CONFERENCIA)
      *    E CADA EMISSAO/RESGATE VIRA LINHA "G"/"H" DO GRUPO DA VENDA
      *    NO DIARIO, QUE O CANCELAMENTO USA PARA DESFAZER.
       0495-MOVIMENTAR-VALES   SECTION.
       0496-MOVIMENTAR-VALES.
           MOVE ZEROS TO WS-VALE-VENDIDO.
           PERFORM VARYING WS-IND-DIARIO FROM 1 BY 1
                   UNTIL WS-IND-DIARIO GREATER THAN WS-QTD-ITENS
               IF WS-TBL-CODIGO(WS-IND-DIARIO) EQUAL "VALE"
                   ADD WS-TBL-VALOR(WS-IND-DIARIO) TO WS-VALE-VENDIDO
               END-IF
           END-PERFORM.
           IF WS-VALE-VENDIDO EQUAL ZEROS
                   AND WS-VALOR-VALE EQUAL ZEROS
               EXIT SECTION
           END-IF.

           PERFORM 0490-CARREGAR-VALES.
           IF WS-VALES-CHEIO EQUAL "S"
               DISPLAY "ATENCAO: VALES DA VENDA NAO MOVIMENTADOS - "
                       "CHAME O SUPERVISOR"
               EXIT SECTION
           END-IF.
           ACCEPT WS-VALE-DIAS-ENT FROM ENVIRONMENT
                   "VALE_VALIDADE_DIAS".
           IF WS-VALE-DIAS-ENT IS NUMERIC
                   AND WS-VALE-DIAS-ENT NOT EQUAL ZEROS
               MOVE WS-VALE-DIAS-ENT TO WS-VALE-DIAS
           END-IF.
           COMPUTE WS-VALE-VALIDADE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + WS-VALE-DIAS).
           MOVE WS-MOMENTO-VENDA TO WS-VALE-MOV-REF.

           PERFORM VARYING WS-IND-DIARIO FROM 1 BY 1
                   UNTIL WS-IND-DIARIO GREATER THAN WS-QTD-ITENS
               IF WS-TBL-CODIGO(WS-IND-DIARIO) EQUAL "VALE"
                   PERFORM 0499-EMITIR-VALE
               END-IF
           END-PERFORM.

           IF WS-VALOR-VALE GREATER THAN ZEROS
               MOVE WS-VALE-RESGATE TO WS-VALE-NUMERO
               PERFORM 0492-LOCALIZAR-VALE
               IF WS-VALE-ACHADO GREATER THAN ZEROS
                   IF WS-VAL-SALDO(WS-VALE-ACHADO) LESS THAN
                                                   WS-VALOR-VALE
                       DISPLAY "ATENCAO: SALDO DO VALE MUDOU DURANTE "
                               "A VENDA - CONFIRA O VALE "
                               WS-VALE-NUMERO
                       MOVE ZEROS TO WS-VAL-SALDO(WS-VALE-ACHADO)
                   ELSE
                       SUBTRACT WS-VALOR-VALE
                           FROM WS-VAL-SALDO(WS-VALE-ACHADO)
                   END-IF
                   IF WS-VAL-SALDO(WS-VALE-ACHADO) EQUAL ZEROS
                       MOVE "Z" TO WS-VAL-SITUACAO(WS-VALE-ACHADO)
                   END-IF
                   MOVE SPACES TO REG-VENDA
                   STRING "H;" WS-VALE-NUMERO
                          ";"  WS-VALOR-VALE
                       DELIMITED BY SIZE INTO REG-VENDA
                   END-STRING
                   WRITE REG-VENDA
                   MOVE "R" TO WS-VALE-MOV-TIPO
                   MOVE WS-VALOR-VALE TO WS-VALE-MOV-VALOR
                   PERFORM 0497-GRAVAR-MOV-VALE
                   DISPLAY "SALDO RESTANTE NO VALE........ "
                           WS-VAL-SALDO(WS-VALE-ACHADO)
               END-IF
           END-IF.

           PERFORM 0498-REGRAVAR-VALES.
       0495-MOVIMENTAR-VALES-FIM. EXIT.
      *
      *--> MOVIMENTO DO VALE WS-VALE-ACHADO (TIPO, VALOR E REFERENCIA
      *    PREPARADOS PELO CHAMADOR) COM O SALDO RESULTANTE
       0497-GRAVAR-MOV-VALE    SECTION.
       0497A-GRAVAR-MOV-VALE.
           OPEN EXTEND VALES-MOV.
           IF FS-VALES-MOV EQUAL "35"
               OPEN OUTPUT VALES-MOV
               CLOSE VALES-MOV
               OPEN EXTEND VALES-MOV
           END-IF.
           MOVE SPACES TO REG-VALE-MOV.
           STRING WS-VAL-NUMERO(WS-VALE-ACHADO)
                  ";" FUNCTION CURRENT-DATE(1:8)
                  ";" FUNCTION CURRENT-DATE(9:6)
                  ";" WS-VALE-MOV-TIPO
                  ";" WS-VALE-MOV-VALOR
                  ";" WS-VAL-SALDO(WS-VALE-ACHADO)
                  ";" WS-NUM-CAIXA
                  ";" WS-VALE-MOV-REF
               DELIMITED BY SIZE INTO REG-VALE-MOV
           END-STRING.
           WRITE REG-VALE-MOV.
           CLOSE VALES-MOV.
       0497-GRAVAR-MOV-VALE-FIM. EXIT.
      *
       0498-REGRAVAR-VALES     SECTION.
       0498A-REGRAVAR-VALES.
           IF WS-VALES-CHEIO EQUAL "S"
               DISPLAY "VALEPRESENTE.TXT GRANDE DEMAIS - CADASTRO DE "
                       "VALES NAO REGRAVADO"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT VALES.
           PERFORM VARYING WS-IND-VALE FROM 1 BY 1
                   UNTIL WS-IND-VALE GREATER THAN WS-QTD-VALES
               MOVE SPACES TO REG-VALE
               STRING WS-VAL-NUMERO(WS-IND-VALE)
                      ";" WS-VAL-EMISSAO(WS-IND-VALE)
                      ";" WS-VAL-ORIGINAL(WS-IND-VALE)
                      ";" WS-VAL-SALDO(WS-IND-VALE)
                      ";" WS-VAL-VALIDADE(WS-IND-VALE)
                      ";" WS-VAL-SITUACAO(WS-IND-VALE)
                      ";" WS-VAL-CAIXA(WS-IND-VALE)
                   DELIMITED BY SIZE INTO REG-VALE
               END-STRING
               WRITE REG-VALE
           END-PERFORM.
           CLOSE VALES.
       0498-REGRAVAR-VALES-FIM. EXIT.
      *
       0499-EMITIR-VALE        SECTION.
       0499A-EMITIR-VALE.
           IF WS-QTD-VALES EQUAL 2000
               DISPLAY "CADASTRO DE VALES CHEIO - VALE NAO EMITIDO, "
                       "CHAME O SUPERVISOR"
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-VALE-ULTIMO.
           ADD 1 TO WS-QTD-VALES.
           MOVE WS-QTD-VALES TO WS-VALE-ACHADO.
           MOVE WS-VALE-ULTIMO TO WS-VALE-NUMERO
                                  WS-VAL-NUMERO(WS-VALE-ACHADO).
           MOVE WS-MOMENTO-VENDA(1:8)
                               TO WS-VAL-EMISSAO(WS-VALE-ACHADO).
           MOVE WS-TBL-VALOR(WS-IND-DIARIO)
                               TO WS-VAL-ORIGINAL(WS-VALE-ACHADO)
                                  WS-VAL-SALDO(WS-VALE-ACHADO).
           MOVE WS-VALE-VALIDADE TO WS-VAL-VALIDADE(WS-VALE-ACHADO).
           MOVE "A" TO WS-VAL-SITUACAO(WS-VALE-ACHADO).
           MOVE WS-NUM-CAIXA TO WS-VAL-CAIXA(WS-VALE-ACHADO).

           MOVE SPACES TO REG-VENDA.
           STRING "G;" WS-VALE-NUMERO
                  ";"  WS-VAL-ORIGINAL(WS-VALE-ACHADO)
               DELIMITED BY SIZE INTO REG-VENDA
           END-STRING.
           WRITE REG-VENDA.

           MOVE "E" TO WS-VALE-MOV-TIPO.
           MOVE WS-VAL-ORIGINAL(WS-VALE-ACHADO) TO WS-VALE-MOV-VALOR.
           PERFORM 0497-GRAVAR-MOV-VALE.
           DISPLAY "VALE-PRESENTE EMITIDO: " WS-VALE-NUMERO
                   " VALOR " WS-VAL-ORIGINAL(WS-VALE-ACHADO)
                   " VALIDO ATE " WS-VALE-VALIDADE.
       0499-EMITIR-VALE-FIM.   EXIT.
      *
      *--> DEVOLUCAO: LOCALIZA A VENDA ORIGINAL NO DIARIO (DATA+HORA
      *    DA LINHA "V") E O ITEM DEVOLVIDO NAS LINHAS "I" DELA.
      *    DEVOLVIDO: O ESTOQUE DO PRODUTO VOLTA AO CATALOGO, OS
           ACCEPT WS-DEV-HORA.
           DISPLAY "CODIGO DO PRODUTO DEVOLVIDO......: ".
           ACCEPT WS-DEV-CODIGO.
           IF FUNCTION UPPER-CASE(WS-DEV-CODIGO) EQUAL "VALE"
               DISPLAY "VALE-PRESENTE NAO ADMITE DEVOLUCAO - SO O "
                       "CANCELAMENTO DA VENDA"
               EXIT SECTION
           END-IF.

           PERFORM 0610-LOCALIZAR-VENDA.
           IF WS-DEV-ACHOU-VENDA NOT EQUAL "S"
               END-IF
           END-PERFORM.
           PERFORM 0430-REGRAVAR-CATALOGO.
           MOVE WS-DEV-CODIGO TO WS-LOTE-CODIGO.
           COMPUTE WS-LOTE-QTD ROUNDED = WS-DEV-QTD.
           PERFORM 0438-DEVOLVER-AO-LOTE.
           PERFORM 0439-REGRAVAR-LOTES.
       0620-DEVOLVER-AO-ESTOQUE-FIM. EXIT.
      *
       0630-GRAVAR-LINHA-R     SECTION.
           IF WS-INDICE GREATER THAN 10
               EXIT SECTION
           END-IF.
      *--> ITEM QUE ENTROU EM RECALL DURANTE A ESPERA SAI DO CESTO; A
      *    BAIXA JA FEITA NA SUSPENSAO VOLTA AO CATALOGO
           MOVE WS-LIN-CAMPO2(1:5) TO WS-CODIGO.
           PERFORM 0202-LOCALIZAR-PRODUTO.
           IF WS-ACHOU EQUAL "S"
              AND WS-CAT-SITUACAO(WS-IND-ACHADO) EQUAL "R"
               DISPLAY "ITEM EM RECALL RETIRADO DA VENDA: "
                       WS-LIN-CAMPO2(1:5)
               IF WS-LIN-CAMPO6(1:1) EQUAL "S"
                   COMPUTE WS-CAT-ESTOQUE(WS-IND-ACHADO) ROUNDED =
                           WS-CAT-ESTOQUE(WS-IND-ACHADO) + WS-QTD-LIDO
               END-IF
               EXIT SECTION
           END-IF.
           MOVE WS-LIN-CAMPO2(1:5) TO WS-TBL-CODIGO(WS-INDICE).
           MOVE WS-LIN-CAMPO3(1:20) TO WS-TBL-NOME(WS-INDICE).
           MOVE WS-VALOR-LIDO TO WS-TBL-VALOR(WS-INDICE).

           MOVE "N" TO WS-DEV-ACHOU-VENDA WS-DEV-NO-GRUPO.
           MOVE SPACES TO WS-DEV-TELEFONE.
           MOVE ZEROS TO WS-CAN-TOTAL-X WS-QTD-VALES-CAN.
           MOVE "N" TO WS-ENT-CANCELAR.
           MOVE SPACES TO WS-ENT-CAIXA-X.

           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL "00"
                       IF WS-DEV-NO-GRUPO EQUAL "S"
                           PERFORM 0825-DEVOLVER-ITEM-CANCELADO
                       END-IF
                   WHEN "E"
                       IF WS-DEV-NO-GRUPO EQUAL "S"
                           MOVE "S" TO WS-ENT-CANCELAR
                           UNSTRING REG-VENDA DELIMITED BY ";"
                               INTO WS-LIN-TIPO WS-LIN-CAMPO2
                                    WS-LIN-CAMPO3 WS-ENT-CAIXA-X
                           END-UNSTRING
                       END-IF
                   WHEN "G"
                   WHEN "H"
                       IF WS-DEV-NO-GRUPO EQUAL "S"
                               AND WS-QTD-VALES-CAN LESS THAN 20
                           ADD 1 TO WS-QTD-VALES-CAN
                           MOVE SPACES TO WS-VAL-NUMERO-X
                           MOVE ZEROS TO WS-VAL-SALDO-X
                           UNSTRING REG-VENDA DELIMITED BY ";"
                               INTO WS-LIN-TIPO WS-VAL-NUMERO-X
                                    WS-VAL-SALDO-X
                           END-UNSTRING
                           MOVE WS-LIN-TIPO
                                   TO WS-VCA-TIPO(WS-QTD-VALES-CAN)
                           MOVE WS-VAL-NUMERO-X
                                   TO WS-VCA-NUMERO(WS-QTD-VALES-CAN)
                           MOVE WS-VAL-SALDO-LIDO
                                   TO WS-VCA-VALOR(WS-QTD-VALES-CAN)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           PERFORM 0430-REGRAVAR-CATALOGO.
           PERFORM 0439-REGRAVAR-LOTES.

           OPEN EXTEND VENDAS.
           MOVE SPACES TO REG-VENDA.
           CLOSE VENDAS.

           PERFORM 0830-ESTORNAR-PONTOS-CANCEL.
           PERFORM 0840-ESTORNAR-CREDIARIO.
           PERFORM 0850-ESTORNAR-VALES.
           IF WS-ENT-CANCELAR EQUAL "S"
               PERFORM 0860-CANCELAR-ENTREGA
           END-IF.
           DISPLAY "VENDA CANCELADA - TOTAL " WS-CAN-TOTAL.
       0820-DESFAZER-VENDA-FIM. EXIT.
      *
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-LIN-CAMPO2(1:5) TO WS-LOTE-CODIGO.
           COMPUTE WS-LOTE-QTD ROUNDED = WS-QTD-LIDO.
           PERFORM 0438-DEVOLVER-AO-LOTE.
       0825-DEVOLVER-ITEM-CANCELADO-FIM. EXIT.
      *
       0830-ESTORNAR-PONTOS-CANCEL SECTION.

           DISPLAY "PONTOS ESTORNADOS: " WS-PONTOS-ESTORNO.
       0830-ESTORNAR-PONTOS-CANCEL-FIM. EXIT.
      *
      *--> VENDA CANCELADA QUE FOI A PRAZO: A LINHA "C" DA VENDA NO
      *    CREDIARIO.TXT GANHA UMA "E" DE MESMO VALOR E REFERENCIA,
      *    QUE ABATE DA PROXIMA FATURA SE A COMPRA JA FOI FATURADA
       0840-ESTORNAR-CREDIARIO SECTION.
       0841-ESTORNAR-CREDIARIO.
           MOVE "N" TO WS-CRED-ACHOU.
           OPEN INPUT CREDIARIO.
           IF FS-CREDIARIO NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CREDIARIO.
           PERFORM UNTIL FS-CREDIARIO NOT EQUAL "00"
                      OR WS-CRED-ACHOU EQUAL "S"
               MOVE SPACES TO WS-CRED-TIPO WS-CRED-CAMPO
                              WS-CRED-CPF-X
               MOVE ZEROS TO WS-CRED-VALOR-X
               UNSTRING REG-CREDIARIO DELIMITED BY ";"
                   INTO WS-CRED-TIPO WS-LIN-CAMPO2 WS-LIN-CAMPO3
                        WS-CRED-CPF-X WS-CRED-VALOR-X
                        WS-LIN-CAMPO4 WS-CRED-CAMPO
               END-UNSTRING
               IF WS-CRED-TIPO EQUAL "C"
                       AND WS-CRED-CAMPO EQUAL WS-CAN-REF
                       AND WS-CRED-CPF-X IS NUMERIC
                   MOVE "S" TO WS-CRED-ACHOU
               ELSE
                   READ CREDIARIO
               END-IF
           END-PERFORM.
           CLOSE CREDIARIO.
           IF WS-CRED-ACHOU NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           OPEN EXTEND CREDIARIO.
           MOVE SPACES TO REG-CREDIARIO.
           STRING "E;" FUNCTION CURRENT-DATE(1:8)
                  ";"  FUNCTION CURRENT-DATE(9:6)
                  ";"  WS-CRED-CPF-X
                  ";"  WS-CRED-VALOR
                  ";"  WS-NUM-CAIXA
                  ";"  WS-CAN-REF
                  ";"
               DELIMITED BY SIZE INTO REG-CREDIARIO
           END-STRING.
           WRITE REG-CREDIARIO.
           CLOSE CREDIARIO.
           DISPLAY "CREDIARIO ESTORNADO: " WS-CRED-VALOR.
       0840-ESTORNAR-CREDIARIO-FIM. EXIT.
      *
      *--> VENDA CANCELADA COM VALE-PRESENTE: O VALE VENDIDO NELA E
      *    CANCELADO (SE JA FOI USADO EM PARTE, SO O SALDO RESTANTE
      *    -- O SUPERVISOR E AVISADO) E O VALOR RESGATADO VOLTA AO
      *    SALDO DO CARTAO USADO NO PAGAMENTO
       0850-ESTORNAR-VALES     SECTION.
       0851-ESTORNAR-VALES.
           IF WS-QTD-VALES-CAN EQUAL ZEROS
               EXIT SECTION
           END-IF.
           PERFORM 0490-CARREGAR-VALES.
           IF WS-VALES-CHEIO EQUAL "S"
               DISPLAY "ATENCAO: VALES DA VENDA NAO ESTORNADOS - "
                       "ACERTE OS VALES COM O SUPERVISOR"
               EXIT SECTION
           END-IF.
           MOVE WS-CAN-REF TO WS-VALE-MOV-REF.
           PERFORM VARYING WS-IND-VALE-CAN FROM 1 BY 1
                   UNTIL WS-IND-VALE-CAN GREATER THAN WS-QTD-VALES-CAN
               MOVE WS-VCA-NUMERO(WS-IND-VALE-CAN) TO WS-VALE-NUMERO
               PERFORM 0492-LOCALIZAR-VALE
               IF WS-VALE-ACHADO GREATER THAN ZEROS
                   IF WS-VCA-TIPO(WS-IND-VALE-CAN) EQUAL "G"
                       IF WS-VAL-SALDO(WS-VALE-ACHADO) LESS THAN
                                   WS-VAL-ORIGINAL(WS-VALE-ACHADO)
                           DISPLAY "ATENCAO: VALE " WS-VALE-NUMERO
                                   " JA USADO - CANCELADO SO O SALDO "
                                   WS-VAL-SALDO(WS-VALE-ACHADO)
                       END-IF
                       MOVE WS-VAL-SALDO(WS-VALE-ACHADO)
                                               TO WS-VALE-MOV-VALOR
                       MOVE ZEROS TO WS-VAL-SALDO(WS-VALE-ACHADO)
                       MOVE "C" TO WS-VAL-SITUACAO(WS-VALE-ACHADO)
                       MOVE "C" TO WS-VALE-MOV-TIPO
                   ELSE
                       MOVE WS-VCA-VALOR(WS-IND-VALE-CAN)
                                               TO WS-VALE-MOV-VALOR
                       ADD WS-VALE-MOV-VALOR
                               TO WS-VAL-SALDO(WS-VALE-ACHADO)
                       IF WS-VAL-SITUACAO(WS-VALE-ACHADO) EQUAL "Z"
                           MOVE "A" TO WS-VAL-SITUACAO(WS-VALE-ACHADO)
                       END-IF
                       MOVE "D" TO WS-VALE-MOV-TIPO
                   END-IF
                   PERFORM 0497-GRAVAR-MOV-VALE
                   DISPLAY "VALE " WS-VALE-NUMERO " ESTORNADO - SALDO "
                           WS-VAL-SALDO(WS-VALE-ACHADO)
               END-IF
           END-PERFORM.
           PERFORM 0498-REGRAVAR-VALES.
       0850-ESTORNAR-VALES-FIM. EXIT.
      *
      *--> VENDA CANCELADA COM ENTREGA: A ENTREGA PENDENTE OU NA RUA
      *    VIRA "C" (COM A DATA E O SUPERVISOR); NA RUA, A EXPEDICAO
      *    E AVISADA PARA RECOLHER. ENTREGA JA FEITA FICA COMO ESTA.
      *    O ENTREGAS.TXT E GRAVADO EM LARGURA FIXA: SITUACAO NA
      *    POSICAO 208, DATA DA OCORRENCIA NA 226 E OBSERVACAO NA 235.
       0860-CANCELAR-ENTREGA   SECTION.
       0861-CANCELAR-ENTREGA.
           MOVE ZEROS TO WS-QTD-ENTREGAS.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL "00"
               DISPLAY "ENTREGAS.TXT INDISPONIVEL - CANCELE A ENTREGA "
                       "NA EXPEDICAO"
               EXIT SECTION
           END-IF.
           READ ENTREGAS.
           PERFORM UNTIL FS-ENTREGAS NOT EQUAL "00"
                      OR WS-QTD-ENTREGAS EQUAL 2000
               ADD 1 TO WS-QTD-ENTREGAS
               MOVE REG-ENTREGA TO WS-ENT-LINHA(WS-QTD-ENTREGAS)
               READ ENTREGAS
           END-PERFORM.
      *--> ARQUIVO MAIOR QUE A TABELA NAO PODE SER REGRAVADO
           IF FS-ENTREGAS EQUAL "00"
               CLOSE ENTREGAS
               DISPLAY "ENTREGAS.TXT GRANDE DEMAIS - CANCELE A ENTREGA "
                       "NA EXPEDICAO"
               EXIT SECTION
           END-IF.
           CLOSE ENTREGAS.

           PERFORM VARYING WS-IND-ENTREGA FROM 1 BY 1
                   UNTIL WS-IND-ENTREGA GREATER THAN WS-QTD-ENTREGAS
               MOVE SPACES TO WS-ENT-REF-LIDA WS-ENT-CAIXA-LIDO
               UNSTRING WS-ENT-LINHA(WS-IND-ENTREGA) DELIMITED BY ";"
                   INTO WS-ENT-REF-LIDA WS-ENT-CAIXA-LIDO
               END-UNSTRING
               MOVE WS-ENT-LINHA(WS-IND-ENTREGA)(208:1)
                                               TO WS-ENT-SIT-LIDA
               IF WS-ENT-REF-LIDA EQUAL WS-CAN-REF
                       AND WS-ENT-CAIXA-LIDO EQUAL WS-ENT-CAIXA-X
                   EVALUATE WS-ENT-SIT-LIDA
                       WHEN "P"
                       WHEN "S"
                           IF WS-ENT-SIT-LIDA EQUAL "S"
                               DISPLAY "ATENCAO: ENTREGA JA SAIU - "
                                       "AVISAR A EXPEDICAO"
                           END-IF
                           MOVE "C" TO
                               WS-ENT-LINHA(WS-IND-ENTREGA)(208:1)
                           MOVE WS-DATA-HOJE TO
                               WS-ENT-LINHA(WS-IND-ENTREGA)(226:8)
                           MOVE SPACES TO
                               WS-ENT-LINHA(WS-IND-ENTREGA)(235:30)
                           STRING "VENDA CANCELADA " WS-SUP-LOGIN
                               DELIMITED BY SIZE
                               INTO WS-ENT-LINHA(WS-IND-ENTREGA)(235:30)
                           END-STRING
                           DISPLAY "ENTREGA CANCELADA"
                       WHEN "E"
                           DISPLAY "ATENCAO: ENTREGA JA REALIZADA"
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

           OPEN OUTPUT ENTREGAS.
           PERFORM VARYING WS-IND-ENTREGA FROM 1 BY 1
                   UNTIL WS-IND-ENTREGA GREATER THAN WS-QTD-ENTREGAS
               MOVE WS-ENT-LINHA(WS-IND-ENTREGA) TO REG-ENTREGA
               WRITE REG-ENTREGA
           END-PERFORM.
           CLOSE ENTREGAS.
       0860-CANCELAR-ENTREGA-FIM. EXIT.
      *
      *--> CONSULTA DE SALDO DO VALE-PRESENTE NO BALCAO
       0900-CONSULTAR-VALE     SECTION.
       0901-CONSULTAR-VALE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           DISPLAY "NUMERO DO VALE-PRESENTE: ".
           ACCEPT WS-VALE-NUMERO.
           PERFORM 0490-CARREGAR-VALES.
           PERFORM 0492-LOCALIZAR-VALE.
           IF WS-VALE-ACHADO EQUAL ZEROS
               DISPLAY "VALE-PRESENTE NAO ENCONTRADO"
               EXIT SECTION
           END-IF.
           DISPLAY "VALE-PRESENTE......: " WS-VALE-NUMERO.
           DISPLAY "EMITIDO EM.........: "
                   WS-VAL-EMISSAO(WS-VALE-ACHADO).
           DISPLAY "VALOR ORIGINAL.....: "
                   WS-VAL-ORIGINAL(WS-VALE-ACHADO).
           DISPLAY "SALDO..............: "
                   WS-VAL-SALDO(WS-VALE-ACHADO).
           DISPLAY "VALIDO ATE.........: "
                   WS-VAL-VALIDADE(WS-VALE-ACHADO).
           EVALUATE TRUE
               WHEN WS-VAL-SITUACAO(WS-VALE-ACHADO) EQUAL "C"
                   DISPLAY "SITUACAO...........: CANCELADO"
               WHEN WS-VAL-SALDO(WS-VALE-ACHADO) EQUAL ZEROS
                   DISPLAY "SITUACAO...........: SEM SALDO"
               WHEN WS-VAL-VALIDADE(WS-VALE-ACHADO) LESS THAN
                                               WS-DATA-HOJE
                   DISPLAY "SITUACAO...........: VENCIDO"
               WHEN OTHER
                   DISPLAY "SITUACAO...........: ATIVO"
           END-EVALUATE.
       0900-CONSULTAR-VALE-FIM. EXIT.
      ******************************************************************
       END PROGRAM CAIXA-MERCADO.
