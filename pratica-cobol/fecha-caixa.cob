      *          faturamento por produto, descontos concedidos, totais
      *          por forma de pagamento e troco devolvido -- o que
      *          permite bater o caixa contra a gaveta.
      *          A consolidacao da loja (caixa 0) tambem gera, para
      *          cada caixa ja fechado no dia, a linha de lancamento
      *          do dinheiro liquido de troco e do cartao em
      *          lancloja.txt, que o LANCA-VENDAS credita nas contas
      *          da loja; dia/caixa ja presente no arquivo nao e
      *          gerado de novo se a consolidacao for repetida.
      *          O vendido no crediario sai em linha propria do Z e
      *          fica fora da gaveta e do lancamento da loja: entra
      *          nas contas quando a fatura do cliente e paga.
      *          Vale-presente: os vendidos (itens VALE) ficam fora do
      *          faturamento por produto e saem em linha propria, com
      *          o faturamento de mercadoria a parte; o resgatado em
      *          vale (12o campo da linha "V") sai separado do
      *          dinheiro e do cartao.
      *          Taxas de entrega em domicilio (linhas "E" do grupo)
      *          saem em linha propria e ficam fora do faturamento de
      *          mercadoria.
      *          A devolucao dos itens descartados regrava o catalogo
      *          com todos os campos (classe fiscal e situacao de
      *          recall inclusive), sem perder o que os outros
      *          programas mantem no produtos.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT FECHAMENTOS ASSIGN TO "C:\teste\fechamentos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FECHAMENTOS.

      *--> LANCAMENTOS DO FATURAMENTO DA LOJA A CREDITAR NAS CONTAS
      *    (DATA;CAIXA;DINHEIRO;CARTAO;SITUACAO;DATA-EFET;AUT-DIN;
      *    AUT-CAR), GERADO AQUI COM SITUACAO "P" E EFETIVADO PELO
      *    LANCA-VENDAS
           SELECT LANCLOJA ASSIGN TO "C:\teste\lancloja.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-LANCLOJA.
      ******************************************************************
       DATA                    DIVISION.
      *
      *
       FD  FECHAMENTOS.
       01  REG-FECHAMENTO              PIC X(40).
      *
       FD  LANCLOJA.
       01  REG-LANCLOJA                PIC X(80).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-VENDAS               PIC X(02)    VALUE SPACES.
               10 WS-CONS-QT       PIC 9(05).
               10 WS-CONS-TOTAL    PIC 9(09)V99.
               10 WS-CONS-FECHADO  PIC X(01).
               10 WS-CONS-DINHEIRO PIC 9(09)V99.
               10 WS-CONS-CARTAO   PIC 9(09)V99.
               10 WS-CONS-LANCADO  PIC X(01).
       77  WS-FEC-DATA             PIC X(08)    VALUE SPACES.
       77  WS-FEC-CAIXA            PIC X(02)    VALUE SPACES.
       77  WS-TOT-LOJA             PIC 9(09)V99 VALUE ZEROS.

      *--> LANCAMENTO DO FATURAMENTO NAS CONTAS DA LOJA: DINHEIRO E
      *    O RECEBIDO MENOS O TROCO; SO CAIXA JA FECHADO GERA LINHA,
      *    E UMA VEZ SO POR DIA/CAIXA
       77  FS-LANCLOJA             PIC X(02)    VALUE SPACES.
       77  WS-LAN-DATA             PIC X(08)    VALUE SPACES.
       77  WS-LAN-CAIXA            PIC X(02)    VALUE SPACES.
       77  WS-QT-LANCADOS          PIC 9(02)    VALUE ZEROS.

      *--> CAMPOS DESMEMBRADOS DA LINHA DO DIARIO
       77  WS-TIPO-LINHA           PIC X(01)    VALUE SPACES.
       77  WS-DATA-VENDA           PIC X(08)    VALUE SPACES.
       01  WS-VLR-TROCO-X          PIC X(07)    VALUE ZEROS.
       01  WS-VLR-TROCO REDEFINES WS-VLR-TROCO-X
                                   PIC 9(05)V99.
      *--> 11o CAMPO DA LINHA "V": PARTE PAGA NO CREDIARIO (LINHAS
      *    ANTIGAS SEM O CAMPO VALEM ZERO)
       01  WS-VLR-CREDIARIO-X      PIC X(07)    VALUE ZEROS.
       01  WS-VLR-CREDIARIO REDEFINES WS-VLR-CREDIARIO-X
                                   PIC 9(05)V99.
      *--> 12o CAMPO DA LINHA "V": PARTE PAGA COM VALE-PRESENTE
       01  WS-VLR-VALE-X           PIC X(07)    VALUE ZEROS.
       01  WS-VLR-VALE REDEFINES WS-VLR-VALE-X
                                   PIC 9(05)V99.
       77  WS-ITEM-CODIGO          PIC X(05)    VALUE SPACES.
       77  WS-ITEM-NOME            PIC X(20)    VALUE SPACES.
       01  WS-ITEM-VALOR-X         PIC X(06)    VALUE ZEROS.
           05 WS-CAT-VALOR         PIC 9(04)V99.
           05 WS-CAT-ESTOQUE       PIC 9(04).
           05 WS-CAT-TIPO          PIC X(01).
           05 WS-CAT-CLASSE        PIC X(02).
           05 WS-CAT-SITUACAO      PIC X(01).
       01  WS-CAT-VALOR-X          PIC X(06)    VALUE ZEROS.
       01  WS-CAT-VALOR-LIDO REDEFINES WS-CAT-VALOR-X
                                   PIC 9(04)V99.
       77  WS-TOT-DINHEIRO         PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-CARTAO           PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-TROCO            PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-CREDIARIO        PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-DESCONTOS        PIC 9(07)V99 VALUE ZEROS.
      *--> VALE-PRESENTE: VENDIDOS (ITENS "VALE") NAO SAO MERCADORIA;
      *    O RESGATADO E FORMA DE PAGAMENTO, NAO ENTRA NA GAVETA
       77  WS-QT-VALES-VENDIDOS    PIC 9(05)    VALUE ZEROS.
       77  WS-TOT-VALES-VENDIDOS   PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-VALES-RESGATADOS PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-MERCADORIA       PIC 9(07)V99 VALUE ZEROS.
      *--> TAXAS DE ENTREGA EM DOMICILIO (LINHA "E;TAXA;BAIRRO;CAIXA")
       77  WS-QT-ENTREGAS          PIC 9(05)    VALUE ZEROS.
       77  WS-TOT-TAXAS-ENTREGA    PIC 9(07)V99 VALUE ZEROS.
       01  WS-TAXA-ENTREGA-X       PIC X(05)    VALUE ZEROS.
       01  WS-TAXA-ENTREGA REDEFINES WS-TAXA-ENTREGA-X
                                   PIC 9(03)V99.

      *--> FATURAMENTO POR PRODUTO
       77  WS-QTD-PRODUTOS         PIC 9(02)    VALUE ZEROS.
                   END-IF
               WHEN "C"
                   PERFORM 0260-ACUMULAR-CANCELAMENTO
               WHEN "E"
                   IF WS-GRUPO-NO-DIA EQUAL "S"
                       PERFORM 0270-ACUMULAR-ENTREGA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO WS-DATA-VENDA WS-HORA-VENDA.
           MOVE ZEROS  TO WS-QTD-ITENS.
           MOVE ZEROS  TO WS-TOTAL-VENDA-X WS-VLR-DINHEIRO-X
                          WS-VLR-CARTAO-X WS-VLR-TROCO-X
                          WS-VLR-CREDIARIO-X WS-VLR-VALE-X.

           MOVE SPACES TO WS-V-TELEFONE-X WS-V-CAIXA-X.
           UNSTRING REG-VENDA DELIMITED BY ";"
               INTO WS-TIPO-LINHA WS-DATA-VENDA WS-HORA-VENDA
                    WS-QTD-ITENS WS-TOTAL-VENDA-X WS-VLR-DINHEIRO-X
                    WS-VLR-CARTAO-X WS-VLR-TROCO-X WS-V-TELEFONE-X
                    WS-V-CAIXA-X WS-VLR-CREDIARIO-X WS-VLR-VALE-X
           END-UNSTRING.
           IF WS-VLR-CREDIARIO-X NOT NUMERIC
               MOVE ZEROS TO WS-VLR-CREDIARIO-X
           END-IF.
           IF WS-VLR-VALE-X NOT NUMERIC
               MOVE ZEROS TO WS-VLR-VALE-X
           END-IF.

      *--> LINHAS DE ANTES DO CARIMBO DE CAIXA VALEM CAIXA 01
           IF WS-V-CAIXA-X IS NUMERIC
               ADD WS-VLR-DINHEIRO TO WS-TOT-DINHEIRO
               ADD WS-VLR-CARTAO   TO WS-TOT-CARTAO
               ADD WS-VLR-TROCO    TO WS-TOT-TROCO
               ADD WS-VLR-CREDIARIO TO WS-TOT-CREDIARIO
               ADD WS-VLR-VALE     TO WS-TOT-VALES-RESGATADOS
           END-IF.
       0210-ACUMULAR-VENDA-FIM. EXIT.
      *
               MOVE 1 TO WS-ITEM-QTD
           END-IF.

           IF WS-ITEM-CODIGO EQUAL "VALE"
               ADD 1 TO WS-QT-VALES-VENDIDOS
               ADD WS-ITEM-VALOR TO WS-TOT-VALES-VENDIDOS
               EXIT SECTION
           END-IF.

           MOVE ZEROS TO WS-PROD-ACHADO.
           PERFORM VARYING WS-IND-PROD FROM 1 BY 1
                   UNTIL WS-IND-PROD GREATER THAN WS-QTD-PRODUTOS
               ADD WS-CAN-VALOR TO WS-TOT-CANCELAMENTOS
           END-IF.
       0260-ACUMULAR-CANCELAMENTO-FIM. EXIT.
      *
      *--> LINHA "E": TAXA DE ENTREGA EM DOMICILIO DA VENDA DO GRUPO
      *    CORRENTE (JA SOMADA NO TOTAL DA LINHA "V")
       0270-ACUMULAR-ENTREGA   SECTION.
           MOVE ZEROS TO WS-TAXA-ENTREGA-X.
           UNSTRING REG-VENDA DELIMITED BY ";"
               INTO WS-TIPO-LINHA WS-TAXA-ENTREGA-X
           END-UNSTRING.
           IF WS-TAXA-ENTREGA-X IS NUMERIC
               ADD 1 TO WS-QT-ENTREGAS
               ADD WS-TAXA-ENTREGA TO WS-TOT-TAXAS-ENTREGA
           END-IF.
       0270-ACUMULAR-ENTREGA-FIM. EXIT.
      ******************************************************************
       0400-FINALIZAR          SECTION.
       0401-FINALIZAR.
           END-STRING.
           PERFORM 0410-GRAVAR-E-MOSTRAR.

           IF WS-TOT-VALES-VENDIDOS + WS-TOT-TAXAS-ENTREGA
                   GREATER THAN WS-TOT-FATURADO
               MOVE ZEROS TO WS-TOT-MERCADORIA
           ELSE
               COMPUTE WS-TOT-MERCADORIA =
                       WS-TOT-FATURADO - WS-TOT-VALES-VENDIDOS
                       - WS-TOT-TAXAS-ENTREGA
           END-IF.
           MOVE SPACES TO REG-RELATORIO-Z.
           STRING "FATUR. MERCADORIA....: " WS-TOT-MERCADORIA
               DELIMITED BY SIZE INTO REG-RELATORIO-Z
           END-STRING.
           PERFORM 0410-GRAVAR-E-MOSTRAR.

           MOVE SPACES TO REG-RELATORIO-Z.
           STRING "VALES VENDIDOS.......: " WS-QT-VALES-VENDIDOS
                  " VALOR " WS-TOT-VALES-VENDIDOS
               DELIMITED BY SIZE INTO REG-RELATORIO-Z
           END-STRING.
           PERFORM 0410-GRAVAR-E-MOSTRAR.

           MOVE SPACES TO REG-RELATORIO-Z.
           STRING "TAXAS DE ENTREGA.....: " WS-QT-ENTREGAS
                  " VALOR " WS-TOT-TAXAS-ENTREGA
               DELIMITED BY SIZE INTO REG-RELATORIO-Z
           END-STRING.
           PERFORM 0410-GRAVAR-E-MOSTRAR.

           MOVE SPACES TO REG-RELATORIO-Z.
           STRING "DESCONTOS DE PROMOCAO: " WS-TOT-DESCONTOS
               DELIMITED BY SIZE INTO REG-RELATORIO-Z
           END-STRING.
           PERFORM 0410-GRAVAR-E-MOSTRAR.

           MOVE SPACES TO REG-RELATORIO-Z.
           STRING "VENDIDO NO CREDIARIO.: " WS-TOT-CREDIARIO
               DELIMITED BY SIZE INTO REG-RELATORIO-Z
           END-STRING.
           PERFORM 0410-GRAVAR-E-MOSTRAR.

           MOVE SPACES TO REG-RELATORIO-Z.
           STRING "RESGATADO EM VALE....: " WS-TOT-VALES-RESGATADOS
               DELIMITED BY SIZE INTO REG-RELATORIO-Z
           END-STRING.
           PERFORM 0410-GRAVAR-E-MOSTRAR.

           MOVE SPACES TO REG-RELATORIO-Z.
           STRING "TROCO DEVOLVIDO......: " WS-TOT-TROCO
               DELIMITED BY SIZE INTO REG-RELATORIO-Z
                   ADD 1 TO WS-CONS-QT(WS-V-CAIXA)
                   ADD WS-TOTAL-VENDA TO WS-CONS-TOTAL(WS-V-CAIXA)
                   ADD WS-TOTAL-VENDA TO WS-TOT-LOJA
                   ADD WS-VLR-DINHEIRO
                               TO WS-CONS-DINHEIRO(WS-V-CAIXA)
                   SUBTRACT WS-VLR-TROCO
                               FROM WS-CONS-DINHEIRO(WS-V-CAIXA)
                   ADD WS-VLR-CARTAO
                               TO WS-CONS-CARTAO(WS-V-CAIXA)
               END-IF
           END-IF.

           END-STRING.
           PERFORM 0410-GRAVAR-E-MOSTRAR.

           PERFORM 0795-GERAR-LANCAMENTOS.

           CLOSE RELATORIO-Z.
       0790-RELATORIO-CONSOLIDADO-FIM. EXIT.
      *
      *--> LANCAMENTOS DO DIA PARA AS CONTAS DA LOJA: PRIMEIRO MARCA
      *    OS CAIXAS QUE JA TEM LINHA DESTE DIA NO LANCLOJA.TXT
      *    (CONSOLIDACAO REPETIDA NAO DUPLICA O CREDITO), DEPOIS
      *    ACRESCENTA UMA LINHA "P" POR CAIXA FECHADO COM VENDA
       0795-GERAR-LANCAMENTOS  SECTION.
       0796-GERAR-LANCAMENTOS.
           MOVE ZEROS TO WS-QT-LANCADOS.
           OPEN INPUT LANCLOJA.
           IF FS-LANCLOJA EQUAL "00"
               READ LANCLOJA
               PERFORM UNTIL FS-LANCLOJA NOT EQUAL "00"
                   MOVE SPACES TO WS-LAN-DATA WS-LAN-CAIXA
                   UNSTRING REG-LANCLOJA DELIMITED BY ";"
                       INTO WS-LAN-DATA WS-LAN-CAIXA
                   END-UNSTRING
                   IF WS-LAN-DATA EQUAL WS-DATA-FECHO
                           AND WS-LAN-CAIXA IS NUMERIC
                       MOVE WS-LAN-CAIXA TO WS-V-CAIXA
                       IF WS-V-CAIXA GREATER THAN ZEROS
                           MOVE "S" TO WS-CONS-LANCADO(WS-V-CAIXA)
                       END-IF
                   END-IF
                   READ LANCLOJA
               END-PERFORM
               CLOSE LANCLOJA
           END-IF.

           OPEN EXTEND LANCLOJA.
           IF FS-LANCLOJA EQUAL "35"
               OPEN OUTPUT LANCLOJA
               CLOSE LANCLOJA
               OPEN EXTEND LANCLOJA
           END-IF.

           PERFORM VARYING WS-IDX-CAIXA FROM 1 BY 1
                   UNTIL WS-IDX-CAIXA GREATER THAN 99
               IF WS-CONS-QT(WS-IDX-CAIXA) GREATER THAN ZEROS
                       AND WS-CONS-FECHADO(WS-IDX-CAIXA) EQUAL "S"
                       AND WS-CONS-LANCADO(WS-IDX-CAIXA) NOT EQUAL "S"
                   MOVE SPACES TO REG-LANCLOJA
                   STRING WS-DATA-FECHO
                          ";" WS-IDX-CAIXA
                          ";" WS-CONS-DINHEIRO(WS-IDX-CAIXA)
                          ";" WS-CONS-CARTAO(WS-IDX-CAIXA)
                          ";P;        ;        ;        "
                       DELIMITED BY SIZE INTO REG-LANCLOJA
                   END-STRING
                   WRITE REG-LANCLOJA
                   ADD 1 TO WS-QT-LANCADOS
               END-IF
           END-PERFORM.
           CLOSE LANCLOJA.

           MOVE SPACES TO REG-RELATORIO-Z.
           STRING "CAIXAS ENVIADOS PARA LANCAMENTO NAS CONTAS: "
                  WS-QT-LANCADOS
               DELIMITED BY SIZE INTO REG-RELATORIO-Z
           END-STRING.
           PERFORM 0410-GRAVAR-E-MOSTRAR.
       0795-GERAR-LANCAMENTOS-FIM. EXIT.
      *
       0600-CONFERENCIA-CEGA   SECTION.
       0601-CONFERENCIA-CEGA.
               ADD 1 TO WS-QTD-CATALOGO
               MOVE ZEROS TO WS-CAT-VALOR-X
               MOVE SPACES TO WS-CAT-TIPO(WS-QTD-CATALOGO)
                              WS-CAT-CLASSE(WS-QTD-CATALOGO)
                              WS-CAT-SITUACAO(WS-QTD-CATALOGO)
               UNSTRING REG-PRODUTO DELIMITED BY ";"
                   INTO WS-CAT-CODIGO(WS-QTD-CATALOGO)
                        WS-CAT-NOME(WS-QTD-CATALOGO)
                        WS-CAT-VALOR-X
                        WS-CAT-ESTOQUE(WS-QTD-CATALOGO)
                        WS-CAT-TIPO(WS-QTD-CATALOGO)
                        WS-CAT-CLASSE(WS-QTD-CATALOGO)
                        WS-CAT-SITUACAO(WS-QTD-CATALOGO)
               END-UNSTRING
               MOVE WS-CAT-VALOR-LIDO
                       TO WS-CAT-VALOR(WS-QTD-CATALOGO)
               IF WS-CAT-TIPO(WS-QTD-CATALOGO) NOT EQUAL "P"
                   MOVE "U" TO WS-CAT-TIPO(WS-QTD-CATALOGO)
               END-IF
               IF WS-CAT-CLASSE(WS-QTD-CATALOGO) EQUAL SPACES
                   MOVE "00" TO WS-CAT-CLASSE(WS-QTD-CATALOGO)
               END-IF
               READ PRODUTOS
           END-PERFORM.
           CLOSE PRODUTOS.
                      ";" WS-CAT-VALOR(WS-IND-CAT)
                      ";" WS-CAT-ESTOQUE(WS-IND-CAT)
                      ";" WS-CAT-TIPO(WS-IND-CAT)
                      ";" WS-CAT-CLASSE(WS-IND-CAT)
                      ";" WS-CAT-SITUACAO(WS-IND-CAT)
                   DELIMITED BY SIZE INTO REG-PRODUTO
               END-STRING
               WRITE REG-PRODUTO
