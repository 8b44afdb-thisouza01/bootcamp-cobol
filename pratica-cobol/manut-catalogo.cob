      *          zero, e toda mudanca de preco gera uma linha de
      *          auditoria (data, operador, preco antigo, preco novo)
      *          em precos.log.
      *          Cada produto leva a classe fiscal (6o campo do
      *          produtos.txt, "00" = sem tributo) e as aliquotas das
      *          classes ficam em tributos.txt (CLASSE;DESCRICAO;
      *          ALIQUOTA), mantidas pela opcao 5; o CAIXA-MERCADO
      *          calcula por ela o tributo aproximado de cada item.
      *          A opcao 6 registra mudanca de preco com data de
      *          vigencia futura em precosfuturos.txt (CODIGO;PRECO;
      *          VIGENCIA;OPERADOR;CADASTRO;SITUACAO;APLICACAO); o lote
      *          APLICA-PRECOS aplica na noite da vigencia, audita em
      *          precos.log e imprime as etiquetas de gondola.
      *          O 7o campo do produtos.txt e a situacao: "R" = produto
      *          em recall (marcado pelo RECALL-PRODUTO), que o caixa
      *          recusa; a listagem mostra a marca e a inclusao e a
      *          alteracao a preservam.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT LOG-PRECOS ASSIGN TO "C:\teste\precos.log"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-LOG-PRECOS.

           SELECT TRIBUTOS ASSIGN TO "C:\teste\tributos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-TRIBUTOS.

           SELECT PRECOS-FUTUROS ASSIGN TO
                   "C:\teste\precosfuturos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PRECOS-FUTUROS.
      ******************************************************************
       DATA                    DIVISION.
      *
      *
       FD  LOG-PRECOS.
       01  REG-LOG-PRECO               PIC X(80).
      *
       FD  TRIBUTOS.
       01  REG-TRIBUTO                 PIC X(40).
      *
       FD  PRECOS-FUTUROS.
       01  REG-PRECO-FUTURO            PIC X(60).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-PRODUTOS         PIC X(02)           VALUE SPACES.
       77  FS-LOG-PRECOS       PIC X(02)           VALUE SPACES.
       77  FS-TRIBUTOS         PIC X(02)           VALUE SPACES.
       77  FS-PRECOS-FUTUROS   PIC X(02)           VALUE SPACES.
       77  WS-FIM-PRODUTOS     PIC X               VALUE "N".
           88 PRODUTOS-FIM                         VALUE "S".

       77  WS-IND-CAT          PIC 9(02)           VALUE ZEROS.
       77  WS-IND-ACHADO       PIC 9(02)           VALUE ZEROS.
      *--> WS-CAT-TIPO: "U" POR UNIDADE / "P" POR PESO (PRECO POR KG);
      *    LINHAS ANTIGAS SEM O CAMPO VALEM "U". WS-CAT-CLASSE: CLASSE
      *    FISCAL DO TRIBUTOS.TXT; SEM O CAMPO VALE "00" (SEM TRIBUTO)
       01  WS-TAB-CATALOGO     OCCURS 50 TIMES.
           05 WS-CAT-CODIGO    PIC X(05).
           05 WS-CAT-NOME      PIC A(20).
           05 WS-CAT-VALOR     PIC 9(04)V99.
           05 WS-CAT-ESTOQUE   PIC 9(04).
           05 WS-CAT-TIPO      PIC X(01).
           05 WS-CAT-CLASSE    PIC X(02).
           05 WS-CAT-SITUACAO  PIC X(01).

      *--> EDICAO
       77  WS-OPCAO            PIC 9               VALUE ZEROS.
       77  WS-VALOR-ANTIGO     PIC 9(04)V99        VALUE ZEROS.
       77  WS-MUDOU            PIC X               VALUE "N".
       77  WS-TIPO             PIC X(01)           VALUE "U".
       77  WS-CLASSE           PIC X(02)           VALUE SPACES.

      *--> TABELA DE CLASSES FISCAIS: ALIQUOTA APROXIMADA EM % NA
      *    FORMA DISPLAY DE 9(02)V99 (EX 1800 = 18,00%)
       77  WS-QTD-TRIBUTOS     PIC 9(02)           VALUE ZEROS.
       77  WS-IND-TRIB         PIC 9(02)           VALUE ZEROS.
       77  WS-TRIB-ACHADO      PIC 9(02)           VALUE ZEROS.
       77  WS-MUDOU-TRIB       PIC X               VALUE "N".
       01  WS-TAB-TRIBUTOS     OCCURS 20 TIMES.
           05 WS-TRB-CLASSE    PIC X(02).
           05 WS-TRB-DESCRICAO PIC X(20).
           05 WS-TRB-ALIQUOTA  PIC 9(02)V99.
       01  WS-ALIQUOTA-LIDA-X  PIC X(04)           VALUE ZEROS.
       01  WS-ALIQUOTA-LIDA REDEFINES WS-ALIQUOTA-LIDA-X
                           PIC 9(02)V99.
       77  WS-DESCRICAO        PIC X(20)           VALUE SPACES.
       77  WS-ALIQUOTA         PIC 9(02)V99        VALUE ZEROS.
       77  WS-ALIQUOTA-ENT     PIC X(10)           VALUE SPACES.

      *--> PRECOS FUTUROS (P=PENDENTE A=APLICADO C=CANCELADO
      *    S=SUPERADO POR OUTRO DE VIGENCIA POSTERIOR X=PRODUTO SAIU
      *    DO CATALOGO), ARQUIVO INTEIRO EM MEMORIA
       77  WS-QTD-FUT          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-FUT          PIC 9(03)           VALUE ZEROS.
       77  WS-FUT-ACHADO       PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-FUTUROS      OCCURS 500 TIMES.
           05 WS-FUT-CODIGO    PIC X(05).
           05 WS-FUT-PRECO-X   PIC X(06).
           05 WS-FUT-VIGENCIA  PIC X(08).
           05 WS-FUT-OPERADOR  PIC X(10).
           05 WS-FUT-CADASTRO  PIC X(08).
           05 WS-FUT-SITUACAO  PIC X(01).
           05 WS-FUT-APLICACAO PIC X(08).
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-VIGENCIA-X       PIC X(08)           VALUE SPACES.
       77  WS-VIGENCIA         PIC 9(08)           VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0101-INICIAR.
           DISPLAY "OPERADOR RESPONSAVEL: ".
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           PERFORM 0110-CARREGAR-CATALOGO.
           DISPLAY "PRODUTOS CARREGADOS: " WS-QTD-CATALOGO.
           PERFORM 0120-CARREGAR-TRIBUTOS.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0110-CARREGAR-CATALOGO  SECTION.
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
       0110-CARREGAR-CATALOGO-FIM. EXIT.
      ******************************************************************
       0120-CARREGAR-TRIBUTOS  SECTION.
       0121-CARREGAR-TRIBUTOS.
           MOVE ZEROS TO WS-QTD-TRIBUTOS.
           OPEN INPUT TRIBUTOS.
           IF FS-TRIBUTOS NOT EQUAL "00"
               DISPLAY "TRIBUTOS.TXT AUSENTE - CADASTRE AS CLASSES "
                       "FISCAIS NA OPCAO 5"
               EXIT SECTION
           END-IF.
           READ TRIBUTOS.
           PERFORM UNTIL FS-TRIBUTOS NOT EQUAL "00"
                      OR WS-QTD-TRIBUTOS EQUAL 20
               ADD 1 TO WS-QTD-TRIBUTOS
               MOVE SPACES TO WS-TRB-CLASSE(WS-QTD-TRIBUTOS)
                              WS-TRB-DESCRICAO(WS-QTD-TRIBUTOS)
               MOVE ZEROS TO WS-ALIQUOTA-LIDA-X
               UNSTRING REG-TRIBUTO DELIMITED BY ";"
                   INTO WS-TRB-CLASSE(WS-QTD-TRIBUTOS)
                        WS-TRB-DESCRICAO(WS-QTD-TRIBUTOS)
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
       0120-CARREGAR-TRIBUTOS-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           DISPLAY " ".
           DISPLAY "1-INCLUIR 2-ALTERAR 3-DESCONTINUAR 4-LISTAR "
                   "5-CLASSES FISCAIS 6-PRECOS FUTUROS".
           DISPLAY "9-SAIR (GRAVA O CATALOGO): ".
           ACCEPT WS-OPCAO.

                   PERFORM 0230-DESCONTINUAR
               WHEN 4
                   PERFORM 0240-LISTAR
               WHEN 5
                   PERFORM 0250-MANTER-TRIBUTOS
               WHEN 6
                   PERFORM 0260-PRECO-FUTURO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   IF WS-TIPO NOT EQUAL "P"
                       MOVE "U" TO WS-TIPO
                   END-IF
                   DISPLAY "CLASSE FISCAL (VAZIO = 00 SEM TRIBUTO): "
                   MOVE SPACES TO WS-CLASSE
                   ACCEPT WS-CLASSE
                   IF WS-CLASSE EQUAL SPACES
                       MOVE "00" TO WS-CLASSE
                   END-IF
                   PERFORM 0320-LOCALIZAR-CLASSE
                   EVALUATE TRUE
                       WHEN WS-VALOR EQUAL ZEROS
                           DISPLAY "PRECO PRECISA SER MAIOR QUE ZERO!"
                       WHEN WS-TRIB-ACHADO EQUAL ZEROS
                        AND WS-CLASSE NOT EQUAL "00"
                           DISPLAY "CLASSE FISCAL NAO CADASTRADA!"
                       WHEN OTHER
                           ADD 1 TO WS-QTD-CATALOGO
                           MOVE WS-CODIGO
                                   TO WS-CAT-CODIGO(WS-QTD-CATALOGO)
                           MOVE WS-NOME
                                   TO WS-CAT-NOME(WS-QTD-CATALOGO)
                           MOVE WS-VALOR
                                   TO WS-CAT-VALOR(WS-QTD-CATALOGO)
                           MOVE WS-ESTOQUE
                                   TO WS-CAT-ESTOQUE(WS-QTD-CATALOGO)
                           MOVE WS-TIPO
                                   TO WS-CAT-TIPO(WS-QTD-CATALOGO)
                           MOVE WS-CLASSE
                                   TO WS-CAT-CLASSE(WS-QTD-CATALOGO)
                           MOVE SPACES
                                   TO WS-CAT-SITUACAO(WS-QTD-CATALOGO)
                           MOVE "S" TO WS-MUDOU
                           DISPLAY "PRODUTO INCLUIDO"
                   END-EVALUATE
               END-IF
           END-IF.
       0210-INCLUIR-FIM.       EXIT.
               COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-ENT)
               DISPLAY "NOVO ESTOQUE: "
               ACCEPT WS-ESTOQUE
               DISPLAY "CLASSE FISCAL ATUAL: "
                       WS-CAT-CLASSE(WS-IND-ACHADO)
                       " - NOVA (VAZIO = MANTEM): "
               MOVE SPACES TO WS-CLASSE
               ACCEPT WS-CLASSE
               IF WS-CLASSE EQUAL SPACES
                   MOVE WS-CAT-CLASSE(WS-IND-ACHADO) TO WS-CLASSE
               END-IF
               PERFORM 0320-LOCALIZAR-CLASSE
               IF WS-TRIB-ACHADO EQUAL ZEROS
                       AND WS-CLASSE NOT EQUAL "00"
                   DISPLAY "CLASSE FISCAL NAO CADASTRADA - MANTIDA "
                           WS-CAT-CLASSE(WS-IND-ACHADO)
                   MOVE WS-CAT-CLASSE(WS-IND-ACHADO) TO WS-CLASSE
               END-IF
               IF WS-VALOR EQUAL ZEROS
                   DISPLAY "PRECO PRECISA SER MAIOR QUE ZERO!"
               ELSE
                   MOVE WS-VALOR TO WS-CAT-VALOR(WS-IND-ACHADO)
                   MOVE WS-CLASSE TO WS-CAT-CLASSE(WS-IND-ACHADO)
                   MOVE WS-ESTOQUE TO WS-CAT-ESTOQUE(WS-IND-ACHADO)
                   MOVE "S" TO WS-MUDOU
                   IF WS-VALOR NOT EQUAL WS-VALOR-ANTIGO
                       WS-CAT-NOME(WS-IND-CAT) " PRECO="
                       WS-CAT-VALOR(WS-IND-CAT) " ESTOQUE="
                       WS-CAT-ESTOQUE(WS-IND-CAT) " TIPO="
                       WS-CAT-TIPO(WS-IND-CAT) " CLASSE="
                       WS-CAT-CLASSE(WS-IND-CAT)
               IF WS-CAT-SITUACAO(WS-IND-CAT) EQUAL "R"
                   DISPLAY "      EM RECALL - VENDA BLOQUEADA NO CAIXA"
               END-IF
           END-PERFORM.
       0240-LISTAR-FIM.        EXIT.
      ******************************************************************
      *--> CLASSES FISCAIS: INCLUI A CLASSE NOVA OU ALTERA DESCRICAO E
      *    ALIQUOTA DE UMA EXISTENTE. A ALIQUOTA NOVA SO VALE PARA AS
      *    VENDAS DAQUI PARA FRENTE -- O TRIBUTO JA VENDIDO ESTA
      *    GRAVADO NA LINHA "I" DO DIARIO.
       0250-MANTER-TRIBUTOS    SECTION.
       0251-MANTER-TRIBUTOS.
           PERFORM VARYING WS-IND-TRIB FROM 1 BY 1
                   UNTIL WS-IND-TRIB GREATER THAN WS-QTD-TRIBUTOS
               DISPLAY WS-TRB-CLASSE(WS-IND-TRIB) " "
                       WS-TRB-DESCRICAO(WS-IND-TRIB) " ALIQUOTA="
                       WS-TRB-ALIQUOTA(WS-IND-TRIB)
           END-PERFORM.
           DISPLAY "CLASSE A INCLUIR/ALTERAR (VAZIO = VOLTA): ".
           MOVE SPACES TO WS-CLASSE.
           ACCEPT WS-CLASSE.
           IF WS-CLASSE EQUAL SPACES
               EXIT SECTION
           END-IF.
           PERFORM 0320-LOCALIZAR-CLASSE.
           IF WS-TRIB-ACHADO EQUAL ZEROS
                   AND WS-QTD-TRIBUTOS EQUAL 20
               DISPLAY "TABELA DE CLASSES CHEIA (20 CLASSES)"
               EXIT SECTION
           END-IF.

           DISPLAY "DESCRICAO: ".
           ACCEPT WS-DESCRICAO.
           DISPLAY "ALIQUOTA APROXIMADA EM % (EX: 18,00): ".
           ACCEPT WS-ALIQUOTA-ENT.
           COMPUTE WS-ALIQUOTA = FUNCTION NUMVAL(WS-ALIQUOTA-ENT).

           IF WS-TRIB-ACHADO EQUAL ZEROS
               ADD 1 TO WS-QTD-TRIBUTOS
               MOVE WS-QTD-TRIBUTOS TO WS-TRIB-ACHADO
               MOVE WS-CLASSE TO WS-TRB-CLASSE(WS-TRIB-ACHADO)
               DISPLAY "CLASSE FISCAL INCLUIDA"
           ELSE
               DISPLAY "CLASSE FISCAL ALTERADA"
           END-IF.
           MOVE WS-DESCRICAO TO WS-TRB-DESCRICAO(WS-TRIB-ACHADO).
           MOVE WS-ALIQUOTA  TO WS-TRB-ALIQUOTA(WS-TRIB-ACHADO).
           MOVE "S" TO WS-MUDOU-TRIB.
       0250-MANTER-TRIBUTOS-FIM. EXIT.
      ******************************************************************
      *--> PRECO COM VIGENCIA FUTURA: O CATALOGO NAO MUDA AGORA; A
      *    MUDANCA ESPERA EM PRECOSFUTUROS.TXT ATE O APLICA-PRECOS DA
      *    NOITE DA VIGENCIA. MESMO PRODUTO E DATA SUBSTITUI O PRECO
      *    PENDENTE; PRECO ZERO CANCELA O PENDENTE DAQUELA DATA.
       0260-PRECO-FUTURO       SECTION.
       0261-PRECO-FUTURO.
           PERFORM 0270-CARREGAR-FUTUROS.
           DISPLAY "PRECOS FUTUROS PENDENTES:".
           PERFORM VARYING WS-IND-FUT FROM 1 BY 1
                   UNTIL WS-IND-FUT GREATER THAN WS-QTD-FUT
               IF WS-FUT-SITUACAO(WS-IND-FUT) EQUAL "P"
                   MOVE WS-FUT-PRECO-X(WS-IND-FUT) TO WS-VALOR-LIDO-X
                   DISPLAY "  " WS-FUT-CODIGO(WS-IND-FUT)
                           " PRECO=" WS-VALOR-LIDO
                           " VIGENCIA=" WS-FUT-VIGENCIA(WS-IND-FUT)
                           " POR " WS-FUT-OPERADOR(WS-IND-FUT)
               END-IF
           END-PERFORM.

           DISPLAY "CODIGO DO PRODUTO (VAZIO = VOLTA): ".
           MOVE SPACES TO WS-CODIGO.
           ACCEPT WS-CODIGO.
           IF WS-CODIGO EQUAL SPACES
               EXIT SECTION
           END-IF.
           PERFORM 0300-LOCALIZAR-PRODUTO.
           IF WS-IND-ACHADO EQUAL ZEROS
               DISPLAY "PRODUTO NAO ENCONTRADO"
               EXIT SECTION
           END-IF.
           DISPLAY "PRECO ATUAL.: " WS-CAT-VALOR(WS-IND-ACHADO).

           DISPLAY "VIGENCIA (AAAAMMDD, A PARTIR DE AMANHA): ".
           MOVE SPACES TO WS-VIGENCIA-X.
           ACCEPT WS-VIGENCIA-X.
           IF WS-VIGENCIA-X NOT NUMERIC
               DISPLAY "DATA INVALIDA"
               EXIT SECTION
           END-IF.
           MOVE WS-VIGENCIA-X TO WS-VIGENCIA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-VIGENCIA) NOT EQUAL ZEROS
               DISPLAY "DATA INVALIDA"
               EXIT SECTION
           END-IF.
           IF WS-VIGENCIA NOT GREATER THAN WS-DATA-HOJE
               DISPLAY "VIGENCIA PRECISA SER FUTURA - PARA HOJE USE A "
                       "OPCAO 2"
               EXIT SECTION
           END-IF.

           DISPLAY "NOVO PRECO (EX: 10,50 / 0 = CANCELA O PENDENTE): ".
           ACCEPT WS-VALOR-ENT.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-ENT).

           MOVE ZEROS TO WS-FUT-ACHADO.
           PERFORM VARYING WS-IND-FUT FROM 1 BY 1
                   UNTIL WS-IND-FUT GREATER THAN WS-QTD-FUT
               IF WS-FUT-SITUACAO(WS-IND-FUT) EQUAL "P"
                  AND WS-FUT-CODIGO(WS-IND-FUT) EQUAL WS-CODIGO
                  AND WS-FUT-VIGENCIA(WS-IND-FUT) EQUAL WS-VIGENCIA-X
                   MOVE WS-IND-FUT TO WS-FUT-ACHADO
               END-IF
           END-PERFORM.

           IF WS-VALOR EQUAL ZEROS
               IF WS-FUT-ACHADO EQUAL ZEROS
                   DISPLAY "NAO HA PRECO PENDENTE NESSA DATA"
               ELSE
                   MOVE "C" TO WS-FUT-SITUACAO(WS-FUT-ACHADO)
                   MOVE WS-DATA-HOJE TO WS-FUT-APLICACAO(WS-FUT-ACHADO)
                   PERFORM 0280-GRAVAR-FUTUROS
                   DISPLAY "PRECO FUTURO CANCELADO"
               END-IF
               EXIT SECTION
           END-IF.

           IF WS-FUT-ACHADO EQUAL ZEROS
               IF WS-QTD-FUT EQUAL 500
                   DISPLAY "ARQUIVO DE PRECOS FUTUROS CHEIO"
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-FUT
               MOVE WS-QTD-FUT TO WS-FUT-ACHADO
               MOVE WS-CODIGO    TO WS-FUT-CODIGO(WS-FUT-ACHADO)
               MOVE WS-VIGENCIA-X TO WS-FUT-VIGENCIA(WS-FUT-ACHADO)
               MOVE "P"          TO WS-FUT-SITUACAO(WS-FUT-ACHADO)
               MOVE ZEROS        TO WS-FUT-APLICACAO(WS-FUT-ACHADO)
               DISPLAY "PRECO FUTURO REGISTRADO"
           ELSE
               DISPLAY "PRECO PENDENTE DA DATA SUBSTITUIDO"
           END-IF.
           MOVE WS-VALOR TO WS-VALOR-LIDO.
           MOVE WS-VALOR-LIDO-X TO WS-FUT-PRECO-X(WS-FUT-ACHADO).
           MOVE WS-OPERADOR  TO WS-FUT-OPERADOR(WS-FUT-ACHADO).
           MOVE WS-DATA-HOJE TO WS-FUT-CADASTRO(WS-FUT-ACHADO).
           PERFORM 0280-GRAVAR-FUTUROS.
       0260-PRECO-FUTURO-FIM.  EXIT.
      ******************************************************************
       0270-CARREGAR-FUTUROS   SECTION.
       0271-CARREGAR-FUTUROS.
           MOVE ZEROS TO WS-QTD-FUT.
           OPEN INPUT PRECOS-FUTUROS.
           IF FS-PRECOS-FUTUROS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PRECOS-FUTUROS.
           PERFORM UNTIL FS-PRECOS-FUTUROS NOT EQUAL "00"
                      OR WS-QTD-FUT EQUAL 500
               ADD 1 TO WS-QTD-FUT
               MOVE SPACES TO WS-TAB-FUTUROS(WS-QTD-FUT)
               UNSTRING REG-PRECO-FUTURO DELIMITED BY ";"
                   INTO WS-FUT-CODIGO(WS-QTD-FUT)
                        WS-FUT-PRECO-X(WS-QTD-FUT)
                        WS-FUT-VIGENCIA(WS-QTD-FUT)
                        WS-FUT-OPERADOR(WS-QTD-FUT)
                        WS-FUT-CADASTRO(WS-QTD-FUT)
                        WS-FUT-SITUACAO(WS-QTD-FUT)
                        WS-FUT-APLICACAO(WS-QTD-FUT)
               END-UNSTRING
               READ PRECOS-FUTUROS
           END-PERFORM.
           CLOSE PRECOS-FUTUROS.
       0270-CARREGAR-FUTUROS-FIM. EXIT.
      ******************************************************************
       0280-GRAVAR-FUTUROS     SECTION.
       0281-GRAVAR-FUTUROS.
           OPEN OUTPUT PRECOS-FUTUROS.
           PERFORM VARYING WS-IND-FUT FROM 1 BY 1
                   UNTIL WS-IND-FUT GREATER THAN WS-QTD-FUT
               MOVE SPACES TO REG-PRECO-FUTURO
               STRING WS-FUT-CODIGO(WS-IND-FUT)
                      ";" WS-FUT-PRECO-X(WS-IND-FUT)
                      ";" WS-FUT-VIGENCIA(WS-IND-FUT)
                      ";" WS-FUT-OPERADOR(WS-IND-FUT)
                      ";" WS-FUT-CADASTRO(WS-IND-FUT)
                      ";" WS-FUT-SITUACAO(WS-IND-FUT)
                      ";" WS-FUT-APLICACAO(WS-IND-FUT)
                   DELIMITED BY SIZE INTO REG-PRECO-FUTURO
               END-STRING
               WRITE REG-PRECO-FUTURO
           END-PERFORM.
           CLOSE PRECOS-FUTUROS.
       0280-GRAVAR-FUTUROS-FIM. EXIT.
      ******************************************************************
       0300-LOCALIZAR-PRODUTO  SECTION.
       0301-LOCALIZAR-PRODUTO.
               END-IF
           END-PERFORM.
       0300-LOCALIZAR-PRODUTO-FIM. EXIT.
      ******************************************************************
       0320-LOCALIZAR-CLASSE   SECTION.
       0321-LOCALIZAR-CLASSE.
           MOVE ZEROS TO WS-TRIB-ACHADO.
           PERFORM VARYING WS-IND-TRIB FROM 1 BY 1
                   UNTIL WS-IND-TRIB GREATER THAN WS-QTD-TRIBUTOS
               IF WS-TRB-CLASSE(WS-IND-TRIB) EQUAL WS-CLASSE
                   MOVE WS-IND-TRIB TO WS-TRIB-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0320-LOCALIZAR-CLASSE-FIM. EXIT.
      ******************************************************************
      *--> TODA MUDANCA DE PRECO FICA REGISTRADA: E A RESPOSTA PARA A
      *    DISCUSSAO DE PRECO COM O CLIENTE.
                          ";" WS-CAT-VALOR(WS-IND-CAT)
                          ";" WS-CAT-ESTOQUE(WS-IND-CAT)
                          ";" WS-CAT-TIPO(WS-IND-CAT)
                          ";" WS-CAT-CLASSE(WS-IND-CAT)
                          ";" WS-CAT-SITUACAO(WS-IND-CAT)
                       DELIMITED BY SIZE INTO REG-PRODUTO
                   END-STRING
                   WRITE REG-PRODUTO
           ELSE
               DISPLAY "NADA ALTERADO - CATALOGO MANTIDO"
           END-IF.

           IF WS-MUDOU-TRIB EQUAL "S"
               OPEN OUTPUT TRIBUTOS
               PERFORM VARYING WS-IND-TRIB FROM 1 BY 1
                       UNTIL WS-IND-TRIB GREATER THAN WS-QTD-TRIBUTOS
                   MOVE SPACES TO REG-TRIBUTO
                   STRING WS-TRB-CLASSE(WS-IND-TRIB)
                          ";" WS-TRB-DESCRICAO(WS-IND-TRIB)
                          ";" WS-TRB-ALIQUOTA(WS-IND-TRIB)
                       DELIMITED BY SIZE INTO REG-TRIBUTO
                   END-STRING
                   WRITE REG-TRIBUTO
               END-PERFORM
               CLOSE TRIBUTOS
               DISPLAY "CLASSES FISCAIS GRAVADAS"
           END-IF.
       0400-FINALIZAR-FIM.     EXIT.
      ******************************************************************
       END PROGRAM MANUT-CATALOGO.
