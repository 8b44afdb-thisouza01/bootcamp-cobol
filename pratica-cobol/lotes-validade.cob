      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Controle diario de validade dos lotes
      *          Iogurte e pao iam para o lixo toda semana porque nada
      *          avisava o vencimento. Este lote le os lotes abertos
      *          pelo recebimento do COMPRAS-MERCADO (lotes.txt) e:
      *          - lista em vencimentos.txt os lotes com saldo que
      *            vencem nos proximos N dias (padrao 3), com o saldo
      *            em maos, para a remarcacao;
      *          - se pedido um percentual de remarcacao, inclui uma
      *            promocao "DESC" por produto em promocoes.txt, de
      *            hoje ate a validade do lote (produto que ja tem
      *            promocao vigente fica como esta);
      *          - lote vencido com saldo e baixado: o saldo sai do
      *            estoque do produtos.txt, vai como perda para
      *            perdas.txt (DATA;CODIGO;LOTE;VALIDADE;QTD;VALOR;
      *            MOTIVO) e o lote fica com situacao "B".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. LOTES-VALIDADE.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO "C:\teste\produtos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PRODUTOS.

           SELECT LOTES ASSIGN TO "C:\teste\lotes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-LOTES.

           SELECT PROMOCOES ASSIGN TO "C:\teste\promocoes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PROMOCOES.

           SELECT PERDAS ASSIGN TO "C:\teste\perdas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PERDAS.

           SELECT RELATORIO ASSIGN TO "C:\teste\vencimentos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  PRODUTOS.
       01  REG-PRODUTO                 PIC X(100).
      *
       FD  LOTES.
       01  REG-LOTE                    PIC X(80).
      *
       FD  PROMOCOES.
       01  REG-PROMOCAO                PIC X(60).
      *
       FD  PERDAS.
       01  REG-PERDA                   PIC X(80).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(80).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-PRODUTOS         PIC X(02)           VALUE SPACES.
       77  FS-LOTES            PIC X(02)           VALUE SPACES.
       77  FS-PROMOCOES        PIC X(02)           VALUE SPACES.
       77  FS-PERDAS           PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.

       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-DATA-LIMITE      PIC 9(08)           VALUE ZEROS.
       77  WS-DIAS-ENT         PIC X(03)           VALUE SPACES.
       77  WS-DIAS-AVISO       PIC 9(03)           VALUE 003.
       77  WS-PERCENTUAL-ENT   PIC X(02)           VALUE SPACES.
       77  WS-PERCENTUAL       PIC 9(02)           VALUE ZEROS.
       77  WS-DIAS-RESTANTES   PIC 9(03)           VALUE ZEROS.

      *--> CATALOGO EM MEMORIA (MESMO LAYOUT DO CAIXA-MERCADO)
       77  WS-QTD-CATALOGO     PIC 9(02)           VALUE ZEROS.
       77  WS-IND-CAT          PIC 9(02)           VALUE ZEROS.
       77  WS-IND-ACHADO       PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-CATALOGO     OCCURS 50 TIMES.
           05 WS-CAT-CODIGO    PIC X(05).
           05 WS-CAT-NOME      PIC A(20).
           05 WS-CAT-VALOR     PIC 9(04)V99.
           05 WS-CAT-ESTOQUE   PIC 9(04).
           05 WS-CAT-TIPO      PIC X(01).
           05 WS-CAT-CLASSE    PIC X(02).
           05 WS-CAT-SITUACAO  PIC X(01).
       01  WS-VALOR-LIDO-X     PIC X(06)           VALUE ZEROS.
       01  WS-VALOR-LIDO REDEFINES WS-VALOR-LIDO-X
                           PIC 9(04)V99.
       77  WS-CATALOGO-MUDOU   PIC X               VALUE "N".

      *--> LOTES (MESMO LAYOUT DO COMPRAS-MERCADO / CAIXA-MERCADO)
       77  WS-QTD-LOTES        PIC 9(03)           VALUE ZEROS.
       77  WS-IND-LOTE         PIC 9(03)           VALUE ZEROS.
       77  WS-LOTES-MUDOU      PIC X               VALUE "N".
       77  WS-LOTES-CHEIO      PIC X               VALUE "N".
       01  WS-TAB-LOTES        OCCURS 500 TIMES.
           05 WS-LOT-CODIGO    PIC X(05).
           05 WS-LOT-NUMERO    PIC X(10).
           05 WS-LOT-VALIDADE  PIC X(08).
           05 WS-LOT-QTD-REC   PIC 9(04).
           05 WS-LOT-SALDO     PIC 9(04).
           05 WS-LOT-ENTRADA   PIC X(08).
           05 WS-LOT-SITUACAO  PIC X(01).
           05 WS-LOT-PEDIDO    PIC X(04).
       77  WS-VALIDADE         PIC 9(08)           VALUE ZEROS.

      *--> PROMOCOES: CODIGOS COM PROMOCAO VIGENTE NO ARQUIVO E AS
      *    REMARCACOES A INCLUIR NESTA RODADA
       77  WS-PRM-CODIGO       PIC X(05)           VALUE SPACES.
       77  WS-PRM-TIPO         PIC X(04)           VALUE SPACES.
       77  WS-PRM-PAR1         PIC X(02)           VALUE SPACES.
       77  WS-PRM-PAR2         PIC X(02)           VALUE SPACES.
       77  WS-PRM-DE           PIC X(08)           VALUE SPACES.
       77  WS-PRM-ATE          PIC X(08)           VALUE SPACES.
       77  WS-QT-PROMO-VIGENTE PIC 9(03)           VALUE ZEROS.
       77  WS-QTD-VIGENTES     PIC 9(02)           VALUE ZEROS.
       77  WS-IND-VIG          PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-VIGENTES.
           05 WS-VIG-CODIGO    PIC X(05)           OCCURS 50 TIMES.
       77  WS-QTD-REMARCA      PIC 9(02)           VALUE ZEROS.
       77  WS-IND-REM          PIC 9(02)           VALUE ZEROS.
       77  WS-REM-ACHADO       PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-REMARCA      OCCURS 50 TIMES.
           05 WS-REM-CODIGO    PIC X(05).
           05 WS-REM-ATE       PIC 9(08).
       77  WS-JA-TEM-PROMO     PIC X               VALUE "N".

      *--> TOTAIS E EDICAO
       77  WS-QT-AVISADOS      PIC 9(04)           VALUE ZEROS.
       77  WS-QT-BAIXADOS      PIC 9(04)           VALUE ZEROS.
       77  WS-QT-PROMO-NOVAS   PIC 9(02)           VALUE ZEROS.
       77  WS-QTD-PERDA        PIC 9(04)           VALUE ZEROS.
       77  WS-VALOR-PERDA      PIC 9(07)V99        VALUE ZEROS.
       77  WS-TOT-PERDA        PIC 9(09)V99        VALUE ZEROS.
       77  WS-NOME             PIC X(20)           VALUE SPACES.
       77  WS-VALOR-EDT        PIC ZZZ.ZZZ.ZZ9,99.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 0100-INICIAR.
           PERFORM 0110-CARREGAR-CATALOGO.
           PERFORM 0120-CARREGAR-LOTES.
           IF WS-QTD-LOTES EQUAL ZEROS
               DISPLAY "NENHUM LOTE EM LOTES.TXT"
               STOP RUN
           END-IF.
      *--> ARQUIVO MAIOR QUE A TABELA NAO PODE SER REGRAVADO; A BAIXA
      *    SEM A REGRAVACAO SE REPETIRIA NA PROXIMA EXECUCAO
           IF WS-LOTES-CHEIO EQUAL "S"
               DISPLAY "LOTES.TXT PASSOU DE 500 LOTES - NENHUM LOTE "
                       "BAIXADO, CHAME O SUPERVISOR"
               CLOSE RELATORIO
               STOP RUN
           END-IF.

           PERFORM 0200-PROCESSAR-LOTES.
           IF WS-PERCENTUAL GREATER THAN ZEROS
                   AND WS-QTD-REMARCA GREATER THAN ZEROS
               PERFORM 0400-INCLUIR-PROMOCOES
           END-IF.
           PERFORM 0500-FINALIZAR.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           DISPLAY "AVISAR VENCIMENTOS EM QUANTOS DIAS (VAZIO = 3): ".
           ACCEPT WS-DIAS-ENT.
           IF WS-DIAS-ENT NOT EQUAL SPACES
               COMPUTE WS-DIAS-AVISO = FUNCTION NUMVAL(WS-DIAS-ENT)
           END-IF.
           DISPLAY "PERCENTUAL DE REMARCACAO (0 = SO O RELATORIO): ".
           ACCEPT WS-PERCENTUAL-ENT.
           IF WS-PERCENTUAL-ENT NOT EQUAL SPACES
               COMPUTE WS-PERCENTUAL =
                       FUNCTION NUMVAL(WS-PERCENTUAL-ENT)
           END-IF.
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + WS-DIAS-AVISO).

           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "LOTES A VENCER ATE " WS-DATA-LIMITE
                  " (HOJE " WS-DATA-HOJE ")"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "CODIG PRODUTO              LOTE       VALIDADE DIAS"
               TO REG-RELATORIO.
           MOVE "SALDO" TO REG-RELATORIO(53:5).
           PERFORM 0590-GRAVAR-E-MOSTRAR.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0110-CARREGAR-CATALOGO  SECTION.
       0111-CARREGAR-CATALOGO.
           MOVE ZEROS TO WS-QTD-CATALOGO.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PRODUTOS.
           PERFORM UNTIL FS-PRODUTOS NOT EQUAL "00"
                      OR WS-QTD-CATALOGO EQUAL 50
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
               MOVE WS-VALOR-LIDO TO WS-CAT-VALOR(WS-QTD-CATALOGO)
               IF WS-CAT-TIPO(WS-QTD-CATALOGO) NOT EQUAL "P"
                   MOVE "U" TO WS-CAT-TIPO(WS-QTD-CATALOGO)
               END-IF
               IF WS-CAT-CLASSE(WS-QTD-CATALOGO) EQUAL SPACES
                   MOVE "00" TO WS-CAT-CLASSE(WS-QTD-CATALOGO)
               END-IF
               READ PRODUTOS
           END-PERFORM.
           CLOSE PRODUTOS.
       0110-CARREGAR-CATALOGO-FIM. EXIT.
      ******************************************************************
       0120-CARREGAR-LOTES     SECTION.
       0121-CARREGAR-LOTES.
           MOVE ZEROS TO WS-QTD-LOTES.
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
           IF FS-LOTES EQUAL "00"
               MOVE "S" TO WS-LOTES-CHEIO
           END-IF.
           CLOSE LOTES.
       0120-CARREGAR-LOTES-FIM. EXIT.
      ******************************************************************
      *--> SO LOTES ABERTOS COM SALDO: VENCIDO (VALIDADE ANTES DE HOJE)
      *    E BAIXADO; VENCENDO ATE A DATA LIMITE SAI NO RELATORIO
       0200-PROCESSAR-LOTES    SECTION.
       0201-PROCESSAR-LOTES.
           PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                   UNTIL WS-IND-LOTE GREATER THAN WS-QTD-LOTES
               IF WS-LOT-SITUACAO(WS-IND-LOTE) EQUAL "A"
                  AND WS-LOT-SALDO(WS-IND-LOTE) GREATER THAN ZEROS
                  AND WS-LOT-VALIDADE(WS-IND-LOTE) IS NUMERIC
                   MOVE WS-LOT-VALIDADE(WS-IND-LOTE) TO WS-VALIDADE
                   PERFORM 0210-LOCALIZAR-PRODUTO
                   EVALUATE TRUE
                       WHEN WS-VALIDADE LESS THAN WS-DATA-HOJE
                           PERFORM 0300-BAIXAR-VENCIDO
                       WHEN WS-VALIDADE NOT GREATER THAN WS-DATA-LIMITE
                           PERFORM 0220-AVISAR-VENCIMENTO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
       0200-PROCESSAR-LOTES-FIM. EXIT.
      ******************************************************************
       0210-LOCALIZAR-PRODUTO  SECTION.
       0211-LOCALIZAR-PRODUTO.
           MOVE ZEROS TO WS-IND-ACHADO.
           MOVE "PRODUTO FORA DO CATALOGO" TO WS-NOME.
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER THAN WS-QTD-CATALOGO
               IF WS-CAT-CODIGO(WS-IND-CAT) EQUAL
                                       WS-LOT-CODIGO(WS-IND-LOTE)
                   MOVE WS-IND-CAT TO WS-IND-ACHADO
                   MOVE WS-CAT-NOME(WS-IND-CAT) TO WS-NOME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0210-LOCALIZAR-PRODUTO-FIM. EXIT.
      ******************************************************************
       0220-AVISAR-VENCIMENTO  SECTION.
       0221-AVISAR-VENCIMENTO.
           ADD 1 TO WS-QT-AVISADOS.
           COMPUTE WS-DIAS-RESTANTES =
                   FUNCTION INTEGER-OF-DATE(WS-VALIDADE)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           MOVE SPACES TO REG-RELATORIO.
           STRING WS-LOT-CODIGO(WS-IND-LOTE)
                  " " WS-NOME
                  " " WS-LOT-NUMERO(WS-IND-LOTE)
                  " " WS-LOT-VALIDADE(WS-IND-LOTE)
                  "  " WS-DIAS-RESTANTES
                  "  " WS-LOT-SALDO(WS-IND-LOTE)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

      *--> REMARCACAO: UMA POR PRODUTO, ATE A MAIOR VALIDADE AVISADA
           IF WS-PERCENTUAL EQUAL ZEROS OR WS-IND-ACHADO EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE ZEROS TO WS-REM-ACHADO.
           PERFORM VARYING WS-IND-REM FROM 1 BY 1
                   UNTIL WS-IND-REM GREATER THAN WS-QTD-REMARCA
               IF WS-REM-CODIGO(WS-IND-REM) EQUAL
                                       WS-LOT-CODIGO(WS-IND-LOTE)
                   MOVE WS-IND-REM TO WS-REM-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-REM-ACHADO EQUAL ZEROS
               IF WS-QTD-REMARCA LESS THAN 50
                   ADD 1 TO WS-QTD-REMARCA
                   MOVE WS-QTD-REMARCA TO WS-REM-ACHADO
                   MOVE WS-LOT-CODIGO(WS-IND-LOTE)
                           TO WS-REM-CODIGO(WS-REM-ACHADO)
                   MOVE WS-VALIDADE TO WS-REM-ATE(WS-REM-ACHADO)
               END-IF
           ELSE
               IF WS-VALIDADE GREATER THAN WS-REM-ATE(WS-REM-ACHADO)
                   MOVE WS-VALIDADE TO WS-REM-ATE(WS-REM-ACHADO)
               END-IF
           END-IF.
       0220-AVISAR-VENCIMENTO-FIM. EXIT.
      ******************************************************************
      *--> BAIXA DO LOTE VENCIDO: O SALDO SAI DO ESTOQUE DO PRODUTO (ATE
      *    O QUE O CATALOGO AINDA TEM) E A PERDA E VALORIZADA PELO
      *    PRECO ATUAL DE VENDA
       0300-BAIXAR-VENCIDO     SECTION.
       0301-BAIXAR-VENCIDO.
           MOVE WS-LOT-SALDO(WS-IND-LOTE) TO WS-QTD-PERDA.
           MOVE ZEROS TO WS-VALOR-PERDA.
           IF WS-IND-ACHADO GREATER THAN ZEROS
               IF WS-CAT-ESTOQUE(WS-IND-ACHADO) LESS THAN WS-QTD-PERDA
                   MOVE ZEROS TO WS-CAT-ESTOQUE(WS-IND-ACHADO)
               ELSE
                   SUBTRACT WS-QTD-PERDA
                       FROM WS-CAT-ESTOQUE(WS-IND-ACHADO)
               END-IF
               COMPUTE WS-VALOR-PERDA =
                       WS-QTD-PERDA * WS-CAT-VALOR(WS-IND-ACHADO)
               MOVE "S" TO WS-CATALOGO-MUDOU
           END-IF.

           OPEN EXTEND PERDAS.
           IF FS-PERDAS EQUAL "35"
               OPEN OUTPUT PERDAS
               CLOSE PERDAS
               OPEN EXTEND PERDAS
           END-IF.
           MOVE SPACES TO REG-PERDA.
           STRING WS-DATA-HOJE
                  ";" WS-LOT-CODIGO(WS-IND-LOTE)
                  ";" WS-LOT-NUMERO(WS-IND-LOTE)
                  ";" WS-LOT-VALIDADE(WS-IND-LOTE)
                  ";" WS-QTD-PERDA
                  ";" WS-VALOR-PERDA
                  ";VENCIDO"
               DELIMITED BY SIZE INTO REG-PERDA
           END-STRING.
           WRITE REG-PERDA.
           CLOSE PERDAS.

           MOVE ZEROS TO WS-LOT-SALDO(WS-IND-LOTE).
           MOVE "B" TO WS-LOT-SITUACAO(WS-IND-LOTE).
           MOVE "S" TO WS-LOTES-MUDOU.
           ADD 1 TO WS-QT-BAIXADOS.
           ADD WS-VALOR-PERDA TO WS-TOT-PERDA.
           DISPLAY "LOTE VENCIDO BAIXADO: " WS-LOT-CODIGO(WS-IND-LOTE)
                   " " WS-LOT-NUMERO(WS-IND-LOTE) " QTD "
                   WS-QTD-PERDA.
       0300-BAIXAR-VENCIDO-FIM. EXIT.
      ******************************************************************
      *--> REMARCACAO EM PROMOCOES.TXT (codigo;DESC;percentual;00;de;
      *    ate); PRODUTO COM PROMOCAO VIGENTE NAO GANHA OUTRA
       0400-INCLUIR-PROMOCOES  SECTION.
       0401-INCLUIR-PROMOCOES.
           MOVE ZEROS TO WS-QTD-VIGENTES WS-QT-PROMO-VIGENTE.
           OPEN INPUT PROMOCOES.
           IF FS-PROMOCOES EQUAL "00"
               READ PROMOCOES
               PERFORM UNTIL FS-PROMOCOES NOT EQUAL "00"
                   MOVE SPACES TO WS-PRM-CODIGO WS-PRM-DE WS-PRM-ATE
                   UNSTRING REG-PROMOCAO DELIMITED BY ";"
                       INTO WS-PRM-CODIGO WS-PRM-TIPO WS-PRM-PAR1
                            WS-PRM-PAR2 WS-PRM-DE WS-PRM-ATE
                   END-UNSTRING
                   IF WS-PRM-ATE IS NUMERIC
                      AND WS-PRM-ATE NOT LESS THAN WS-DATA-HOJE
                       ADD 1 TO WS-QT-PROMO-VIGENTE
                       IF WS-QTD-VIGENTES LESS THAN 50
                           ADD 1 TO WS-QTD-VIGENTES
                           MOVE WS-PRM-CODIGO
                                   TO WS-VIG-CODIGO(WS-QTD-VIGENTES)
                       END-IF
                   END-IF
                   READ PROMOCOES
               END-PERFORM
               CLOSE PROMOCOES
           END-IF.

           OPEN EXTEND PROMOCOES.
           IF FS-PROMOCOES EQUAL "35"
               OPEN OUTPUT PROMOCOES
               CLOSE PROMOCOES
               OPEN EXTEND PROMOCOES
           END-IF.
           PERFORM VARYING WS-IND-REM FROM 1 BY 1
                   UNTIL WS-IND-REM GREATER THAN WS-QTD-REMARCA
               MOVE "N" TO WS-JA-TEM-PROMO
               PERFORM VARYING WS-IND-VIG FROM 1 BY 1
                       UNTIL WS-IND-VIG GREATER THAN WS-QTD-VIGENTES
                   IF WS-VIG-CODIGO(WS-IND-VIG) EQUAL
                                       WS-REM-CODIGO(WS-IND-REM)
                       MOVE "S" TO WS-JA-TEM-PROMO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-JA-TEM-PROMO EQUAL "N"
                   MOVE SPACES TO REG-PROMOCAO
                   STRING WS-REM-CODIGO(WS-IND-REM)
                          ";DESC;" WS-PERCENTUAL
                          ";00;" WS-DATA-HOJE
                          ";" WS-REM-ATE(WS-IND-REM)
                       DELIMITED BY SIZE INTO REG-PROMOCAO
                   END-STRING
                   WRITE REG-PROMOCAO
                   ADD 1 TO WS-QT-PROMO-NOVAS WS-QT-PROMO-VIGENTE
               END-IF
           END-PERFORM.
           CLOSE PROMOCOES.

           DISPLAY "REMARCACOES INCLUIDAS EM PROMOCOES.TXT: "
                   WS-QT-PROMO-NOVAS.
           IF WS-QT-PROMO-VIGENTE GREATER THAN 20
               DISPLAY "ATENCAO: MAIS DE 20 PROMOCOES VIGENTES - O "
                       "CAIXA SO CARREGA AS 20 PRIMEIRAS DO ARQUIVO"
           END-IF.
       0400-INCLUIR-PROMOCOES-FIM. EXIT.
      ******************************************************************
       0500-FINALIZAR          SECTION.
       0501-FINALIZAR.
           MOVE SPACES TO REG-RELATORIO.
           STRING "LOTES A VENCER: " WS-QT-AVISADOS
                  "   LOTES VENCIDOS BAIXADOS: " WS-QT-BAIXADOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE WS-TOT-PERDA TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PERDA POR VENCIMENTO (PRECO DE VENDA): " WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           CLOSE RELATORIO.

           IF WS-LOTES-MUDOU EQUAL "S"
               OPEN OUTPUT LOTES
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
               END-PERFORM
               CLOSE LOTES
           END-IF.

           IF WS-CATALOGO-MUDOU EQUAL "S"
               OPEN OUTPUT PRODUTOS
               PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                       UNTIL WS-IND-CAT GREATER THAN WS-QTD-CATALOGO
                   MOVE SPACES TO REG-PRODUTO
                   STRING WS-CAT-CODIGO(WS-IND-CAT)
                          ";" WS-CAT-NOME(WS-IND-CAT)
                          ";" WS-CAT-VALOR(WS-IND-CAT)
                          ";" WS-CAT-ESTOQUE(WS-IND-CAT)
                          ";" WS-CAT-TIPO(WS-IND-CAT)
                          ";" WS-CAT-CLASSE(WS-IND-CAT)
                          ";" WS-CAT-SITUACAO(WS-IND-CAT)
                       DELIMITED BY SIZE INTO REG-PRODUTO
                   END-STRING
                   WRITE REG-PRODUTO
               END-PERFORM
               CLOSE PRODUTOS
               DISPLAY "ESTOQUE DOS VENCIDOS BAIXADO NO CATALOGO"
           END-IF.
       0500-FINALIZAR-FIM.     EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
       0590-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       END PROGRAM LOTES-VALIDADE.
