      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Aplicacao noturna dos precos futuros do catalogo
      *          Mudanca de preco digitada no MANUT-CATALOGO valia na
      *          hora, e o caixa e a gondola ficavam discordando ate
      *          alguem reimprimir as etiquetas na mao. Este lote roda
      *          na noite da vigencia: cada preco pendente de
      *          precosfuturos.txt (opcao 6 do MANUT-CATALOGO) com
      *          vigencia ate hoje entra no produtos.txt, deixa em
      *          precos.log a mesma linha de auditoria da alteracao
      *          digitada (data, operador que registrou, codigo, preco
      *          antigo, preco novo) e gera em etiquetas.txt a
      *          etiqueta de gondola so dos produtos cujo preco mudou,
      *          para a troca antes de abrir a loja. Dois pendentes do
      *          mesmo produto ja vencidos: vale o de vigencia mais
      *          recente e o outro fica superado ("S").
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. APLICA-PRECOS.
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

           SELECT PRECOS-FUTUROS ASSIGN TO
                   "C:\teste\precosfuturos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PRECOS-FUTUROS.

           SELECT LOG-PRECOS ASSIGN TO "C:\teste\precos.log"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-LOG-PRECOS.

           SELECT ETIQUETAS ASSIGN TO "C:\teste\etiquetas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ETIQUETAS.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  PRODUTOS.
       01  REG-PRODUTO                 PIC X(100).
      *
       FD  PRECOS-FUTUROS.
       01  REG-PRECO-FUTURO            PIC X(60).
      *
       FD  LOG-PRECOS.
       01  REG-LOG-PRECO               PIC X(80).
      *
       FD  ETIQUETAS.
       01  REG-ETIQUETA                PIC X(40).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-PRODUTOS         PIC X(02)           VALUE SPACES.
       77  FS-PRECOS-FUTUROS   PIC X(02)           VALUE SPACES.
       77  FS-LOG-PRECOS       PIC X(02)           VALUE SPACES.
       77  FS-ETIQUETAS        PIC X(02)           VALUE SPACES.
       77  WS-FIM-PRODUTOS     PIC X               VALUE "N".
           88 PRODUTOS-FIM                         VALUE "S".
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-DATA-HOJE-X REDEFINES WS-DATA-HOJE
                               PIC X(08).

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

      *--> PRECOS FUTUROS (MESMO LAYOUT DO MANUT-CATALOGO)
       77  WS-QTD-FUT          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-FUT          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-OUTRO        PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-FUTUROS      OCCURS 500 TIMES.
           05 WS-FUT-CODIGO    PIC X(05).
           05 WS-FUT-PRECO-X   PIC X(06).
           05 WS-FUT-VIGENCIA  PIC X(08).
           05 WS-FUT-OPERADOR  PIC X(10).
           05 WS-FUT-CADASTRO  PIC X(08).
           05 WS-FUT-SITUACAO  PIC X(01).
           05 WS-FUT-APLICACAO PIC X(08).
       77  WS-FUTUROS-MUDOU    PIC X               VALUE "N".

      *--> APLICACAO
       77  WS-VALOR-ANTIGO     PIC 9(04)V99        VALUE ZEROS.
       77  WS-VALOR-NOVO       PIC 9(04)V99        VALUE ZEROS.
       77  WS-QT-APLICADOS     PIC 9(03)           VALUE ZEROS.
       77  WS-QT-SEM-MUDANCA   PIC 9(03)           VALUE ZEROS.
       77  WS-QT-SUPERADOS     PIC 9(03)           VALUE ZEROS.
       77  WS-QT-SEM-PRODUTO   PIC 9(03)           VALUE ZEROS.
       77  WS-QT-PENDENTES     PIC 9(03)           VALUE ZEROS.

      *--> ETIQUETA DE GONDOLA
       77  WS-PRECO-EDT        PIC Z.ZZ9,99        VALUE ZEROS.
       77  WS-UNIDADE          PIC X(03)           VALUE SPACES.
       01  WS-VIGENCIA-DMA.
           05 WS-VIG-DIA       PIC X(02).
           05 FILLER           PIC X(01)           VALUE "/".
           05 WS-VIG-MES       PIC X(02).
           05 FILLER           PIC X(01)           VALUE "/".
           05 WS-VIG-ANO       PIC X(04).
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 0110-CARREGAR-CATALOGO.
           PERFORM 0120-CARREGAR-FUTUROS.
           DISPLAY "PRODUTOS CARREGADOS.........: " WS-QTD-CATALOGO.
           DISPLAY "PRECOS FUTUROS NO ARQUIVO...: " WS-QTD-FUT.

           OPEN OUTPUT ETIQUETAS.
           PERFORM 0200-MARCAR-SUPERADOS.
           PERFORM 0300-APLICAR-PRECOS.
           CLOSE ETIQUETAS.

           PERFORM 0400-FINALIZAR.
           STOP RUN.
      ******************************************************************
       0110-CARREGAR-CATALOGO  SECTION.
       0111-CARREGAR-CATALOGO.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL "00"
               MOVE ZEROS TO WS-QTD-CATALOGO
           ELSE
               READ PRODUTOS
                   AT END MOVE "S" TO WS-FIM-PRODUTOS
               END-READ

               PERFORM UNTIL PRODUTOS-FIM OR WS-QTD-CATALOGO EQUAL 50
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
                   END-READ
               END-PERFORM

               CLOSE PRODUTOS
           END-IF.
       0110-CARREGAR-CATALOGO-FIM. EXIT.
      ******************************************************************
       0120-CARREGAR-FUTUROS   SECTION.
       0121-CARREGAR-FUTUROS.
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
       0120-CARREGAR-FUTUROS-FIM. EXIT.
      ******************************************************************
      *--> PENDENTE VENCIDO COM OUTRO PENDENTE VENCIDO DO MESMO PRODUTO
      *    DE VIGENCIA POSTERIOR NAO E APLICADO: O PRECO DA GONDOLA E O
      *    MAIS RECENTE (LOTE QUE FICOU DIAS SEM RODAR)
       0200-MARCAR-SUPERADOS   SECTION.
       0201-MARCAR-SUPERADOS.
           PERFORM VARYING WS-IND-FUT FROM 1 BY 1
                   UNTIL WS-IND-FUT GREATER THAN WS-QTD-FUT
               IF WS-FUT-SITUACAO(WS-IND-FUT) EQUAL "P"
                  AND WS-FUT-VIGENCIA(WS-IND-FUT) NOT GREATER THAN
                                               WS-DATA-HOJE-X
                   PERFORM VARYING WS-IND-OUTRO FROM 1 BY 1
                           UNTIL WS-IND-OUTRO GREATER THAN WS-QTD-FUT
                       IF WS-FUT-SITUACAO(WS-IND-OUTRO) EQUAL "P"
                          AND WS-FUT-CODIGO(WS-IND-OUTRO) EQUAL
                                               WS-FUT-CODIGO(WS-IND-FUT)
                          AND WS-FUT-VIGENCIA(WS-IND-OUTRO) NOT GREATER
                                               THAN WS-DATA-HOJE-X
                          AND WS-FUT-VIGENCIA(WS-IND-OUTRO) GREATER
                                       THAN WS-FUT-VIGENCIA(WS-IND-FUT)
                           MOVE "S" TO WS-FUT-SITUACAO(WS-IND-FUT)
                           MOVE WS-DATA-HOJE
                                   TO WS-FUT-APLICACAO(WS-IND-FUT)
                           MOVE "S" TO WS-FUTUROS-MUDOU
                           ADD 1 TO WS-QT-SUPERADOS
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       0200-MARCAR-SUPERADOS-FIM. EXIT.
      ******************************************************************
       0300-APLICAR-PRECOS     SECTION.
       0301-APLICAR-PRECOS.
           PERFORM VARYING WS-IND-FUT FROM 1 BY 1
                   UNTIL WS-IND-FUT GREATER THAN WS-QTD-FUT
               IF WS-FUT-SITUACAO(WS-IND-FUT) EQUAL "P"
                   IF WS-FUT-VIGENCIA(WS-IND-FUT) NOT GREATER THAN
                                               WS-DATA-HOJE-X
                       PERFORM 0310-APLICAR-UM
                   ELSE
                       ADD 1 TO WS-QT-PENDENTES
                   END-IF
               END-IF
           END-PERFORM.
       0300-APLICAR-PRECOS-FIM. EXIT.
      ******************************************************************
      *--> PRODUTO QUE SAIU DO CATALOGO FICA "X"; PRECO IGUAL AO ATUAL
      *    FICA APLICADO SEM AUDITORIA NEM ETIQUETA (A GONDOLA JA ESTA
      *    CERTA)
       0310-APLICAR-UM         SECTION.
       0311-APLICAR-UM.
           MOVE "S" TO WS-FUTUROS-MUDOU.
           MOVE WS-DATA-HOJE TO WS-FUT-APLICACAO(WS-IND-FUT).
           MOVE ZEROS TO WS-IND-ACHADO.
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER THAN WS-QTD-CATALOGO
               IF WS-CAT-CODIGO(WS-IND-CAT) EQUAL
                                       WS-FUT-CODIGO(WS-IND-FUT)
                   MOVE WS-IND-CAT TO WS-IND-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IND-ACHADO EQUAL ZEROS
               MOVE "X" TO WS-FUT-SITUACAO(WS-IND-FUT)
               ADD 1 TO WS-QT-SEM-PRODUTO
               DISPLAY "PRODUTO " WS-FUT-CODIGO(WS-IND-FUT)
                       " NAO ESTA MAIS NO CATALOGO"
               EXIT SECTION
           END-IF.

           MOVE "A" TO WS-FUT-SITUACAO(WS-IND-FUT).
           MOVE WS-FUT-PRECO-X(WS-IND-FUT) TO WS-VALOR-LIDO-X.
           MOVE WS-VALOR-LIDO TO WS-VALOR-NOVO.
           MOVE WS-CAT-VALOR(WS-IND-ACHADO) TO WS-VALOR-ANTIGO.
           IF WS-VALOR-NOVO EQUAL WS-VALOR-ANTIGO
               ADD 1 TO WS-QT-SEM-MUDANCA
               EXIT SECTION
           END-IF.

           MOVE WS-VALOR-NOVO TO WS-CAT-VALOR(WS-IND-ACHADO).
           MOVE "S" TO WS-CATALOGO-MUDOU.
           ADD 1 TO WS-QT-APLICADOS.
           PERFORM 0320-AUDITAR-PRECO.
           PERFORM 0330-IMPRIMIR-ETIQUETA.
           DISPLAY WS-FUT-CODIGO(WS-IND-FUT) " "
                   WS-CAT-NOME(WS-IND-ACHADO) " DE "
                   WS-VALOR-ANTIGO " PARA " WS-VALOR-NOVO.
       0310-APLICAR-UM-FIM.    EXIT.
      ******************************************************************
      *--> MESMA LINHA DO 0311-AUDITAR-PRECO DO MANUT-CATALOGO; O
      *    OPERADOR E QUEM REGISTROU O PRECO FUTURO
       0320-AUDITAR-PRECO      SECTION.
       0321-AUDITAR-PRECO.
           OPEN EXTEND LOG-PRECOS.
           IF FS-LOG-PRECOS EQUAL "35"
               OPEN OUTPUT LOG-PRECOS
               CLOSE LOG-PRECOS
               OPEN EXTEND LOG-PRECOS
           END-IF.

           MOVE SPACES TO REG-LOG-PRECO.
           STRING WS-DATA-HOJE
                  ";" WS-FUT-OPERADOR(WS-IND-FUT)
                  ";" WS-FUT-CODIGO(WS-IND-FUT)
                  ";" WS-VALOR-ANTIGO
                  ";" WS-VALOR-NOVO
               DELIMITED BY SIZE INTO REG-LOG-PRECO
           END-STRING.
           WRITE REG-LOG-PRECO.
           CLOSE LOG-PRECOS.
       0320-AUDITAR-PRECO-FIM. EXIT.
      ******************************************************************
      *--> ETIQUETA DE 32 COLUNAS: NOME, PRECO POR UNIDADE OU POR KG,
      *    CODIGO E DATA DE VIGENCIA
       0330-IMPRIMIR-ETIQUETA  SECTION.
       0331-IMPRIMIR-ETIQUETA.
           MOVE WS-VALOR-NOVO TO WS-PRECO-EDT.
           IF WS-CAT-TIPO(WS-IND-ACHADO) EQUAL "P"
               MOVE "/KG" TO WS-UNIDADE
           ELSE
               MOVE "/UN" TO WS-UNIDADE
           END-IF.
           MOVE WS-FUT-VIGENCIA(WS-IND-FUT)(7:2) TO WS-VIG-DIA.
           MOVE WS-FUT-VIGENCIA(WS-IND-FUT)(5:2) TO WS-VIG-MES.
           MOVE WS-FUT-VIGENCIA(WS-IND-FUT)(1:4) TO WS-VIG-ANO.

           MOVE "+------------------------------+" TO REG-ETIQUETA.
           WRITE REG-ETIQUETA.
           MOVE SPACES TO REG-ETIQUETA.
           STRING "| " WS-CAT-NOME(WS-IND-ACHADO)
                  "         |"
               DELIMITED BY SIZE INTO REG-ETIQUETA
           END-STRING.
           WRITE REG-ETIQUETA.
           MOVE SPACES TO REG-ETIQUETA.
           STRING "|              R$ " WS-PRECO-EDT WS-UNIDADE
                  "  |"
               DELIMITED BY SIZE INTO REG-ETIQUETA
           END-STRING.
           WRITE REG-ETIQUETA.
           MOVE SPACES TO REG-ETIQUETA.
           STRING "| COD " WS-CAT-CODIGO(WS-IND-ACHADO)
                  "   DESDE " WS-VIGENCIA-DMA
                  " |"
               DELIMITED BY SIZE INTO REG-ETIQUETA
           END-STRING.
           WRITE REG-ETIQUETA.
           MOVE "+------------------------------+" TO REG-ETIQUETA.
           WRITE REG-ETIQUETA.
       0330-IMPRIMIR-ETIQUETA-FIM. EXIT.
      ******************************************************************
       0400-FINALIZAR          SECTION.
       0401-FINALIZAR.
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
           END-IF.

           IF WS-FUTUROS-MUDOU EQUAL "S"
               OPEN OUTPUT PRECOS-FUTUROS
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
               END-PERFORM
               CLOSE PRECOS-FUTUROS
           END-IF.

           DISPLAY "PRECOS APLICADOS (ETIQUETAS): " WS-QT-APLICADOS.
           DISPLAY "VIGENTES SEM MUDANCA........: " WS-QT-SEM-MUDANCA.
           DISPLAY "SUPERADOS...................: " WS-QT-SUPERADOS.
           DISPLAY "PRODUTO FORA DO CATALOGO....: " WS-QT-SEM-PRODUTO.
           DISPLAY "AINDA PENDENTES.............: " WS-QT-PENDENTES.
           IF WS-QT-APLICADOS GREATER THAN ZEROS
               DISPLAY "ETIQUETAS EM ETIQUETAS.TXT"
           END-IF.
       0400-FINALIZAR-FIM.     EXIT.
      ******************************************************************
       END PROGRAM APLICA-PRECOS.
