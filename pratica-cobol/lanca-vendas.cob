      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Lancamento do faturamento da loja nas contas da loja
      *          A consolidacao do FECHA-CAIXA (caixa 0) deixa em
      *          lancloja.txt uma linha "P" por dia/caixa fechado com o
      *          dinheiro liquido de troco e o cartao. Este lote
      *          credita cada valor na conta designada da loja em
      *          contas.dat (contaloja.txt: CAIXA;CONTA-DINHEIRO;
      *          CONTA-CARTAO, caixa 00 = contas padrao da loja),
      *          lanca no extrato.txt com CATEGORIA=VENDAS e
      *          autenticacao da mesma sequencia dos comprovantes, e
      *          marca a linha como efetivada ("E") com data e as
      *          autenticacoes. Dia/caixa que ja tem linha efetivada
      *          nao e creditado de novo: a linha repetida vira "D"
      *          (duplicada) sem tocar em conta nenhuma.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. LANCA-VENDAS.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT LANCLOJA ASSIGN TO "C:\teste\lancloja.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-LANCLOJA.

      *--> CONTAS DESIGNADAS DA LOJA POR CAIXA (00 = PADRAO)
           SELECT CONTALOJA ASSIGN TO "C:\teste\contaloja.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CONTALOJA.

           SELECT CONTAS ASSIGN TO "C:\teste\contas.dat"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS REG-CONTA-ID
               FILE STATUS     IS FS-CONTAS.

           SELECT EXTRATO ASSIGN TO "C:\teste\extrato.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXTRATO.

           SELECT COMPROVANTES ASSIGN TO "C:\teste\comprovantes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-COMPROVANTES.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  LANCLOJA.
       01  REG-LANCLOJA             PIC X(80).
      *
       FD  CONTALOJA.
       01  REG-CONTALOJA            PIC X(40).
      *
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
       FD  EXTRATO.
       01  REG-EXTRATO              PIC X(200).
      *
       FD  COMPROVANTES.
       01  REG-COMPROVANTE          PIC X(210).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-LANCLOJA         PIC X(02)           VALUE SPACES.
       77  FS-CONTALOJA        PIC X(02)           VALUE SPACES.
       77  FS-CONTAS           PIC X(02)           VALUE SPACES.
       77  FS-EXTRATO          PIC X(02)           VALUE SPACES.
       77  FS-COMPROVANTES     PIC X(02)           VALUE SPACES.

       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.

      *--> LANCAMENTOS EM MEMORIA (REGRAVACAO INTEIRA)
       77  WS-QTD-LAN          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-LAN          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-ANT          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-LAN          OCCURS 500 TIMES.
           05 WS-LAN-DATA      PIC X(08).
           05 WS-LAN-CAIXA     PIC X(02).
           05 WS-LAN-DINHEIRO  PIC 9(09)V99.
           05 WS-LAN-CARTAO    PIC 9(09)V99.
           05 WS-LAN-SITUACAO  PIC X(01).
           05 WS-LAN-DT-EFET   PIC X(08).
           05 WS-LAN-AUT-DIN   PIC X(08).
           05 WS-LAN-AUT-CAR   PIC X(08).
       01  WS-LAN-DINHEIRO-X   PIC X(11)           VALUE ZEROS.
       01  WS-LAN-DINHEIRO-NUM REDEFINES WS-LAN-DINHEIRO-X
                               PIC 9(09)V99.
       01  WS-LAN-CARTAO-X     PIC X(11)           VALUE ZEROS.
       01  WS-LAN-CARTAO-NUM REDEFINES WS-LAN-CARTAO-X
                               PIC 9(09)V99.

      *--> CONTAS DESIGNADAS
       77  WS-QTD-CLJ          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-CLJ          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-CLJ          OCCURS 100 TIMES.
           05 WS-CLJ-CAIXA     PIC X(02).
           05 WS-CLJ-CONTA-DIN PIC X(10).
           05 WS-CLJ-CONTA-CAR PIC X(10).
       77  WS-CONTA-DIN        PIC X(10)           VALUE SPACES.
       77  WS-CONTA-CAR        PIC X(10)           VALUE SPACES.
       77  WS-CONTAS-OK        PIC X               VALUE "N".

      *--> CREDITO DA VEZ
       77  WS-CONTA-CRED       PIC X(10)           VALUE SPACES.
       77  WS-VALOR-CRED       PIC 9(06)V99        VALUE ZEROS.
       77  WS-FORMA-CRED       PIC X(08)           VALUE SPACES.
       77  WS-CREDITO-OK       PIC X               VALUE "N".
       77  WS-SALDO-EDT        PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-AUTENTICACAO     PIC 9(08)           VALUE ZEROS.
       77  WS-QT-EFETIVADOS    PIC 9(03)           VALUE ZEROS.
       77  WS-QT-DUPLICADOS    PIC 9(03)           VALUE ZEROS.
       77  WS-MUDOU            PIC X               VALUE "N".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           PERFORM 0100-CARREGAR-LANCAMENTOS.
           IF WS-QTD-LAN EQUAL ZEROS
               DISPLAY "NENHUM LANCAMENTO DE LOJA NA FILA"
               STOP RUN
           END-IF.

           PERFORM 0110-CARREGAR-CONTAS-LOJA.
           IF WS-QTD-CLJ EQUAL ZEROS
               DISPLAY "CONTALOJA.TXT SEM CONTAS DESIGNADAS"
               STOP RUN
           END-IF.

           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "CONTAS.DAT INDISPONIVEL: " FS-CONTAS
               STOP RUN
           END-IF.
           OPEN EXTEND EXTRATO.
           IF FS-EXTRATO EQUAL "35"
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN EXTEND EXTRATO
           END-IF.

           PERFORM 0200-LANCAR-PENDENTES.

           CLOSE CONTAS EXTRATO.
           PERFORM 0900-REGRAVAR-LANCAMENTOS.
           DISPLAY "DIAS/CAIXAS CREDITADOS: " WS-QT-EFETIVADOS.
           DISPLAY "LINHAS DUPLICADAS.....: " WS-QT-DUPLICADOS.
           STOP RUN.
      ******************************************************************
       0100-CARREGAR-LANCAMENTOS SECTION.
       0101-CARREGAR-LANCAMENTOS.
           MOVE ZEROS TO WS-QTD-LAN.
           OPEN INPUT LANCLOJA.
           IF FS-LANCLOJA NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ LANCLOJA.
           PERFORM UNTIL FS-LANCLOJA NOT EQUAL "00"
                      OR WS-QTD-LAN EQUAL 500
               ADD 1 TO WS-QTD-LAN
               MOVE SPACES TO WS-TAB-LAN(WS-QTD-LAN)
               MOVE ZEROS TO WS-LAN-DINHEIRO-X WS-LAN-CARTAO-X
               UNSTRING REG-LANCLOJA DELIMITED BY ";"
                   INTO WS-LAN-DATA(WS-QTD-LAN)
                        WS-LAN-CAIXA(WS-QTD-LAN)
                        WS-LAN-DINHEIRO-X
                        WS-LAN-CARTAO-X
                        WS-LAN-SITUACAO(WS-QTD-LAN)
                        WS-LAN-DT-EFET(WS-QTD-LAN)
                        WS-LAN-AUT-DIN(WS-QTD-LAN)
                        WS-LAN-AUT-CAR(WS-QTD-LAN)
               END-UNSTRING
               MOVE WS-LAN-DINHEIRO-NUM
                                   TO WS-LAN-DINHEIRO(WS-QTD-LAN)
               MOVE WS-LAN-CARTAO-NUM TO WS-LAN-CARTAO(WS-QTD-LAN)
               READ LANCLOJA
           END-PERFORM.
           CLOSE LANCLOJA.
       0100-CARREGAR-LANCAMENTOS-FIM. EXIT.
      ******************************************************************
      *--> LINHAS COMECANDO POR "*" SAO COMENTARIO
       0110-CARREGAR-CONTAS-LOJA SECTION.
       0111-CARREGAR-CONTAS-LOJA.
           MOVE ZEROS TO WS-QTD-CLJ.
           OPEN INPUT CONTALOJA.
           IF FS-CONTALOJA NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CONTALOJA.
           PERFORM UNTIL FS-CONTALOJA NOT EQUAL "00"
                      OR WS-QTD-CLJ EQUAL 100
               IF REG-CONTALOJA(1:1) NOT EQUAL "*"
                       AND REG-CONTALOJA NOT EQUAL SPACES
                   ADD 1 TO WS-QTD-CLJ
                   MOVE SPACES TO WS-TAB-CLJ(WS-QTD-CLJ)
                   UNSTRING REG-CONTALOJA DELIMITED BY ";"
                       INTO WS-CLJ-CAIXA(WS-QTD-CLJ)
                            WS-CLJ-CONTA-DIN(WS-QTD-CLJ)
                            WS-CLJ-CONTA-CAR(WS-QTD-CLJ)
                   END-UNSTRING
               END-IF
               READ CONTALOJA
           END-PERFORM.
           CLOSE CONTALOJA.
       0110-CARREGAR-CONTAS-LOJA-FIM. EXIT.
      ******************************************************************
       0200-LANCAR-PENDENTES   SECTION.
       0201-LANCAR-PENDENTES.
           PERFORM VARYING WS-IND-LAN FROM 1 BY 1
                   UNTIL WS-IND-LAN GREATER THAN WS-QTD-LAN
               IF WS-LAN-SITUACAO(WS-IND-LAN) EQUAL "P"
                   PERFORM 0210-LANCAR-UM-DIA
               END-IF
           END-PERFORM.
       0200-LANCAR-PENDENTES-FIM. EXIT.
      ******************************************************************
       0210-LANCAR-UM-DIA      SECTION.
       0211-LANCAR-UM-DIA.
      *--> O MESMO DIA/CAIXA JA EFETIVADO EM OUTRA LINHA NAO E
      *    CREDITADO DE NOVO
           PERFORM VARYING WS-IND-ANT FROM 1 BY 1
                   UNTIL WS-IND-ANT GREATER THAN WS-QTD-LAN
               IF WS-IND-ANT NOT EQUAL WS-IND-LAN
                  AND WS-LAN-SITUACAO(WS-IND-ANT) EQUAL "E"
                  AND WS-LAN-DATA(WS-IND-ANT)
                          EQUAL WS-LAN-DATA(WS-IND-LAN)
                  AND WS-LAN-CAIXA(WS-IND-ANT)
                          EQUAL WS-LAN-CAIXA(WS-IND-LAN)
                   MOVE "D" TO WS-LAN-SITUACAO(WS-IND-LAN)
                   MOVE WS-DATA-HOJE TO WS-LAN-DT-EFET(WS-IND-LAN)
                   MOVE "S" TO WS-MUDOU
                   ADD 1 TO WS-QT-DUPLICADOS
                   DISPLAY "DIA " WS-LAN-DATA(WS-IND-LAN)
                           " CAIXA " WS-LAN-CAIXA(WS-IND-LAN)
                           " JA CREDITADO - LINHA DUPLICADA"
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-LAN-SITUACAO(WS-IND-LAN) NOT EQUAL "P"
               EXIT SECTION
           END-IF.

           PERFORM 0220-LOCALIZAR-CONTAS.
           IF WS-CONTAS-OK NOT EQUAL "S"
               EXIT SECTION
           END-IF.

      *--> O DINHEIRO JA CREDITADO FICA COM A AUTENTICACAO NA LINHA:
      *    SE O CARTAO FALHAR, A LINHA SEGUE "P" SO COM O CARTAO A
      *    LANCAR NA PROXIMA RODADA
           IF WS-LAN-DINHEIRO(WS-IND-LAN) GREATER THAN ZEROS
                   AND WS-LAN-AUT-DIN(WS-IND-LAN) EQUAL SPACES
               MOVE WS-CONTA-DIN TO WS-CONTA-CRED
               MOVE WS-LAN-DINHEIRO(WS-IND-LAN) TO WS-VALOR-CRED
               MOVE "DINHEIRO" TO WS-FORMA-CRED
               PERFORM 0240-CREDITAR
               IF WS-CREDITO-OK NOT EQUAL "S"
                   EXIT SECTION
               END-IF
               MOVE WS-AUTENTICACAO TO WS-LAN-AUT-DIN(WS-IND-LAN)
               MOVE "S" TO WS-MUDOU
           END-IF.

           IF WS-LAN-CARTAO(WS-IND-LAN) GREATER THAN ZEROS
               MOVE WS-CONTA-CAR TO WS-CONTA-CRED
               MOVE WS-LAN-CARTAO(WS-IND-LAN) TO WS-VALOR-CRED
               MOVE "CARTAO  " TO WS-FORMA-CRED
               PERFORM 0240-CREDITAR
               IF WS-CREDITO-OK NOT EQUAL "S"
                   EXIT SECTION
               END-IF
               MOVE WS-AUTENTICACAO TO WS-LAN-AUT-CAR(WS-IND-LAN)
           END-IF.

           MOVE "S" TO WS-MUDOU.
           MOVE "E" TO WS-LAN-SITUACAO(WS-IND-LAN).
           MOVE WS-DATA-HOJE TO WS-LAN-DT-EFET(WS-IND-LAN).
           ADD 1 TO WS-QT-EFETIVADOS.
           DISPLAY "DIA " WS-LAN-DATA(WS-IND-LAN)
                   " CAIXA " WS-LAN-CAIXA(WS-IND-LAN)
                   " CREDITADO".
       0210-LANCAR-UM-DIA-FIM. EXIT.
      ******************************************************************
      *--> CONTAS DO CAIXA; NA FALTA DELE, AS DO CAIXA 00. AS DUAS
      *    PRECISAM EXISTIR E NAO ESTAR ENCERRADAS ANTES DE QUALQUER
      *    CREDITO, PARA O DIA NAO FICAR LANCADO PELA METADE
       0220-LOCALIZAR-CONTAS   SECTION.
       0221-LOCALIZAR-CONTAS.
           MOVE "N" TO WS-CONTAS-OK.
           MOVE SPACES TO WS-CONTA-DIN WS-CONTA-CAR.
           PERFORM VARYING WS-IND-CLJ FROM 1 BY 1
                   UNTIL WS-IND-CLJ GREATER THAN WS-QTD-CLJ
               IF WS-CLJ-CAIXA(WS-IND-CLJ)
                       EQUAL WS-LAN-CAIXA(WS-IND-LAN)
                   MOVE WS-CLJ-CONTA-DIN(WS-IND-CLJ) TO WS-CONTA-DIN
                   MOVE WS-CLJ-CONTA-CAR(WS-IND-CLJ) TO WS-CONTA-CAR
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CONTA-DIN EQUAL SPACES AND WS-CONTA-CAR EQUAL SPACES
               PERFORM VARYING WS-IND-CLJ FROM 1 BY 1
                       UNTIL WS-IND-CLJ GREATER THAN WS-QTD-CLJ
                   IF WS-CLJ-CAIXA(WS-IND-CLJ) EQUAL "00"
                       MOVE WS-CLJ-CONTA-DIN(WS-IND-CLJ)
                                               TO WS-CONTA-DIN
                       MOVE WS-CLJ-CONTA-CAR(WS-IND-CLJ)
                                               TO WS-CONTA-CAR
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-LAN-DINHEIRO(WS-IND-LAN) GREATER THAN ZEROS
                   AND WS-LAN-AUT-DIN(WS-IND-LAN) EQUAL SPACES
               MOVE WS-CONTA-DIN TO WS-CONTA-CRED
               PERFORM 0230-CONFERIR-CONTA
               IF WS-CREDITO-OK NOT EQUAL "S"
                   EXIT SECTION
               END-IF
           END-IF.
           IF WS-LAN-CARTAO(WS-IND-LAN) GREATER THAN ZEROS
               MOVE WS-CONTA-CAR TO WS-CONTA-CRED
               PERFORM 0230-CONFERIR-CONTA
               IF WS-CREDITO-OK NOT EQUAL "S"
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE "S" TO WS-CONTAS-OK.
       0220-LOCALIZAR-CONTAS-FIM. EXIT.
      ******************************************************************
       0230-CONFERIR-CONTA     SECTION.
       0231-CONFERIR-CONTA.
           MOVE "N" TO WS-CREDITO-OK.
           IF WS-CONTA-CRED EQUAL SPACES
               DISPLAY "CAIXA " WS-LAN-CAIXA(WS-IND-LAN)
                       " SEM CONTA DESIGNADA - PULADO"
               EXIT SECTION
           END-IF.
           MOVE WS-CONTA-CRED TO REG-CONTA-ID.
           READ CONTAS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "CONTA " WS-CONTA-CRED
                       " NAO EXISTE - PULADO"
               EXIT SECTION
           END-IF.
           IF REG-CONTA-STATUS EQUAL "E"
               DISPLAY "CONTA " WS-CONTA-CRED
                       " ENCERRADA - PULADO"
               EXIT SECTION
           END-IF.
           MOVE "S" TO WS-CREDITO-OK.
       0230-CONFERIR-CONTA-FIM. EXIT.
      ******************************************************************
       0240-CREDITAR           SECTION.
       0241-CREDITAR.
           MOVE "N" TO WS-CREDITO-OK.
           MOVE WS-CONTA-CRED TO REG-CONTA-ID.
           READ CONTAS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "ERRO AO RELER A CONTA - PULADO"
               EXIT SECTION
           END-IF.

           ADD WS-VALOR-CRED TO REG-CONTA-SALDO.
           IF REG-CONTA-STATUS EQUAL "D"
               MOVE "A" TO REG-CONTA-STATUS
           END-IF.
           REWRITE REG-CONTA.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR A CONTA - PULADO"
               EXIT SECTION
           END-IF.

           PERFORM 0250-PROXIMA-AUTENTICACAO.
           MOVE REG-CONTA-SALDO TO WS-SALDO-EDT.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "CONTA="      REG-CONTA-ID
               " DATA="      WS-DATA-HOJE
               " CATEGORIA=VENDAS    "
               " VALOR="     WS-VALOR-CRED
               " SALDO="     WS-SALDO-EDT
               " FAV=0000"
               " AUT="       WS-AUTENTICACAO
               " DIA="       WS-LAN-DATA(WS-IND-LAN)
               " CAIXA="     WS-LAN-CAIXA(WS-IND-LAN)
               " "           WS-FORMA-CRED
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING.
           WRITE REG-EXTRATO.

           PERFORM 0260-GRAVAR-COMPROVANTE.
           MOVE "S" TO WS-CREDITO-OK.
       0240-CREDITAR-FIM.      EXIT.
      ******************************************************************
       0250-PROXIMA-AUTENTICACAO SECTION.
       0251-PROXIMA-AUTENTICACAO.
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
       0250-PROXIMA-AUTENTICACAO-FIM. EXIT.
      ******************************************************************
       0260-GRAVAR-COMPROVANTE SECTION.
       0261-GRAVAR-COMPROVANTE.
           OPEN EXTEND COMPROVANTES.
           IF FS-COMPROVANTES EQUAL "35"
               OPEN OUTPUT COMPROVANTES
               CLOSE COMPROVANTES
               OPEN EXTEND COMPROVANTES
           END-IF.
           MOVE SPACES TO REG-COMPROVANTE.
           STRING
               "AUT="        WS-AUTENTICACAO
               ";CONTA="     REG-CONTA-ID
               ";DATA="      WS-DATA-HOJE
               ";VALOR="     WS-VALOR-CRED
               ";CATEGORIA=VENDAS"
               ";FAV=0000"
               ";ORIGEM=LOJA"
               DELIMITED BY SIZE INTO REG-COMPROVANTE
           END-STRING.
           WRITE REG-COMPROVANTE.
           CLOSE COMPROVANTES.
       0260-GRAVAR-COMPROVANTE-FIM. EXIT.
      ******************************************************************
       0900-REGRAVAR-LANCAMENTOS SECTION.
       0901-REGRAVAR-LANCAMENTOS.
           IF WS-MUDOU NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT LANCLOJA.
           PERFORM VARYING WS-IND-LAN FROM 1 BY 1
                   UNTIL WS-IND-LAN GREATER THAN WS-QTD-LAN
               MOVE SPACES TO REG-LANCLOJA
               STRING WS-LAN-DATA(WS-IND-LAN)
                      ";" WS-LAN-CAIXA(WS-IND-LAN)
                      ";" WS-LAN-DINHEIRO(WS-IND-LAN)
                      ";" WS-LAN-CARTAO(WS-IND-LAN)
                      ";" WS-LAN-SITUACAO(WS-IND-LAN)
                      ";" WS-LAN-DT-EFET(WS-IND-LAN)
                      ";" WS-LAN-AUT-DIN(WS-IND-LAN)
                      ";" WS-LAN-AUT-CAR(WS-IND-LAN)
                   DELIMITED BY SIZE INTO REG-LANCLOJA
               END-STRING
               WRITE REG-LANCLOJA
           END-PERFORM.
           CLOSE LANCLOJA.
       0900-REGRAVAR-LANCAMENTOS-FIM. EXIT.
      ******************************************************************
       END PROGRAM LANCA-VENDAS.
