      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Monitoramento diario de operacoes suspeitas (PLD)
      *          Ninguem olhava o extrato.txt atras de padroes de
      *          lavagem de dinheiro. Este lote, para a data da
      *          rodada (PLD_DATA, padrao hoje), apura quatro sinais
      *          por conta e, somando as contas de cada CPF (titular
      *          e segundo titular), por pessoa:
      *          - VALOR-ALTO: lancamento no dia acima do limite
      *            (PLD_LIMITE, padrao 10.000,00); no CPF, a soma do
      *            dia acima do limite sem nenhum lancamento isolado
      *            acima dele (valor repartido entre contas);
      *          - FRACIONADO: varios lancamentos logo abaixo do
      *            limite (faixa PLD_FAIXA_PCT, padrao 10%) dentro da
      *            janela (PLD_DIAS, padrao 5 dias), no minimo
      *            PLD_QTD_FRACAO (padrao 3), um deles no dia;
      *          - PASSAGEM: transferencias recebidas na janela
      *            (acima de PLD_PASSAGEM_MIN, padrao 5.000,00) que
      *            saem de novo por transferencia (PLD_PASSAGEM_PCT,
      *            padrao 80% do recebido), com saida no dia;
      *          - DORMENTE: movimento no dia em conta dormente ou
      *            parada alem do corte do DORMENCIA-CONTAS
      *            (CONTAS_DORMENCIA_MESES, padrao 6) -- so por conta.
      *          No CPF o alerta so abre quando nenhuma conta dele ja
      *          abriu o mesmo sinal na rodada. Cada alerta vira um
      *          caso em casospld.txt com situacao A (aberto), para o
      *          CASOS-PLD registrar a analise (N analisado / C
      *          comunicado ao regulador); rodar duas vezes no mesmo
      *          dia nao duplica caso. O resumo da rodada sai em
      *          pldalertas.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. MONITORA-PLD.
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

           SELECT EXTRATO ASSIGN TO "C:\teste\extrato.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXTRATO.

           SELECT CASOS ASSIGN TO "C:\teste\casospld.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CASOS.

           SELECT RESUMO ASSIGN TO "C:\teste\pldalertas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RESUMO.
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
      *--> LINHA DO EXTRATO EM POSICOES FIXAS: CONTA 7-16, DATA 23-30,
      *    CATEGORIA 42-51, VALOR 59-66
       FD  EXTRATO.
       01  REG-EXTRATO              PIC X(200).
      *
      *--> CASO: NUMERO;DATA;NIVEL(C CONTA/P CPF);CONTA;CPF;SINAL;
      *    VALOR;QTD;SITUACAO(A/N/C);DATA DA DECISAO;SUPERVISOR;
      *    PARECER
       FD  CASOS.
       01  REG-CASO                 PIC X(150).
      *
       FD  RESUMO.
       01  REG-RESUMO               PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-CONTAS           PIC X(02)           VALUE SPACES.
       77  FS-EXTRATO          PIC X(02)           VALUE SPACES.
       77  FS-CASOS            PIC X(02)           VALUE SPACES.
       77  FS-RESUMO           PIC X(02)           VALUE SPACES.

      *--> PARAMETROS DA RODADA
       77  WS-PARAM-ENT        PIC X(12)           VALUE SPACES.
       77  WS-DATA-RODADA      PIC 9(08)           VALUE ZEROS.
       77  WS-LIMITE           PIC 9(07)V99        VALUE 10000,00.
       77  WS-FAIXA-PCT        PIC 9(02)           VALUE 10.
       77  WS-FAIXA-FATOR      PIC 9(03)           VALUE ZEROS.
       77  WS-PISO-FAIXA       PIC 9(07)V99        VALUE ZEROS.
       77  WS-DIAS-JANELA      PIC 9(02)           VALUE 05.
       77  WS-QTD-FRACAO       PIC 9(02)           VALUE 03.
       77  WS-PASSAGEM-MIN     PIC 9(07)V99        VALUE 5000,00.
       77  WS-PASSAGEM-PCT     PIC 9(03)           VALUE 080.
       77  WS-MESES-DORMENCIA  PIC 9(02)           VALUE 06.
       77  WS-DIAS-AUX         PIC S9(09)          VALUE ZEROS.
       77  WS-INICIO-JANELA    PIC 9(08)           VALUE ZEROS.
       77  WS-CORTE-DORMENCIA  PIC 9(08)           VALUE ZEROS.

      *--> CONTAS DO CADASTRO: ULTIMO MOVIMENTO ANTES DO DIA, SE MOVEU
      *    NO DIA E OS SINAIS JA ABERTOS NA RODADA
       77  WS-QTD-CONTAS       PIC 9(04)           VALUE ZEROS.
       77  WS-IND-CTA          PIC 9(04)           VALUE ZEROS.
       77  WS-CTA-ACHADA       PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-CONTAS.
           05 WS-CTA OCCURS 500 TIMES.
               10 WS-CTA-ID            PIC X(10).
               10 WS-CTA-CPF           PIC 9(11).
               10 WS-CTA-CPF2          PIC 9(11).
               10 WS-CTA-STATUS        PIC X(01).
               10 WS-CTA-ULT-ANTES     PIC 9(08).
               10 WS-CTA-MOVEU-HOJE    PIC X(01).
               10 WS-CTA-SINAL-ALTO    PIC X(01).
               10 WS-CTA-SINAL-FRAC    PIC X(01).
               10 WS-CTA-SINAL-PASS    PIC X(01).

      *--> CPFS DISTINTOS DAS CONTAS
       77  WS-QTD-CPFS         PIC 9(04)           VALUE ZEROS.
       77  WS-IND-CPF          PIC 9(04)           VALUE ZEROS.
       77  WS-CPF-PROCURADO    PIC 9(11)           VALUE ZEROS.
       77  WS-CPF-ACHADO       PIC X(01)           VALUE "N".
       01  WS-TAB-CPFS.
           05 WS-CPF-ITEM OCCURS 1000 TIMES   PIC 9(11).

      *--> LANCAMENTOS DA JANELA (INICIO-JANELA ATE A DATA DA RODADA);
      *    TIPO E = TRANSFERENCIA RECEBIDA, S = ENVIADA, O = OUTROS
       77  WS-QTD-MOV          PIC 9(05)           VALUE ZEROS.
       77  WS-IND-MOV          PIC 9(05)           VALUE ZEROS.
       01  WS-TAB-MOVIMENTOS.
           05 WS-MOV OCCURS 5000 TIMES.
               10 WS-MOV-CTA           PIC 9(04).
               10 WS-MOV-DATA          PIC 9(08).
               10 WS-MOV-VALOR         PIC 9(06)V99.
               10 WS-MOV-TIPO          PIC X(01).

      *--> LINHA DO EXTRATO
       77  WS-LIN-CONTA        PIC X(10)           VALUE SPACES.
       77  WS-LIN-DATA         PIC 9(08)           VALUE ZEROS.
       77  WS-LIN-CATEG        PIC X(10)           VALUE SPACES.
       01  WS-LIN-VALOR-X      PIC X(08)           VALUE ZEROS.
       01  WS-LIN-VALOR REDEFINES WS-LIN-VALOR-X
                               PIC 9(06)V99.

      *--> SELECAO AVALIADA (UMA CONTA OU TODAS AS CONTAS DE UM CPF)
      *    E OS AGREGADOS DELA
       77  WS-SEL-NIVEL        PIC X(01)           VALUE SPACES.
       77  WS-SEL-CTA          PIC 9(04)           VALUE ZEROS.
       77  WS-SEL-CPF          PIC 9(11)           VALUE ZEROS.
       77  WS-SELECIONADO      PIC X(01)           VALUE "N".
       77  WS-AG-DIA-QTD       PIC 9(05)           VALUE ZEROS.
       77  WS-AG-DIA-TOTAL     PIC 9(09)V99        VALUE ZEROS.
       77  WS-AG-ALTO-QTD      PIC 9(05)           VALUE ZEROS.
       77  WS-AG-ALTO-VALOR    PIC 9(09)V99        VALUE ZEROS.
       77  WS-AG-FAIXA-QTD     PIC 9(05)           VALUE ZEROS.
       77  WS-AG-FAIXA-VALOR   PIC 9(09)V99        VALUE ZEROS.
       77  WS-AG-FAIXA-HOJE    PIC 9(05)           VALUE ZEROS.
       77  WS-AG-TRF-QTD       PIC 9(05)           VALUE ZEROS.
       77  WS-AG-ENTRA         PIC 9(09)V99        VALUE ZEROS.
       77  WS-AG-SAI           PIC 9(09)V99        VALUE ZEROS.
       77  WS-AG-SAI-HOJE      PIC 9(05)           VALUE ZEROS.
       77  WS-PASSAGEM-PISO    PIC 9(09)V99        VALUE ZEROS.
       77  WS-JA-SINALIZADO    PIC X(01)           VALUE "N".

      *--> CASO A REGISTRAR
       77  WS-NOVO-TIPO        PIC X(10)           VALUE SPACES.
       77  WS-NOVO-CONTA       PIC X(10)           VALUE SPACES.
       77  WS-NOVO-CPF         PIC 9(11)           VALUE ZEROS.
       77  WS-NOVO-VALOR       PIC 9(09)V99        VALUE ZEROS.
       77  WS-NOVO-QTD         PIC 9(03)           VALUE ZEROS.
       77  WS-ULT-CASO         PIC 9(06)           VALUE ZEROS.
       77  WS-CASO-LIDO        PIC X(06)           VALUE SPACES.
       77  WS-VALOR-EDT        PIC ZZZ.ZZZ.ZZ9,99.

      *--> CHAVES DOS CASOS JA ABERTOS (DATA+NIVEL+CONTA+CPF+SINAL)
      *    PARA NAO DUPLICAR NUMA SEGUNDA RODADA DO MESMO DIA
       77  WS-QTD-CHAVES       PIC 9(05)           VALUE ZEROS.
       77  WS-IND-CHAVE        PIC 9(05)           VALUE ZEROS.
       01  WS-CHAVE-NOVA.
           05 WS-CHV-DATA          PIC 9(08).
           05 WS-CHV-NIVEL         PIC X(01).
           05 WS-CHV-CONTA         PIC X(10).
           05 WS-CHV-CPF           PIC 9(11).
           05 WS-CHV-TIPO          PIC X(10).
       01  WS-TAB-CHAVES.
           05 WS-CHAVE-ITEM OCCURS 5000 TIMES PIC X(40).
       77  WS-CHAVE-EXISTE     PIC X(01)           VALUE "N".
       77  WS-CHV-DATA-X       PIC X(08)           VALUE SPACES.
       77  WS-CHV-CPF-X        PIC X(11)           VALUE SPACES.

      *--> TOTAIS DA RODADA
       77  WS-QT-LIN-LIDAS     PIC 9(07)           VALUE ZEROS.
       77  WS-QT-NOVOS         PIC 9(05)           VALUE ZEROS.
       77  WS-QT-REPETIDOS     PIC 9(05)           VALUE ZEROS.
       77  WS-QT-ALTO          PIC 9(05)           VALUE ZEROS.
       77  WS-QT-FRAC          PIC 9(05)           VALUE ZEROS.
       77  WS-QT-PASS          PIC 9(05)           VALUE ZEROS.
       77  WS-QT-DORM          PIC 9(05)           VALUE ZEROS.

      *--> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA     PIC X(10)           VALUE "MONITORPLD".
       77  WS-SPO-ARQUIVO      PIC X(60)
                               VALUE "C:\teste\pldalertas.txt".
       77  WS-SPO-LINHAS       PIC 9(06)           VALUE ZEROS.
       77  WS-SPO-OPERADOR     PIC X(10)           VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0150-CARREGAR-CONTAS.
           IF WS-QTD-CONTAS EQUAL ZEROS
               DISPLAY "NENHUMA CONTA NO CONTAS.DAT"
               GOBACK
           END-IF.
           PERFORM 0200-LER-EXTRATO.
           PERFORM 0250-CARREGAR-CASOS.

           OPEN EXTEND CASOS.
           IF FS-CASOS EQUAL "35"
               OPEN OUTPUT CASOS
               CLOSE CASOS
               OPEN EXTEND CASOS
           END-IF.
           OPEN OUTPUT RESUMO.
           PERFORM 0290-CABECALHO-RESUMO.

           PERFORM 0300-AVALIAR-CONTAS.
           PERFORM 0350-AVALIAR-CPFS.

           PERFORM 0900-FINALIZAR.
           CLOSE CASOS RESUMO.
           CALL "SPOOLCTL" USING WS-SPO-PROGRAMA WS-SPO-ARQUIVO
                                 WS-SPO-LINHAS WS-SPO-OPERADOR.
           GOBACK.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RODADA.
           ACCEPT WS-PARAM-ENT FROM ENVIRONMENT "PLD_DATA".
           IF WS-PARAM-ENT(1:8) IS NUMERIC
               MOVE WS-PARAM-ENT(1:8) TO WS-DATA-RODADA
           END-IF.

           MOVE SPACES TO WS-PARAM-ENT.
           ACCEPT WS-PARAM-ENT FROM ENVIRONMENT "PLD_LIMITE".
           IF WS-PARAM-ENT NOT EQUAL SPACES
               COMPUTE WS-LIMITE = FUNCTION NUMVAL(WS-PARAM-ENT)
           END-IF.
           MOVE SPACES TO WS-PARAM-ENT.
           ACCEPT WS-PARAM-ENT FROM ENVIRONMENT "PLD_FAIXA_PCT".
           IF WS-PARAM-ENT NOT EQUAL SPACES
               COMPUTE WS-FAIXA-PCT = FUNCTION NUMVAL(WS-PARAM-ENT)
           END-IF.
           MOVE SPACES TO WS-PARAM-ENT.
           ACCEPT WS-PARAM-ENT FROM ENVIRONMENT "PLD_DIAS".
           IF WS-PARAM-ENT NOT EQUAL SPACES
               COMPUTE WS-DIAS-JANELA = FUNCTION NUMVAL(WS-PARAM-ENT)
           END-IF.
           IF WS-DIAS-JANELA EQUAL ZEROS
               MOVE 1 TO WS-DIAS-JANELA
           END-IF.
           MOVE SPACES TO WS-PARAM-ENT.
           ACCEPT WS-PARAM-ENT FROM ENVIRONMENT "PLD_QTD_FRACAO".
           IF WS-PARAM-ENT NOT EQUAL SPACES
               COMPUTE WS-QTD-FRACAO = FUNCTION NUMVAL(WS-PARAM-ENT)
           END-IF.
           IF WS-QTD-FRACAO LESS THAN 2
               MOVE 2 TO WS-QTD-FRACAO
           END-IF.
           MOVE SPACES TO WS-PARAM-ENT.
           ACCEPT WS-PARAM-ENT FROM ENVIRONMENT "PLD_PASSAGEM_MIN".
           IF WS-PARAM-ENT NOT EQUAL SPACES
               COMPUTE WS-PASSAGEM-MIN = FUNCTION NUMVAL(WS-PARAM-ENT)
           END-IF.
           MOVE SPACES TO WS-PARAM-ENT.
           ACCEPT WS-PARAM-ENT FROM ENVIRONMENT "PLD_PASSAGEM_PCT".
           IF WS-PARAM-ENT NOT EQUAL SPACES
               COMPUTE WS-PASSAGEM-PCT = FUNCTION NUMVAL(WS-PARAM-ENT)
           END-IF.
           MOVE SPACES TO WS-PARAM-ENT.
           ACCEPT WS-PARAM-ENT FROM ENVIRONMENT
                   "CONTAS_DORMENCIA_MESES".
           IF WS-PARAM-ENT(1:2) IS NUMERIC
                   AND WS-PARAM-ENT(1:2) NOT EQUAL ZEROS
               MOVE WS-PARAM-ENT(1:2) TO WS-MESES-DORMENCIA
           END-IF.

      *--> FAIXA DO FRACIONAMENTO: DO PISO ATE LOGO ABAIXO DO LIMITE
           COMPUTE WS-FAIXA-FATOR = 100 - WS-FAIXA-PCT.
           COMPUTE WS-PISO-FAIXA ROUNDED =
                   WS-LIMITE * WS-FAIXA-FATOR / 100.

           COMPUTE WS-DIAS-AUX =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-RODADA)
                   - WS-DIAS-JANELA + 1.
           COMPUTE WS-INICIO-JANELA =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX).
      *--> MESMO CORTE DO DORMENCIA-CONTAS (MESES * 30 DIAS)
           COMPUTE WS-DIAS-AUX =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-RODADA)
                   - WS-MESES-DORMENCIA * 30.
           COMPUTE WS-CORTE-DORMENCIA =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX).
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0150-CARREGAR-CONTAS    SECTION.
       0151-CARREGAR-CONTAS.
           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "CONTAS.DAT INDISPONIVEL: " FS-CONTAS
               EXIT SECTION
           END-IF.
           MOVE LOW-VALUES TO REG-CONTA-ID.
           START CONTAS KEY NOT LESS THAN REG-CONTA-ID
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-CONTAS EQUAL "00"
               READ CONTAS NEXT
               PERFORM UNTIL FS-CONTAS NOT EQUAL "00"
                   IF WS-QTD-CONTAS LESS THAN 500
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE REG-CONTA-ID
                               TO WS-CTA-ID(WS-QTD-CONTAS)
                       MOVE REG-CONTA-CPF
                               TO WS-CTA-CPF(WS-QTD-CONTAS)
                       MOVE REG-CONTA-CPF2
                               TO WS-CTA-CPF2(WS-QTD-CONTAS)
                       MOVE REG-CONTA-STATUS
                               TO WS-CTA-STATUS(WS-QTD-CONTAS)
                       MOVE ZEROS TO WS-CTA-ULT-ANTES(WS-QTD-CONTAS)
                       MOVE "N" TO WS-CTA-MOVEU-HOJE(WS-QTD-CONTAS)
                                   WS-CTA-SINAL-ALTO(WS-QTD-CONTAS)
                                   WS-CTA-SINAL-FRAC(WS-QTD-CONTAS)
                                   WS-CTA-SINAL-PASS(WS-QTD-CONTAS)
                       MOVE REG-CONTA-CPF TO WS-CPF-PROCURADO
                       PERFORM 0160-REGISTRAR-CPF
                       MOVE REG-CONTA-CPF2 TO WS-CPF-PROCURADO
                       PERFORM 0160-REGISTRAR-CPF
                   ELSE
                       DISPLAY "TABELA DE CONTAS CHEIA - CONTA "
                               REG-CONTA-ID " FORA DA VARREDURA"
                   END-IF
                   READ CONTAS NEXT
               END-PERFORM
           END-IF.
           CLOSE CONTAS.
       0150-CARREGAR-CONTAS-FIM. EXIT.
      ******************************************************************
       0160-REGISTRAR-CPF      SECTION.
       0161-REGISTRAR-CPF.
           IF WS-CPF-PROCURADO EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-CPF-ACHADO.
           PERFORM VARYING WS-IND-CPF FROM 1 BY 1
                   UNTIL WS-IND-CPF GREATER THAN WS-QTD-CPFS
               IF WS-CPF-ITEM(WS-IND-CPF) EQUAL WS-CPF-PROCURADO
                   MOVE "S" TO WS-CPF-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CPF-ACHADO EQUAL "N" AND WS-QTD-CPFS LESS THAN 1000
               ADD 1 TO WS-QTD-CPFS
               MOVE WS-CPF-PROCURADO TO WS-CPF-ITEM(WS-QTD-CPFS)
           END-IF.
       0160-REGISTRAR-CPF-FIM. EXIT.
      ******************************************************************
      *--> UMA PASSADA NO EXTRATO: O QUE VEM ANTES DO DIA SO ATUALIZA
      *    O ULTIMO MOVIMENTO DA CONTA (DORMENCIA); O QUE CAI NA JANELA
      *    VAI PARA A TABELA; O QUE VEM DEPOIS DA DATA DA RODADA (UMA
      *    RODADA REFEITA) NAO ENTRA
       0200-LER-EXTRATO        SECTION.
       0201-LER-EXTRATO.
           OPEN INPUT EXTRATO.
           IF FS-EXTRATO NOT EQUAL "00"
               DISPLAY "EXTRATO.TXT NAO ENCONTRADO"
               EXIT SECTION
           END-IF.
           READ EXTRATO.
           PERFORM UNTIL FS-EXTRATO NOT EQUAL "00"
               ADD 1 TO WS-QT-LIN-LIDAS
               IF REG-EXTRATO(1:6) EQUAL "CONTA="
                  AND REG-EXTRATO(23:8) IS NUMERIC
                  AND REG-EXTRATO(59:8) IS NUMERIC
                   PERFORM 0210-GUARDAR-LANCAMENTO
               END-IF
               READ EXTRATO
           END-PERFORM.
           CLOSE EXTRATO.
       0200-LER-EXTRATO-FIM. EXIT.
      ******************************************************************
       0210-GUARDAR-LANCAMENTO SECTION.
       0211-GUARDAR-LANCAMENTO.
           MOVE REG-EXTRATO(7:10)  TO WS-LIN-CONTA.
           MOVE REG-EXTRATO(23:8)  TO WS-LIN-DATA.
           MOVE REG-EXTRATO(42:10) TO WS-LIN-CATEG.
           MOVE REG-EXTRATO(59:8)  TO WS-LIN-VALOR-X.
           IF WS-LIN-DATA GREATER THAN WS-DATA-RODADA
               EXIT SECTION
           END-IF.

           MOVE ZEROS TO WS-CTA-ACHADA.
           PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                   UNTIL WS-IND-CTA GREATER THAN WS-QTD-CONTAS
               IF WS-CTA-ID(WS-IND-CTA) EQUAL WS-LIN-CONTA
                   MOVE WS-IND-CTA TO WS-CTA-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CTA-ACHADA EQUAL ZEROS
               EXIT SECTION
           END-IF.

      *--> A LINHA DE ENCERRAMENTO (VALOR ZERO) NAO E MOVIMENTO
           IF WS-LIN-VALOR EQUAL ZEROS
               EXIT SECTION
           END-IF.

           IF WS-LIN-DATA LESS THAN WS-DATA-RODADA
               IF WS-LIN-DATA GREATER THAN
                       WS-CTA-ULT-ANTES(WS-CTA-ACHADA)
                   MOVE WS-LIN-DATA TO WS-CTA-ULT-ANTES(WS-CTA-ACHADA)
               END-IF
           ELSE
               MOVE "S" TO WS-CTA-MOVEU-HOJE(WS-CTA-ACHADA)
           END-IF.

           IF WS-LIN-DATA NOT LESS THAN WS-INICIO-JANELA
               IF WS-QTD-MOV LESS THAN 5000
                   ADD 1 TO WS-QTD-MOV
                   MOVE WS-CTA-ACHADA TO WS-MOV-CTA(WS-QTD-MOV)
                   MOVE WS-LIN-DATA   TO WS-MOV-DATA(WS-QTD-MOV)
                   MOVE WS-LIN-VALOR  TO WS-MOV-VALOR(WS-QTD-MOV)
                   EVALUATE TRUE
                       WHEN WS-LIN-CATEG EQUAL "TRANSF-REC"
                           MOVE "E" TO WS-MOV-TIPO(WS-QTD-MOV)
                       WHEN WS-LIN-CATEG EQUAL "TRANSF-ENV"
                           MOVE "S" TO WS-MOV-TIPO(WS-QTD-MOV)
                       WHEN OTHER
                           MOVE "O" TO WS-MOV-TIPO(WS-QTD-MOV)
                   END-EVALUATE
               ELSE
                   DISPLAY "TABELA DE LANCAMENTOS CHEIA - JANELA "
                           "TRUNCADA EM " WS-LIN-DATA
               END-IF
           END-IF.
       0210-GUARDAR-LANCAMENTO-FIM. EXIT.
      ******************************************************************
      *--> CASOS JA EXISTENTES: ULTIMO NUMERO E CHAVES
       0250-CARREGAR-CASOS     SECTION.
       0251-CARREGAR-CASOS.
           OPEN INPUT CASOS.
           IF FS-CASOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CASOS.
           PERFORM UNTIL FS-CASOS NOT EQUAL "00"
               MOVE SPACES TO WS-CASO-LIDO WS-CHV-DATA-X WS-CHV-NIVEL
                              WS-CHV-CONTA WS-CHV-CPF-X WS-CHV-TIPO
               UNSTRING REG-CASO DELIMITED BY ";"
                   INTO WS-CASO-LIDO WS-CHV-DATA-X WS-CHV-NIVEL
                        WS-CHV-CONTA WS-CHV-CPF-X WS-CHV-TIPO
               END-UNSTRING
               IF WS-CASO-LIDO IS NUMERIC
                   IF FUNCTION NUMVAL(WS-CASO-LIDO)
                           GREATER THAN WS-ULT-CASO
                       MOVE WS-CASO-LIDO TO WS-ULT-CASO
                   END-IF
                   IF WS-CHV-DATA-X IS NUMERIC
                      AND WS-CHV-CPF-X IS NUMERIC
                      AND WS-QTD-CHAVES LESS THAN 5000
                       MOVE WS-CHV-DATA-X TO WS-CHV-DATA
                       MOVE WS-CHV-CPF-X  TO WS-CHV-CPF
                       ADD 1 TO WS-QTD-CHAVES
                       MOVE WS-CHAVE-NOVA
                               TO WS-CHAVE-ITEM(WS-QTD-CHAVES)
                   END-IF
               END-IF
               READ CASOS
           END-PERFORM.
           CLOSE CASOS.
       0250-CARREGAR-CASOS-FIM. EXIT.
      ******************************************************************
       0290-CABECALHO-RESUMO   SECTION.
       0291-CABECALHO-RESUMO.
           MOVE SPACES TO REG-RESUMO.
           STRING "MONITORAMENTO PLD - DIA " WS-DATA-RODADA
                  " - JANELA DESDE " WS-INICIO-JANELA
               DELIMITED BY SIZE INTO REG-RESUMO
           END-STRING.
           PERFORM 0990-GRAVAR-E-MOSTRAR.
           MOVE WS-LIMITE TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RESUMO.
           STRING "LIMITE " WS-VALOR-EDT
                  "  FAIXA " WS-FAIXA-PCT "%"
                  "  FRACOES " WS-QTD-FRACAO
                  "  PASSAGEM " WS-PASSAGEM-PCT "%"
                  "  DORMENCIA " WS-MESES-DORMENCIA " MESES"
               DELIMITED BY SIZE INTO REG-RESUMO
           END-STRING.
           PERFORM 0990-GRAVAR-E-MOSTRAR.
           MOVE ALL "-" TO REG-RESUMO(1:90).
           PERFORM 0990-GRAVAR-E-MOSTRAR.
       0290-CABECALHO-RESUMO-FIM. EXIT.
      ******************************************************************
      *--> PRIMEIRO CADA CONTA; OS SINAIS ABERTOS FICAM MARCADOS NELA
       0300-AVALIAR-CONTAS     SECTION.
       0301-AVALIAR-CONTAS.
           PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                   UNTIL WS-IND-CTA GREATER THAN WS-QTD-CONTAS
               MOVE "C"        TO WS-SEL-NIVEL
               MOVE WS-IND-CTA TO WS-SEL-CTA
               MOVE ZEROS      TO WS-SEL-CPF
               PERFORM 0400-APURAR-SELECAO
               MOVE WS-CTA-ID(WS-IND-CTA)  TO WS-NOVO-CONTA
               MOVE WS-CTA-CPF(WS-IND-CTA) TO WS-NOVO-CPF

               IF WS-AG-ALTO-QTD GREATER THAN ZEROS
                   MOVE "S" TO WS-CTA-SINAL-ALTO(WS-IND-CTA)
                   MOVE "VALOR-ALTO" TO WS-NOVO-TIPO
                   MOVE WS-AG-ALTO-VALOR TO WS-NOVO-VALOR
                   MOVE WS-AG-ALTO-QTD   TO WS-NOVO-QTD
                   PERFORM 0500-REGISTRAR-CASO
               END-IF
               IF WS-AG-FAIXA-QTD NOT LESS THAN WS-QTD-FRACAO
                  AND WS-AG-FAIXA-HOJE GREATER THAN ZEROS
                   MOVE "S" TO WS-CTA-SINAL-FRAC(WS-IND-CTA)
                   MOVE "FRACIONADO" TO WS-NOVO-TIPO
                   MOVE WS-AG-FAIXA-VALOR TO WS-NOVO-VALOR
                   MOVE WS-AG-FAIXA-QTD   TO WS-NOVO-QTD
                   PERFORM 0500-REGISTRAR-CASO
               END-IF
               IF WS-AG-ENTRA NOT LESS THAN WS-PASSAGEM-MIN
                  AND WS-AG-SAI NOT LESS THAN WS-PASSAGEM-PISO
                  AND WS-AG-SAI-HOJE GREATER THAN ZEROS
                   MOVE "S" TO WS-CTA-SINAL-PASS(WS-IND-CTA)
                   MOVE "PASSAGEM" TO WS-NOVO-TIPO
                   MOVE WS-AG-SAI     TO WS-NOVO-VALOR
                   MOVE WS-AG-TRF-QTD TO WS-NOVO-QTD
                   PERFORM 0500-REGISTRAR-CASO
               END-IF

      *--> DORMENTE: MOVEU HOJE, PARADA DESDE ANTES DO CORTE (CONTA
      *    NOVA, SEM NENHUM MOVIMENTO ANTERIOR, NAO CONTA) OU AINDA
      *    MARCADA "D" PELO DORMENCIA-CONTAS
               IF WS-CTA-MOVEU-HOJE(WS-IND-CTA) EQUAL "S"
                  AND ((WS-CTA-ULT-ANTES(WS-IND-CTA) GREATER THAN ZEROS
                        AND WS-CTA-ULT-ANTES(WS-IND-CTA) LESS THAN
                                WS-CORTE-DORMENCIA)
                       OR WS-CTA-STATUS(WS-IND-CTA) EQUAL "D")
                   MOVE "DORMENTE" TO WS-NOVO-TIPO
                   MOVE WS-AG-DIA-TOTAL TO WS-NOVO-VALOR
                   MOVE WS-AG-DIA-QTD   TO WS-NOVO-QTD
                   PERFORM 0500-REGISTRAR-CASO
               END-IF
           END-PERFORM.
       0300-AVALIAR-CONTAS-FIM. EXIT.
      ******************************************************************
      *--> DEPOIS CADA CPF, SOMANDO AS CONTAS DELE; SO ABRE O SINAL QUE
      *    NENHUMA CONTA DO CPF JA ABRIU
       0350-AVALIAR-CPFS       SECTION.
       0351-AVALIAR-CPFS.
           PERFORM VARYING WS-IND-CPF FROM 1 BY 1
                   UNTIL WS-IND-CPF GREATER THAN WS-QTD-CPFS
               MOVE "P"   TO WS-SEL-NIVEL
               MOVE ZEROS TO WS-SEL-CTA
               MOVE WS-CPF-ITEM(WS-IND-CPF) TO WS-SEL-CPF
               PERFORM 0400-APURAR-SELECAO
               MOVE SPACES     TO WS-NOVO-CONTA
               MOVE WS-SEL-CPF TO WS-NOVO-CPF

               IF WS-AG-ALTO-QTD EQUAL ZEROS
                  AND WS-AG-DIA-TOTAL NOT LESS THAN WS-LIMITE
                   MOVE "VALOR-ALTO" TO WS-NOVO-TIPO
                   MOVE WS-AG-DIA-TOTAL TO WS-NOVO-VALOR
                   MOVE WS-AG-DIA-QTD   TO WS-NOVO-QTD
                   PERFORM 0500-REGISTRAR-CASO
               END-IF
               IF WS-AG-FAIXA-QTD NOT LESS THAN WS-QTD-FRACAO
                  AND WS-AG-FAIXA-HOJE GREATER THAN ZEROS
                   MOVE "FRACIONADO" TO WS-NOVO-TIPO
                   PERFORM 0450-CONFERIR-CONTAS-DO-CPF
                   IF WS-JA-SINALIZADO EQUAL "N"
                       MOVE WS-AG-FAIXA-VALOR TO WS-NOVO-VALOR
                       MOVE WS-AG-FAIXA-QTD   TO WS-NOVO-QTD
                       PERFORM 0500-REGISTRAR-CASO
                   END-IF
               END-IF
               IF WS-AG-ENTRA NOT LESS THAN WS-PASSAGEM-MIN
                  AND WS-AG-SAI NOT LESS THAN WS-PASSAGEM-PISO
                  AND WS-AG-SAI-HOJE GREATER THAN ZEROS
                   MOVE "PASSAGEM" TO WS-NOVO-TIPO
                   PERFORM 0450-CONFERIR-CONTAS-DO-CPF
                   IF WS-JA-SINALIZADO EQUAL "N"
                       MOVE WS-AG-SAI     TO WS-NOVO-VALOR
                       MOVE WS-AG-TRF-QTD TO WS-NOVO-QTD
                       PERFORM 0500-REGISTRAR-CASO
                   END-IF
               END-IF
           END-PERFORM.
       0350-AVALIAR-CPFS-FIM.  EXIT.
      ******************************************************************
      *--> AGREGADOS DA SELECAO SOBRE OS LANCAMENTOS DA JANELA
       0400-APURAR-SELECAO     SECTION.
       0401-APURAR-SELECAO.
           MOVE ZEROS TO WS-AG-DIA-QTD WS-AG-DIA-TOTAL
                         WS-AG-ALTO-QTD WS-AG-ALTO-VALOR
                         WS-AG-FAIXA-QTD WS-AG-FAIXA-VALOR
                         WS-AG-FAIXA-HOJE WS-AG-TRF-QTD
                         WS-AG-ENTRA WS-AG-SAI WS-AG-SAI-HOJE.
           PERFORM VARYING WS-IND-MOV FROM 1 BY 1
                   UNTIL WS-IND-MOV GREATER THAN WS-QTD-MOV
               MOVE "N" TO WS-SELECIONADO
               IF WS-SEL-NIVEL EQUAL "C"
                   IF WS-MOV-CTA(WS-IND-MOV) EQUAL WS-SEL-CTA
                       MOVE "S" TO WS-SELECIONADO
                   END-IF
               ELSE
                   IF WS-CTA-CPF(WS-MOV-CTA(WS-IND-MOV))
                           EQUAL WS-SEL-CPF
                      OR WS-CTA-CPF2(WS-MOV-CTA(WS-IND-MOV))
                           EQUAL WS-SEL-CPF
                       MOVE "S" TO WS-SELECIONADO
                   END-IF
               END-IF
               IF WS-SELECIONADO EQUAL "S"
                   PERFORM 0410-SOMAR-LANCAMENTO
               END-IF
           END-PERFORM.
           COMPUTE WS-PASSAGEM-PISO ROUNDED =
                   WS-AG-ENTRA * WS-PASSAGEM-PCT / 100.
       0400-APURAR-SELECAO-FIM. EXIT.
      ******************************************************************
       0410-SOMAR-LANCAMENTO   SECTION.
       0411-SOMAR-LANCAMENTO.
           IF WS-MOV-DATA(WS-IND-MOV) EQUAL WS-DATA-RODADA
               ADD 1 TO WS-AG-DIA-QTD
               ADD WS-MOV-VALOR(WS-IND-MOV) TO WS-AG-DIA-TOTAL
               IF WS-MOV-VALOR(WS-IND-MOV) NOT LESS THAN WS-LIMITE
                   ADD 1 TO WS-AG-ALTO-QTD
                   ADD WS-MOV-VALOR(WS-IND-MOV) TO WS-AG-ALTO-VALOR
               END-IF
           END-IF.

           IF WS-MOV-VALOR(WS-IND-MOV) NOT LESS THAN WS-PISO-FAIXA
              AND WS-MOV-VALOR(WS-IND-MOV) LESS THAN WS-LIMITE
               ADD 1 TO WS-AG-FAIXA-QTD
               ADD WS-MOV-VALOR(WS-IND-MOV) TO WS-AG-FAIXA-VALOR
               IF WS-MOV-DATA(WS-IND-MOV) EQUAL WS-DATA-RODADA
                   ADD 1 TO WS-AG-FAIXA-HOJE
               END-IF
           END-IF.

           EVALUATE WS-MOV-TIPO(WS-IND-MOV)
               WHEN "E"
                   ADD 1 TO WS-AG-TRF-QTD
                   ADD WS-MOV-VALOR(WS-IND-MOV) TO WS-AG-ENTRA
               WHEN "S"
                   ADD 1 TO WS-AG-TRF-QTD
                   ADD WS-MOV-VALOR(WS-IND-MOV) TO WS-AG-SAI
                   IF WS-MOV-DATA(WS-IND-MOV) EQUAL WS-DATA-RODADA
                       ADD 1 TO WS-AG-SAI-HOJE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0410-SOMAR-LANCAMENTO-FIM. EXIT.
      ******************************************************************
      *--> ALGUMA CONTA DO CPF (TITULAR OU SEGUNDO TITULAR) JA ABRIU
      *    ESTE SINAL NA RODADA?
       0450-CONFERIR-CONTAS-DO-CPF SECTION.
       0451-CONFERIR-CONTAS-DO-CPF.
           MOVE "N" TO WS-JA-SINALIZADO.
           PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                   UNTIL WS-IND-CTA GREATER THAN WS-QTD-CONTAS
               IF WS-CTA-CPF(WS-IND-CTA) EQUAL WS-SEL-CPF
                  OR WS-CTA-CPF2(WS-IND-CTA) EQUAL WS-SEL-CPF
                   EVALUATE WS-NOVO-TIPO
                       WHEN "FRACIONADO"
                           IF WS-CTA-SINAL-FRAC(WS-IND-CTA) EQUAL "S"
                               MOVE "S" TO WS-JA-SINALIZADO
                           END-IF
                       WHEN "PASSAGEM"
                           IF WS-CTA-SINAL-PASS(WS-IND-CTA) EQUAL "S"
                               MOVE "S" TO WS-JA-SINALIZADO
                           END-IF
                       WHEN OTHER
                           IF WS-CTA-SINAL-ALTO(WS-IND-CTA) EQUAL "S"
                               MOVE "S" TO WS-JA-SINALIZADO
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
       0450-CONFERIR-CONTAS-DO-CPF-FIM. EXIT.
      ******************************************************************
      *--> NOVO CASO ABERTO (SITUACAO A), A MENOS QUE A MESMA CHAVE JA
      *    EXISTA DE UMA RODADA ANTERIOR DO MESMO DIA
       0500-REGISTRAR-CASO     SECTION.
       0501-REGISTRAR-CASO.
           MOVE WS-DATA-RODADA TO WS-CHV-DATA.
           MOVE WS-SEL-NIVEL   TO WS-CHV-NIVEL.
           MOVE WS-NOVO-CONTA  TO WS-CHV-CONTA.
           MOVE WS-NOVO-CPF    TO WS-CHV-CPF.
           MOVE WS-NOVO-TIPO   TO WS-CHV-TIPO.
           MOVE "N" TO WS-CHAVE-EXISTE.
           PERFORM VARYING WS-IND-CHAVE FROM 1 BY 1
                   UNTIL WS-IND-CHAVE GREATER THAN WS-QTD-CHAVES
               IF WS-CHAVE-ITEM(WS-IND-CHAVE) EQUAL WS-CHAVE-NOVA
                   MOVE "S" TO WS-CHAVE-EXISTE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CHAVE-EXISTE EQUAL "S"
               ADD 1 TO WS-QT-REPETIDOS
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-ULT-CASO.
           ADD 1 TO WS-QT-NOVOS.
           IF WS-QTD-CHAVES LESS THAN 5000
               ADD 1 TO WS-QTD-CHAVES
               MOVE WS-CHAVE-NOVA TO WS-CHAVE-ITEM(WS-QTD-CHAVES)
           END-IF.
           EVALUATE WS-NOVO-TIPO
               WHEN "VALOR-ALTO"
                   ADD 1 TO WS-QT-ALTO
               WHEN "FRACIONADO"
                   ADD 1 TO WS-QT-FRAC
               WHEN "PASSAGEM"
                   ADD 1 TO WS-QT-PASS
               WHEN OTHER
                   ADD 1 TO WS-QT-DORM
           END-EVALUATE.

           MOVE SPACES TO REG-CASO.
           STRING WS-ULT-CASO      ";"
                  WS-DATA-RODADA   ";"
                  WS-SEL-NIVEL     ";"
                  WS-NOVO-CONTA    ";"
                  WS-NOVO-CPF      ";"
                  WS-NOVO-TIPO     ";"
                  WS-NOVO-VALOR    ";"
                  WS-NOVO-QTD      ";"
                  "A;00000000;"
               DELIMITED BY SIZE INTO REG-CASO
           END-STRING.
           WRITE REG-CASO.

           MOVE WS-NOVO-VALOR TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RESUMO.
           IF WS-SEL-NIVEL EQUAL "C"
               STRING "CASO " WS-ULT-CASO
                      " CONTA " WS-NOVO-CONTA
                      " CPF " WS-NOVO-CPF
                      " " WS-NOVO-TIPO
                      " QTD " WS-NOVO-QTD
                      " VALOR " WS-VALOR-EDT
                   DELIMITED BY SIZE INTO REG-RESUMO
               END-STRING
           ELSE
               STRING "CASO " WS-ULT-CASO
                      " POR CPF    CPF " WS-NOVO-CPF
                      " " WS-NOVO-TIPO
                      " QTD " WS-NOVO-QTD
                      " VALOR " WS-VALOR-EDT
                   DELIMITED BY SIZE INTO REG-RESUMO
               END-STRING
           END-IF.
           PERFORM 0990-GRAVAR-E-MOSTRAR.
       0500-REGISTRAR-CASO-FIM. EXIT.
      ******************************************************************
       0900-FINALIZAR          SECTION.
       0901-FINALIZAR.
           MOVE ALL "-" TO REG-RESUMO(1:90).
           PERFORM 0990-GRAVAR-E-MOSTRAR.
           MOVE SPACES TO REG-RESUMO.
           STRING "LINHAS DO EXTRATO=" WS-QT-LIN-LIDAS
                  " NA JANELA=" WS-QTD-MOV
                  " CONTAS=" WS-QTD-CONTAS
                  " CPFS=" WS-QTD-CPFS
               DELIMITED BY SIZE INTO REG-RESUMO
           END-STRING.
           PERFORM 0990-GRAVAR-E-MOSTRAR.
           MOVE SPACES TO REG-RESUMO.
           STRING "CASOS ABERTOS=" WS-QT-NOVOS
                  " JA EXISTENTES=" WS-QT-REPETIDOS
               DELIMITED BY SIZE INTO REG-RESUMO
           END-STRING.
           PERFORM 0990-GRAVAR-E-MOSTRAR.
           MOVE SPACES TO REG-RESUMO.
           STRING "VALOR-ALTO=" WS-QT-ALTO
                  " FRACIONADO=" WS-QT-FRAC
                  " PASSAGEM=" WS-QT-PASS
                  " DORMENTE=" WS-QT-DORM
               DELIMITED BY SIZE INTO REG-RESUMO
           END-STRING.
           PERFORM 0990-GRAVAR-E-MOSTRAR.
       0900-FINALIZAR-FIM.     EXIT.
      ******************************************************************
       0990-GRAVAR-E-MOSTRAR   SECTION.
       0991-GRAVAR-E-MOSTRAR.
           WRITE REG-RESUMO.
           DISPLAY REG-RESUMO.
           ADD 1 TO WS-SPO-LINHAS.
       0990-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       END PROGRAM MONITORA-PLD.
