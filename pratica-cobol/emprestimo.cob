      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Contratos de emprestimo pessoal para correntistas
      *          O CALC-CAPITAL-FINAL so simulava; nao havia como
      *          emprestar de fato. Este programa contrata um
      *          emprestimo para uma conta ativa do contas.dat:
      *          principal, taxa mensal, prazo em meses e primeiro
      *          vencimento geram a tabela Price (prestacao fixa,
      *          juros sobre o saldo devedor, a ultima parcela acerta
      *          o centavo) no emprestimos.txt -- linha "E" do
      *          contrato e uma linha "P" por parcela -- e o principal
      *          e creditado na conta com CATEGORIA=EMPR-LIBER no
      *          extrato.txt e comprovante com autenticacao. As
      *          parcelas sao debitadas pelo lote COBRA-EMPRESTIMO na
      *          cadeia MENSAL. Consulta da tabela de um contrato e
      *          relatorio da carteira (carteiraemp.txt) com o saldo
      *          devedor de cada contrato ativo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. EMPRESTIMO.
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

           SELECT COMPROVANTES ASSIGN TO "C:\teste\comprovantes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-COMPROVANTES.

      *--> CONTRATOS ("E") E PARCELAS ("P"), REGRAVADO INTEIRO
           SELECT EMPRESTIMOS ASSIGN TO "C:\teste\emprestimos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EMPRESTIMOS.

           SELECT RELATORIO ASSIGN TO "C:\teste\carteiraemp.txt"
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
       FD  EXTRATO.
       01  REG-EXTRATO              PIC X(200).
      *
       FD  COMPROVANTES.
       01  REG-COMPROVANTE          PIC X(210).
      *
       FD  EMPRESTIMOS.
       01  REG-EMPRESTIMO           PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO            PIC X(80).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-CONTAS           PIC X(02)           VALUE SPACES.
       77  FS-EXTRATO          PIC X(02)           VALUE SPACES.
       77  FS-COMPROVANTES     PIC X(02)           VALUE SPACES.
       77  FS-EMPRESTIMOS      PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.

       77  WS-OPCAO            PIC 9(01)           VALUE ZEROS.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-CONFIRMA         PIC X(01)           VALUE SPACES.

      *--> CONTRATOS: E;CONTRATO;CONTA;CPF;PRINCIPAL;TAXA;PRAZO;
      *    PRIMEIRO VENC;PRESTACAO;DATA;SITUACAO ("A" ATIVO /
      *    "Q" QUITADO)
       77  WS-QTD-CONTRATOS    PIC 9(03)           VALUE ZEROS.
       77  WS-IND-CTR          PIC 9(03)           VALUE ZEROS.
       77  WS-CTR-ACHADO       PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-CONTRATOS    OCCURS 200 TIMES.
           05 WS-CTR-NUMERO    PIC 9(06).
           05 WS-CTR-CONTA     PIC X(10).
           05 WS-CTR-CPF       PIC 9(11).
           05 WS-CTR-PRINCIPAL PIC 9(07)V99.
           05 WS-CTR-TAXA      PIC 9V9(06).
           05 WS-CTR-PRAZO     PIC 9(03).
           05 WS-CTR-PRIM-VENC PIC 9(08).
           05 WS-CTR-PRESTACAO PIC 9(07)V99.
           05 WS-CTR-DATA      PIC 9(08).
           05 WS-CTR-SITUACAO  PIC X(01).

      *--> PARCELAS: P;CONTRATO;NUMERO;VENCIMENTO;VALOR;JUROS;
      *    AMORTIZACAO;SALDO DEVEDOR APOS;SITUACAO ("A" ABERTA /
      *    "P" PAGA / "V" VENCIDA SEM SALDO);DATA DO PAGAMENTO
       77  WS-QTD-PARCELAS     PIC 9(04)           VALUE ZEROS.
       77  WS-IND-PAR          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-PARCELAS     OCCURS 3000 TIMES.
           05 WS-PAR-CONTRATO  PIC 9(06).
           05 WS-PAR-NUMERO    PIC 9(03).
           05 WS-PAR-VENC      PIC 9(08).
           05 WS-PAR-VALOR     PIC 9(07)V99.
           05 WS-PAR-JUROS     PIC 9(07)V99.
           05 WS-PAR-AMORT     PIC 9(07)V99.
           05 WS-PAR-SALDO     PIC 9(07)V99.
           05 WS-PAR-SITUACAO  PIC X(01).
           05 WS-PAR-DATA-PAG  PIC 9(08).

      *--> CAMPOS LIDOS DO ARQUIVO (VALORES SEM VIRGULA)
       77  WS-LIN-TIPO         PIC X(01)           VALUE SPACES.
       01  WS-DIN-1-X          PIC X(09)           VALUE ZEROS.
       01  WS-DIN-1 REDEFINES WS-DIN-1-X
                           PIC 9(07)V99.
       01  WS-DIN-2-X          PIC X(09)           VALUE ZEROS.
       01  WS-DIN-2 REDEFINES WS-DIN-2-X
                           PIC 9(07)V99.
       01  WS-DIN-3-X          PIC X(09)           VALUE ZEROS.
       01  WS-DIN-3 REDEFINES WS-DIN-3-X
                           PIC 9(07)V99.
       01  WS-DIN-4-X          PIC X(09)           VALUE ZEROS.
       01  WS-DIN-4 REDEFINES WS-DIN-4-X
                           PIC 9(07)V99.
       01  WS-TAXA-X           PIC X(07)           VALUE ZEROS.
       01  WS-TAXA-LIDA REDEFINES WS-TAXA-X
                           PIC 9V9(06).

      *--> CONTRATACAO
       77  WS-CONTA-ENT        PIC X(10)           VALUE SPACES.
       77  WS-VALOR-ENT        PIC X(12)           VALUE SPACES.
       77  WS-TAXA-ENT         PIC X(10)           VALUE SPACES.
       77  WS-PRAZO-ENT        PIC X(03)           VALUE SPACES.
       77  WS-VENC-ENT         PIC X(08)           VALUE SPACES.
       77  WS-CONTRATO-ENT     PIC X(06)           VALUE SPACES.
       77  WS-PRINCIPAL        PIC 9(07)V99        VALUE ZEROS.
       77  WS-TAXA             PIC 9V9(06)         VALUE ZEROS.
       77  WS-PRAZO            PIC 9(03)           VALUE ZEROS.
       01  WS-PRIM-VENC        PIC 9(08)           VALUE ZEROS.
       01  WS-PRIM-VENC-R REDEFINES WS-PRIM-VENC.
           05 WS-PRIM-ANO      PIC 9(04).
           05 WS-PRIM-MES      PIC 9(02).
           05 WS-PRIM-DIA      PIC 9(02).
       77  WS-PRESTACAO        PIC 9(07)V99        VALUE ZEROS.
       77  WS-FATOR            PIC 9(11)V9(07)     VALUE ZEROS.
       77  WS-FATOR-MENOS-1    PIC 9(11)V9(07)     VALUE ZEROS.
       77  WS-SALDO-DEVEDOR    PIC 9(07)V99        VALUE ZEROS.
       77  WS-TOTAL-PAGO       PIC 9(09)V99        VALUE ZEROS.
       77  WS-NOVO-CONTRATO    PIC 9(06)           VALUE ZEROS.
       77  WS-IND-MES          PIC 9(03)           VALUE ZEROS.

      *--> VENCIMENTO DA PARCELA: MESMO DIA DO PRIMEIRO, LIMITADO AO
      *    ULTIMO DIA DO MES
       77  WS-VENCIMENTO       PIC 9(08)           VALUE ZEROS.
       77  WS-MESES-TOTAL      PIC 9(06)           VALUE ZEROS.
       77  WS-VENC-ANO         PIC 9(04)           VALUE ZEROS.
       77  WS-VENC-MES         PIC 9(02)           VALUE ZEROS.
       77  WS-VENC-DIA         PIC 9(02)           VALUE ZEROS.
       77  WS-ULTIMO-DIA       PIC 9(02)           VALUE ZEROS.
       77  WS-DATA-AUX         PIC 9(08)           VALUE ZEROS.

      *--> LANCAMENTO NO EXTRATO (VALOR EM 8 POSICOES, COLUNA 59-66)
       77  WS-VALOR-EXT        PIC 9(06)V99        VALUE ZEROS.
       77  WS-SALDO-EDT        PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-AUTENTICACAO     PIC 9(08)           VALUE ZEROS.

      *--> CARTEIRA
       77  WS-QT-PAGAS         PIC 9(03)           VALUE ZEROS.
       77  WS-QT-ATRASO        PIC 9(03)           VALUE ZEROS.
       77  WS-VALOR-ATRASO     PIC 9(07)V99        VALUE ZEROS.
       77  WS-QT-ATIVOS        PIC 9(03)           VALUE ZEROS.
       77  WS-QT-QUITADOS      PIC 9(03)           VALUE ZEROS.
       77  WS-TOT-SALDO        PIC 9(09)V99        VALUE ZEROS.
       77  WS-TOT-ATRASO       PIC 9(09)V99        VALUE ZEROS.
       77  WS-VALOR-EDT        PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-ATRASO-EDT       PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-PRESTACAO-EDT    PIC Z.ZZZ.ZZ9,99.
       77  WS-JUROS-EDT        PIC Z.ZZZ.ZZ9,99.
       77  WS-AMORT-EDT        PIC Z.ZZZ.ZZ9,99.
       77  WS-TAXA-EDT         PIC Z9,9999.
       77  WS-QT-EDT           PIC ZZ9.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           CLOSE CONTAS.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "CONTAS.DAT INDISPONIVEL: " FS-CONTAS
               STOP RUN
           END-IF.
           PERFORM 0110-CARREGAR-EMPRESTIMOS.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0110-CARREGAR-EMPRESTIMOS SECTION.
       0111-CARREGAR-EMPRESTIMOS.
           MOVE ZEROS TO WS-QTD-CONTRATOS WS-QTD-PARCELAS.
           OPEN INPUT EMPRESTIMOS.
           IF FS-EMPRESTIMOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ EMPRESTIMOS.
           PERFORM UNTIL FS-EMPRESTIMOS NOT EQUAL "00"
               MOVE REG-EMPRESTIMO(1:1) TO WS-LIN-TIPO
               MOVE ZEROS TO WS-DIN-1-X WS-DIN-2-X WS-DIN-3-X
                             WS-DIN-4-X WS-TAXA-X
               EVALUATE WS-LIN-TIPO
                   WHEN "E"
                       IF WS-QTD-CONTRATOS LESS THAN 200
                           ADD 1 TO WS-QTD-CONTRATOS
                           PERFORM 0120-DESMONTAR-CONTRATO
                       END-IF
                   WHEN "P"
                       IF WS-QTD-PARCELAS LESS THAN 3000
                           ADD 1 TO WS-QTD-PARCELAS
                           PERFORM 0130-DESMONTAR-PARCELA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ EMPRESTIMOS
           END-PERFORM.
           CLOSE EMPRESTIMOS.
       0110-CARREGAR-EMPRESTIMOS-FIM. EXIT.
      ******************************************************************
       0120-DESMONTAR-CONTRATO SECTION.
       0121-DESMONTAR-CONTRATO.
           UNSTRING REG-EMPRESTIMO DELIMITED BY ";"
               INTO WS-LIN-TIPO
                    WS-CTR-NUMERO(WS-QTD-CONTRATOS)
                    WS-CTR-CONTA(WS-QTD-CONTRATOS)
                    WS-CTR-CPF(WS-QTD-CONTRATOS)
                    WS-DIN-1-X
                    WS-TAXA-X
                    WS-CTR-PRAZO(WS-QTD-CONTRATOS)
                    WS-CTR-PRIM-VENC(WS-QTD-CONTRATOS)
                    WS-DIN-2-X
                    WS-CTR-DATA(WS-QTD-CONTRATOS)
                    WS-CTR-SITUACAO(WS-QTD-CONTRATOS)
           END-UNSTRING.
           MOVE WS-DIN-1     TO WS-CTR-PRINCIPAL(WS-QTD-CONTRATOS).
           MOVE WS-TAXA-LIDA TO WS-CTR-TAXA(WS-QTD-CONTRATOS).
           MOVE WS-DIN-2     TO WS-CTR-PRESTACAO(WS-QTD-CONTRATOS).
       0120-DESMONTAR-CONTRATO-FIM. EXIT.
      ******************************************************************
       0130-DESMONTAR-PARCELA  SECTION.
       0131-DESMONTAR-PARCELA.
           MOVE ZEROS TO WS-PAR-DATA-PAG(WS-QTD-PARCELAS).
           UNSTRING REG-EMPRESTIMO DELIMITED BY ";"
               INTO WS-LIN-TIPO
                    WS-PAR-CONTRATO(WS-QTD-PARCELAS)
                    WS-PAR-NUMERO(WS-QTD-PARCELAS)
                    WS-PAR-VENC(WS-QTD-PARCELAS)
                    WS-DIN-1-X
                    WS-DIN-2-X
                    WS-DIN-3-X
                    WS-DIN-4-X
                    WS-PAR-SITUACAO(WS-QTD-PARCELAS)
                    WS-PAR-DATA-PAG(WS-QTD-PARCELAS)
           END-UNSTRING.
           MOVE WS-DIN-1 TO WS-PAR-VALOR(WS-QTD-PARCELAS).
           MOVE WS-DIN-2 TO WS-PAR-JUROS(WS-QTD-PARCELAS).
           MOVE WS-DIN-3 TO WS-PAR-AMORT(WS-QTD-PARCELAS).
           MOVE WS-DIN-4 TO WS-PAR-SALDO(WS-QTD-PARCELAS).
       0130-DESMONTAR-PARCELA-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           DISPLAY " ".
           DISPLAY "1-CONTRATAR 2-CONSULTAR CONTRATO "
                   "3-CARTEIRA 9-SAIR: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0300-CONTRATAR
               WHEN 2
                   PERFORM 0400-CONSULTAR-CONTRATO
               WHEN 3
                   PERFORM 0500-EMITIR-CARTEIRA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
      *--> CONTRATACAO: CONTA ATIVA, CONDICOES, TABELA PRICE,
      *    CONFIRMACAO, CREDITO DO PRINCIPAL E GRAVACAO
       0300-CONTRATAR          SECTION.
       0301-CONTRATAR.
           IF WS-QTD-CONTRATOS NOT LESS THAN 200
               DISPLAY "CARTEIRA CHEIA (200 CONTRATOS)"
               EXIT SECTION
           END-IF.

           DISPLAY "CONTA DO TOMADOR: ".
           ACCEPT WS-CONTA-ENT.
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
               DISPLAY "CONTA NAO ESTA ATIVA - EMPRESTIMO RECUSADO"
               EXIT SECTION
           END-IF.

           DISPLAY "PRINCIPAL (EX: 5000,00): ".
           ACCEPT WS-VALOR-ENT.
           COMPUTE WS-PRINCIPAL = FUNCTION NUMVAL(WS-VALOR-ENT).
           IF WS-PRINCIPAL EQUAL ZEROS
                   OR WS-PRINCIPAL GREATER THAN 999999,99
               DISPLAY "PRINCIPAL INVALIDO (ATE 999.999,99)"
               EXIT SECTION
           END-IF.

           DISPLAY "TAXA MENSAL (EX: 0,0199 = 1,99% A.M.): ".
           ACCEPT WS-TAXA-ENT.
           COMPUTE WS-TAXA = FUNCTION NUMVAL(WS-TAXA-ENT).
           IF WS-TAXA GREATER THAN 0,2
               DISPLAY "TAXA ACIMA DE 20% A.M. - RECUSADA"
               EXIT SECTION
           END-IF.

           DISPLAY "PRAZO EM MESES (1-120): ".
           ACCEPT WS-PRAZO-ENT.
           MOVE ZEROS TO WS-PRAZO.
           IF FUNCTION TRIM(WS-PRAZO-ENT) IS NUMERIC
               COMPUTE WS-PRAZO = FUNCTION NUMVAL(WS-PRAZO-ENT)
           END-IF.
           IF WS-PRAZO EQUAL ZEROS OR WS-PRAZO GREATER THAN 120
               DISPLAY "PRAZO INVALIDO"
               EXIT SECTION
           END-IF.
           IF WS-QTD-PARCELAS + WS-PRAZO GREATER THAN 3000
               DISPLAY "ARQUIVO DE PARCELAS CHEIO"
               EXIT SECTION
           END-IF.

           DISPLAY "PRIMEIRO VENCIMENTO (AAAAMMDD): ".
           ACCEPT WS-VENC-ENT.
           IF WS-VENC-ENT IS NOT NUMERIC
               DISPLAY "DATA INVALIDA"
               EXIT SECTION
           END-IF.
           MOVE WS-VENC-ENT TO WS-PRIM-VENC.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PRIM-VENC) NOT EQUAL 0
                   OR WS-PRIM-VENC NOT GREATER THAN WS-DATA-HOJE
               DISPLAY "PRIMEIRO VENCIMENTO DEVE SER DATA FUTURA"
               EXIT SECTION
           END-IF.

           PERFORM 0310-CALCULAR-PRESTACAO.
           MOVE WS-PRESTACAO TO WS-PRESTACAO-EDT.
           COMPUTE WS-TOTAL-PAGO = WS-PRESTACAO * WS-PRAZO.
           MOVE WS-TOTAL-PAGO TO WS-VALOR-EDT.
           DISPLAY "PRESTACAO: " WS-PRESTACAO-EDT
                   "  TOTAL APROX: " WS-VALOR-EDT.
           DISPLAY "CONFIRMA O CONTRATO E O CREDITO NA CONTA (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
               DISPLAY "CONTRATACAO CANCELADA"
               EXIT SECTION
           END-IF.

           PERFORM 0320-GERAR-PARCELAS.
           PERFORM 0340-CREDITAR-PRINCIPAL.
           PERFORM 0900-REGRAVAR-EMPRESTIMOS.
           DISPLAY "CONTRATO " WS-NOVO-CONTRATO " GRAVADO - "
                   WS-PRAZO " PARCELAS".
       0300-CONTRATAR-FIM.     EXIT.
      ******************************************************************
      *--> TABELA PRICE: PMT = P * I * (1+I)**N / ((1+I)**N - 1);
      *    SEM JUROS A PRESTACAO E O PRINCIPAL DIVIDIDO PELO PRAZO
       0310-CALCULAR-PRESTACAO SECTION.
       0311-CALCULAR-PRESTACAO.
           IF WS-TAXA EQUAL ZEROS
               COMPUTE WS-PRESTACAO ROUNDED = WS-PRINCIPAL / WS-PRAZO
           ELSE
               COMPUTE WS-FATOR = (1 + WS-TAXA) ** WS-PRAZO
               COMPUTE WS-FATOR-MENOS-1 = WS-FATOR - 1
               COMPUTE WS-PRESTACAO ROUNDED =
                       WS-PRINCIPAL * WS-TAXA * WS-FATOR
                       / WS-FATOR-MENOS-1
           END-IF.
       0310-CALCULAR-PRESTACAO-FIM. EXIT.
      ******************************************************************
      *--> NOVO CONTRATO E SUAS PARCELAS NAS TABELAS: JUROS DO MES
      *    SOBRE O SALDO DEVEDOR, O RESTO AMORTIZA; A ULTIMA PARCELA
      *    AMORTIZA O QUE SOBROU (ACERTO DOS CENTAVOS)
       0320-GERAR-PARCELAS     SECTION.
       0321-GERAR-PARCELAS.
           MOVE ZEROS TO WS-NOVO-CONTRATO.
           PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                   UNTIL WS-IND-CTR GREATER THAN WS-QTD-CONTRATOS
               IF WS-CTR-NUMERO(WS-IND-CTR) GREATER THAN
                                               WS-NOVO-CONTRATO
                   MOVE WS-CTR-NUMERO(WS-IND-CTR) TO WS-NOVO-CONTRATO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NOVO-CONTRATO.

           ADD 1 TO WS-QTD-CONTRATOS.
           MOVE WS-NOVO-CONTRATO TO WS-CTR-NUMERO(WS-QTD-CONTRATOS).
           MOVE REG-CONTA-ID     TO WS-CTR-CONTA(WS-QTD-CONTRATOS).
           MOVE REG-CONTA-CPF    TO WS-CTR-CPF(WS-QTD-CONTRATOS).
           MOVE WS-PRINCIPAL     TO WS-CTR-PRINCIPAL(WS-QTD-CONTRATOS).
           MOVE WS-TAXA          TO WS-CTR-TAXA(WS-QTD-CONTRATOS).
           MOVE WS-PRAZO         TO WS-CTR-PRAZO(WS-QTD-CONTRATOS).
           MOVE WS-PRIM-VENC     TO WS-CTR-PRIM-VENC(WS-QTD-CONTRATOS).
           MOVE WS-PRESTACAO     TO WS-CTR-PRESTACAO(WS-QTD-CONTRATOS).
           MOVE WS-DATA-HOJE     TO WS-CTR-DATA(WS-QTD-CONTRATOS).
           MOVE "A"              TO WS-CTR-SITUACAO(WS-QTD-CONTRATOS).

           MOVE WS-PRINCIPAL TO WS-SALDO-DEVEDOR.
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES GREATER THAN WS-PRAZO
               ADD 1 TO WS-QTD-PARCELAS
               MOVE WS-NOVO-CONTRATO TO WS-PAR-CONTRATO(WS-QTD-PARCELAS)
               MOVE WS-IND-MES       TO WS-PAR-NUMERO(WS-QTD-PARCELAS)
               PERFORM 0330-CALCULAR-VENCIMENTO
               MOVE WS-VENCIMENTO    TO WS-PAR-VENC(WS-QTD-PARCELAS)
               COMPUTE WS-PAR-JUROS(WS-QTD-PARCELAS) ROUNDED =
                       WS-SALDO-DEVEDOR * WS-TAXA
               IF WS-IND-MES EQUAL WS-PRAZO
                   MOVE WS-SALDO-DEVEDOR
                           TO WS-PAR-AMORT(WS-QTD-PARCELAS)
               ELSE
                   COMPUTE WS-PAR-AMORT(WS-QTD-PARCELAS) =
                           WS-PRESTACAO - WS-PAR-JUROS(WS-QTD-PARCELAS)
               END-IF
               COMPUTE WS-PAR-VALOR(WS-QTD-PARCELAS) =
                       WS-PAR-AMORT(WS-QTD-PARCELAS)
                       + WS-PAR-JUROS(WS-QTD-PARCELAS)
               SUBTRACT WS-PAR-AMORT(WS-QTD-PARCELAS)
                   FROM WS-SALDO-DEVEDOR
               MOVE WS-SALDO-DEVEDOR TO WS-PAR-SALDO(WS-QTD-PARCELAS)
               MOVE "A"   TO WS-PAR-SITUACAO(WS-QTD-PARCELAS)
               MOVE ZEROS TO WS-PAR-DATA-PAG(WS-QTD-PARCELAS)
           END-PERFORM.
       0320-GERAR-PARCELAS-FIM. EXIT.
      ******************************************************************
      *--> VENCIMENTO DA PARCELA WS-IND-MES: PRIMEIRO VENCIMENTO MAIS
      *    (WS-IND-MES - 1) MESES, NO MESMO DIA OU NO ULTIMO DO MES
       0330-CALCULAR-VENCIMENTO SECTION.
       0331-CALCULAR-VENCIMENTO.
           COMPUTE WS-MESES-TOTAL = WS-PRIM-ANO * 12
                                  + WS-PRIM-MES - 1
                                  + WS-IND-MES - 1.
           COMPUTE WS-VENC-ANO = WS-MESES-TOTAL / 12.
           COMPUTE WS-VENC-MES =
                   FUNCTION MOD(WS-MESES-TOTAL, 12) + 1.
           MOVE WS-PRIM-DIA TO WS-VENC-DIA.

           IF WS-VENC-MES EQUAL 12
               COMPUTE WS-DATA-AUX = (WS-VENC-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-AUX = WS-VENC-ANO * 10000
                                   + (WS-VENC-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1).
           COMPUTE WS-ULTIMO-DIA = FUNCTION MOD(WS-DATA-AUX, 100).
           IF WS-VENC-DIA GREATER THAN WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-VENC-DIA
           END-IF.

           COMPUTE WS-VENCIMENTO = WS-VENC-ANO * 10000
                                 + WS-VENC-MES * 100 + WS-VENC-DIA.
       0330-CALCULAR-VENCIMENTO-FIM. EXIT.
      ******************************************************************
      *--> PRINCIPAL CREDITADO NA CONTA, COM LANCAMENTO NO EXTRATO E
      *    COMPROVANTE NA SEQUENCIA DE AUTENTICACOES
       0340-CREDITAR-PRINCIPAL SECTION.
       0341-CREDITAR-PRINCIPAL.
           ADD WS-PRINCIPAL TO REG-CONTA-SALDO.
           REWRITE REG-CONTA.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR A CONTA: " FS-CONTAS
               EXIT SECTION
           END-IF.

           PERFORM 0350-PROXIMA-AUTENTICACAO.
           OPEN EXTEND EXTRATO.
           IF FS-EXTRATO EQUAL "35"
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN EXTEND EXTRATO
           END-IF.
           MOVE WS-PRINCIPAL TO WS-VALOR-EXT.
           MOVE REG-CONTA-SALDO TO WS-SALDO-EDT.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "CONTA="      REG-CONTA-ID
               " DATA="      WS-DATA-HOJE
               " CATEGORIA=EMPR-LIBER"
               " VALOR="     WS-VALOR-EXT
               " SALDO="     WS-SALDO-EDT
               " FAV=0000"
               " AUT="       WS-AUTENTICACAO
               " CONTRATO="  WS-NOVO-CONTRATO
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING.
           WRITE REG-EXTRATO.
           CLOSE EXTRATO.

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
               ";VALOR="     WS-VALOR-EXT
               ";CATEGORIA=EMPR-LIBER"
               ";FAV=0000"
               ";ORIGEM=EMPR"
               DELIMITED BY SIZE INTO REG-COMPROVANTE
           END-STRING.
           WRITE REG-COMPROVANTE.
           CLOSE COMPROVANTES.
           DISPLAY "PRINCIPAL CREDITADO NA CONTA " REG-CONTA-ID
                   " AUT " WS-AUTENTICACAO.
       0340-CREDITAR-PRINCIPAL-FIM. EXIT.
      ******************************************************************
       0350-PROXIMA-AUTENTICACAO SECTION.
       0351-PROXIMA-AUTENTICACAO.
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
       0350-PROXIMA-AUTENTICACAO-FIM. EXIT.
      ******************************************************************
      *--> TABELA DE UM CONTRATO COM A SITUACAO DE CADA PARCELA
       0400-CONSULTAR-CONTRATO SECTION.
       0401-CONSULTAR-CONTRATO.
           DISPLAY "NUMERO DO CONTRATO: ".
           ACCEPT WS-CONTRATO-ENT.
           MOVE ZEROS TO WS-CTR-ACHADO.
           IF FUNCTION TRIM(WS-CONTRATO-ENT) IS NUMERIC
               PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                       UNTIL WS-IND-CTR GREATER THAN WS-QTD-CONTRATOS
                   IF WS-CTR-NUMERO(WS-IND-CTR) EQUAL
                           FUNCTION NUMVAL(WS-CONTRATO-ENT)
                       MOVE WS-IND-CTR TO WS-CTR-ACHADO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CTR-ACHADO EQUAL ZEROS
               DISPLAY "CONTRATO NAO ENCONTRADO"
               EXIT SECTION
           END-IF.

           MOVE WS-CTR-PRINCIPAL(WS-CTR-ACHADO) TO WS-VALOR-EDT.
           COMPUTE WS-TAXA-EDT = WS-CTR-TAXA(WS-CTR-ACHADO) * 100.
           DISPLAY "CONTRATO " WS-CTR-NUMERO(WS-CTR-ACHADO)
                   " CONTA " WS-CTR-CONTA(WS-CTR-ACHADO)
                   " SITUACAO " WS-CTR-SITUACAO(WS-CTR-ACHADO).
           DISPLAY "PRINCIPAL " WS-VALOR-EDT
                   "  TAXA " WS-TAXA-EDT "% A.M.  PRAZO "
                   WS-CTR-PRAZO(WS-CTR-ACHADO).
           DISPLAY "NR  VENCTO     PRESTACAO        JUROS  "
                   "AMORTIZACAO   SALDO DEVEDOR S".
           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                   UNTIL WS-IND-PAR GREATER THAN WS-QTD-PARCELAS
               IF WS-PAR-CONTRATO(WS-IND-PAR) EQUAL
                                       WS-CTR-NUMERO(WS-CTR-ACHADO)
                   MOVE WS-PAR-VALOR(WS-IND-PAR) TO WS-PRESTACAO-EDT
                   MOVE WS-PAR-JUROS(WS-IND-PAR) TO WS-JUROS-EDT
                   MOVE WS-PAR-AMORT(WS-IND-PAR) TO WS-AMORT-EDT
                   MOVE WS-PAR-SALDO(WS-IND-PAR) TO WS-VALOR-EDT
                   DISPLAY WS-PAR-NUMERO(WS-IND-PAR) " "
                           WS-PAR-VENC(WS-IND-PAR) " "
                           WS-PRESTACAO-EDT " " WS-JUROS-EDT " "
                           WS-AMORT-EDT " " WS-VALOR-EDT " "
                           WS-PAR-SITUACAO(WS-IND-PAR)
               END-IF
           END-PERFORM.
       0400-CONSULTAR-CONTRATO-FIM. EXIT.
      ******************************************************************
      *--> CARTEIRA: CADA CONTRATO ATIVO COM PARCELAS PAGAS, EM
      *    ATRASO E O SALDO DEVEDOR (PRINCIPAL AINDA NAO AMORTIZADO)
       0500-EMITIR-CARTEIRA    SECTION.
       0501-EMITIR-CARTEIRA.
           MOVE ZEROS TO WS-QT-ATIVOS WS-QT-QUITADOS WS-TOT-SALDO
                         WS-TOT-ATRASO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CARTEIRA DE EMPRESTIMOS EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "CONTRATO CONTA      PAGAS ATRASO    VALOR ATRASO"
               TO REG-RELATORIO.
           MOVE "SALDO DEVEDOR" TO REG-RELATORIO(55:13).
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                   UNTIL WS-IND-CTR GREATER THAN WS-QTD-CONTRATOS
               IF WS-CTR-SITUACAO(WS-IND-CTR) EQUAL "Q"
                   ADD 1 TO WS-QT-QUITADOS
               ELSE
                   PERFORM 0510-LINHA-CONTRATO
               END-IF
           END-PERFORM.

           MOVE WS-TOT-ATRASO TO WS-ATRASO-EDT.
           MOVE WS-TOT-SALDO  TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL DA CARTEIRA......... " WS-ATRASO-EDT
                  "        " WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CONTRATOS ATIVOS=" WS-QT-ATIVOS
                  " QUITADOS=" WS-QT-QUITADOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           CLOSE RELATORIO.
       0500-EMITIR-CARTEIRA-FIM. EXIT.
      ******************************************************************
       0510-LINHA-CONTRATO     SECTION.
       0511-LINHA-CONTRATO.
           ADD 1 TO WS-QT-ATIVOS.
           MOVE ZEROS TO WS-QT-PAGAS WS-QT-ATRASO WS-VALOR-ATRASO.
           MOVE WS-CTR-PRINCIPAL(WS-IND-CTR) TO WS-SALDO-DEVEDOR.
           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                   UNTIL WS-IND-PAR GREATER THAN WS-QTD-PARCELAS
               IF WS-PAR-CONTRATO(WS-IND-PAR) EQUAL
                                       WS-CTR-NUMERO(WS-IND-CTR)
                   EVALUATE WS-PAR-SITUACAO(WS-IND-PAR)
                       WHEN "P"
                           ADD 1 TO WS-QT-PAGAS
                           SUBTRACT WS-PAR-AMORT(WS-IND-PAR)
                               FROM WS-SALDO-DEVEDOR
                       WHEN "V"
                           ADD 1 TO WS-QT-ATRASO
                           ADD WS-PAR-VALOR(WS-IND-PAR)
                               TO WS-VALOR-ATRASO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           ADD WS-SALDO-DEVEDOR TO WS-TOT-SALDO.
           ADD WS-VALOR-ATRASO  TO WS-TOT-ATRASO.

           MOVE WS-VALOR-ATRASO  TO WS-ATRASO-EDT.
           MOVE WS-SALDO-DEVEDOR TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RELATORIO.
           MOVE WS-CTR-NUMERO(WS-IND-CTR) TO REG-RELATORIO(1:6).
           MOVE WS-CTR-CONTA(WS-IND-CTR)  TO REG-RELATORIO(10:10).
           MOVE WS-QT-PAGAS TO WS-QT-EDT.
           MOVE WS-QT-EDT TO REG-RELATORIO(23:3).
           MOVE "/" TO REG-RELATORIO(26:1).
           MOVE WS-CTR-PRAZO(WS-IND-CTR) TO REG-RELATORIO(27:3).
           MOVE WS-QT-ATRASO TO WS-QT-EDT.
           MOVE WS-QT-EDT TO REG-RELATORIO(32:3).
           MOVE WS-ATRASO-EDT TO REG-RELATORIO(35:14).
           MOVE WS-VALOR-EDT  TO REG-RELATORIO(54:14).
           PERFORM 0590-GRAVAR-E-MOSTRAR.
       0510-LINHA-CONTRATO-FIM. EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
       0590-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       0900-REGRAVAR-EMPRESTIMOS SECTION.
       0901-REGRAVAR-EMPRESTIMOS.
           OPEN OUTPUT EMPRESTIMOS.
           PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                   UNTIL WS-IND-CTR GREATER THAN WS-QTD-CONTRATOS
               MOVE SPACES TO REG-EMPRESTIMO
               STRING "E;" WS-CTR-NUMERO(WS-IND-CTR)
                      ";"  WS-CTR-CONTA(WS-IND-CTR)
                      ";"  WS-CTR-CPF(WS-IND-CTR)
                      ";"  WS-CTR-PRINCIPAL(WS-IND-CTR)
                      ";"  WS-CTR-TAXA(WS-IND-CTR)
                      ";"  WS-CTR-PRAZO(WS-IND-CTR)
                      ";"  WS-CTR-PRIM-VENC(WS-IND-CTR)
                      ";"  WS-CTR-PRESTACAO(WS-IND-CTR)
                      ";"  WS-CTR-DATA(WS-IND-CTR)
                      ";"  WS-CTR-SITUACAO(WS-IND-CTR)
                   DELIMITED BY SIZE INTO REG-EMPRESTIMO
               END-STRING
               WRITE REG-EMPRESTIMO
               PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                       UNTIL WS-IND-PAR GREATER THAN WS-QTD-PARCELAS
                   IF WS-PAR-CONTRATO(WS-IND-PAR) EQUAL
                                           WS-CTR-NUMERO(WS-IND-CTR)
                       MOVE SPACES TO REG-EMPRESTIMO
                       STRING "P;" WS-PAR-CONTRATO(WS-IND-PAR)
                              ";"  WS-PAR-NUMERO(WS-IND-PAR)
                              ";"  WS-PAR-VENC(WS-IND-PAR)
                              ";"  WS-PAR-VALOR(WS-IND-PAR)
                              ";"  WS-PAR-JUROS(WS-IND-PAR)
                              ";"  WS-PAR-AMORT(WS-IND-PAR)
                              ";"  WS-PAR-SALDO(WS-IND-PAR)
                              ";"  WS-PAR-SITUACAO(WS-IND-PAR)
                              ";"  WS-PAR-DATA-PAG(WS-IND-PAR)
                           DELIMITED BY SIZE INTO REG-EMPRESTIMO
                       END-STRING
                       WRITE REG-EMPRESTIMO
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE EMPRESTIMOS.
       0900-REGRAVAR-EMPRESTIMOS-FIM. EXIT.
      ******************************************************************
       END PROGRAM EMPRESTIMO.
