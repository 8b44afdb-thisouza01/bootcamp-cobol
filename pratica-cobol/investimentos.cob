      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Aplicacoes financeiras das contas correntes
      *          O CALC-CAPITAL-FINAL so simulava; quem gostava da
      *          simulacao nao tinha onde aplicar. Este programa aplica
      *          um valor de uma conta ativa do contas.dat num produto
      *          do produtosinv.txt (PRODUTO;NOME;TAXA MENSAL;CARENCIA
      *          EM DIAS;LIQUIDEZ D diaria apos a carencia / V so no
      *          vencimento e pelo total;APLICACAO MINIMA). O valor e
      *          debitado da conta (CATEGORIA=INVEST-APL no extrato e
      *          comprovante com autenticacao) e a posicao fica no
      *          investimentos.txt com a taxa contratada. O rendimento
      *          e creditado na posicao todo mes pelo lote RENDE-INVEST
      *          da cadeia MENSAL. O resgate, parcial ou total conforme
      *          a liquidez do produto, devolve principal e rendimento
      *          na proporcao da posicao, retem o IR regressivo sobre o
      *          rendimento resgatado pelo prazo desde a aplicacao (ate
      *          180 dias 22,5% / ate 360 20% / ate 720 17,5% / acima
      *          15%) e credita o liquido na conta (INVEST-RES). Posicao
      *          consolidada por CPF em posinv.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. INVESTIMENTO.
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

           SELECT PRODUTOS ASSIGN TO "C:\teste\produtosinv.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PRODUTOS.

      *--> POSICOES DAS APLICACOES, REGRAVADO INTEIRO
           SELECT INVESTIMENTOS ASSIGN TO "C:\teste\investimentos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-INVESTIMENTOS.

           SELECT RELATORIO ASSIGN TO "C:\teste\posinv.txt"
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
       FD  PRODUTOS.
       01  REG-PRODUTO              PIC X(80).
      *
       FD  INVESTIMENTOS.
       01  REG-INVESTIMENTO         PIC X(120).
      *
       FD  RELATORIO.
       01  REG-RELATORIO            PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-CONTAS           PIC X(02)           VALUE SPACES.
       77  FS-EXTRATO          PIC X(02)           VALUE SPACES.
       77  FS-COMPROVANTES     PIC X(02)           VALUE SPACES.
       77  FS-PRODUTOS         PIC X(02)           VALUE SPACES.
       77  FS-INVESTIMENTOS    PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.

       77  WS-OPCAO            PIC 9(01)           VALUE ZEROS.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-CONFIRMA         PIC X(01)           VALUE SPACES.

      *--> PRODUTOS: PRODUTO;NOME;TAXA MENSAL;CARENCIA EM DIAS;
      *    LIQUIDEZ ("D" DIARIA / "V" NO VENCIMENTO);APLICACAO MINIMA
       77  WS-QTD-PRODUTOS     PIC 9(02)           VALUE ZEROS.
       77  WS-IND-PRD          PIC 9(02)           VALUE ZEROS.
       77  WS-PRD-ACHADO       PIC 9(02)           VALUE ZEROS.
       77  WS-PRODUTOS-MUDOU   PIC X               VALUE "N".
       01  WS-TAB-PRODUTOS     OCCURS 50 TIMES.
           05 WS-PRD-CODIGO    PIC X(06).
           05 WS-PRD-NOME      PIC X(20).
           05 WS-PRD-TAXA      PIC 9V9(06).
           05 WS-PRD-CARENCIA  PIC 9(04).
           05 WS-PRD-LIQUIDEZ  PIC X(01).
           05 WS-PRD-MINIMO    PIC 9(07)V99.

      *--> POSICOES: APLICACAO;CONTA;CPF;PRODUTO;DATA DA APLICACAO;
      *    TAXA CONTRATADA;PRINCIPAL;RENDIMENTO ACUMULADO;ULTIMO MES
      *    CREDITADO (AAAAMM);SITUACAO ("A" ATIVA / "R" RESGATADA);
      *    DATA DO RESGATE TOTAL
       77  WS-QTD-POSICOES     PIC 9(04)           VALUE ZEROS.
       77  WS-IND-POS          PIC 9(04)           VALUE ZEROS.
       77  WS-POS-ACHADA       PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-POSICOES     OCCURS 2000 TIMES.
           05 WS-POS-NUMERO    PIC 9(06).
           05 WS-POS-CONTA     PIC X(10).
           05 WS-POS-CPF       PIC 9(11).
           05 WS-POS-PRODUTO   PIC X(06).
           05 WS-POS-DATA      PIC 9(08).
           05 WS-POS-TAXA      PIC 9V9(06).
           05 WS-POS-PRINCIPAL PIC 9(07)V99.
           05 WS-POS-RENDIMENTO PIC 9(07)V99.
           05 WS-POS-ULT-MES   PIC 9(06).
           05 WS-POS-SITUACAO  PIC X(01).
           05 WS-POS-DATA-RESG PIC 9(08).

      *--> CAMPOS LIDOS DOS ARQUIVOS (VALORES SEM VIRGULA)
       01  WS-DIN-1-X          PIC X(09)           VALUE ZEROS.
       01  WS-DIN-1 REDEFINES WS-DIN-1-X
                           PIC 9(07)V99.
       01  WS-DIN-2-X          PIC X(09)           VALUE ZEROS.
       01  WS-DIN-2 REDEFINES WS-DIN-2-X
                           PIC 9(07)V99.
       01  WS-TAXA-X           PIC X(07)           VALUE ZEROS.
       01  WS-TAXA-LIDA REDEFINES WS-TAXA-X
                           PIC 9V9(06).
       01  WS-CARENCIA-X       PIC X(04)           VALUE ZEROS.
       01  WS-CARENCIA-LIDA REDEFINES WS-CARENCIA-X
                           PIC 9(04).

      *--> ENTRADAS
       77  WS-CONTA-ENT        PIC X(10)           VALUE SPACES.
       77  WS-PRODUTO-ENT      PIC X(06)           VALUE SPACES.
       77  WS-NOME-ENT         PIC X(20)           VALUE SPACES.
       77  WS-VALOR-ENT        PIC X(12)           VALUE SPACES.
       77  WS-TAXA-ENT         PIC X(10)           VALUE SPACES.
       77  WS-CARENCIA-ENT     PIC X(04)           VALUE SPACES.
       77  WS-LIQUIDEZ-ENT     PIC X(01)           VALUE SPACES.
       77  WS-APLICACAO-ENT    PIC X(06)           VALUE SPACES.
       77  WS-CPF-ENT          PIC X(11)           VALUE SPACES.
       77  WS-CPF              PIC 9(11)           VALUE ZEROS.
       77  WS-VALOR            PIC 9(07)V99        VALUE ZEROS.
       77  WS-NOVA-APLICACAO   PIC 9(06)           VALUE ZEROS.

      *--> RESGATE: PARTE DO RENDIMENTO PROPORCIONAL A POSICAO E IR
      *    REGRESSIVO PELOS DIAS DESDE A APLICACAO
       77  WS-BRUTO            PIC 9(08)V99        VALUE ZEROS.
       77  WS-PARTE-RENDIMENTO PIC 9(07)V99        VALUE ZEROS.
       77  WS-PARTE-PRINCIPAL  PIC 9(07)V99        VALUE ZEROS.
       77  WS-IR               PIC 9(07)V99        VALUE ZEROS.
       77  WS-LIQUIDO          PIC 9(08)V99        VALUE ZEROS.
       77  WS-DIAS-APLICADO    PIC 9(05)           VALUE ZEROS.
       77  WS-ALIQ-IR          PIC 9V999           VALUE ZEROS.
       77  WS-LIBERADO-EM      PIC 9(08)           VALUE ZEROS.
       77  WS-TOTAL            PIC X               VALUE "N".

      *--> LANCAMENTO NO EXTRATO (VALOR EM 8 POSICOES, COLUNA 59-66)
       77  WS-VALOR-EXT        PIC 9(06)V99        VALUE ZEROS.
       77  WS-SALDO-EDT        PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-AUTENTICACAO     PIC 9(08)           VALUE ZEROS.
       77  WS-CATEGORIA        PIC X(10)           VALUE SPACES.

      *--> POSICAO POR CPF
       77  WS-QT-POSICOES      PIC 9(03)           VALUE ZEROS.
       77  WS-TOT-PRINCIPAL    PIC 9(09)V99        VALUE ZEROS.
       77  WS-TOT-RENDIMENTO   PIC 9(09)V99        VALUE ZEROS.
       77  WS-TOT-IR           PIC 9(09)V99        VALUE ZEROS.
       77  WS-TOT-LIQUIDO      PIC 9(09)V99        VALUE ZEROS.
       77  WS-VALOR-EDT        PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-REND-EDT         PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-IR-EDT           PIC Z.ZZZ.ZZ9,99.
       77  WS-LIQ-EDT          PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-TAXA-EDT         PIC Z9,9999.
       77  WS-ALIQ-EDT         PIC Z9,9.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           IF WS-PRODUTOS-MUDOU EQUAL "S"
               PERFORM 0910-REGRAVAR-PRODUTOS
           END-IF.
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
           PERFORM 0110-CARREGAR-PRODUTOS.
           PERFORM 0120-CARREGAR-POSICOES.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0110-CARREGAR-PRODUTOS  SECTION.
       0111-CARREGAR-PRODUTOS.
           MOVE ZEROS TO WS-QTD-PRODUTOS.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PRODUTOS.
           PERFORM UNTIL FS-PRODUTOS NOT EQUAL "00"
                      OR WS-QTD-PRODUTOS EQUAL 50
               ADD 1 TO WS-QTD-PRODUTOS
               MOVE ZEROS TO WS-TAXA-X WS-CARENCIA-X WS-DIN-1-X
               UNSTRING REG-PRODUTO DELIMITED BY ";"
                   INTO WS-PRD-CODIGO(WS-QTD-PRODUTOS)
                        WS-PRD-NOME(WS-QTD-PRODUTOS)
                        WS-TAXA-X
                        WS-CARENCIA-X
                        WS-PRD-LIQUIDEZ(WS-QTD-PRODUTOS)
                        WS-DIN-1-X
               END-UNSTRING
               MOVE WS-TAXA-LIDA     TO WS-PRD-TAXA(WS-QTD-PRODUTOS)
               MOVE WS-CARENCIA-LIDA
                               TO WS-PRD-CARENCIA(WS-QTD-PRODUTOS)
               MOVE WS-DIN-1         TO WS-PRD-MINIMO(WS-QTD-PRODUTOS)
               READ PRODUTOS
           END-PERFORM.
           CLOSE PRODUTOS.
       0110-CARREGAR-PRODUTOS-FIM. EXIT.
      ******************************************************************
       0120-CARREGAR-POSICOES  SECTION.
       0121-CARREGAR-POSICOES.
           MOVE ZEROS TO WS-QTD-POSICOES.
           OPEN INPUT INVESTIMENTOS.
           IF FS-INVESTIMENTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ INVESTIMENTOS.
           PERFORM UNTIL FS-INVESTIMENTOS NOT EQUAL "00"
                      OR WS-QTD-POSICOES EQUAL 2000
               ADD 1 TO WS-QTD-POSICOES
               MOVE ZEROS TO WS-TAXA-X WS-DIN-1-X WS-DIN-2-X
                             WS-POS-ULT-MES(WS-QTD-POSICOES)
                             WS-POS-DATA-RESG(WS-QTD-POSICOES)
               UNSTRING REG-INVESTIMENTO DELIMITED BY ";"
                   INTO WS-POS-NUMERO(WS-QTD-POSICOES)
                        WS-POS-CONTA(WS-QTD-POSICOES)
                        WS-POS-CPF(WS-QTD-POSICOES)
                        WS-POS-PRODUTO(WS-QTD-POSICOES)
                        WS-POS-DATA(WS-QTD-POSICOES)
                        WS-TAXA-X
                        WS-DIN-1-X
                        WS-DIN-2-X
                        WS-POS-ULT-MES(WS-QTD-POSICOES)
                        WS-POS-SITUACAO(WS-QTD-POSICOES)
                        WS-POS-DATA-RESG(WS-QTD-POSICOES)
               END-UNSTRING
               MOVE WS-TAXA-LIDA TO WS-POS-TAXA(WS-QTD-POSICOES)
               MOVE WS-DIN-1     TO WS-POS-PRINCIPAL(WS-QTD-POSICOES)
               MOVE WS-DIN-2     TO WS-POS-RENDIMENTO(WS-QTD-POSICOES)
               READ INVESTIMENTOS
           END-PERFORM.
           CLOSE INVESTIMENTOS.
       0120-CARREGAR-POSICOES-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           DISPLAY " ".
           DISPLAY "1-APLICAR 2-RESGATAR 3-POSICAO POR CPF "
                   "4-PRODUTOS 9-SAIR: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0300-APLICAR
               WHEN 2
                   PERFORM 0400-RESGATAR
               WHEN 3
                   PERFORM 0500-POSICAO-POR-CPF
               WHEN 4
                   PERFORM 0600-MANTER-PRODUTO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
       0250-LOCALIZAR-PRODUTO  SECTION.
       0251-LOCALIZAR-PRODUTO.
           MOVE ZEROS TO WS-PRD-ACHADO.
           PERFORM VARYING WS-IND-PRD FROM 1 BY 1
                   UNTIL WS-IND-PRD GREATER THAN WS-QTD-PRODUTOS
               IF WS-PRD-CODIGO(WS-IND-PRD) EQUAL WS-PRODUTO-ENT
                   MOVE WS-IND-PRD TO WS-PRD-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0250-LOCALIZAR-PRODUTO-FIM. EXIT.
      ******************************************************************
      *--> APLICACAO: CONTA ATIVA COM SALDO, PRODUTO CADASTRADO E
      *    VALOR MINIMO; DEBITO NA CONTA E POSICAO NOVA
       0300-APLICAR            SECTION.
       0301-APLICAR.
           IF WS-QTD-POSICOES NOT LESS THAN 2000
               DISPLAY "ARQUIVO DE APLICACOES CHEIO"
               EXIT SECTION
           END-IF.

           DISPLAY "CONTA DO APLICADOR: ".
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
               DISPLAY "CONTA NAO ESTA ATIVA - APLICACAO RECUSADA"
               EXIT SECTION
           END-IF.

           DISPLAY "PRODUTOS:".
           PERFORM VARYING WS-IND-PRD FROM 1 BY 1
                   UNTIL WS-IND-PRD GREATER THAN WS-QTD-PRODUTOS
               COMPUTE WS-TAXA-EDT = WS-PRD-TAXA(WS-IND-PRD) * 100
               MOVE WS-PRD-MINIMO(WS-IND-PRD) TO WS-VALOR-EDT
               DISPLAY "  " WS-PRD-CODIGO(WS-IND-PRD) " "
                       WS-PRD-NOME(WS-IND-PRD) " " WS-TAXA-EDT
                       "% A.M. CARENCIA " WS-PRD-CARENCIA(WS-IND-PRD)
                       " LIQ " WS-PRD-LIQUIDEZ(WS-IND-PRD)
                       " MIN " WS-VALOR-EDT
           END-PERFORM.
           DISPLAY "PRODUTO: ".
           MOVE SPACES TO WS-PRODUTO-ENT.
           ACCEPT WS-PRODUTO-ENT.
           PERFORM 0250-LOCALIZAR-PRODUTO.
           IF WS-PRD-ACHADO EQUAL ZEROS
               DISPLAY "PRODUTO NAO CADASTRADO"
               EXIT SECTION
           END-IF.

           DISPLAY "VALOR A APLICAR (EX: 1000,00): ".
           ACCEPT WS-VALOR-ENT.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-ENT).
           IF WS-VALOR EQUAL ZEROS
               DISPLAY "VALOR INVALIDO"
               EXIT SECTION
           END-IF.
           IF WS-VALOR LESS THAN WS-PRD-MINIMO(WS-PRD-ACHADO)
               MOVE WS-PRD-MINIMO(WS-PRD-ACHADO) TO WS-VALOR-EDT
               DISPLAY "ABAIXO DA APLICACAO MINIMA DO PRODUTO: "
                       WS-VALOR-EDT
               EXIT SECTION
           END-IF.
           IF REG-CONTA-SALDO LESS THAN WS-VALOR
               DISPLAY "SALDO INSUFICIENTE NA CONTA"
               EXIT SECTION
           END-IF.

           COMPUTE WS-LIBERADO-EM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + WS-PRD-CARENCIA(WS-PRD-ACHADO)).
           MOVE WS-VALOR TO WS-VALOR-EDT.
           DISPLAY "APLICAR " WS-VALOR-EDT " EM "
                   WS-PRD-NOME(WS-PRD-ACHADO)
                   " - RESGATE A PARTIR DE " WS-LIBERADO-EM.
           DISPLAY "CONFIRMA A APLICACAO E O DEBITO NA CONTA (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
               DISPLAY "APLICACAO CANCELADA"
               EXIT SECTION
           END-IF.

           SUBTRACT WS-VALOR FROM REG-CONTA-SALDO.
           REWRITE REG-CONTA.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR A CONTA: " FS-CONTAS
               EXIT SECTION
           END-IF.

           MOVE ZEROS TO WS-NOVA-APLICACAO.
           PERFORM VARYING WS-IND-POS FROM 1 BY 1
                   UNTIL WS-IND-POS GREATER THAN WS-QTD-POSICOES
               IF WS-POS-NUMERO(WS-IND-POS) GREATER THAN
                                               WS-NOVA-APLICACAO
                   MOVE WS-POS-NUMERO(WS-IND-POS) TO WS-NOVA-APLICACAO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NOVA-APLICACAO.

           ADD 1 TO WS-QTD-POSICOES.
           MOVE WS-NOVA-APLICACAO TO WS-POS-NUMERO(WS-QTD-POSICOES).
           MOVE REG-CONTA-ID      TO WS-POS-CONTA(WS-QTD-POSICOES).
           MOVE REG-CONTA-CPF     TO WS-POS-CPF(WS-QTD-POSICOES).
           MOVE WS-PRODUTO-ENT    TO WS-POS-PRODUTO(WS-QTD-POSICOES).
           MOVE WS-DATA-HOJE      TO WS-POS-DATA(WS-QTD-POSICOES).
           MOVE WS-PRD-TAXA(WS-PRD-ACHADO)
                                  TO WS-POS-TAXA(WS-QTD-POSICOES).
           MOVE WS-VALOR          TO WS-POS-PRINCIPAL(WS-QTD-POSICOES).
           MOVE ZEROS             TO WS-POS-RENDIMENTO(WS-QTD-POSICOES)
                                     WS-POS-ULT-MES(WS-QTD-POSICOES)
                                     WS-POS-DATA-RESG(WS-QTD-POSICOES).
           MOVE "A"               TO WS-POS-SITUACAO(WS-QTD-POSICOES).

           MOVE "INVEST-APL" TO WS-CATEGORIA.
           MOVE WS-NOVA-APLICACAO TO WS-POS-ACHADA.
           MOVE WS-VALOR TO WS-VALOR-EXT.
           PERFORM 0700-LANCAR-MOVIMENTO.
           PERFORM 0900-REGRAVAR-POSICOES.
           DISPLAY "APLICACAO " WS-NOVA-APLICACAO " GRAVADA".
       0300-APLICAR-FIM.       EXIT.
      ******************************************************************
      *--> RESGATE: RESPEITA CARENCIA E LIQUIDEZ DO PRODUTO; O VALOR
      *    BRUTO SAI PROPORCIONALMENTE DO PRINCIPAL E DO RENDIMENTO E
      *    O IR INCIDE SO SOBRE A PARTE DE RENDIMENTO
       0400-RESGATAR           SECTION.
       0401-RESGATAR.
           DISPLAY "NUMERO DA APLICACAO: ".
           MOVE SPACES TO WS-APLICACAO-ENT.
           ACCEPT WS-APLICACAO-ENT.
           MOVE ZEROS TO WS-POS-ACHADA.
           IF FUNCTION TRIM(WS-APLICACAO-ENT) IS NUMERIC
               PERFORM VARYING WS-IND-POS FROM 1 BY 1
                       UNTIL WS-IND-POS GREATER THAN WS-QTD-POSICOES
                   IF WS-POS-NUMERO(WS-IND-POS) EQUAL
                           FUNCTION NUMVAL(WS-APLICACAO-ENT)
                       MOVE WS-IND-POS TO WS-POS-ACHADA
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-POS-ACHADA EQUAL ZEROS
               DISPLAY "APLICACAO NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           IF WS-POS-SITUACAO(WS-POS-ACHADA) NOT EQUAL "A"
               DISPLAY "APLICACAO JA RESGATADA EM "
                       WS-POS-DATA-RESG(WS-POS-ACHADA)
               EXIT SECTION
           END-IF.

           MOVE WS-POS-PRODUTO(WS-POS-ACHADA) TO WS-PRODUTO-ENT.
           PERFORM 0250-LOCALIZAR-PRODUTO.
           IF WS-PRD-ACHADO EQUAL ZEROS
               DISPLAY "PRODUTO DA APLICACAO NAO CADASTRADO"
               EXIT SECTION
           END-IF.

           COMPUTE WS-DIAS-APLICADO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(
                                       WS-POS-DATA(WS-POS-ACHADA)).
           IF WS-DIAS-APLICADO LESS THAN
                               WS-PRD-CARENCIA(WS-PRD-ACHADO)
               COMPUTE WS-LIBERADO-EM = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                               WS-POS-DATA(WS-POS-ACHADA))
                       + WS-PRD-CARENCIA(WS-PRD-ACHADO))
               DISPLAY "EM CARENCIA - RESGATE A PARTIR DE "
                       WS-LIBERADO-EM
               EXIT SECTION
           END-IF.

           COMPUTE WS-BRUTO = WS-POS-PRINCIPAL(WS-POS-ACHADA)
                            + WS-POS-RENDIMENTO(WS-POS-ACHADA).
           MOVE WS-BRUTO TO WS-VALOR-EDT.
           DISPLAY "SALDO BRUTO DA APLICACAO: " WS-VALOR-EDT.

      *--> PRODUTO COM LIQUIDEZ NO VENCIMENTO SO RESGATA O TOTAL
           IF WS-PRD-LIQUIDEZ(WS-PRD-ACHADO) EQUAL "V"
               DISPLAY "PRODUTO SEM LIQUIDEZ DIARIA - RESGATE TOTAL"
               MOVE WS-BRUTO TO WS-VALOR
           ELSE
               DISPLAY "VALOR BRUTO A RESGATAR (VAZIO = TOTAL): "
               MOVE SPACES TO WS-VALOR-ENT
               ACCEPT WS-VALOR-ENT
               IF WS-VALOR-ENT EQUAL SPACES
                   MOVE WS-BRUTO TO WS-VALOR
               ELSE
                   COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-ENT)
               END-IF
           END-IF.
           IF WS-VALOR EQUAL ZEROS OR WS-VALOR GREATER THAN WS-BRUTO
               DISPLAY "VALOR INVALIDO OU ACIMA DO SALDO DA APLICACAO"
               EXIT SECTION
           END-IF.

           IF WS-VALOR EQUAL WS-BRUTO
               MOVE "S" TO WS-TOTAL
               MOVE WS-POS-RENDIMENTO(WS-POS-ACHADA)
                                       TO WS-PARTE-RENDIMENTO
           ELSE
               MOVE "N" TO WS-TOTAL
               COMPUTE WS-PARTE-RENDIMENTO ROUNDED =
                       WS-VALOR * WS-POS-RENDIMENTO(WS-POS-ACHADA)
                       / WS-BRUTO
           END-IF.
           COMPUTE WS-PARTE-PRINCIPAL = WS-VALOR - WS-PARTE-RENDIMENTO.
           PERFORM 0410-ALIQUOTA-REGRESSIVA.
           COMPUTE WS-IR ROUNDED = WS-PARTE-RENDIMENTO * WS-ALIQ-IR.
           COMPUTE WS-LIQUIDO = WS-VALOR - WS-IR.

           MOVE WS-VALOR TO WS-VALOR-EDT.
           MOVE WS-PARTE-RENDIMENTO TO WS-REND-EDT.
           MOVE WS-IR TO WS-IR-EDT.
           MOVE WS-LIQUIDO TO WS-LIQ-EDT.
           COMPUTE WS-ALIQ-EDT = WS-ALIQ-IR * 100.
           DISPLAY "BRUTO " WS-VALOR-EDT "  RENDIMENTO " WS-REND-EDT.
           DISPLAY "IR " WS-ALIQ-EDT "% (" WS-DIAS-APLICADO " DIAS) "
                   WS-IR-EDT "  LIQUIDO " WS-LIQ-EDT.

           MOVE WS-POS-CONTA(WS-POS-ACHADA) TO REG-CONTA-ID.
           READ CONTAS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "CONTA DA APLICACAO NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           IF REG-CONTA-STATUS EQUAL "E"
               DISPLAY "CONTA DA APLICACAO ENCERRADA - RESGATE RECUSADO"
               EXIT SECTION
           END-IF.

           DISPLAY "CONFIRMA O RESGATE E O CREDITO NA CONTA (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
               DISPLAY "RESGATE CANCELADO"
               EXIT SECTION
           END-IF.

           ADD WS-LIQUIDO TO REG-CONTA-SALDO.
           REWRITE REG-CONTA.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR A CONTA: " FS-CONTAS
               EXIT SECTION
           END-IF.

           SUBTRACT WS-PARTE-PRINCIPAL
               FROM WS-POS-PRINCIPAL(WS-POS-ACHADA).
           SUBTRACT WS-PARTE-RENDIMENTO
               FROM WS-POS-RENDIMENTO(WS-POS-ACHADA).
           IF WS-TOTAL EQUAL "S"
               MOVE "R" TO WS-POS-SITUACAO(WS-POS-ACHADA)
               MOVE WS-DATA-HOJE TO WS-POS-DATA-RESG(WS-POS-ACHADA)
           END-IF.

           MOVE "INVEST-RES" TO WS-CATEGORIA.
           MOVE WS-LIQUIDO TO WS-VALOR-EXT.
           MOVE WS-POS-NUMERO(WS-POS-ACHADA) TO WS-NOVA-APLICACAO.
           PERFORM 0700-LANCAR-MOVIMENTO.
           PERFORM 0900-REGRAVAR-POSICOES.
           IF WS-TOTAL EQUAL "S"
               DISPLAY "APLICACAO " WS-NOVA-APLICACAO
                       " RESGATADA TOTALMENTE"
           ELSE
               DISPLAY "RESGATE PARCIAL DA APLICACAO "
                       WS-NOVA-APLICACAO " EFETUADO"
           END-IF.
       0400-RESGATAR-FIM.      EXIT.
      ******************************************************************
      *--> IR REGRESSIVO PELO PRAZO DA APLICACAO: ATE 180 DIAS 22,5%,
      *    ATE 360 20%, ATE 720 17,5%, ACIMA DISSO 15%
       0410-ALIQUOTA-REGRESSIVA SECTION.
       0411-ALIQUOTA-REGRESSIVA.
           EVALUATE TRUE
               WHEN WS-DIAS-APLICADO NOT GREATER THAN 180
                   MOVE 0,225 TO WS-ALIQ-IR
               WHEN WS-DIAS-APLICADO NOT GREATER THAN 360
                   MOVE 0,200 TO WS-ALIQ-IR
               WHEN WS-DIAS-APLICADO NOT GREATER THAN 720
                   MOVE 0,175 TO WS-ALIQ-IR
               WHEN OTHER
                   MOVE 0,150 TO WS-ALIQ-IR
           END-EVALUATE.
       0410-ALIQUOTA-REGRESSIVA-FIM. EXIT.
      ******************************************************************
      *--> POSICAO CONSOLIDADA DO CPF (TITULAR DA CONTA): CADA
      *    APLICACAO ATIVA COM PRINCIPAL, RENDIMENTO, O IR SE FOSSE
      *    RESGATADA HOJE E O LIQUIDO
       0500-POSICAO-POR-CPF    SECTION.
       0501-POSICAO-POR-CPF.
           DISPLAY "CPF (11 DIGITOS): ".
           MOVE SPACES TO WS-CPF-ENT.
           ACCEPT WS-CPF-ENT.
           IF WS-CPF-ENT IS NOT NUMERIC
               DISPLAY "CPF INVALIDO"
               EXIT SECTION
           END-IF.
           MOVE WS-CPF-ENT TO WS-CPF.

           MOVE ZEROS TO WS-QT-POSICOES WS-TOT-PRINCIPAL
                         WS-TOT-RENDIMENTO WS-TOT-IR WS-TOT-LIQUIDO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "POSICAO DE INVESTIMENTOS DO CPF " WS-CPF
                  " EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "APLIC  CONTA      PRODUTO DATA     " TO REG-RELATORIO.
           MOVE "PRINCIPAL     RENDIMENTO   IR ESTIMADO"
                                       TO REG-RELATORIO(41:39).
           MOVE "LIQUIDO" TO REG-RELATORIO(89:7).
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-POS FROM 1 BY 1
                   UNTIL WS-IND-POS GREATER THAN WS-QTD-POSICOES
               IF WS-POS-CPF(WS-IND-POS) EQUAL WS-CPF
                  AND WS-POS-SITUACAO(WS-IND-POS) EQUAL "A"
                   PERFORM 0510-LINHA-POSICAO
               END-IF
           END-PERFORM.

           IF WS-QT-POSICOES EQUAL ZEROS
               MOVE "  (NENHUMA APLICACAO ATIVA)" TO REG-RELATORIO
               PERFORM 0590-GRAVAR-E-MOSTRAR
           END-IF.

           MOVE WS-TOT-PRINCIPAL  TO WS-VALOR-EDT.
           MOVE WS-TOT-RENDIMENTO TO WS-REND-EDT.
           MOVE WS-TOT-IR         TO WS-IR-EDT.
           MOVE WS-TOT-LIQUIDO    TO WS-LIQ-EDT.
           MOVE SPACES TO REG-RELATORIO.
           MOVE "TOTAL" TO REG-RELATORIO(1:5).
           MOVE WS-VALOR-EDT TO REG-RELATORIO(36:14).
           MOVE WS-REND-EDT  TO REG-RELATORIO(51:14).
           MOVE WS-IR-EDT    TO REG-RELATORIO(66:12).
           MOVE WS-LIQ-EDT   TO REG-RELATORIO(82:14).
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           CLOSE RELATORIO.
           DISPLAY "POSICAO GRAVADA EM POSINV.TXT".
       0500-POSICAO-POR-CPF-FIM. EXIT.
      ******************************************************************
       0510-LINHA-POSICAO      SECTION.
       0511-LINHA-POSICAO.
           ADD 1 TO WS-QT-POSICOES.
           COMPUTE WS-DIAS-APLICADO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(WS-POS-DATA(WS-IND-POS)).
           PERFORM 0410-ALIQUOTA-REGRESSIVA.
           COMPUTE WS-IR ROUNDED =
                   WS-POS-RENDIMENTO(WS-IND-POS) * WS-ALIQ-IR.
           COMPUTE WS-LIQUIDO = WS-POS-PRINCIPAL(WS-IND-POS)
                              + WS-POS-RENDIMENTO(WS-IND-POS) - WS-IR.
           ADD WS-POS-PRINCIPAL(WS-IND-POS)  TO WS-TOT-PRINCIPAL.
           ADD WS-POS-RENDIMENTO(WS-IND-POS) TO WS-TOT-RENDIMENTO.
           ADD WS-IR                         TO WS-TOT-IR.
           ADD WS-LIQUIDO                    TO WS-TOT-LIQUIDO.

           MOVE WS-POS-PRINCIPAL(WS-IND-POS)  TO WS-VALOR-EDT.
           MOVE WS-POS-RENDIMENTO(WS-IND-POS) TO WS-REND-EDT.
           MOVE WS-IR      TO WS-IR-EDT.
           MOVE WS-LIQUIDO TO WS-LIQ-EDT.
           MOVE SPACES TO REG-RELATORIO.
           MOVE WS-POS-NUMERO(WS-IND-POS)  TO REG-RELATORIO(1:6).
           MOVE WS-POS-CONTA(WS-IND-POS)   TO REG-RELATORIO(8:10).
           MOVE WS-POS-PRODUTO(WS-IND-POS) TO REG-RELATORIO(19:6).
           MOVE WS-POS-DATA(WS-IND-POS)    TO REG-RELATORIO(27:8).
           MOVE WS-VALOR-EDT TO REG-RELATORIO(36:14).
           MOVE WS-REND-EDT  TO REG-RELATORIO(51:14).
           MOVE WS-IR-EDT    TO REG-RELATORIO(66:12).
           MOVE WS-LIQ-EDT   TO REG-RELATORIO(82:14).
           PERFORM 0590-GRAVAR-E-MOSTRAR.
       0510-LINHA-POSICAO-FIM. EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
       0590-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
      *--> CADASTRO DE PRODUTO (NOVO OU ALTERACAO); A TAXA NOVA SO
      *    VALE PARA AS APLICACOES FEITAS DAQUI EM DIANTE
       0600-MANTER-PRODUTO     SECTION.
       0601-MANTER-PRODUTO.
           DISPLAY "CODIGO DO PRODUTO: ".
           MOVE SPACES TO WS-PRODUTO-ENT.
           ACCEPT WS-PRODUTO-ENT.
           IF WS-PRODUTO-ENT EQUAL SPACES
               DISPLAY "CODIGO OBRIGATORIO"
               EXIT SECTION
           END-IF.
           PERFORM 0250-LOCALIZAR-PRODUTO.
           IF WS-PRD-ACHADO EQUAL ZEROS
               IF WS-QTD-PRODUTOS NOT LESS THAN 50
                   DISPLAY "TABELA DE PRODUTOS CHEIA"
                   EXIT SECTION
               END-IF
               DISPLAY "PRODUTO NOVO"
           ELSE
               DISPLAY "ALTERANDO " WS-PRD-NOME(WS-PRD-ACHADO)
           END-IF.

           DISPLAY "NOME: ".
           MOVE SPACES TO WS-NOME-ENT.
           ACCEPT WS-NOME-ENT.
           DISPLAY "TAXA MENSAL (EX: 0,0085 = 0,85% A.M.): ".
           ACCEPT WS-TAXA-ENT.
           DISPLAY "CARENCIA EM DIAS (0 = LIQUIDEZ IMEDIATA): ".
           MOVE SPACES TO WS-CARENCIA-ENT.
           ACCEPT WS-CARENCIA-ENT.
           DISPLAY "LIQUIDEZ (D = DIARIA, V = SO NO VENCIMENTO): ".
           ACCEPT WS-LIQUIDEZ-ENT.
           MOVE FUNCTION UPPER-CASE(WS-LIQUIDEZ-ENT) TO WS-LIQUIDEZ-ENT.
           DISPLAY "APLICACAO MINIMA: ".
           MOVE SPACES TO WS-VALOR-ENT.
           ACCEPT WS-VALOR-ENT.

           IF WS-NOME-ENT EQUAL SPACES
               DISPLAY "NOME OBRIGATORIO"
               EXIT SECTION
           END-IF.
           IF FUNCTION NUMVAL(WS-TAXA-ENT) GREATER THAN 0,1
               DISPLAY "TAXA ACIMA DE 10% A.M. - RECUSADA"
               EXIT SECTION
           END-IF.
           IF WS-CARENCIA-ENT NOT EQUAL SPACES
              AND FUNCTION TRIM(WS-CARENCIA-ENT) IS NOT NUMERIC
               DISPLAY "CARENCIA INVALIDA"
               EXIT SECTION
           END-IF.
           IF WS-LIQUIDEZ-ENT NOT EQUAL "D"
              AND WS-LIQUIDEZ-ENT NOT EQUAL "V"
               DISPLAY "LIQUIDEZ DEVE SER D OU V"
               EXIT SECTION
           END-IF.

           IF WS-PRD-ACHADO EQUAL ZEROS
               ADD 1 TO WS-QTD-PRODUTOS
               MOVE WS-QTD-PRODUTOS TO WS-PRD-ACHADO
               MOVE WS-PRODUTO-ENT TO WS-PRD-CODIGO(WS-PRD-ACHADO)
           END-IF.
           MOVE WS-NOME-ENT TO WS-PRD-NOME(WS-PRD-ACHADO).
           COMPUTE WS-PRD-TAXA(WS-PRD-ACHADO) =
                   FUNCTION NUMVAL(WS-TAXA-ENT).
           MOVE ZEROS TO WS-PRD-CARENCIA(WS-PRD-ACHADO).
           IF WS-CARENCIA-ENT NOT EQUAL SPACES
               COMPUTE WS-PRD-CARENCIA(WS-PRD-ACHADO) =
                       FUNCTION NUMVAL(WS-CARENCIA-ENT)
           END-IF.
           MOVE WS-LIQUIDEZ-ENT TO WS-PRD-LIQUIDEZ(WS-PRD-ACHADO).
           COMPUTE WS-PRD-MINIMO(WS-PRD-ACHADO) =
                   FUNCTION NUMVAL(WS-VALOR-ENT).
           MOVE "S" TO WS-PRODUTOS-MUDOU.
           DISPLAY "PRODUTO " WS-PRODUTO-ENT " GRAVADO".
       0600-MANTER-PRODUTO-FIM. EXIT.
      ******************************************************************
      *--> LANCAMENTO NO EXTRATO E COMPROVANTE COM AUTENTICACAO, PARA
      *    A APLICACAO (DEBITO) E O RESGATE (CREDITO LIQUIDO)
       0700-LANCAR-MOVIMENTO   SECTION.
       0701-LANCAR-MOVIMENTO.
           PERFORM 0710-PROXIMA-AUTENTICACAO.
           OPEN EXTEND EXTRATO.
           IF FS-EXTRATO EQUAL "35"
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN EXTEND EXTRATO
           END-IF.
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
               " APLICACAO=" WS-NOVA-APLICACAO
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
               ";CATEGORIA=" WS-CATEGORIA
               ";FAV=0000"
               ";ORIGEM=INVE"
               DELIMITED BY SIZE INTO REG-COMPROVANTE
           END-STRING.
           WRITE REG-COMPROVANTE.
           CLOSE COMPROVANTES.
           DISPLAY "CONTA " REG-CONTA-ID " " WS-CATEGORIA
                   " AUT " WS-AUTENTICACAO.
       0700-LANCAR-MOVIMENTO-FIM. EXIT.
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
       0900-REGRAVAR-POSICOES  SECTION.
       0901-REGRAVAR-POSICOES.
           OPEN OUTPUT INVESTIMENTOS.
           PERFORM VARYING WS-IND-POS FROM 1 BY 1
                   UNTIL WS-IND-POS GREATER THAN WS-QTD-POSICOES
               MOVE SPACES TO REG-INVESTIMENTO
               STRING WS-POS-NUMERO(WS-IND-POS)
                      ";" WS-POS-CONTA(WS-IND-POS)
                      ";" WS-POS-CPF(WS-IND-POS)
                      ";" WS-POS-PRODUTO(WS-IND-POS)
                      ";" WS-POS-DATA(WS-IND-POS)
                      ";" WS-POS-TAXA(WS-IND-POS)
                      ";" WS-POS-PRINCIPAL(WS-IND-POS)
                      ";" WS-POS-RENDIMENTO(WS-IND-POS)
                      ";" WS-POS-ULT-MES(WS-IND-POS)
                      ";" WS-POS-SITUACAO(WS-IND-POS)
                      ";" WS-POS-DATA-RESG(WS-IND-POS)
                   DELIMITED BY SIZE INTO REG-INVESTIMENTO
               END-STRING
               WRITE REG-INVESTIMENTO
           END-PERFORM.
           CLOSE INVESTIMENTOS.
       0900-REGRAVAR-POSICOES-FIM. EXIT.
      ******************************************************************
       0910-REGRAVAR-PRODUTOS  SECTION.
       0911-REGRAVAR-PRODUTOS.
           OPEN OUTPUT PRODUTOS.
           PERFORM VARYING WS-IND-PRD FROM 1 BY 1
                   UNTIL WS-IND-PRD GREATER THAN WS-QTD-PRODUTOS
               MOVE SPACES TO REG-PRODUTO
               STRING WS-PRD-CODIGO(WS-IND-PRD)
                      ";" WS-PRD-NOME(WS-IND-PRD)
                      ";" WS-PRD-TAXA(WS-IND-PRD)
                      ";" WS-PRD-CARENCIA(WS-IND-PRD)
                      ";" WS-PRD-LIQUIDEZ(WS-IND-PRD)
                      ";" WS-PRD-MINIMO(WS-IND-PRD)
                   DELIMITED BY SIZE INTO REG-PRODUTO
               END-STRING
               WRITE REG-PRODUTO
           END-PERFORM.
           CLOSE PRODUTOS.
       0910-REGRAVAR-PRODUTOS-FIM. EXIT.
      ******************************************************************
       END PROGRAM INVESTIMENTO.
