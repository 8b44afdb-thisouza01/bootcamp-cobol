      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Cobranca mensal das parcelas de emprestimo
      *          Etapa da cadeia MENSAL. Cada parcela do
      *          emprestimos.txt ainda aberta ("A") ou vencida sem
      *          saldo em rodada anterior ("V"), com vencimento ate
      *          hoje, e debitada da conta do contrato no contas.dat
      *          com CATEGORIA=EMPRESTIMO no extrato.txt e marcada
      *          paga ("P") com a data. Conta sem saldo para a parcela
      *          inteira (ou encerrada) nao e debitada: a parcela fica
      *          "V" e volta a ser tentada na proxima rodada, da mais
      *          antiga para a mais nova. Contrato com todas as
      *          parcelas pagas passa a quitado ("Q"). Resumo e
      *          parcelas em atraso em cobraemp.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. COBRA-EMPRESTIMO.
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

           SELECT EMPRESTIMOS ASSIGN TO "C:\teste\emprestimos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EMPRESTIMOS.

           SELECT RESUMO ASSIGN TO "C:\teste\cobraemp.txt"
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
       FD  EXTRATO.
       01  REG-EXTRATO              PIC X(200).
      *
       FD  EMPRESTIMOS.
       01  REG-EMPRESTIMO           PIC X(100).
      *
       FD  RESUMO.
       01  REG-RESUMO               PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-CONTAS           PIC X(02)           VALUE SPACES.
       77  FS-EXTRATO          PIC X(02)           VALUE SPACES.
       77  FS-EMPRESTIMOS      PIC X(02)           VALUE SPACES.
       77  FS-RESUMO           PIC X(02)           VALUE SPACES.

       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.

      *--> CONTRATOS E PARCELAS (MESMO LAYOUT DO EMPRESTIMO)
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
           05 WS-CTR-ABERTAS   PIC 9(03).

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

      *--> LANCAMENTO NO EXTRATO (VALOR EM 8 POSICOES, COLUNA 59-66)
       77  WS-VALOR-EXT        PIC 9(06)V99        VALUE ZEROS.
       77  WS-SALDO-EDT        PIC -ZZZZZZZ9,99.
       77  WS-MOTIVO           PIC X(20)           VALUE SPACES.

      *--> TOTAIS DE CONTROLE
       77  WS-QT-DEBITADAS     PIC 9(05)           VALUE ZEROS.
       77  WS-QT-ATRASO        PIC 9(05)           VALUE ZEROS.
       77  WS-QT-QUITADOS      PIC 9(05)           VALUE ZEROS.
       77  WS-TOT-DEBITADO     PIC 9(09)V99        VALUE ZEROS.
       77  WS-TOT-ATRASO       PIC 9(09)V99        VALUE ZEROS.
       77  WS-VALOR-EDT        PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-MUDOU            PIC X               VALUE "N".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 0100-CARREGAR-EMPRESTIMOS.
           IF WS-QTD-PARCELAS EQUAL ZEROS
               DISPLAY "NENHUM EMPRESTIMO NA CARTEIRA"
               GOBACK
           END-IF.

           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "CONTAS.DAT INDISPONIVEL: " FS-CONTAS
               GOBACK
           END-IF.
           OPEN EXTEND EXTRATO.
           IF FS-EXTRATO EQUAL "35"
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN EXTEND EXTRATO
           END-IF.
           OPEN OUTPUT RESUMO.
           MOVE SPACES TO REG-RESUMO.
           STRING "COBRANCA DE PARCELAS DE EMPRESTIMO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-RESUMO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM 0200-COBRAR-VENCIDAS.
           PERFORM 0300-QUITAR-CONTRATOS.
           PERFORM 0400-GRAVAR-TOTAIS.

           CLOSE CONTAS EXTRATO RESUMO.
           IF WS-MUDOU EQUAL "S"
               PERFORM 0900-REGRAVAR-EMPRESTIMOS
           END-IF.
           GOBACK.
      ******************************************************************
       0100-CARREGAR-EMPRESTIMOS SECTION.
       0101-CARREGAR-EMPRESTIMOS.
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
                           PERFORM 0110-DESMONTAR-CONTRATO
                       END-IF
                   WHEN "P"
                       IF WS-QTD-PARCELAS LESS THAN 3000
                           ADD 1 TO WS-QTD-PARCELAS
                           PERFORM 0120-DESMONTAR-PARCELA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ EMPRESTIMOS
           END-PERFORM.
           CLOSE EMPRESTIMOS.
       0100-CARREGAR-EMPRESTIMOS-FIM. EXIT.
      ******************************************************************
       0110-DESMONTAR-CONTRATO SECTION.
       0111-DESMONTAR-CONTRATO.
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
           MOVE ZEROS        TO WS-CTR-ABERTAS(WS-QTD-CONTRATOS).
       0110-DESMONTAR-CONTRATO-FIM. EXIT.
      ******************************************************************
       0120-DESMONTAR-PARCELA  SECTION.
       0121-DESMONTAR-PARCELA.
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
       0120-DESMONTAR-PARCELA-FIM. EXIT.
      ******************************************************************
      *--> PARCELAS EM ORDEM DO ARQUIVO (CONTRATO, NUMERO): A MAIS
      *    ANTIGA DE CADA CONTRATO E TENTADA PRIMEIRO
       0200-COBRAR-VENCIDAS    SECTION.
       0201-COBRAR-VENCIDAS.
           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                   UNTIL WS-IND-PAR GREATER THAN WS-QTD-PARCELAS
               IF (WS-PAR-SITUACAO(WS-IND-PAR) EQUAL "A"
                       OR WS-PAR-SITUACAO(WS-IND-PAR) EQUAL "V")
                       AND WS-PAR-VENC(WS-IND-PAR)
                               NOT GREATER THAN WS-DATA-HOJE
                   PERFORM 0210-COBRAR-PARCELA
               END-IF
           END-PERFORM.
       0200-COBRAR-VENCIDAS-FIM. EXIT.
      ******************************************************************
       0210-COBRAR-PARCELA     SECTION.
       0211-COBRAR-PARCELA.
           MOVE ZEROS TO WS-CTR-ACHADO.
           PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                   UNTIL WS-IND-CTR GREATER THAN WS-QTD-CONTRATOS
               IF WS-CTR-NUMERO(WS-IND-CTR) EQUAL
                                       WS-PAR-CONTRATO(WS-IND-PAR)
                   MOVE WS-IND-CTR TO WS-CTR-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CTR-ACHADO EQUAL ZEROS
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-MOTIVO.
           MOVE WS-CTR-CONTA(WS-CTR-ACHADO) TO REG-CONTA-ID.
           READ CONTAS
               INVALID KEY
                   MOVE "CONTA NAO ENCONTRADA" TO WS-MOTIVO
           END-READ.
           IF WS-MOTIVO EQUAL SPACES
               IF REG-CONTA-STATUS EQUAL "E"
                   MOVE "CONTA ENCERRADA" TO WS-MOTIVO
               ELSE
                   IF REG-CONTA-SALDO LESS THAN
                                       WS-PAR-VALOR(WS-IND-PAR)
                       MOVE "SALDO INSUFICIENTE" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

           MOVE "S" TO WS-MUDOU.
           IF WS-MOTIVO NOT EQUAL SPACES
               PERFORM 0230-MARCAR-ATRASO
           ELSE
               PERFORM 0220-DEBITAR-PARCELA
           END-IF.
       0210-COBRAR-PARCELA-FIM. EXIT.
      ******************************************************************
       0220-DEBITAR-PARCELA    SECTION.
       0221-DEBITAR-PARCELA.
           SUBTRACT WS-PAR-VALOR(WS-IND-PAR) FROM REG-CONTA-SALDO.
           REWRITE REG-CONTA.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR CONTA " REG-CONTA-ID
                       ": " FS-CONTAS
               EXIT SECTION
           END-IF.

           MOVE WS-PAR-VALOR(WS-IND-PAR) TO WS-VALOR-EXT.
           MOVE REG-CONTA-SALDO TO WS-SALDO-EDT.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "CONTA="      REG-CONTA-ID
               " DATA="      WS-DATA-HOJE
               " CATEGORIA=EMPRESTIMO"
               " VALOR="     WS-VALOR-EXT
               " SALDO="     WS-SALDO-EDT
               " CONTRATO="  WS-PAR-CONTRATO(WS-IND-PAR)
               " PARCELA="   WS-PAR-NUMERO(WS-IND-PAR)
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING.
           WRITE REG-EXTRATO.

           MOVE "P" TO WS-PAR-SITUACAO(WS-IND-PAR).
           MOVE WS-DATA-HOJE TO WS-PAR-DATA-PAG(WS-IND-PAR).
           ADD 1 TO WS-QT-DEBITADAS.
           ADD WS-PAR-VALOR(WS-IND-PAR) TO WS-TOT-DEBITADO.
       0220-DEBITAR-PARCELA-FIM. EXIT.
      ******************************************************************
       0230-MARCAR-ATRASO      SECTION.
       0231-MARCAR-ATRASO.
           MOVE "V" TO WS-PAR-SITUACAO(WS-IND-PAR).
           ADD 1 TO WS-QT-ATRASO.
           ADD WS-PAR-VALOR(WS-IND-PAR) TO WS-TOT-ATRASO.
           MOVE WS-PAR-VALOR(WS-IND-PAR) TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RESUMO.
           STRING "EM ATRASO CONTRATO=" WS-PAR-CONTRATO(WS-IND-PAR)
                  " PARCELA=" WS-PAR-NUMERO(WS-IND-PAR)
                  " VENC=" WS-PAR-VENC(WS-IND-PAR)
                  " CONTA=" WS-CTR-CONTA(WS-CTR-ACHADO)
                  " VALOR=" WS-VALOR-EDT
                  " " WS-MOTIVO
               DELIMITED BY SIZE INTO REG-RESUMO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
       0230-MARCAR-ATRASO-FIM. EXIT.
      ******************************************************************
      *--> CONTRATO ATIVO SEM NENHUMA PARCELA EM ABERTO FICA QUITADO
       0300-QUITAR-CONTRATOS   SECTION.
       0301-QUITAR-CONTRATOS.
           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                   UNTIL WS-IND-PAR GREATER THAN WS-QTD-PARCELAS
               IF WS-PAR-SITUACAO(WS-IND-PAR) NOT EQUAL "P"
                   PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                           UNTIL WS-IND-CTR GREATER THAN
                                               WS-QTD-CONTRATOS
                       IF WS-CTR-NUMERO(WS-IND-CTR) EQUAL
                                       WS-PAR-CONTRATO(WS-IND-PAR)
                           ADD 1 TO WS-CTR-ABERTAS(WS-IND-CTR)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                   UNTIL WS-IND-CTR GREATER THAN WS-QTD-CONTRATOS
               IF WS-CTR-SITUACAO(WS-IND-CTR) EQUAL "A"
                       AND WS-CTR-ABERTAS(WS-IND-CTR) EQUAL ZEROS
                   MOVE "Q" TO WS-CTR-SITUACAO(WS-IND-CTR)
                   MOVE "S" TO WS-MUDOU
                   ADD 1 TO WS-QT-QUITADOS
               END-IF
           END-PERFORM.
       0300-QUITAR-CONTRATOS-FIM. EXIT.
      ******************************************************************
       0400-GRAVAR-TOTAIS      SECTION.
       0401-GRAVAR-TOTAIS.
           MOVE WS-TOT-DEBITADO TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RESUMO.
           STRING "PARCELAS DEBITADAS=" WS-QT-DEBITADAS
                  " VALOR=" WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-RESUMO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           MOVE WS-TOT-ATRASO TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RESUMO.
           STRING "PARCELAS EM ATRASO=" WS-QT-ATRASO
                  " VALOR=" WS-VALOR-EDT
                  " CONTRATOS QUITADOS=" WS-QT-QUITADOS
               DELIMITED BY SIZE INTO REG-RESUMO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
       0400-GRAVAR-TOTAIS-FIM. EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-RESUMO.
           DISPLAY REG-RESUMO.
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
       END PROGRAM COBRA-EMPRESTIMO.
