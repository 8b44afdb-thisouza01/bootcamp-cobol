      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Cobranca do crediario: debito automatico e
      *          inadimplencia
      *          Roda todo dia depois do FATURA-CREDIARIO. Primeiro,
      *          cada fatura em aberto (faturas.txt, situacao "A") que
      *          vence hoje ou ja venceu, de cliente que autorizou o
      *          debito (4o campo do credlimite.txt = "S"), e debitada
      *          da primeira conta ativa do CPF em contas.dat (titular
      *          ou conjunta, como no PAGA-REEMBOLSO) quando o saldo
      *          cobre o valor; o valor e creditado na conta de
      *          recebimento do crediario da loja (linha "CR" do
      *          contaloja.txt), as duas pontas vao para o extrato.txt
      *          com CATEGORIA=CREDIARIO e a autenticacao da sequencia
      *          dos comprovantes, e a fatura fica paga ("P"). Depois,
      *          o relatorio de inadimplencia (inadimplencia.txt) lista
      *          as faturas vencidas ha mais de CREDIARIO_CARENCIA dias
      *          (padrao 0) e bloqueia o crediario desses clientes no
      *          credlimite.txt (situacao "I"); cliente bloqueado por
      *          atraso que nao tem mais fatura vencida volta a "A".
      *          Bloqueio manual da gerencia ("M") nao e mexido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. COBRA-CREDIARIO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT FATURAS ASSIGN TO "C:\teste\faturas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FATURAS.

           SELECT CREDLIMITE ASSIGN TO "C:\teste\credlimite.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CREDLIMITE.

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

           SELECT INADIMPLENCIA ASSIGN TO "C:\teste\inadimplencia.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-INADIMPLENCIA.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  FATURAS.
       01  REG-FATURA               PIC X(100).
      *
       FD  CREDLIMITE.
       01  REG-CREDLIMITE           PIC X(40).
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
      *
       FD  INADIMPLENCIA.
       01  REG-INADIMPLENCIA        PIC X(80).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-FATURAS          PIC X(02)           VALUE SPACES.
       77  FS-CREDLIMITE       PIC X(02)           VALUE SPACES.
       77  FS-CONTALOJA        PIC X(02)           VALUE SPACES.
       77  FS-CONTAS           PIC X(02)           VALUE SPACES.
       77  FS-EXTRATO          PIC X(02)           VALUE SPACES.
       77  FS-COMPROVANTES     PIC X(02)           VALUE SPACES.
       77  FS-INADIMPLENCIA    PIC X(02)           VALUE SPACES.

       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-CARENCIA-ENT     PIC X(03)           VALUE SPACES.
       77  WS-CARENCIA         PIC 9(03)           VALUE ZEROS.
       77  WS-DIAS-ATRASO      PIC S9(05)          VALUE ZEROS.
       77  WS-DIAS-ATRASO-EDT  PIC ZZZZ9.

      *--> FATURAS EM MEMORIA (REGRAVACAO INTEIRA)
       77  WS-QTD-FAT          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-FAT          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-FAT          OCCURS 1000 TIMES.
           05 WS-FAT-NUMERO    PIC X(06).
           05 WS-FAT-CPF       PIC X(11).
           05 WS-FAT-COMPET    PIC X(06).
           05 WS-FAT-EMISSAO   PIC X(08).
           05 WS-FAT-VENC      PIC X(08).
           05 WS-FAT-VALOR     PIC 9(07)V99.
           05 WS-FAT-SITUACAO  PIC X(01).
           05 WS-FAT-DT-PAGTO  PIC X(08).
           05 WS-FAT-AUT       PIC X(08).
       01  WS-FAT-VALOR-X      PIC X(09)           VALUE ZEROS.
       01  WS-FAT-VALOR-NUM REDEFINES WS-FAT-VALOR-X
                               PIC 9(07)V99.
       77  WS-FATURAS-MUDOU    PIC X               VALUE "N".

      *--> LIMITES E AUTORIZACAO DE DEBITO POR CPF
       77  WS-QTD-LIM          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-LIM          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-LIM          OCCURS 1000 TIMES.
           05 WS-LIM-CPF       PIC X(11).
           05 WS-LIM-LIMITE    PIC X(09).
           05 WS-LIM-SITUACAO  PIC X(01).
           05 WS-LIM-DEBITO    PIC X(01).
           05 WS-LIM-ATRASO    PIC X(01).
       77  WS-LIMITES-MUDOU    PIC X               VALUE "N".

      *--> CONTA DE RECEBIMENTO DO CREDIARIO DA LOJA
       77  WS-CLJ-CAIXA        PIC X(02)           VALUE SPACES.
       77  WS-CLJ-CONTA        PIC X(10)           VALUE SPACES.
       77  WS-CONTA-LOJA       PIC X(10)           VALUE SPACES.

      *--> DEBITO DA VEZ
       77  WS-CPF              PIC 9(11)           VALUE ZEROS.
       77  WS-CONTA-CLIENTE    PIC X(10)           VALUE SPACES.
       77  WS-VALOR-DEB        PIC 9(06)V99        VALUE ZEROS.
       77  WS-SALDO-EDT        PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-AUTENTICACAO     PIC 9(08)           VALUE ZEROS.
       77  WS-REF-FATURA       PIC X(14)           VALUE SPACES.
       77  WS-QT-DEBITADAS     PIC 9(04)           VALUE ZEROS.
       77  WS-QT-VENCIDAS      PIC 9(04)           VALUE ZEROS.
       77  WS-QT-BLOQUEADOS    PIC 9(04)           VALUE ZEROS.
       77  WS-QT-LIBERADOS     PIC 9(04)           VALUE ZEROS.
       77  WS-TOT-VENCIDO      PIC 9(09)V99        VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           ACCEPT WS-CARENCIA-ENT FROM ENVIRONMENT "CREDIARIO_CARENCIA".
           IF WS-CARENCIA-ENT IS NUMERIC
               MOVE WS-CARENCIA-ENT TO WS-CARENCIA
           END-IF.

           PERFORM 0100-CARREGAR-FATURAS.
           IF WS-QTD-FAT EQUAL ZEROS
               DISPLAY "NENHUMA FATURA DE CREDIARIO EMITIDA"
               STOP RUN
           END-IF.
           PERFORM 0110-CARREGAR-LIMITES.
           PERFORM 0120-CARREGAR-CONTA-LOJA.

           PERFORM 0200-DEBITO-AUTOMATICO.
           PERFORM 0500-INADIMPLENCIA.

           PERFORM 0900-REGRAVAR-FATURAS.
           PERFORM 0910-REGRAVAR-LIMITES.

           DISPLAY "FATURAS DEBITADAS EM CONTA...: " WS-QT-DEBITADAS.
           DISPLAY "FATURAS VENCIDAS EM ABERTO...: " WS-QT-VENCIDAS.
           DISPLAY "CLIENTES BLOQUEADOS..........: " WS-QT-BLOQUEADOS.
           DISPLAY "CLIENTES LIBERADOS...........: " WS-QT-LIBERADOS.
           STOP RUN.
      ******************************************************************
       0100-CARREGAR-FATURAS   SECTION.
       0101-CARREGAR-FATURAS.
           MOVE ZEROS TO WS-QTD-FAT.
           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ FATURAS.
           PERFORM UNTIL FS-FATURAS NOT EQUAL "00"
                      OR WS-QTD-FAT EQUAL 1000
               ADD 1 TO WS-QTD-FAT
               MOVE SPACES TO WS-TAB-FAT(WS-QTD-FAT)
               MOVE ZEROS TO WS-FAT-VALOR-X
               UNSTRING REG-FATURA DELIMITED BY ";"
                   INTO WS-FAT-NUMERO(WS-QTD-FAT)
                        WS-FAT-CPF(WS-QTD-FAT)
                        WS-FAT-COMPET(WS-QTD-FAT)
                        WS-FAT-EMISSAO(WS-QTD-FAT)
                        WS-FAT-VENC(WS-QTD-FAT)
                        WS-FAT-VALOR-X
                        WS-FAT-SITUACAO(WS-QTD-FAT)
                        WS-FAT-DT-PAGTO(WS-QTD-FAT)
                        WS-FAT-AUT(WS-QTD-FAT)
               END-UNSTRING
               MOVE WS-FAT-VALOR-NUM TO WS-FAT-VALOR(WS-QTD-FAT)
               READ FATURAS
           END-PERFORM.
           CLOSE FATURAS.
       0100-CARREGAR-FATURAS-FIM. EXIT.
      ******************************************************************
      *--> CREDLIMITE.TXT: CPF;LIMITE;SITUACAO;DEBITO-AUTOMATICO
       0110-CARREGAR-LIMITES   SECTION.
       0111-CARREGAR-LIMITES.
           MOVE ZEROS TO WS-QTD-LIM.
           OPEN INPUT CREDLIMITE.
           IF FS-CREDLIMITE NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CREDLIMITE.
           PERFORM UNTIL FS-CREDLIMITE NOT EQUAL "00"
                      OR WS-QTD-LIM EQUAL 1000
               ADD 1 TO WS-QTD-LIM
               MOVE SPACES TO WS-TAB-LIM(WS-QTD-LIM)
               UNSTRING REG-CREDLIMITE DELIMITED BY ";"
                   INTO WS-LIM-CPF(WS-QTD-LIM)
                        WS-LIM-LIMITE(WS-QTD-LIM)
                        WS-LIM-SITUACAO(WS-QTD-LIM)
                        WS-LIM-DEBITO(WS-QTD-LIM)
               END-UNSTRING
               MOVE "N" TO WS-LIM-ATRASO(WS-QTD-LIM)
               READ CREDLIMITE
           END-PERFORM.
           CLOSE CREDLIMITE.
       0110-CARREGAR-LIMITES-FIM. EXIT.
      ******************************************************************
      *--> A LINHA "CR" DO CONTALOJA.TXT TRAZ NO 2o CAMPO A CONTA QUE
      *    RECEBE OS PAGAMENTOS DE FATURA DO CREDIARIO
       0120-CARREGAR-CONTA-LOJA SECTION.
       0121-CARREGAR-CONTA-LOJA.
           MOVE SPACES TO WS-CONTA-LOJA.
           OPEN INPUT CONTALOJA.
           IF FS-CONTALOJA NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CONTALOJA.
           PERFORM UNTIL FS-CONTALOJA NOT EQUAL "00"
               MOVE SPACES TO WS-CLJ-CAIXA WS-CLJ-CONTA
               UNSTRING REG-CONTALOJA DELIMITED BY ";"
                   INTO WS-CLJ-CAIXA WS-CLJ-CONTA
               END-UNSTRING
               IF WS-CLJ-CAIXA EQUAL "CR"
                   MOVE WS-CLJ-CONTA TO WS-CONTA-LOJA
               END-IF
               READ CONTALOJA
           END-PERFORM.
           CLOSE CONTALOJA.
       0120-CARREGAR-CONTA-LOJA-FIM. EXIT.
      ******************************************************************
       0200-DEBITO-AUTOMATICO  SECTION.
       0201-DEBITO-AUTOMATICO.
           IF WS-CONTA-LOJA EQUAL SPACES
               DISPLAY "CONTALOJA.TXT SEM LINHA CR - DEBITO "
                       "AUTOMATICO NAO EXECUTADO"
               EXIT SECTION
           END-IF.
           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "CONTAS.DAT INDISPONIVEL: " FS-CONTAS
               EXIT SECTION
           END-IF.
           MOVE WS-CONTA-LOJA TO REG-CONTA-ID.
           READ CONTAS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CONTAS NOT EQUAL "00" OR REG-CONTA-STATUS EQUAL "E"
               DISPLAY "CONTA DO CREDIARIO DA LOJA " WS-CONTA-LOJA
                       " INEXISTENTE OU ENCERRADA"
               CLOSE CONTAS
               EXIT SECTION
           END-IF.
           OPEN EXTEND EXTRATO.
           IF FS-EXTRATO EQUAL "35"
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN EXTEND EXTRATO
           END-IF.

           PERFORM VARYING WS-IND-FAT FROM 1 BY 1
                   UNTIL WS-IND-FAT GREATER THAN WS-QTD-FAT
               IF WS-FAT-SITUACAO(WS-IND-FAT) EQUAL "A"
                  AND WS-FAT-VENC(WS-IND-FAT) IS NUMERIC
                  AND WS-FAT-VENC(WS-IND-FAT) NOT GREATER THAN
                                               WS-DATA-HOJE
                   PERFORM 0210-DEBITAR-FATURA
               END-IF
           END-PERFORM.

           CLOSE CONTAS EXTRATO.
       0200-DEBITO-AUTOMATICO-FIM. EXIT.
      ******************************************************************
       0210-DEBITAR-FATURA     SECTION.
       0211-DEBITAR-FATURA.
           PERFORM VARYING WS-IND-LIM FROM 1 BY 1
                   UNTIL WS-IND-LIM GREATER THAN WS-QTD-LIM
               IF WS-LIM-CPF(WS-IND-LIM) EQUAL WS-FAT-CPF(WS-IND-FAT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IND-LIM GREATER THAN WS-QTD-LIM
               EXIT SECTION
           END-IF.
           IF WS-LIM-DEBITO(WS-IND-LIM) NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           IF WS-FAT-CPF(WS-IND-FAT) NOT NUMERIC
               EXIT SECTION
           END-IF.

           MOVE WS-FAT-CPF(WS-IND-FAT) TO WS-CPF.
           MOVE WS-FAT-VALOR(WS-IND-FAT) TO WS-VALOR-DEB.
           PERFORM 0220-LOCALIZAR-CONTA.
           IF WS-CONTA-CLIENTE EQUAL SPACES
               DISPLAY "FATURA " WS-FAT-NUMERO(WS-IND-FAT)
                       " - CLIENTE SEM CONTA ATIVA, NAO DEBITADA"
               EXIT SECTION
           END-IF.

      *--> DEBITO AUTOMATICO NAO DEIXA A CONTA DO CLIENTE NEGATIVA
           MOVE WS-CONTA-CLIENTE TO REG-CONTA-ID.
           READ CONTAS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CONTAS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           IF REG-CONTA-SALDO LESS THAN WS-VALOR-DEB
               DISPLAY "FATURA " WS-FAT-NUMERO(WS-IND-FAT)
                       " - SALDO INSUFICIENTE NA CONTA "
                       WS-CONTA-CLIENTE
               EXIT SECTION
           END-IF.

           PERFORM 0250-PROXIMA-AUTENTICACAO.
           MOVE SPACES TO WS-REF-FATURA.
           STRING "FAT" WS-FAT-NUMERO(WS-IND-FAT)
               DELIMITED BY SIZE INTO WS-REF-FATURA
           END-STRING.

           SUBTRACT WS-VALOR-DEB FROM REG-CONTA-SALDO.
           IF REG-CONTA-STATUS EQUAL "D"
               MOVE "A" TO REG-CONTA-STATUS
           END-IF.
           REWRITE REG-CONTA.
           MOVE REG-CONTA-SALDO TO WS-SALDO-EDT.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "CONTA="      REG-CONTA-ID
               " DATA="      WS-DATA-HOJE
               " CATEGORIA=CREDIARIO "
               " VALOR="     WS-VALOR-DEB
               " SALDO="     WS-SALDO-EDT
               " FAV=0000"
               " AUT="       WS-AUTENTICACAO
               " REF="       WS-REF-FATURA
               " DEBITO AUTOMATICO"
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING.
           WRITE REG-EXTRATO.

           MOVE WS-CONTA-LOJA TO REG-CONTA-ID.
           READ CONTAS
               INVALID KEY
                   CONTINUE
           END-READ.
           ADD WS-VALOR-DEB TO REG-CONTA-SALDO.
           REWRITE REG-CONTA.
           MOVE REG-CONTA-SALDO TO WS-SALDO-EDT.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "CONTA="      REG-CONTA-ID
               " DATA="      WS-DATA-HOJE
               " CATEGORIA=CREDIARIO "
               " VALOR="     WS-VALOR-DEB
               " SALDO="     WS-SALDO-EDT
               " FAV=0000"
               " AUT="       WS-AUTENTICACAO
               " REF="       WS-REF-FATURA
               " DE="        WS-CONTA-CLIENTE
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING.
           WRITE REG-EXTRATO.

           PERFORM 0260-GRAVAR-COMPROVANTE.

           MOVE "P" TO WS-FAT-SITUACAO(WS-IND-FAT).
           MOVE WS-DATA-HOJE TO WS-FAT-DT-PAGTO(WS-IND-FAT).
           MOVE WS-AUTENTICACAO TO WS-FAT-AUT(WS-IND-FAT).
           MOVE "S" TO WS-FATURAS-MUDOU.
           ADD 1 TO WS-QT-DEBITADAS.
           DISPLAY "FATURA " WS-FAT-NUMERO(WS-IND-FAT)
                   " DEBITADA NA CONTA " WS-CONTA-CLIENTE
                   " AUT " WS-AUTENTICACAO.
       0210-DEBITAR-FATURA-FIM. EXIT.
      ******************************************************************
      *--> PRIMEIRA CONTA NAO ENCERRADA DO CPF (TITULAR OU SEGUNDO
      *    TITULAR DA CONTA CONJUNTA), FORA A PROPRIA CONTA DA LOJA
       0220-LOCALIZAR-CONTA    SECTION.
       0221-LOCALIZAR-CONTA.
           MOVE SPACES TO WS-CONTA-CLIENTE.
           MOVE LOW-VALUES TO REG-CONTA-ID.
           START CONTAS KEY NOT LESS THAN REG-CONTA-ID
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-CONTAS EQUAL "00"
               READ CONTAS NEXT
               PERFORM UNTIL FS-CONTAS NOT EQUAL "00"
                   IF (REG-CONTA-CPF EQUAL WS-CPF
                           OR REG-CONTA-CPF2 EQUAL WS-CPF)
                           AND REG-CONTA-STATUS NOT EQUAL "E"
                           AND REG-CONTA-ID NOT EQUAL WS-CONTA-LOJA
                       MOVE REG-CONTA-ID TO WS-CONTA-CLIENTE
                       EXIT PERFORM
                   END-IF
                   READ CONTAS NEXT
               END-PERFORM
           END-IF.
       0220-LOCALIZAR-CONTA-FIM. EXIT.
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
               ";CONTA="     WS-CONTA-CLIENTE
               ";DATA="      WS-DATA-HOJE
               ";VALOR="     WS-VALOR-DEB
               ";CATEGORIA=CREDIARIO"
               ";FAV=0000"
               ";ORIGEM=DEBITO-AUT"
               DELIMITED BY SIZE INTO REG-COMPROVANTE
           END-STRING.
           WRITE REG-COMPROVANTE.
           CLOSE COMPROVANTES.
       0260-GRAVAR-COMPROVANTE-FIM. EXIT.
      ******************************************************************
      *--> FATURA AINDA ABERTA COM MAIS DIAS DE ATRASO QUE A CARENCIA
      *    VAI PARA O RELATORIO E MARCA O CPF; DEPOIS O CREDLIMITE E
      *    AJUSTADO: A -> I PARA QUEM ATRASOU, I -> A PARA QUEM NAO
      *    TEM MAIS ATRASO
       0500-INADIMPLENCIA      SECTION.
       0501-INADIMPLENCIA.
           OPEN OUTPUT INADIMPLENCIA.
           MOVE SPACES TO REG-INADIMPLENCIA.
           STRING "INADIMPLENCIA DO CREDIARIO EM " WS-DATA-HOJE
                  " (CARENCIA " WS-CARENCIA " DIAS)"
               DELIMITED BY SIZE INTO REG-INADIMPLENCIA
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "FATURA CPF         VENCIMENTO ATRASO VALOR"
                                               TO REG-INADIMPLENCIA.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-FAT FROM 1 BY 1
                   UNTIL WS-IND-FAT GREATER THAN WS-QTD-FAT
               IF WS-FAT-SITUACAO(WS-IND-FAT) EQUAL "A"
                  AND WS-FAT-VENC(WS-IND-FAT) IS NUMERIC
                   COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                               WS-FAT-VENC(WS-IND-FAT)))
                   IF WS-DIAS-ATRASO GREATER THAN WS-CARENCIA
                       PERFORM 0510-LISTAR-VENCIDA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-INADIMPLENCIA.
           STRING "FATURAS VENCIDAS: " WS-QT-VENCIDAS
                  "  TOTAL: " WS-TOT-VENCIDO
               DELIMITED BY SIZE INTO REG-INADIMPLENCIA
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-LIM FROM 1 BY 1
                   UNTIL WS-IND-LIM GREATER THAN WS-QTD-LIM
               EVALUATE TRUE
                   WHEN WS-LIM-ATRASO(WS-IND-LIM) EQUAL "S"
                        AND WS-LIM-SITUACAO(WS-IND-LIM) EQUAL "A"
                       MOVE "I" TO WS-LIM-SITUACAO(WS-IND-LIM)
                       MOVE "S" TO WS-LIMITES-MUDOU
                       ADD 1 TO WS-QT-BLOQUEADOS
                       MOVE SPACES TO REG-INADIMPLENCIA
                       STRING "CREDIARIO BLOQUEADO: CPF "
                              WS-LIM-CPF(WS-IND-LIM)
                           DELIMITED BY SIZE INTO REG-INADIMPLENCIA
                       END-STRING
                       PERFORM 0590-GRAVAR-E-MOSTRAR
                   WHEN WS-LIM-ATRASO(WS-IND-LIM) NOT EQUAL "S"
                        AND WS-LIM-SITUACAO(WS-IND-LIM) EQUAL "I"
                       MOVE "A" TO WS-LIM-SITUACAO(WS-IND-LIM)
                       MOVE "S" TO WS-LIMITES-MUDOU
                       ADD 1 TO WS-QT-LIBERADOS
                       MOVE SPACES TO REG-INADIMPLENCIA
                       STRING "CREDIARIO LIBERADO: CPF "
                              WS-LIM-CPF(WS-IND-LIM)
                           DELIMITED BY SIZE INTO REG-INADIMPLENCIA
                       END-STRING
                       PERFORM 0590-GRAVAR-E-MOSTRAR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           CLOSE INADIMPLENCIA.
       0500-INADIMPLENCIA-FIM. EXIT.
      ******************************************************************
       0510-LISTAR-VENCIDA     SECTION.
       0511-LISTAR-VENCIDA.
           ADD 1 TO WS-QT-VENCIDAS.
           ADD WS-FAT-VALOR(WS-IND-FAT) TO WS-TOT-VENCIDO.
           MOVE WS-DIAS-ATRASO TO WS-DIAS-ATRASO-EDT.
           MOVE SPACES TO REG-INADIMPLENCIA.
           STRING WS-FAT-NUMERO(WS-IND-FAT)
                  " " WS-FAT-CPF(WS-IND-FAT)
                  " " WS-FAT-VENC(WS-IND-FAT)
                  "   " WS-DIAS-ATRASO-EDT
                  " " WS-FAT-VALOR(WS-IND-FAT)
               DELIMITED BY SIZE INTO REG-INADIMPLENCIA
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-LIM FROM 1 BY 1
                   UNTIL WS-IND-LIM GREATER THAN WS-QTD-LIM
               IF WS-LIM-CPF(WS-IND-LIM) EQUAL WS-FAT-CPF(WS-IND-FAT)
                   MOVE "S" TO WS-LIM-ATRASO(WS-IND-LIM)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0510-LISTAR-VENCIDA-FIM. EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-INADIMPLENCIA.
           DISPLAY REG-INADIMPLENCIA.
       0590-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       0900-REGRAVAR-FATURAS   SECTION.
       0901-REGRAVAR-FATURAS.
           IF WS-FATURAS-MUDOU NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT FATURAS.
           PERFORM VARYING WS-IND-FAT FROM 1 BY 1
                   UNTIL WS-IND-FAT GREATER THAN WS-QTD-FAT
               MOVE SPACES TO REG-FATURA
               STRING WS-FAT-NUMERO(WS-IND-FAT)
                      ";" WS-FAT-CPF(WS-IND-FAT)
                      ";" WS-FAT-COMPET(WS-IND-FAT)
                      ";" WS-FAT-EMISSAO(WS-IND-FAT)
                      ";" WS-FAT-VENC(WS-IND-FAT)
                      ";" WS-FAT-VALOR(WS-IND-FAT)
                      ";" WS-FAT-SITUACAO(WS-IND-FAT)
                      ";" WS-FAT-DT-PAGTO(WS-IND-FAT)
                      ";" WS-FAT-AUT(WS-IND-FAT)
                   DELIMITED BY SIZE INTO REG-FATURA
               END-STRING
               WRITE REG-FATURA
           END-PERFORM.
           CLOSE FATURAS.
       0900-REGRAVAR-FATURAS-FIM. EXIT.
      ******************************************************************
       0910-REGRAVAR-LIMITES   SECTION.
       0911-REGRAVAR-LIMITES.
           IF WS-LIMITES-MUDOU NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT CREDLIMITE.
           PERFORM VARYING WS-IND-LIM FROM 1 BY 1
                   UNTIL WS-IND-LIM GREATER THAN WS-QTD-LIM
               MOVE SPACES TO REG-CREDLIMITE
               STRING WS-LIM-CPF(WS-IND-LIM)
                      ";" WS-LIM-LIMITE(WS-IND-LIM)
                      ";" WS-LIM-SITUACAO(WS-IND-LIM)
                      ";" WS-LIM-DEBITO(WS-IND-LIM)
                   DELIMITED BY SIZE INTO REG-CREDLIMITE
               END-STRING
               WRITE REG-CREDLIMITE
           END-PERFORM.
           CLOSE CREDLIMITE.
       0910-REGRAVAR-LIMITES-FIM. EXIT.
      ******************************************************************
       END PROGRAM COBRA-CREDIARIO.
