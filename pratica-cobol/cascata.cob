      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Lista de trabalho da cascata de desativacao
      *          Quando o cadastro principal desativa, exclui ou
      *          expurga um cliente, o EXCLUIR/APROVACAO/EXPURGO grava
      *          um pedido em cascata.txt (CASCATA_PATH, subprograma
      *          CASCPED). Aqui cada pedido novo e desdobrado nos
      *          vinculos do CPF/telefone nos outros sistemas:
      *            CONTA    - conta aberta do CPF, em revisao para
      *                       encerramento (o encerramento continua
      *                       no ABRE-CONTA opcao 3; o item so fecha
      *                       com a conta ja encerrada);
      *            AGENDADO - pagamento agendado pendente das contas
      *                       do CPF, suspenso (situacao "S" no
      *                       agendados.txt, o AGENDA-PAGTOS nao paga);
      *            PONTOS   - saldo de fidelidade do telefone,
      *                       congelado (pontoscong.txt: o
      *                       CAIXA-MERCADO nao resgata nem acumula, o
      *                       EXPIRA-PONTOS nao lapsa).
      *          Cada item e executado ou dispensado (com motivo) por
      *          um operador; tudo fica em cascitens.txt. A reativacao
      *          (RESTAURAR, CONSULTA) gera pedido "R": os itens ainda
      *          pendentes do cliente sao cancelados e cada suspensao
      *          ja feita vira item de reversao (DESF-AGEND volta o
      *          agendamento a "P", DESF-PONTO descongela o saldo).
      *          A agenda e regravada com a linha digitavel dos
      *          agendamentos de boleto (8o campo do agendados.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CASCATA.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *---> FILA DE PEDIDOS GRAVADA PELO CADASTRO PRINCIPAL (CASCPED)
           SELECT PEDIDOS ASSIGN TO WS-CASCATA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PEDIDOS.

      *---> ITENS DESDOBRADOS DE CADA PEDIDO E O QUE FOI FEITO DELES
           SELECT ITENS ASSIGN TO "C:\teste\cascitens.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ITENS.

           SELECT CONTAS ASSIGN TO "C:\teste\contas.dat"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS REG-CONTA-ID
               FILE STATUS     IS FS-CONTAS.

           SELECT AGENDADOS ASSIGN TO "C:\teste\agendados.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-AGENDADOS.

           SELECT PONTOS ASSIGN TO "C:\teste\pontos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PONTOS.

      *---> SALDOS CONGELADOS: "TELEFONE;DATA;PEDIDO"
           SELECT PONTOS-CONG ASSIGN TO "C:\teste\pontoscong.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PONTOS-CONG.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
      *---> ID;TIPO;TELEFONE;CPF;ORIGEM;OPERADOR;DATA-HORA;SITUACAO
       FD  PEDIDOS.
       01  REG-PEDIDO               PIC X(80).
      *
      *---> PEDIDO;SEQ;TIPO;CPF;TELEFONE;REFERENCIA;DETALHE;SITUACAO;
      *     OPERADOR;DATA;MOTIVO
       FD  ITENS.
       01  REG-ITEM                 PIC X(150).
      *
       FD  CONTAS.
       01  REG-CONTA.
           05 REG-CONTA-ID          PIC X(10).
           05 REG-CONTA-SALDO       PIC S9(08)V99.
           05 REG-CONTA-CPF         PIC 9(11).
      *---> SITUACAO DA CONTA: "A" ATIVA / "E" ENCERRADA (BLOQUEADA
      *     PARA LANCAMENTOS) / "D" DORMENTE (SEM MOVIMENTO, EM
      *     REVISAO); DATA E OPERADOR DO ENCERRAMENTO AO LADO
           05 REG-CONTA-STATUS      PIC X(01).
           05 REG-CONTA-DT-ENCER    PIC 9(08).
           05 REG-CONTA-OPER-ENCER  PIC X(10).
      *---> CPF DO SEGUNDO TITULAR (CONTA CONJUNTA); ZEROS NAS CONTAS
      *     DE UM TITULAR SO E NAS DE ANTES DO CAMPO
           05 REG-CONTA-CPF2        PIC 9(11).
      *
       FD  AGENDADOS.
       01  REG-AGENDADO             PIC X(150).
      *
       FD  PONTOS.
       01  REG-PONTO                PIC X(30).
      *
       FD  PONTOS-CONG.
       01  REG-PONTO-CONG           PIC X(30).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-PEDIDOS              PIC X(02)      VALUE SPACES.
       01  WS-CASCATA-PATH         PIC X(100)
           VALUE "C:/projeto-bootcamp/cascata.txt".
       77  FS-ITENS                PIC X(02)      VALUE SPACES.
       77  FS-CONTAS               PIC X(02)      VALUE SPACES.
       77  FS-AGENDADOS            PIC X(02)      VALUE SPACES.
       77  FS-PONTOS               PIC X(02)      VALUE SPACES.
       77  FS-PONTOS-CONG          PIC X(02)      VALUE SPACES.
       77  WS-CONTAS-ABERTO        PIC X          VALUE "N".

      *---> PEDIDOS DA FILA ("N" NOVO, "E" JA DESDOBRADO)
       77  WS-QTD-PED              PIC 9(03)      VALUE ZEROS.
       77  WS-IND-PED              PIC 9(03)      VALUE ZEROS.
       77  WS-PED-MUDOU            PIC X          VALUE "N".
       01  WS-TAB-PED              OCCURS 500 TIMES.
           05 WS-PED-ID            PIC 9(06).
           05 WS-PED-TIPO          PIC X(01).
           05 WS-PED-TELEFONE      PIC 9(09).
           05 WS-PED-CPF           PIC 9(11).
           05 WS-PED-ORIGEM        PIC X(10).
           05 WS-PED-OPERADOR      PIC X(10).
           05 WS-PED-DATA-HORA     PIC X(14).
           05 WS-PED-SITUACAO      PIC X(01).

      *---> ITENS: P=PENDENTE F=FEITO R=DISPENSADO (COM MOTIVO)
      *     C=CANCELADO PELA REATIVACAO V=SUSPENSAO JA REVERTIDA
      *     (GEROU O ITEM DESF-AGEND/DESF-PONTO CORRESPONDENTE)
       77  WS-QTD-ITENS            PIC 9(04)      VALUE ZEROS.
       77  WS-QTD-ITENS-ANT        PIC 9(04)      VALUE ZEROS.
       77  WS-IND-ITEM             PIC 9(04)      VALUE ZEROS.
       77  WS-IND-DUP              PIC 9(04)      VALUE ZEROS.
       77  WS-ITENS-MUDOU          PIC X          VALUE "N".
       01  WS-TAB-ITEM             OCCURS 2000 TIMES.
           05 WS-ITE-PEDIDO        PIC 9(06).
           05 WS-ITE-SEQ           PIC 9(03).
           05 WS-ITE-TIPO          PIC X(10).
           05 WS-ITE-CPF           PIC 9(11).
           05 WS-ITE-TELEFONE      PIC 9(09).
           05 WS-ITE-REF           PIC X(30).
           05 WS-ITE-DETALHE       PIC X(20).
           05 WS-ITE-SITUACAO      PIC X(01).
           05 WS-ITE-OPERADOR      PIC X(10).
           05 WS-ITE-DATA          PIC 9(08).
           05 WS-ITE-MOTIVO        PIC X(30).

      *---> ITEM NOVO EM MONTAGEM (0175-INCLUIR-ITEM)
       77  WS-NOVO-TIPO            PIC X(10)      VALUE SPACES.
       77  WS-NOVO-REF             PIC X(30)      VALUE SPACES.
       77  WS-NOVO-DETALHE         PIC X(20)      VALUE SPACES.
       77  WS-SEQ-PED              PIC 9(03)      VALUE ZEROS.
       77  WS-DUPLICADO            PIC X          VALUE "N".
       77  WS-QT-NOVOS             PIC 9(04)      VALUE ZEROS.
       77  WS-QT-CANCELADOS        PIC 9(04)      VALUE ZEROS.

      *---> CONTAS DE UM TITULAR SO DO CPF DO PEDIDO: SO OS AGENDADOS
      *     DELAS SAO SUSPENSOS (NA CONJUNTA O OUTRO TITULAR SEGUE
      *     ATIVO E OS PAGAMENTOS CONTINUAM)
       77  WS-QTD-CTA-CLI          PIC 9(02)      VALUE ZEROS.
       77  WS-IND-CTA-CLI          PIC 9(02)      VALUE ZEROS.
       01  WS-TAB-CTA-CLI          OCCURS 50 TIMES.
           05 WS-CTA-CLI-ID        PIC X(10).
       77  WS-SALDO-EDT            PIC -ZZ.ZZZ.ZZ9,99.

      *---> AGENDA EM MEMORIA (MESMO LAYOUT DO AGENDA-PAGTOS)
       77  WS-QTD-AGENDA           PIC 9(03)      VALUE ZEROS.
       77  WS-IND-AGE              PIC 9(03)      VALUE ZEROS.
       77  WS-AGE-ACHADO           PIC 9(03)      VALUE ZEROS.
       01  WS-TAB-AGENDA           OCCURS 500 TIMES.
           05 WS-AGE-CONTA         PIC X(10).
           05 WS-AGE-VENCIMENTO    PIC 9(08).
           05 WS-AGE-VALOR         PIC 9(06)V99.
           05 WS-AGE-CATEGORIA     PIC X(10).
           05 WS-AGE-FAVORECIDO    PIC X(20).
           05 WS-AGE-SITUACAO      PIC X(01).
           05 WS-AGE-CODFAV        PIC 9(04).
           05 WS-AGE-BOLETO        PIC X(47).
       77  WS-PONTEIRO             PIC 9(03)      VALUE ZEROS.
       77  WS-COD-LIDO             PIC X(04)      VALUE SPACES.
       01  WS-VALOR-LIDO-X         PIC X(08)      VALUE ZEROS.
       01  WS-VALOR-LIDO REDEFINES WS-VALOR-LIDO-X
                                   PIC 9(06)V99.
      *---> REFERENCIA DO AGENDADO NO ITEM: CONTA+VENCIMENTO+VALOR
       01  WS-REF-AGENDA.
           05 WS-REF-AGE-CONTA     PIC X(10).
           05 WS-REF-AGE-VENC      PIC 9(08).
           05 WS-REF-AGE-VALOR     PIC X(08).
           05 FILLER               PIC X(04).
       77  WS-SIT-DE               PIC X          VALUE SPACES.
       77  WS-SIT-PARA             PIC X          VALUE SPACES.

      *---> SALDOS DE PONTOS E TELEFONES CONGELADOS
       77  WS-PON-TELEFONE         PIC X(09)      VALUE SPACES.
       77  WS-PON-SALDO            PIC X(06)      VALUE SPACES.
       77  WS-QTD-CONG             PIC 9(03)      VALUE ZEROS.
       77  WS-IND-CONG             PIC 9(03)      VALUE ZEROS.
       77  WS-CONG-ACHADO          PIC X          VALUE "N".
       01  WS-TAB-CONG             OCCURS 200 TIMES.
           05 WS-CONG-LINHA        PIC X(30).
           05 WS-CONG-FORA         PIC X.
       77  WS-CONG-TELEFONE        PIC X(09)      VALUE SPACES.

      *---> TELA
       77  WS-OPCAO                PIC 9          VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)      VALUE ZEROS.
       77  WS-OPERADOR             PIC X(10)      VALUE SPACES.
       77  WS-MOTIVO               PIC X(30)      VALUE SPACES.
       77  WS-TECLA                PIC X          VALUE SPACES.
       77  WS-ITEM-ENT             PIC 9(04)      VALUE ZEROS.
       77  WS-ITEM-OK              PIC X          VALUE "N".
       77  WS-FEITO                PIC X          VALUE "N".
       77  WS-CPF                  PIC 9(11)      VALUE ZEROS.
       77  WS-QT-LISTADOS          PIC 9(04)      VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM 0400-FINALIZAR.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           ACCEPT WS-CASCATA-PATH FROM ENVIRONMENT "CASCATA_PATH".
           IF WS-CASCATA-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/cascata.txt"
                                               TO WS-CASCATA-PATH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           OPEN INPUT CONTAS.
           IF FS-CONTAS EQUAL "00"
               MOVE "S" TO WS-CONTAS-ABERTO
           END-IF.

           PERFORM 0110-CARREGAR-PEDIDOS.
           PERFORM 0120-CARREGAR-ITENS.
           PERFORM 0150-DESDOBRAR-PEDIDOS.

           DISPLAY "PEDIDOS NA FILA.......: " WS-QTD-PED.
           DISPLAY "ITENS NOVOS...........: " WS-QT-NOVOS.
           DISPLAY "ITENS CANCELADOS......: " WS-QT-CANCELADOS.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0110-CARREGAR-PEDIDOS   SECTION.
       0111-CARREGAR-PEDIDOS.
           MOVE ZEROS TO WS-QTD-PED.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS EQUAL "00"
               READ PEDIDOS
               PERFORM UNTIL FS-PEDIDOS NOT EQUAL "00"
                          OR WS-QTD-PED EQUAL 500
                   ADD 1 TO WS-QTD-PED
                   UNSTRING REG-PEDIDO DELIMITED BY ";"
                       INTO WS-PED-ID(WS-QTD-PED)
                            WS-PED-TIPO(WS-QTD-PED)
                            WS-PED-TELEFONE(WS-QTD-PED)
                            WS-PED-CPF(WS-QTD-PED)
                            WS-PED-ORIGEM(WS-QTD-PED)
                            WS-PED-OPERADOR(WS-QTD-PED)
                            WS-PED-DATA-HORA(WS-QTD-PED)
                            WS-PED-SITUACAO(WS-QTD-PED)
                   END-UNSTRING
                   READ PEDIDOS
               END-PERFORM
               CLOSE PEDIDOS
           END-IF.
       0110-CARREGAR-PEDIDOS-FIM. EXIT.
      ******************************************************************
       0120-CARREGAR-ITENS     SECTION.
       0121-CARREGAR-ITENS.
           MOVE ZEROS TO WS-QTD-ITENS.
           OPEN INPUT ITENS.
           IF FS-ITENS EQUAL "00"
               READ ITENS
               PERFORM UNTIL FS-ITENS NOT EQUAL "00"
                          OR WS-QTD-ITENS EQUAL 2000
                   ADD 1 TO WS-QTD-ITENS
                   UNSTRING REG-ITEM DELIMITED BY ";"
                       INTO WS-ITE-PEDIDO(WS-QTD-ITENS)
                            WS-ITE-SEQ(WS-QTD-ITENS)
                            WS-ITE-TIPO(WS-QTD-ITENS)
                            WS-ITE-CPF(WS-QTD-ITENS)
                            WS-ITE-TELEFONE(WS-QTD-ITENS)
                            WS-ITE-REF(WS-QTD-ITENS)
                            WS-ITE-DETALHE(WS-QTD-ITENS)
                            WS-ITE-SITUACAO(WS-QTD-ITENS)
                            WS-ITE-OPERADOR(WS-QTD-ITENS)
                            WS-ITE-DATA(WS-QTD-ITENS)
                            WS-ITE-MOTIVO(WS-QTD-ITENS)
                   END-UNSTRING
                   READ ITENS
               END-PERFORM
               CLOSE ITENS
           END-IF.
       0120-CARREGAR-ITENS-FIM. EXIT.
      ******************************************************************
      *---> CADA PEDIDO NOVO VIRA ITENS DE TRABALHO UMA VEZ SO; O
      *     PEDIDO FICA "E" NA FILA PARA NAO SER DESDOBRADO DE NOVO.
       0150-DESDOBRAR-PEDIDOS  SECTION.
       0151-DESDOBRAR-PEDIDOS.
           PERFORM VARYING WS-IND-PED FROM 1 BY 1
                   UNTIL WS-IND-PED GREATER THAN WS-QTD-PED
               IF WS-PED-SITUACAO(WS-IND-PED) EQUAL "N"
                   MOVE ZEROS TO WS-SEQ-PED
                   EVALUATE WS-PED-TIPO(WS-IND-PED)
                       WHEN "D"
                       WHEN "X"
                           PERFORM 0160-ITENS-CONTAS
                           PERFORM 0165-ITENS-AGENDADOS
                           PERFORM 0168-ITENS-PONTOS
                       WHEN "R"
                           PERFORM 0170-DESDOBRAR-REATIVACAO
                       WHEN OTHER
                           DISPLAY "PEDIDO " WS-PED-ID(WS-IND-PED)
                                   " COM TIPO INVALIDO"
                   END-EVALUATE
                   MOVE "E" TO WS-PED-SITUACAO(WS-IND-PED)
                   MOVE "S" TO WS-PED-MUDOU
               END-IF
           END-PERFORM.

           IF WS-PED-MUDOU EQUAL "S"
               PERFORM 0180-GRAVAR-PEDIDOS
           END-IF.
       0150-DESDOBRAR-PEDIDOS-FIM. EXIT.
      ******************************************************************
      *---> CONTA NAO ENCERRADA EM QUE O CPF E TITULAR (PRIMEIRO OU
      *     SEGUNDO) VAI PARA REVISAO DE ENCERRAMENTO; AS DE UM TITULAR
      *     SO FICAM GUARDADAS PARA A SUSPENSAO DOS AGENDADOS.
       0160-ITENS-CONTAS       SECTION.
       0161-ITENS-CONTAS.
           MOVE ZEROS TO WS-QTD-CTA-CLI.
           IF WS-CONTAS-ABERTO NOT EQUAL "S"
                   OR WS-PED-CPF(WS-IND-PED) EQUAL ZEROS
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
                   IF (REG-CONTA-CPF EQUAL WS-PED-CPF(WS-IND-PED)
                       OR REG-CONTA-CPF2 EQUAL WS-PED-CPF(WS-IND-PED))
                      AND REG-CONTA-STATUS NOT EQUAL "E"
                       MOVE REG-CONTA-SALDO TO WS-SALDO-EDT
                       MOVE "CONTA" TO WS-NOVO-TIPO
                       MOVE REG-CONTA-ID TO WS-NOVO-REF
                       MOVE SPACES TO WS-NOVO-DETALHE
                       IF REG-CONTA-CPF2 EQUAL ZEROS
                           STRING "SALDO " WS-SALDO-EDT
                               DELIMITED BY SIZE INTO WS-NOVO-DETALHE
                           END-STRING
                           IF WS-QTD-CTA-CLI LESS THAN 50
                               ADD 1 TO WS-QTD-CTA-CLI
                               MOVE REG-CONTA-ID
                                   TO WS-CTA-CLI-ID(WS-QTD-CTA-CLI)
                           END-IF
                       ELSE
                           STRING "CONJ. " WS-SALDO-EDT
                               DELIMITED BY SIZE INTO WS-NOVO-DETALHE
                           END-STRING
                       END-IF
                       PERFORM 0175-INCLUIR-ITEM
                   END-IF
                   READ CONTAS NEXT
               END-PERFORM
           END-IF.
       0160-ITENS-CONTAS-FIM.  EXIT.
      ******************************************************************
      *---> AGENDAMENTO AINDA PENDENTE NAS CONTAS DE UM TITULAR SO DO
      *     CPF: O ITEM SUSPENDE ("S") PARA O LOTE NAO PAGAR.
       0165-ITENS-AGENDADOS    SECTION.
       0166-ITENS-AGENDADOS.
           IF WS-QTD-CTA-CLI EQUAL ZEROS
               EXIT SECTION
           END-IF.
           PERFORM 0500-CARREGAR-AGENDA.

           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGENDA
               IF WS-AGE-SITUACAO(WS-IND-AGE) EQUAL "P"
                   PERFORM VARYING WS-IND-CTA-CLI FROM 1 BY 1
                           UNTIL WS-IND-CTA-CLI GREATER THAN
                                                   WS-QTD-CTA-CLI
                       IF WS-AGE-CONTA(WS-IND-AGE) EQUAL
                               WS-CTA-CLI-ID(WS-IND-CTA-CLI)
                           MOVE "AGENDADO" TO WS-NOVO-TIPO
                           PERFORM 0167-MONTAR-REF-AGENDA
                           MOVE WS-REF-AGENDA TO WS-NOVO-REF
                           MOVE WS-AGE-FAVORECIDO(WS-IND-AGE)
                                               TO WS-NOVO-DETALHE
                           PERFORM 0175-INCLUIR-ITEM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       0165-ITENS-AGENDADOS-FIM. EXIT.
      *
       0167-MONTAR-REF-AGENDA  SECTION.
           MOVE SPACES TO WS-REF-AGENDA.
           MOVE WS-AGE-CONTA(WS-IND-AGE) TO WS-REF-AGE-CONTA.
           MOVE WS-AGE-VENCIMENTO(WS-IND-AGE) TO WS-REF-AGE-VENC.
           MOVE WS-AGE-VALOR(WS-IND-AGE) TO WS-VALOR-LIDO.
           MOVE WS-VALOR-LIDO-X TO WS-REF-AGE-VALOR.
       0167-MONTAR-REF-AGENDA-FIM. EXIT.
      ******************************************************************
      *---> SALDO DE PONTOS POSITIVO DO TELEFONE DO CLIENTE: O ITEM
      *     CONGELA O SALDO (NAO ZERA; A REATIVACAO DEVOLVE O USO).
       0168-ITENS-PONTOS       SECTION.
       0169-ITENS-PONTOS.
           IF WS-PED-TELEFONE(WS-IND-PED) EQUAL ZEROS
               EXIT SECTION
           END-IF.
           OPEN INPUT PONTOS.
           IF FS-PONTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PONTOS.
           PERFORM UNTIL FS-PONTOS NOT EQUAL "00"
               MOVE SPACES TO WS-PON-TELEFONE WS-PON-SALDO
               UNSTRING REG-PONTO DELIMITED BY ";"
                   INTO WS-PON-TELEFONE WS-PON-SALDO
               END-UNSTRING
               IF WS-PON-TELEFONE IS NUMERIC
                  AND FUNCTION NUMVAL(WS-PON-TELEFONE) EQUAL
                          WS-PED-TELEFONE(WS-IND-PED)
                  AND FUNCTION NUMVAL(WS-PON-SALDO) GREATER THAN ZEROS
                   MOVE "PONTOS" TO WS-NOVO-TIPO
                   MOVE WS-PON-TELEFONE TO WS-NOVO-REF
                   MOVE SPACES TO WS-NOVO-DETALHE
                   STRING "SALDO " WS-PON-SALDO
                       DELIMITED BY SIZE INTO WS-NOVO-DETALHE
                   END-STRING
                   PERFORM 0175-INCLUIR-ITEM
               END-IF
               READ PONTOS
           END-PERFORM.
           CLOSE PONTOS.
       0168-ITENS-PONTOS-FIM.  EXIT.
      ******************************************************************
      *---> REATIVACAO: O QUE AINDA ESTAVA PENDENTE PARA O CLIENTE NAO
      *     PRECISA MAIS SER FEITO (CANCELADO); AGENDADO SUSPENSO E
      *     SALDO CONGELADO VIRAM ITENS DE REVERSAO. CONTA JA ENCERRADA
      *     NAO E REABERTA -- O CLIENTE ABRE OUTRA NO ABRE-CONTA.
       0170-DESDOBRAR-REATIVACAO SECTION.
       0171-DESDOBRAR-REATIVACAO.
           MOVE WS-QTD-ITENS TO WS-QTD-ITENS-ANT.
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM GREATER THAN WS-QTD-ITENS-ANT
               IF (WS-PED-CPF(WS-IND-PED) NOT EQUAL ZEROS
                   AND WS-ITE-CPF(WS-IND-ITEM) EQUAL
                                       WS-PED-CPF(WS-IND-PED))
                  OR (WS-PED-TELEFONE(WS-IND-PED) NOT EQUAL ZEROS
                   AND WS-ITE-TELEFONE(WS-IND-ITEM) EQUAL
                                       WS-PED-TELEFONE(WS-IND-PED))
                   EVALUATE TRUE
                       WHEN WS-ITE-SITUACAO(WS-IND-ITEM) EQUAL "P"
                           MOVE "C" TO WS-ITE-SITUACAO(WS-IND-ITEM)
                           MOVE WS-PED-OPERADOR(WS-IND-PED)
                                   TO WS-ITE-OPERADOR(WS-IND-ITEM)
                           MOVE WS-DATA-HOJE
                                   TO WS-ITE-DATA(WS-IND-ITEM)
                           MOVE "CLIENTE REATIVADO"
                                   TO WS-ITE-MOTIVO(WS-IND-ITEM)
                           ADD 1 TO WS-QT-CANCELADOS
                           MOVE "S" TO WS-ITENS-MUDOU
                       WHEN WS-ITE-SITUACAO(WS-IND-ITEM) EQUAL "F"
                        AND WS-ITE-TIPO(WS-IND-ITEM) EQUAL "AGENDADO"
                           MOVE "DESF-AGEND" TO WS-NOVO-TIPO
                           PERFORM 0172-INCLUIR-REVERSAO
                       WHEN WS-ITE-SITUACAO(WS-IND-ITEM) EQUAL "F"
                        AND WS-ITE-TIPO(WS-IND-ITEM) EQUAL "PONTOS"
                           MOVE "DESF-PONTO" TO WS-NOVO-TIPO
                           PERFORM 0172-INCLUIR-REVERSAO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
       0170-DESDOBRAR-REATIVACAO-FIM. EXIT.
      *
       0172-INCLUIR-REVERSAO   SECTION.
           MOVE WS-ITE-REF(WS-IND-ITEM) TO WS-NOVO-REF.
           MOVE WS-ITE-DETALHE(WS-IND-ITEM) TO WS-NOVO-DETALHE.
           PERFORM 0175-INCLUIR-ITEM.
           MOVE "V" TO WS-ITE-SITUACAO(WS-IND-ITEM).
           MOVE "S" TO WS-ITENS-MUDOU.
       0172-INCLUIR-REVERSAO-FIM. EXIT.
      ******************************************************************
      *---> O EXPURGO DE UM CLIENTE JA DESATIVADO GERA PEDIDO PARA OS
      *     MESMOS VINCULOS: ITEM DE MESMO TIPO E REFERENCIA AINDA
      *     PENDENTE OU JA FEITO NAO E REPETIDO.
       0175-INCLUIR-ITEM       SECTION.
       0176-INCLUIR-ITEM.
           MOVE "N" TO WS-DUPLICADO.
           PERFORM VARYING WS-IND-DUP FROM 1 BY 1
                   UNTIL WS-IND-DUP GREATER THAN WS-QTD-ITENS
               IF WS-ITE-TIPO(WS-IND-DUP) EQUAL WS-NOVO-TIPO
                  AND WS-ITE-REF(WS-IND-DUP) EQUAL WS-NOVO-REF
                  AND (WS-ITE-SITUACAO(WS-IND-DUP) EQUAL "P"
                       OR WS-ITE-SITUACAO(WS-IND-DUP) EQUAL "F")
                   MOVE "S" TO WS-DUPLICADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DUPLICADO EQUAL "S"
               EXIT SECTION
           END-IF.

           IF WS-QTD-ITENS EQUAL 2000
               DISPLAY "LISTA DE ITENS CHEIA - PEDIDO "
                       WS-PED-ID(WS-IND-PED) " INCOMPLETO"
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-QTD-ITENS.
           ADD 1 TO WS-SEQ-PED.
           MOVE WS-PED-ID(WS-IND-PED) TO WS-ITE-PEDIDO(WS-QTD-ITENS).
           MOVE WS-SEQ-PED TO WS-ITE-SEQ(WS-QTD-ITENS).
           MOVE WS-NOVO-TIPO TO WS-ITE-TIPO(WS-QTD-ITENS).
           MOVE WS-PED-CPF(WS-IND-PED) TO WS-ITE-CPF(WS-QTD-ITENS).
           MOVE WS-PED-TELEFONE(WS-IND-PED)
                                   TO WS-ITE-TELEFONE(WS-QTD-ITENS).
           MOVE WS-NOVO-REF TO WS-ITE-REF(WS-QTD-ITENS).
           MOVE WS-NOVO-DETALHE TO WS-ITE-DETALHE(WS-QTD-ITENS).
           MOVE "P" TO WS-ITE-SITUACAO(WS-QTD-ITENS).
           MOVE SPACES TO WS-ITE-OPERADOR(WS-QTD-ITENS)
                          WS-ITE-MOTIVO(WS-QTD-ITENS).
           MOVE ZEROS TO WS-ITE-DATA(WS-QTD-ITENS).
           ADD 1 TO WS-QT-NOVOS.
           MOVE "S" TO WS-ITENS-MUDOU.
       0175-INCLUIR-ITEM-FIM.  EXIT.
      ******************************************************************
       0180-GRAVAR-PEDIDOS     SECTION.
       0181-GRAVAR-PEDIDOS.
           OPEN OUTPUT PEDIDOS.
           PERFORM VARYING WS-IND-PED FROM 1 BY 1
                   UNTIL WS-IND-PED GREATER THAN WS-QTD-PED
               MOVE SPACES TO REG-PEDIDO
               STRING WS-PED-ID(WS-IND-PED)
                      ";" WS-PED-TIPO(WS-IND-PED)
                      ";" WS-PED-TELEFONE(WS-IND-PED)
                      ";" WS-PED-CPF(WS-IND-PED)
                      ";" WS-PED-ORIGEM(WS-IND-PED)
                      ";" WS-PED-OPERADOR(WS-IND-PED)
                      ";" WS-PED-DATA-HORA(WS-IND-PED)
                      ";" WS-PED-SITUACAO(WS-IND-PED)
                   DELIMITED BY SIZE INTO REG-PEDIDO
               END-STRING
               WRITE REG-PEDIDO
           END-PERFORM.
           CLOSE PEDIDOS.
       0180-GRAVAR-PEDIDOS-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           DISPLAY " ".
           DISPLAY "1-PENDENTES 2-EXECUTAR ITEM 3-DISPENSAR ITEM "
                   "4-HISTORICO POR CPF 9-SAIR: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0210-LISTAR-PENDENTES
               WHEN 2
                   PERFORM 0220-EXECUTAR-ITEM
               WHEN 3
                   PERFORM 0300-DISPENSAR-ITEM
               WHEN 4
                   PERFORM 0310-HISTORICO-CPF
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
       0210-LISTAR-PENDENTES   SECTION.
       0211-LISTAR-PENDENTES.
           MOVE ZEROS TO WS-QT-LISTADOS.
           DISPLAY "ITEM PEDIDO TIPO       CPF         REFERENCIA"
                   "                 DETALHE".
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM GREATER THAN WS-QTD-ITENS
               IF WS-ITE-SITUACAO(WS-IND-ITEM) EQUAL "P"
                   ADD 1 TO WS-QT-LISTADOS
                   DISPLAY WS-IND-ITEM " "
                           WS-ITE-PEDIDO(WS-IND-ITEM) " "
                           WS-ITE-TIPO(WS-IND-ITEM) " "
                           WS-ITE-CPF(WS-IND-ITEM) " "
                           WS-ITE-REF(WS-IND-ITEM)(1:26) " "
                           WS-ITE-DETALHE(WS-IND-ITEM)
               END-IF
           END-PERFORM.
           DISPLAY "ITENS PENDENTES: " WS-QT-LISTADOS.
       0210-LISTAR-PENDENTES-FIM. EXIT.
      ******************************************************************
      *---> EXECUTA O ITEM PENDENTE ESCOLHIDO; SO FICA "F" QUANDO A
      *     ACAO DE FATO ACONTECEU (WS-FEITO).
       0220-EXECUTAR-ITEM      SECTION.
       0221-EXECUTAR-ITEM.
           PERFORM 0230-ESCOLHER-ITEM.
           IF WS-ITEM-OK NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           DISPLAY "OPERADOR RESPONSAVEL: ".
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR E OBRIGATORIO"
               EXIT SECTION
           END-IF.
           DISPLAY "CONFIRMA A EXECUCAO (S/N)? ".
           ACCEPT WS-TECLA.
           IF FUNCTION UPPER-CASE(WS-TECLA) NOT EQUAL "S"
               DISPLAY "EXECUCAO CANCELADA"
               EXIT SECTION
           END-IF.

           MOVE "N" TO WS-FEITO.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE WS-ITE-TIPO(WS-ITEM-ENT)
               WHEN "CONTA"
                   PERFORM 0240-EXECUTAR-CONTA
               WHEN "AGENDADO"
                   MOVE "P" TO WS-SIT-DE
                   MOVE "S" TO WS-SIT-PARA
                   PERFORM 0250-MUDAR-AGENDADO
               WHEN "DESF-AGEND"
                   MOVE "S" TO WS-SIT-DE
                   MOVE "P" TO WS-SIT-PARA
                   PERFORM 0250-MUDAR-AGENDADO
               WHEN "PONTOS"
                   PERFORM 0260-CONGELAR-PONTOS
               WHEN "DESF-PONTO"
                   PERFORM 0270-DESCONGELAR-PONTOS
               WHEN OTHER
                   DISPLAY "TIPO DE ITEM DESCONHECIDO"
           END-EVALUATE.

           IF WS-FEITO EQUAL "S"
               MOVE "F" TO WS-ITE-SITUACAO(WS-ITEM-ENT)
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR)
                                   TO WS-ITE-OPERADOR(WS-ITEM-ENT)
               MOVE WS-DATA-HOJE TO WS-ITE-DATA(WS-ITEM-ENT)
               MOVE WS-MOTIVO TO WS-ITE-MOTIVO(WS-ITEM-ENT)
               MOVE "S" TO WS-ITENS-MUDOU
               DISPLAY "ITEM " WS-ITEM-ENT " EXECUTADO"
           END-IF.
       0220-EXECUTAR-ITEM-FIM. EXIT.
      ******************************************************************
       0230-ESCOLHER-ITEM      SECTION.
       0231-ESCOLHER-ITEM.
           MOVE "N" TO WS-ITEM-OK.
           DISPLAY "NUMERO DO ITEM (VER PENDENTES): ".
           MOVE ZEROS TO WS-ITEM-ENT.
           ACCEPT WS-ITEM-ENT.
           IF WS-ITEM-ENT EQUAL ZEROS
                   OR WS-ITEM-ENT GREATER THAN WS-QTD-ITENS
               DISPLAY "ITEM NAO EXISTE"
               EXIT SECTION
           END-IF.
           IF WS-ITE-SITUACAO(WS-ITEM-ENT) NOT EQUAL "P"
               DISPLAY "ITEM NAO ESTA PENDENTE (SITUACAO "
                       WS-ITE-SITUACAO(WS-ITEM-ENT) ")"
               EXIT SECTION
           END-IF.
           DISPLAY WS-ITE-TIPO(WS-ITEM-ENT) " "
                   WS-ITE-REF(WS-ITEM-ENT)(1:26) " "
                   WS-ITE-DETALHE(WS-ITEM-ENT).
           MOVE "S" TO WS-ITEM-OK.
       0230-ESCOLHER-ITEM-FIM. EXIT.
      ******************************************************************
      *---> O ENCERRAMENTO (SALDO, RESIDUO, PIX, EXTRATO) E DO
      *     ABRE-CONTA; AQUI SO SE CONFIRMA QUE JA FOI FEITO.
       0240-EXECUTAR-CONTA     SECTION.
       0241-EXECUTAR-CONTA.
           IF WS-CONTAS-ABERTO NOT EQUAL "S"
               DISPLAY "ARQUIVO DE CONTAS NAO DISPONIVEL: " FS-CONTAS
               EXIT SECTION
           END-IF.
           MOVE WS-ITE-REF(WS-ITEM-ENT)(1:10) TO REG-CONTA-ID.
           READ CONTAS
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA - DISPENSE O ITEM"
                   EXIT SECTION
           END-READ.
           IF REG-CONTA-STATUS NOT EQUAL "E"
               DISPLAY "CONTA AINDA ABERTA - ENCERRE NO ABRE-CONTA "
                       "(OPCAO 3) E EXECUTE O ITEM DE NOVO"
               EXIT SECTION
           END-IF.
           STRING "CONTA ENCERRADA EM " REG-CONTA-DT-ENCER
               DELIMITED BY SIZE INTO WS-MOTIVO
           END-STRING.
           MOVE "S" TO WS-FEITO.
       0240-EXECUTAR-CONTA-FIM. EXIT.
      ******************************************************************
      *---> SUSPENDE (P->S) OU DEVOLVE (S->P) O AGENDAMENTO DA
      *     REFERENCIA; O AGENDA-PAGTOS SO PAGA OS "P".
       0250-MUDAR-AGENDADO     SECTION.
       0251-MUDAR-AGENDADO.
           PERFORM 0500-CARREGAR-AGENDA.
           MOVE ZEROS TO WS-AGE-ACHADO.
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGENDA
               IF WS-AGE-SITUACAO(WS-IND-AGE) EQUAL WS-SIT-DE
                   PERFORM 0167-MONTAR-REF-AGENDA
                   IF WS-REF-AGENDA EQUAL WS-ITE-REF(WS-ITEM-ENT)
                       MOVE WS-IND-AGE TO WS-AGE-ACHADO
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-AGE-ACHADO EQUAL ZEROS
               DISPLAY "AGENDAMENTO NAO ESTA MAIS NA SITUACAO "
                       WS-SIT-DE " - DISPENSE O ITEM"
               EXIT SECTION
           END-IF.

           MOVE WS-SIT-PARA TO WS-AGE-SITUACAO(WS-AGE-ACHADO).
           PERFORM 0510-GRAVAR-AGENDA.
           IF WS-SIT-PARA EQUAL "S"
               MOVE "AGENDAMENTO SUSPENSO" TO WS-MOTIVO
           ELSE
               MOVE "AGENDAMENTO REATIVADO" TO WS-MOTIVO
           END-IF.
           MOVE "S" TO WS-FEITO.
       0250-MUDAR-AGENDADO-FIM. EXIT.
      ******************************************************************
       0260-CONGELAR-PONTOS    SECTION.
       0261-CONGELAR-PONTOS.
           PERFORM 0520-CARREGAR-CONG.
           IF WS-CONG-ACHADO EQUAL "N"
               OPEN EXTEND PONTOS-CONG
               IF FS-PONTOS-CONG EQUAL "35"
                   OPEN OUTPUT PONTOS-CONG
                   CLOSE PONTOS-CONG
                   OPEN EXTEND PONTOS-CONG
               END-IF
               MOVE SPACES TO REG-PONTO-CONG
               STRING WS-ITE-TELEFONE(WS-ITEM-ENT)
                      ";" WS-DATA-HOJE
                      ";" WS-ITE-PEDIDO(WS-ITEM-ENT)
                   DELIMITED BY SIZE INTO REG-PONTO-CONG
               END-STRING
               WRITE REG-PONTO-CONG
               CLOSE PONTOS-CONG
           END-IF.
           MOVE "SALDO CONGELADO" TO WS-MOTIVO.
           MOVE "S" TO WS-FEITO.
       0260-CONGELAR-PONTOS-FIM. EXIT.
      ******************************************************************
       0270-DESCONGELAR-PONTOS SECTION.
       0271-DESCONGELAR-PONTOS.
           PERFORM 0520-CARREGAR-CONG.
           IF WS-CONG-ACHADO EQUAL "S"
               OPEN OUTPUT PONTOS-CONG
               PERFORM VARYING WS-IND-CONG FROM 1 BY 1
                       UNTIL WS-IND-CONG GREATER THAN WS-QTD-CONG
                   IF WS-CONG-FORA(WS-IND-CONG) EQUAL "N"
                       MOVE WS-CONG-LINHA(WS-IND-CONG)
                                               TO REG-PONTO-CONG
                       WRITE REG-PONTO-CONG
                   END-IF
               END-PERFORM
               CLOSE PONTOS-CONG
           END-IF.
           MOVE "SALDO DESCONGELADO" TO WS-MOTIVO.
           MOVE "S" TO WS-FEITO.
       0270-DESCONGELAR-PONTOS-FIM. EXIT.
      ******************************************************************
      *---> DISPENSA: O OPERADOR DECIDE QUE O VINCULO FICA COMO ESTA
      *     (EX.: CONTA CONJUNTA QUE SEGUE COM O OUTRO TITULAR); O
      *     MOTIVO E OBRIGATORIO.
       0300-DISPENSAR-ITEM     SECTION.
       0301-DISPENSAR-ITEM.
           PERFORM 0230-ESCOLHER-ITEM.
           IF WS-ITEM-OK NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           DISPLAY "OPERADOR RESPONSAVEL: ".
           ACCEPT WS-OPERADOR.
           DISPLAY "MOTIVO DA DISPENSA: ".
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           IF WS-OPERADOR EQUAL SPACES OR WS-MOTIVO EQUAL SPACES
               DISPLAY "OPERADOR E MOTIVO SAO OBRIGATORIOS"
               EXIT SECTION
           END-IF.

           MOVE "R" TO WS-ITE-SITUACAO(WS-ITEM-ENT).
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR)
                               TO WS-ITE-OPERADOR(WS-ITEM-ENT).
           MOVE WS-DATA-HOJE TO WS-ITE-DATA(WS-ITEM-ENT).
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO)
                               TO WS-ITE-MOTIVO(WS-ITEM-ENT).
           MOVE "S" TO WS-ITENS-MUDOU.
           DISPLAY "ITEM " WS-ITEM-ENT " DISPENSADO".
       0300-DISPENSAR-ITEM-FIM. EXIT.
      ******************************************************************
       0310-HISTORICO-CPF      SECTION.
       0311-HISTORICO-CPF.
           DISPLAY "CPF DO CLIENTE: ".
           ACCEPT WS-CPF.
           MOVE ZEROS TO WS-QT-LISTADOS.

           PERFORM VARYING WS-IND-PED FROM 1 BY 1
                   UNTIL WS-IND-PED GREATER THAN WS-QTD-PED
               IF WS-PED-CPF(WS-IND-PED) EQUAL WS-CPF
                   DISPLAY "PEDIDO " WS-PED-ID(WS-IND-PED)
                           " TIPO " WS-PED-TIPO(WS-IND-PED)
                           " " WS-PED-ORIGEM(WS-IND-PED)
                           " " WS-PED-OPERADOR(WS-IND-PED)
                           " " WS-PED-DATA-HORA(WS-IND-PED)(1:8)
                   PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                           UNTIL WS-IND-ITEM GREATER THAN WS-QTD-ITENS
                       IF WS-ITE-PEDIDO(WS-IND-ITEM) EQUAL
                               WS-PED-ID(WS-IND-PED)
                           ADD 1 TO WS-QT-LISTADOS
                           DISPLAY "   " WS-ITE-TIPO(WS-IND-ITEM) " "
                                   WS-ITE-REF(WS-IND-ITEM)(1:26) " "
                                   WS-ITE-SITUACAO(WS-IND-ITEM) " "
                                   WS-ITE-OPERADOR(WS-IND-ITEM) " "
                                   WS-ITE-DATA(WS-IND-ITEM)
                           IF WS-ITE-MOTIVO(WS-IND-ITEM)
                                                   NOT EQUAL SPACES
                               DISPLAY "      "
                                       WS-ITE-MOTIVO(WS-IND-ITEM)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           DISPLAY "ITENS DO CPF " WS-CPF ": " WS-QT-LISTADOS.
       0310-HISTORICO-CPF-FIM. EXIT.
      ******************************************************************
       0400-FINALIZAR          SECTION.
       0401-FINALIZAR.
           IF WS-ITENS-MUDOU EQUAL "S"
               OPEN OUTPUT ITENS
               PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                       UNTIL WS-IND-ITEM GREATER THAN WS-QTD-ITENS
                   MOVE SPACES TO REG-ITEM
                   STRING WS-ITE-PEDIDO(WS-IND-ITEM)
                          ";" WS-ITE-SEQ(WS-IND-ITEM)
                          ";" WS-ITE-TIPO(WS-IND-ITEM)
                          ";" WS-ITE-CPF(WS-IND-ITEM)
                          ";" WS-ITE-TELEFONE(WS-IND-ITEM)
                          ";" WS-ITE-REF(WS-IND-ITEM)
                          ";" WS-ITE-DETALHE(WS-IND-ITEM)
                          ";" WS-ITE-SITUACAO(WS-IND-ITEM)
                          ";" WS-ITE-OPERADOR(WS-IND-ITEM)
                          ";" WS-ITE-DATA(WS-IND-ITEM)
                          ";" WS-ITE-MOTIVO(WS-IND-ITEM)
                       DELIMITED BY SIZE INTO REG-ITEM
                   END-STRING
                   WRITE REG-ITEM
               END-PERFORM
               CLOSE ITENS
               DISPLAY "LISTA DE ITENS GRAVADA"
           END-IF.
           IF WS-CONTAS-ABERTO EQUAL "S"
               CLOSE CONTAS
           END-IF.
       0400-FINALIZAR-FIM.     EXIT.
      ******************************************************************
       0500-CARREGAR-AGENDA    SECTION.
       0501-CARREGAR-AGENDA.
           MOVE ZEROS TO WS-QTD-AGENDA.
           OPEN INPUT AGENDADOS.
           IF FS-AGENDADOS EQUAL "00"
               READ AGENDADOS
               PERFORM UNTIL FS-AGENDADOS NOT EQUAL "00"
                          OR WS-QTD-AGENDA EQUAL 500
                   ADD 1 TO WS-QTD-AGENDA
                   MOVE ZEROS TO WS-VALOR-LIDO-X
                   MOVE SPACES TO WS-COD-LIDO
                   MOVE SPACES TO WS-AGE-BOLETO(WS-QTD-AGENDA)
                   UNSTRING REG-AGENDADO DELIMITED BY ";"
                       INTO WS-AGE-CONTA(WS-QTD-AGENDA)
                            WS-AGE-VENCIMENTO(WS-QTD-AGENDA)
                            WS-VALOR-LIDO-X
                            WS-AGE-CATEGORIA(WS-QTD-AGENDA)
                            WS-AGE-FAVORECIDO(WS-QTD-AGENDA)
                            WS-AGE-SITUACAO(WS-QTD-AGENDA)
                            WS-COD-LIDO
                            WS-AGE-BOLETO(WS-QTD-AGENDA)
                   END-UNSTRING
                   MOVE WS-VALOR-LIDO
                           TO WS-AGE-VALOR(WS-QTD-AGENDA)
                   IF WS-COD-LIDO IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-COD-LIDO)
                               TO WS-AGE-CODFAV(WS-QTD-AGENDA)
                   ELSE
                       MOVE ZEROS TO WS-AGE-CODFAV(WS-QTD-AGENDA)
                   END-IF
                   READ AGENDADOS
               END-PERFORM
               CLOSE AGENDADOS
           END-IF.
       0500-CARREGAR-AGENDA-FIM. EXIT.
      ******************************************************************
       0510-GRAVAR-AGENDA      SECTION.
       0511-GRAVAR-AGENDA.
           OPEN OUTPUT AGENDADOS.
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGENDA
               MOVE SPACES TO REG-AGENDADO
               MOVE 1 TO WS-PONTEIRO
               STRING WS-AGE-CONTA(WS-IND-AGE)
                      ";" WS-AGE-VENCIMENTO(WS-IND-AGE)
                      ";" WS-AGE-VALOR(WS-IND-AGE)
                      ";" WS-AGE-CATEGORIA(WS-IND-AGE)
                      ";" WS-AGE-FAVORECIDO(WS-IND-AGE)
                      ";" WS-AGE-SITUACAO(WS-IND-AGE)
                      ";" WS-AGE-CODFAV(WS-IND-AGE)
                   DELIMITED BY SIZE INTO REG-AGENDADO
                   WITH POINTER WS-PONTEIRO
               END-STRING
               IF WS-AGE-BOLETO(WS-IND-AGE) NOT EQUAL SPACES
                   STRING ";" WS-AGE-BOLETO(WS-IND-AGE)
                       DELIMITED BY SIZE INTO REG-AGENDADO
                       WITH POINTER WS-PONTEIRO
                   END-STRING
               END-IF
               WRITE REG-AGENDADO
           END-PERFORM.
           CLOSE AGENDADOS.
       0510-GRAVAR-AGENDA-FIM. EXIT.
      ******************************************************************
      *---> CARREGA O PONTOSCONG.TXT MARCANDO FORA AS LINHAS DO
      *     TELEFONE DO ITEM (WS-CONG-ACHADO = "S" SE HAVIA ALGUMA).
       0520-CARREGAR-CONG      SECTION.
       0521-CARREGAR-CONG.
           MOVE ZEROS TO WS-QTD-CONG.
           MOVE "N" TO WS-CONG-ACHADO.
           OPEN INPUT PONTOS-CONG.
           IF FS-PONTOS-CONG NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PONTOS-CONG.
           PERFORM UNTIL FS-PONTOS-CONG NOT EQUAL "00"
                      OR WS-QTD-CONG EQUAL 200
               ADD 1 TO WS-QTD-CONG
               MOVE REG-PONTO-CONG TO WS-CONG-LINHA(WS-QTD-CONG)
               MOVE "N" TO WS-CONG-FORA(WS-QTD-CONG)
               MOVE SPACES TO WS-CONG-TELEFONE
               UNSTRING REG-PONTO-CONG DELIMITED BY ";"
                   INTO WS-CONG-TELEFONE
               END-UNSTRING
               IF WS-CONG-TELEFONE IS NUMERIC
                  AND FUNCTION NUMVAL(WS-CONG-TELEFONE) EQUAL
                          WS-ITE-TELEFONE(WS-ITEM-ENT)
                   MOVE "S" TO WS-CONG-FORA(WS-QTD-CONG)
                   MOVE "S" TO WS-CONG-ACHADO
               END-IF
               READ PONTOS-CONG
           END-PERFORM.
           CLOSE PONTOS-CONG.
       0520-CARREGAR-CONG-FIM. EXIT.
      ******************************************************************
       END PROGRAM CASCATA.
