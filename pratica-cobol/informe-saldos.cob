      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Informe anual de saldos em conta por CPF (IRPF)
      *          Todo fevereiro os titulares pedem o saldo de 31/12
      *          para a declaracao e a conta era refeita a mao no
      *          extrato.txt. Este lote, para um ano-base informado
      *          (vazio = ano anterior), reconstitui o saldo de cada
      *          conta do contas.dat em 31/12 do ano-base e em 31/12
      *          do ano anterior: saldo atual menos o movimento
      *          liquido lancado no extrato depois de cada data
      *          (creditos somam, debitos subtraem). As contas sao
      *          agrupadas por CPF -- a conta conjunta sai no informe
      *          dos dois titulares (REG-CONTA-CPF2) -- e cada CPF
      *          recebe um informe formatado em informesaldos.txt com
      *          o nome do clientes.dat (chave alternativa de CPF).
      *          A pagina de controle fecha saldo atual, movimento do
      *          extrato e saldo reconstituido, e mostra que a soma
      *          dos informes e a soma das contas mais as conjuntas,
      *          que aparecem duas vezes.
      *          Na cadeia ANUAL o ano-base vem de ANUAL_ANO (ano
      *          encerrado) e nao se pergunta nada; a etapa roda antes
      *          do arquivamento do extrato do ano.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. INFORME-SALDOS.
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

      *--> CADASTRO DE CLIENTES DO SISTEMA PRINCIPAL (CLIENTES_PATH)
           SELECT CLIENTES ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CLI-TELEFONE
               ALTERNATE RECORD KEY IS CLI-NOME
                                       WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-CPF
                                       WITH DUPLICATES
               FILE STATUS     IS FS-CLIENTES.

           SELECT INFORMES ASSIGN TO "C:\teste\informesaldos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-INFORMES.
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
       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-TELEFONE          PIC 9(09).
           05 CLI-NOME              PIC A(30).
           05 CLI-EMAIL             PIC X(40).
           05 CLI-CPF               PIC 9(11).
           05 FILLER                PIC X(08).
           05 CLI-STATUS            PIC X(01).
               88 CLI-ATIVO         VALUE "A".
               88 CLI-INATIVO       VALUE "I".
           05 FILLER                PIC X(254).
      *
       FD  INFORMES.
       01  REG-INFORME              PIC X(80).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-CONTAS           PIC X(02)           VALUE SPACES.
       77  FS-EXTRATO          PIC X(02)           VALUE SPACES.
       77  FS-CLIENTES         PIC X(02)           VALUE SPACES.
       77  FS-INFORMES         PIC X(02)           VALUE SPACES.
       01  WS-CLIENTES-PATH    PIC X(100)          VALUE SPACES.
       77  WS-CADASTRO-OK      PIC X(01)           VALUE "N".

      *--> ANO-BASE E AS DUAS DATAS DE CORTE (31/12 DO ANO-BASE E DO
      *    ANO ANTERIOR)
       77  WS-ANO              PIC 9(04)           VALUE ZEROS.
       77  WS-ANO-ENT          PIC X(04)           VALUE SPACES.
       77  WS-ANO-ANT          PIC 9(04)           VALUE ZEROS.
       01  WS-CORTE-ANO.
           05 WS-CORTE-ANO-AAAA    PIC 9(04).
           05 FILLER               PIC X(04)       VALUE "1231".
       01  WS-CORTE-ANO-N REDEFINES WS-CORTE-ANO
                               PIC 9(08).
       01  WS-CORTE-ANT.
           05 WS-CORTE-ANT-AAAA    PIC 9(04).
           05 FILLER               PIC X(04)       VALUE "1231".
       01  WS-CORTE-ANT-N REDEFINES WS-CORTE-ANT
                               PIC 9(08).

      *--> CONTAS DO CADASTRO; MOV-ANO / MOV-ANT ACUMULAM O MOVIMENTO
      *    LIQUIDO DO EXTRATO DEPOIS DE CADA DATA DE CORTE
       77  WS-QTD-CONTAS       PIC 9(04)           VALUE ZEROS.
       77  WS-IND-CTA          PIC 9(04)           VALUE ZEROS.
       77  WS-CTA-ACHADA       PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-CONTAS.
           05 WS-CTA OCCURS 500 TIMES.
               10 WS-CTA-ID            PIC X(10).
               10 WS-CTA-CPF           PIC 9(11).
               10 WS-CTA-CPF2          PIC 9(11).
               10 WS-CTA-STATUS        PIC X(01).
               10 WS-CTA-DT-ENCER      PIC 9(08).
               10 WS-CTA-SALDO         PIC S9(08)V99.
               10 WS-CTA-MOV-ANO       PIC S9(09)V99.
               10 WS-CTA-MOV-ANT       PIC S9(09)V99.
               10 WS-CTA-SALDO-ANO     PIC S9(09)V99.
               10 WS-CTA-SALDO-ANT     PIC S9(09)V99.

      *--> CPFS DISTINTOS (TITULAR E SEGUNDO TITULAR), NA ORDEM EM QUE
      *    APARECEM NO CONTAS.DAT
       77  WS-QTD-CPFS         PIC 9(04)           VALUE ZEROS.
       77  WS-IND-CPF          PIC 9(04)           VALUE ZEROS.
       77  WS-CPF-PROCURADO    PIC 9(11)           VALUE ZEROS.
       77  WS-CPF-ACHADO       PIC X(01)           VALUE "N".
       01  WS-TAB-CPFS.
           05 WS-CPF-ITEM OCCURS 1000 TIMES   PIC 9(11).

      *--> LINHA DO EXTRATO
       77  WS-LIN-CONTA        PIC X(10)           VALUE SPACES.
       77  WS-LIN-DATA         PIC 9(08)           VALUE ZEROS.
       77  WS-LIN-CATEG        PIC X(10)           VALUE SPACES.
       01  WS-LIN-VALOR-X      PIC X(08)           VALUE ZEROS.
       01  WS-LIN-VALOR REDEFINES WS-LIN-VALOR-X
                               PIC 9(06)V99.
       77  WS-LIN-SINAL        PIC S9(09)V99       VALUE ZEROS.
       77  WS-LIN-RESTO        PIC X(130)          VALUE SPACES.

      *--> INFORME DE UM CPF
       77  WS-NOME             PIC X(30)           VALUE SPACES.
       77  WS-TITULARIDADE     PIC X(12)           VALUE SPACES.
       77  WS-QT-CONTAS-CPF    PIC 9(04)           VALUE ZEROS.
       77  WS-TEM-CONJUNTA     PIC X(01)           VALUE "N".
       77  WS-TOT-CPF-ANO      PIC S9(10)V99       VALUE ZEROS.
       77  WS-TOT-CPF-ANT      PIC S9(10)V99       VALUE ZEROS.
       77  WS-SALDO-EDT        PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-SALDO-EDT2       PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-EDT        PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-EDT2       PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-DATA-EDT         PIC 99/99/9999.
       01  WS-DATA-AUX         PIC 9(08)           VALUE ZEROS.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-DATA-AUX-AAAA     PIC 9(04).
           05 WS-DATA-AUX-MM       PIC 9(02).
           05 WS-DATA-AUX-DD       PIC 9(02).
       77  WS-DATA-DDMMAAAA    PIC 9(08)           VALUE ZEROS.

      *--> TOTAIS DA PAGINA DE CONTROLE
       77  WS-QT-INFORMES      PIC 9(04)           VALUE ZEROS.
       77  WS-QT-SEM-CADASTRO  PIC 9(04)           VALUE ZEROS.
       77  WS-QT-CONJUNTAS     PIC 9(04)           VALUE ZEROS.
       77  WS-QT-LIN-LIDAS     PIC 9(07)           VALUE ZEROS.
       77  WS-QT-LIN-IGNORADAS PIC 9(07)           VALUE ZEROS.
       77  WS-TOT-ATUAL        PIC S9(10)V99       VALUE ZEROS.
       77  WS-TOT-MOV-ANO      PIC S9(10)V99       VALUE ZEROS.
       77  WS-TOT-MOV-ANT      PIC S9(10)V99       VALUE ZEROS.
       77  WS-TOT-SALDO-ANO    PIC S9(10)V99       VALUE ZEROS.
       77  WS-TOT-SALDO-ANT    PIC S9(10)V99       VALUE ZEROS.
       77  WS-TOT-CONJ-ANO     PIC S9(10)V99       VALUE ZEROS.
       77  WS-TOT-CONJ-ANT     PIC S9(10)V99       VALUE ZEROS.
       77  WS-TOT-INF-ANO      PIC S9(10)V99       VALUE ZEROS.
       77  WS-TOT-INF-ANT      PIC S9(10)V99       VALUE ZEROS.
       77  WS-CONFERE-ANO      PIC S9(10)V99       VALUE ZEROS.
       77  WS-CONFERE-ANT      PIC S9(10)V99       VALUE ZEROS.

      *--> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA     PIC X(10)           VALUE "INFSALDOS".
       77  WS-SPO-ARQUIVO      PIC X(60)
                               VALUE "C:\teste\informesaldos.txt".
       77  WS-SPO-LINHAS       PIC 9(06)           VALUE ZEROS.
       77  WS-SPO-OPERADOR     PIC X(10)           VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           ACCEPT WS-ANO-ENT FROM ENVIRONMENT "ANUAL_ANO".
           IF WS-ANO-ENT IS NUMERIC
               MOVE WS-ANO-ENT TO WS-ANO
           ELSE
               DISPLAY "ANO-BASE DO INFORME (AAAA, VAZIO = ANO "
                       "ANTERIOR): "
               ACCEPT WS-ANO
           END-IF.
           IF WS-ANO EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO
               SUBTRACT 1 FROM WS-ANO
           END-IF.
           COMPUTE WS-ANO-ANT = WS-ANO - 1.
           MOVE WS-ANO     TO WS-CORTE-ANO-AAAA.
           MOVE WS-ANO-ANT TO WS-CORTE-ANT-AAAA.

           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WS-CLIENTES-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/clientes.dat"
                                               TO WS-CLIENTES-PATH
           END-IF.

           PERFORM 0100-CARREGAR-CONTAS.
           IF WS-QTD-CONTAS EQUAL ZEROS
               DISPLAY "NENHUMA CONTA NO CONTAS.DAT"
               GOBACK
           END-IF.
           PERFORM 0200-LER-EXTRATO.
           PERFORM 0300-RECONSTITUIR-SALDOS.

      *--> SEM O CADASTRO O INFORME SAI MESMO ASSIM, SEM O NOME
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL "00"
               MOVE "S" TO WS-CADASTRO-OK
           ELSE
               DISPLAY "CADASTRO DE CLIENTES NAO DISPONIVEL: "
                       FS-CLIENTES " - INFORMES SEM NOME"
           END-IF.
           OPEN OUTPUT INFORMES.

           PERFORM 0400-GERAR-INFORMES.
           PERFORM 0500-PAGINA-DE-CONTROLE.

           CLOSE INFORMES.
           IF WS-CADASTRO-OK EQUAL "S"
               CLOSE CLIENTES
           END-IF.
           DISPLAY "INFORMES GERADOS: " WS-QT-INFORMES.
           CALL "SPOOLCTL" USING WS-SPO-PROGRAMA WS-SPO-ARQUIVO
                                 WS-SPO-LINHAS WS-SPO-OPERADOR.
           GOBACK.
      ******************************************************************
      *--> LEITURA SEQUENCIAL DO CONTAS.DAT PELA CHAVE; CADA CONTA
      *    REGISTRA O CPF DO TITULAR E O DO SEGUNDO TITULAR
       0100-CARREGAR-CONTAS    SECTION.
       0101-CARREGAR-CONTAS.
           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "CONTAS.DAT INDISPONIVEL: " FS-CONTAS
               GOBACK
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
                       MOVE REG-CONTA-DT-ENCER
                               TO WS-CTA-DT-ENCER(WS-QTD-CONTAS)
                       MOVE REG-CONTA-SALDO
                               TO WS-CTA-SALDO(WS-QTD-CONTAS)
                       MOVE ZEROS TO WS-CTA-MOV-ANO(WS-QTD-CONTAS)
                                     WS-CTA-MOV-ANT(WS-QTD-CONTAS)
                       MOVE REG-CONTA-CPF TO WS-CPF-PROCURADO
                       PERFORM 0110-REGISTRAR-CPF
                       IF REG-CONTA-CPF2 NOT EQUAL ZEROS
                           MOVE REG-CONTA-CPF2 TO WS-CPF-PROCURADO
                           PERFORM 0110-REGISTRAR-CPF
                       END-IF
                   ELSE
                       DISPLAY "TABELA DE CONTAS CHEIA - CONTA "
                               REG-CONTA-ID " FORA DO INFORME"
                   END-IF
                   READ CONTAS NEXT
               END-PERFORM
           END-IF.
           CLOSE CONTAS.
       0100-CARREGAR-CONTAS-FIM. EXIT.
      ******************************************************************
       0110-REGISTRAR-CPF      SECTION.
       0111-REGISTRAR-CPF.
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
       0110-REGISTRAR-CPF-FIM. EXIT.
      ******************************************************************
      *--> UMA PASSADA NO EXTRATO: CADA LANCAMENTO DEPOIS DE UMA DATA
      *    DE CORTE ENTRA NO MOVIMENTO LIQUIDO DAQUELA DATA. CREDITO E
      *    O QUE ENTRA NA CONTA (TRANSFERENCIA RECEBIDA, RESIDUO DE
      *    ENCERRAMENTO, REEMBOLSO DE VIAGEM, ESTORNO, LIBERACAO DE
      *    EMPRESTIMO E VENDAS CREDITADAS AO LOJISTA); O RESTO DEBITA.
      *    LANCAMENTO DE CONTA FORA DO CADASTRO NAO ENTRA NO RAZAO
       0200-LER-EXTRATO        SECTION.
       0201-LER-EXTRATO.
           OPEN INPUT EXTRATO.
           IF FS-EXTRATO NOT EQUAL "00"
               DISPLAY "EXTRATO.TXT NAO ENCONTRADO - SALDOS ATUAIS "
                       "VALEM PARA AS DUAS DATAS"
               EXIT SECTION
           END-IF.
           READ EXTRATO.
           PERFORM UNTIL FS-EXTRATO NOT EQUAL "00"
               ADD 1 TO WS-QT-LIN-LIDAS
               IF REG-EXTRATO(1:6) EQUAL "CONTA="
                  AND REG-EXTRATO(23:8) IS NUMERIC
                  AND REG-EXTRATO(59:8) IS NUMERIC
                   PERFORM 0210-APURAR-LANCAMENTO
               ELSE
                   ADD 1 TO WS-QT-LIN-IGNORADAS
               END-IF
               READ EXTRATO
           END-PERFORM.
           CLOSE EXTRATO.
       0200-LER-EXTRATO-FIM. EXIT.
      ******************************************************************
       0210-APURAR-LANCAMENTO  SECTION.
       0211-APURAR-LANCAMENTO.
           MOVE REG-EXTRATO(7:10)  TO WS-LIN-CONTA.
           MOVE REG-EXTRATO(23:8)  TO WS-LIN-DATA.
           MOVE REG-EXTRATO(42:10) TO WS-LIN-CATEG.
           MOVE REG-EXTRATO(59:8)  TO WS-LIN-VALOR-X.

           IF WS-LIN-CATEG(1:10) EQUAL "TRANSF-REC"
                   OR WS-LIN-CATEG(1:9) EQUAL "ENCER-TRF"
                   OR WS-LIN-CATEG(1:6) EQUAL "VIAGEM"
                   OR WS-LIN-CATEG(1:7) EQUAL "ESTORNO"
                   OR WS-LIN-CATEG(1:10) EQUAL "EMPR-LIBER"
                   OR WS-LIN-CATEG(1:6) EQUAL "VENDAS"
                   OR WS-LIN-CATEG(1:7) EQUAL "SALARIO"
               MOVE WS-LIN-VALOR TO WS-LIN-SINAL
           ELSE
               COMPUTE WS-LIN-SINAL = 0 - WS-LIN-VALOR
           END-IF.
           PERFORM 0220-ACUMULAR-MOVIMENTO.
           IF WS-CTA-ACHADA EQUAL ZEROS
               ADD 1 TO WS-QT-LIN-IGNORADAS
               EXIT SECTION
           END-IF.

      *--> O RESIDUO DO ENCERRAMENTO SO TEM LINHA NA CONTA DE DESTINO
      *    (A ENCERRADA GANHA UMA LINHA DE VALOR ZERO); A SAIDA DA
      *    CONTA ENCERRADA VEM DO DE= DA MESMA LINHA
           IF WS-LIN-CATEG(1:9) EQUAL "ENCER-TRF"
               MOVE SPACES TO WS-LIN-RESTO WS-LIN-CONTA
               UNSTRING REG-EXTRATO DELIMITED BY " DE="
                   INTO WS-LIN-RESTO WS-LIN-CONTA
               END-UNSTRING
               IF WS-LIN-CONTA NOT EQUAL SPACES
                   COMPUTE WS-LIN-SINAL = 0 - WS-LIN-VALOR
                   PERFORM 0220-ACUMULAR-MOVIMENTO
               END-IF
           END-IF.
       0210-APURAR-LANCAMENTO-FIM. EXIT.
      ******************************************************************
       0220-ACUMULAR-MOVIMENTO SECTION.
       0221-ACUMULAR-MOVIMENTO.
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

           IF WS-LIN-DATA GREATER THAN WS-CORTE-ANT-N
               ADD WS-LIN-SINAL TO WS-CTA-MOV-ANT(WS-CTA-ACHADA)
               ADD WS-LIN-SINAL TO WS-TOT-MOV-ANT
           END-IF.
           IF WS-LIN-DATA GREATER THAN WS-CORTE-ANO-N
               ADD WS-LIN-SINAL TO WS-CTA-MOV-ANO(WS-CTA-ACHADA)
               ADD WS-LIN-SINAL TO WS-TOT-MOV-ANO
           END-IF.
       0220-ACUMULAR-MOVIMENTO-FIM. EXIT.
      ******************************************************************
      *--> SALDO NA DATA DE CORTE = SALDO ATUAL - MOVIMENTO POSTERIOR
       0300-RECONSTITUIR-SALDOS SECTION.
       0301-RECONSTITUIR-SALDOS.
           PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                   UNTIL WS-IND-CTA GREATER THAN WS-QTD-CONTAS
               COMPUTE WS-CTA-SALDO-ANO(WS-IND-CTA) =
                       WS-CTA-SALDO(WS-IND-CTA)
                     - WS-CTA-MOV-ANO(WS-IND-CTA)
               COMPUTE WS-CTA-SALDO-ANT(WS-IND-CTA) =
                       WS-CTA-SALDO(WS-IND-CTA)
                     - WS-CTA-MOV-ANT(WS-IND-CTA)
               ADD WS-CTA-SALDO(WS-IND-CTA)     TO WS-TOT-ATUAL
               ADD WS-CTA-SALDO-ANO(WS-IND-CTA) TO WS-TOT-SALDO-ANO
               ADD WS-CTA-SALDO-ANT(WS-IND-CTA) TO WS-TOT-SALDO-ANT
               IF WS-CTA-CPF2(WS-IND-CTA) NOT EQUAL ZEROS
                   ADD 1 TO WS-QT-CONJUNTAS
                   ADD WS-CTA-SALDO-ANO(WS-IND-CTA)
                                           TO WS-TOT-CONJ-ANO
                   ADD WS-CTA-SALDO-ANT(WS-IND-CTA)
                                           TO WS-TOT-CONJ-ANT
               END-IF
           END-PERFORM.
       0300-RECONSTITUIR-SALDOS-FIM. EXIT.
      ******************************************************************
       0400-GERAR-INFORMES     SECTION.
       0401-GERAR-INFORMES.
           PERFORM VARYING WS-IND-CPF FROM 1 BY 1
                   UNTIL WS-IND-CPF GREATER THAN WS-QTD-CPFS
               PERFORM 0410-IMPRIMIR-INFORME
           END-PERFORM.
       0400-GERAR-INFORMES-FIM. EXIT.
      ******************************************************************
       0410-IMPRIMIR-INFORME   SECTION.
       0411-IMPRIMIR-INFORME.
           ADD 1 TO WS-QT-INFORMES.
           MOVE WS-CPF-ITEM(WS-IND-CPF) TO WS-CPF-PROCURADO.
           PERFORM 0420-BUSCAR-NOME.
           MOVE ZEROS TO WS-QT-CONTAS-CPF WS-TOT-CPF-ANO
                         WS-TOT-CPF-ANT.
           MOVE "N" TO WS-TEM-CONJUNTA.

           MOVE SPACES TO REG-INFORME.
           MOVE ALL "=" TO REG-INFORME(1:66).
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO REG-INFORME.
           STRING "INFORME DE SALDOS EM CONTA - ANO-BASE " WS-ANO
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO REG-INFORME.
           STRING "  CPF.....: " WS-CPF-PROCURADO
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO REG-INFORME.
           STRING "  TITULAR.: " WS-NOME
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO REG-INFORME.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO REG-INFORME.
           STRING "  CONTA       TITULARIDADE"
                  "  SALDO 31/12/" WS-ANO-ANT
                  "  SALDO 31/12/" WS-ANO
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.

           PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                   UNTIL WS-IND-CTA GREATER THAN WS-QTD-CONTAS
               IF WS-CTA-CPF(WS-IND-CTA) EQUAL WS-CPF-PROCURADO
                   MOVE "TITULAR" TO WS-TITULARIDADE
                   IF WS-CTA-CPF2(WS-IND-CTA) NOT EQUAL ZEROS
                       MOVE "CONJUNTA-1O" TO WS-TITULARIDADE
                   END-IF
                   PERFORM 0430-LINHA-DA-CONTA
               ELSE
                   IF WS-CTA-CPF2(WS-IND-CTA) EQUAL WS-CPF-PROCURADO
                       MOVE "CONJUNTA-2O" TO WS-TITULARIDADE
                       PERFORM 0430-LINHA-DA-CONTA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-TOT-CPF-ANT TO WS-TOTAL-EDT.
           MOVE WS-TOT-CPF-ANO TO WS-TOTAL-EDT2.
           MOVE SPACES TO REG-INFORME.
           STRING "  TOTAL (" WS-QT-CONTAS-CPF " CONTAS)      "
                  WS-TOTAL-EDT " " WS-TOTAL-EDT2
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           IF WS-TEM-CONJUNTA EQUAL "S"
               MOVE "  CONTA CONJUNTA: O SALDO TOTAL DA CONTA CONSTA NO"
                   & " INFORME DE CADA TITULAR" TO REG-INFORME
               PERFORM 0490-GRAVAR-LINHA
           END-IF.

           ADD WS-TOT-CPF-ANO TO WS-TOT-INF-ANO.
           ADD WS-TOT-CPF-ANT TO WS-TOT-INF-ANT.
       0410-IMPRIMIR-INFORME-FIM. EXIT.
      ******************************************************************
      *--> MESMA BUSCA DO ABRE-CONTA PELA CHAVE ALTERNATIVA DE CPF
       0420-BUSCAR-NOME        SECTION.
       0421-BUSCAR-NOME.
           MOVE "*** CPF SEM CADASTRO ***" TO WS-NOME.
           IF WS-CADASTRO-OK NOT EQUAL "S"
               ADD 1 TO WS-QT-SEM-CADASTRO
               EXIT SECTION
           END-IF.
           MOVE WS-CPF-PROCURADO TO CLI-CPF.
           START CLIENTES KEY IS EQUAL TO CLI-CPF
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-CLIENTES EQUAL "00"
               READ CLIENTES NEXT
               IF FS-CLIENTES EQUAL "00"
                  AND CLI-CPF EQUAL WS-CPF-PROCURADO
                   MOVE CLI-NOME TO WS-NOME
                   EXIT SECTION
               END-IF
           END-IF.
           ADD 1 TO WS-QT-SEM-CADASTRO.
       0420-BUSCAR-NOME-FIM. EXIT.
      ******************************************************************
       0430-LINHA-DA-CONTA     SECTION.
       0431-LINHA-DA-CONTA.
           ADD 1 TO WS-QT-CONTAS-CPF.
           IF WS-CTA-CPF2(WS-IND-CTA) NOT EQUAL ZEROS
               MOVE "S" TO WS-TEM-CONJUNTA
           END-IF.
           ADD WS-CTA-SALDO-ANO(WS-IND-CTA) TO WS-TOT-CPF-ANO.
           ADD WS-CTA-SALDO-ANT(WS-IND-CTA) TO WS-TOT-CPF-ANT.
           MOVE WS-CTA-SALDO-ANT(WS-IND-CTA) TO WS-SALDO-EDT.
           MOVE WS-CTA-SALDO-ANO(WS-IND-CTA) TO WS-SALDO-EDT2.
           MOVE SPACES TO REG-INFORME.
           STRING "  " WS-CTA-ID(WS-IND-CTA)
                  "  " WS-TITULARIDADE
                  "    " WS-SALDO-EDT
                  "    " WS-SALDO-EDT2
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           IF WS-CTA-STATUS(WS-IND-CTA) EQUAL "E"
               MOVE WS-CTA-DT-ENCER(WS-IND-CTA) TO WS-DATA-AUX
               COMPUTE WS-DATA-DDMMAAAA = WS-DATA-AUX-DD * 1000000
                                        + WS-DATA-AUX-MM * 10000
                                        + WS-DATA-AUX-AAAA
               MOVE WS-DATA-DDMMAAAA TO WS-DATA-EDT
               MOVE SPACES TO REG-INFORME
               STRING "              (CONTA ENCERRADA EM "
                      WS-DATA-EDT ")"
                   DELIMITED BY SIZE INTO REG-INFORME
               END-STRING
               PERFORM 0490-GRAVAR-LINHA
           END-IF.
       0430-LINHA-DA-CONTA-FIM. EXIT.
      ******************************************************************
       0490-GRAVAR-LINHA       SECTION.
       0491-GRAVAR-LINHA.
           WRITE REG-INFORME.
           ADD 1 TO WS-SPO-LINHAS.
       0490-GRAVAR-LINHA-FIM. EXIT.
      ******************************************************************
      *--> O SALDO RECONSTITUIDO TEM QUE FECHAR COM O SALDO ATUAL MENOS
      *    O MOVIMENTO DO EXTRATO, E A SOMA DOS INFORMES COM A SOMA DAS
      *    CONTAS MAIS AS CONJUNTAS (QUE SAEM NOS DOIS INFORMES)
       0500-PAGINA-DE-CONTROLE SECTION.
       0501-PAGINA-DE-CONTROLE.
           COMPUTE WS-CONFERE-ANO = WS-TOT-ATUAL - WS-TOT-MOV-ANO
                                  - WS-TOT-SALDO-ANO.
           COMPUTE WS-CONFERE-ANT = WS-TOT-ATUAL - WS-TOT-MOV-ANT
                                  - WS-TOT-SALDO-ANT.

           MOVE SPACES TO REG-INFORME.
           MOVE ALL "=" TO REG-INFORME(1:66).
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO REG-INFORME.
           STRING "PAGINA DE CONTROLE - INFORME DE SALDOS ANO-BASE "
                  WS-ANO
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO REG-INFORME.
           STRING "  CONTAS NO CADASTRO.........: " WS-QTD-CONTAS
                  "  (CONJUNTAS: " WS-QT-CONJUNTAS ")"
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO REG-INFORME.
           STRING "  INFORMES (CPFS)............: " WS-QT-INFORMES
                  "  (SEM CADASTRO: " WS-QT-SEM-CADASTRO ")"
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO REG-INFORME.
           STRING "  LINHAS DO EXTRATO LIDAS....: " WS-QT-LIN-LIDAS
                  "  (SEM CONTA: " WS-QT-LIN-IGNORADAS ")"
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO REG-INFORME.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO REG-INFORME.
           STRING "                                   "
                  "  31/12/" WS-ANO-ANT "         31/12/" WS-ANO
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.

           MOVE WS-TOT-ATUAL TO WS-TOTAL-EDT WS-TOTAL-EDT2.
           MOVE SPACES TO REG-INFORME.
           STRING "  SALDO ATUAL (CONTAS.DAT)...: "
                  WS-TOTAL-EDT " " WS-TOTAL-EDT2
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE WS-TOT-MOV-ANT TO WS-TOTAL-EDT.
           MOVE WS-TOT-MOV-ANO TO WS-TOTAL-EDT2.
           MOVE SPACES TO REG-INFORME.
           STRING "  (-) MOVIMENTO POSTERIOR....: "
                  WS-TOTAL-EDT " " WS-TOTAL-EDT2
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE WS-TOT-SALDO-ANT TO WS-TOTAL-EDT.
           MOVE WS-TOT-SALDO-ANO TO WS-TOTAL-EDT2.
           MOVE SPACES TO REG-INFORME.
           STRING "  (=) SALDO RECONSTITUIDO....: "
                  WS-TOTAL-EDT " " WS-TOTAL-EDT2
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE WS-TOT-CONJ-ANT TO WS-TOTAL-EDT.
           MOVE WS-TOT-CONJ-ANO TO WS-TOTAL-EDT2.
           MOVE SPACES TO REG-INFORME.
           STRING "  (+) CONJUNTAS NO 2O INFORME: "
                  WS-TOTAL-EDT " " WS-TOTAL-EDT2
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE WS-TOT-INF-ANT TO WS-TOTAL-EDT.
           MOVE WS-TOT-INF-ANO TO WS-TOTAL-EDT2.
           MOVE SPACES TO REG-INFORME.
           STRING "  (=) SOMA DOS INFORMES......: "
                  WS-TOTAL-EDT " " WS-TOTAL-EDT2
               DELIMITED BY SIZE INTO REG-INFORME
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.

           MOVE SPACES TO REG-INFORME.
           IF WS-CONFERE-ANO EQUAL ZEROS
              AND WS-CONFERE-ANT EQUAL ZEROS
              AND WS-TOT-INF-ANO EQUAL
                      WS-TOT-SALDO-ANO + WS-TOT-CONJ-ANO
              AND WS-TOT-INF-ANT EQUAL
                      WS-TOT-SALDO-ANT + WS-TOT-CONJ-ANT
               MOVE "  CONFERENCIA: INFORMES FECHAM COM O RAZAO"
                                               TO REG-INFORME
           ELSE
               MOVE "  CONFERENCIA: *** DIFERENCA - VERIFICAR ***"
                                               TO REG-INFORME
           END-IF.
           PERFORM 0490-GRAVAR-LINHA.
       0500-PAGINA-DE-CONTROLE-FIM. EXIT.
      ******************************************************************
       END PROGRAM INFORME-SALDOS.
