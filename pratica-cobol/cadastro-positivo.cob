      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Remessa mensal do cadastro positivo ao bureau
      *          Etapa da cadeia MENSAL. O contrato com o bureau de
      *          credito pede, todo mes, o comportamento de pagamento
      *          dos clientes que consentiram (LGPD). Este lote gera
      *          cadpos_<AAAAMM>.txt no layout fixo do bureau (250
      *          posicoes, numero do registro no fim): header "0" com
      *          competencia e sequencia; por cliente com consentimento
      *          e CPF, um registro "1" com CPF, nome e endereco do
      *          clientes.dat, os pagamentos em dia e em atraso da
      *          competencia e os saldos em aberto, seguido de um "2"
      *          por conta do contas.dat em que ele e titular ou
      *          cotitular; trailer "9" com as quantidades e as somas
      *          de controle. Pagamentos: os agendamentos do mes
      *          (agendados.txt; o dia do debito vem da linha
      *          AGENDADO= do extrato.txt, atraso alem de
      *          CADPOS_TOLERANCIA dias, padrao 3) e as faturas do
      *          crediario (faturas.txt); saldo em aberto = faturas
      *          do crediario ainda em aberto. Quem nao consentiu, quem
      *          revogou (troca S->N no historico.txt) e quem nao tem
      *          CPF fica de fora e e contado no relatorio de controle
      *          cadposrel.txt. A sequencia e controlada como a da
      *          exportacao contabil (cadpos.ctl guarda a ultima
      *          sequencia e competencia, confirmadas so com o arquivo
      *          fechado): competencia pulada sai como ATENCAO no
      *          relatorio, reenvio e avisado e competencia anterior a
      *          ultima enviada e recusada. CADPOS_COMPETENCIA (AAAAMM)
      *          escolhe o mes; vazio = mes anterior.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. CADASTRO-POSITIVO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
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

      *--> HISTORICO DE ALTERACOES DO SISTEMA PRINCIPAL (REVOGACOES)
           SELECT HISTORICO ASSIGN TO WS-HISTORICO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HISTORICO.

           SELECT CONTAS ASSIGN TO "C:\teste\contas.dat"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS REG-CONTA-ID
               FILE STATUS     IS FS-CONTAS.

           SELECT AGENDADOS ASSIGN TO "C:\teste\agendados.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-AGENDADOS.

           SELECT EXTRATO ASSIGN TO "C:\teste\extrato.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXTRATO.

           SELECT FATURAS ASSIGN TO "C:\teste\faturas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FATURAS.

           SELECT REMESSA ASSIGN TO WS-REMESSA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-REMESSA.

           SELECT CONTROLE ASSIGN TO "C:\teste\cadpos.ctl"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CONTROLE.

           SELECT RELATORIO ASSIGN TO "C:\teste\cadposrel.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-TELEFONE          PIC 9(09).
           05 CLI-NOME              PIC A(30).
           05 CLI-EMAIL             PIC X(40).
           05 CLI-CPF               PIC 9(11).
           05 FILLER                PIC X(08).
           05 CLI-STATUS            PIC X(01).
           05 FILLER                PIC X(107).
           05 CLI-ENDERECO.
               10 CLI-END-LOGRADOURO PIC X(40).
               10 CLI-END-NUMERO    PIC X(06).
               10 CLI-END-COMPL     PIC X(15).
               10 CLI-END-BAIRRO    PIC X(20).
               10 CLI-END-CIDADE    PIC X(25).
               10 CLI-END-UF        PIC X(02).
               10 CLI-END-CEP       PIC 9(08).
           05 FILLER                PIC X(08).
           05 CLI-CONS-FLAG         PIC X(01).
               88 CLI-CONSENTIU     VALUE "S".
           05 CLI-CONS-DATA         PIC 9(08).
           05 FILLER                PIC X(14).
      *
       FD  HISTORICO.
       01  REG-HISTORICO               PIC X(220).
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
       FD  AGENDADOS.
       01  REG-AGENDADO                PIC X(150).
      *
       FD  EXTRATO.
       01  REG-EXTRATO                 PIC X(200).
      *
       FD  FATURAS.
       01  REG-FATURA                  PIC X(100).
      *
       FD  REMESSA.
       01  REG-REMESSA                 PIC X(250).
      *
       FD  CONTROLE.
       01  REG-CONTROLE.
           05 CTL-SEQUENCIA            PIC 9(06).
           05 FILLER                   PIC X(01).
           05 CTL-COMPETENCIA          PIC 9(06).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-CLIENTES         PIC X(02)           VALUE SPACES.
       77  FS-HISTORICO        PIC X(02)           VALUE SPACES.
       77  FS-CONTAS           PIC X(02)           VALUE SPACES.
       77  FS-AGENDADOS        PIC X(02)           VALUE SPACES.
       77  FS-EXTRATO          PIC X(02)           VALUE SPACES.
       77  FS-FATURAS          PIC X(02)           VALUE SPACES.
       77  FS-REMESSA          PIC X(02)           VALUE SPACES.
       77  FS-CONTROLE         PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.
       01  WS-CLIENTES-PATH    PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       01  WS-HISTORICO-PATH   PIC X(100)
           VALUE "C:/projeto-bootcamp/historico.txt".
       01  WS-REMESSA-PATH     PIC X(60)           VALUE SPACES.

      *--> DATAS E COMPETENCIA
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-COMPET-ENT       PIC X(06)           VALUE SPACES.
       01  WS-COMPETENCIA      PIC 9(06)           VALUE ZEROS.
       01  WS-COMPET-R REDEFINES WS-COMPETENCIA.
           05 WS-COMPET-ANO    PIC 9(04).
           05 WS-COMPET-MES    PIC 9(02).
       77  WS-COMPET-INI       PIC 9(08)           VALUE ZEROS.
       77  WS-COMPET-FIM       PIC 9(08)           VALUE ZEROS.
       77  WS-TOLER-ENT        PIC X(02)           VALUE SPACES.
       77  WS-TOLERANCIA       PIC 9(02)           VALUE 3.

      *--> CONTROLE DE SEQUENCIA (CADPOS.CTL)
       77  WS-SEQUENCIA        PIC 9(06)           VALUE ZEROS.
       77  WS-ULT-COMPET       PIC 9(06)           VALUE ZEROS.
       01  WS-PROX-COMPET      PIC 9(06)           VALUE ZEROS.
       01  WS-PROX-COMPET-R REDEFINES WS-PROX-COMPET.
           05 WS-PROX-ANO      PIC 9(04).
           05 WS-PROX-MES      PIC 9(02).
       77  WS-SITUACAO-SEQ     PIC X(01)           VALUE "N".
           88 WS-SEQ-NORMAL                        VALUE "N".
           88 WS-SEQ-PULADA                        VALUE "P".
           88 WS-SEQ-REENVIO                       VALUE "R".

      *--> CONTAS EM MEMORIA (TITULAR E COTITULAR)
       77  WS-QTD-CONTAS       PIC 9(04)           VALUE ZEROS.
       77  WS-IND-CTA          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-CONTAS       OCCURS 1000 TIMES.
           05 WS-CTA-ID        PIC X(10).
           05 WS-CTA-SALDO     PIC S9(08)V99.
           05 WS-CTA-CPF       PIC 9(11).
           05 WS-CTA-CPF2      PIC 9(11).
           05 WS-CTA-STATUS    PIC X(01).

      *--> CONTAS DO CLIENTE CORRENTE (INDICES NA TABELA ACIMA)
       77  WS-QTD-DOCL         PIC 9(02)           VALUE ZEROS.
       77  WS-IND-DOCL         PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-DOCL.
           05 WS-DOCL-IND      PIC 9(04)           OCCURS 20 TIMES.
       77  WS-CONTA-DO-CLI     PIC X(01)           VALUE "N".

      *--> AGENDAMENTOS COM VENCIMENTO NA COMPETENCIA
      *    (E=EFETUADO F=FALHOU J=JA PAGO P=PENDENTE S=SUSPENSO)
       77  WS-QTD-AGENDA       PIC 9(03)           VALUE ZEROS.
       77  WS-IND-AGE          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-AGENDA       OCCURS 500 TIMES.
           05 WS-AGE-CONTA     PIC X(10).
           05 WS-AGE-VENC      PIC 9(08).
           05 WS-AGE-VALOR     PIC 9(06)V99.
           05 WS-AGE-SITUACAO  PIC X(01).
       01  WS-AGE-VALOR-X      PIC X(08)           VALUE ZEROS.
       01  WS-AGE-VALOR-NUM REDEFINES WS-AGE-VALOR-X
                               PIC 9(06)V99.
       77  WS-AGE-LIDO-CONTA   PIC X(10)           VALUE SPACES.
       77  WS-AGE-LIDO-VENC    PIC 9(08)           VALUE ZEROS.
       77  WS-AGE-LIDO-CATEG   PIC X(10)           VALUE SPACES.
       77  WS-AGE-LIDO-FAV     PIC X(20)           VALUE SPACES.
       77  WS-AGE-LIDO-SIT     PIC X(01)           VALUE SPACES.

      *--> DEBITOS DE AGENDAMENTO NO EXTRATO DESDE O INICIO DA
      *    COMPETENCIA (O DIA DO DEBITO DIZ SE FOI EM DIA)
       77  WS-QTD-PAG          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-PAG          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-PAG          OCCURS 2000 TIMES.
           05 WS-PAG-CONTA     PIC X(10).
           05 WS-PAG-DATA      PIC 9(08).
           05 WS-PAG-VALOR     PIC 9(06)V99.
       77  WS-IND-TOK          PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-TOKENS.
           05 WS-TOKEN         PIC X(30)           OCCURS 12 TIMES.
       77  WS-LAN-CONTA        PIC X(10)           VALUE SPACES.
       77  WS-LAN-DATA         PIC X(08)           VALUE SPACES.
       77  WS-LAN-VALOR        PIC 9(06)V99        VALUE ZEROS.
       77  WS-LAN-AGENDADO     PIC X(01)           VALUE "N".
       77  WS-DATA-DEBITO      PIC 9(08)           VALUE ZEROS.

      *--> FATURAS DO CREDIARIO EM MEMORIA
       77  WS-QTD-FAT          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-FAT          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-FAT          OCCURS 1000 TIMES.
           05 WS-FAT-CPF       PIC X(11).
           05 WS-FAT-VENC      PIC X(08).
           05 WS-FAT-VALOR     PIC 9(07)V99.
           05 WS-FAT-SITUACAO  PIC X(01).
           05 WS-FAT-DT-PAGTO  PIC X(08).
       01  WS-FAT-VALOR-X      PIC X(09)           VALUE ZEROS.
       01  WS-FAT-VALOR-NUM REDEFINES WS-FAT-VALOR-X
                               PIC 9(07)V99.
       77  WS-FAT-LIDO-NUMERO  PIC X(06)           VALUE SPACES.
       77  WS-FAT-LIDO-COMPET  PIC X(06)           VALUE SPACES.
       77  WS-FAT-LIDO-EMISSAO PIC X(08)           VALUE SPACES.
       77  WS-CPF-CLI-X        PIC X(11)           VALUE SPACES.

      *--> TELEFONES QUE REVOGARAM O CONSENTIMENTO (HISTORICO: CAMPO
      *    "CONSENT LGPD" DE S PARA N)
       77  WS-QTD-REV          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-REV          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-REV.
           05 WS-REV-TELEFONE  PIC X(09)           OCCURS 2000 TIMES.
       77  WS-REVOGOU          PIC X(01)           VALUE "N".

      *--> COMPORTAMENTO DO CLIENTE CORRENTE
       77  WS-CLI-QT-EM-DIA    PIC 9(03)           VALUE ZEROS.
       77  WS-CLI-QT-ATRASO    PIC 9(03)           VALUE ZEROS.
       77  WS-CLI-VL-EM-DIA    PIC 9(09)V99        VALUE ZEROS.
       77  WS-CLI-VL-ATRASO    PIC 9(09)V99        VALUE ZEROS.
       77  WS-CLI-ABERTO       PIC 9(09)V99        VALUE ZEROS.
       77  WS-CLI-VENCIDO      PIC 9(09)V99        VALUE ZEROS.
       77  WS-DIAS-ATRASO      PIC S9(05)          VALUE ZEROS.

      *--> LAYOUT FIXO DO BUREAU (250 POSICOES, NUMERO DO REGISTRO
      *    NAS 7 ULTIMAS)
       01  WS-REG-CADPOS               PIC X(250)  VALUE SPACES.
       01  WS-CP-HEADER REDEFINES WS-REG-CADPOS.
           05 CP-H-TIPO                PIC X(01).
           05 CP-H-LAYOUT              PIC X(06).
           05 CP-H-VERSAO              PIC X(02).
           05 CP-H-COMPETENCIA         PIC 9(06).
           05 CP-H-DATA-GERACAO        PIC 9(08).
           05 CP-H-SEQUENCIA           PIC 9(06).
           05 FILLER                   PIC X(214).
           05 CP-H-NUMREG              PIC 9(07).
       01  WS-CP-CLIENTE REDEFINES WS-REG-CADPOS.
           05 CP-C-TIPO                PIC X(01).
           05 CP-C-CPF                 PIC 9(11).
           05 CP-C-NOME                PIC X(30).
           05 CP-C-LOGRADOURO          PIC X(40).
           05 CP-C-NUMERO              PIC X(06).
           05 CP-C-COMPLEMENTO         PIC X(15).
           05 CP-C-BAIRRO              PIC X(20).
           05 CP-C-CIDADE              PIC X(25).
           05 CP-C-UF                  PIC X(02).
           05 CP-C-CEP                 PIC 9(08).
           05 CP-C-QT-CONTAS           PIC 9(02).
           05 CP-C-QT-EM-DIA           PIC 9(03).
           05 CP-C-QT-ATRASO           PIC 9(03).
           05 CP-C-VL-EM-DIA           PIC 9(09)V99.
           05 CP-C-VL-ATRASO           PIC 9(09)V99.
           05 CP-C-SALDO-ABERTO        PIC 9(09)V99.
           05 CP-C-SALDO-VENCIDO       PIC 9(09)V99.
           05 FILLER                   PIC X(33).
           05 CP-C-NUMREG              PIC 9(07).
       01  WS-CP-CONTA REDEFINES WS-REG-CADPOS.
           05 CP-A-TIPO                PIC X(01).
           05 CP-A-CPF                 PIC 9(11).
           05 CP-A-CONTA               PIC X(10).
           05 CP-A-TITULARIDADE        PIC X(01).
           05 CP-A-SITUACAO            PIC X(01).
           05 CP-A-SALDO               PIC S9(08)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(208).
           05 CP-A-NUMREG              PIC 9(07).
       01  WS-CP-TRAILER REDEFINES WS-REG-CADPOS.
           05 CP-T-TIPO                PIC X(01).
           05 CP-T-QT-CLIENTES         PIC 9(07).
           05 CP-T-QT-CONTAS           PIC 9(07).
           05 CP-T-QT-REGISTROS        PIC 9(07).
           05 CP-T-VL-EM-DIA           PIC 9(11)V99.
           05 CP-T-VL-ATRASO           PIC 9(11)V99.
           05 CP-T-SALDO-ABERTO        PIC 9(11)V99.
           05 FILLER                   PIC X(182).
           05 CP-T-NUMREG              PIC 9(07).

      *--> TOTAIS DE CONTROLE
       77  WS-QT-REGISTROS     PIC 9(07)           VALUE ZEROS.
       77  WS-QT-LIDOS         PIC 9(07)           VALUE ZEROS.
       77  WS-QT-ENVIADOS      PIC 9(07)           VALUE ZEROS.
       77  WS-QT-CONTAS-ENV    PIC 9(07)           VALUE ZEROS.
       77  WS-QT-SEM-CONSENT   PIC 9(07)           VALUE ZEROS.
       77  WS-QT-REVOGADOS     PIC 9(07)           VALUE ZEROS.
       77  WS-QT-SEM-CPF       PIC 9(07)           VALUE ZEROS.
       77  WS-TOT-EM-DIA       PIC 9(11)V99        VALUE ZEROS.
       77  WS-TOT-ATRASO       PIC 9(11)V99        VALUE ZEROS.
       77  WS-TOT-ABERTO       PIC 9(11)V99        VALUE ZEROS.
       77  WS-TOTAL-EDT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           IF FS-REMESSA NOT EQUAL "00"
               GOBACK
           END-IF.
           PERFORM 0150-CARREGAR-CONTAS.
           PERFORM 0160-CARREGAR-AGENDADOS.
           PERFORM 0170-CARREGAR-DEBITOS.
           PERFORM 0180-CARREGAR-FATURAS.
           PERFORM 0190-CARREGAR-REVOGACOES.
           PERFORM 0200-GRAVAR-HEADER.
           PERFORM 0300-PROCESSAR-CLIENTES.
           PERFORM 0400-GRAVAR-TRAILER.
           PERFORM 0500-RELATORIO-CONTROLE.
           GOBACK.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           MOVE "99" TO FS-REMESSA.
           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WS-CLIENTES-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/clientes.dat"
                                               TO WS-CLIENTES-PATH
           END-IF.
           ACCEPT WS-HISTORICO-PATH FROM ENVIRONMENT "HISTORICO_PATH".
           IF WS-HISTORICO-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/historico.txt"
                                               TO WS-HISTORICO-PATH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           ACCEPT WS-TOLER-ENT FROM ENVIRONMENT "CADPOS_TOLERANCIA".
           IF WS-TOLER-ENT NOT EQUAL SPACES
              AND FUNCTION TEST-NUMVAL(WS-TOLER-ENT) EQUAL ZEROS
               COMPUTE WS-TOLERANCIA = FUNCTION NUMVAL(WS-TOLER-ENT)
           END-IF.

      *--> COMPETENCIA: CADPOS_COMPETENCIA OU O MES ANTERIOR
           ACCEPT WS-COMPET-ENT FROM ENVIRONMENT "CADPOS_COMPETENCIA".
           IF WS-COMPET-ENT IS NUMERIC
               MOVE WS-COMPET-ENT TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
               IF WS-COMPET-MES EQUAL 1
                   SUBTRACT 1 FROM WS-COMPET-ANO
                   MOVE 12 TO WS-COMPET-MES
               ELSE
                   SUBTRACT 1 FROM WS-COMPET-MES
               END-IF
           END-IF.
           IF WS-COMPET-MES LESS THAN 1 OR WS-COMPET-MES GREATER THAN 12
               DISPLAY "COMPETENCIA INVALIDA: " WS-COMPET-ENT
               EXIT SECTION
           END-IF.
           COMPUTE WS-COMPET-INI = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-COMPET-FIM = WS-COMPETENCIA * 100 + 31.

      *--> PROXIMA SEQUENCIA E CONFERENCIA DA COMPETENCIA CONTRA A
      *    ULTIMA ENVIADA (CADPOS.CTL, COMO O CONTABIL.CTL)
           MOVE ZEROS TO WS-SEQUENCIA WS-ULT-COMPET.
           OPEN INPUT CONTROLE.
           IF FS-CONTROLE EQUAL "00"
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-SEQUENCIA   TO WS-SEQUENCIA
                       MOVE CTL-COMPETENCIA TO WS-ULT-COMPET
               END-READ
               CLOSE CONTROLE
           END-IF.
           ADD 1 TO WS-SEQUENCIA.

           SET WS-SEQ-NORMAL TO TRUE.
           IF WS-ULT-COMPET GREATER THAN ZEROS
               MOVE WS-ULT-COMPET TO WS-PROX-COMPET
               IF WS-PROX-MES EQUAL 12
                   ADD 1 TO WS-PROX-ANO
                   MOVE 1 TO WS-PROX-MES
               ELSE
                   ADD 1 TO WS-PROX-MES
               END-IF
               EVALUATE TRUE
                   WHEN WS-COMPETENCIA LESS THAN WS-ULT-COMPET
                       DISPLAY "COMPETENCIA " WS-COMPETENCIA
                               " ANTERIOR A ULTIMA ENVIADA ("
                               WS-ULT-COMPET ") - REMESSA RECUSADA"
                       EXIT SECTION
                   WHEN WS-COMPETENCIA EQUAL WS-ULT-COMPET
                       SET WS-SEQ-REENVIO TO TRUE
                   WHEN WS-COMPETENCIA GREATER THAN WS-PROX-COMPET
                       SET WS-SEQ-PULADA TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL "00"
               DISPLAY "CADASTRO DE CLIENTES NAO DISPONIVEL: "
                       FS-CLIENTES
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-REMESSA-PATH.
           STRING "C:\teste\cadpos_" WS-COMPETENCIA ".txt"
               DELIMITED BY SIZE INTO WS-REMESSA-PATH
           END-STRING.
           OPEN OUTPUT REMESSA.
           IF FS-REMESSA NOT EQUAL "00"
               DISPLAY "REMESSA NAO PODE SER CRIADA: " FS-REMESSA
               CLOSE CLIENTES
           END-IF.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0150-CARREGAR-CONTAS    SECTION.
       0151-CARREGAR-CONTAS.
           MOVE ZEROS TO WS-QTD-CONTAS.
           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "CONTAS.DAT INDISPONIVEL - SEM CONTAS"
               EXIT SECTION
           END-IF.
           READ CONTAS NEXT.
           PERFORM UNTIL FS-CONTAS NOT EQUAL "00"
                      OR WS-QTD-CONTAS EQUAL 1000
               ADD 1 TO WS-QTD-CONTAS
               MOVE REG-CONTA-ID     TO WS-CTA-ID(WS-QTD-CONTAS)
               MOVE REG-CONTA-SALDO  TO WS-CTA-SALDO(WS-QTD-CONTAS)
               MOVE REG-CONTA-CPF    TO WS-CTA-CPF(WS-QTD-CONTAS)
               IF REG-CONTA-CPF2 IS NUMERIC
                   MOVE REG-CONTA-CPF2 TO WS-CTA-CPF2(WS-QTD-CONTAS)
               ELSE
                   MOVE ZEROS TO WS-CTA-CPF2(WS-QTD-CONTAS)
               END-IF
               MOVE REG-CONTA-STATUS TO WS-CTA-STATUS(WS-QTD-CONTAS)
               READ CONTAS NEXT
           END-PERFORM.
           CLOSE CONTAS.
       0150-CARREGAR-CONTAS-FIM. EXIT.
      ******************************************************************
      *--> SO OS AGENDAMENTOS QUE VENCEM NA COMPETENCIA INTERESSAM
       0160-CARREGAR-AGENDADOS SECTION.
       0161-CARREGAR-AGENDADOS.
           MOVE ZEROS TO WS-QTD-AGENDA.
           OPEN INPUT AGENDADOS.
           IF FS-AGENDADOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ AGENDADOS.
           PERFORM UNTIL FS-AGENDADOS NOT EQUAL "00"
                      OR WS-QTD-AGENDA EQUAL 500
               MOVE ZEROS TO WS-AGE-VALOR-X WS-AGE-LIDO-VENC
               UNSTRING REG-AGENDADO DELIMITED BY ";"
                   INTO WS-AGE-LIDO-CONTA
                        WS-AGE-LIDO-VENC
                        WS-AGE-VALOR-X
                        WS-AGE-LIDO-CATEG
                        WS-AGE-LIDO-FAV
                        WS-AGE-LIDO-SIT
               END-UNSTRING
               IF WS-AGE-LIDO-VENC NOT LESS THAN WS-COMPET-INI
                  AND WS-AGE-LIDO-VENC NOT GREATER THAN WS-COMPET-FIM
                   ADD 1 TO WS-QTD-AGENDA
                   MOVE WS-AGE-LIDO-CONTA
                                   TO WS-AGE-CONTA(WS-QTD-AGENDA)
                   MOVE WS-AGE-LIDO-VENC
                                   TO WS-AGE-VENC(WS-QTD-AGENDA)
                   MOVE WS-AGE-VALOR-NUM
                                   TO WS-AGE-VALOR(WS-QTD-AGENDA)
                   MOVE WS-AGE-LIDO-SIT
                                   TO WS-AGE-SITUACAO(WS-QTD-AGENDA)
               END-IF
               READ AGENDADOS
           END-PERFORM.
           CLOSE AGENDADOS.
       0160-CARREGAR-AGENDADOS-FIM. EXIT.
      ******************************************************************
      *--> DEBITOS FEITOS PELO AGENDA-PAGTOS (FICHA AGENDADO= NA
      *    LINHA) DESDE O PRIMEIRO DIA DA COMPETENCIA
       0170-CARREGAR-DEBITOS   SECTION.
       0171-CARREGAR-DEBITOS.
           MOVE ZEROS TO WS-QTD-PAG.
           OPEN INPUT EXTRATO.
           IF FS-EXTRATO NOT EQUAL "00"
               DISPLAY "EXTRATO.TXT INDISPONIVEL - SEM DATAS DE DEBITO"
               EXIT SECTION
           END-IF.
           READ EXTRATO.
           PERFORM UNTIL FS-EXTRATO NOT EQUAL "00"
                      OR WS-QTD-PAG EQUAL 2000
               IF REG-EXTRATO(1:6) EQUAL "CONTA="
                   PERFORM 0175-DESMONTAR-LANCAMENTO
                   IF WS-LAN-AGENDADO EQUAL "S"
                      AND WS-LAN-DATA IS NUMERIC
                      AND WS-LAN-DATA NOT LESS THAN WS-COMPET-INI
                       ADD 1 TO WS-QTD-PAG
                       MOVE WS-LAN-CONTA TO WS-PAG-CONTA(WS-QTD-PAG)
                       MOVE WS-LAN-DATA  TO WS-PAG-DATA(WS-QTD-PAG)
                       MOVE WS-LAN-VALOR TO WS-PAG-VALOR(WS-QTD-PAG)
                   END-IF
               END-IF
               READ EXTRATO
           END-PERFORM.
           CLOSE EXTRATO.
       0170-CARREGAR-DEBITOS-FIM. EXIT.
      ******************************************************************
      *--> MESMA DESMONTAGEM EM FICHAS DA EXPORTACAO CONTABIL
       0175-DESMONTAR-LANCAMENTO SECTION.
       0176-DESMONTAR-LANCAMENTO.
           MOVE SPACES TO WS-TAB-TOKENS.
           UNSTRING REG-EXTRATO DELIMITED BY ALL " "
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                    WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11)
                    WS-TOKEN(12)
           END-UNSTRING.

           MOVE SPACES TO WS-LAN-CONTA WS-LAN-DATA.
           MOVE ZEROS TO WS-LAN-VALOR.
           MOVE "N" TO WS-LAN-AGENDADO.

           PERFORM VARYING WS-IND-TOK FROM 1 BY 1
                   UNTIL WS-IND-TOK GREATER THAN 12
               EVALUATE TRUE
                   WHEN WS-TOKEN(WS-IND-TOK)(1:6) EQUAL "CONTA="
                       MOVE WS-TOKEN(WS-IND-TOK)(7:10)
                               TO WS-LAN-CONTA
                   WHEN WS-TOKEN(WS-IND-TOK)(1:5) EQUAL "DATA="
                       MOVE WS-TOKEN(WS-IND-TOK)(6:8)
                               TO WS-LAN-DATA
                   WHEN WS-TOKEN(WS-IND-TOK)(1:6) EQUAL "VALOR="
                       COMPUTE WS-LAN-VALOR =
                               FUNCTION NUMVAL(
                                   WS-TOKEN(WS-IND-TOK)(7:12)) / 100
                   WHEN WS-TOKEN(WS-IND-TOK)(1:9) EQUAL "AGENDADO="
                       MOVE "S" TO WS-LAN-AGENDADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
       0175-DESMONTAR-LANCAMENTO-FIM. EXIT.
      ******************************************************************
      *--> FATURAS PAGAS QUE VENCEM NA COMPETENCIA E TODAS AS ABERTAS
       0180-CARREGAR-FATURAS   SECTION.
       0181-CARREGAR-FATURAS.
           MOVE ZEROS TO WS-QTD-FAT.
           OPEN INPUT FATURAS.
           IF FS-FATURAS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ FATURAS.
           PERFORM UNTIL FS-FATURAS NOT EQUAL "00"
                      OR WS-QTD-FAT EQUAL 1000
               ADD 1 TO WS-QTD-FAT
               MOVE ZEROS TO WS-FAT-VALOR-X
               MOVE SPACES TO WS-FAT-DT-PAGTO(WS-QTD-FAT)
               UNSTRING REG-FATURA DELIMITED BY ";"
                   INTO WS-FAT-LIDO-NUMERO
                        WS-FAT-CPF(WS-QTD-FAT)
                        WS-FAT-LIDO-COMPET
                        WS-FAT-LIDO-EMISSAO
                        WS-FAT-VENC(WS-QTD-FAT)
                        WS-FAT-VALOR-X
                        WS-FAT-SITUACAO(WS-QTD-FAT)
                        WS-FAT-DT-PAGTO(WS-QTD-FAT)
               END-UNSTRING
               MOVE WS-FAT-VALOR-NUM TO WS-FAT-VALOR(WS-QTD-FAT)
               IF WS-FAT-SITUACAO(WS-QTD-FAT) NOT EQUAL "A"
                  AND (WS-FAT-SITUACAO(WS-QTD-FAT) NOT EQUAL "P"
                    OR WS-FAT-VENC(WS-QTD-FAT)(1:6)
                           NOT EQUAL WS-COMPETENCIA)
                   SUBTRACT 1 FROM WS-QTD-FAT
               END-IF
               READ FATURAS
           END-PERFORM.
           CLOSE FATURAS.
       0180-CARREGAR-FATURAS-FIM. EXIT.
      ******************************************************************
      *--> LINHA DO HISTORICO (ALTERAR): TELEFONE 30-38, CAMPO 66-77,
      *    ANTES 85, DEPOIS 153
       0190-CARREGAR-REVOGACOES SECTION.
       0191-CARREGAR-REVOGACOES.
           MOVE ZEROS TO WS-QTD-REV.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ HISTORICO.
           PERFORM UNTIL FS-HISTORICO NOT EQUAL "00"
                      OR WS-QTD-REV EQUAL 2000
               IF REG-HISTORICO(66:12) EQUAL "CONSENT LGPD"
                  AND REG-HISTORICO(85:1) EQUAL "S"
                  AND REG-HISTORICO(153:1) EQUAL "N"
                   ADD 1 TO WS-QTD-REV
                   MOVE REG-HISTORICO(30:9)
                                   TO WS-REV-TELEFONE(WS-QTD-REV)
               END-IF
               READ HISTORICO
           END-PERFORM.
           CLOSE HISTORICO.
       0190-CARREGAR-REVOGACOES-FIM. EXIT.
      ******************************************************************
       0200-GRAVAR-HEADER      SECTION.
       0201-GRAVAR-HEADER.
           MOVE SPACES TO WS-REG-CADPOS.
           MOVE "0"            TO CP-H-TIPO.
           MOVE "CADPOS"       TO CP-H-LAYOUT.
           MOVE "01"           TO CP-H-VERSAO.
           MOVE WS-COMPETENCIA TO CP-H-COMPETENCIA.
           MOVE WS-DATA-HOJE   TO CP-H-DATA-GERACAO.
           MOVE WS-SEQUENCIA   TO CP-H-SEQUENCIA.
           ADD 1 TO WS-QT-REGISTROS.
           MOVE WS-QT-REGISTROS TO CP-H-NUMREG.
           WRITE REG-REMESSA FROM WS-REG-CADPOS.
       0200-GRAVAR-HEADER-FIM. EXIT.
      ******************************************************************
       0300-PROCESSAR-CLIENTES SECTION.
       0301-PROCESSAR-CLIENTES.
           READ CLIENTES NEXT.
           PERFORM UNTIL FS-CLIENTES NOT EQUAL "00"
               ADD 1 TO WS-QT-LIDOS
               EVALUATE TRUE
                   WHEN CLI-CPF NOT NUMERIC OR CLI-CPF EQUAL ZEROS
                       ADD 1 TO WS-QT-SEM-CPF
                   WHEN NOT CLI-CONSENTIU
                       PERFORM 0305-VERIFICAR-REVOGACAO
                       IF WS-REVOGOU EQUAL "S"
                           ADD 1 TO WS-QT-REVOGADOS
                       ELSE
                           ADD 1 TO WS-QT-SEM-CONSENT
                       END-IF
                   WHEN OTHER
                       PERFORM 0310-GRAVAR-CLIENTE
               END-EVALUATE
               READ CLIENTES NEXT
           END-PERFORM.
           CLOSE CLIENTES.
       0300-PROCESSAR-CLIENTES-FIM. EXIT.
      ******************************************************************
       0305-VERIFICAR-REVOGACAO SECTION.
       0306-VERIFICAR-REVOGACAO.
           MOVE "N" TO WS-REVOGOU.
           PERFORM VARYING WS-IND-REV FROM 1 BY 1
                   UNTIL WS-IND-REV GREATER THAN WS-QTD-REV
                      OR WS-REVOGOU EQUAL "S"
               IF WS-REV-TELEFONE(WS-IND-REV) EQUAL CLI-TELEFONE
                   MOVE "S" TO WS-REVOGOU
               END-IF
           END-PERFORM.
       0305-VERIFICAR-REVOGACAO-FIM. EXIT.
      ******************************************************************
       0310-GRAVAR-CLIENTE     SECTION.
       0311-GRAVAR-CLIENTE.
           MOVE ZEROS TO WS-CLI-QT-EM-DIA WS-CLI-QT-ATRASO
                         WS-CLI-VL-EM-DIA WS-CLI-VL-ATRASO
                         WS-CLI-ABERTO WS-CLI-VENCIDO
                         WS-QTD-DOCL.
           MOVE CLI-CPF TO WS-CPF-CLI-X.

      *--> CONTAS EM QUE O CLIENTE E TITULAR OU COTITULAR
           PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                   UNTIL WS-IND-CTA GREATER THAN WS-QTD-CONTAS
               IF (WS-CTA-CPF(WS-IND-CTA) EQUAL CLI-CPF
                   OR WS-CTA-CPF2(WS-IND-CTA) EQUAL CLI-CPF)
                  AND WS-QTD-DOCL LESS THAN 20
                   ADD 1 TO WS-QTD-DOCL
                   MOVE WS-IND-CTA TO WS-DOCL-IND(WS-QTD-DOCL)
               END-IF
           END-PERFORM.

           PERFORM 0320-AVALIAR-AGENDADOS.
           PERFORM 0340-AVALIAR-FATURAS.

           MOVE SPACES TO WS-REG-CADPOS.
           MOVE "1"                TO CP-C-TIPO.
           MOVE CLI-CPF            TO CP-C-CPF.
           MOVE CLI-NOME           TO CP-C-NOME.
           MOVE CLI-END-LOGRADOURO TO CP-C-LOGRADOURO.
           MOVE CLI-END-NUMERO     TO CP-C-NUMERO.
           MOVE CLI-END-COMPL      TO CP-C-COMPLEMENTO.
           MOVE CLI-END-BAIRRO     TO CP-C-BAIRRO.
           MOVE CLI-END-CIDADE     TO CP-C-CIDADE.
           MOVE CLI-END-UF         TO CP-C-UF.
           IF CLI-END-CEP IS NUMERIC
               MOVE CLI-END-CEP    TO CP-C-CEP
           ELSE
               MOVE ZEROS          TO CP-C-CEP
           END-IF.
           MOVE WS-QTD-DOCL        TO CP-C-QT-CONTAS.
           MOVE WS-CLI-QT-EM-DIA   TO CP-C-QT-EM-DIA.
           MOVE WS-CLI-QT-ATRASO   TO CP-C-QT-ATRASO.
           MOVE WS-CLI-VL-EM-DIA   TO CP-C-VL-EM-DIA.
           MOVE WS-CLI-VL-ATRASO   TO CP-C-VL-ATRASO.
           MOVE WS-CLI-ABERTO      TO CP-C-SALDO-ABERTO.
           MOVE WS-CLI-VENCIDO     TO CP-C-SALDO-VENCIDO.
           ADD 1 TO WS-QT-REGISTROS.
           MOVE WS-QT-REGISTROS    TO CP-C-NUMREG.
           WRITE REG-REMESSA FROM WS-REG-CADPOS.

           ADD 1 TO WS-QT-ENVIADOS.
           ADD WS-CLI-VL-EM-DIA TO WS-TOT-EM-DIA.
           ADD WS-CLI-VL-ATRASO TO WS-TOT-ATRASO.
           ADD WS-CLI-ABERTO    TO WS-TOT-ABERTO.

           PERFORM VARYING WS-IND-DOCL FROM 1 BY 1
                   UNTIL WS-IND-DOCL GREATER THAN WS-QTD-DOCL
               MOVE WS-DOCL-IND(WS-IND-DOCL) TO WS-IND-CTA
               MOVE SPACES TO WS-REG-CADPOS
               MOVE "2"                     TO CP-A-TIPO
               MOVE CLI-CPF                 TO CP-A-CPF
               MOVE WS-CTA-ID(WS-IND-CTA)   TO CP-A-CONTA
               IF WS-CTA-CPF(WS-IND-CTA) EQUAL CLI-CPF
                   MOVE "T"                 TO CP-A-TITULARIDADE
               ELSE
                   MOVE "C"                 TO CP-A-TITULARIDADE
               END-IF
               MOVE WS-CTA-STATUS(WS-IND-CTA) TO CP-A-SITUACAO
               MOVE WS-CTA-SALDO(WS-IND-CTA)  TO CP-A-SALDO
               ADD 1 TO WS-QT-REGISTROS
               MOVE WS-QT-REGISTROS         TO CP-A-NUMREG
               WRITE REG-REMESSA FROM WS-REG-CADPOS
               ADD 1 TO WS-QT-CONTAS-ENV
           END-PERFORM.
       0310-GRAVAR-CLIENTE-FIM. EXIT.
      ******************************************************************
      *--> AGENDAMENTOS DA COMPETENCIA NAS CONTAS DO CLIENTE:
      *    EFETUADO = EM DIA, SALVO DEBITO ALEM DA TOLERANCIA;
      *    JA PAGO MANUALMENTE = EM DIA; SEM SALDO OU PENDENTE VENCIDO
      *    = EM ATRASO; SUSPENSO PELA CASCATA NAO CONTA
       0320-AVALIAR-AGENDADOS  SECTION.
       0321-AVALIAR-AGENDADOS.
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGENDA
               MOVE "N" TO WS-CONTA-DO-CLI
               PERFORM VARYING WS-IND-DOCL FROM 1 BY 1
                       UNTIL WS-IND-DOCL GREATER THAN WS-QTD-DOCL
                   MOVE WS-DOCL-IND(WS-IND-DOCL) TO WS-IND-CTA
                   IF WS-CTA-ID(WS-IND-CTA) EQUAL
                                           WS-AGE-CONTA(WS-IND-AGE)
                       MOVE "S" TO WS-CONTA-DO-CLI
                   END-IF
               END-PERFORM
               IF WS-CONTA-DO-CLI EQUAL "S"
                   EVALUATE WS-AGE-SITUACAO(WS-IND-AGE)
                       WHEN "E"
                           PERFORM 0330-LOCALIZAR-DEBITO
                           IF WS-DIAS-ATRASO GREATER THAN WS-TOLERANCIA
                               ADD 1 TO WS-CLI-QT-ATRASO
                               ADD WS-AGE-VALOR(WS-IND-AGE)
                                   TO WS-CLI-VL-ATRASO
                           ELSE
                               ADD 1 TO WS-CLI-QT-EM-DIA
                               ADD WS-AGE-VALOR(WS-IND-AGE)
                                   TO WS-CLI-VL-EM-DIA
                           END-IF
                       WHEN "J"
                           ADD 1 TO WS-CLI-QT-EM-DIA
                           ADD WS-AGE-VALOR(WS-IND-AGE)
                               TO WS-CLI-VL-EM-DIA
                       WHEN "F"
                           ADD 1 TO WS-CLI-QT-ATRASO
                           ADD WS-AGE-VALOR(WS-IND-AGE)
                               TO WS-CLI-VL-ATRASO
                       WHEN "P"
                           IF WS-AGE-VENC(WS-IND-AGE) LESS THAN
                                                   WS-DATA-HOJE
                               ADD 1 TO WS-CLI-QT-ATRASO
                               ADD WS-AGE-VALOR(WS-IND-AGE)
                                   TO WS-CLI-VL-ATRASO
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
       0320-AVALIAR-AGENDADOS-FIM. EXIT.
      ******************************************************************
      *--> PRIMEIRO DEBITO DA MESMA CONTA E VALOR A PARTIR DO
      *    VENCIMENTO; SEM DEBITO NO EXTRATO, CONTA COMO EM DIA
       0330-LOCALIZAR-DEBITO   SECTION.
       0331-LOCALIZAR-DEBITO.
           MOVE ZEROS TO WS-DIAS-ATRASO.
           MOVE 99999999 TO WS-DATA-DEBITO.
           PERFORM VARYING WS-IND-PAG FROM 1 BY 1
                   UNTIL WS-IND-PAG GREATER THAN WS-QTD-PAG
               IF WS-PAG-CONTA(WS-IND-PAG) EQUAL
                                           WS-AGE-CONTA(WS-IND-AGE)
                  AND WS-PAG-VALOR(WS-IND-PAG) EQUAL
                                           WS-AGE-VALOR(WS-IND-AGE)
                  AND WS-PAG-DATA(WS-IND-PAG) NOT LESS THAN
                                           WS-AGE-VENC(WS-IND-AGE)
                  AND WS-PAG-DATA(WS-IND-PAG) LESS THAN WS-DATA-DEBITO
                   MOVE WS-PAG-DATA(WS-IND-PAG) TO WS-DATA-DEBITO
               END-IF
           END-PERFORM.
           IF WS-DATA-DEBITO NOT EQUAL 99999999
               COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-DEBITO)
                     - FUNCTION INTEGER-OF-DATE(WS-AGE-VENC(WS-IND-AGE))
           END-IF.
       0330-LOCALIZAR-DEBITO-FIM. EXIT.
      ******************************************************************
      *--> FATURAS DO CREDIARIO DO CPF: PAGA NA COMPETENCIA ATE O
      *    VENCIMENTO (MAIS A TOLERANCIA) = EM DIA, DEPOIS = EM ATRASO;
      *    ABERTA ENTRA NO SALDO EM ABERTO E, SE JA VENCEU, NO VENCIDO
      *    (E CONTA COMO ATRASO QUANDO VENCE NA COMPETENCIA)
       0340-AVALIAR-FATURAS    SECTION.
       0341-AVALIAR-FATURAS.
           PERFORM VARYING WS-IND-FAT FROM 1 BY 1
                   UNTIL WS-IND-FAT GREATER THAN WS-QTD-FAT
               IF WS-FAT-CPF(WS-IND-FAT) EQUAL WS-CPF-CLI-X
                  AND WS-FAT-VENC(WS-IND-FAT) IS NUMERIC
                   IF WS-FAT-SITUACAO(WS-IND-FAT) EQUAL "P"
                       MOVE ZEROS TO WS-DIAS-ATRASO
                       IF WS-FAT-DT-PAGTO(WS-IND-FAT) IS NUMERIC
                           COMPUTE WS-DIAS-ATRASO =
                               FUNCTION INTEGER-OF-DATE(
                                 FUNCTION NUMVAL(
                                   WS-FAT-DT-PAGTO(WS-IND-FAT)))
                             - FUNCTION INTEGER-OF-DATE(
                                 FUNCTION NUMVAL(
                                   WS-FAT-VENC(WS-IND-FAT)))
                       END-IF
                       IF WS-DIAS-ATRASO GREATER THAN WS-TOLERANCIA
                           ADD 1 TO WS-CLI-QT-ATRASO
                           ADD WS-FAT-VALOR(WS-IND-FAT)
                               TO WS-CLI-VL-ATRASO
                       ELSE
                           ADD 1 TO WS-CLI-QT-EM-DIA
                           ADD WS-FAT-VALOR(WS-IND-FAT)
                               TO WS-CLI-VL-EM-DIA
                       END-IF
                   ELSE
                       ADD WS-FAT-VALOR(WS-IND-FAT) TO WS-CLI-ABERTO
                       IF WS-FAT-VENC(WS-IND-FAT) LESS THAN
                                                   WS-DATA-HOJE
                           ADD WS-FAT-VALOR(WS-IND-FAT)
                               TO WS-CLI-VENCIDO
                           IF WS-FAT-VENC(WS-IND-FAT)(1:6) EQUAL
                                                   WS-COMPETENCIA
                               ADD 1 TO WS-CLI-QT-ATRASO
                               ADD WS-FAT-VALOR(WS-IND-FAT)
                                   TO WS-CLI-VL-ATRASO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0340-AVALIAR-FATURAS-FIM. EXIT.
      ******************************************************************
       0400-GRAVAR-TRAILER     SECTION.
       0401-GRAVAR-TRAILER.
           MOVE SPACES TO WS-REG-CADPOS.
           ADD 1 TO WS-QT-REGISTROS.
           MOVE "9"              TO CP-T-TIPO.
           MOVE WS-QT-ENVIADOS   TO CP-T-QT-CLIENTES.
           MOVE WS-QT-CONTAS-ENV TO CP-T-QT-CONTAS.
           MOVE WS-QT-REGISTROS  TO CP-T-QT-REGISTROS.
           MOVE WS-TOT-EM-DIA    TO CP-T-VL-EM-DIA.
           MOVE WS-TOT-ATRASO    TO CP-T-VL-ATRASO.
           MOVE WS-TOT-ABERTO    TO CP-T-SALDO-ABERTO.
           MOVE WS-QT-REGISTROS  TO CP-T-NUMREG.
           WRITE REG-REMESSA FROM WS-REG-CADPOS.
           CLOSE REMESSA.

      *--> SO COM O ARQUIVO FECHADO A SEQUENCIA E CONFIRMADA
           OPEN OUTPUT CONTROLE.
           MOVE SPACES         TO REG-CONTROLE.
           MOVE WS-SEQUENCIA   TO CTL-SEQUENCIA.
           MOVE WS-COMPETENCIA TO CTL-COMPETENCIA.
           WRITE REG-CONTROLE.
           CLOSE CONTROLE.
       0400-GRAVAR-TRAILER-FIM. EXIT.
      ******************************************************************
       0500-RELATORIO-CONTROLE SECTION.
       0501-RELATORIO-CONTROLE.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CADASTRO POSITIVO - COMPETENCIA " WS-COMPETENCIA
                  " SEQUENCIA " WS-SEQUENCIA " GERADA EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           EVALUATE TRUE
               WHEN WS-SEQ-PULADA
                   STRING "ATENCAO: COMPETENCIA(S) NAO ENVIADA(S) DE "
                          WS-PROX-COMPET " ATE A ANTERIOR A "
                          WS-COMPETENCIA
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   END-STRING
                   PERFORM 0590-GRAVAR-E-MOSTRAR
               WHEN WS-SEQ-REENVIO
                   STRING "ATENCAO: REENVIO DA COMPETENCIA "
                          WS-COMPETENCIA " (ENVIADA ANTES NA SEQUENCIA "
                          "ANTERIOR)"
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   END-STRING
                   PERFORM 0590-GRAVAR-E-MOSTRAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           STRING "REMESSA: " WS-REMESSA-PATH
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "CLIENTES LIDOS.................: " WS-QT-LIDOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "CLIENTES ENVIADOS..............: " WS-QT-ENVIADOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "CONTAS ENVIADAS................: " WS-QT-CONTAS-ENV
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "EXCLUIDOS SEM CONSENTIMENTO....: " WS-QT-SEM-CONSENT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "EXCLUIDOS CONSENTIMENTO REVOG..: " WS-QT-REVOGADOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "EXCLUIDOS SEM CPF..............: " WS-QT-SEM-CPF
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "REGISTROS NA REMESSA...........: " WS-QT-REGISTROS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           MOVE WS-TOT-EM-DIA TO WS-TOTAL-EDT.
           STRING "PAGAMENTOS EM DIA..............: " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE WS-TOT-ATRASO TO WS-TOTAL-EDT.
           STRING "PAGAMENTOS EM ATRASO...........: " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE WS-TOT-ABERTO TO WS-TOTAL-EDT.
           STRING "SALDO EM ABERTO................: " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           CLOSE RELATORIO.
       0500-RELATORIO-CONTROLE-FIM. EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
       0590-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       END PROGRAM CADASTRO-POSITIVO.
