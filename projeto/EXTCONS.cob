      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  EXTRATO CONSOLIDADO MENSAL DO CLIENTE (LOTE, MENSAL)
      *     Quem tem conta, compra no mercado e liga no atendimento
      *     recebia tres informacoes separadas, ou nenhuma. Este lote
      *     emite, para cada cliente do clientes.dat que consentiu
      *     (REG-CONS-FLAG = "S"), um extrato unico da competencia em
      *     extcons_<AAAAMM>.txt, com o bloco de endereco
      *     (REG-ENDERECO) para a correspondencia e tres quadros:
      *       CONTAS ....: contas do contas.dat em que o CPF e titular
      *                    ou cotitular, com saldo anterior, os
      *                    movimentos do mes e o saldo de fechamento
      *                    tirados do extrato.txt (posicoes fixas:
      *                    CONTA 7-16, DATA 23-30, CATEGORIA 42-51,
      *                    VALOR 59-66, SALDO 74-87);
      *       PONTOS ....: movimentos do mes do pontosmov.txt
      *                    (ganho, resgate, estorno, expirado) e o
      *                    saldo do pontos.txt, com os pontos que
      *                    vencem nos proximos 30 dias (mesma conta do
      *                    EXTRATO-PONTOS, PONTOS_VALIDADE_DIAS);
      *       CHAMADOS ..: chamados do chamados.txt ainda abertos e os
      *                    fechados na competencia.
      *     Pontos e chamados sao do telefone principal ou de um dos
      *     adicionais do cliente. Cliente sem consentimento ou sem
      *     nenhum movimento no mes nao recebe extrato; o relatorio de
      *     controle extconsrel.txt lista cada cliente como EMITIDO,
      *     SEM CONSENTIMENTO ou SEM MOVIMENTO, com os totais.
      *     EXTCONS_COMPETENCIA (AAAAMM) escolhe o mes; vazio = mes
      *     anterior (ja fechado), como no cadastro positivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. EXTCONS.
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
      *
           SELECT EXTRATO ASSIGN TO "C:\teste\extrato.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXTRATO.
      *
           SELECT PONTOS ASSIGN TO "C:\teste\pontos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PONTOS.
      *
           SELECT PONTOS-MOV ASSIGN TO "C:\teste\pontosmov.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PONTOS-MOV.
      *
           SELECT CHAMADOS ASSIGN TO "C:/projeto-bootcamp/chamados.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CHAMADOS.
      *
           SELECT EXTRATO-CONS ASSIGN TO WK-EXTCONS-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXTRATO-CONS.
      *
           SELECT RELATORIO ASSIGN TO
                   "C:/projeto-bootcamp/extconsrel.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
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
       01  REG-EXTRATO                 PIC X(200).
      *
       FD  PONTOS.
       01  REG-PONTO                   PIC X(30).
      *
       FD  PONTOS-MOV.
       01  REG-PONTO-MOV               PIC X(50).
      *
       FD  CHAMADOS.
       01  REG-CHAMADOS                PIC X(130).
      *
       FD  EXTRATO-CONS.
       01  REG-EXTRATO-CONS            PIC X(80).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES              PIC X(02) VALUE SPACES.
       01  FS-CONTAS                PIC X(02) VALUE SPACES.
       01  FS-EXTRATO               PIC X(02) VALUE SPACES.
       01  FS-PONTOS                PIC X(02) VALUE SPACES.
       01  FS-PONTOS-MOV            PIC X(02) VALUE SPACES.
       01  FS-CHAMADOS              PIC X(02) VALUE SPACES.
       01  FS-EXTRATO-CONS          PIC X(02) VALUE SPACES.
       01  FS-RELATORIO             PIC X(02) VALUE SPACES.
       01  WK-EXTCONS-PATH          PIC X(60) VALUE SPACES.

      *---> REGISTRO ENTREGUE PELA VARREDURA UNICA (VARRCLI)
           COPY "CLIENTE.cpy".
       77  WK-VAR-ACAO              PIC X(01) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> COMPETENCIA: EXTCONS_COMPETENCIA OU O MES ANTERIOR
       77  WK-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WK-COMPET-ENV            PIC X(06) VALUE SPACES.
       01  WK-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01  WK-COMPET-R REDEFINES WK-COMPETENCIA.
           05 WK-COMPET-ANO         PIC 9(04).
           05 WK-COMPET-MES         PIC 9(02).
       77  WK-COMPET-INI            PIC 9(08) VALUE ZEROS.
       77  WK-COMPET-FIM            PIC 9(08) VALUE ZEROS.

      *---> PONTOS QUE VENCEM EM 30 DIAS: SALDO ALEM DOS GANHOS AINDA
      *     DENTRO DA VALIDADE (PONTOS_VALIDADE_DIAS, PADRAO 365)
       77  WK-VALIDADE-ENV          PIC X(04) VALUE SPACES.
       77  WK-VALIDADE-DIAS         PIC 9(04) VALUE 0365.
       77  WK-DATA-CORTE-30D        PIC 9(08) VALUE ZEROS.

      *---> CONTAS EM MEMORIA, COM SALDO ANTERIOR E DE FECHAMENTO DA
      *     COMPETENCIA TIRADOS DO EXTRATO (FORMA EDITADA DA LINHA).
      *     CONTA SEM LINHA ATE O FIM DO MES MAS COM LINHA DEPOIS AINDA
      *     NAO EXISTIA NA COMPETENCIA; SEM LINHA NENHUMA, VALE O SALDO
      *     ATUAL DO CONTAS.DAT.
       77  WK-QTD-CONTAS            PIC 9(04) VALUE ZEROS.
       77  WK-IDX-CTA               PIC 9(04) VALUE ZEROS.
       77  WK-CTA-ACHADA            PIC 9(04) VALUE ZEROS.
       01  WK-TAB-CONTAS.
           05 WK-CTA                OCCURS 1000 TIMES.
              10 WK-CTA-ID          PIC X(10).
              10 WK-CTA-SALDO       PIC S9(08)V99.
              10 WK-CTA-CPF         PIC 9(11).
              10 WK-CTA-CPF2        PIC 9(11).
              10 WK-CTA-STATUS      PIC X(01).
              10 WK-CTA-ANTERIOR    PIC X(14).
              10 WK-CTA-FECHAMENTO  PIC X(14).
              10 WK-CTA-TEM-ANTER   PIC X(01).
              10 WK-CTA-TEM-FECHA   PIC X(01).
              10 WK-CTA-POSTERIOR   PIC X(01).
              10 WK-CTA-QT-MOV      PIC 9(04).

      *---> MOVIMENTOS DAS CONTAS NA COMPETENCIA
       77  WK-QTD-MOV               PIC 9(04) VALUE ZEROS.
       77  WK-IDX-MOV               PIC 9(04) VALUE ZEROS.
       01  WK-TAB-MOV.
           05 WK-MOV                OCCURS 3000 TIMES.
              10 WK-MOV-CTA         PIC 9(04).
              10 WK-MOV-DATA        PIC X(08).
              10 WK-MOV-CATEGORIA   PIC X(10).
              10 WK-MOV-VALOR       PIC 9(06)V99.
              10 WK-MOV-SALDO       PIC X(14).

      *---> CAMPOS DA LINHA DO EXTRATO
       77  WK-LIN-CONTA             PIC X(10) VALUE SPACES.
       77  WK-LIN-DATA              PIC 9(08) VALUE ZEROS.
       01  WK-LIN-VALOR-X           PIC X(08) VALUE ZEROS.
       01  WK-LIN-VALOR REDEFINES WK-LIN-VALOR-X
                                    PIC 9(06)V99.

      *---> SALDOS DE PONTOS (PONTOS.TXT) E GANHOS DENTRO DA JANELA
       77  WK-QTD-PONTOS            PIC 9(04) VALUE ZEROS.
       77  WK-IDX-PTS               PIC 9(04) VALUE ZEROS.
       01  WK-TAB-PONTOS.
           05 WK-PTS                OCCURS 2000 TIMES.
              10 WK-PTS-TELEFONE    PIC X(09).
              10 WK-PTS-SALDO       PIC 9(06).
              10 WK-PTS-JANELA      PIC 9(07).

      *---> MOVIMENTOS DE PONTOS NA COMPETENCIA
       77  WK-QTD-PMV               PIC 9(04) VALUE ZEROS.
       77  WK-IDX-PMV               PIC 9(04) VALUE ZEROS.
       01  WK-TAB-PMV.
           05 WK-PMV                OCCURS 3000 TIMES.
              10 WK-PMV-TELEFONE    PIC X(09).
              10 WK-PMV-DATA        PIC X(08).
              10 WK-PMV-TIPO        PIC X(08).
              10 WK-PMV-PONTOS      PIC 9(06).
       77  WK-PMV-LIDO-TEL          PIC X(09) VALUE SPACES.
       77  WK-PMV-LIDO-DATA         PIC X(08) VALUE SPACES.
       77  WK-PMV-LIDO-TIPO         PIC X(08) VALUE SPACES.
       77  WK-PMV-LIDO-PONTOS       PIC 9(06) VALUE ZEROS.
       77  WK-PTS-LIDO-TEL          PIC X(09) VALUE SPACES.
       77  WK-PTS-LIDO-SALDO        PIC 9(06) VALUE ZEROS.

      *---> CHAMADOS ABERTOS E FECHADOS NA COMPETENCIA
       77  WK-QTD-CHM               PIC 9(04) VALUE ZEROS.
       77  WK-IDX-CHM               PIC 9(04) VALUE ZEROS.
       01  WK-TAB-CHM.
           05 WK-CHM                OCCURS 500 TIMES.
              10 WK-CHM-PROTOCOLO   PIC X(08).
              10 WK-CHM-TELEFONE    PIC X(09).
              10 WK-CHM-DATA-ABRE   PIC X(08).
              10 WK-CHM-STATUS      PIC X(01).
              10 WK-CHM-RESOLUCAO   PIC X(04).
              10 WK-CHM-DATA-FECHA  PIC X(08).
              10 WK-CHM-ASSUNTO     PIC X(30).
       77  WK-CHA-PROTOCOLO         PIC X(08) VALUE SPACES.
       77  WK-CHA-TELEFONE          PIC X(09) VALUE SPACES.
       77  WK-CHA-DATA-ABRE         PIC X(08) VALUE SPACES.
       77  WK-CHA-OPERADOR          PIC X(10) VALUE SPACES.
       77  WK-CHA-STATUS            PIC X(01) VALUE SPACES.
       77  WK-CHA-RESOLUCAO         PIC X(04) VALUE SPACES.
       77  WK-CHA-DATA-FECHA        PIC X(08) VALUE SPACES.
       77  WK-CHA-ASSUNTO           PIC X(30) VALUE SPACES.

      *---> TELEFONES DO CLIENTE CORRENTE (PRINCIPAL E ADICIONAIS)
       77  WK-QTD-TEL               PIC 9(01) VALUE ZEROS.
       77  WK-IDX-TEL               PIC 9(01) VALUE ZEROS.
       01  WK-TAB-TEL.
           05 WK-TEL-CLI            PIC X(09) OCCURS 5 TIMES.
       77  WK-TEL-NUM               PIC 9(09) VALUE ZEROS.
       77  WK-TEL-TESTE             PIC X(09) VALUE SPACES.
       77  WK-TEL-DO-CLI            PIC X(01) VALUE "N".

      *---> CONTAS DO CLIENTE CORRENTE (INDICES NA TABELA DE CONTAS)
       77  WK-QTD-DOCL              PIC 9(02) VALUE ZEROS.
       77  WK-IDX-DOCL              PIC 9(02) VALUE ZEROS.
       01  WK-TAB-DOCL.
           05 WK-DOCL-IND           PIC 9(04) OCCURS 20 TIMES.

      *---> ATIVIDADE DO CLIENTE CORRENTE NA COMPETENCIA
       77  WK-CLI-QT-MOV            PIC 9(05) VALUE ZEROS.
       77  WK-CLI-QT-PMV            PIC 9(05) VALUE ZEROS.
       77  WK-CLI-QT-CHM            PIC 9(05) VALUE ZEROS.
       77  WK-CLI-GANHOS            PIC 9(07) VALUE ZEROS.
       77  WK-CLI-RESGATES          PIC 9(07) VALUE ZEROS.
       77  WK-CLI-ESTORNOS          PIC 9(07) VALUE ZEROS.
       77  WK-CLI-EXPIRADOS         PIC 9(07) VALUE ZEROS.
       77  WK-CLI-SALDO-PTS         PIC 9(07) VALUE ZEROS.
       77  WK-CLI-A-EXPIRAR         PIC 9(07) VALUE ZEROS.
       77  WK-CLI-ABERTOS           PIC 9(04) VALUE ZEROS.
       77  WK-CLI-FECHADOS          PIC 9(04) VALUE ZEROS.
       77  WK-SITUACAO              PIC X(18) VALUE SPACES.

      *---> FORMATACAO DO EXTRATO
       77  WK-SALDO-EDT             PIC -ZZ.ZZZ.ZZ9,99.
       77  WK-VALOR-EDT             PIC ZZZ.ZZ9,99.
       77  WK-PONTOS-EDT            PIC Z.ZZZ.ZZ9.
       77  WK-TIPO-PONTOS           PIC X(08) VALUE SPACES.
       77  WK-TITULARIDADE          PIC X(10) VALUE SPACES.
       01  WK-CEP-EDT.
           05 WK-CEP-PARTE1         PIC X(05) VALUE SPACES.
           05 FILLER                PIC X     VALUE "-".
           05 WK-CEP-PARTE2         PIC X(03) VALUE SPACES.
       01  WK-CEP-X                 PIC X(08) VALUE SPACES.
       01  WK-LINHA-TRACO           PIC X(80) VALUE ALL "-".
       01  WK-LINHA-IGUAL           PIC X(80) VALUE ALL "=".

      *---> CONTADORES
       77  WK-QT-LIDOS              PIC 9(06) VALUE ZEROS.
       77  WK-QT-EMITIDOS           PIC 9(06) VALUE ZEROS.
       77  WK-QT-SEM-CONSENT        PIC 9(06) VALUE ZEROS.
       77  WK-QT-SEM-MOVIMENTO      PIC 9(06) VALUE ZEROS.
       77  WK-QT-SEM-ENDERECO       PIC 9(06) VALUE ZEROS.
       77  WK-QT-LINHAS-EXT         PIC 9(06) VALUE ZEROS.

      *---> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL):
      *     O VISOR SPOOLVIEW LISTA E REIMPRIME O QUE FOI GERADO
       77  WK-SPO-PROGRAMA         PIC X(10) VALUE "EXTCONS".
       77  WK-SPO-ARQUIVO          PIC X(60) VALUE SPACES.
       77  WK-SPO-LINHAS           PIC 9(06) VALUE ZEROS.
       77  WK-SPO-OPERADOR         PIC X(10) VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           IF FS-EXTRATO-CONS NOT EQUAL "00"
               GOBACK
           END-IF.
           PERFORM 0150-CARREGAR-CONTAS.
           PERFORM 0160-CARREGAR-EXTRATO.
           PERFORM 0170-CARREGAR-PONTOS.
           PERFORM 0180-CARREGAR-PONTOS-MOV.
           PERFORM 0190-CARREGAR-CHAMADOS.
           PERFORM 0200-PROCESSAR-CLIENTES.
           PERFORM 1000-FINALIZAR.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           MOVE "99" TO FS-EXTRATO-CONS.
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.

           ACCEPT WK-COMPET-ENV FROM ENVIRONMENT "EXTCONS_COMPETENCIA".
           IF WK-COMPET-ENV IS NUMERIC
               MOVE WK-COMPET-ENV TO WK-COMPETENCIA
           ELSE
               MOVE WK-DATA-HOJE(1:6) TO WK-COMPETENCIA
               IF WK-COMPET-MES EQUAL 1
                   SUBTRACT 1 FROM WK-COMPET-ANO
                   MOVE 12 TO WK-COMPET-MES
               ELSE
                   SUBTRACT 1 FROM WK-COMPET-MES
               END-IF
           END-IF.
           IF WK-COMPET-MES LESS THAN 1 OR WK-COMPET-MES GREATER THAN 12
               MOVE "EXTCONS - COMPETENCIA INVALIDA" TO
                                               WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.
           COMPUTE WK-COMPET-INI = WK-COMPETENCIA * 100 + 1.
           COMPUTE WK-COMPET-FIM = WK-COMPETENCIA * 100 + 31.

           ACCEPT WK-VALIDADE-ENV FROM ENVIRONMENT
                   "PONTOS_VALIDADE_DIAS".
           IF WK-VALIDADE-ENV IS NUMERIC
                   AND WK-VALIDADE-ENV NOT EQUAL ZEROS
               MOVE WK-VALIDADE-ENV TO WK-VALIDADE-DIAS
           END-IF.
           COMPUTE WK-DATA-CORTE-30D = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE)
                   - WK-VALIDADE-DIAS + 30).

           MOVE "A" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
           IF FS-CLIENTES NOT EQUAL "00"
               MOVE "CLIENTES.DAT NAO ENCONTRADO PARA EXTRATO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WK-EXTCONS-PATH.
           STRING "C:/projeto-bootcamp/extcons_" WK-COMPETENCIA ".txt"
               DELIMITED BY SIZE INTO WK-EXTCONS-PATH
           END-STRING.
           OPEN OUTPUT EXTRATO-CONS.
           IF FS-EXTRATO-CONS NOT EQUAL "00"
               MOVE "EXTCONS - ARQUIVO DE EXTRATOS NAO CRIADO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               MOVE "F" TO WK-VAR-ACAO
               CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES
                                    FS-CLIENTES
               EXIT SECTION
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "EXTRATO CONSOLIDADO - COMPETENCIA " WK-COMPETENCIA
                  " - GERADO EM " WK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TELEFONE  CPF         NOME"
                  "                           SITUACAO"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0150-CARREGAR-CONTAS    SECTION.
           MOVE ZEROS TO WK-QTD-CONTAS.
           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL "00"
               MOVE "CONTAS.DAT INDISPONIVEL - EXTRATO SEM CONTAS"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.
           READ CONTAS NEXT.
           PERFORM UNTIL FS-CONTAS NOT EQUAL "00"
                      OR WK-QTD-CONTAS EQUAL 1000
               ADD 1 TO WK-QTD-CONTAS
               MOVE REG-CONTA-ID     TO WK-CTA-ID(WK-QTD-CONTAS)
               MOVE REG-CONTA-SALDO  TO WK-CTA-SALDO(WK-QTD-CONTAS)
               MOVE REG-CONTA-CPF    TO WK-CTA-CPF(WK-QTD-CONTAS)
               IF REG-CONTA-CPF2 IS NUMERIC
                   MOVE REG-CONTA-CPF2 TO WK-CTA-CPF2(WK-QTD-CONTAS)
               ELSE
                   MOVE ZEROS TO WK-CTA-CPF2(WK-QTD-CONTAS)
               END-IF
               MOVE REG-CONTA-STATUS TO WK-CTA-STATUS(WK-QTD-CONTAS)
               MOVE SPACES TO WK-CTA-ANTERIOR(WK-QTD-CONTAS)
                              WK-CTA-FECHAMENTO(WK-QTD-CONTAS)
               MOVE "N" TO WK-CTA-TEM-ANTER(WK-QTD-CONTAS)
                           WK-CTA-TEM-FECHA(WK-QTD-CONTAS)
                           WK-CTA-POSTERIOR(WK-QTD-CONTAS)
               MOVE ZEROS TO WK-CTA-QT-MOV(WK-QTD-CONTAS)
               READ CONTAS NEXT
           END-PERFORM.
           CLOSE CONTAS.
       0150-CARREGAR-CONTAS-FIM. EXIT.
      ******************************************************************
      *---> O EXTRATO E GRAVADO EM ORDEM DE DATA: A ULTIMA LINHA ANTES
      *     DO MES DA O SALDO ANTERIOR E A ULTIMA ATE O FIM DO MES DA O
      *     SALDO DE FECHAMENTO. LINHAS ANTIGAS SEM "CONTA=" NAO TEM
      *     DONO E FICAM DE FORA, COMO NO EXTRATO-MENSAL.
       0160-CARREGAR-EXTRATO   SECTION.
           MOVE ZEROS TO WK-QTD-MOV.
           OPEN INPUT EXTRATO.
           IF FS-EXTRATO NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ EXTRATO.
           PERFORM UNTIL FS-EXTRATO NOT EQUAL "00"
               IF REG-EXTRATO(1:6) EQUAL "CONTA="
                  AND REG-EXTRATO(23:8) IS NUMERIC
                   MOVE REG-EXTRATO(7:10) TO WK-LIN-CONTA
                   MOVE REG-EXTRATO(23:8) TO WK-LIN-DATA
                   PERFORM 0165-LOCALIZAR-CONTA
                   IF WK-CTA-ACHADA GREATER THAN ZEROS
                       PERFORM 0166-CLASSIFICAR-LINHA
                   END-IF
               END-IF
               READ EXTRATO
           END-PERFORM.
           CLOSE EXTRATO.
       0160-CARREGAR-EXTRATO-FIM. EXIT.
      ******************************************************************
       0165-LOCALIZAR-CONTA    SECTION.
           MOVE ZEROS TO WK-CTA-ACHADA.
           PERFORM VARYING WK-IDX-CTA FROM 1 BY 1
                   UNTIL WK-IDX-CTA GREATER THAN WK-QTD-CONTAS
                      OR WK-CTA-ACHADA GREATER THAN ZEROS
               IF WK-CTA-ID(WK-IDX-CTA) EQUAL WK-LIN-CONTA
                   MOVE WK-IDX-CTA TO WK-CTA-ACHADA
               END-IF
           END-PERFORM.
       0165-LOCALIZAR-CONTA-FIM. EXIT.
      ******************************************************************
       0166-CLASSIFICAR-LINHA  SECTION.
           EVALUATE TRUE
               WHEN WK-LIN-DATA LESS THAN WK-COMPET-INI
                   MOVE REG-EXTRATO(74:14)
                                   TO WK-CTA-ANTERIOR(WK-CTA-ACHADA)
                                      WK-CTA-FECHAMENTO(WK-CTA-ACHADA)
                   MOVE "S" TO WK-CTA-TEM-ANTER(WK-CTA-ACHADA)
                               WK-CTA-TEM-FECHA(WK-CTA-ACHADA)
               WHEN WK-LIN-DATA GREATER THAN WK-COMPET-FIM
                   MOVE "S" TO WK-CTA-POSTERIOR(WK-CTA-ACHADA)
               WHEN OTHER
                   MOVE REG-EXTRATO(74:14)
                                   TO WK-CTA-FECHAMENTO(WK-CTA-ACHADA)
                   MOVE "S" TO WK-CTA-TEM-FECHA(WK-CTA-ACHADA)
                   ADD 1 TO WK-CTA-QT-MOV(WK-CTA-ACHADA)
                   IF WK-QTD-MOV LESS THAN 3000
                       ADD 1 TO WK-QTD-MOV
                       MOVE WK-CTA-ACHADA TO WK-MOV-CTA(WK-QTD-MOV)
                       MOVE REG-EXTRATO(23:8)
                                       TO WK-MOV-DATA(WK-QTD-MOV)
                       MOVE REG-EXTRATO(42:10)
                                       TO WK-MOV-CATEGORIA(WK-QTD-MOV)
                       MOVE REG-EXTRATO(59:8) TO WK-LIN-VALOR-X
                       IF WK-LIN-VALOR-X IS NUMERIC
                           MOVE WK-LIN-VALOR
                                       TO WK-MOV-VALOR(WK-QTD-MOV)
                       ELSE
                           MOVE ZEROS TO WK-MOV-VALOR(WK-QTD-MOV)
                       END-IF
                       MOVE REG-EXTRATO(74:14)
                                       TO WK-MOV-SALDO(WK-QTD-MOV)
                   END-IF
           END-EVALUATE.
       0166-CLASSIFICAR-LINHA-FIM. EXIT.
      ******************************************************************
      *---> SALDOS DO PONTOS.TXT (TELEFONE;SALDO)
       0170-CARREGAR-PONTOS    SECTION.
           MOVE ZEROS TO WK-QTD-PONTOS.
           OPEN INPUT PONTOS.
           IF FS-PONTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PONTOS.
           PERFORM UNTIL FS-PONTOS NOT EQUAL "00"
                      OR WK-QTD-PONTOS EQUAL 2000
               MOVE SPACES TO WK-PTS-LIDO-TEL
               MOVE ZEROS TO WK-PTS-LIDO-SALDO
               UNSTRING REG-PONTO DELIMITED BY ";"
                   INTO WK-PTS-LIDO-TEL WK-PTS-LIDO-SALDO
               END-UNSTRING
               ADD 1 TO WK-QTD-PONTOS
               MOVE WK-PTS-LIDO-TEL   TO WK-PTS-TELEFONE(WK-QTD-PONTOS)
               MOVE WK-PTS-LIDO-SALDO TO WK-PTS-SALDO(WK-QTD-PONTOS)
               MOVE ZEROS TO WK-PTS-JANELA(WK-QTD-PONTOS)
               READ PONTOS
           END-PERFORM.
           CLOSE PONTOS.
       0170-CARREGAR-PONTOS-FIM. EXIT.
      ******************************************************************
      *---> DIARIO DE PONTOS (TELEFONE;DATA;TIPO;PONTOS): GUARDA OS
      *     MOVIMENTOS DA COMPETENCIA E SOMA OS GANHOS "G" AINDA DENTRO
      *     DA VALIDADE PARA A CONTA DOS PONTOS A VENCER
       0180-CARREGAR-PONTOS-MOV SECTION.
           MOVE ZEROS TO WK-QTD-PMV.
           OPEN INPUT PONTOS-MOV.
           IF FS-PONTOS-MOV NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PONTOS-MOV.
           PERFORM UNTIL FS-PONTOS-MOV NOT EQUAL "00"
               MOVE SPACES TO WK-PMV-LIDO-TEL WK-PMV-LIDO-DATA
                              WK-PMV-LIDO-TIPO
               MOVE ZEROS TO WK-PMV-LIDO-PONTOS
               UNSTRING REG-PONTO-MOV DELIMITED BY ";"
                   INTO WK-PMV-LIDO-TEL WK-PMV-LIDO-DATA
                        WK-PMV-LIDO-TIPO WK-PMV-LIDO-PONTOS
               END-UNSTRING
               IF WK-PMV-LIDO-DATA IS NUMERIC
                   IF WK-PMV-LIDO-TIPO EQUAL "G"
                      AND WK-PMV-LIDO-DATA NOT LESS THAN
                                               WK-DATA-CORTE-30D
                       PERFORM 0185-SOMAR-JANELA
                   END-IF
                   IF WK-PMV-LIDO-DATA NOT LESS THAN WK-COMPET-INI
                      AND WK-PMV-LIDO-DATA NOT GREATER THAN
                                               WK-COMPET-FIM
                      AND WK-QTD-PMV LESS THAN 3000
                       ADD 1 TO WK-QTD-PMV
                       MOVE WK-PMV-LIDO-TEL
                                       TO WK-PMV-TELEFONE(WK-QTD-PMV)
                       MOVE WK-PMV-LIDO-DATA
                                       TO WK-PMV-DATA(WK-QTD-PMV)
                       MOVE WK-PMV-LIDO-TIPO
                                       TO WK-PMV-TIPO(WK-QTD-PMV)
                       MOVE WK-PMV-LIDO-PONTOS
                                       TO WK-PMV-PONTOS(WK-QTD-PMV)
                   END-IF
               END-IF
               READ PONTOS-MOV
           END-PERFORM.
           CLOSE PONTOS-MOV.
       0180-CARREGAR-PONTOS-MOV-FIM. EXIT.
      ******************************************************************
       0185-SOMAR-JANELA       SECTION.
           PERFORM VARYING WK-IDX-PTS FROM 1 BY 1
                   UNTIL WK-IDX-PTS GREATER THAN WK-QTD-PONTOS
               IF WK-PTS-TELEFONE(WK-IDX-PTS) EQUAL WK-PMV-LIDO-TEL
                   ADD WK-PMV-LIDO-PONTOS TO WK-PTS-JANELA(WK-IDX-PTS)
               END-IF
           END-PERFORM.
       0185-SOMAR-JANELA-FIM.  EXIT.
      ******************************************************************
      *---> CHAMADOS (PROTOCOLO;TELEFONE;DATA-ABERTURA;OPERADOR;
      *     STATUS;RESOLUCAO;DATA-FECHAMENTO;ASSUNTO): OS ABERTOS ATE O
      *     FIM DA COMPETENCIA QUE AINDA ESTAO ABERTOS E OS FECHADOS
      *     DENTRO DELA
       0190-CARREGAR-CHAMADOS  SECTION.
           MOVE ZEROS TO WK-QTD-CHM.
           OPEN INPUT CHAMADOS.
           IF FS-CHAMADOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CHAMADOS.
           PERFORM UNTIL FS-CHAMADOS NOT EQUAL "00"
                      OR WK-QTD-CHM EQUAL 500
               MOVE SPACES TO WK-CHA-PROTOCOLO WK-CHA-TELEFONE
                              WK-CHA-DATA-ABRE WK-CHA-OPERADOR
                              WK-CHA-STATUS WK-CHA-RESOLUCAO
                              WK-CHA-DATA-FECHA WK-CHA-ASSUNTO
               UNSTRING REG-CHAMADOS DELIMITED BY ";"
                   INTO WK-CHA-PROTOCOLO WK-CHA-TELEFONE
                        WK-CHA-DATA-ABRE WK-CHA-OPERADOR
                        WK-CHA-STATUS WK-CHA-RESOLUCAO
                        WK-CHA-DATA-FECHA WK-CHA-ASSUNTO
               END-UNSTRING
               IF (WK-CHA-STATUS EQUAL "A"
                   AND WK-CHA-DATA-ABRE NOT GREATER THAN
                                               WK-COMPET-FIM)
                  OR (WK-CHA-STATUS EQUAL "F"
                   AND WK-CHA-DATA-FECHA NOT LESS THAN WK-COMPET-INI
                   AND WK-CHA-DATA-FECHA NOT GREATER THAN
                                               WK-COMPET-FIM)
                   ADD 1 TO WK-QTD-CHM
                   MOVE WK-CHA-PROTOCOLO
                                   TO WK-CHM-PROTOCOLO(WK-QTD-CHM)
                   MOVE WK-CHA-TELEFONE
                                   TO WK-CHM-TELEFONE(WK-QTD-CHM)
                   MOVE WK-CHA-DATA-ABRE
                                   TO WK-CHM-DATA-ABRE(WK-QTD-CHM)
                   MOVE WK-CHA-STATUS TO WK-CHM-STATUS(WK-QTD-CHM)
                   MOVE WK-CHA-RESOLUCAO
                                   TO WK-CHM-RESOLUCAO(WK-QTD-CHM)
                   MOVE WK-CHA-DATA-FECHA
                                   TO WK-CHM-DATA-FECHA(WK-QTD-CHM)
                   MOVE WK-CHA-ASSUNTO TO WK-CHM-ASSUNTO(WK-QTD-CHM)
               END-IF
               READ CHAMADOS
           END-PERFORM.
           CLOSE CHAMADOS.
       0190-CARREGAR-CHAMADOS-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR-CLIENTES SECTION.
           PERFORM 0210-LER-CLIENTE.
           PERFORM UNTIL FS-CLIENTES NOT EQUAL "00"
               ADD 1 TO WK-QT-LIDOS
               IF NOT CONSENTIU
                   ADD 1 TO WK-QT-SEM-CONSENT
                   MOVE "SEM CONSENTIMENTO" TO WK-SITUACAO
               ELSE
                   PERFORM 0300-APURAR-ATIVIDADE
                   IF WK-CLI-QT-MOV + WK-CLI-QT-PMV + WK-CLI-QT-CHM
                                                   EQUAL ZEROS
                       ADD 1 TO WK-QT-SEM-MOVIMENTO
                       MOVE "SEM MOVIMENTO" TO WK-SITUACAO
                   ELSE
                       PERFORM 0400-EMITIR-EXTRATO
                       ADD 1 TO WK-QT-EMITIDOS
                       MOVE "EMITIDO" TO WK-SITUACAO
                       IF REG-END-LOGRADOURO EQUAL SPACES
                          OR REG-END-CEP NOT NUMERIC
                          OR REG-END-CEP EQUAL ZEROS
                           ADD 1 TO WK-QT-SEM-ENDERECO
                           MOVE "EMITIDO SEM ENDER." TO WK-SITUACAO
                       END-IF
                   END-IF
               END-IF
               MOVE SPACES TO REG-RELATORIO
               STRING REG-TELEFONE " " REG-CPF " " REG-NOME " "
                      WK-SITUACAO
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               PERFORM 0210-LER-CLIENTE
           END-PERFORM.
       0200-PROCESSAR-CLIENTES-FIM. EXIT.
      ******************************************************************
       0210-LER-CLIENTE        SECTION.
           MOVE "L" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
       0210-LER-CLIENTE-FIM.   EXIT.
      ******************************************************************
      *---> CONTAS PELO CPF (TITULAR OU COTITULAR, SO AS QUE JA
      *     EXISTIAM NA COMPETENCIA); PONTOS E CHAMADOS PELOS TELEFONES
       0300-APURAR-ATIVIDADE   SECTION.
           MOVE ZEROS TO WK-QTD-DOCL WK-QTD-TEL
                         WK-CLI-QT-MOV WK-CLI-QT-PMV WK-CLI-QT-CHM.

           ADD 1 TO WK-QTD-TEL.
           MOVE REG-TELEFONE TO WK-TEL-CLI(WK-QTD-TEL).
           PERFORM VARYING WK-IDX-TEL FROM 1 BY 1
                   UNTIL WK-IDX-TEL GREATER THAN REG-QTD-TEL-ADIC
                      OR WK-IDX-TEL GREATER THAN 4
               IF REG-TELEFONES-ADIC(WK-IDX-TEL) IS NUMERIC
                  AND REG-TELEFONES-ADIC(WK-IDX-TEL) NOT EQUAL ZEROS
                   ADD 1 TO WK-QTD-TEL
                   MOVE REG-TELEFONES-ADIC(WK-IDX-TEL) TO WK-TEL-NUM
                   MOVE WK-TEL-NUM TO WK-TEL-CLI(WK-QTD-TEL)
               END-IF
           END-PERFORM.

           IF REG-CPF IS NUMERIC AND REG-CPF NOT EQUAL ZEROS
               PERFORM VARYING WK-IDX-CTA FROM 1 BY 1
                       UNTIL WK-IDX-CTA GREATER THAN WK-QTD-CONTAS
                   IF (WK-CTA-CPF(WK-IDX-CTA) EQUAL REG-CPF
                       OR WK-CTA-CPF2(WK-IDX-CTA) EQUAL REG-CPF)
                      AND (WK-CTA-TEM-FECHA(WK-IDX-CTA) EQUAL "S"
                       OR WK-CTA-POSTERIOR(WK-IDX-CTA) EQUAL "N")
                      AND WK-QTD-DOCL LESS THAN 20
                       ADD 1 TO WK-QTD-DOCL
                       MOVE WK-IDX-CTA TO WK-DOCL-IND(WK-QTD-DOCL)
                       ADD WK-CTA-QT-MOV(WK-IDX-CTA) TO WK-CLI-QT-MOV
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM VARYING WK-IDX-PMV FROM 1 BY 1
                   UNTIL WK-IDX-PMV GREATER THAN WK-QTD-PMV
               MOVE WK-PMV-TELEFONE(WK-IDX-PMV) TO WK-TEL-TESTE
               PERFORM 0310-TELEFONE-DO-CLIENTE
               IF WK-TEL-DO-CLI EQUAL "S"
                   ADD 1 TO WK-CLI-QT-PMV
               END-IF
           END-PERFORM.

           PERFORM VARYING WK-IDX-CHM FROM 1 BY 1
                   UNTIL WK-IDX-CHM GREATER THAN WK-QTD-CHM
               MOVE WK-CHM-TELEFONE(WK-IDX-CHM) TO WK-TEL-TESTE
               PERFORM 0310-TELEFONE-DO-CLIENTE
               IF WK-TEL-DO-CLI EQUAL "S"
                   ADD 1 TO WK-CLI-QT-CHM
               END-IF
           END-PERFORM.
       0300-APURAR-ATIVIDADE-FIM. EXIT.
      ******************************************************************
       0310-TELEFONE-DO-CLIENTE SECTION.
           MOVE "N" TO WK-TEL-DO-CLI.
           PERFORM VARYING WK-IDX-TEL FROM 1 BY 1
                   UNTIL WK-IDX-TEL GREATER THAN WK-QTD-TEL
                      OR WK-TEL-DO-CLI EQUAL "S"
               IF WK-TEL-CLI(WK-IDX-TEL) EQUAL WK-TEL-TESTE
                   MOVE "S" TO WK-TEL-DO-CLI
               END-IF
           END-PERFORM.
       0310-TELEFONE-DO-CLIENTE-FIM. EXIT.
      ******************************************************************
      *---> UM EXTRATO: CABECALHO, BLOCO DE ENDERECO (NOME / LOGRADOURO,
      *     NUMERO COMPLEMENTO / BAIRRO / CIDADE - UF  CEP 00000-000,
      *     COMO NA ETIQUETA) E OS QUADROS DE CONTAS, PONTOS E CHAMADOS
       0400-EMITIR-EXTRATO     SECTION.
           MOVE WK-LINHA-IGUAL TO REG-EXTRATO-CONS.
           PERFORM 0490-GRAVAR-LINHA.
           STRING "EXTRATO CONSOLIDADO - COMPETENCIA "
                  WK-COMPET-MES "/" WK-COMPET-ANO
                  "    EMITIDO EM " WK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-EXTRATO-CONS
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           PERFORM 0490-GRAVAR-LINHA.

           MOVE REG-NOME TO REG-EXTRATO-CONS.
           PERFORM 0490-GRAVAR-LINHA.
           STRING FUNCTION TRIM(REG-END-LOGRADOURO)
                  ", " FUNCTION TRIM(REG-END-NUMERO)
                  " "  FUNCTION TRIM(REG-END-COMPLEMENTO)
               DELIMITED BY SIZE INTO REG-EXTRATO-CONS
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE REG-END-BAIRRO TO REG-EXTRATO-CONS.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE REG-END-CEP TO WK-CEP-X.
           MOVE WK-CEP-X(1:5) TO WK-CEP-PARTE1.
           MOVE WK-CEP-X(6:3) TO WK-CEP-PARTE2.
           STRING FUNCTION TRIM(REG-END-CIDADE)
                  " - " REG-END-UF
                  "  CEP " WK-CEP-EDT
               DELIMITED BY SIZE INTO REG-EXTRATO-CONS
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           PERFORM 0490-GRAVAR-LINHA.

           STRING "CLIENTE: TELEFONE " REG-TELEFONE
                  "  CPF " REG-CPF
               DELIMITED BY SIZE INTO REG-EXTRATO-CONS
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.

           PERFORM 0410-QUADRO-CONTAS.
           PERFORM 0430-QUADRO-PONTOS.
           PERFORM 0450-QUADRO-CHAMADOS.
           PERFORM 0490-GRAVAR-LINHA.
       0400-EMITIR-EXTRATO-FIM. EXIT.
      ******************************************************************
       0410-QUADRO-CONTAS      SECTION.
           MOVE WK-LINHA-TRACO TO REG-EXTRATO-CONS.
           MOVE " CONTAS " TO REG-EXTRATO-CONS(3:8).
           PERFORM 0490-GRAVAR-LINHA.
           IF WK-QTD-DOCL EQUAL ZEROS
               MOVE "  NENHUMA CONTA NO CPF DO CLIENTE"
                                               TO REG-EXTRATO-CONS
               PERFORM 0490-GRAVAR-LINHA
               EXIT SECTION
           END-IF.

           PERFORM VARYING WK-IDX-DOCL FROM 1 BY 1
                   UNTIL WK-IDX-DOCL GREATER THAN WK-QTD-DOCL
               MOVE WK-DOCL-IND(WK-IDX-DOCL) TO WK-IDX-CTA
               PERFORM 0420-UMA-CONTA
           END-PERFORM.
       0410-QUADRO-CONTAS-FIM. EXIT.
      ******************************************************************
      *---> CONTA SEM NENHUMA LINHA NO EXTRATO: ANTERIOR E FECHAMENTO
      *     SAO O SALDO DO CONTAS.DAT; CONTA ABERTA NO MES: ANTERIOR 0
       0420-UMA-CONTA          SECTION.
           IF WK-CTA-CPF(WK-IDX-CTA) EQUAL REG-CPF
               MOVE "TITULAR" TO WK-TITULARIDADE
           ELSE
               MOVE "COTITULAR" TO WK-TITULARIDADE
           END-IF.
           IF WK-CTA-TEM-FECHA(WK-IDX-CTA) EQUAL "N"
               MOVE WK-CTA-SALDO(WK-IDX-CTA) TO WK-SALDO-EDT
               MOVE WK-SALDO-EDT TO WK-CTA-ANTERIOR(WK-IDX-CTA)
                                    WK-CTA-FECHAMENTO(WK-IDX-CTA)
           ELSE
               IF WK-CTA-TEM-ANTER(WK-IDX-CTA) EQUAL "N"
                   MOVE ZEROS TO WK-SALDO-EDT
                   MOVE WK-SALDO-EDT TO WK-CTA-ANTERIOR(WK-IDX-CTA)
               END-IF
           END-IF.

           PERFORM 0490-GRAVAR-LINHA.
           STRING "  CONTA " WK-CTA-ID(WK-IDX-CTA)
                  "  " WK-TITULARIDADE
                  "  SITUACAO " WK-CTA-STATUS(WK-IDX-CTA)
               DELIMITED BY SIZE INTO REG-EXTRATO-CONS
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           STRING "  SALDO ANTERIOR..............: "
                  WK-CTA-ANTERIOR(WK-IDX-CTA)
               DELIMITED BY SIZE INTO REG-EXTRATO-CONS
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.

           PERFORM VARYING WK-IDX-MOV FROM 1 BY 1
                   UNTIL WK-IDX-MOV GREATER THAN WK-QTD-MOV
               IF WK-MOV-CTA(WK-IDX-MOV) EQUAL WK-IDX-CTA
                   MOVE WK-MOV-VALOR(WK-IDX-MOV) TO WK-VALOR-EDT
                   STRING "    " WK-MOV-DATA(WK-IDX-MOV)
                          "  " WK-MOV-CATEGORIA(WK-IDX-MOV)
                          "  VALOR " WK-VALOR-EDT
                          "  SALDO " WK-MOV-SALDO(WK-IDX-MOV)
                       DELIMITED BY SIZE INTO REG-EXTRATO-CONS
                   END-STRING
                   PERFORM 0490-GRAVAR-LINHA
               END-IF
           END-PERFORM.

           STRING "  SALDO DE FECHAMENTO.........: "
                  WK-CTA-FECHAMENTO(WK-IDX-CTA)
                  "  (" WK-CTA-QT-MOV(WK-IDX-CTA) " MOVIMENTOS)"
               DELIMITED BY SIZE INTO REG-EXTRATO-CONS
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
       0420-UMA-CONTA-FIM.     EXIT.
      ******************************************************************
      *---> MOVIMENTOS DE PONTOS DO MES, TOTAIS POR TIPO E, DO
      *     PONTOS.TXT, O SALDO E O QUE VENCE EM 30 DIAS
       0430-QUADRO-PONTOS      SECTION.
           MOVE ZEROS TO WK-CLI-GANHOS WK-CLI-RESGATES WK-CLI-ESTORNOS
                         WK-CLI-EXPIRADOS WK-CLI-SALDO-PTS
                         WK-CLI-A-EXPIRAR.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE WK-LINHA-TRACO TO REG-EXTRATO-CONS.
           MOVE " PONTOS DE FIDELIDADE " TO REG-EXTRATO-CONS(3:22).
           PERFORM 0490-GRAVAR-LINHA.

           PERFORM VARYING WK-IDX-PMV FROM 1 BY 1
                   UNTIL WK-IDX-PMV GREATER THAN WK-QTD-PMV
               MOVE WK-PMV-TELEFONE(WK-IDX-PMV) TO WK-TEL-TESTE
               PERFORM 0310-TELEFONE-DO-CLIENTE
               IF WK-TEL-DO-CLI EQUAL "S"
                   PERFORM 0435-UM-MOVIMENTO-PONTOS
               END-IF
           END-PERFORM.
           IF WK-CLI-QT-PMV EQUAL ZEROS
               MOVE "  NENHUM MOVIMENTO DE PONTOS NO MES"
                                               TO REG-EXTRATO-CONS
               PERFORM 0490-GRAVAR-LINHA
           END-IF.

           PERFORM VARYING WK-IDX-PTS FROM 1 BY 1
                   UNTIL WK-IDX-PTS GREATER THAN WK-QTD-PONTOS
               MOVE WK-PTS-TELEFONE(WK-IDX-PTS) TO WK-TEL-TESTE
               PERFORM 0310-TELEFONE-DO-CLIENTE
               IF WK-TEL-DO-CLI EQUAL "S"
                   ADD WK-PTS-SALDO(WK-IDX-PTS) TO WK-CLI-SALDO-PTS
                   IF WK-PTS-SALDO(WK-IDX-PTS) GREATER THAN
                                               WK-PTS-JANELA(WK-IDX-PTS)
                       COMPUTE WK-CLI-A-EXPIRAR = WK-CLI-A-EXPIRAR
                               + WK-PTS-SALDO(WK-IDX-PTS)
                               - WK-PTS-JANELA(WK-IDX-PTS)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WK-CLI-GANHOS TO WK-PONTOS-EDT.
           STRING "  GANHOS NO MES...............: " WK-PONTOS-EDT
               DELIMITED BY SIZE INTO REG-EXTRATO-CONS
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE WK-CLI-RESGATES TO WK-PONTOS-EDT.
           STRING "  RESGATADOS NO MES...........: " WK-PONTOS-EDT
               DELIMITED BY SIZE INTO REG-EXTRATO-CONS
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           IF WK-CLI-ESTORNOS GREATER THAN ZEROS
               MOVE WK-CLI-ESTORNOS TO WK-PONTOS-EDT
               STRING "  ESTORNADOS NO MES...........: " WK-PONTOS-EDT
                   DELIMITED BY SIZE INTO REG-EXTRATO-CONS
               END-STRING
               PERFORM 0490-GRAVAR-LINHA
           END-IF.
           MOVE WK-CLI-EXPIRADOS TO WK-PONTOS-EDT.
           STRING "  EXPIRADOS NO MES............: " WK-PONTOS-EDT
               DELIMITED BY SIZE INTO REG-EXTRATO-CONS
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE WK-CLI-SALDO-PTS TO WK-PONTOS-EDT.
           STRING "  SALDO ATUAL.................: " WK-PONTOS-EDT
               DELIMITED BY SIZE INTO REG-EXTRATO-CONS
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE WK-CLI-A-EXPIRAR TO WK-PONTOS-EDT.
           STRING "  VENCEM NOS PROXIMOS 30 DIAS.: " WK-PONTOS-EDT
               DELIMITED BY SIZE INTO REG-EXTRATO-CONS
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
       0430-QUADRO-PONTOS-FIM. EXIT.
      ******************************************************************
      *---> MESMA CLASSIFICACAO DO EXTRATO-PONTOS: G GANHO, EXPIRADO,
      *     E ESTORNO, O RESTO RESGATE
       0435-UM-MOVIMENTO-PONTOS SECTION.
           EVALUATE TRUE
               WHEN WK-PMV-TIPO(WK-IDX-PMV)(1:1) EQUAL "G"
                   MOVE "GANHO" TO WK-TIPO-PONTOS
                   ADD WK-PMV-PONTOS(WK-IDX-PMV) TO WK-CLI-GANHOS
               WHEN WK-PMV-TIPO(WK-IDX-PMV) EQUAL "EXPIRADO"
                   MOVE "EXPIRADO" TO WK-TIPO-PONTOS
                   ADD WK-PMV-PONTOS(WK-IDX-PMV) TO WK-CLI-EXPIRADOS
               WHEN WK-PMV-TIPO(WK-IDX-PMV)(1:1) EQUAL "E"
                   MOVE "ESTORNO" TO WK-TIPO-PONTOS
                   ADD WK-PMV-PONTOS(WK-IDX-PMV) TO WK-CLI-ESTORNOS
               WHEN OTHER
                   MOVE "RESGATE" TO WK-TIPO-PONTOS
                   ADD WK-PMV-PONTOS(WK-IDX-PMV) TO WK-CLI-RESGATES
           END-EVALUATE.
           MOVE WK-PMV-PONTOS(WK-IDX-PMV) TO WK-PONTOS-EDT.
           STRING "    " WK-PMV-DATA(WK-IDX-PMV)
                  "  " WK-TIPO-PONTOS
                  "  PONTOS " WK-PONTOS-EDT
               DELIMITED BY SIZE INTO REG-EXTRATO-CONS
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
       0435-UM-MOVIMENTO-PONTOS-FIM. EXIT.
      ******************************************************************
       0450-QUADRO-CHAMADOS    SECTION.
           MOVE ZEROS TO WK-CLI-ABERTOS WK-CLI-FECHADOS.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE WK-LINHA-TRACO TO REG-EXTRATO-CONS.
           MOVE " CHAMADOS DO ATENDIMENTO " TO REG-EXTRATO-CONS(3:25).
           PERFORM 0490-GRAVAR-LINHA.

           PERFORM VARYING WK-IDX-CHM FROM 1 BY 1
                   UNTIL WK-IDX-CHM GREATER THAN WK-QTD-CHM
               MOVE WK-CHM-TELEFONE(WK-IDX-CHM) TO WK-TEL-TESTE
               PERFORM 0310-TELEFONE-DO-CLIENTE
               IF WK-TEL-DO-CLI EQUAL "S"
                   IF WK-CHM-STATUS(WK-IDX-CHM) EQUAL "A"
                       ADD 1 TO WK-CLI-ABERTOS
                       STRING "    " WK-CHM-PROTOCOLO(WK-IDX-CHM)
                              "  ABERTO EM "
                              WK-CHM-DATA-ABRE(WK-IDX-CHM)
                              "  EM ANDAMENTO   "
                              WK-CHM-ASSUNTO(WK-IDX-CHM)
                           DELIMITED BY SIZE INTO REG-EXTRATO-CONS
                       END-STRING
                   ELSE
                       ADD 1 TO WK-CLI-FECHADOS
                       STRING "    " WK-CHM-PROTOCOLO(WK-IDX-CHM)
                              "  ABERTO EM "
                              WK-CHM-DATA-ABRE(WK-IDX-CHM)
                              " FECHADO "
                              WK-CHM-DATA-FECHA(WK-IDX-CHM)
                              " " WK-CHM-ASSUNTO(WK-IDX-CHM)
                           DELIMITED BY SIZE INTO REG-EXTRATO-CONS
                       END-STRING
                   END-IF
                   PERFORM 0490-GRAVAR-LINHA
               END-IF
           END-PERFORM.

           STRING "  ABERTOS: " WK-CLI-ABERTOS
                  "   FECHADOS NO MES: " WK-CLI-FECHADOS
               DELIMITED BY SIZE INTO REG-EXTRATO-CONS
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
       0450-QUADRO-CHAMADOS-FIM. EXIT.
      ******************************************************************
       0490-GRAVAR-LINHA       SECTION.
           WRITE REG-EXTRATO-CONS.
           ADD 1 TO WK-QT-LINHAS-EXT.
           MOVE SPACES TO REG-EXTRATO-CONS.
       0490-GRAVAR-LINHA-FIM.  EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           MOVE "F" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
           CLOSE EXTRATO-CONS.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           STRING "CLIENTES LIDOS.................: " WK-QT-LIDOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "EXTRATOS EMITIDOS..............: " WK-QT-EMITIDOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  DOS QUAIS SEM ENDERECO.......: " WK-QT-SEM-ENDERECO
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PULADOS SEM CONSENTIMENTO......: " WK-QT-SEM-CONSENT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PULADOS SEM MOVIMENTO NO MES...: "
                  WK-QT-SEM-MOVIMENTO
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "ARQUIVO DE EXTRATOS............: " WK-EXTCONS-PATH
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.

           MOVE WK-EXTCONS-PATH  TO WK-SPO-ARQUIVO.
           MOVE WK-QT-LINHAS-EXT TO WK-SPO-LINHAS.
           CALL "SPOOLCTL" USING WK-SPO-PROGRAMA WK-SPO-ARQUIVO
                                 WK-SPO-LINHAS WK-SPO-OPERADOR.
           MOVE "C:/projeto-bootcamp/extconsrel.txt" TO WK-SPO-ARQUIVO.
           COMPUTE WK-SPO-LINHAS = WK-QT-LIDOS + 9.
           CALL "SPOOLCTL" USING WK-SPO-PROGRAMA WK-SPO-ARQUIVO
                                 WK-SPO-LINHAS WK-SPO-OPERADOR.

           MOVE "EXTRATO CONSOLIDADO MENSAL GERADO" TO
                                               WK-ABEND-MESSAGE.
           SET SEVERIDADE-INFO TO TRUE.
           CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE.

           DISPLAY "EXTCONS - LIDOS............: " WK-QT-LIDOS.
           DISPLAY "EXTCONS - EMITIDOS.........: " WK-QT-EMITIDOS.
           DISPLAY "EXTCONS - SEM CONSENTIMENTO: " WK-QT-SEM-CONSENT.
           DISPLAY "EXTCONS - SEM MOVIMENTO....: " WK-QT-SEM-MOVIMENTO.
       1000-FINALIZAR-FIM.     EXIT.
