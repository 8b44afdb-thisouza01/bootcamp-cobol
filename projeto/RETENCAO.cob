      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  INVENTARIO DE RETENCAO DE DADOS (LOTE)
      *     Responde a pergunta da auditoria LGPD "que dado pessoal
      *     guardamos, onde e desde quando" a partir dos arquivos, e
      *     nao de memoria. Percorre os arquivos conhecidos do cadastro
      *     (clientes.dat, lixeira.dat, auditlog.txt, historico.txt,
      *     acesslog.txt, chamados.txt, jornal.txt, a fila e as
      *     respostas dos pedidos do site (webfila.txt, webresp.txt),
      *     os fechamentos mensais do archive/ e o ultimo backup) e os
      *     da pratica-cobol
      *     (contas.dat, extrato.txt, pontos.txt, vendas.txt,
      *     histvendas.txt, funcionarios.txt, histmed.txt,
      *     resultados.txt) e grava em retencao.txt, por arquivo:
      *     quantidade de registros, data mais antiga e mais recente,
      *     se guarda CPF e/ou telefone, a regra de retencao e quantos
      *     registros estao alem dela -- arquivo com dado mais velho
      *     que a regra sai marcado "VENCIDO".
      *     Regras: lixeira e clientes inativos seguem os mesmos
      *     LIXEIRA_DIAS e EXPURGO_MESES do LIXPURGE e do EXPURGO; as
      *     demais vem do parametros.txt (RETENCAO_<ARQUIVO>, em meses,
      *     0 = guarda permanente) com o padrao abaixo no programa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. RETENCAO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WK-CLIENTES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CHAVE-CLIENTES
               ALTERNATE RECORD KEY IS REG-NOME
                                       WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF
                                       WITH DUPLICATES
               FILE STATUS     IS FS-CLIENTES.
      *
      *---> CONTAS CORRENTES DA PRATICA-COBOL (MESMO LAYOUT DO
      *     PAGAMENTO/ABRE-CONTA)
           SELECT CONTAS ASSIGN TO "C:\teste\contas.dat"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS REG-CONTA-ID
               FILE STATUS     IS FS-CONTAS.
      *
      *---> QUALQUER ARQUIVO TEXTO DO INVENTARIO, UM DE CADA VEZ
           SELECT ARQUIVO ASSIGN TO WK-ARQUIVO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ARQUIVO.
      *
           SELECT CTL-BACKUP ASSIGN TO
                   "C:/projeto-bootcamp/backup/ultimo_backup.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CTL-BACKUP.
      *
           SELECT RELATORIO ASSIGN TO
                               "C:/projeto-bootcamp/retencao.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTE.cpy".
      *
       FD  CONTAS.
       01  REG-CONTA.
           05 REG-CONTA-ID             PIC X(10).
           05 REG-CONTA-SALDO          PIC S9(08)V99.
           05 REG-CONTA-CPF            PIC 9(11).
           05 REG-CONTA-STATUS         PIC X(01).
               88 CONTA-ENCERRADA      VALUE "E".
           05 REG-CONTA-DT-ENCER       PIC 9(08).
           05 REG-CONTA-OPER-ENCER     PIC X(10).
           05 REG-CONTA-CPF2           PIC 9(11).
      *
       FD  ARQUIVO.
       01  REG-ARQUIVO                 PIC X(400).
      *
       FD  CTL-BACKUP.
       01  REG-CTL-BACKUP              PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(132).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  WK-CLIENTES-PATH         PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       01  FS-CONTAS                PIC X(02) VALUE SPACES.
       01  FS-ARQUIVO               PIC X(02) VALUE SPACES.
       01  WK-ARQUIVO-PATH          PIC X(100) VALUE SPACES.
       01  FS-CTL-BACKUP            PIC X(02) VALUE SPACES.
       01  FS-RELATORIO             PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARAMCTL):
      *     VARIAVEL DE AMBIENTE VENCE, DEPOIS O ARQUIVO, DEPOIS O
      *     PADRAO DO PROGRAMA
       77  WK-PARAM-NOME            PIC X(20) VALUE SPACES.
       77  WK-PARAM-VALOR           PIC X(60) VALUE SPACES.
       77  WK-PARAM-RC              PIC X(02) VALUE SPACES.
       77  WK-DIAS-ENV              PIC X(04) VALUE SPACES.
       77  WK-MESES-ENV             PIC X(04) VALUE SPACES.

      *---> REGRAS QUE OS PROPRIOS LOTES DE PURGA APLICAM (MESMOS
      *     PADROES DO LIXPURGE E DO EXPURGO)
       77  WK-LIXEIRA-DIAS          PIC 9(04) VALUE 0180.
       77  WK-EXPURGO-MESES         PIC 9(04) VALUE 0024.

      *---> ARQUIVO SOB INVENTARIO
      *     TIPO DA DATA: "P" AAAAMMDD NA POSICAO / "I" AAAA-MM-DD NA
      *     POSICAO (LOGS) / "F" AAAAMMDD NO CAMPO ";" / "M" AAAAMM NO
      *     CAMPO ";" / "N" ARQUIVO SEM DATA
       77  WK-INV-NOME              PIC X(22) VALUE SPACES.
       77  WK-INV-TIPO-DATA         PIC X(01) VALUE SPACES.
       77  WK-INV-POSICAO           PIC 9(03) VALUE ZEROS.
       77  WK-INV-CAMPO             PIC 9(02) VALUE ZEROS.
       77  WK-INV-PREFIXO           PIC X(02) VALUE SPACES.
       77  WK-INV-CPF               PIC X(03) VALUE SPACES.
       77  WK-INV-TEL               PIC X(03) VALUE SPACES.
       77  WK-INV-REGRA             PIC X(30) VALUE SPACES.
       77  WK-INV-MESES             PIC 9(04) VALUE ZEROS.
       77  WK-INV-DIAS              PIC 9(04) VALUE ZEROS.
       77  WK-INV-ABRIU             PIC X     VALUE "N".
       77  WK-INV-QT-REG            PIC 9(09) VALUE ZEROS.
       77  WK-INV-QT-VENCIDOS       PIC 9(09) VALUE ZEROS.
       77  WK-INV-MAIS-ANTIGA       PIC 9(08) VALUE ZEROS.
       77  WK-INV-MAIS-RECENTE      PIC 9(08) VALUE ZEROS.
       77  WK-INV-SITUACAO          PIC X(10) VALUE SPACES.

      *---> DATA EXTRAIDA DA LINHA CORRENTE
       77  WK-DATA-REG              PIC 9(08) VALUE ZEROS.
       01  WK-DATA-X                PIC X(08) VALUE SPACES.
       01  WK-CAMPOS.
           05 WK-CAMPO              PIC X(20) OCCURS 8 TIMES.

      *---> DATA DE CORTE DA REGRA (HOJE MENOS A RETENCAO)
       01  WK-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01  WK-DATA-CORTE            PIC 9(08) VALUE ZEROS.
       01  WK-CORTE-PARTES REDEFINES WK-DATA-CORTE.
           05 WK-CORTE-ANO          PIC 9(04).
           05 WK-CORTE-MES          PIC 9(02).
           05 WK-CORTE-DIA          PIC 9(02).
       77  WK-MESES-TOTAIS          PIC 9(06) VALUE ZEROS.
       77  WK-DIAS-CORTE            PIC 9(08) VALUE ZEROS.

      *---> FECHAMENTOS MENSAIS DO ARCHIVE: SONDADOS MES A MES PARA
      *     TRAS A PARTIR DO CORRENTE (COMO O HISTCONS)
       77  WK-NOME-BASE             PIC X(12) VALUE SPACES.
       77  WK-MESES-VOLTA           PIC 9(03) VALUE 120.
       77  WK-MESES-ABS             PIC 9(06) VALUE ZEROS.
       77  WK-IDX-MES               PIC S9(03) VALUE ZEROS.
       77  WK-ARQ-ANO               PIC 9(04) VALUE ZEROS.
       77  WK-ARQ-MES               PIC 9(02) VALUE ZEROS.

      *---> ULTIMO BACKUP (NOME clientes_AAAAMMDDHHMMSS.dat)
       01  WK-BACKUP-RESTO          PIC X(100) VALUE SPACES.
       01  WK-BACKUP-LIXO           PIC X(100) VALUE SPACES.

      *---> LINHAS DO RELATORIO
       01  WK-DATA-EDT.
           05 WK-EDT-DIA            PIC 9(02).
           05 FILLER                PIC X(01) VALUE "/".
           05 WK-EDT-MES            PIC 9(02).
           05 FILLER                PIC X(01) VALUE "/".
           05 WK-EDT-ANO            PIC 9(04).
       01  WK-DATA-EDT-ENTRA        PIC 9(08) VALUE ZEROS.
       01  WK-DATA-EDT-SAI          PIC X(10) VALUE SPACES.

       01  WK-CABECALHO-1.
           05 FILLER                PIC X(23) VALUE "ARQUIVO".
           05 FILLER                PIC X(11) VALUE "REGISTROS".
           05 FILLER                PIC X(12) VALUE "MAIS ANTIGA".
           05 FILLER                PIC X(12) VALUE "MAIS RECENT".
           05 FILLER                PIC X(04) VALUE "CPF".
           05 FILLER                PIC X(05) VALUE "TEL".
           05 FILLER                PIC X(32) VALUE "REGRA DE RETENCAO".
           05 FILLER                PIC X(11) VALUE "ALEM REGRA".
           05 FILLER                PIC X(10) VALUE "SITUACAO".

       01  WK-LINHA-DETALHE.
           05 WK-DET-NOME           PIC X(22).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WK-DET-QT-REG         PIC ZZZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WK-DET-ANTIGA         PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WK-DET-RECENTE        PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WK-DET-CPF            PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WK-DET-TEL            PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WK-DET-REGRA          PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WK-DET-VENCIDOS       PIC ZZZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WK-DET-SITUACAO       PIC X(10).

      *---> TOTAIS DA RODADA
       77  WK-QT-ARQUIVOS           PIC 9(04) VALUE ZEROS.
       77  WK-QT-VENCIDOS           PIC 9(04) VALUE ZEROS.
       77  WK-QT-AUSENTES           PIC 9(04) VALUE ZEROS.
       77  WK-QT-LINHAS             PIC 9(06) VALUE ZEROS.

      *---> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL):
      *     O VISOR SPOOLVIEW LISTA E REIMPRIME O QUE FOI GERADO
       77  WK-SPO-PROGRAMA         PIC X(10) VALUE "RETENCAO".
       77  WK-SPO-ARQUIVO          PIC X(60)
           VALUE "C:/projeto-bootcamp/retencao.txt".
       77  WK-SPO-LINHAS           PIC 9(06) VALUE ZEROS.
       77  WK-SPO-OPERADOR         PIC X(10) VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-INVENTARIO-CADASTRO.
           PERFORM 0300-INVENTARIO-PRATICA.
           PERFORM 1000-FINALIZAR.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           ACCEPT WK-CLIENTES-PATH FROM ENVIRONMENT "CLIENTES_PATH"
           IF WK-CLIENTES-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/clientes.dat"
                                               TO WK-CLIENTES-PATH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE.

           ACCEPT WK-DIAS-ENV FROM ENVIRONMENT "LIXEIRA_DIAS".
           IF WK-DIAS-ENV EQUAL SPACES
               MOVE "LIXEIRA_DIAS" TO WK-PARAM-NOME
               CALL "PARAMCTL" USING WK-PARAM-NOME WK-PARAM-VALOR
                                     WK-PARAM-RC
               IF WK-PARAM-RC EQUAL "00"
                   MOVE WK-PARAM-VALOR(1:4) TO WK-DIAS-ENV
               END-IF
           END-IF.
           IF WK-DIAS-ENV NOT EQUAL SPACES
                   AND FUNCTION NUMVAL(WK-DIAS-ENV) GREATER THAN ZEROS
               COMPUTE WK-LIXEIRA-DIAS = FUNCTION NUMVAL(WK-DIAS-ENV)
           END-IF.

           ACCEPT WK-MESES-ENV FROM ENVIRONMENT "EXPURGO_MESES".
           IF WK-MESES-ENV EQUAL SPACES
               MOVE "EXPURGO_MESES" TO WK-PARAM-NOME
               CALL "PARAMCTL" USING WK-PARAM-NOME WK-PARAM-VALOR
                                     WK-PARAM-RC
               IF WK-PARAM-RC EQUAL "00"
                   MOVE WK-PARAM-VALOR(1:4) TO WK-MESES-ENV
               END-IF
           END-IF.
           IF WK-MESES-ENV NOT EQUAL SPACES
                   AND FUNCTION NUMVAL(WK-MESES-ENV) GREATER THAN ZEROS
               COMPUTE WK-EXPURGO-MESES =
                       FUNCTION NUMVAL(WK-MESES-ENV)
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE WK-DATA-HOJE TO WK-DATA-EDT-ENTRA.
           PERFORM 0900-EDITAR-DATA.
           STRING "INVENTARIO DE RETENCAO DE DADOS PESSOAIS - "
                  WK-DATA-EDT-SAI
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WK-CABECALHO-1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *---> ARQUIVOS DO CADASTRO DE CLIENTES. POSICOES DAS DATAS: VER
      *     ALTERAR 0425 / EXCLUIR 0510 / ACESSLOG (DATA-HORA 1-19),
      *     LIXEIRA (DATA DA EXCLUSAO 354-361), CHAMADOS (CAMPO 3).
       0200-INVENTARIO-CADASTRO SECTION.
           PERFORM 0400-INVENTARIAR-CLIENTES.

           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "LIXEIRA.DAT"  TO WK-INV-NOME.
           ACCEPT WK-ARQUIVO-PATH FROM ENVIRONMENT "LIXEIRA_PATH"
           IF WK-ARQUIVO-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/lixeira.dat"
                                               TO WK-ARQUIVO-PATH
           END-IF.
           MOVE "P"   TO WK-INV-TIPO-DATA.
           MOVE 354   TO WK-INV-POSICAO.
           MOVE "SIM" TO WK-INV-CPF WK-INV-TEL.
           MOVE WK-LIXEIRA-DIAS TO WK-INV-DIAS.
           MOVE SPACES TO WK-INV-REGRA.
           STRING "PURGA APOS " WK-LIXEIRA-DIAS " DIAS"
               DELIMITED BY SIZE INTO WK-INV-REGRA
           END-STRING.
           PERFORM 0320-VARRER-TEXTO.
           PERFORM 0390-IMPRIMIR-LINHA.

           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "AUDITLOG.TXT" TO WK-INV-NOME.
           ACCEPT WK-ARQUIVO-PATH FROM ENVIRONMENT "AUDITLOG_PATH"
           IF WK-ARQUIVO-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/auditlog.txt"
                                               TO WK-ARQUIVO-PATH
           END-IF.
           MOVE "auditlog" TO WK-NOME-BASE.
           PERFORM 0250-INVENTARIAR-LOG.

           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "HISTORICO.TXT" TO WK-INV-NOME.
           MOVE "C:/projeto-bootcamp/historico.txt" TO WK-ARQUIVO-PATH.
           MOVE "historico" TO WK-NOME-BASE.
           PERFORM 0250-INVENTARIAR-LOG.

           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "ACESSLOG.TXT" TO WK-INV-NOME.
           ACCEPT WK-ARQUIVO-PATH FROM ENVIRONMENT "ACESSLOG_PATH"
           IF WK-ARQUIVO-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/acesslog.txt"
                                               TO WK-ARQUIVO-PATH
           END-IF.
           MOVE "acesslog" TO WK-NOME-BASE.
           PERFORM 0250-INVENTARIAR-LOG.

           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "CHAMADOS.TXT" TO WK-INV-NOME.
           MOVE "C:/projeto-bootcamp/chamados.txt" TO WK-ARQUIVO-PATH.
           MOVE "F"   TO WK-INV-TIPO-DATA.
           MOVE 3     TO WK-INV-CAMPO.
           MOVE "NAO" TO WK-INV-CPF.
           MOVE "SIM" TO WK-INV-TEL.
           MOVE "RETENCAO_CHAMADOS" TO WK-PARAM-NOME.
           MOVE 60    TO WK-INV-MESES.
           PERFORM 0150-OBTER-REGRA-MESES.
           PERFORM 0320-VARRER-TEXTO.
           PERFORM 0390-IMPRIMIR-LINHA.

      *---> PEDIDOS DO SITE: FILA AINDA EM REVISAO (DATA DO PEDIDO NO
      *     CAMPO 6) E DEVOLUCOES PARA A EQUIPE WEB (CAMPO 5)
           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "WEBFILA.TXT" TO WK-INV-NOME.
           ACCEPT WK-ARQUIVO-PATH FROM ENVIRONMENT "WEBFILA_PATH"
           IF WK-ARQUIVO-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/webfila.txt"
                                               TO WK-ARQUIVO-PATH
           END-IF.
           MOVE "F"   TO WK-INV-TIPO-DATA.
           MOVE 6     TO WK-INV-CAMPO.
           MOVE "SIM" TO WK-INV-CPF WK-INV-TEL.
           MOVE "RETENCAO_WEBFILA" TO WK-PARAM-NOME.
           MOVE 12    TO WK-INV-MESES.
           PERFORM 0150-OBTER-REGRA-MESES.
           PERFORM 0320-VARRER-TEXTO.
           PERFORM 0390-IMPRIMIR-LINHA.

           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "WEBRESP.TXT" TO WK-INV-NOME.
           ACCEPT WK-ARQUIVO-PATH FROM ENVIRONMENT "WEBRESP_PATH"
           IF WK-ARQUIVO-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/webresp.txt"
                                               TO WK-ARQUIVO-PATH
           END-IF.
           MOVE "F"   TO WK-INV-TIPO-DATA.
           MOVE 5     TO WK-INV-CAMPO.
           MOVE "SIM" TO WK-INV-CPF WK-INV-TEL.
           MOVE "RETENCAO_WEBRESP" TO WK-PARAM-NOME.
           MOVE 12    TO WK-INV-MESES.
           PERFORM 0150-OBTER-REGRA-MESES.
           PERFORM 0320-VARRER-TEXTO.
           PERFORM 0390-IMPRIMIR-LINHA.

      *---> JORNAL DE IMAGENS DO CLIENTES (DATA-HORA AAAAMMDD NA 1):
      *     SO SERVE PARA REAPLICAR SOBRE UM BACKUP, ENTAO A REGRA
      *     ACOMPANHA A DOS BACKUPS
           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "JORNAL.TXT" TO WK-INV-NOME.
           ACCEPT WK-ARQUIVO-PATH FROM ENVIRONMENT "JORNAL_PATH"
           IF WK-ARQUIVO-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/jornal.txt"
                                               TO WK-ARQUIVO-PATH
           END-IF.
           MOVE "P"   TO WK-INV-TIPO-DATA.
           MOVE 1     TO WK-INV-POSICAO.
           MOVE "SIM" TO WK-INV-CPF WK-INV-TEL.
           MOVE "RETENCAO_JORNAL" TO WK-PARAM-NOME.
           MOVE 12    TO WK-INV-MESES.
           PERFORM 0150-OBTER-REGRA-MESES.
           PERFORM 0320-VARRER-TEXTO.
           PERFORM 0390-IMPRIMIR-LINHA.

           PERFORM 0450-INVENTARIAR-BACKUP.
       0200-INVENTARIO-CADASTRO-FIM. EXIT.
      ******************************************************************
      *---> LOG VIVO (DATA-HORA AAAA-MM-DD NAS COLUNAS 1-19) E, EM
      *     LINHA PROPRIA, A SOMA DOS SEUS FECHAMENTOS MENSAIS NO
      *     ARCHIVE (ROTACAO), QUE SEGUEM A MESMA REGRA.
       0250-INVENTARIAR-LOG    SECTION.
           MOVE "I"   TO WK-INV-TIPO-DATA.
           MOVE 1     TO WK-INV-POSICAO.
           MOVE "NAO" TO WK-INV-CPF.
           MOVE "SIM" TO WK-INV-TEL.
           MOVE SPACES TO WK-PARAM-NOME.
           STRING "RETENCAO_" FUNCTION UPPER-CASE(WK-NOME-BASE)
               DELIMITED BY SPACE INTO WK-PARAM-NOME
           END-STRING.
      *---> LOG DE ACESSO DE LEITURA: SEIS MESES; TRILHAS DE ALTERACAO
      *     E AUDITORIA: CINCO ANOS
           IF WK-NOME-BASE EQUAL "acesslog"
               MOVE 6  TO WK-INV-MESES
           ELSE
               MOVE 60 TO WK-INV-MESES
           END-IF.
           PERFORM 0150-OBTER-REGRA-MESES.
           PERFORM 0320-VARRER-TEXTO.
           PERFORM 0390-IMPRIMIR-LINHA.

           PERFORM 0315-ZERAR-ACUMULADORES.
           MOVE SPACES TO WK-INV-NOME.
           STRING "ARCHIVE/" FUNCTION UPPER-CASE(WK-NOME-BASE) "_*"
               DELIMITED BY SPACE INTO WK-INV-NOME
           END-STRING.
           COMPUTE WK-MESES-ABS =
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) * 12
                   + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(5:2)).
           PERFORM VARYING WK-IDX-MES FROM WK-MESES-VOLTA BY -1
                   UNTIL WK-IDX-MES LESS THAN ZEROS
               COMPUTE WK-ARQ-ANO =
                       (WK-MESES-ABS - WK-IDX-MES - 1) / 12
               COMPUTE WK-ARQ-MES = WK-MESES-ABS - WK-IDX-MES
                       - WK-ARQ-ANO * 12
               MOVE SPACES TO WK-ARQUIVO-PATH
               STRING "C:/projeto-bootcamp/archive/"
                      FUNCTION TRIM(WK-NOME-BASE) "_"
                      WK-ARQ-ANO WK-ARQ-MES ".txt"
                   DELIMITED BY SIZE INTO WK-ARQUIVO-PATH
               END-STRING
               PERFORM 0320-VARRER-TEXTO
           END-PERFORM.
           PERFORM 0390-IMPRIMIR-LINHA.
       0250-INVENTARIAR-LOG-FIM. EXIT.
      ******************************************************************
      *---> ARQUIVOS DA PRATICA-COBOL. EXTRATO: "CONTA=x DATA=AAAAMMDD"
      *     (DATA NA 23); VENDAS: SO A LINHA "V;" DO CUPOM TEM DATA E
      *     TELEFONE; OS DEMAIS SAO ";" COM A DATA NO CAMPO INDICADO.
       0300-INVENTARIO-PRATICA SECTION.
           PERFORM 0500-INVENTARIAR-CONTAS.

           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "EXTRATO.TXT" TO WK-INV-NOME.
           MOVE "C:\teste\extrato.txt" TO WK-ARQUIVO-PATH.
           MOVE "P"   TO WK-INV-TIPO-DATA.
           MOVE 23    TO WK-INV-POSICAO.
           MOVE "NAO" TO WK-INV-CPF WK-INV-TEL.
           MOVE "RETENCAO_EXTRATO" TO WK-PARAM-NOME.
           MOVE 60    TO WK-INV-MESES.
           PERFORM 0150-OBTER-REGRA-MESES.
           PERFORM 0320-VARRER-TEXTO.
           PERFORM 0390-IMPRIMIR-LINHA.

           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "PONTOS.TXT" TO WK-INV-NOME.
           MOVE "C:\teste\pontos.txt" TO WK-ARQUIVO-PATH.
           MOVE "N"   TO WK-INV-TIPO-DATA.
           MOVE "NAO" TO WK-INV-CPF.
           MOVE "SIM" TO WK-INV-TEL.
           MOVE ZEROS TO WK-INV-MESES.
           MOVE "SALDO VIGENTE (SEM DATA)" TO WK-INV-REGRA.
           PERFORM 0320-VARRER-TEXTO.
           PERFORM 0390-IMPRIMIR-LINHA.

           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "VENDAS.TXT" TO WK-INV-NOME.
           MOVE "C:\teste\vendas.txt" TO WK-ARQUIVO-PATH.
           MOVE "P"   TO WK-INV-TIPO-DATA.
           MOVE 3     TO WK-INV-POSICAO.
           MOVE "V;"  TO WK-INV-PREFIXO.
           MOVE "NAO" TO WK-INV-CPF.
           MOVE "SIM" TO WK-INV-TEL.
           MOVE "RETENCAO_VENDAS" TO WK-PARAM-NOME.
           MOVE 60    TO WK-INV-MESES.
           PERFORM 0150-OBTER-REGRA-MESES.
           PERFORM 0320-VARRER-TEXTO.
           PERFORM 0390-IMPRIMIR-LINHA.

           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "HISTVENDAS.TXT" TO WK-INV-NOME.
           MOVE "C:\teste\histvendas.txt" TO WK-ARQUIVO-PATH.
           MOVE "F"   TO WK-INV-TIPO-DATA.
           MOVE 1     TO WK-INV-CAMPO.
           MOVE "NAO" TO WK-INV-CPF WK-INV-TEL.
           MOVE "RETENCAO_HISTVENDAS" TO WK-PARAM-NOME.
           MOVE 60    TO WK-INV-MESES.
           PERFORM 0150-OBTER-REGRA-MESES.
           PERFORM 0320-VARRER-TEXTO.
           PERFORM 0390-IMPRIMIR-LINHA.

      *---> FICHA DO FUNCIONARIO: DATA DE ADMISSAO; GUARDA PERMANENTE
      *     (VIDA FUNCIONAL E PREVIDENCIA)
           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "FUNCIONARIOS.TXT" TO WK-INV-NOME.
           MOVE "C:\teste\funcionarios.txt" TO WK-ARQUIVO-PATH.
           MOVE "F"   TO WK-INV-TIPO-DATA.
           MOVE 3     TO WK-INV-CAMPO.
           MOVE "NAO" TO WK-INV-CPF WK-INV-TEL.
           MOVE "RETENCAO_FUNCIONARIOS" TO WK-PARAM-NOME.
           MOVE ZEROS TO WK-INV-MESES.
           PERFORM 0150-OBTER-REGRA-MESES.
           PERFORM 0320-VARRER-TEXTO.
           PERFORM 0390-IMPRIMIR-LINHA.

      *---> MEDICOES (DADO DE SAUDE): VINTE ANOS, COMO PRONTUARIO
           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "HISTMED.TXT" TO WK-INV-NOME.
           MOVE "C:\teste\histmed.txt" TO WK-ARQUIVO-PATH.
           MOVE "F"   TO WK-INV-TIPO-DATA.
           MOVE 3     TO WK-INV-CAMPO.
           MOVE "NAO" TO WK-INV-CPF WK-INV-TEL.
           MOVE "RETENCAO_HISTMED" TO WK-PARAM-NOME.
           MOVE 240   TO WK-INV-MESES.
           PERFORM 0150-OBTER-REGRA-MESES.
           PERFORM 0320-VARRER-TEXTO.
           PERFORM 0390-IMPRIMIR-LINHA.

      *---> VIDA ESCOLAR: GUARDA PERMANENTE; PERIODO AAAAMM NO CAMPO 1
           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "RESULTADOS.TXT" TO WK-INV-NOME.
           MOVE "C:\teste\resultados.txt" TO WK-ARQUIVO-PATH.
           MOVE "M"   TO WK-INV-TIPO-DATA.
           MOVE 1     TO WK-INV-CAMPO.
           MOVE "NAO" TO WK-INV-CPF WK-INV-TEL.
           MOVE "RETENCAO_RESULTADOS" TO WK-PARAM-NOME.
           MOVE ZEROS TO WK-INV-MESES.
           PERFORM 0150-OBTER-REGRA-MESES.
           PERFORM 0320-VARRER-TEXTO.
           PERFORM 0390-IMPRIMIR-LINHA.
       0300-INVENTARIO-PRATICA-FIM. EXIT.
      ******************************************************************
      *---> REGRA EM MESES DO PARAMETROS.TXT (WK-PARAM-NOME), SENAO O
      *     PADRAO JA EM WK-INV-MESES; MONTA O TEXTO DA REGRA.
       0150-OBTER-REGRA-MESES  SECTION.
           CALL "PARAMCTL" USING WK-PARAM-NOME WK-PARAM-VALOR
                                 WK-PARAM-RC.
           IF WK-PARAM-RC EQUAL "00"
              AND WK-PARAM-VALOR(1:4) NOT EQUAL SPACES
               COMPUTE WK-INV-MESES =
                       FUNCTION NUMVAL(WK-PARAM-VALOR(1:4))
           END-IF.

           MOVE SPACES TO WK-INV-REGRA.
           IF WK-INV-MESES EQUAL ZEROS
               MOVE "GUARDA PERMANENTE" TO WK-INV-REGRA
           ELSE
               STRING "GUARDA POR " WK-INV-MESES " MESES"
                   DELIMITED BY SIZE INTO WK-INV-REGRA
               END-STRING
           END-IF.
       0150-OBTER-REGRA-MESES-FIM. EXIT.
      ******************************************************************
       0310-ZERAR-INVENTARIO   SECTION.
           MOVE SPACES TO WK-INV-NOME WK-INV-PREFIXO WK-INV-REGRA.
           MOVE "N"   TO WK-INV-TIPO-DATA.
           MOVE ZEROS TO WK-INV-POSICAO WK-INV-CAMPO WK-INV-MESES
                         WK-INV-DIAS.
           PERFORM 0315-ZERAR-ACUMULADORES.
       0310-ZERAR-INVENTARIO-FIM. EXIT.
      ******************************************************************
      *---> SO OS TOTAIS: O ARCHIVE HERDA A REGRA DO LOG VIVO.
       0315-ZERAR-ACUMULADORES SECTION.
           MOVE SPACES TO WK-INV-SITUACAO.
           MOVE "N"   TO WK-INV-ABRIU.
           MOVE ZEROS TO WK-INV-QT-REG WK-INV-QT-VENCIDOS
                         WK-INV-MAIS-ANTIGA WK-INV-MAIS-RECENTE.
       0315-ZERAR-ACUMULADORES-FIM. EXIT.
      ******************************************************************
      *---> VARRE UM ARQUIVO TEXTO SOMANDO NO INVENTARIO CORRENTE.
      *     ARQUIVO AUSENTE E PULADO; TRAILER DE FECHAMENTO ("***") E
      *     LINHA EM BRANCO NAO SAO REGISTROS.
       0320-VARRER-TEXTO       SECTION.
           PERFORM 0330-CALCULAR-CORTE.
           OPEN INPUT ARQUIVO.
           IF FS-ARQUIVO NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE "S" TO WK-INV-ABRIU.

           READ ARQUIVO NEXT.
           PERFORM UNTIL FS-ARQUIVO NOT EQUAL "00"
               IF REG-ARQUIVO NOT EQUAL SPACES
                  AND REG-ARQUIVO(1:3) NOT EQUAL "***"
                   PERFORM 0340-TRATAR-LINHA
               END-IF
               READ ARQUIVO NEXT
           END-PERFORM.

           CLOSE ARQUIVO.
       0320-VARRER-TEXTO-FIM.  EXIT.
      ******************************************************************
      *---> DATA DE CORTE: HOJE MENOS A REGRA, EM DIAS (LIXEIRA, COMO
      *     O LIXPURGE) OU EM MESES INTEIROS (COMO O EXPURGO).
       0330-CALCULAR-CORTE     SECTION.
           MOVE ZEROS TO WK-DATA-CORTE.
           IF WK-INV-DIAS GREATER THAN ZEROS
               COMPUTE WK-DIAS-CORTE =
                       FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE)
                       - WK-INV-DIAS
               COMPUTE WK-DATA-CORTE =
                       FUNCTION DATE-OF-INTEGER(WK-DIAS-CORTE)
               EXIT SECTION
           END-IF.
           IF WK-INV-MESES GREATER THAN ZEROS
               MOVE WK-DATA-HOJE TO WK-DATA-CORTE
               COMPUTE WK-MESES-TOTAIS =
                       WK-CORTE-ANO * 12 + WK-CORTE-MES
                       - WK-INV-MESES
               COMPUTE WK-CORTE-ANO = (WK-MESES-TOTAIS - 1) / 12
               COMPUTE WK-CORTE-MES =
                       WK-MESES-TOTAIS - (WK-CORTE-ANO * 12)
           END-IF.
       0330-CALCULAR-CORTE-FIM. EXIT.
      ******************************************************************
      *---> CONTA A LINHA E, SE O ARQUIVO TEM DATA, ACHA A DATA DELA.
       0340-TRATAR-LINHA       SECTION.
           IF WK-INV-PREFIXO NOT EQUAL SPACES
              AND REG-ARQUIVO(1:2) NOT EQUAL WK-INV-PREFIXO
               EXIT SECTION
           END-IF.
           ADD 1 TO WK-INV-QT-REG.

           MOVE SPACES TO WK-DATA-X.
           EVALUATE WK-INV-TIPO-DATA
               WHEN "P"
                   MOVE REG-ARQUIVO(WK-INV-POSICAO:8) TO WK-DATA-X
               WHEN "I"
                   STRING REG-ARQUIVO(WK-INV-POSICAO:4)
                          REG-ARQUIVO(WK-INV-POSICAO + 5:2)
                          REG-ARQUIVO(WK-INV-POSICAO + 8:2)
                       DELIMITED BY SIZE INTO WK-DATA-X
                   END-STRING
               WHEN "F"
               WHEN "M"
                   MOVE SPACES TO WK-CAMPOS
                   UNSTRING REG-ARQUIVO DELIMITED BY ";"
                       INTO WK-CAMPO(1) WK-CAMPO(2) WK-CAMPO(3)
                            WK-CAMPO(4) WK-CAMPO(5) WK-CAMPO(6)
                            WK-CAMPO(7) WK-CAMPO(8)
                   END-UNSTRING
                   IF WK-INV-TIPO-DATA EQUAL "M"
                       STRING WK-CAMPO(WK-INV-CAMPO)(1:6) "01"
                           DELIMITED BY SIZE INTO WK-DATA-X
                       END-STRING
                   ELSE
                       MOVE WK-CAMPO(WK-INV-CAMPO)(1:8) TO WK-DATA-X
                   END-IF
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE.

           IF WK-DATA-X IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WK-DATA-X TO WK-DATA-REG.
           PERFORM 0350-ACUMULAR-DATA.
       0340-TRATAR-LINHA-FIM.  EXIT.
      ******************************************************************
      *---> MAIS ANTIGA / MAIS RECENTE E CONTAGEM DE REGISTROS ALEM DA
      *     REGRA (DATA ANTERIOR AO CORTE). DATA ZERADA E IGNORADA.
       0350-ACUMULAR-DATA      SECTION.
           IF WK-DATA-REG EQUAL ZEROS
               EXIT SECTION
           END-IF.
           IF WK-INV-MAIS-ANTIGA EQUAL ZEROS
              OR WK-DATA-REG LESS THAN WK-INV-MAIS-ANTIGA
               MOVE WK-DATA-REG TO WK-INV-MAIS-ANTIGA
           END-IF.
           IF WK-DATA-REG GREATER THAN WK-INV-MAIS-RECENTE
               MOVE WK-DATA-REG TO WK-INV-MAIS-RECENTE
           END-IF.
           IF WK-DATA-CORTE NOT EQUAL ZEROS
              AND WK-DATA-REG LESS THAN WK-DATA-CORTE
               ADD 1 TO WK-INV-QT-VENCIDOS
           END-IF.
       0350-ACUMULAR-DATA-FIM. EXIT.
      ******************************************************************
      *---> UMA LINHA DO INVENTARIO COM A SITUACAO DO ARQUIVO.
       0390-IMPRIMIR-LINHA     SECTION.
           ADD 1 TO WK-QT-ARQUIVOS.
           EVALUATE TRUE
               WHEN WK-INV-ABRIU EQUAL "N"
                   MOVE "AUSENTE" TO WK-INV-SITUACAO
                   ADD 1 TO WK-QT-AUSENTES
               WHEN WK-INV-QT-VENCIDOS GREATER THAN ZEROS
                   MOVE "VENCIDO" TO WK-INV-SITUACAO
                   ADD 1 TO WK-QT-VENCIDOS
               WHEN WK-INV-TIPO-DATA EQUAL "N"
                   MOVE "SEM DATA" TO WK-INV-SITUACAO
               WHEN OTHER
                   MOVE "OK" TO WK-INV-SITUACAO
           END-EVALUATE.

           MOVE WK-INV-NOME        TO WK-DET-NOME.
           MOVE WK-INV-QT-REG      TO WK-DET-QT-REG.
           MOVE WK-INV-MAIS-ANTIGA TO WK-DATA-EDT-ENTRA.
           PERFORM 0900-EDITAR-DATA.
           MOVE WK-DATA-EDT-SAI    TO WK-DET-ANTIGA.
           MOVE WK-INV-MAIS-RECENTE TO WK-DATA-EDT-ENTRA.
           PERFORM 0900-EDITAR-DATA.
           MOVE WK-DATA-EDT-SAI    TO WK-DET-RECENTE.
           MOVE WK-INV-CPF         TO WK-DET-CPF.
           MOVE WK-INV-TEL         TO WK-DET-TEL.
           MOVE WK-INV-REGRA       TO WK-DET-REGRA.
           MOVE WK-INV-QT-VENCIDOS TO WK-DET-VENCIDOS.
           MOVE WK-INV-SITUACAO    TO WK-DET-SITUACAO.
           MOVE WK-LINHA-DETALHE   TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WK-QT-LINHAS.

           IF WK-INV-SITUACAO EQUAL "VENCIDO"
               MOVE "ARQUIVO COM DADO ALEM DA RETENCAO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
       0390-IMPRIMIR-LINHA-FIM. EXIT.
      ******************************************************************
      *---> CLIENTES.DAT: DATAS DE CADASTRO; ALEM DA REGRA ESTAO OS
      *     INATIVOS COM MUDANCA DE STATUS ANTERIOR AO CORTE DO EXPURGO
      *     (O QUE O EXPURGO JA DEVERIA TER LEVADO).
       0400-INVENTARIAR-CLIENTES SECTION.
           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "CLIENTES.DAT" TO WK-INV-NOME.
           MOVE "P"   TO WK-INV-TIPO-DATA.
           MOVE "SIM" TO WK-INV-CPF WK-INV-TEL.
           MOVE WK-EXPURGO-MESES TO WK-INV-MESES.
           STRING "INATIVO: EXPURGO EM " WK-EXPURGO-MESES " MESES"
               DELIMITED BY SIZE INTO WK-INV-REGRA
           END-STRING.
           PERFORM 0330-CALCULAR-CORTE.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT = "00"
               PERFORM 0390-IMPRIMIR-LINHA
               EXIT SECTION
           END-IF.
           MOVE "S" TO WK-INV-ABRIU.

           MOVE ZEROS TO REG-TELEFONE.
           START CLIENTES KEY NOT LESS THAN CHAVE-CLIENTES
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-CLIENTES EQUAL "00"
               READ CLIENTES NEXT
               PERFORM UNTIL FS-CLIENTES NOT EQUAL "00"
                   ADD 1 TO WK-INV-QT-REG
                   IF REG-DATA-CADASTRO NOT EQUAL ZEROS
                       IF WK-INV-MAIS-ANTIGA EQUAL ZEROS
                          OR REG-DATA-CADASTRO LESS THAN
                                                   WK-INV-MAIS-ANTIGA
                           MOVE REG-DATA-CADASTRO
                                               TO WK-INV-MAIS-ANTIGA
                       END-IF
                       IF REG-DATA-CADASTRO GREATER THAN
                                                   WK-INV-MAIS-RECENTE
                           MOVE REG-DATA-CADASTRO
                                               TO WK-INV-MAIS-RECENTE
                       END-IF
                   END-IF
                   IF CLIENTE-INATIVO
                      AND REG-DATA-STATUS NOT EQUAL ZEROS
                      AND REG-DATA-STATUS LESS THAN WK-DATA-CORTE
                       ADD 1 TO WK-INV-QT-VENCIDOS
                   END-IF
                   READ CLIENTES NEXT
               END-PERFORM
           END-IF.
           CLOSE CLIENTES.

           PERFORM 0390-IMPRIMIR-LINHA.
       0400-INVENTARIAR-CLIENTES-FIM. EXIT.
      ******************************************************************
      *---> ULTIMO BACKUP DO CADASTRO (ANOTADO PELO RELDISK/IMPORTACAO
      *     EM ULTIMO_BACKUP.TXT): A DATA QUE VALE E A DO PROPRIO DUMP,
      *     TIRADA DO NOME clientes_AAAAMMDDHHMMSS.dat.
       0450-INVENTARIAR-BACKUP SECTION.
           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "BACKUP/CLIENTES_*" TO WK-INV-NOME.
           MOVE "SIM" TO WK-INV-CPF WK-INV-TEL.
           MOVE "RETENCAO_BACKUP" TO WK-PARAM-NOME.
           MOVE 12    TO WK-INV-MESES.
           PERFORM 0150-OBTER-REGRA-MESES.

           MOVE SPACES TO WK-ARQUIVO-PATH.
           OPEN INPUT CTL-BACKUP.
           IF FS-CTL-BACKUP EQUAL "00"
               READ CTL-BACKUP
                   NOT AT END
                       MOVE REG-CTL-BACKUP TO WK-ARQUIVO-PATH
               END-READ
               CLOSE CTL-BACKUP
           END-IF.
           IF WK-ARQUIVO-PATH EQUAL SPACES
               PERFORM 0390-IMPRIMIR-LINHA
               EXIT SECTION
           END-IF.

           MOVE "N" TO WK-INV-TIPO-DATA.
           PERFORM 0320-VARRER-TEXTO.

           MOVE SPACES TO WK-BACKUP-LIXO WK-BACKUP-RESTO.
           UNSTRING WK-ARQUIVO-PATH DELIMITED BY "clientes_"
               INTO WK-BACKUP-LIXO WK-BACKUP-RESTO
           END-UNSTRING.
           IF WK-BACKUP-RESTO(1:8) IS NUMERIC
               MOVE "P" TO WK-INV-TIPO-DATA
               MOVE WK-BACKUP-RESTO(1:8) TO WK-DATA-REG
               MOVE WK-DATA-REG TO WK-INV-MAIS-ANTIGA
                                   WK-INV-MAIS-RECENTE
               IF WK-DATA-CORTE NOT EQUAL ZEROS
                  AND WK-DATA-REG LESS THAN WK-DATA-CORTE
                   MOVE WK-INV-QT-REG TO WK-INV-QT-VENCIDOS
               END-IF
           END-IF.
           PERFORM 0390-IMPRIMIR-LINHA.
       0450-INVENTARIAR-BACKUP-FIM. EXIT.
      ******************************************************************
      *---> CONTAS.DAT: A UNICA DATA E A DO ENCERRAMENTO; ALEM DA REGRA
      *     ESTAO AS CONTAS ENCERRADAS HA MAIS TEMPO QUE ELA.
       0500-INVENTARIAR-CONTAS SECTION.
           PERFORM 0310-ZERAR-INVENTARIO.
           MOVE "CONTAS.DAT" TO WK-INV-NOME.
           MOVE "P"   TO WK-INV-TIPO-DATA.
           MOVE "SIM" TO WK-INV-CPF.
           MOVE "NAO" TO WK-INV-TEL.
           MOVE "RETENCAO_CONTAS" TO WK-PARAM-NOME.
           MOVE 60    TO WK-INV-MESES.
           PERFORM 0150-OBTER-REGRA-MESES.
           MOVE SPACES TO WK-INV-REGRA.
           STRING "ENCERRADA: " WK-INV-MESES " MESES"
               DELIMITED BY SIZE INTO WK-INV-REGRA
           END-STRING.
           PERFORM 0330-CALCULAR-CORTE.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT = "00"
               PERFORM 0390-IMPRIMIR-LINHA
               EXIT SECTION
           END-IF.
           MOVE "S" TO WK-INV-ABRIU.

           READ CONTAS NEXT.
           PERFORM UNTIL FS-CONTAS NOT EQUAL "00"
               ADD 1 TO WK-INV-QT-REG
               IF CONTA-ENCERRADA
                   MOVE REG-CONTA-DT-ENCER TO WK-DATA-REG
                   PERFORM 0350-ACUMULAR-DATA
               END-IF
               READ CONTAS NEXT
           END-PERFORM.
           CLOSE CONTAS.

           PERFORM 0390-IMPRIMIR-LINHA.
       0500-INVENTARIAR-CONTAS-FIM. EXIT.
      ******************************************************************
      *---> AAAAMMDD -> DD/MM/AAAA ("--" QUANDO NAO HA DATA)
       0900-EDITAR-DATA        SECTION.
           IF WK-DATA-EDT-ENTRA EQUAL ZEROS
               MOVE "    --    " TO WK-DATA-EDT-SAI
               EXIT SECTION
           END-IF.
           MOVE WK-DATA-EDT-ENTRA(1:4) TO WK-EDT-ANO.
           MOVE WK-DATA-EDT-ENTRA(5:2) TO WK-EDT-MES.
           MOVE WK-DATA-EDT-ENTRA(7:2) TO WK-EDT-DIA.
           MOVE WK-DATA-EDT TO WK-DATA-EDT-SAI.
       0900-EDITAR-DATA-FIM.   EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "ARQUIVOS=" WK-QT-ARQUIVOS
                  " VENCIDOS=" WK-QT-VENCIDOS
                  " AUSENTES=" WK-QT-AUSENTES
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.

           MOVE WK-QT-LINHAS TO WK-SPO-LINHAS.
           CALL "SPOOLCTL" USING WK-SPO-PROGRAMA WK-SPO-ARQUIVO
                                 WK-SPO-LINHAS WK-SPO-OPERADOR.

           DISPLAY "RETENCAO - ARQUIVOS: " WK-QT-ARQUIVOS.
           DISPLAY "RETENCAO - VENCIDOS: " WK-QT-VENCIDOS.
           DISPLAY "RETENCAO - AUSENTES: " WK-QT-AUSENTES.
       1000-FINALIZAR-FIM.     EXIT.
