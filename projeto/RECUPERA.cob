      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  RECUPERACAO PARA FRENTE DO CLIENTES.DAT PELO JORNAL
      *     Depois que o RESTBKP devolve o clientes.dat ao estado do
      *     dump, este modulo reaplica as imagens posteriores do
      *     jornal.txt (gravadas pelo subprograma JORNAL) a partir da
      *     data-hora do backup -- tirada do nome
      *     clientes_AAAAMMDDHHMMSS -- ate o ponto no tempo escolhido
      *     pelo operador (em branco = ate o fim do jornal).
      *     Cada linha e aplicada pela operacao registrada:
      *       I - WRITE;   se a chave ja existe: CONFLITO, a imagem do
      *                    jornal prevalece (REWRITE)
      *       A - REWRITE; se o cliente nao existe: CONFLITO, a imagem
      *                    do jornal prevalece (WRITE)
      *       E - DELETE;  se o cliente nao existe: CONFLITO, nada a
      *                    apagar
      *     O relatorio recupera.txt traz cada conflito e os totais
      *     (lidas, fora da janela, aplicadas, conflitos). Como a
      *     contagem do clientes.dat muda, o CTRLCLI e marcado como
      *     suspeito para recontagem no proximo acesso.
      *     O RESTBKP oferece esta etapa logo apos a substituicao e
      *     exporta RECUPERA_BACKUP com o arquivo que carregou; sem
      *     ela, sugere o backup anotado em backup/ultimo_backup.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. RECUPERA.
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
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-CLIENTES
               ALTERNATE RECORD KEY IS REG-NOME
                                       WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF
                                       WITH DUPLICATES
               FILE STATUS     IS FS-CLIENTES.
      *
           SELECT JORNAL ASSIGN TO WK-JORNAL-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-JORNAL.
      *
           SELECT CTL-BACKUP ASSIGN TO
                   "C:/projeto-bootcamp/backup/ultimo_backup.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CTL-BACKUP.
      *
           SELECT RELATORIO ASSIGN TO
                               "C:/projeto-bootcamp/recupera.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTE.cpy".
      *
       FD  JORNAL.
       01  REG-JORNAL.
           05 JOR-DATA-HORA             PIC X(16).
           05 JOR-OPERACAO              PIC X(01).
               88 JOR-INCLUSAO          VALUE "I".
               88 JOR-ALTERACAO         VALUE "A".
               88 JOR-EXCLUSAO          VALUE "E".
           05 JOR-OPERADOR              PIC X(10).
           05 JOR-PROGRAMA              PIC X(10).
           05 JOR-IMAGEM                PIC X(353).
      *
       FD  CTL-BACKUP.
       01  REG-CTL-BACKUP              PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  WK-CLIENTES-PATH         PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       01  FS-JORNAL                PIC X(02) VALUE SPACES.
       01  WK-JORNAL-PATH           PIC X(100)
           VALUE "C:/projeto-bootcamp/jornal.txt".
       01  FS-CTL-BACKUP            PIC X(02) VALUE SPACES.
       01  FS-RELATORIO             PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> REGISTRO DE CONTROLE DE CONTAGEM (SUBPROGRAMA CTRLCLI)
       77  WK-CLI-ACAO             PIC X(01) VALUE SPACES.
       77  WK-CLI-QTD              PIC 9(06) VALUE ZEROS.
       77  WK-CLI-FLAG             PIC X(01) VALUE SPACES.
       77  WK-CLI-RC               PIC X(02) VALUE SPACES.

      *---> TELA
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-OPCAO                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.

      *---> JANELA DE REAPLICACAO (AAAAMMDDHHMMSS)
       01  WK-BACKUP-PATH           PIC X(100) VALUE SPACES.
       77  WK-REC-DESDE             PIC X(14) VALUE SPACES.
       77  WK-REC-ATE               PIC X(14) VALUE SPACES.
       77  WK-POS                   PIC 9(03) VALUE ZEROS.
       77  WK-POS-NOME              PIC 9(03) VALUE ZEROS.
       77  WK-JANELA-OK             PIC X(01) VALUE "N".

      *---> CONTADORES DA RECUPERACAO
       77  WK-QT-LIDAS              PIC 9(06) VALUE ZEROS.
       77  WK-QT-FORA               PIC 9(06) VALUE ZEROS.
       77  WK-QT-INCLUSOES          PIC 9(06) VALUE ZEROS.
       77  WK-QT-ALTERACOES         PIC 9(06) VALUE ZEROS.
       77  WK-QT-EXCLUSOES          PIC 9(06) VALUE ZEROS.
       77  WK-QT-APLICADAS          PIC 9(06) VALUE ZEROS.
       77  WK-QT-CONFLITOS          PIC 9(06) VALUE ZEROS.
       77  WK-QT-INVALIDAS          PIC 9(06) VALUE ZEROS.
       77  WK-QT-LINHAS             PIC 9(06) VALUE ZEROS.
       77  WK-MOTIVO-CONFLITO       PIC X(30) VALUE SPACES.

      *---> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WK-SPO-PROGRAMA         PIC X(10) VALUE "RECUPERA".
       77  WK-SPO-ARQUIVO          PIC X(60)
           VALUE "C:/projeto-bootcamp/recupera.txt".
       77  WK-SPO-LINHAS           PIC 9(06) VALUE ZEROS.
       77  WK-SPO-OPERADOR         PIC X(10) VALUE "LOTE".

      *---> OPERADOR LOGADO NO MAIN
           COPY "OPERADOR.cpy".
      ******************************************************************
       SCREEN                  SECTION.
       01  TELA-RECUPERA.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 5 FROM WK-MODULO.
           05 LINE 05 COLUMN 05 VALUE
               "BACKUP RESTAURADO (PONTO DE PARTIDA):".
           05 LINE 06 COLUMN 05 PIC X(74) FROM WK-BACKUP-PATH
               FOREGROUND-COLOR 3.
           05 LINE 08 COLUMN 05 VALUE
               "REAPLICAR DESDE (AAAAMMDDHHMMSS): ".
           05 LINE 08 COLUMN 40 PIC X(14) USING WK-REC-DESDE
               FOREGROUND-COLOR 3.
           05 LINE 09 COLUMN 05 VALUE
               "ATE (AAAAMMDDHHMMSS, BRANCO=TUDO): ".
           05 LINE 09 COLUMN 40 PIC X(14) USING WK-REC-ATE
               FOREGROUND-COLOR 3.
      *
           COPY "ERROR.cpy".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WK-JANELA-OK EQUAL "S"
               PERFORM 0200-REAPLICAR-JORNAL
           END-IF.
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
           ACCEPT WK-JORNAL-PATH FROM ENVIRONMENT "JORNAL_PATH"
           IF WK-JORNAL-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/jornal.txt"
                                               TO WK-JORNAL-PATH
           END-IF.
           IF WK-OPERADOR-LOGADO NOT EQUAL SPACES
               MOVE WK-OPERADOR-LOGADO TO WK-SPO-OPERADOR
           END-IF.

           MOVE "MODULO - RECUPERACAO" TO WK-MODULO.

      *---> BACKUP CARREGADO PELO RESTBKP NESTA SESSAO; SENAO O MAIS
      *     RECENTE ANOTADO NA GERACAO
           ACCEPT WK-BACKUP-PATH FROM ENVIRONMENT "RECUPERA_BACKUP"
           IF WK-BACKUP-PATH EQUAL SPACES
               OPEN INPUT CTL-BACKUP
               IF FS-CTL-BACKUP EQUAL "00"
                   READ CTL-BACKUP
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE REG-CTL-BACKUP TO WK-BACKUP-PATH
                   END-READ
                   CLOSE CTL-BACKUP
               END-IF
           END-IF.
           PERFORM 0110-DATA-DO-BACKUP.

           DISPLAY TELA-RECUPERA.
           ACCEPT TELA-RECUPERA.
           PERFORM 0120-VALIDAR-JANELA.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *---> O DUMP SE CHAMA clientes_AAAAMMDDHHMMSS.dat: PEGA A ULTIMA
      *     OCORRENCIA DE "clientes_" NO CAMINHO E OS 14 DIGITOS
      *     SEGUINTES. NOME FORA DO PADRAO: O OPERADOR INFORMA.
       0110-DATA-DO-BACKUP     SECTION.
           MOVE SPACES TO WK-REC-DESDE.
           MOVE ZEROS TO WK-POS-NOME.
           PERFORM VARYING WK-POS FROM 1 BY 1 UNTIL WK-POS > 78
               IF WK-BACKUP-PATH(WK-POS:9) EQUAL "clientes_"
                   MOVE WK-POS TO WK-POS-NOME
               END-IF
           END-PERFORM.
           IF WK-POS-NOME GREATER THAN ZEROS
               ADD 9 TO WK-POS-NOME
               IF WK-BACKUP-PATH(WK-POS-NOME:14) IS NUMERIC
                   MOVE WK-BACKUP-PATH(WK-POS-NOME:14) TO WK-REC-DESDE
               END-IF
           END-IF.
       0110-DATA-DO-BACKUP-FIM. EXIT.
      ******************************************************************
       0120-VALIDAR-JANELA     SECTION.
           MOVE "N" TO WK-JANELA-OK.
           IF WK-REC-DESDE NOT NUMERIC
               MOVE "DATA-HORA INICIAL INVALIDA!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.
           IF WK-REC-ATE EQUAL SPACES
               MOVE ALL "9" TO WK-REC-ATE
           END-IF.
           IF WK-REC-ATE NOT NUMERIC
              OR WK-REC-ATE LESS THAN WK-REC-DESDE
               MOVE "PONTO FINAL INVALIDO!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           DISPLAY "APLICAR O JORNAL SOBRE O CLIENTES.DAT? (S/N): "
               FOREGROUND-COLOR 2 AT 1105.
           ACCEPT WK-OPCAO AT 1152.
           IF FUNCTION UPPER-CASE(WK-OPCAO) EQUAL "S"
               MOVE "S" TO WK-JANELA-OK
           ELSE
               MOVE "RECUPERACAO CANCELADA" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
           END-IF.
       0120-VALIDAR-JANELA-FIM. EXIT.
      ******************************************************************
       0200-REAPLICAR-JORNAL   SECTION.
           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT = "00"
               MOVE "JORNAL DO CLIENTES NAO ENCONTRADO!"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           OPEN I-O CLIENTES.
           IF FS-CLIENTES NOT = "00"
               MOVE "ERRO AO ABRIR O CLIENTES.DAT" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               CLOSE JORNAL
               EXIT SECTION
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RECUPERACAO PELO JORNAL - DESDE " WK-REC-DESDE
                  " ATE " WK-REC-ATE
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0500-GRAVAR-LINHA.
           MOVE "CONFLITOS (A IMAGEM DO JORNAL PREVALECE):"
                                               TO REG-RELATORIO.
           PERFORM 0500-GRAVAR-LINHA.

      *---> O JORNAL E CRONOLOGICO: PASSOU DO PONTO FINAL, PARA
           READ JORNAL NEXT.
           PERFORM UNTIL FS-JORNAL NOT EQUAL "00"
               ADD 1 TO WK-QT-LIDAS
               IF JOR-DATA-HORA(1:14) GREATER THAN WK-REC-ATE
                   ADD 1 TO WK-QT-FORA
                   MOVE "10" TO FS-JORNAL
               ELSE
                   IF JOR-DATA-HORA(1:14) LESS THAN WK-REC-DESDE
                       ADD 1 TO WK-QT-FORA
                   ELSE
                       PERFORM 0300-APLICAR-IMAGEM
                   END-IF
                   READ JORNAL NEXT
               END-IF
           END-PERFORM.

           CLOSE JORNAL.
           CLOSE CLIENTES.

           IF WK-QT-CONFLITOS EQUAL ZEROS
               MOVE "  NENHUM CONFLITO" TO REG-RELATORIO
               PERFORM 0500-GRAVAR-LINHA
           END-IF.
           PERFORM 0600-GRAVAR-TOTAIS.
           CLOSE RELATORIO.

           MOVE WK-QT-LINHAS TO WK-SPO-LINHAS.
           CALL "SPOOLCTL" USING WK-SPO-PROGRAMA WK-SPO-ARQUIVO
                                 WK-SPO-LINHAS WK-SPO-OPERADOR.

      *---> INCLUSOES/EXCLUSOES REAPLICADAS: RECONTA NO PROXIMO ACESSO
           MOVE "S" TO WK-CLI-ACAO.
           CALL "CTRLCLI" USING WK-CLI-ACAO WK-CLI-QTD
                                WK-CLI-FLAG WK-CLI-RC.

           MOVE "CLIENTES.DAT RECUPERADO PELO JORNAL"
                                               TO WK-ABEND-MESSAGE.
           SET SEVERIDADE-INFO TO TRUE.
           CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE.

           DISPLAY "APLICADAS......: " AT 1305 FOREGROUND-COLOR 2.
           DISPLAY WK-QT-APLICADAS AT 1322 FOREGROUND-COLOR 2.
           DISPLAY "CONFLITOS......: " AT 1405 FOREGROUND-COLOR 2.
           DISPLAY WK-QT-CONFLITOS AT 1422 FOREGROUND-COLOR 2.
           DISPLAY "RELATORIO EM RECUPERA.TXT - TECLE ENTER"
               FOREGROUND-COLOR 2 AT 1605.
           ACCEPT WK-TECLA AT 1645.
       0200-REAPLICAR-JORNAL-FIM. EXIT.
      ******************************************************************
      *---> REAPLICA UMA IMAGEM; DIVERGENCIA ENTRE O QUE O JORNAL
      *     ESPERAVA E O QUE O ARQUIVO TEM E CONFLITO, MAS O ESTADO
      *     FINAL SEMPRE SEGUE O JORNAL (A ULTIMA GRAVACAO VENCE).
       0300-APLICAR-IMAGEM     SECTION.
           MOVE SPACES TO WK-MOTIVO-CONFLITO.
           MOVE JOR-IMAGEM TO REG-CLIENTES.

           EVALUATE TRUE
               WHEN JOR-INCLUSAO
                   WRITE REG-CLIENTES
                       INVALID KEY
                           MOVE "INCLUSAO DE CLIENTE JA EXISTENTE"
                                               TO WK-MOTIVO-CONFLITO
                           REWRITE REG-CLIENTES
                   END-WRITE
                   ADD 1 TO WK-QT-INCLUSOES
               WHEN JOR-ALTERACAO
                   REWRITE REG-CLIENTES
                       INVALID KEY
                           MOVE "ALTERACAO DE CLIENTE INEXISTENTE"
                                               TO WK-MOTIVO-CONFLITO
                           WRITE REG-CLIENTES
                   END-REWRITE
                   ADD 1 TO WK-QT-ALTERACOES
               WHEN JOR-EXCLUSAO
                   DELETE CLIENTES
                       INVALID KEY
                           MOVE "EXCLUSAO DE CLIENTE INEXISTENTE"
                                               TO WK-MOTIVO-CONFLITO
                   END-DELETE
                   ADD 1 TO WK-QT-EXCLUSOES
               WHEN OTHER
                   ADD 1 TO WK-QT-INVALIDAS
                   MOVE "OPERACAO DESCONHECIDA NO JORNAL"
                                               TO WK-MOTIVO-CONFLITO
           END-EVALUATE.

           IF FS-CLIENTES NOT = "00" AND NOT = "02"
              AND WK-MOTIVO-CONFLITO EQUAL SPACES
               MOVE "ERRO DE GRAVACAO - STATUS " TO WK-MOTIVO-CONFLITO
               MOVE FS-CLIENTES TO WK-MOTIVO-CONFLITO(27:2)
           END-IF.

           IF WK-MOTIVO-CONFLITO EQUAL SPACES
               ADD 1 TO WK-QT-APLICADAS
           ELSE
               ADD 1 TO WK-QT-CONFLITOS
               PERFORM 0400-GRAVAR-CONFLITO
           END-IF.
       0300-APLICAR-IMAGEM-FIM. EXIT.
      ******************************************************************
       0400-GRAVAR-CONFLITO    SECTION.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  " JOR-DATA-HORA(1:14)
                  " " JOR-OPERACAO
                  " TEL=" REG-TELEFONE
                  " " JOR-PROGRAMA
                  " " JOR-OPERADOR
                  " " WK-MOTIVO-CONFLITO
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0500-GRAVAR-LINHA.
       0400-GRAVAR-CONFLITO-FIM. EXIT.
      ******************************************************************
       0500-GRAVAR-LINHA       SECTION.
           WRITE REG-RELATORIO.
           ADD 1 TO WK-QT-LINHAS.
           MOVE SPACES TO REG-RELATORIO.
       0500-GRAVAR-LINHA-FIM.  EXIT.
      ******************************************************************
       0600-GRAVAR-TOTAIS      SECTION.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 0500-GRAVAR-LINHA.
           STRING "LINHAS LIDAS DO JORNAL....: " WK-QT-LIDAS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0500-GRAVAR-LINHA.
           STRING "FORA DA JANELA............: " WK-QT-FORA
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0500-GRAVAR-LINHA.
           STRING "INCLUSOES REAPLICADAS.....: " WK-QT-INCLUSOES
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0500-GRAVAR-LINHA.
           STRING "ALTERACOES REAPLICADAS....: " WK-QT-ALTERACOES
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0500-GRAVAR-LINHA.
           STRING "EXCLUSOES REAPLICADAS.....: " WK-QT-EXCLUSOES
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0500-GRAVAR-LINHA.
           STRING "APLICADAS SEM CONFLITO....: " WK-QT-APLICADAS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0500-GRAVAR-LINHA.
           STRING "CONFLITOS.................: " WK-QT-CONFLITOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0500-GRAVAR-LINHA.
           IF WK-QT-INVALIDAS GREATER THAN ZEROS
               STRING "LINHAS INVALIDAS IGNORADAS: " WK-QT-INVALIDAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               PERFORM 0500-GRAVAR-LINHA
           END-IF.
       0600-GRAVAR-TOTAIS-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CONTINUE.
       1000-FINALIZAR-FIM.     EXIT.
