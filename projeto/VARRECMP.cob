      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  COMPARACAO LEITURA DIRETA X VARREDURA UNICA (LOTE)
      *     Prova que os relatorios lidos pelo extrato da varredura
      *     unica (VARRCLI) saem iguais aos lidos direto do indexado.
      *     Para cada lote de varredura (CPFSCAN, QUALIDADE, RELDDD,
      *     ESTATSNAP, DELTAEXT e RELDISK em lote):
      *       1. repoe os arquivos de estado e de saida como estavam
      *          antes da comparacao (copia .vcmp feita no inicio);
      *       2. roda com CLIENTES_LEITURA=DIRETA e guarda as saidas
      *          (copia .vdir);
      *       3. repoe o estado, gera o extrato e roda de novo, agora
      *          lendo o extrato (conferido pela origem devolvida pelo
      *          VARRCLI -- se o extrato nao foi usado a comparacao
      *          daquele lote nao vale e conta como diferenca);
      *       4. compara as saidas linha a linha.
      *     No fim tudo volta ao estado de antes (spool, estatisticas,
      *     espelho e sequencia do delta, ultimo backup, relatorios);
      *     os backups gerados pelo RELDISK nas duas rodadas sao
      *     apagados. Resultado em varrecmp.txt, uma linha por
      *     arquivo comparado (IGUAL / DIFERENTE e a primeira linha
      *     divergente) e os totais; RETURN-CODE 8 se houve
      *     diferenca. MOTIVOS e ETIQUETAS sao de tela e ficam fora;
      *     leem pela mesma rotina VARRCLI que os lotes comparados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. VARRECMP.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT RESULTADO ASSIGN TO
                   "C:/projeto-bootcamp/varrecmp.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RESULTADO.
      *
      *---> SAIDA DA RODADA DIRETA (COPIA .VDIR) E DA RODADA PELO
      *     EXTRATO, LIDAS LADO A LADO
           SELECT SAIDA-DIRETA ASSIGN TO WK-DIRETA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-DIRETA.
      *
           SELECT SAIDA-EXTRATO ASSIGN TO WK-SAIDA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXTRATO.
      *
           SELECT CTL-BACKUP ASSIGN TO
                   "C:/projeto-bootcamp/backup/ultimo_backup.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CTL-BACKUP.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  RESULTADO.
       01  REG-RESULTADO               PIC X(132).
      *
       FD  SAIDA-DIRETA.
       01  REG-SAIDA-DIRETA            PIC X(512).
      *
       FD  SAIDA-EXTRATO.
       01  REG-SAIDA-EXTRATO           PIC X(512).
      *
       FD  CTL-BACKUP.
       01  REG-CTL-BACKUP              PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-RESULTADO             PIC X(02) VALUE SPACES.
       01  FS-DIRETA                PIC X(02) VALUE SPACES.
       01  FS-EXTRATO               PIC X(02) VALUE SPACES.
       01  FS-CTL-BACKUP            PIC X(02) VALUE SPACES.
       01  WK-DIRETA-PATH           PIC X(100) VALUE SPACES.
       01  WK-SAIDA-PATH            PIC X(100) VALUE SPACES.
       01  WK-COPIA-PATH            PIC X(100) VALUE SPACES.
       77  WK-RETCODE               PIC S9(09) COMP-5 VALUE ZEROS.
       01  WK-ARQ-INFO.
           05 WK-ARQ-TAMANHO        PIC X(08) COMP-X.
           05 FILLER                PIC X(08).

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> REPASSE DE VARIAVEIS DE AMBIENTE AOS LOTES CHAMADOS
       77  WK-ENV-NOME              PIC X(30) VALUE SPACES.
       77  WK-ENV-VALOR             PIC X(60) VALUE SPACES.

      *---> CHAMADA AO VARRCLI (GERAR EXTRATO / ORIGEM DA LEITURA)
       77  WK-VAR-ACAO              PIC X(01) VALUE SPACES.
       77  WK-VAR-REGISTRO          PIC X(353) VALUE SPACES.
       77  WK-VAR-RC                PIC X(02) VALUE SPACES.
       77  WK-EXTRATO-USADO         PIC X(01) VALUE "N".

      *---> DATA DA RODADA (NOME DO DELTA DO DIA)
       01  WK-DATA-HORA.
           05 WK-DH-DATA            PIC 9(08).
           05 WK-DH-HORA            PIC 9(06).
           05 FILLER                PIC X(07).

      *---> ARQUIVOS DE ESTADO E DE SAIDA TOCADOS PELOS LOTES: COPIADOS
      *     PARA .VCMP NO INICIO E REPOSTOS ANTES DE CADA RODADA E NO
      *     FIM. O DELTA DO DIA ENTRA NA POSICAO 11 (NOME COM A DATA).
       01  WK-TAB-ESTADO-PADRAO.
           05 FILLER PIC X(60) VALUE "C:/projeto-bootcamp/spool.ctl".
           05 FILLER PIC X(60) VALUE
                   "C:/projeto-bootcamp/clicount.ctl".
           05 FILLER PIC X(60) VALUE
                   "C:/projeto-bootcamp/estatist.dat".
           05 FILLER PIC X(60) VALUE
                   "C:/projeto-bootcamp/espelho.dat".
           05 FILLER PIC X(60) VALUE "C:/projeto-bootcamp/delta.ctl".
           05 FILLER PIC X(60) VALUE
                   "C:/projeto-bootcamp/backup/ultimo_backup.txt".
           05 FILLER PIC X(60) VALUE
                   "C:/projeto-bootcamp/cpfexcecao.txt".
           05 FILLER PIC X(60) VALUE
                   "C:/projeto-bootcamp/qualidade.txt".
           05 FILLER PIC X(60) VALUE
                   "C:/projeto-bootcamp/relddd.txt".
           05 FILLER PIC X(60) VALUE
                   "C:/projeto-bootcamp/relato.txt".
           05 FILLER PIC X(60) VALUE SPACES.
       01  WK-TAB-ESTADO-R REDEFINES WK-TAB-ESTADO-PADRAO.
           05 WK-ESTADO-PATH        PIC X(60) OCCURS 11 TIMES.
       01  WK-TAB-ESTADO-SALVO.
           05 WK-ESTADO-EXISTIA     PIC X(01) OCCURS 11 TIMES.
       77  WK-QT-ESTADO             PIC 9(02) VALUE 11.
       77  WK-IDX-ESTADO            PIC 9(02) VALUE ZEROS.

      *---> LOTES COMPARADOS E SUAS SAIDAS (ATE 3 POR LOTE). "*DELTA*"
      *     E O DELTA DO DIA; "*BACKUP*" E O BACKUP ANOTADO EM
      *     ULTIMO_BACKUP.TXT PELA PROPRIA RODADA.
       01  WK-TAB-LOTES-PADRAO.
           05 FILLER PIC X(10) VALUE "CPFSCAN".
           05 FILLER PIC X(60) VALUE
                   "C:/projeto-bootcamp/cpfexcecao.txt".
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "QUALIDADE".
           05 FILLER PIC X(60) VALUE
                   "C:/projeto-bootcamp/qualidade.txt".
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RELDDD".
           05 FILLER PIC X(60) VALUE
                   "C:/projeto-bootcamp/relddd.txt".
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ESTATSNAP".
           05 FILLER PIC X(60) VALUE
                   "C:/projeto-bootcamp/estatist.dat".
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "DELTAEXT".
           05 FILLER PIC X(60) VALUE "*DELTA*".
           05 FILLER PIC X(60) VALUE
                   "C:/projeto-bootcamp/espelho.dat".
           05 FILLER PIC X(60) VALUE "C:/projeto-bootcamp/delta.ctl".
           05 FILLER PIC X(10) VALUE "RELDISK".
           05 FILLER PIC X(60) VALUE
                   "C:/projeto-bootcamp/relato.txt".
           05 FILLER PIC X(60) VALUE "*BACKUP*".
           05 FILLER PIC X(60) VALUE SPACES.
       01  WK-TAB-LOTES-R REDEFINES WK-TAB-LOTES-PADRAO.
           05 WK-LOTE                OCCURS 6 TIMES.
               10 WK-LOTE-PROGRAMA   PIC X(10).
               10 WK-LOTE-SAIDA      PIC X(60) OCCURS 3 TIMES.
       77  WK-QT-LOTES              PIC 9(02) VALUE 6.
       77  WK-IDX-LOTE              PIC 9(02) VALUE ZEROS.
       77  WK-IDX-SAIDA             PIC 9(02) VALUE ZEROS.
       77  WK-PROGRAMA              PIC X(10) VALUE SPACES.

      *---> BACKUPS GERADOS PELO RELDISK NAS DUAS RODADAS (APAGADOS)
       01  WK-BACKUP-DIRETA         PIC X(100) VALUE SPACES.
       01  WK-BACKUP-EXTRATO        PIC X(100) VALUE SPACES.

      *---> COMPARACAO LINHA A LINHA
       77  WK-QT-LINHAS             PIC 9(07) VALUE ZEROS.
       77  WK-LINHA-DIVERGE         PIC 9(07) VALUE ZEROS.
       77  WK-FIM-DIRETA            PIC X(01) VALUE "N".
       77  WK-FIM-EXTRATO           PIC X(01) VALUE "N".
       77  WK-SITUACAO              PIC X(09) VALUE SPACES.

      *---> TOTAIS
       77  WK-QT-ARQUIVOS           PIC 9(04) VALUE ZEROS.
       77  WK-QT-IGUAIS             PIC 9(04) VALUE ZEROS.
       77  WK-QT-DIFERENTES         PIC 9(04) VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM VARYING WK-IDX-LOTE FROM 1 BY 1
                   UNTIL WK-IDX-LOTE GREATER THAN WK-QT-LOTES
               PERFORM 0200-COMPARAR-LOTE
           END-PERFORM.
           PERFORM 1000-FINALIZAR.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA.
           STRING "C:/projeto-bootcamp/delta_" WK-DH-DATA ".txt"
               DELIMITED BY SIZE INTO WK-ESTADO-PATH(11)
           END-STRING.

           OPEN OUTPUT RESULTADO.
           MOVE SPACES TO REG-RESULTADO.
           STRING "VARRECMP " WK-DH-DATA " " WK-DH-HORA
                  " - LEITURA DIRETA X EXTRATO DA VARREDURA UNICA"
               DELIMITED BY SIZE INTO REG-RESULTADO
           END-STRING.
           WRITE REG-RESULTADO.

      *---> O RELDISK SO LE PELA VARREDURA NA RODADA EM LOTE
           MOVE "RELDISK_MODO" TO WK-ENV-NOME.
           MOVE "LOTE"         TO WK-ENV-VALOR.
           PERFORM 0540-REPASSAR-ENV.

           PERFORM VARYING WK-IDX-ESTADO FROM 1 BY 1
                   UNTIL WK-IDX-ESTADO GREATER THAN WK-QT-ESTADO
               PERFORM 0110-GUARDAR-ESTADO
           END-PERFORM.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0110-GUARDAR-ESTADO     SECTION.
           MOVE SPACES TO WK-COPIA-PATH.
           STRING FUNCTION TRIM(WK-ESTADO-PATH(WK-IDX-ESTADO)) ".vcmp"
               DELIMITED BY SIZE INTO WK-COPIA-PATH
           END-STRING.
           MOVE WK-ESTADO-PATH(WK-IDX-ESTADO) TO WK-SAIDA-PATH.

           CALL "CBL_CHECK_FILE_EXIST" USING WK-SAIDA-PATH
                                             WK-ARQ-INFO
               RETURNING WK-RETCODE
           END-CALL.
           IF WK-RETCODE EQUAL ZEROS
               MOVE "S" TO WK-ESTADO-EXISTIA(WK-IDX-ESTADO)
               CALL "CBL_COPY_FILE" USING WK-SAIDA-PATH WK-COPIA-PATH
                   RETURNING WK-RETCODE
               END-CALL
           ELSE
               MOVE "N" TO WK-ESTADO-EXISTIA(WK-IDX-ESTADO)
           END-IF.
       0110-GUARDAR-ESTADO-FIM. EXIT.
      ******************************************************************
      *---> VOLTA O ARQUIVO AO QUE ERA ANTES DA COMPARACAO: COPIA DE
      *     VOLTA O .VCMP OU, SE ELE NAO EXISTIA, APAGA O QUE SURGIU.
       0120-REPOR-ESTADO       SECTION.
           MOVE SPACES TO WK-COPIA-PATH.
           STRING FUNCTION TRIM(WK-ESTADO-PATH(WK-IDX-ESTADO)) ".vcmp"
               DELIMITED BY SIZE INTO WK-COPIA-PATH
           END-STRING.
           MOVE WK-ESTADO-PATH(WK-IDX-ESTADO) TO WK-SAIDA-PATH.

           IF WK-ESTADO-EXISTIA(WK-IDX-ESTADO) EQUAL "S"
               CALL "CBL_COPY_FILE" USING WK-COPIA-PATH WK-SAIDA-PATH
                   RETURNING WK-RETCODE
               END-CALL
           ELSE
               CALL "CBL_DELETE_FILE" USING WK-SAIDA-PATH
                   RETURNING WK-RETCODE
               END-CALL
           END-IF.
       0120-REPOR-ESTADO-FIM.  EXIT.
      ******************************************************************
      *---> AS DUAS RODADAS DE UM LOTE, PARTINDO DO MESMO ESTADO
       0200-COMPARAR-LOTE      SECTION.
           MOVE WK-LOTE-PROGRAMA(WK-IDX-LOTE) TO WK-PROGRAMA.

      *---> RODADA 1: LEITURA DIRETA DO INDEXADO
           PERFORM VARYING WK-IDX-ESTADO FROM 1 BY 1
                   UNTIL WK-IDX-ESTADO GREATER THAN WK-QT-ESTADO
               PERFORM 0120-REPOR-ESTADO
           END-PERFORM.
           MOVE "CLIENTES_LEITURA" TO WK-ENV-NOME.
           MOVE "DIRETA"           TO WK-ENV-VALOR.
           PERFORM 0540-REPASSAR-ENV.
           PERFORM 0210-RODAR-LOTE.

           PERFORM VARYING WK-IDX-SAIDA FROM 1 BY 1
                   UNTIL WK-IDX-SAIDA GREATER THAN 3
               IF WK-LOTE-SAIDA(WK-IDX-LOTE, WK-IDX-SAIDA)
                                                   NOT EQUAL SPACES
                   PERFORM 0220-RESOLVER-SAIDA
                   IF WK-LOTE-SAIDA(WK-IDX-LOTE, WK-IDX-SAIDA)
                                                   EQUAL "*BACKUP*"
                       MOVE WK-SAIDA-PATH TO WK-BACKUP-DIRETA
                   END-IF
                   PERFORM 0230-GUARDAR-SAIDA-DIRETA
               END-IF
           END-PERFORM.

      *---> RODADA 2: PELO EXTRATO, GERADO AGORA SOBRE O MESMO ESTADO
           PERFORM VARYING WK-IDX-ESTADO FROM 1 BY 1
                   UNTIL WK-IDX-ESTADO GREATER THAN WK-QT-ESTADO
               PERFORM 0120-REPOR-ESTADO
           END-PERFORM.
           MOVE "G" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO WK-VAR-REGISTRO WK-VAR-RC.
           MOVE "CLIENTES_LEITURA" TO WK-ENV-NOME.
           MOVE "EXTRATO"          TO WK-ENV-VALOR.
           PERFORM 0540-REPASSAR-ENV.
           PERFORM 0210-RODAR-LOTE.

           MOVE "O" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO WK-VAR-REGISTRO WK-VAR-RC.
           IF WK-VAR-RC EQUAL "EX"
               MOVE "S" TO WK-EXTRATO-USADO
           ELSE
               MOVE "N" TO WK-EXTRATO-USADO
           END-IF.

           PERFORM VARYING WK-IDX-SAIDA FROM 1 BY 1
                   UNTIL WK-IDX-SAIDA GREATER THAN 3
               IF WK-LOTE-SAIDA(WK-IDX-LOTE, WK-IDX-SAIDA)
                                                   NOT EQUAL SPACES
                   PERFORM 0220-RESOLVER-SAIDA
                   IF WK-LOTE-SAIDA(WK-IDX-LOTE, WK-IDX-SAIDA)
                                                   EQUAL "*BACKUP*"
                       MOVE WK-SAIDA-PATH TO WK-BACKUP-EXTRATO
                   END-IF
                   PERFORM 0300-COMPARAR-SAIDA
               END-IF
           END-PERFORM.
       0200-COMPARAR-LOTE-FIM. EXIT.
      ******************************************************************
      *---> CANCEL DEPOIS DA CHAMADA: A RODADA SEGUINTE DO MESMO LOTE
      *     TEM QUE COMECAR COM OS CONTADORES ZERADOS.
       0210-RODAR-LOTE         SECTION.
           CALL WK-PROGRAMA
               ON EXCEPTION
                   MOVE "LOTE DA COMPARACAO NAO ENCONTRADO"
                                               TO WK-ABEND-MESSAGE
                   SET SEVERIDADE-ERRO TO TRUE
                   CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-CALL.
           CANCEL WK-PROGRAMA.
       0210-RODAR-LOTE-FIM.    EXIT.
      ******************************************************************
       0220-RESOLVER-SAIDA     SECTION.
           MOVE SPACES TO WK-SAIDA-PATH.
           EVALUATE WK-LOTE-SAIDA(WK-IDX-LOTE, WK-IDX-SAIDA)
               WHEN "*DELTA*"
                   MOVE WK-ESTADO-PATH(11) TO WK-SAIDA-PATH
               WHEN "*BACKUP*"
                   OPEN INPUT CTL-BACKUP
                   IF FS-CTL-BACKUP EQUAL "00"
                       READ CTL-BACKUP
                       IF FS-CTL-BACKUP EQUAL "00"
                           MOVE REG-CTL-BACKUP TO WK-SAIDA-PATH
                       END-IF
                       CLOSE CTL-BACKUP
                   END-IF
               WHEN OTHER
                   MOVE WK-LOTE-SAIDA(WK-IDX-LOTE, WK-IDX-SAIDA)
                                               TO WK-SAIDA-PATH
           END-EVALUATE.

           MOVE SPACES TO WK-DIRETA-PATH.
           STRING FUNCTION TRIM(WK-LOTE-SAIDA(WK-IDX-LOTE,
                                               WK-IDX-SAIDA))
                  ".vdir"
               DELIMITED BY SIZE INTO WK-DIRETA-PATH
           END-STRING.
           IF WK-LOTE-SAIDA(WK-IDX-LOTE, WK-IDX-SAIDA)(1:1) EQUAL "*"
               MOVE SPACES TO WK-DIRETA-PATH
               STRING "C:/projeto-bootcamp/varrecmp_" WK-IDX-LOTE
                      "_" WK-IDX-SAIDA ".vdir"
                   DELIMITED BY SIZE INTO WK-DIRETA-PATH
               END-STRING
           END-IF.
       0220-RESOLVER-SAIDA-FIM. EXIT.
      ******************************************************************
      *---> SAIDA QUE A RODADA DIRETA NAO GEROU FICA SEM COPIA, E A
      *     COMPARACAO ACUSA SE A RODADA PELO EXTRATO GERAR ALGO.
       0230-GUARDAR-SAIDA-DIRETA SECTION.
           CALL "CBL_DELETE_FILE" USING WK-DIRETA-PATH
               RETURNING WK-RETCODE
           END-CALL.
           IF WK-SAIDA-PATH NOT EQUAL SPACES
               CALL "CBL_COPY_FILE" USING WK-SAIDA-PATH WK-DIRETA-PATH
                   RETURNING WK-RETCODE
               END-CALL
           END-IF.
       0230-GUARDAR-SAIDA-DIRETA-FIM. EXIT.
      ******************************************************************
      *---> LE AS DUAS SAIDAS LADO A LADO ATE O FIM DA MAIS LONGA; A
      *     PRIMEIRA LINHA QUE DIFERE (OU QUE SO EXISTE DE UM LADO) E
      *     A QUE VAI PARA O RESULTADO.
       0300-COMPARAR-SAIDA     SECTION.
           ADD 1 TO WK-QT-ARQUIVOS.
           MOVE ZEROS TO WK-QT-LINHAS WK-LINHA-DIVERGE.
           MOVE "N" TO WK-FIM-DIRETA WK-FIM-EXTRATO.

           OPEN INPUT SAIDA-DIRETA.
           IF FS-DIRETA NOT EQUAL "00"
               MOVE "S" TO WK-FIM-DIRETA
           END-IF.
           IF WK-SAIDA-PATH EQUAL SPACES
               MOVE "S" TO WK-FIM-EXTRATO
               MOVE "99" TO FS-EXTRATO
           ELSE
               OPEN INPUT SAIDA-EXTRATO
               IF FS-EXTRATO NOT EQUAL "00"
                   MOVE "S" TO WK-FIM-EXTRATO
               END-IF
           END-IF.

           IF WK-FIM-DIRETA EQUAL "S" AND WK-FIM-EXTRATO EQUAL "S"
               MOVE "SEM SAIDA" TO WK-SITUACAO
           ELSE
               PERFORM 0310-LER-PAR
               PERFORM UNTIL (WK-FIM-DIRETA EQUAL "S"
                              AND WK-FIM-EXTRATO EQUAL "S")
                          OR WK-LINHA-DIVERGE GREATER THAN ZEROS
                   ADD 1 TO WK-QT-LINHAS
                   IF WK-FIM-DIRETA NOT EQUAL WK-FIM-EXTRATO
                      OR REG-SAIDA-DIRETA NOT EQUAL REG-SAIDA-EXTRATO
                       MOVE WK-QT-LINHAS TO WK-LINHA-DIVERGE
                   ELSE
                       PERFORM 0310-LER-PAR
                   END-IF
               END-PERFORM
               IF WK-LINHA-DIVERGE GREATER THAN ZEROS
                   MOVE "DIFERENTE" TO WK-SITUACAO
               ELSE
                   MOVE "IGUAL" TO WK-SITUACAO
               END-IF
           END-IF.

           IF FS-DIRETA NOT EQUAL "35" AND FS-DIRETA NOT EQUAL "30"
               CLOSE SAIDA-DIRETA
           END-IF.
           IF FS-EXTRATO NOT EQUAL "35" AND FS-EXTRATO NOT EQUAL "30"
              AND FS-EXTRATO NOT EQUAL "99"
               CLOSE SAIDA-EXTRATO
           END-IF.

           IF WK-EXTRATO-USADO NOT EQUAL "S"
               MOVE "DIFERENTE" TO WK-SITUACAO
           END-IF.
           IF WK-SITUACAO EQUAL "DIFERENTE"
               ADD 1 TO WK-QT-DIFERENTES
           ELSE
               ADD 1 TO WK-QT-IGUAIS
           END-IF.

           MOVE SPACES TO REG-RESULTADO.
           IF WK-EXTRATO-USADO NOT EQUAL "S"
               STRING WK-PROGRAMA " " WK-LOTE-SAIDA(WK-IDX-LOTE,
                                                    WK-IDX-SAIDA)
                      " " WK-SITUACAO " EXTRATO NAO FOI USADO"
                   DELIMITED BY SIZE INTO REG-RESULTADO
               END-STRING
           ELSE
               IF WK-LINHA-DIVERGE GREATER THAN ZEROS
                   STRING WK-PROGRAMA " " WK-LOTE-SAIDA(WK-IDX-LOTE,
                                                        WK-IDX-SAIDA)
                          " " WK-SITUACAO " LINHA=" WK-LINHA-DIVERGE
                       DELIMITED BY SIZE INTO REG-RESULTADO
                   END-STRING
               ELSE
                   STRING WK-PROGRAMA " " WK-LOTE-SAIDA(WK-IDX-LOTE,
                                                        WK-IDX-SAIDA)
                          " " WK-SITUACAO " LINHAS=" WK-QT-LINHAS
                       DELIMITED BY SIZE INTO REG-RESULTADO
                   END-STRING
               END-IF
           END-IF.
           WRITE REG-RESULTADO.

           CALL "CBL_DELETE_FILE" USING WK-DIRETA-PATH
               RETURNING WK-RETCODE
           END-CALL.
       0300-COMPARAR-SAIDA-FIM. EXIT.
      ******************************************************************
       0310-LER-PAR            SECTION.
           IF WK-FIM-DIRETA EQUAL "N"
               READ SAIDA-DIRETA
               IF FS-DIRETA NOT EQUAL "00"
                   MOVE "S" TO WK-FIM-DIRETA
                   MOVE SPACES TO REG-SAIDA-DIRETA
               END-IF
           END-IF.
           IF WK-FIM-EXTRATO EQUAL "N"
               READ SAIDA-EXTRATO
               IF FS-EXTRATO NOT EQUAL "00"
                   MOVE "S" TO WK-FIM-EXTRATO
                   MOVE SPACES TO REG-SAIDA-EXTRATO
               END-IF
           END-IF.
       0310-LER-PAR-FIM.       EXIT.
      ******************************************************************
      *---> VARIAVEL DE AMBIENTE LIDA PELO PROXIMO LOTE CHAMADO
       0540-REPASSAR-ENV       SECTION.
           DISPLAY WK-ENV-NOME  UPON ENVIRONMENT-NAME.
           DISPLAY WK-ENV-VALOR UPON ENVIRONMENT-VALUE.
       0540-REPASSAR-ENV-FIM.  EXIT.
      ******************************************************************
      *---> TUDO DE VOLTA AO ESTADO DE ANTES; OS BACKUPS DAS RODADAS DE
      *     COMPARACAO NAO FICAM (O ULTIMO_BACKUP.TXT JA FOI REPOSTO).
       1000-FINALIZAR          SECTION.
           PERFORM VARYING WK-IDX-ESTADO FROM 1 BY 1
                   UNTIL WK-IDX-ESTADO GREATER THAN WK-QT-ESTADO
               PERFORM 0120-REPOR-ESTADO
               CALL "CBL_DELETE_FILE" USING WK-COPIA-PATH
                   RETURNING WK-RETCODE
               END-CALL
           END-PERFORM.
           IF WK-BACKUP-DIRETA NOT EQUAL SPACES
               CALL "CBL_DELETE_FILE" USING WK-BACKUP-DIRETA
                   RETURNING WK-RETCODE
               END-CALL
           END-IF.
           IF WK-BACKUP-EXTRATO NOT EQUAL SPACES
               CALL "CBL_DELETE_FILE" USING WK-BACKUP-EXTRATO
                   RETURNING WK-RETCODE
               END-CALL
           END-IF.

           MOVE "CLIENTES_LEITURA" TO WK-ENV-NOME.
           MOVE SPACES             TO WK-ENV-VALOR.
           PERFORM 0540-REPASSAR-ENV.

           MOVE SPACES TO REG-RESULTADO.
           STRING "TOTAIS ARQUIVOS=" WK-QT-ARQUIVOS
                  " IGUAIS=" WK-QT-IGUAIS
                  " DIFERENTES=" WK-QT-DIFERENTES
               DELIMITED BY SIZE INTO REG-RESULTADO
           END-STRING.
           WRITE REG-RESULTADO.
           CLOSE RESULTADO.

           MOVE "VARRECMP DIFERENCAS:" TO WK-ABEND-MESSAGE.
           MOVE WK-QT-DIFERENTES TO WK-ABEND-MESSAGE(22:04).
           IF WK-QT-DIFERENTES GREATER THAN ZEROS
               SET SEVERIDADE-ERRO TO TRUE
           ELSE
               SET SEVERIDADE-INFO TO TRUE
           END-IF.
           CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE.

           IF SEVERIDADE-ERRO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF.
       1000-FINALIZAR-FIM.     EXIT.
