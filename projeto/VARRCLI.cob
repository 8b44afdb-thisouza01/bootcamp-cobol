      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  VARREDURA UNICA DE CLIENTES.DAT (LEITOR COMPARTILHADO)
      *     Os relatorios que percorrem o cadastro inteiro (RELDISK
      *     em lote, DELTAEXT, ESTATSNAP, CPFSCAN, QUALIDADE, RELDDD,
      *     MOTIVOS e ETIQUETAS) liam cada um o indexado do comeco ao
      *     fim. Agora leem por esta rotina:
      *       "G" gera o extrato -- um so passe sequencial pela chave
      *           primaria gravando varredura.dat, e o controle
      *           varredura.ctl com origem, tamanho/data/hora do
      *           clientes.dat no momento do passe e a quantidade.
      *           Primeira etapa da cadeia NOTURNO (janela fechada,
      *           ninguem altera o cadastro durante a cadeia).
      *       "A" abre para leitura: usa o extrato se o controle
      *           existe, e do mesmo CLIENTES_PATH e o clientes.dat
      *           continua com o mesmo tamanho e data/hora; senao
      *           (extrato velho, rodada de dia pelo DESPACHO, ou
      *           CLIENTES_LEITURA=DIRETA) le o proprio indexado.
      *       "L" le o proximo registro, sempre em ordem de chave
      *           primaria -- a mesma ordem do START pela chave que
      *           os programas faziam, logo a saida nao muda.
      *       "F" fecha.
      *       "O" devolve em LK-VAR-RC a origem da ultima abertura:
      *           "EX" extrato, "DI" indexado direto, "NA" nenhuma --
      *           usado pela comparacao VARRECMP.
      *     Retorno LK-VAR-RC no padrao de FILE STATUS, para os
      *     chamadores seguirem testando como testavam o arquivo:
      *     "00" ok, "10" fim, "35" clientes.dat nao encontrado,
      *     "30" erro ao gravar/ler o extrato.
      *     Extrato com quantidade diferente do controle ao chegar
      *     no fim e registrado como erro no log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. VARRCLI.
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
           SELECT EXTRATO ASSIGN TO
                   "C:/projeto-bootcamp/varredura.dat"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXTRATO.
      *
           SELECT CTL-EXTRATO ASSIGN TO WK-CTL-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CTL-EXTRATO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTE.cpy".
      *
       FD  EXTRATO.
       01  REG-EXTRATO              PIC X(353).
      *
       FD  CTL-EXTRATO.
       01  REG-CTL-EXTRATO.
           05 CTL-ORIGEM            PIC X(100).
           05 CTL-CARIMBO           PIC X(28).
           05 CTL-QTD               PIC 9(09).
           05 CTL-GERADO            PIC X(14).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  WK-CLIENTES-PATH         PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       01  FS-EXTRATO               PIC X(02) VALUE SPACES.
       01  FS-CTL-EXTRATO           PIC X(02) VALUE SPACES.
       01  WK-CTL-PATH              PIC X(100)
           VALUE "C:/projeto-bootcamp/varredura.ctl".

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> PARAMETROS
       77  WK-LEITURA               PIC X(10) VALUE SPACES.
       77  WK-PARAM-NOME            PIC X(20) VALUE SPACES.
       77  WK-PARAM-VALOR           PIC X(60) VALUE SPACES.
       77  WK-PARAM-RC              PIC X(02) VALUE SPACES.

      *---> DE ONDE SAI A LEITURA ABERTA (GUARDADO ENTRE CHAMADAS)
       77  WK-ORIGEM-LEITURA        PIC X(01) VALUE SPACES.
           88 LEITURA-FECHADA       VALUE SPACES.
           88 LEITURA-EXTRATO       VALUE "E".
           88 LEITURA-DIRETA        VALUE "D".
       77  WK-ULTIMA-ORIGEM         PIC X(02) VALUE "NA".
       77  WK-QT-LIDOS              PIC 9(09) VALUE ZEROS.
       77  WK-QT-ESPERADOS          PIC 9(09) VALUE ZEROS.
       77  WK-QT-GRAVADOS           PIC 9(09) VALUE ZEROS.

      *---> TAMANHO E DATA/HORA DO CLIENTES.DAT (CBL_CHECK_FILE_EXIST)
       01  WK-ARQ-INFO.
           05 WK-ARQ-TAMANHO        PIC X(08) COMP-X.
           05 WK-ARQ-MOD-DIA        PIC X(01) COMP-X.
           05 WK-ARQ-MOD-MES        PIC X(01) COMP-X.
           05 WK-ARQ-MOD-ANO        PIC X(02) COMP-X.
           05 WK-ARQ-MOD-HORA       PIC X(01) COMP-X.
           05 WK-ARQ-MOD-MIN        PIC X(01) COMP-X.
           05 WK-ARQ-MOD-SEG        PIC X(01) COMP-X.
           05 WK-ARQ-MOD-CENT       PIC X(01) COMP-X.
       77  WK-RETCODE               PIC S9(09) COMP-5 VALUE ZEROS.
       01  WK-CARIMBO.
           05 WK-CAR-TAMANHO        PIC 9(12) VALUE ZEROS.
           05 WK-CAR-ANO            PIC 9(04) VALUE ZEROS.
           05 WK-CAR-MES            PIC 9(02) VALUE ZEROS.
           05 WK-CAR-DIA            PIC 9(02) VALUE ZEROS.
           05 WK-CAR-HORA           PIC 9(02) VALUE ZEROS.
           05 WK-CAR-MIN            PIC 9(02) VALUE ZEROS.
           05 WK-CAR-SEG            PIC 9(02) VALUE ZEROS.
           05 WK-CAR-CENT           PIC 9(02) VALUE ZEROS.
       01  WK-CARIMBO-INICIO        PIC X(28) VALUE SPACES.
       77  WK-CARIMBO-OK            PIC X(01) VALUE "N".
      ******************************************************************
       LINKAGE                 SECTION.
       01  LK-VAR-ACAO              PIC X(01).
       01  LK-VAR-REGISTRO          PIC X(353).
       01  LK-VAR-RC                PIC X(02).
      ******************************************************************
       PROCEDURE               DIVISION USING LK-VAR-ACAO
                                             LK-VAR-REGISTRO
                                             LK-VAR-RC.
       0000-PRINCIPAL          SECTION.
           MOVE "00" TO LK-VAR-RC.

      *---> O CAMINHO SO E RELIDO NA GERACAO E NA ABERTURA; NA LEITURA
      *     REGISTRO A REGISTRO VALE O DA ABERTURA.
           IF LK-VAR-ACAO EQUAL "G" OR LK-VAR-ACAO EQUAL "A"
               ACCEPT WK-CLIENTES-PATH FROM ENVIRONMENT "CLIENTES_PATH"
               IF WK-CLIENTES-PATH EQUAL SPACES
                   MOVE "C:/projeto-bootcamp/clientes.dat"
                                               TO WK-CLIENTES-PATH
               END-IF
           END-IF.

           EVALUATE LK-VAR-ACAO
               WHEN "G"
                   PERFORM 0100-GERAR-EXTRATO
               WHEN "A"
                   PERFORM 0200-ABRIR-LEITURA
               WHEN "L"
                   PERFORM 0300-LER-PROXIMO
               WHEN "F"
                   PERFORM 0400-FECHAR-LEITURA
               WHEN "O"
                   MOVE WK-ULTIMA-ORIGEM TO LK-VAR-RC
               WHEN OTHER
                   MOVE "30" TO LK-VAR-RC
           END-EVALUATE.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
      *---> UM SO PASSE PELO INDEXADO. O CONTROLE E APAGADO ANTES E SO
      *     E REGRAVADO NO FIM, SE O CLIENTES.DAT NAO MUDOU DURANTE O
      *     PASSE -- SEM CONTROLE VALIDO OS LEITORES VAO AO INDEXADO.
       0100-GERAR-EXTRATO      SECTION.
           MOVE "NA" TO WK-ULTIMA-ORIGEM.
           CALL "CBL_DELETE_FILE" USING WK-CTL-PATH
               RETURNING WK-RETCODE
           END-CALL.

           PERFORM 0500-OBTER-CARIMBO.
           IF WK-CARIMBO-OK NOT EQUAL "S"
               MOVE "35" TO LK-VAR-RC
               MOVE "CLIENTES.DAT NAO ENCONTRADO PARA O EXTRATO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.
           MOVE WK-CARIMBO TO WK-CARIMBO-INICIO.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT = "00"
               MOVE "35" TO LK-VAR-RC
               MOVE "CLIENTES.DAT NAO ENCONTRADO PARA O EXTRATO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.

           OPEN OUTPUT EXTRATO.
           IF FS-EXTRATO NOT = "00"
               CLOSE CLIENTES
               MOVE "30" TO LK-VAR-RC
               MOVE "ERRO AO ABRIR VARREDURA.DAT" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.

           MOVE ZEROS TO WK-QT-GRAVADOS.
           READ CLIENTES NEXT.
           PERFORM UNTIL FS-CLIENTES NOT EQUAL "00"
               MOVE REG-CLIENTES TO REG-EXTRATO
               WRITE REG-EXTRATO
               IF FS-EXTRATO NOT = "00"
                   MOVE "30" TO LK-VAR-RC
                   EXIT PERFORM
               END-IF
               ADD 1 TO WK-QT-GRAVADOS
               READ CLIENTES NEXT
           END-PERFORM.

           CLOSE CLIENTES.
           CLOSE EXTRATO.

           IF LK-VAR-RC NOT EQUAL "00"
               MOVE "ERRO AO GRAVAR VARREDURA.DAT" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.

           PERFORM 0500-OBTER-CARIMBO.
           IF WK-CARIMBO NOT EQUAL WK-CARIMBO-INICIO
              OR WK-CARIMBO-OK NOT EQUAL "S"
               MOVE "30" TO LK-VAR-RC
               MOVE "CLIENTES.DAT MUDOU DURANTE O EXTRATO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.

           OPEN OUTPUT CTL-EXTRATO.
           IF FS-CTL-EXTRATO NOT = "00"
               MOVE "30" TO LK-VAR-RC
               MOVE "ERRO AO GRAVAR VARREDURA.CTL" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.
           MOVE WK-CLIENTES-PATH TO CTL-ORIGEM.
           MOVE WK-CARIMBO       TO CTL-CARIMBO.
           MOVE WK-QT-GRAVADOS   TO CTL-QTD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CTL-GERADO.
           WRITE REG-CTL-EXTRATO.
           CLOSE CTL-EXTRATO.

           MOVE "EXTRATO DE CLIENTES GERADO" TO WK-ABEND-MESSAGE.
           MOVE WK-QT-GRAVADOS TO WK-ABEND-MESSAGE(28:09).
           SET SEVERIDADE-INFO TO TRUE.
           CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE.
       0100-GERAR-EXTRATO-FIM. EXIT.
      ******************************************************************
      *---> ESCOLHE A ORIGEM DA LEITURA. QUALQUER DUVIDA SOBRE O
      *     EXTRATO (SEM CONTROLE, OUTRO ARQUIVO, CADASTRO ALTERADO
      *     DEPOIS DO PASSE) CAI NA LEITURA DIRETA DO INDEXADO.
       0200-ABRIR-LEITURA      SECTION.
           IF NOT LEITURA-FECHADA
               PERFORM 0400-FECHAR-LEITURA
           END-IF.
           MOVE ZEROS TO WK-QT-LIDOS.
           MOVE ZEROS TO WK-QT-ESPERADOS.
           SET LEITURA-DIRETA TO TRUE.

           ACCEPT WK-LEITURA FROM ENVIRONMENT "CLIENTES_LEITURA".
           IF WK-LEITURA EQUAL SPACES
               MOVE "CLIENTES_LEITURA" TO WK-PARAM-NOME
               CALL "PARAMCTL" USING WK-PARAM-NOME WK-PARAM-VALOR
                                     WK-PARAM-RC
               IF WK-PARAM-RC EQUAL "00"
                   MOVE WK-PARAM-VALOR(1:10) TO WK-LEITURA
               END-IF
           END-IF.

           IF WK-LEITURA NOT EQUAL "DIRETA"
               OPEN INPUT CTL-EXTRATO
               IF FS-CTL-EXTRATO EQUAL "00"
                   READ CTL-EXTRATO
                   IF FS-CTL-EXTRATO EQUAL "00"
                      AND CTL-ORIGEM EQUAL WK-CLIENTES-PATH
                       PERFORM 0500-OBTER-CARIMBO
                       IF WK-CARIMBO EQUAL CTL-CARIMBO
                          AND WK-CARIMBO-OK EQUAL "S"
                           SET LEITURA-EXTRATO TO TRUE
                           MOVE CTL-QTD TO WK-QT-ESPERADOS
                       END-IF
                   END-IF
                   CLOSE CTL-EXTRATO
               END-IF
           END-IF.

           IF LEITURA-EXTRATO
               OPEN INPUT EXTRATO
               IF FS-EXTRATO NOT = "00"
                   MOVE "VARREDURA.DAT SUMIU - LEITURA DIRETA"
                                               TO WK-ABEND-MESSAGE
                   SET SEVERIDADE-ATENCAO TO TRUE
                   CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
                   SET LEITURA-DIRETA TO TRUE
               END-IF
           END-IF.

           IF LEITURA-DIRETA
               OPEN INPUT CLIENTES
               IF FS-CLIENTES NOT = "00"
                   MOVE "35" TO LK-VAR-RC
                   SET LEITURA-FECHADA TO TRUE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN LEITURA-EXTRATO
                   MOVE "EX" TO WK-ULTIMA-ORIGEM
               WHEN LEITURA-DIRETA
                   MOVE "DI" TO WK-ULTIMA-ORIGEM
               WHEN OTHER
                   MOVE "NA" TO WK-ULTIMA-ORIGEM
           END-EVALUATE.
       0200-ABRIR-LEITURA-FIM. EXIT.
      ******************************************************************
      *---> SEM LEITURA ABERTA DEVOLVE FIM, PARA NENHUM LACO DE
      *     CHAMADOR FICAR PRESO ESPERANDO O "10".
       0300-LER-PROXIMO        SECTION.
           EVALUATE TRUE
               WHEN LEITURA-EXTRATO
                   READ EXTRATO
                   EVALUATE FS-EXTRATO
                       WHEN "00"
                           ADD 1 TO WK-QT-LIDOS
                           MOVE REG-EXTRATO TO LK-VAR-REGISTRO
                       WHEN "10"
                           MOVE "10" TO LK-VAR-RC
                           PERFORM 0310-CONFERIR-QUANTIDADE
                       WHEN OTHER
                           MOVE "30" TO LK-VAR-RC
                   END-EVALUATE
               WHEN LEITURA-DIRETA
                   READ CLIENTES NEXT
                   IF FS-CLIENTES EQUAL "00"
                       MOVE REG-CLIENTES TO LK-VAR-REGISTRO
                   ELSE
                       MOVE FS-CLIENTES TO LK-VAR-RC
                   END-IF
               WHEN OTHER
                   MOVE "10" TO LK-VAR-RC
           END-EVALUATE.
       0300-LER-PROXIMO-FIM.   EXIT.
      ******************************************************************
       0310-CONFERIR-QUANTIDADE SECTION.
           IF WK-QT-LIDOS NOT EQUAL WK-QT-ESPERADOS
               MOVE "VARREDURA.DAT INCOMPLETO - LIDOS"
                                               TO WK-ABEND-MESSAGE
               MOVE WK-QT-LIDOS TO WK-ABEND-MESSAGE(34:07)
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
       0310-CONFERIR-QUANTIDADE-FIM. EXIT.
      ******************************************************************
       0400-FECHAR-LEITURA     SECTION.
           EVALUATE TRUE
               WHEN LEITURA-EXTRATO
                   CLOSE EXTRATO
               WHEN LEITURA-DIRETA
                   CLOSE CLIENTES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           SET LEITURA-FECHADA TO TRUE.
       0400-FECHAR-LEITURA-FIM. EXIT.
      ******************************************************************
      *---> TAMANHO E ULTIMA ALTERACAO DO CLIENTES.DAT, EM DIGITOS,
      *     PARA COMPARAR COM O QUE FICOU NO CONTROLE DO EXTRATO.
       0500-OBTER-CARIMBO      SECTION.
           MOVE ZEROS TO WK-CARIMBO.
           MOVE "N" TO WK-CARIMBO-OK.
           CALL "CBL_CHECK_FILE_EXIST" USING WK-CLIENTES-PATH
                                             WK-ARQ-INFO
               RETURNING WK-RETCODE
           END-CALL.
           IF WK-RETCODE EQUAL ZEROS
               MOVE "S" TO WK-CARIMBO-OK
               MOVE WK-ARQ-TAMANHO  TO WK-CAR-TAMANHO
               MOVE WK-ARQ-MOD-ANO  TO WK-CAR-ANO
               MOVE WK-ARQ-MOD-MES  TO WK-CAR-MES
               MOVE WK-ARQ-MOD-DIA  TO WK-CAR-DIA
               MOVE WK-ARQ-MOD-HORA TO WK-CAR-HORA
               MOVE WK-ARQ-MOD-MIN  TO WK-CAR-MIN
               MOVE WK-ARQ-MOD-SEG  TO WK-CAR-SEG
               MOVE WK-ARQ-MOD-CENT TO WK-CAR-CENT
           END-IF.
       0500-OBTER-CARIMBO-FIM. EXIT.
