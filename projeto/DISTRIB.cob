      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  DISTRIBUICAO DE RELATORIOS PARA AS CAIXAS DAS FILIAIS
      *     (LOTE)
      *     Percorre o catalogo do SPOOLCTL (spool.ctl) e, para cada
      *     relatorio catalogado depois da ultima distribuicao, entrega
      *     uma copia em cada caixa de saida prevista na tabela de
      *     distribuicao (distrib.txt: PROGRAMA;DESTINO;MODO;POSICAO).
      *       DESTINO - numero da filial (2 digitos) ou nome do
      *                 departamento; a caixa e saida/filialNN/ ou
      *                 saida/<DEPARTAMENTO>/ (DISTRIB_SAIDA troca a
      *                 raiz).
      *       MODO    - T = relatorio inteiro; F = so as linhas da
      *                 filial destino: a filial e lida na POSICAO
      *                 (2 digitos) de cada linha; linha sem numero ali
      *                 (titulo, cabecalho, rodape) vai para todos.
      *                 Departamento recebe sempre o relatorio inteiro.
      *     Cada entrega vira uma linha no distlog.txt (DATA-HORA;
      *     PROGRAMA;DATA-HORA DO RELATORIO;DESTINO;MODO;LINHAS;
      *     SITUACAO;ARQUIVO ENTREGUE) -- e ali que se confere o "nao
      *     recebi". A data-hora do ultimo relatorio distribuido fica
      *     no distrib.ctl, para a rodada seguinte nao repetir entrega.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. DISTRIB.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT SPOOL ASSIGN TO "C:/projeto-bootcamp/spool.ctl"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-SPOOL.
      *
           SELECT TABELA ASSIGN TO "C:/projeto-bootcamp/distrib.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-TABELA.
      *
           SELECT CONTROLE ASSIGN TO "C:/projeto-bootcamp/distrib.ctl"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CONTROLE.
      *
           SELECT DISTLOG ASSIGN TO "C:/projeto-bootcamp/distlog.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-DISTLOG.
      *
      *---> RELATORIO DE ORIGEM E COPIA NA CAIXA, UM DE CADA VEZ
           SELECT ORIGEM ASSIGN TO WK-ORIGEM-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ORIGEM.
      *
           SELECT DESTINO ASSIGN TO WK-DESTINO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-DESTINO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  SPOOL.
       01  REG-SPOOL                   PIC X(110).
      *
       FD  TABELA.
       01  REG-TABELA                  PIC X(40).
      *
       FD  CONTROLE.
       01  REG-CONTROLE                PIC X(14).
      *
       FD  DISTLOG.
       01  REG-DISTLOG                 PIC X(200).
      *
       FD  ORIGEM.
       01  REG-ORIGEM                  PIC X(150).
      *
       FD  DESTINO.
       01  REG-DESTINO                 PIC X(150).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-SPOOL                 PIC X(02) VALUE SPACES.
       01  FS-TABELA                PIC X(02) VALUE SPACES.
       01  FS-CONTROLE              PIC X(02) VALUE SPACES.
       01  FS-DISTLOG               PIC X(02) VALUE SPACES.
       01  FS-ORIGEM                PIC X(02) VALUE SPACES.
       01  FS-DESTINO               PIC X(02) VALUE SPACES.
       01  WK-ORIGEM-PATH           PIC X(100) VALUE SPACES.
       01  WK-DESTINO-PATH          PIC X(100) VALUE SPACES.

      *---> RAIZ DAS CAIXAS DE SAIDA (DISTRIB_SAIDA)
       01  WK-SAIDA-RAIZ            PIC X(60)
           VALUE "C:/projeto-bootcamp/saida/".
       01  WK-CAIXA-PATH            PIC X(100) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> TABELA DE DISTRIBUICAO CARREGADA
       77  WK-QTD-DIS               PIC 9(03) VALUE ZEROS.
       77  WK-IDX-DIS               PIC 9(03) VALUE ZEROS.
       01  WK-TAB-DISTRIB.
           05 WK-DIS-ENTRADA        OCCURS 200 TIMES.
               10 WK-DIS-PROGRAMA   PIC X(10).
               10 WK-DIS-DESTINO    PIC X(10).
               10 WK-DIS-MODO       PIC X(01).
               10 WK-DIS-POSICAO    PIC 9(03).
       77  WK-TAB-PROGRAMA          PIC X(10) VALUE SPACES.
       77  WK-TAB-DESTINO           PIC X(10) VALUE SPACES.
       77  WK-TAB-MODO              PIC X(01) VALUE SPACES.
       77  WK-TAB-POSICAO           PIC X(03) VALUE SPACES.

      *---> ENTRADA DO CATALOGO DESMONTADA
       77  WK-SPO-DATA-HORA         PIC X(14) VALUE SPACES.
       77  WK-SPO-PROGRAMA          PIC X(10) VALUE SPACES.
       77  WK-SPO-OPERADOR          PIC X(10) VALUE SPACES.
       77  WK-SPO-LINHAS            PIC X(06) VALUE SPACES.
       77  WK-SPO-ARQUIVO           PIC X(60) VALUE SPACES.

      *---> CONTROLE DA ULTIMA DISTRIBUICAO
       77  WK-ULTIMA-DISTRIB        PIC X(14) VALUE ZEROS.
       77  WK-MAIOR-DISTRIB         PIC X(14) VALUE ZEROS.

      *---> ENTREGA EM ANDAMENTO
       77  WK-FILIAL-DESTINO        PIC 9(02) VALUE ZEROS.
       77  WK-FILTRAR               PIC X     VALUE "N".
       77  WK-LINHA-VAI             PIC X     VALUE "N".
       77  WK-QT-LINHAS             PIC 9(06) VALUE ZEROS.
       77  WK-SITUACAO              PIC X(12) VALUE SPACES.

      *---> CONTADORES
       77  WK-QT-RELATORIOS         PIC 9(06) VALUE ZEROS.
       77  WK-QT-ENTREGAS           PIC 9(06) VALUE ZEROS.
       77  WK-QT-FALHAS             PIC 9(06) VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WK-QTD-DIS GREATER THAN ZEROS
               PERFORM 0200-PERCORRER-CATALOGO
           END-IF.
           PERFORM 1000-FINALIZAR.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           ACCEPT WK-SAIDA-RAIZ FROM ENVIRONMENT "DISTRIB_SAIDA"
           IF WK-SAIDA-RAIZ EQUAL SPACES
               MOVE "C:/projeto-bootcamp/saida/" TO WK-SAIDA-RAIZ
           END-IF.

           PERFORM 0110-CARREGAR-TABELA.

           MOVE ZEROS TO WK-ULTIMA-DISTRIB.
           OPEN INPUT CONTROLE.
           IF FS-CONTROLE EQUAL "00"
               READ CONTROLE
               IF FS-CONTROLE EQUAL "00" AND REG-CONTROLE IS NUMERIC
                   MOVE REG-CONTROLE TO WK-ULTIMA-DISTRIB
               END-IF
               CLOSE CONTROLE
           END-IF.
           MOVE WK-ULTIMA-DISTRIB TO WK-MAIOR-DISTRIB.

           OPEN EXTEND DISTLOG.
           IF FS-DISTLOG = "35"
               OPEN OUTPUT DISTLOG
               CLOSE DISTLOG
               OPEN EXTEND DISTLOG
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *---> TABELA: PROGRAMA;DESTINO;MODO;POSICAO. LINHA EM BRANCO OU
      *     COMECANDO POR "*" E COMENTARIO.
       0110-CARREGAR-TABELA    SECTION.
           MOVE ZEROS TO WK-QTD-DIS.
           OPEN INPUT TABELA.
           IF FS-TABELA NOT = "00"
               MOVE "SEM DISTRIB.TXT - NENHUMA ENTREGA FEITA"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.

           READ TABELA NEXT.
           PERFORM UNTIL FS-TABELA EQUAL "10"
                      OR WK-QTD-DIS EQUAL 200
               IF REG-TABELA NOT EQUAL SPACES
                  AND REG-TABELA(1:1) NOT EQUAL "*"
                   PERFORM 0120-GUARDAR-ENTRADA
               END-IF
               READ TABELA NEXT
           END-PERFORM.

           CLOSE TABELA.
       0110-CARREGAR-TABELA-FIM. EXIT.
      ******************************************************************
       0120-GUARDAR-ENTRADA    SECTION.
           MOVE SPACES TO WK-TAB-PROGRAMA WK-TAB-DESTINO WK-TAB-MODO
                          WK-TAB-POSICAO.
           UNSTRING REG-TABELA DELIMITED BY ";"
               INTO WK-TAB-PROGRAMA WK-TAB-DESTINO WK-TAB-MODO
                    WK-TAB-POSICAO
           END-UNSTRING.
           IF WK-TAB-PROGRAMA EQUAL SPACES
              OR WK-TAB-DESTINO EQUAL SPACES
               EXIT SECTION
           END-IF.

           ADD 1 TO WK-QTD-DIS.
           MOVE FUNCTION UPPER-CASE(WK-TAB-PROGRAMA)
                                   TO WK-DIS-PROGRAMA(WK-QTD-DIS).
           MOVE FUNCTION UPPER-CASE(WK-TAB-DESTINO)
                                   TO WK-DIS-DESTINO(WK-QTD-DIS).
           MOVE FUNCTION UPPER-CASE(WK-TAB-MODO)
                                   TO WK-DIS-MODO(WK-QTD-DIS).
           MOVE ZEROS TO WK-DIS-POSICAO(WK-QTD-DIS).
           IF FUNCTION TRIM(WK-TAB-POSICAO) IS NUMERIC
               MOVE FUNCTION NUMVAL(WK-TAB-POSICAO)
                                   TO WK-DIS-POSICAO(WK-QTD-DIS)
           END-IF.
      *---> MODO DESCONHECIDO OU SEM POSICAO VALIDA: RELATORIO INTEIRO
           IF WK-DIS-MODO(WK-QTD-DIS) NOT EQUAL "F"
              OR WK-DIS-POSICAO(WK-QTD-DIS) EQUAL ZEROS
              OR WK-DIS-POSICAO(WK-QTD-DIS) GREATER THAN 149
               MOVE "T" TO WK-DIS-MODO(WK-QTD-DIS)
           END-IF.
       0120-GUARDAR-ENTRADA-FIM. EXIT.
      ******************************************************************
      *---> O CATALOGO E CRONOLOGICO; SO ENTRA O QUE FOI CATALOGADO
      *     DEPOIS DA ULTIMA DISTRIBUICAO.
       0200-PERCORRER-CATALOGO SECTION.
           OPEN INPUT SPOOL.
           IF FS-SPOOL NOT = "00"
               EXIT SECTION
           END-IF.

           READ SPOOL NEXT.
           PERFORM UNTIL FS-SPOOL EQUAL "10"
               MOVE SPACES TO WK-SPO-DATA-HORA WK-SPO-PROGRAMA
                              WK-SPO-OPERADOR WK-SPO-LINHAS
                              WK-SPO-ARQUIVO
               UNSTRING REG-SPOOL DELIMITED BY ";"
                   INTO WK-SPO-DATA-HORA WK-SPO-PROGRAMA
                        WK-SPO-OPERADOR WK-SPO-LINHAS WK-SPO-ARQUIVO
               END-UNSTRING
               IF WK-SPO-DATA-HORA GREATER THAN WK-ULTIMA-DISTRIB
                   ADD 1 TO WK-QT-RELATORIOS
                   PERFORM 0300-DISTRIBUIR-RELATORIO
                   IF WK-SPO-DATA-HORA GREATER THAN WK-MAIOR-DISTRIB
                       MOVE WK-SPO-DATA-HORA TO WK-MAIOR-DISTRIB
                   END-IF
               END-IF
               READ SPOOL NEXT
           END-PERFORM.

           CLOSE SPOOL.
       0200-PERCORRER-CATALOGO-FIM. EXIT.
      ******************************************************************
       0300-DISTRIBUIR-RELATORIO SECTION.
           PERFORM VARYING WK-IDX-DIS FROM 1 BY 1
                   UNTIL WK-IDX-DIS GREATER THAN WK-QTD-DIS
               IF WK-DIS-PROGRAMA(WK-IDX-DIS) EQUAL WK-SPO-PROGRAMA
                   PERFORM 0400-ENTREGAR
               END-IF
           END-PERFORM.
       0300-DISTRIBUIR-RELATORIO-FIM. EXIT.
      ******************************************************************
      *---> UMA ENTREGA: MONTA A CAIXA, COPIA (OU FILTRA) E REGISTRA.
       0400-ENTREGAR           SECTION.
           MOVE ZEROS  TO WK-QT-LINHAS.
           MOVE "N"    TO WK-FILTRAR.
           IF WK-DIS-DESTINO(WK-IDX-DIS)(1:2) IS NUMERIC
              AND WK-DIS-DESTINO(WK-IDX-DIS)(3:8) EQUAL SPACES
               MOVE WK-DIS-DESTINO(WK-IDX-DIS)(1:2)
                                               TO WK-FILIAL-DESTINO
               IF WK-DIS-MODO(WK-IDX-DIS) EQUAL "F"
                   MOVE "S" TO WK-FILTRAR
               END-IF
               MOVE SPACES TO WK-CAIXA-PATH
               STRING FUNCTION TRIM(WK-SAIDA-RAIZ)
                      "filial" WK-FILIAL-DESTINO
                   DELIMITED BY SIZE INTO WK-CAIXA-PATH
               END-STRING
           ELSE
               MOVE SPACES TO WK-CAIXA-PATH
               STRING FUNCTION TRIM(WK-SAIDA-RAIZ)
                      FUNCTION TRIM(WK-DIS-DESTINO(WK-IDX-DIS))
                   DELIMITED BY SIZE INTO WK-CAIXA-PATH
               END-STRING
           END-IF.

      *---> A CAIXA E CRIADA NA PRIMEIRA ENTREGA (SE JA EXISTE, SEGUE)
           CALL "CBL_CREATE_DIR" USING WK-CAIXA-PATH.

           MOVE SPACES TO WK-DESTINO-PATH.
           STRING FUNCTION TRIM(WK-CAIXA-PATH)
                  "/" FUNCTION TRIM(WK-SPO-PROGRAMA)
                  "_" WK-SPO-DATA-HORA ".txt"
               DELIMITED BY SIZE INTO WK-DESTINO-PATH
           END-STRING.
           MOVE WK-SPO-ARQUIVO TO WK-ORIGEM-PATH.

           OPEN INPUT ORIGEM.
           IF FS-ORIGEM NOT = "00"
               MOVE "SEM ORIGEM" TO WK-SITUACAO
               PERFORM 0500-REGISTRAR-ENTREGA
               EXIT SECTION
           END-IF.

           OPEN OUTPUT DESTINO.
           IF FS-DESTINO NOT = "00"
               CLOSE ORIGEM
               MOVE "ERRO CAIXA" TO WK-SITUACAO
               PERFORM 0500-REGISTRAR-ENTREGA
               EXIT SECTION
           END-IF.

           READ ORIGEM NEXT.
           PERFORM UNTIL FS-ORIGEM NOT EQUAL "00"
               PERFORM 0410-FILTRAR-LINHA
               IF WK-LINHA-VAI EQUAL "S"
                   MOVE REG-ORIGEM TO REG-DESTINO
                   WRITE REG-DESTINO
                   ADD 1 TO WK-QT-LINHAS
               END-IF
               READ ORIGEM NEXT
           END-PERFORM.

           CLOSE ORIGEM.
           CLOSE DESTINO.
           MOVE "ENTREGUE" TO WK-SITUACAO.
           PERFORM 0500-REGISTRAR-ENTREGA.
       0400-ENTREGAR-FIM.      EXIT.
      ******************************************************************
      *---> MODO F: LINHA COM FILIAL NA POSICAO SO VAI PARA A PROPRIA
      *     FILIAL; SEM NUMERO ALI (TITULO, CABECALHO) VAI SEMPRE.
       0410-FILTRAR-LINHA      SECTION.
           MOVE "S" TO WK-LINHA-VAI.
           IF WK-FILTRAR EQUAL "N"
               EXIT SECTION
           END-IF.
           IF REG-ORIGEM(WK-DIS-POSICAO(WK-IDX-DIS):2) IS NUMERIC
              AND REG-ORIGEM(WK-DIS-POSICAO(WK-IDX-DIS):2)
                  NOT EQUAL WK-FILIAL-DESTINO
               MOVE "N" TO WK-LINHA-VAI
           END-IF.
       0410-FILTRAR-LINHA-FIM. EXIT.
      ******************************************************************
       0500-REGISTRAR-ENTREGA  SECTION.
           IF WK-SITUACAO EQUAL "ENTREGUE"
               ADD 1 TO WK-QT-ENTREGAS
           ELSE
               ADD 1 TO WK-QT-FALHAS
               MOVE SPACES TO WK-ABEND-MESSAGE
               STRING "DISTRIB: " WK-SPO-PROGRAMA " P/ "
                      WK-DIS-DESTINO(WK-IDX-DIS) " " WK-SITUACAO
                   DELIMITED BY SIZE INTO WK-ABEND-MESSAGE
               END-STRING
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.

           MOVE SPACES TO REG-DISTLOG.
           STRING FUNCTION CURRENT-DATE(1:14)
                  ";" WK-SPO-PROGRAMA
                  ";" WK-SPO-DATA-HORA
                  ";" WK-DIS-DESTINO(WK-IDX-DIS)
                  ";" WK-DIS-MODO(WK-IDX-DIS)
                  ";" WK-QT-LINHAS
                  ";" WK-SITUACAO
                  ";" FUNCTION TRIM(WK-DESTINO-PATH)
               DELIMITED BY SIZE INTO REG-DISTLOG
           END-STRING.
           WRITE REG-DISTLOG.
       0500-REGISTRAR-ENTREGA-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE DISTLOG.

           IF WK-MAIOR-DISTRIB GREATER THAN WK-ULTIMA-DISTRIB
               OPEN OUTPUT CONTROLE
               IF FS-CONTROLE EQUAL "00"
                   MOVE WK-MAIOR-DISTRIB TO REG-CONTROLE
                   WRITE REG-CONTROLE
                   CLOSE CONTROLE
               ELSE
                   MOVE "DISTRIB.CTL NAO GRAVADO - VAI REPETIR"
                                               TO WK-ABEND-MESSAGE
                   SET SEVERIDADE-ERRO TO TRUE
                   CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               END-IF
           END-IF.

           DISPLAY "DISTRIB - RELATORIOS NOVOS: " WK-QT-RELATORIOS.
           DISPLAY "DISTRIB - ENTREGAS: "         WK-QT-ENTREGAS.
           DISPLAY "DISTRIB - FALHAS: "           WK-QT-FALHAS.
       1000-FINALIZAR-FIM.     EXIT.
