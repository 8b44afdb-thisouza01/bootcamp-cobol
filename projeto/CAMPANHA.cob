      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  MODULO DE CAMPANHA DE MARKETING
      *     Seleciona clientes do clientes.dat por filial, UF, DDD,
      *     status e faixa de escore (escore.txt, gravado a noite pelo
      *     ESCORE-CLIENTES), com limite opcional de dias desde a
      *     ultima compra, e grava o arquivo de contatos para o
      *     fornecedor de email/SMS (campanha.txt). Ficam sempre de
      *     fora os clientes sem consentimento LGPD e os que estao na
      *     lista de nao contatar (optout.txt), mantida pela opcao 2
      *     desta mesma tela. Cada cliente contatado ganha uma linha
      *     no historico de campanhas (camphist.txt), lido pela VISAO
      *     360 para responder "ja mandamos mensagem este mes?".
      *     Opcionalmente sai um contato so por domicilio (arquivo
      *     domicilios.txt do lote DOMICILIO). Na campanha por email
      *     ficam de fora os clientes com email marcado como devolvido
      *     (devolucao.dat, lote DEVOLUCAO) ate o ALTERAR corrigir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CAMPANHA.
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
      *---> ESCORE DE ENGAJAMENTO GRAVADO A NOITE PELO LOTE
      *     ESCORE-CLIENTES (CPF;TELEFONE;DATA;ESCORE;DIAS-ULT-COMPRA;
      *     TOTAL-COMPRAS;SALDO-PONTOS;QT-CONTAS)
           SELECT ESCORE ASSIGN TO "C:\teste\escore.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ESCORE.
      *
      *---> LISTA DE NAO CONTATAR (CPF;TELEFONE;AAAAMMDD;OPERADOR;
      *     MOTIVO) -- QUEM ESTA AQUI NUNCA SAI EM CAMPANHA
           SELECT OPTOUT ASSIGN TO "C:/projeto-bootcamp/optout.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-OPTOUT.
      *
      *---> HISTORICO DE CONTATOS (CAMPANHA;AAAAMMDD;CANAL;CPF;
      *     TELEFONE), SO CRESCE -- FONTE DA VISAO 360
           SELECT CAMPHIST ASSIGN TO "C:/projeto-bootcamp/camphist.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CAMPHIST.
      *
      *---> ARQUIVO DE SAIDA PARA O FORNECEDOR DE EMAIL/SMS
           SELECT CONTATOS ASSIGN TO "C:/projeto-bootcamp/campanha.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CONTATOS.
      *
      *---> DOMICILIOS DETECTADOS PELO LOTE DOMICILIO (DOMICILIO;
      *     TELEFONE;CPF;CEP;NUMERO;COMPLEMENTO)
           SELECT DOMICILIOS ASSIGN TO
                               "C:/projeto-bootcamp/domicilios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-DOMICILIOS.
      *
      *---> MARCAS DE ENDERECO/EMAIL DEVOLVIDO (LOTE DEVOLUCAO)
           SELECT DEVOLUCAO ASSIGN TO WK-DEVOLUCAO-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS CHAVE-DEVOLUCAO
               FILE STATUS     IS FS-DEVOLUCAO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTE.cpy".
      *
       FD  ESCORE.
       01  REG-ESCORE                  PIC X(80).
      *
       FD  OPTOUT.
       01  REG-OPTOUT                  PIC X(100).
      *
       FD  CAMPHIST.
       01  REG-CAMPHIST                PIC X(60).
      *
       FD  CONTATOS.
       01  REG-CONTATO                 PIC X(120).
      *
       FD  DOMICILIOS.
       01  REG-DOMICILIO               PIC X(80).
      *
       FD  DEVOLUCAO.
           COPY "DEVOLUC.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  WK-CLIENTES-PATH         PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       01  FS-ESCORE                PIC X(02) VALUE SPACES.
       01  FS-OPTOUT                PIC X(02) VALUE SPACES.
       01  FS-CAMPHIST              PIC X(02) VALUE SPACES.
       01  FS-CONTATOS              PIC X(02) VALUE SPACES.
       01  FS-DOMICILIOS            PIC X(02) VALUE SPACES.
       01  FS-DEVOLUCAO             PIC X(02) VALUE SPACES.
       01  WK-DEVOLUCAO-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/devolucao.dat".
       77  WK-TEM-DEVOLUCAO        PIC X     VALUE "N".

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> OPERADOR LOGADO NO MAIN (CARIMBO DO OPT-OUT E CATALOGO)
           COPY "OPERADOR.cpy".

      *---> TELA
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.
       77  WK-OPCAO                PIC 9     VALUE 1.
       77  WK-DATA-HOJE            PIC 9(08) VALUE ZEROS.

      *---> CRITERIOS DA SELECAO (ZEROS/ESPACOS = SEM FILTRO)
       77  WK-CAMPANHA-ID          PIC X(10) VALUE SPACES.
       77  WK-CANAL                PIC X(01) VALUE "E".
           88 CANAL-EMAIL          VALUE "E".
           88 CANAL-SMS            VALUE "S".
       77  WK-FILTRO-FILIAL        PIC 9(02) VALUE ZEROS.
       77  WK-FILTRO-UF            PIC X(02) VALUE SPACES.
       77  WK-FILTRO-DDD           PIC 9(02) VALUE ZEROS.
       77  WK-FILTRO-STATUS        PIC X(01) VALUE "A".
       77  WK-ESCORE-MIN           PIC 9(03) VALUE ZEROS.
       77  WK-ESCORE-MAX           PIC 9(03) VALUE 999.
       77  WK-DIAS-MAX             PIC 9(05) VALUE ZEROS.
       77  WK-USA-ESCORE           PIC X     VALUE "N".
       77  WK-POR-DOMICILIO        PIC X     VALUE "N".

      *---> TELEFONE -> DOMICILIO (DOMICILIOS.TXT) E MARCA DE DOMICILIO
      *     JA CONTATADO NESTA RODADA
       77  WK-QT-DOM-MEMBROS       PIC 9(05) VALUE ZEROS.
       77  WK-IDX-DOM              PIC 9(05) VALUE ZEROS.
       01  WK-TAB-DOM-MEMBROS.
           05 WK-DMB               OCCURS 5000 TIMES.
              10 WK-DMB-TELEFONE   PIC X(09).
              10 WK-DMB-DOMIC      PIC 9(05).
       01  WK-TAB-DOM-USADO.
           05 WK-DOM-USADO         PIC X(01) OCCURS 5000 TIMES.
       77  WK-LIN-DOMIC            PIC X(05) VALUE SPACES.

      *---> ESCORE.TXT CARREGADO EM MEMORIA (UMA LINHA POR CLIENTE)
       77  WK-QT-ESCORES           PIC 9(04) VALUE ZEROS.
       77  WK-IDX-ESC              PIC 9(04) VALUE ZEROS.
       01  WK-TAB-ESCORE.
           05 WK-ESC               OCCURS 2000 TIMES.
              10 WK-ESC-CPF        PIC X(11).
              10 WK-ESC-TELEFONE   PIC X(09).
              10 WK-ESC-VALOR      PIC 9(03).
              10 WK-ESC-DIAS       PIC 9(05).
              10 WK-ESC-COMPROU    PIC X(01).
       77  WK-LIN-CPF              PIC X(11) VALUE SPACES.
       77  WK-LIN-TELEFONE         PIC X(09) VALUE SPACES.
       77  WK-LIN-DATA             PIC X(08) VALUE SPACES.
       77  WK-LIN-ESCORE           PIC X(03) VALUE SPACES.
       77  WK-LIN-DIAS             PIC X(05) VALUE SPACES.
       77  WK-LIN-TOTAL            PIC X(10) VALUE SPACES.
       77  WK-ESC-ACHOU            PIC X     VALUE "N".

      *---> LISTA DE NAO CONTATAR CARREGADA EM MEMORIA
       77  WK-QT-OPTOUT            PIC 9(04) VALUE ZEROS.
       77  WK-IDX-OPT              PIC 9(04) VALUE ZEROS.
       01  WK-TAB-OPTOUT.
           05 WK-OPT               OCCURS 1000 TIMES.
              10 WK-OPT-CPF        PIC X(11).
              10 WK-OPT-TELEFONE   PIC X(09).
       77  WK-NAO-CONTATAR         PIC X     VALUE "N".
       77  WK-OPTOUT-CHEIO         PIC X     VALUE "N".

      *---> INCLUSAO NA LISTA DE NAO CONTATAR (OPCAO 2)
       77  WK-OPT-NOVO-CPF         PIC 9(11) VALUE ZEROS.
       77  WK-OPT-NOVO-TEL         PIC 9(09) VALUE ZEROS.
       77  WK-OPT-NOVO-MOTIVO      PIC X(40) VALUE SPACES.

      *---> HISTORICO: LINHA DESMONTADA (CAMPANHA REPETIDA)
       77  WK-HIS-CAMPANHA         PIC X(10) VALUE SPACES.
       77  WK-CAMPANHA-EXISTE      PIC X     VALUE "N".

      *---> CLIENTE CORRENTE
       77  WK-SELECIONA            PIC X     VALUE "N".
       77  WK-DDD                  PIC 9(02) VALUE ZEROS.
       77  WK-CPF-X                PIC X(11) VALUE SPACES.
       77  WK-TEL-X                PIC X(09) VALUE SPACES.

      *---> CONTADORES
       77  WK-QT-LIDOS             PIC 9(06) VALUE ZEROS.
       77  WK-QT-SELECIONADOS      PIC 9(06) VALUE ZEROS.
       77  WK-QT-SEM-CONSENT       PIC 9(06) VALUE ZEROS.
       77  WK-QT-NAO-CONTATAR      PIC 9(06) VALUE ZEROS.
       77  WK-QT-SEM-CANAL         PIC 9(06) VALUE ZEROS.
       77  WK-QT-MESMO-DOMIC       PIC 9(06) VALUE ZEROS.
       77  WK-QT-DEVOLVIDOS        PIC 9(06) VALUE ZEROS.
      ******************************************************************
      *---> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WK-SPO-PROGRAMA         PIC X(10) VALUE "CAMPANHA".
       77  WK-SPO-ARQUIVO          PIC X(60)
           VALUE "C:/projeto-bootcamp/campanha.txt".
       77  WK-SPO-LINHAS           PIC 9(06) VALUE ZEROS.
       77  WK-SPO-OPERADOR         PIC X(10) VALUE SPACES.
      ******************************************************************
       SCREEN                  SECTION.
       01  TELA-CAMPANHA.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 5 FROM WK-MODULO.
           05 LINE 04 COLUMN 10 VALUE
               "(1)GERAR CAMPANHA (2)INCLUIR EM NAO CONTATAR: ".
           05 COLUMN PLUS 1 PIC 9 USING WK-OPCAO.
      *
       01  TELA-CRITERIOS.
           05 LINE 06 COLUMN 10 VALUE "CODIGO DA CAMPANHA....... ".
           05 COLUMN PLUS 1 PIC X(10) USING WK-CAMPANHA-ID.
           05 LINE 07 COLUMN 10 VALUE "CANAL (E)MAIL/(S)MS...... ".
           05 COLUMN PLUS 1 PIC X(01) USING WK-CANAL.
           05 LINE 08 COLUMN 10 VALUE "FILIAL (00=TODAS)........ ".
           05 COLUMN PLUS 1 PIC 9(02) USING WK-FILTRO-FILIAL.
           05 LINE 09 COLUMN 10 VALUE "UF (BRANCO=TODAS)........ ".
           05 COLUMN PLUS 1 PIC X(02) USING WK-FILTRO-UF.
           05 LINE 10 COLUMN 10 VALUE "DDD (00=TODOS)........... ".
           05 COLUMN PLUS 1 PIC 9(02) USING WK-FILTRO-DDD.
           05 LINE 11 COLUMN 10 VALUE "STATUS (A/I/BRANCO)...... ".
           05 COLUMN PLUS 1 PIC X(01) USING WK-FILTRO-STATUS.
           05 LINE 12 COLUMN 10 VALUE "ESCORE MINIMO............ ".
           05 COLUMN PLUS 1 PIC 9(03) USING WK-ESCORE-MIN.
           05 LINE 13 COLUMN 10 VALUE "ESCORE MAXIMO............ ".
           05 COLUMN PLUS 1 PIC 9(03) USING WK-ESCORE-MAX.
           05 LINE 14 COLUMN 10 VALUE "COMPROU NOS ULTIMOS DIAS. ".
           05 COLUMN PLUS 1 PIC 9(05) USING WK-DIAS-MAX.
           05 LINE 14 COLUMN 50 VALUE "(0=SEM LIMITE)".
           05 LINE 15 COLUMN 10 VALUE "UM CONTATO POR DOMICILIO. ".
           05 COLUMN PLUS 1 PIC X(01) USING WK-POR-DOMICILIO.
           05 LINE 15 COLUMN 50 VALUE "(S/N)".
      *
       01  TELA-OPTOUT.
           05 LINE 06 COLUMN 10 VALUE "CPF...... ".
           05 COLUMN PLUS 1 PIC 9(11) USING WK-OPT-NOVO-CPF
               BLANK WHEN ZEROS.
           05 LINE 07 COLUMN 10 VALUE "TELEFONE. ".
           05 COLUMN PLUS 1 PIC 9(09) USING WK-OPT-NOVO-TEL
               BLANK WHEN ZEROS.
           05 LINE 08 COLUMN 10 VALUE "MOTIVO... ".
           05 COLUMN PLUS 1 PIC X(40) USING WK-OPT-NOVO-MOTIVO.
      *
           COPY "ERROR.cpy".

      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WK-OPCAO EQUAL 2
               PERFORM 0600-INCLUIR-OPTOUT
           ELSE
               PERFORM 0200-GERAR-CAMPANHA
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
           ACCEPT WK-DEVOLUCAO-PATH FROM ENVIRONMENT "DEVOLUCAO_PATH"
           IF WK-DEVOLUCAO-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/devolucao.dat"
                                               TO WK-DEVOLUCAO-PATH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-HOJE.
           MOVE WK-OPERADOR-LOGADO TO WK-SPO-OPERADOR.
           MOVE "MODULO - CAMPANHA" TO WK-MODULO.
           IF WK-MODO-TREINO EQUAL "S"
               MOVE "TREINO - CAMPANHA" TO WK-MODULO
           END-IF.

           MOVE 1 TO WK-OPCAO.
           DISPLAY TELA-CAMPANHA.
           ACCEPT TELA-CAMPANHA.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *---> PEDE OS CRITERIOS, CARREGA ESCORE E NAO-CONTATAR, VARRE O
      *     CADASTRO GRAVANDO CONTATO + HISTORICO DE CADA SELECIONADO.
       0200-GERAR-CAMPANHA     SECTION.
           MOVE WK-FILIAL-LOGADA TO WK-FILTRO-FILIAL.
           DISPLAY TELA-CRITERIOS.
           ACCEPT TELA-CRITERIOS.
           MOVE FUNCTION UPPER-CASE(WK-CANAL)         TO WK-CANAL.
           MOVE FUNCTION UPPER-CASE(WK-FILTRO-UF)     TO WK-FILTRO-UF.
           MOVE FUNCTION UPPER-CASE(WK-FILTRO-STATUS)
                                               TO WK-FILTRO-STATUS.
           MOVE FUNCTION UPPER-CASE(WK-CAMPANHA-ID) TO WK-CAMPANHA-ID.
           MOVE FUNCTION UPPER-CASE(WK-POR-DOMICILIO)
                                               TO WK-POR-DOMICILIO.

           IF WK-CAMPANHA-ID EQUAL SPACES
               MOVE "INFORME O CODIGO DA CAMPANHA!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           IF NOT CANAL-EMAIL AND NOT CANAL-SMS
               MOVE "CANAL DEVE SER E OU S!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           IF WK-ESCORE-MIN GREATER THAN WK-ESCORE-MAX
               MOVE "FAIXA DE ESCORE INVALIDA!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

      *---> A MESMA CAMPANHA NAO SAI DUAS VEZES: UMA SEGUNDA RODADA
      *     DUPLICARIA OS CONTATOS E O HISTORICO
           PERFORM 0250-VERIFICAR-CAMPANHA.
           IF WK-CAMPANHA-EXISTE EQUAL "S"
               MOVE "CAMPANHA JA GERADA ANTERIORMENTE!"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT = "00"
               MOVE "CLIENTES.DAT NAO ENCONTRADO!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           IF WK-ESCORE-MIN NOT EQUAL ZEROS
              OR WK-ESCORE-MAX NOT EQUAL 999
              OR WK-DIAS-MAX NOT EQUAL ZEROS
               MOVE "S" TO WK-USA-ESCORE
               PERFORM 0300-CARREGAR-ESCORE
           END-IF.
      *---> LISTA DE NAO CONTATAR INCOMPLETA NA MEMORIA: A CAMPANHA
      *     ATINGIRIA QUEM PEDIU PARA NAO SER CONTATADO
           PERFORM 0350-CARREGAR-OPTOUT.
           IF WK-OPTOUT-CHEIO EQUAL "S"
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.
           IF WK-POR-DOMICILIO EQUAL "S"
               PERFORM 0370-CARREGAR-DOMICILIOS
           END-IF.

      *---> SEM DEVOLUCAO.DAT NENHUM EMAIL ESTA MARCADO
           MOVE "N" TO WK-TEM-DEVOLUCAO.
           OPEN INPUT DEVOLUCAO.
           IF FS-DEVOLUCAO EQUAL "00"
               MOVE "S" TO WK-TEM-DEVOLUCAO
           END-IF.

           OPEN OUTPUT CONTATOS.
           OPEN EXTEND CAMPHIST.
           IF FS-CAMPHIST = "35"
               OPEN OUTPUT CAMPHIST
               CLOSE CAMPHIST
               OPEN EXTEND CAMPHIST
           END-IF.

           MOVE ZEROS TO REG-TELEFONE.
           START CLIENTES KEY NOT LESS THAN CHAVE-CLIENTES
               INVALID KEY
                   CONTINUE
           END-START.

           IF FS-CLIENTES EQUAL "00"
               READ CLIENTES NEXT
               PERFORM UNTIL FS-CLIENTES EQUAL "10"
                   ADD 1 TO WK-QT-LIDOS
                   PERFORM 0400-AVALIAR-CLIENTE
                   IF WK-SELECIONA EQUAL "S"
                       PERFORM 0500-GRAVAR-CONTATO
                   END-IF
                   READ CLIENTES NEXT
               END-PERFORM
           END-IF.

           CLOSE CONTATOS.
           CLOSE CAMPHIST.
           IF WK-TEM-DEVOLUCAO EQUAL "S"
               CLOSE DEVOLUCAO
           END-IF.

           MOVE WK-QT-SELECIONADOS TO WK-SPO-LINHAS.
           CALL "SPOOLCTL" USING WK-SPO-PROGRAMA WK-SPO-ARQUIVO
                                 WK-SPO-LINHAS WK-SPO-OPERADOR.

           DISPLAY "CLIENTES LIDOS.......: " AT 1610 FOREGROUND-COLOR 2.
           DISPLAY WK-QT-LIDOS AT 1633 FOREGROUND-COLOR 2.
           DISPLAY "CONTATOS GERADOS.....: " AT 1710 FOREGROUND-COLOR 2.
           DISPLAY WK-QT-SELECIONADOS AT 1733 FOREGROUND-COLOR 2.
           DISPLAY "FORA - SEM CONSENT...: " AT 1810 FOREGROUND-COLOR 2.
           DISPLAY WK-QT-SEM-CONSENT AT 1833 FOREGROUND-COLOR 2.
           DISPLAY "FORA - NAO CONTATAR..: " AT 1910 FOREGROUND-COLOR 2.
           DISPLAY WK-QT-NAO-CONTATAR AT 1933 FOREGROUND-COLOR 2.
           DISPLAY "FORA - SEM EMAIL/TEL.: " AT 2010 FOREGROUND-COLOR 2.
           DISPLAY WK-QT-SEM-CANAL AT 2033 FOREGROUND-COLOR 2.
           DISPLAY "FORA - MESMO DOMIC...: " AT 2110 FOREGROUND-COLOR 2.
           DISPLAY WK-QT-MESMO-DOMIC AT 2133 FOREGROUND-COLOR 2.
           DISPLAY "FORA - EMAIL DEVOLV..: " AT 2210 FOREGROUND-COLOR 2.
           DISPLAY WK-QT-DEVOLVIDOS AT 2233 FOREGROUND-COLOR 2.
           DISPLAY "SAIDA EM CAMPANHA.TXT - APERTE UMA TECLA"
               AT 2310 FOREGROUND-COLOR 2.
           ACCEPT WK-TECLA AT 2352.
       0200-GERAR-CAMPANHA-FIM. EXIT.
      ******************************************************************
      *---> PROCURA O CODIGO DA CAMPANHA NO HISTORICO DE CONTATOS.
       0250-VERIFICAR-CAMPANHA SECTION.
           MOVE "N" TO WK-CAMPANHA-EXISTE.
           OPEN INPUT CAMPHIST.
           IF FS-CAMPHIST NOT = "00"
               EXIT SECTION
           END-IF.

           READ CAMPHIST NEXT.
           PERFORM UNTIL FS-CAMPHIST EQUAL "10"
                      OR WK-CAMPANHA-EXISTE EQUAL "S"
               MOVE SPACES TO WK-HIS-CAMPANHA
               UNSTRING REG-CAMPHIST DELIMITED BY ";"
                   INTO WK-HIS-CAMPANHA
               END-UNSTRING
               IF WK-HIS-CAMPANHA EQUAL WK-CAMPANHA-ID
                   MOVE "S" TO WK-CAMPANHA-EXISTE
               ELSE
                   READ CAMPHIST NEXT
               END-IF
           END-PERFORM.

           CLOSE CAMPHIST.
       0250-VERIFICAR-CAMPANHA-FIM. EXIT.
      ******************************************************************
      *---> CARREGA O ESCORE.TXT DA ULTIMA NOITE EM MEMORIA; SO E LIDO
      *     QUANDO A SELECAO USA FAIXA DE ESCORE OU DIAS DE COMPRA.
       0300-CARREGAR-ESCORE    SECTION.
           MOVE ZEROS TO WK-QT-ESCORES.
           OPEN INPUT ESCORE.
           IF FS-ESCORE NOT = "00"
               MOVE "ESCORE.TXT NAO ENCONTRADO!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.

           READ ESCORE NEXT.
           PERFORM UNTIL FS-ESCORE EQUAL "10"
                      OR WK-QT-ESCORES EQUAL 2000
               MOVE SPACES TO WK-LIN-CPF WK-LIN-TELEFONE WK-LIN-DATA
                              WK-LIN-ESCORE WK-LIN-DIAS WK-LIN-TOTAL
               UNSTRING REG-ESCORE DELIMITED BY ";"
                   INTO WK-LIN-CPF WK-LIN-TELEFONE WK-LIN-DATA
                        WK-LIN-ESCORE WK-LIN-DIAS WK-LIN-TOTAL
               END-UNSTRING
               IF WK-LIN-ESCORE IS NUMERIC AND WK-LIN-DIAS IS NUMERIC
                   ADD 1 TO WK-QT-ESCORES
                   MOVE WK-LIN-CPF      TO WK-ESC-CPF(WK-QT-ESCORES)
                   MOVE WK-LIN-TELEFONE TO
                                       WK-ESC-TELEFONE(WK-QT-ESCORES)
                   MOVE WK-LIN-ESCORE   TO WK-ESC-VALOR(WK-QT-ESCORES)
                   MOVE WK-LIN-DIAS     TO WK-ESC-DIAS(WK-QT-ESCORES)
      *---> DIAS ZERADO COM TOTAL ZERADO E "NUNCA COMPROU", NAO "HOJE"
                   IF WK-LIN-TOTAL(1:9) EQUAL "000000000"
                       MOVE "N" TO WK-ESC-COMPROU(WK-QT-ESCORES)
                   ELSE
                       MOVE "S" TO WK-ESC-COMPROU(WK-QT-ESCORES)
                   END-IF
               END-IF
               READ ESCORE NEXT
           END-PERFORM.

           IF FS-ESCORE NOT EQUAL "10"
               MOVE "ESCORE.TXT MAIOR QUE A TABELA!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.

           CLOSE ESCORE.
       0300-CARREGAR-ESCORE-FIM. EXIT.
      ******************************************************************
      *---> CARREGA A LISTA DE NAO CONTATAR (CPF E TELEFONE).
       0350-CARREGAR-OPTOUT    SECTION.
           MOVE ZEROS TO WK-QT-OPTOUT.
           MOVE "N" TO WK-OPTOUT-CHEIO.
           OPEN INPUT OPTOUT.
           IF FS-OPTOUT NOT = "00"
               EXIT SECTION
           END-IF.

           READ OPTOUT NEXT.
           PERFORM UNTIL FS-OPTOUT EQUAL "10"
                      OR WK-QT-OPTOUT EQUAL 1000
               ADD 1 TO WK-QT-OPTOUT
               MOVE SPACES TO WK-OPT-CPF(WK-QT-OPTOUT)
                              WK-OPT-TELEFONE(WK-QT-OPTOUT)
               UNSTRING REG-OPTOUT DELIMITED BY ";"
                   INTO WK-OPT-CPF(WK-QT-OPTOUT)
                        WK-OPT-TELEFONE(WK-QT-OPTOUT)
               END-UNSTRING
               READ OPTOUT NEXT
           END-PERFORM.

           IF FS-OPTOUT NOT EQUAL "10"
               MOVE "S" TO WK-OPTOUT-CHEIO
               MOVE "OPTOUT.TXT CHEIO - CAMPANHA NAO GERADA!"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.

           CLOSE OPTOUT.
       0350-CARREGAR-OPTOUT-FIM. EXIT.
      ******************************************************************
      *---> CARREGA O ARQUIVO DE DOMICILIOS (TELEFONE -> NUMERO DO
      *     DOMICILIO) E ZERA AS MARCAS DE DOMICILIO JA CONTATADO.
       0370-CARREGAR-DOMICILIOS SECTION.
           MOVE ZEROS TO WK-QT-DOM-MEMBROS.
           MOVE ALL "N" TO WK-TAB-DOM-USADO.
           OPEN INPUT DOMICILIOS.
           IF FS-DOMICILIOS NOT = "00"
               MOVE "DOMICILIOS.TXT NAO ENCONTRADO!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               MOVE "N" TO WK-POR-DOMICILIO
               EXIT SECTION
           END-IF.

           READ DOMICILIOS NEXT.
           PERFORM UNTIL FS-DOMICILIOS EQUAL "10"
                      OR WK-QT-DOM-MEMBROS EQUAL 5000
               MOVE SPACES TO WK-LIN-DOMIC WK-LIN-TELEFONE
               UNSTRING REG-DOMICILIO DELIMITED BY ";"
                   INTO WK-LIN-DOMIC WK-LIN-TELEFONE
               END-UNSTRING
               IF WK-LIN-DOMIC IS NUMERIC
                   ADD 1 TO WK-QT-DOM-MEMBROS
                   MOVE WK-LIN-TELEFONE TO
                               WK-DMB-TELEFONE(WK-QT-DOM-MEMBROS)
                   MOVE WK-LIN-DOMIC TO WK-DMB-DOMIC(WK-QT-DOM-MEMBROS)
               END-IF
               READ DOMICILIOS NEXT
           END-PERFORM.

           CLOSE DOMICILIOS.
       0370-CARREGAR-DOMICILIOS-FIM. EXIT.
      ******************************************************************
      *---> APLICA OS CRITERIOS AO CLIENTE CORRENTE. CONSENTIMENTO E
      *     NAO-CONTATAR SAO SEMPRE CONFERIDOS, QUALQUER QUE SEJA O
      *     FILTRO DIGITADO.
       0400-AVALIAR-CLIENTE    SECTION.
           MOVE "N" TO WK-SELECIONA.

           IF WK-FILTRO-FILIAL NOT EQUAL ZEROS
              AND REG-FILIAL NOT EQUAL WK-FILTRO-FILIAL
               EXIT SECTION
           END-IF.
           IF WK-FILTRO-UF NOT EQUAL SPACES
              AND REG-END-UF NOT EQUAL WK-FILTRO-UF
               EXIT SECTION
           END-IF.
           IF WK-FILTRO-DDD NOT EQUAL ZEROS
               COMPUTE WK-DDD = REG-TELEFONE / 10000000
               IF WK-DDD NOT EQUAL WK-FILTRO-DDD
                   EXIT SECTION
               END-IF
           END-IF.
           IF WK-FILTRO-STATUS NOT EQUAL SPACES
              AND REG-STATUS NOT EQUAL WK-FILTRO-STATUS
               EXIT SECTION
           END-IF.

           MOVE REG-CPF      TO WK-CPF-X.
           MOVE REG-TELEFONE TO WK-TEL-X.

           IF WK-USA-ESCORE EQUAL "S"
               MOVE "N" TO WK-ESC-ACHOU
               PERFORM VARYING WK-IDX-ESC FROM 1 BY 1
                       UNTIL WK-IDX-ESC GREATER THAN WK-QT-ESCORES
                          OR WK-ESC-ACHOU EQUAL "S"
                   IF (REG-CPF NOT EQUAL ZEROS
                         AND WK-ESC-CPF(WK-IDX-ESC) EQUAL WK-CPF-X)
                      OR WK-ESC-TELEFONE(WK-IDX-ESC) EQUAL WK-TEL-X
                       MOVE "S" TO WK-ESC-ACHOU
                   END-IF
               END-PERFORM
               IF WK-ESC-ACHOU EQUAL "N"
                   EXIT SECTION
               END-IF
               SUBTRACT 1 FROM WK-IDX-ESC
               IF WK-ESC-VALOR(WK-IDX-ESC) LESS THAN WK-ESCORE-MIN
                  OR WK-ESC-VALOR(WK-IDX-ESC) GREATER THAN
                                                   WK-ESCORE-MAX
                   EXIT SECTION
               END-IF
               IF WK-DIAS-MAX NOT EQUAL ZEROS
                  AND (WK-ESC-COMPROU(WK-IDX-ESC) EQUAL "N"
                       OR WK-ESC-DIAS(WK-IDX-ESC) GREATER THAN
                                                   WK-DIAS-MAX)
                   EXIT SECTION
               END-IF
           END-IF.

      *---> LGPD: SEM CONSENTIMENTO NAO HA CONTATO DE MARKETING
           IF NOT CONSENTIU
               ADD 1 TO WK-QT-SEM-CONSENT
               EXIT SECTION
           END-IF.

           MOVE "N" TO WK-NAO-CONTATAR.
           PERFORM VARYING WK-IDX-OPT FROM 1 BY 1
                   UNTIL WK-IDX-OPT GREATER THAN WK-QT-OPTOUT
                      OR WK-NAO-CONTATAR EQUAL "S"
               IF (REG-CPF NOT EQUAL ZEROS
                     AND WK-OPT-CPF(WK-IDX-OPT) EQUAL WK-CPF-X)
                  OR WK-OPT-TELEFONE(WK-IDX-OPT) EQUAL WK-TEL-X
                   MOVE "S" TO WK-NAO-CONTATAR
               END-IF
           END-PERFORM.
           IF WK-NAO-CONTATAR EQUAL "S"
               ADD 1 TO WK-QT-NAO-CONTATAR
               EXIT SECTION
           END-IF.

           IF CANAL-EMAIL AND REG-EMAIL EQUAL SPACES
               ADD 1 TO WK-QT-SEM-CANAL
               EXIT SECTION
           END-IF.

      *---> EMAIL COM BOUNCE DEFINITIVO E AINDA NAO CORRIGIDO
           IF CANAL-EMAIL AND WK-TEM-DEVOLUCAO EQUAL "S"
               MOVE REG-TELEFONE TO DEV-TELEFONE
               READ DEVOLUCAO
                   INVALID KEY
                       MOVE "N" TO DEV-EMAIL-FLAG
               END-READ
               IF EMAIL-INENTREGAVEL
                   ADD 1 TO WK-QT-DEVOLVIDOS
                   EXIT SECTION
               END-IF
           END-IF.

      *---> UM CONTATO POR DOMICILIO: PULA QUEM DIVIDE O ENDERECO COM
      *     ALGUEM JA SELECIONADO NESTA RODADA
           IF WK-POR-DOMICILIO EQUAL "S"
               PERFORM VARYING WK-IDX-DOM FROM 1 BY 1
                       UNTIL WK-IDX-DOM GREATER THAN WK-QT-DOM-MEMBROS
                   IF WK-DMB-TELEFONE(WK-IDX-DOM) EQUAL WK-TEL-X
                       IF WK-DOM-USADO(WK-DMB-DOMIC(WK-IDX-DOM))
                                                           EQUAL "S"
                           ADD 1 TO WK-QT-MESMO-DOMIC
                           EXIT SECTION
                       END-IF
                       MOVE "S" TO
                               WK-DOM-USADO(WK-DMB-DOMIC(WK-IDX-DOM))
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           MOVE "S" TO WK-SELECIONA.
       0400-AVALIAR-CLIENTE-FIM. EXIT.
      ******************************************************************
      *---> UMA LINHA PARA O FORNECEDOR (CAMPANHA;CANAL;TELEFONE;
      *     EMAIL;NOME) E UMA NO HISTORICO DE CONTATOS.
       0500-GRAVAR-CONTATO     SECTION.
           MOVE SPACES TO REG-CONTATO.
           STRING FUNCTION TRIM(WK-CAMPANHA-ID)
                  ";" WK-CANAL
                  ";" REG-TELEFONE
                  ";" FUNCTION TRIM(REG-EMAIL)
                  ";" FUNCTION TRIM(REG-NOME)
               DELIMITED BY SIZE INTO REG-CONTATO
           END-STRING.
           WRITE REG-CONTATO.
           ADD 1 TO WK-QT-SELECIONADOS.

           MOVE SPACES TO REG-CAMPHIST.
           STRING WK-CAMPANHA-ID
                  ";" WK-DATA-HOJE
                  ";" WK-CANAL
                  ";" REG-CPF
                  ";" REG-TELEFONE
               DELIMITED BY SIZE INTO REG-CAMPHIST
           END-STRING.
           WRITE REG-CAMPHIST.
           IF FS-CAMPHIST NOT = "00"
               MOVE "ERRO AO GRAVAR CAMPHIST.TXT" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
       0500-GRAVAR-CONTATO-FIM. EXIT.
      ******************************************************************
      *---> INCLUI UM CPF E/OU TELEFONE NA LISTA DE NAO CONTATAR, COM
      *     DATA, OPERADOR E O MOTIVO INFORMADO PELO CLIENTE.
       0600-INCLUIR-OPTOUT     SECTION.
           MOVE ZEROS  TO WK-OPT-NOVO-CPF WK-OPT-NOVO-TEL.
           MOVE SPACES TO WK-OPT-NOVO-MOTIVO.
           DISPLAY TELA-OPTOUT.
           ACCEPT TELA-OPTOUT.

           IF WK-OPT-NOVO-CPF EQUAL ZEROS
              AND WK-OPT-NOVO-TEL EQUAL ZEROS
               EXIT SECTION
           END-IF.

           OPEN EXTEND OPTOUT.
           IF FS-OPTOUT = "35"
               OPEN OUTPUT OPTOUT
               CLOSE OPTOUT
               OPEN EXTEND OPTOUT
           END-IF.

           MOVE SPACES TO REG-OPTOUT.
           STRING WK-OPT-NOVO-CPF
                  ";" WK-OPT-NOVO-TEL
                  ";" WK-DATA-HOJE
                  ";" WK-OPERADOR-LOGADO
                  ";" WK-OPT-NOVO-MOTIVO
               DELIMITED BY SIZE INTO REG-OPTOUT
           END-STRING.
           WRITE REG-OPTOUT.

           IF FS-OPTOUT EQUAL "00"
               DISPLAY "INCLUIDO NA LISTA DE NAO CONTATAR!" AT 1010
                   FOREGROUND-COLOR 2
           ELSE
               MOVE "ERRO AO GRAVAR OPTOUT.TXT" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
           END-IF.
           CLOSE OPTOUT.
           ACCEPT WK-TECLA AT 1050.
       0600-INCLUIR-OPTOUT-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           IF WK-OPCAO NOT EQUAL 2
               CLOSE CLIENTES
           END-IF.
       1000-FINALIZAR-FIM.     EXIT.
