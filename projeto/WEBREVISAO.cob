      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  MODULO DE REVISAO DOS PEDIDOS DO SITE
      *     Os pedidos de alteracao que o cliente fez no site e que
      *     passaram pela critica do lote WEBPEDIDO esperam na fila
      *     webfila.txt (status "P"). Aqui o operador ve cada pedido
      *     com o valor atual e o valor novo lado a lado e decide:
      *       ACEITAR  - o cliente e relido pelo telefone (e conferido
      *                  o CPF), o campo e regravado com REG-ULT-
      *                  OPERADOR e uma linha de historico por campo
      *                  alterado (layout do ALTERAR) com o operador
      *                  que aprovou; a marca de devolucao do dado
      *                  corrigido cai, como no ALTERAR.
      *       REJEITAR - o operador informa o motivo e o pedido volta
      *                  para a equipe web no webresp.txt.
      *     A decisao (status, aprovador, data-hora e motivo) fica
      *     estampada no proprio pedido, como no APROVACAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. WEBREVISAO.
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
           SELECT FILA ASSIGN TO WK-FILA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FILA.
      *
           SELECT RESPOSTA ASSIGN TO WK-RESPOSTA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RESPOSTA.
      *
      *---> TRILHA DE ALTERACOES CAMPO A CAMPO (MESMO ARQUIVO E
      *     LAYOUT DO ALTERAR, LIDO DE VOLTA PELO HISTCONS)
           SELECT HISTORICO ASSIGN TO WK-HISTORICO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HISTORICO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTE.cpy".
      *
      *---> PEDIDO: ID;CPF;TELEFONE;CAMPO;VALOR;DATA-HORA DO PEDIDO;
      *     STATUS;APROVADOR;DATA-HORA DA DECISAO;MOTIVO (GRAVADO PELO
      *     WEBPEDIDO COM STATUS "P")
       FD  FILA.
       01  REG-FILA                    PIC X(160).
      *
      *---> RESPOSTA PARA A EQUIPE WEB (MESMO LAYOUT DO WEBPEDIDO)
       FD  RESPOSTA.
       01  REG-RESPOSTA                PIC X(180).
      *
       FD  HISTORICO.
       01  REG-HISTORICO               PIC X(220).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  WK-CLIENTES-PATH         PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       01  FS-FILA                  PIC X(02) VALUE SPACES.
       01  WK-FILA-PATH             PIC X(100)
           VALUE "C:/projeto-bootcamp/webfila.txt".
       01  FS-RESPOSTA              PIC X(02) VALUE SPACES.
       01  WK-RESPOSTA-PATH         PIC X(100)
           VALUE "C:/projeto-bootcamp/webresp.txt".

      *---> TRILHA DE HISTORICO (MESMO ARQUIVO E LAYOUT DO ALTERAR);
      *     NO MODO TREINO O MAIN EXPORTA HISTORICO_PATH PARA A COPIA
      *     DE TREINO, COMO O AUDITLOG
       01  FS-HISTORICO             PIC X(02) VALUE SPACES.
       01  WK-HISTORICO-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/historico.txt".

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> OPERADOR LOGADO NO MAIN (O APROVADOR)
           COPY "OPERADOR.cpy".

      *---> JORNAL DO CLIENTES (IMAGEM POSTERIOR DE CADA GRAVACAO)
       01  WK-JOR-OPERACAO          PIC X(01) VALUE SPACES.
       01  WK-JOR-PROGRAMA          PIC X(10) VALUE "WEBREVISAO".

      *---> LIMPEZA DA MARCA DE DEVOLUCAO (SUBPROGRAMA DEVOLCTL)
       77  WK-DEV-ACAO             PIC X(01) VALUE SPACES.
       77  WK-DEV-TIPO             PIC X(01) VALUE SPACES.
       77  WK-DEV-NOVO-TEL         PIC 9(09) VALUE ZEROS.
       77  WK-DEV-RC               PIC X(02) VALUE SPACES.

      *---> CONSULTA A BASE DE CEP (SUBPROGRAMA CEPBUSCA)
       77  WK-CEP-NOVO             PIC 9(08) VALUE ZEROS.
       77  WK-CEP-LOGRADOURO       PIC X(40) VALUE SPACES.
       77  WK-CEP-BAIRRO           PIC X(20) VALUE SPACES.
       77  WK-CEP-CIDADE           PIC X(25) VALUE SPACES.
       77  WK-CEP-UF               PIC X(02) VALUE SPACES.
       77  WK-CEP-RC               PIC X(02) VALUE SPACES.

      *---> TELA
       77  WK-OPCAO                PIC X     VALUE SPACES.
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.
       77  WK-CONTINUAR            PIC X     VALUE "S".
       77  WK-LINHA                PIC 99    VALUE ZEROS.

      *---> FILA CARREGADA EM TABELA (PADRAO DO APROVACAO: LE TUDO,
      *     MEXE NA TABELA, REGRAVA O ARQUIVO INTEIRO)
       77  WK-QTD-FILA              PIC 9(03) VALUE ZEROS.
       77  WK-IDX-FILA              PIC 9(03) VALUE ZEROS.
       77  WK-FILA-ACHADO           PIC 9(03) VALUE ZEROS.
       77  WK-QT-ABERTOS            PIC 9(03) VALUE ZEROS.
       01  WK-TAB-FILA.
           05 WK-FILA-LINHA         PIC X(160) OCCURS 500 TIMES.

      *---> PEDIDO DESMONTADO
       77  WK-PED-ID                PIC X(06) VALUE SPACES.
       77  WK-PED-CPF               PIC X(11) VALUE SPACES.
       77  WK-PED-TELEFONE          PIC X(09) VALUE SPACES.
       77  WK-PED-CAMPO             PIC X(12) VALUE SPACES.
           88 PED-EMAIL             VALUE "EMAIL".
           88 PED-CEP               VALUE "CEP".
           88 PED-LOGRADOURO        VALUE "LOGRADOURO".
           88 PED-NUMERO            VALUE "NUMERO".
           88 PED-COMPLEMENTO       VALUE "COMPLEMENTO".
           88 PED-TELADIC           VALUE "TELADIC".
       77  WK-PED-VALOR             PIC X(40) VALUE SPACES.
       77  WK-PED-DATA-HORA         PIC X(14) VALUE SPACES.
       77  WK-PED-STATUS            PIC X(01) VALUE SPACES.
       77  WK-PED-APROVADOR         PIC X(10) VALUE SPACES.
       77  WK-PED-DECISAO           PIC X(14) VALUE SPACES.
       77  WK-PED-MOTIVO            PIC X(30) VALUE SPACES.
       77  WK-ID-ESCOLHIDO          PIC 9(06) VALUE ZEROS.
       77  WK-ID-EDIT               PIC X(06) VALUE SPACES.
       77  WK-VALOR-ATUAL           PIC X(40) VALUE SPACES.
       77  WK-EXEC-OK               PIC X     VALUE "N".
       77  WK-IDX-TEL               PIC 9     VALUE ZEROS.

      *---> MONTAGEM DA LINHA DE HISTORICO (LAYOUT DO ALTERAR 0425)
       01  WK-DATA-HORA-HIST.
           05 WK-HIST-ANO           PIC 9(04).
           05 WK-HIST-MES           PIC 9(02).
           05 WK-HIST-DIA           PIC 9(02).
           05 WK-HIST-HORA          PIC 9(02).
           05 WK-HIST-MIN           PIC 9(02).
           05 WK-HIST-SEG           PIC 9(02).
       77  WK-HIST-CAMPO           PIC X(12) VALUE SPACES.
       77  WK-HIST-ANTES           PIC X(60) VALUE SPACES.
       77  WK-HIST-DEPOIS          PIC X(60) VALUE SPACES.
       01  WK-END-ANTIGO.
           05 WK-ANT-LOGRADOURO     PIC X(40).
           05 WK-ANT-NUMERO         PIC X(06).
           05 WK-ANT-COMPLEMENTO    PIC X(15).
           05 WK-ANT-BAIRRO         PIC X(20).
           05 WK-ANT-CIDADE         PIC X(25).
           05 WK-ANT-UF             PIC X(02).
           05 WK-ANT-CEP            PIC 9(08).
      ******************************************************************
       SCREEN                  SECTION.
       01  TELA-REVISAO.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 5 FROM WK-MODULO.
           05 LINE 04 COLUMN 05 VALUE
               "PEDIDOS DO SITE (ID CPF TELEFONE CAMPO VALOR):"
               FOREGROUND-COLOR 3.
      *
       01  TELA-ESCOLHA.
           05 LINE 20 COLUMN 05 VALUE
               "ID DO PEDIDO (VAZIO PARA SAIR): ".
           05 COLUMN PLUS 1 PIC X(06) USING WK-ID-EDIT.
      *
       01  TELA-DETALHE.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 5 FROM WK-MODULO.
           05 LINE 05 COLUMN 05 VALUE "PEDIDO......: ".
           05 COLUMN PLUS 1 PIC X(06) FROM WK-PED-ID.
           05 COLUMN PLUS 2 VALUE "FEITO EM ".
           05 COLUMN PLUS 1 PIC X(14) FROM WK-PED-DATA-HORA.
           05 LINE 06 COLUMN 05 VALUE "CLIENTE.....: ".
           05 COLUMN PLUS 1 PIC X(30) FROM REG-NOME.
           05 LINE 07 COLUMN 05 VALUE "CPF/TELEFONE: ".
           05 COLUMN PLUS 1 PIC X(11) FROM WK-PED-CPF.
           05 COLUMN PLUS 2 PIC X(09) FROM WK-PED-TELEFONE.
           05 LINE 09 COLUMN 05 VALUE "CAMPO.......: ".
           05 COLUMN PLUS 1 PIC X(12) FROM WK-PED-CAMPO.
           05 LINE 10 COLUMN 05 VALUE "VALOR ATUAL.: ".
           05 COLUMN PLUS 1 PIC X(40) FROM WK-VALOR-ATUAL.
           05 LINE 11 COLUMN 05 VALUE "VALOR NOVO..: ".
           05 COLUMN PLUS 1 PIC X(40) FROM WK-PED-VALOR
               FOREGROUND-COLOR 3.
      *
       01  TELA-MOTIVO.
           05 LINE 15 COLUMN 05 VALUE "MOTIVO DA REJEICAO: ".
           05 COLUMN PLUS 1 PIC X(30) USING WK-PED-MOTIVO.
      *
           COPY "ERROR.cpy".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           IF FS-CLIENTES EQUAL "00"
               PERFORM 0200-PROCESSAR UNTIL WK-CONTINUAR = "N"
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
           ACCEPT WK-HISTORICO-PATH FROM ENVIRONMENT "HISTORICO_PATH"
           IF WK-HISTORICO-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/historico.txt"
                                               TO WK-HISTORICO-PATH
           END-IF.
           ACCEPT WK-FILA-PATH FROM ENVIRONMENT "WEBFILA_PATH"
           IF WK-FILA-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/webfila.txt"
                                               TO WK-FILA-PATH
           END-IF.
           ACCEPT WK-RESPOSTA-PATH FROM ENVIRONMENT "WEBRESP_PATH"
           IF WK-RESPOSTA-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/webresp.txt"
                                               TO WK-RESPOSTA-PATH
           END-IF.

           MOVE "MODULO - PEDIDOS DO SITE" TO WK-MODULO.
           IF WK-MODO-TREINO EQUAL "S"
               MOVE "TREINO - PEDIDOS DO SITE" TO WK-MODULO
           END-IF.

           OPEN I-O CLIENTES.
           IF FS-CLIENTES NOT EQUAL "00"
               MOVE "ERRO AO ABRIR CLIENTES NO WEBREVISAO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
           PERFORM 0300-CARREGAR-FILA.
           PERFORM 0310-LISTAR-PENDENTES.

           IF WK-QT-ABERTOS EQUAL ZEROS
               MOVE "NENHUM PEDIDO DO SITE PENDENTE!"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-INFO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               MOVE "N" TO WK-CONTINUAR
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WK-ID-EDIT.
           DISPLAY TELA-ESCOLHA.
           ACCEPT TELA-ESCOLHA.
           IF FUNCTION TRIM(WK-ID-EDIT) EQUAL SPACES
               MOVE "N" TO WK-CONTINUAR
               EXIT SECTION
           END-IF.
           MOVE FUNCTION NUMVAL(WK-ID-EDIT) TO WK-ID-ESCOLHIDO.

           PERFORM 0400-LOCALIZAR-PEDIDO.
           IF WK-FILA-ACHADO EQUAL ZEROS
               MOVE "PEDIDO NAO ENCONTRADO OU JA DECIDIDO!"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

      *---> O CLIENTE PODE TER MUDADO (OU SAIDO) DESDE A CARGA: SEM
      *     ELE O PEDIDO VOLTA PARA O SITE SEM PASSAR PELO OPERADOR
           PERFORM 0410-LER-CLIENTE.
           IF WK-PED-MOTIVO NOT EQUAL SPACES
               MOVE WK-PED-MOTIVO TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               MOVE "R" TO WK-PED-STATUS
               PERFORM 0600-DECIDIR-PEDIDO
               EXIT SECTION
           END-IF.

           PERFORM 0420-VALOR-ATUAL.
           DISPLAY TELA-DETALHE.
           DISPLAY "(A)CEITAR / (R)EJEITAR / OUTRA CANCELA: "
               FOREGROUND-COLOR 2 AT 1305.
           ACCEPT WK-OPCAO AT 1346.
           EVALUATE FUNCTION UPPER-CASE(WK-OPCAO)
               WHEN "A"
                   PERFORM 0500-APLICAR-PEDIDO
                   IF WK-EXEC-OK EQUAL "S"
                       MOVE "A" TO WK-PED-STATUS
                   ELSE
                       MOVE "E" TO WK-PED-STATUS
                   END-IF
                   PERFORM 0600-DECIDIR-PEDIDO
               WHEN "R"
                   MOVE SPACES TO WK-PED-MOTIVO
                   DISPLAY TELA-MOTIVO
                   ACCEPT TELA-MOTIVO
                   IF WK-PED-MOTIVO EQUAL SPACES
                       MOVE "REJEITADO PELO ATENDIMENTO"
                                               TO WK-PED-MOTIVO
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WK-PED-MOTIVO)
                                               TO WK-PED-MOTIVO
                   MOVE "R" TO WK-PED-STATUS
                   PERFORM 0600-DECIDIR-PEDIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
       0300-CARREGAR-FILA      SECTION.
           MOVE ZEROS TO WK-QTD-FILA.
           OPEN INPUT FILA.
           IF FS-FILA NOT = "00"
               EXIT SECTION
           END-IF.

           READ FILA NEXT.
           PERFORM UNTIL FS-FILA EQUAL "10"
                      OR WK-QTD-FILA EQUAL 500
               ADD 1 TO WK-QTD-FILA
               MOVE REG-FILA TO WK-FILA-LINHA(WK-QTD-FILA)
               READ FILA NEXT
           END-PERFORM.

           CLOSE FILA.
       0300-CARREGAR-FILA-FIM. EXIT.
      ******************************************************************
       0310-LISTAR-PENDENTES   SECTION.
           DISPLAY TELA-REVISAO.
           MOVE 06 TO WK-LINHA.
           MOVE ZEROS TO WK-QT-ABERTOS.

           PERFORM VARYING WK-IDX-FILA FROM 1 BY 1
                   UNTIL WK-IDX-FILA GREATER THAN WK-QTD-FILA
               PERFORM 0320-DESMONTAR-PEDIDO
               IF WK-PED-STATUS EQUAL "P"
                   ADD 1 TO WK-QT-ABERTOS
                   IF WK-LINHA LESS THAN 19
                       DISPLAY WK-FILA-LINHA(WK-IDX-FILA)(1:70)
                           AT LINE WK-LINHA COLUMN 05
                       ADD 1 TO WK-LINHA
                   END-IF
               END-IF
           END-PERFORM.
       0310-LISTAR-PENDENTES-FIM. EXIT.
      ******************************************************************
       0320-DESMONTAR-PEDIDO   SECTION.
           MOVE SPACES TO WK-PED-ID WK-PED-CPF WK-PED-TELEFONE
                          WK-PED-CAMPO WK-PED-VALOR WK-PED-DATA-HORA
                          WK-PED-STATUS WK-PED-APROVADOR
                          WK-PED-DECISAO WK-PED-MOTIVO.
           UNSTRING WK-FILA-LINHA(WK-IDX-FILA) DELIMITED BY ";"
               INTO WK-PED-ID WK-PED-CPF WK-PED-TELEFONE
                    WK-PED-CAMPO WK-PED-VALOR WK-PED-DATA-HORA
                    WK-PED-STATUS WK-PED-APROVADOR WK-PED-DECISAO
                    WK-PED-MOTIVO
           END-UNSTRING.
       0320-DESMONTAR-PEDIDO-FIM. EXIT.
      ******************************************************************
       0400-LOCALIZAR-PEDIDO   SECTION.
           MOVE ZEROS TO WK-FILA-ACHADO.
           PERFORM VARYING WK-IDX-FILA FROM 1 BY 1
                   UNTIL WK-IDX-FILA GREATER THAN WK-QTD-FILA
               PERFORM 0320-DESMONTAR-PEDIDO
               IF FUNCTION NUMVAL(WK-PED-ID) EQUAL WK-ID-ESCOLHIDO
                       AND WK-PED-STATUS EQUAL "P"
                   MOVE WK-IDX-FILA TO WK-FILA-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WK-FILA-ACHADO GREATER THAN ZEROS
               MOVE WK-FILA-ACHADO TO WK-IDX-FILA
               PERFORM 0320-DESMONTAR-PEDIDO
           END-IF.
       0400-LOCALIZAR-PEDIDO-FIM. EXIT.
      ******************************************************************
      *---> RELE O CLIENTE PELO TELEFONE DO PEDIDO E CONFERE O CPF.
       0410-LER-CLIENTE        SECTION.
           MOVE SPACES TO WK-PED-MOTIVO.
           MOVE WK-PED-TELEFONE TO REG-TELEFONE.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN FS-CLIENTES NOT EQUAL "00"
                   MOVE "CLIENTE NAO LOCALIZADO" TO WK-PED-MOTIVO
               WHEN REG-CPF NOT EQUAL WK-PED-CPF
                   MOVE "TELEFONE NAO CONFERE COM O CPF"
                                               TO WK-PED-MOTIVO
               WHEN CLIENTE-INATIVO
                   MOVE "CLIENTE INATIVO" TO WK-PED-MOTIVO
               WHEN PED-TELADIC AND REG-QTD-TEL-ADIC NOT LESS THAN 4
                   MOVE "LIMITE DE TELEFONES ADICIONAIS"
                                               TO WK-PED-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0410-LER-CLIENTE-FIM.   EXIT.
      ******************************************************************
       0420-VALOR-ATUAL        SECTION.
           MOVE SPACES TO WK-VALOR-ATUAL.
           EVALUATE TRUE
               WHEN PED-EMAIL
                   MOVE REG-EMAIL           TO WK-VALOR-ATUAL
               WHEN PED-CEP
                   MOVE REG-END-CEP         TO WK-VALOR-ATUAL
               WHEN PED-LOGRADOURO
                   MOVE REG-END-LOGRADOURO  TO WK-VALOR-ATUAL
               WHEN PED-NUMERO
                   MOVE REG-END-NUMERO      TO WK-VALOR-ATUAL
               WHEN PED-COMPLEMENTO
                   MOVE REG-END-COMPLEMENTO TO WK-VALOR-ATUAL
               WHEN PED-TELADIC
                   MOVE "(NOVO TELEFONE ADICIONAL)" TO WK-VALOR-ATUAL
           END-EVALUATE.
       0420-VALOR-ATUAL-FIM.   EXIT.
      ******************************************************************
      *---> ACEITO: APLICA O VALOR NOVO, REGRAVA E DEIXA A TRILHA.
      *     O CEP VEM COM BAIRRO/CIDADE/UF DA BASE, COMO NO INCLUIR.
       0500-APLICAR-PEDIDO     SECTION.
           MOVE "N" TO WK-EXEC-OK.
           MOVE REG-ENDERECO TO WK-END-ANTIGO.
           MOVE WK-OPERADOR-LOGADO TO WK-PED-APROVADOR.

           EVALUATE TRUE
               WHEN PED-EMAIL
                   MOVE WK-PED-VALOR TO REG-EMAIL
               WHEN PED-CEP
                   MOVE WK-PED-VALOR(1:8) TO WK-CEP-NOVO
                   MOVE WK-CEP-NOVO TO REG-END-CEP
                   CALL "CEPBUSCA" USING WK-CEP-NOVO WK-CEP-LOGRADOURO
                                         WK-CEP-BAIRRO WK-CEP-CIDADE
                                         WK-CEP-UF WK-CEP-RC
                   IF WK-CEP-RC EQUAL "00"
                       IF REG-END-LOGRADOURO EQUAL SPACES
                           MOVE WK-CEP-LOGRADOURO TO REG-END-LOGRADOURO
                       END-IF
                       MOVE WK-CEP-BAIRRO TO REG-END-BAIRRO
                       MOVE WK-CEP-CIDADE TO REG-END-CIDADE
                       MOVE WK-CEP-UF     TO REG-END-UF
                   END-IF
               WHEN PED-LOGRADOURO
                   MOVE WK-PED-VALOR TO REG-END-LOGRADOURO
               WHEN PED-NUMERO
                   MOVE WK-PED-VALOR TO REG-END-NUMERO
               WHEN PED-COMPLEMENTO
                   MOVE WK-PED-VALOR TO REG-END-COMPLEMENTO
               WHEN PED-TELADIC
                   ADD 1 TO REG-QTD-TEL-ADIC
                   MOVE WK-PED-VALOR(1:9)
                               TO REG-TELEFONES-ADIC(REG-QTD-TEL-ADIC)
               WHEN OTHER
                   MOVE "CAMPO NAO PERMITIDO PELO SITE"
                                               TO WK-PED-MOTIVO
                   EXIT SECTION
           END-EVALUATE.

           MOVE WK-OPERADOR-LOGADO TO REG-ULT-OPERADOR.
           REWRITE REG-CLIENTES.
           IF FS-CLIENTES NOT EQUAL "00"
               IF FS-CLIENTES = "51" OR "61" OR "99"
                   MOVE "REGISTRO EM USO POR OUTRO OPERADOR!"
                                               TO WK-ABEND-MESSAGE
               ELSE
                   MOVE "ERRO AO REGRAVAR CLIENTE NO WEBREVISAO"
                                               TO WK-ABEND-MESSAGE
               END-IF
               MOVE WK-ABEND-MESSAGE TO WK-PED-MOTIVO
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           MOVE "S" TO WK-EXEC-OK.
           MOVE "A" TO WK-JOR-OPERACAO.
           CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                               REG-CLIENTES.
           PERFORM 0510-GRAVAR-HISTORICO.
           PERFORM 0520-LIMPAR-DEVOLUCAO.

           DISPLAY "ALTERACAO APLICADA!" FOREGROUND-COLOR 2 AT 1505.
           ACCEPT WK-TECLA AT 1525.
       0500-APLICAR-PEDIDO-FIM. EXIT.
      ******************************************************************
      *---> UMA LINHA POR CAMPO QUE DE FATO MUDOU (O CEP PODE TRAZER
      *     BAIRRO, CIDADE E UF JUNTO).
       0510-GRAVAR-HISTORICO   SECTION.
           OPEN EXTEND HISTORICO.
           IF FS-HISTORICO = "35"
               OPEN OUTPUT HISTORICO
               CLOSE HISTORICO
               OPEN EXTEND HISTORICO
           END-IF.

           IF PED-EMAIL
               MOVE "EMAIL"        TO WK-HIST-CAMPO
               MOVE WK-VALOR-ATUAL TO WK-HIST-ANTES
               MOVE REG-EMAIL      TO WK-HIST-DEPOIS
               PERFORM 0515-GRAVAR-LINHA-HIST
           END-IF.
           IF PED-TELADIC
               MOVE "TEL ADIC"       TO WK-HIST-CAMPO
               MOVE REG-QTD-TEL-ADIC TO WK-HIST-CAMPO(10:1)
               MOVE ZEROS            TO WK-HIST-ANTES
               MOVE REG-TELEFONES-ADIC(REG-QTD-TEL-ADIC)
                                     TO WK-HIST-DEPOIS
               PERFORM 0515-GRAVAR-LINHA-HIST
           END-IF.
           IF REG-END-CEP NOT EQUAL WK-ANT-CEP
               MOVE "CEP"          TO WK-HIST-CAMPO
               MOVE WK-ANT-CEP     TO WK-HIST-ANTES
               MOVE REG-END-CEP    TO WK-HIST-DEPOIS
               PERFORM 0515-GRAVAR-LINHA-HIST
           END-IF.
           IF REG-END-LOGRADOURO NOT EQUAL WK-ANT-LOGRADOURO
               MOVE "LOGRADOURO"       TO WK-HIST-CAMPO
               MOVE WK-ANT-LOGRADOURO  TO WK-HIST-ANTES
               MOVE REG-END-LOGRADOURO TO WK-HIST-DEPOIS
               PERFORM 0515-GRAVAR-LINHA-HIST
           END-IF.
           IF REG-END-NUMERO NOT EQUAL WK-ANT-NUMERO
               MOVE "NUMERO"       TO WK-HIST-CAMPO
               MOVE WK-ANT-NUMERO  TO WK-HIST-ANTES
               MOVE REG-END-NUMERO TO WK-HIST-DEPOIS
               PERFORM 0515-GRAVAR-LINHA-HIST
           END-IF.
           IF REG-END-COMPLEMENTO NOT EQUAL WK-ANT-COMPLEMENTO
               MOVE "COMPLEMENTO"       TO WK-HIST-CAMPO
               MOVE WK-ANT-COMPLEMENTO  TO WK-HIST-ANTES
               MOVE REG-END-COMPLEMENTO TO WK-HIST-DEPOIS
               PERFORM 0515-GRAVAR-LINHA-HIST
           END-IF.
           IF REG-END-BAIRRO NOT EQUAL WK-ANT-BAIRRO
               MOVE "BAIRRO"       TO WK-HIST-CAMPO
               MOVE WK-ANT-BAIRRO  TO WK-HIST-ANTES
               MOVE REG-END-BAIRRO TO WK-HIST-DEPOIS
               PERFORM 0515-GRAVAR-LINHA-HIST
           END-IF.
           IF REG-END-CIDADE NOT EQUAL WK-ANT-CIDADE
               MOVE "CIDADE"       TO WK-HIST-CAMPO
               MOVE WK-ANT-CIDADE  TO WK-HIST-ANTES
               MOVE REG-END-CIDADE TO WK-HIST-DEPOIS
               PERFORM 0515-GRAVAR-LINHA-HIST
           END-IF.
           IF REG-END-UF NOT EQUAL WK-ANT-UF
               MOVE "UF"           TO WK-HIST-CAMPO
               MOVE WK-ANT-UF      TO WK-HIST-ANTES
               MOVE REG-END-UF     TO WK-HIST-DEPOIS
               PERFORM 0515-GRAVAR-LINHA-HIST
           END-IF.

           CLOSE HISTORICO.
       0510-GRAVAR-HISTORICO-FIM. EXIT.
      ******************************************************************
       0515-GRAVAR-LINHA-HIST  SECTION.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-HIST.
           MOVE SPACES TO REG-HISTORICO.
           STRING
               WK-HIST-ANO  "-" WK-HIST-MES "-" WK-HIST-DIA " "
               WK-HIST-HORA ":" WK-HIST-MIN ":" WK-HIST-SEG
               " TELEFONE=" REG-TELEFONE
               " OPERADOR=" WK-OPERADOR-LOGADO
               " CAMPO="    WK-HIST-CAMPO
               " ANTES="    WK-HIST-ANTES
               " DEPOIS="   WK-HIST-DEPOIS
               DELIMITED BY SIZE INTO REG-HISTORICO
           END-STRING.
           WRITE REG-HISTORICO.
           IF FS-HISTORICO NOT = "00"
               MOVE "ERRO AO GRAVAR HISTORICO DE ALTERACAO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
       0515-GRAVAR-LINHA-HIST-FIM. EXIT.
      ******************************************************************
      *---> EMAIL OU ENDERECO CORRIGIDO PELO PROPRIO CLIENTE: A MARCA
      *     DE DEVOLUCAO CAI (MESMA REGRA DO ALTERAR 0440).
       0520-LIMPAR-DEVOLUCAO   SECTION.
           IF WK-MODO-TREINO EQUAL "S" OR PED-TELADIC
               EXIT SECTION
           END-IF.

           MOVE "L" TO WK-DEV-ACAO.
           IF PED-EMAIL
               MOVE "E" TO WK-DEV-TIPO
           ELSE
               MOVE "C" TO WK-DEV-TIPO
           END-IF.
           CALL "DEVOLCTL" USING WK-DEV-ACAO REG-TELEFONE
                                 WK-DEV-TIPO WK-DEV-NOVO-TEL
                                 WK-DEV-RC.
       0520-LIMPAR-DEVOLUCAO-FIM. EXIT.
      ******************************************************************
      *---> ESTAMPA A DECISAO NO PEDIDO E REGRAVA A FILA INTEIRA; O
      *     REJEITADO VOLTA PARA A EQUIPE WEB NO WEBRESP.TXT.
       0600-DECIDIR-PEDIDO     SECTION.
           MOVE WK-OPERADOR-LOGADO TO WK-PED-APROVADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-PED-DECISAO.

           MOVE SPACES TO WK-FILA-LINHA(WK-FILA-ACHADO).
           STRING WK-PED-ID
                  ";" WK-PED-CPF
                  ";" WK-PED-TELEFONE
                  ";" WK-PED-CAMPO
                  ";" FUNCTION TRIM(WK-PED-VALOR)
                  ";" WK-PED-DATA-HORA
                  ";" WK-PED-STATUS
                  ";" WK-PED-APROVADOR
                  ";" WK-PED-DECISAO
                  ";" WK-PED-MOTIVO
               DELIMITED BY SIZE
               INTO WK-FILA-LINHA(WK-FILA-ACHADO)
           END-STRING.

           OPEN OUTPUT FILA.
           IF FS-FILA NOT = "00"
               MOVE "ERRO AO REGRAVAR A FILA DO SITE"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.
           PERFORM VARYING WK-IDX-FILA FROM 1 BY 1
                   UNTIL WK-IDX-FILA GREATER THAN WK-QTD-FILA
               MOVE WK-FILA-LINHA(WK-IDX-FILA) TO REG-FILA
               WRITE REG-FILA
           END-PERFORM.
           CLOSE FILA.

           IF WK-PED-STATUS EQUAL "R"
               PERFORM 0610-RESPONDER-SITE
           END-IF.
       0600-DECIDIR-PEDIDO-FIM. EXIT.
      ******************************************************************
       0610-RESPONDER-SITE     SECTION.
           OPEN EXTEND RESPOSTA.
           IF FS-RESPOSTA = "35"
               OPEN OUTPUT RESPOSTA
               CLOSE RESPOSTA
               OPEN EXTEND RESPOSTA
           END-IF.
           MOVE SPACES TO REG-RESPOSTA.
           STRING FUNCTION TRIM(WK-PED-CPF)
                  ";" FUNCTION TRIM(WK-PED-TELEFONE)
                  ";" FUNCTION TRIM(WK-PED-CAMPO)
                  ";" FUNCTION TRIM(WK-PED-VALOR)
                  ";" WK-PED-DATA-HORA
                  ";REJEITADO;" FUNCTION TRIM(WK-PED-MOTIVO)
                  ";" WK-PED-DECISAO
               DELIMITED BY SIZE INTO REG-RESPOSTA
           END-STRING.
           WRITE REG-RESPOSTA.
           CLOSE RESPOSTA.
       0610-RESPONDER-SITE-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
       1000-FINALIZAR-FIM.     EXIT.
