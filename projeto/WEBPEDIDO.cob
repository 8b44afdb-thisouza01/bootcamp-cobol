      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  CARGA DOS PEDIDOS DE ALTERACAO DO SITE (LOTE)
      *     O cliente atualiza email e endereco no site e a equipe web
      *     deposita webpedidos.txt (CPF;TELEFONE;CAMPO;VALOR NOVO;
      *     AAAAMMDDHHMMSS do pedido). Cada linha e criticada aqui:
      *     cliente localizado pelo CPF na chave alternativa (o
      *     telefone informado precisa ser de um dos registros do
      *     CPF) e valor novo validado com as mesmas regras do
      *     INCLUIR -- formato do email, CEP na base (CEPBUSCA) e DDD
      *     da tabela de codigos de area. Campos aceitos: EMAIL, CEP,
      *     LOGRADOURO, NUMERO, COMPLEMENTO e TELADIC (telefone
      *     adicional). Linha valida entra na fila webfila.txt com
      *     status "P" para o operador aceitar ou rejeitar no
      *     WEBREVISAO; linha invalida volta direto para a equipe web
      *     no webresp.txt, com o motivo.
      *     Fila: ID;CPF;TELEFONE;CAMPO;VALOR;DATA-HORA DO PEDIDO;
      *     STATUS (P/A/R/E);APROVADOR;DATA-HORA DA DECISAO;MOTIVO.
      *     A cada carga os pedidos ja decididos saem da fila para
      *     archive/webfila_AAAAMM.txt e so os pendentes continuam.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. WEBPEDIDO.
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
           SELECT ENTRADA ASSIGN TO WK-ENTRADA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ENTRADA.
      *
           SELECT FILA ASSIGN TO WK-FILA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FILA.
      *
           SELECT HISTFILA ASSIGN TO WK-ARQUIVO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HISTFILA.
      *
           SELECT RESPOSTA ASSIGN TO WK-RESPOSTA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RESPOSTA.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTE.cpy".
      *
       FD  ENTRADA.
       01  REG-ENTRADA                 PIC X(120).
      *
       FD  FILA.
       01  REG-FILA                    PIC X(160).
      *
       FD  HISTFILA.
       01  REG-HISTFILA                PIC X(160).
      *
      *---> RESPOSTA PARA A EQUIPE WEB: CPF;TELEFONE;CAMPO;VALOR;
      *     DATA-HORA DO PEDIDO;REJEITADO;MOTIVO;DATA-HORA DA RESPOSTA
       FD  RESPOSTA.
       01  REG-RESPOSTA                PIC X(180).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  WK-CLIENTES-PATH         PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       01  FS-ENTRADA               PIC X(02) VALUE SPACES.
       01  WK-ENTRADA-PATH          PIC X(100)
           VALUE "C:/projeto-bootcamp/webpedidos.txt".
       01  FS-FILA                  PIC X(02) VALUE SPACES.
       01  WK-FILA-PATH             PIC X(100)
           VALUE "C:/projeto-bootcamp/webfila.txt".
       01  FS-HISTFILA              PIC X(02) VALUE SPACES.
       01  WK-ARQUIVO-PATH          PIC X(100) VALUE SPACES.
       01  FS-RESPOSTA              PIC X(02) VALUE SPACES.
       01  WK-RESPOSTA-PATH         PIC X(100)
           VALUE "C:/projeto-bootcamp/webresp.txt".

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> LINHA DO PEDIDO DESMONTADA
       77  WK-LIN-CPF              PIC X(11) VALUE SPACES.
       77  WK-LIN-TELEFONE         PIC X(09) VALUE SPACES.
       77  WK-LIN-CAMPO            PIC X(12) VALUE SPACES.
           88 CAMPO-EMAIL          VALUE "EMAIL".
           88 CAMPO-CEP            VALUE "CEP".
           88 CAMPO-LOGRADOURO     VALUE "LOGRADOURO".
           88 CAMPO-NUMERO         VALUE "NUMERO".
           88 CAMPO-COMPLEMENTO    VALUE "COMPLEMENTO".
           88 CAMPO-TELADIC        VALUE "TELADIC".
       77  WK-LIN-VALOR            PIC X(60) VALUE SPACES.
       77  WK-LIN-DATA-HORA        PIC X(14) VALUE SPACES.
       77  WK-QT-CAMPOS            PIC 9(02) VALUE ZEROS.
       77  WK-TAM-VALOR            PIC 9(02) VALUE ZEROS.
       77  WK-ACHOU-CLIENTE        PIC X     VALUE "N".
       77  WK-ACHOU-CPF            PIC X     VALUE "N".
       77  WK-MOTIVO               PIC X(30) VALUE SPACES.

      *---> VALIDACAO DO EMAIL (MESMA REGRA DO INCLUIR 0215)
       77  WK-EMAIL-VALIDO         PIC X     VALUE "N".
       77  WK-QT-ARROBA            PIC 9     VALUE ZEROS.
       77  WK-QT-PONTO             PIC 9     VALUE ZEROS.
       01  WK-EMAIL-NOVO           PIC X(40) VALUE SPACES.
       01  WK-EMAIL-LOCAL          PIC X(40) VALUE SPACES.
       01  WK-EMAIL-DOMINIO        PIC X(40) VALUE SPACES.

      *---> CONSULTA A BASE DE CEP (SUBPROGRAMA CEPBUSCA)
       77  WK-CEP-NOVO             PIC 9(08) VALUE ZEROS.
       77  WK-CEP-LOGRADOURO       PIC X(40) VALUE SPACES.
       77  WK-CEP-BAIRRO           PIC X(20) VALUE SPACES.
       77  WK-CEP-CIDADE           PIC X(25) VALUE SPACES.
       77  WK-CEP-UF               PIC X(02) VALUE SPACES.
       77  WK-CEP-RC               PIC X(02) VALUE SPACES.

      *---> VALIDACAO DE DDD (MESMA TABELA DO INCLUIR 0216)
       77  WK-TEL-CONFERIR         PIC 9(09) VALUE ZEROS.
       77  WK-DDD                  PIC 9(02) VALUE ZEROS.
       77  WK-DDD-VALIDO           PIC X     VALUE "N".
       77  WK-IDX-DDD              PIC 9(02) VALUE ZEROS.
       77  WK-IDX-TEL              PIC 9     VALUE ZEROS.

       01  WK-TAB-DDD-VALORES.
           05 FILLER               PIC X(20) VALUE
              "11121314151617181921".
           05 FILLER               PIC X(20) VALUE
              "22242728313233343537".
           05 FILLER               PIC X(20) VALUE
              "38414243444546474849".
           05 FILLER               PIC X(20) VALUE
              "51535455616263646566".
           05 FILLER               PIC X(20) VALUE
              "67686971737475777981".
           05 FILLER               PIC X(20) VALUE
              "82838485868788899192".
           05 FILLER               PIC X(14) VALUE
              "93949596979899".

       01  WK-TAB-DDD REDEFINES WK-TAB-DDD-VALORES.
           05 WK-TAB-DDD-COD       PIC 9(02) OCCURS 67 TIMES.

      *---> FILA ATUAL: PENDENTES FICAM, DECIDIDOS VAO PARA O ARCHIVE
       77  WK-QTD-FILA             PIC 9(03) VALUE ZEROS.
       77  WK-IDX-FILA             PIC 9(03) VALUE ZEROS.
       77  WK-MAIOR-ID             PIC 9(06) VALUE ZEROS.
       77  WK-PED-ID               PIC 9(06) VALUE ZEROS.
       77  WK-FILA-ID              PIC X(06) VALUE SPACES.
       77  WK-FILA-STATUS          PIC X(01) VALUE SPACES.
       01  WK-TAB-FILA.
           05 WK-FILA-LINHA         PIC X(160) OCCURS 500 TIMES.

      *---> DATA/HORA DA RODADA (NOME DOS ARQUIVOS NO ARCHIVE)
       01  WK-DATA-HORA.
           05 WK-DATA-HOJE          PIC 9(08).
           05 WK-HORA-AGORA         PIC 9(06).
           05 FILLER                PIC X(07).

      *---> CONTADORES
       77  WK-QT-LIDOS             PIC 9(06) VALUE ZEROS.
       77  WK-QT-ENFILEIRADOS      PIC 9(06) VALUE ZEROS.
       77  WK-QT-REJEITADOS        PIC 9(06) VALUE ZEROS.
       77  WK-QT-ARQUIVADOS        PIC 9(06) VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-COMPACTAR-FILA.
           PERFORM 0200-PROCESSAR-PEDIDOS.
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
           ACCEPT WK-ENTRADA-PATH FROM ENVIRONMENT "WEBPEDIDOS_PATH"
           IF WK-ENTRADA-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/webpedidos.txt"
                                               TO WK-ENTRADA-PATH
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
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT = "00"
               MOVE "CLIENTES.DAT NAO ENCONTRADO P/ WEBPEDIDO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *---> CARREGA A FILA (PADRAO DO APROVACAO: LE TUDO NA TABELA),
      *     MANDA OS JA DECIDIDOS PARA O ARCHIVE DO MES E REGRAVA SO
      *     OS PENDENTES. O MAIOR ID E GUARDADO PARA NUMERAR OS NOVOS.
       0150-COMPACTAR-FILA     SECTION.
           MOVE ZEROS TO WK-QTD-FILA WK-MAIOR-ID.
           OPEN INPUT FILA.
           IF FS-FILA NOT = "00"
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WK-ARQUIVO-PATH.
           STRING "C:/projeto-bootcamp/archive/webfila_"
                  WK-DATA-HOJE(1:6) ".txt"
               DELIMITED BY SIZE INTO WK-ARQUIVO-PATH
           END-STRING.
           OPEN EXTEND HISTFILA.
           IF FS-HISTFILA = "35"
               OPEN OUTPUT HISTFILA
               CLOSE HISTFILA
               OPEN EXTEND HISTFILA
           END-IF.

           READ FILA NEXT.
           PERFORM UNTIL FS-FILA NOT EQUAL "00"
               MOVE SPACES TO WK-FILA-ID WK-FILA-STATUS
               UNSTRING REG-FILA DELIMITED BY ";"
                   INTO WK-FILA-ID WK-LIN-CPF WK-LIN-TELEFONE
                        WK-LIN-CAMPO WK-LIN-VALOR WK-LIN-DATA-HORA
                        WK-FILA-STATUS
               END-UNSTRING
               IF WK-FILA-ID IS NUMERIC
                  AND WK-FILA-ID GREATER THAN WK-MAIOR-ID
                   MOVE WK-FILA-ID TO WK-MAIOR-ID
               END-IF
               IF WK-FILA-STATUS EQUAL "P"
                   IF WK-QTD-FILA LESS THAN 500
                       ADD 1 TO WK-QTD-FILA
                       MOVE REG-FILA TO WK-FILA-LINHA(WK-QTD-FILA)
                   ELSE
                       MOVE "FILA DO SITE CHEIA - PEDIDO PERDIDO!"
                                               TO WK-ABEND-MESSAGE
                       SET SEVERIDADE-ERRO TO TRUE
                       CALL "ERROLOG" USING WK-ABEND-MESSAGE
                                            WK-SEVERIDADE
                   END-IF
               ELSE
                   MOVE REG-FILA TO REG-HISTFILA
                   WRITE REG-HISTFILA
                   ADD 1 TO WK-QT-ARQUIVADOS
               END-IF
               READ FILA NEXT
           END-PERFORM.
           CLOSE FILA.
           CLOSE HISTFILA.

           OPEN OUTPUT FILA.
           PERFORM VARYING WK-IDX-FILA FROM 1 BY 1
                   UNTIL WK-IDX-FILA GREATER THAN WK-QTD-FILA
               MOVE WK-FILA-LINHA(WK-IDX-FILA) TO REG-FILA
               WRITE REG-FILA
           END-PERFORM.
           CLOSE FILA.
       0150-COMPACTAR-FILA-FIM. EXIT.
      ******************************************************************
      *---> SEM ARQUIVO DO SITE A RODADA SO COMPACTA A FILA.
       0200-PROCESSAR-PEDIDOS  SECTION.
           IF FS-CLIENTES NOT = "00"
               EXIT SECTION
           END-IF.

           OPEN INPUT ENTRADA.
           IF FS-ENTRADA NOT = "00"
               EXIT SECTION
           END-IF.

           OPEN EXTEND FILA.
           IF FS-FILA = "35"
               OPEN OUTPUT FILA
               CLOSE FILA
               OPEN EXTEND FILA
           END-IF.
           OPEN EXTEND RESPOSTA.
           IF FS-RESPOSTA = "35"
               OPEN OUTPUT RESPOSTA
               CLOSE RESPOSTA
               OPEN EXTEND RESPOSTA
           END-IF.
           MOVE WK-MAIOR-ID TO WK-PED-ID.

           READ ENTRADA NEXT.
           PERFORM UNTIL FS-ENTRADA EQUAL "10"
               IF REG-ENTRADA NOT EQUAL SPACES
                   ADD 1 TO WK-QT-LIDOS
                   PERFORM 0300-TRATAR-LINHA
               END-IF
               READ ENTRADA NEXT
           END-PERFORM.

           CLOSE ENTRADA.
           CLOSE FILA.
           CLOSE RESPOSTA.
           PERFORM 0250-ARQUIVAR-ENTRADA.
       0200-PROCESSAR-PEDIDOS-FIM. EXIT.
      ******************************************************************
      *---> O ARQUIVO JA CARREGADO VAI PARA O ARCHIVE COM A DATA/HORA
      *     DA RODADA: UMA SEGUNDA RODADA NAO ENFILEIRA O PEDIDO DE NOVO
       0250-ARQUIVAR-ENTRADA   SECTION.
           MOVE SPACES TO WK-ARQUIVO-PATH.
           STRING "C:/projeto-bootcamp/archive/webpedidos_"
                  WK-DATA-HOJE WK-HORA-AGORA ".txt"
               DELIMITED BY SIZE INTO WK-ARQUIVO-PATH
           END-STRING.
           CALL "CBL_RENAME_FILE" USING WK-ENTRADA-PATH
                                        WK-ARQUIVO-PATH.
           IF RETURN-CODE NOT EQUAL ZEROS
               MOVE "WEBPEDIDOS.TXT NAO FOI ARQUIVADO!"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
       0250-ARQUIVAR-ENTRADA-FIM. EXIT.
      ******************************************************************
      *---> UMA LINHA: DESMONTA, LOCALIZA O CLIENTE, VALIDA O VALOR E
      *     MANDA PARA A FILA OU DE VOLTA PARA O SITE.
       0300-TRATAR-LINHA       SECTION.
           MOVE SPACES TO WK-LIN-CPF WK-LIN-TELEFONE WK-LIN-CAMPO
                          WK-LIN-VALOR WK-LIN-DATA-HORA WK-MOTIVO.
           MOVE ZEROS TO WK-QT-CAMPOS.
           UNSTRING REG-ENTRADA DELIMITED BY ";"
               INTO WK-LIN-CPF WK-LIN-TELEFONE WK-LIN-CAMPO
                    WK-LIN-VALOR WK-LIN-DATA-HORA
               TALLYING IN WK-QT-CAMPOS
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WK-LIN-CAMPO) TO WK-LIN-CAMPO.
           IF WK-LIN-DATA-HORA IS NOT NUMERIC
               MOVE WK-DATA-HORA(1:14) TO WK-LIN-DATA-HORA
           END-IF.

           IF WK-QT-CAMPOS LESS THAN 4
               MOVE "LINHA MAL FORMADA" TO WK-MOTIVO
               PERFORM 0390-DEVOLVER-PEDIDO
               EXIT SECTION
           END-IF.

           PERFORM 0310-LOCALIZAR-CLIENTE.
           IF WK-MOTIVO NOT EQUAL SPACES
               PERFORM 0390-DEVOLVER-PEDIDO
               EXIT SECTION
           END-IF.

           PERFORM 0320-VALIDAR-VALOR.
           IF WK-MOTIVO NOT EQUAL SPACES
               PERFORM 0390-DEVOLVER-PEDIDO
               EXIT SECTION
           END-IF.

           PERFORM 0380-ENFILEIRAR-PEDIDO.
       0300-TRATAR-LINHA-FIM.  EXIT.
      ******************************************************************
      *---> O CPF E A IDENTIDADE DO CLIENTE (CHAVE ALTERNATIVA COM
      *     DUPLICADOS): PERCORRE OS REGISTROS DO CPF ATE O DO
      *     TELEFONE INFORMADO NO SITE.
       0310-LOCALIZAR-CLIENTE  SECTION.
           IF WK-LIN-CPF IS NOT NUMERIC OR WK-LIN-CPF EQUAL ZEROS
               MOVE "CPF INVALIDO" TO WK-MOTIVO
               EXIT SECTION
           END-IF.
           IF WK-LIN-TELEFONE IS NOT NUMERIC
               MOVE "TELEFONE INVALIDO" TO WK-MOTIVO
               EXIT SECTION
           END-IF.
           MOVE WK-LIN-TELEFONE TO WK-TEL-CONFERIR.
           PERFORM 0330-VALIDAR-DDD.
           IF WK-DDD-VALIDO EQUAL "N"
               MOVE "DDD INVALIDO" TO WK-MOTIVO
               EXIT SECTION
           END-IF.

           MOVE "N" TO WK-ACHOU-CLIENTE WK-ACHOU-CPF.
           MOVE WK-LIN-CPF TO REG-CPF.
           START CLIENTES KEY IS EQUAL TO REG-CPF
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-CLIENTES EQUAL "00"
               READ CLIENTES NEXT
               PERFORM UNTIL FS-CLIENTES NOT EQUAL "00"
                          OR REG-CPF NOT EQUAL WK-LIN-CPF
                          OR WK-ACHOU-CLIENTE EQUAL "S"
                   MOVE "S" TO WK-ACHOU-CPF
                   IF REG-TELEFONE EQUAL WK-TEL-CONFERIR
                       MOVE "S" TO WK-ACHOU-CLIENTE
                   ELSE
                       READ CLIENTES NEXT
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN WK-ACHOU-CLIENTE EQUAL "S"
                   IF CLIENTE-INATIVO
                       MOVE "CLIENTE INATIVO" TO WK-MOTIVO
                   END-IF
               WHEN WK-ACHOU-CPF EQUAL "S"
                   MOVE "TELEFONE NAO CONFERE COM O CPF" TO WK-MOTIVO
               WHEN OTHER
                   MOVE "CPF NAO CADASTRADO" TO WK-MOTIVO
           END-EVALUATE.
       0310-LOCALIZAR-CLIENTE-FIM. EXIT.
      ******************************************************************
      *---> CRITICA DO VALOR NOVO POR CAMPO (REGRAS DO INCLUIR).
       0320-VALIDAR-VALOR      SECTION.
           IF WK-LIN-VALOR EQUAL SPACES
               MOVE "VALOR NOVO EM BRANCO" TO WK-MOTIVO
               EXIT SECTION
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WK-LIN-VALOR))
                                               TO WK-TAM-VALOR.

           EVALUATE TRUE
               WHEN CAMPO-EMAIL
                   IF WK-TAM-VALOR GREATER THAN 40
                       MOVE "VALOR EXCEDE O TAMANHO DO CAMPO"
                                               TO WK-MOTIVO
                       EXIT SECTION
                   END-IF
                   MOVE FUNCTION TRIM(WK-LIN-VALOR) TO WK-EMAIL-NOVO
                   PERFORM 0340-VALIDAR-EMAIL
                   IF WK-EMAIL-VALIDO EQUAL "N"
                       MOVE "EMAIL INVALIDO" TO WK-MOTIVO
                   END-IF
               WHEN CAMPO-CEP
                   IF WK-TAM-VALOR NOT EQUAL 8
                      OR WK-LIN-VALOR(1:8) IS NOT NUMERIC
                      OR WK-LIN-VALOR(1:8) EQUAL ZEROS
                       MOVE "CEP INVALIDO" TO WK-MOTIVO
                       EXIT SECTION
                   END-IF
                   MOVE WK-LIN-VALOR(1:8) TO WK-CEP-NOVO
                   CALL "CEPBUSCA" USING WK-CEP-NOVO WK-CEP-LOGRADOURO
                                         WK-CEP-BAIRRO WK-CEP-CIDADE
                                         WK-CEP-UF WK-CEP-RC
      *---> BASE DE CEP FORA DO AR NAO BARRA O PEDIDO: O OPERADOR
      *     CONFERE NA REVISAO
                   IF WK-CEP-RC EQUAL "NF"
                       MOVE "CEP NAO ENCONTRADO NA BASE" TO WK-MOTIVO
                   END-IF
               WHEN CAMPO-LOGRADOURO
                   IF WK-TAM-VALOR GREATER THAN 40
                       MOVE "VALOR EXCEDE O TAMANHO DO CAMPO"
                                               TO WK-MOTIVO
                   END-IF
               WHEN CAMPO-NUMERO
                   IF WK-TAM-VALOR GREATER THAN 6
                       MOVE "VALOR EXCEDE O TAMANHO DO CAMPO"
                                               TO WK-MOTIVO
                   END-IF
               WHEN CAMPO-COMPLEMENTO
                   IF WK-TAM-VALOR GREATER THAN 15
                       MOVE "VALOR EXCEDE O TAMANHO DO CAMPO"
                                               TO WK-MOTIVO
                   END-IF
               WHEN CAMPO-TELADIC
                   PERFORM 0350-VALIDAR-TEL-ADIC
               WHEN OTHER
                   MOVE "CAMPO NAO PERMITIDO PELO SITE" TO WK-MOTIVO
           END-EVALUATE.
       0320-VALIDAR-VALOR-FIM. EXIT.
      ******************************************************************
      *---> DDD (2 PRIMEIROS DIGITOS) CONTRA A TABELA DE CODIGOS DE
      *     AREA EM USO NO BRASIL -- MESMA LOGICA DO INCLUIR 0216.
       0330-VALIDAR-DDD        SECTION.
           MOVE "N" TO WK-DDD-VALIDO.
           COMPUTE WK-DDD = WK-TEL-CONFERIR / 10000000.
           PERFORM VARYING WK-IDX-DDD FROM 1 BY 1
                   UNTIL WK-IDX-DDD GREATER THAN 67
               IF WK-DDD EQUAL WK-TAB-DDD-COD(WK-IDX-DDD)
                   MOVE "S" TO WK-DDD-VALIDO
               END-IF
           END-PERFORM.
       0330-VALIDAR-DDD-FIM.   EXIT.
      ******************************************************************
      *---> FORMATO DO EMAIL -- MESMA LOGICA DO INCLUIR 0215.
       0340-VALIDAR-EMAIL      SECTION.
           MOVE "N" TO WK-EMAIL-VALIDO.
           MOVE SPACES TO WK-EMAIL-LOCAL WK-EMAIL-DOMINIO.
           MOVE ZEROS TO WK-QT-ARROBA.
           INSPECT WK-EMAIL-NOVO TALLYING WK-QT-ARROBA FOR ALL "@".

           IF WK-QT-ARROBA EQUAL 1 AND WK-EMAIL-NOVO NOT EQUAL SPACES
               UNSTRING WK-EMAIL-NOVO DELIMITED BY "@"
                   INTO WK-EMAIL-LOCAL WK-EMAIL-DOMINIO
               END-UNSTRING

               MOVE ZEROS TO WK-QT-PONTO
               INSPECT WK-EMAIL-DOMINIO TALLYING WK-QT-PONTO
                                                        FOR ALL "."

               IF FUNCTION TRIM(WK-EMAIL-LOCAL)   NOT EQUAL SPACES
                  AND WK-QT-PONTO GREATER THAN ZEROS
                  AND FUNCTION TRIM(WK-EMAIL-DOMINIO) NOT EQUAL SPACES
                   MOVE "S" TO WK-EMAIL-VALIDO
               END-IF
           END-IF.
       0340-VALIDAR-EMAIL-FIM. EXIT.
      ******************************************************************
      *---> TELEFONE ADICIONAL: NOVE DIGITOS, DDD VALIDO, AINDA NAO
      *     CADASTRADO NO CLIENTE E COM VAGA NOS QUATRO ADICIONAIS.
       0350-VALIDAR-TEL-ADIC   SECTION.
           IF WK-TAM-VALOR NOT EQUAL 9
              OR WK-LIN-VALOR(1:9) IS NOT NUMERIC
               MOVE "TELEFONE ADICIONAL INVALIDO" TO WK-MOTIVO
               EXIT SECTION
           END-IF.
           MOVE WK-LIN-VALOR(1:9) TO WK-TEL-CONFERIR.
           PERFORM 0330-VALIDAR-DDD.
           IF WK-DDD-VALIDO EQUAL "N"
               MOVE "DDD INVALIDO" TO WK-MOTIVO
               EXIT SECTION
           END-IF.
           IF WK-TEL-CONFERIR EQUAL REG-TELEFONE
               MOVE "TELEFONE JA CADASTRADO" TO WK-MOTIVO
               EXIT SECTION
           END-IF.
           PERFORM VARYING WK-IDX-TEL FROM 1 BY 1
                   UNTIL WK-IDX-TEL GREATER THAN 4
               IF REG-TELEFONES-ADIC(WK-IDX-TEL) EQUAL WK-TEL-CONFERIR
                   MOVE "TELEFONE JA CADASTRADO" TO WK-MOTIVO
               END-IF
           END-PERFORM.
           IF WK-MOTIVO EQUAL SPACES
              AND REG-QTD-TEL-ADIC NOT LESS THAN 4
               MOVE "LIMITE DE TELEFONES ADICIONAIS" TO WK-MOTIVO
           END-IF.
       0350-VALIDAR-TEL-ADIC-FIM. EXIT.
      ******************************************************************
       0380-ENFILEIRAR-PEDIDO  SECTION.
           ADD 1 TO WK-PED-ID.
           MOVE SPACES TO REG-FILA.
           STRING WK-PED-ID
                  ";" WK-LIN-CPF
                  ";" WK-LIN-TELEFONE
                  ";" WK-LIN-CAMPO
                  ";" FUNCTION TRIM(WK-LIN-VALOR)
                  ";" WK-LIN-DATA-HORA
                  ";P;"
                  SPACE
                  ";00000000000000;"
                  SPACE
               DELIMITED BY SIZE INTO REG-FILA
           END-STRING.
           WRITE REG-FILA.
           IF FS-FILA EQUAL "00"
               ADD 1 TO WK-QT-ENFILEIRADOS
           ELSE
               MOVE "ERRO AO GRAVAR A FILA DO SITE" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
       0380-ENFILEIRAR-PEDIDO-FIM. EXIT.
      ******************************************************************
      *---> REJEITADO NA CRITICA: VOLTA PARA A EQUIPE WEB COM O MOTIVO.
       0390-DEVOLVER-PEDIDO    SECTION.
           ADD 1 TO WK-QT-REJEITADOS.
           MOVE SPACES TO REG-RESPOSTA.
           STRING FUNCTION TRIM(WK-LIN-CPF)
                  ";" FUNCTION TRIM(WK-LIN-TELEFONE)
                  ";" FUNCTION TRIM(WK-LIN-CAMPO)
                  ";" FUNCTION TRIM(WK-LIN-VALOR)
                  ";" WK-LIN-DATA-HORA
                  ";REJEITADO;" FUNCTION TRIM(WK-MOTIVO)
                  ";" WK-DATA-HORA(1:14)
               DELIMITED BY SIZE INTO REG-RESPOSTA
           END-STRING.
           WRITE REG-RESPOSTA.
       0390-DEVOLVER-PEDIDO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.

           DISPLAY "WEBPEDIDO - LIDOS: "        WK-QT-LIDOS.
           DISPLAY "WEBPEDIDO - NA FILA: "      WK-QT-ENFILEIRADOS.
           DISPLAY "WEBPEDIDO - DEVOLVIDOS: "   WK-QT-REJEITADOS.
           DISPLAY "WEBPEDIDO - ARQUIVADOS: "   WK-QT-ARQUIVADOS.
       1000-FINALIZAR-FIM.     EXIT.
