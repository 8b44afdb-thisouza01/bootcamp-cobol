      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  SUBPROGRAMA DE TAMANHO/CONTAGEM/SOMA DE UM ARQUIVO
      *     Usado pela replicacao noturna (REPLICA) para montar o
      *     manifesto e pela conferencia no destino (VERIFREP) para
      *     recalcular -- os dois lados contam e somam do mesmo
      *     jeito porque passam pela mesma rotina.
      *     O arquivo e lido como fluxo de bytes (CBL_OPEN_FILE /
      *     CBL_READ_FILE, extensao GNUCOBOL), de modo que serve
      *     para sequencial e indexado. A soma e a de Adler-32
      *     (duas somas modulo 65521, B*65536+A), devolvida em
      *     decimal.
      *     Registros: no sequencial, a quantidade de quebras de
      *     linha; nos indexados conhecidos, a leitura do arquivo
      *     pela chave primaria com o layout do proprio cadastro.
      *     Tipo (LK-SOMA-TIPO):
      *       "S" sequencial          "C" clientes (CLIENTE.cpy)
      *       "O" operadores          "V" devolucoes (DEVOLUC.cpy)
      *       "D" documentos          "K" contas (pratica-cobol)
      *     Retorno LK-SOMA-RC: "00" ok, "NE" arquivo nao existe,
      *     "AB" nao abriu, "LE" erro de leitura, "IX" indexado nao
      *     abriu pelo layout (tamanho e soma saem assim mesmo).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. ARQSOMA.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WK-INDEXADO-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CHAVE-CLIENTES
               ALTERNATE RECORD KEY IS REG-NOME
                                       WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF
                                       WITH DUPLICATES
               FILE STATUS     IS FS-INDEXADO.
      *
           SELECT OPERADORES ASSIGN TO WK-INDEXADO-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CHAVE-OPERADORES
               FILE STATUS     IS FS-INDEXADO.
      *
           SELECT DEVOLUCAO ASSIGN TO WK-INDEXADO-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CHAVE-DEVOLUCAO
               FILE STATUS     IS FS-INDEXADO.
      *
           SELECT DOCUMENTOS ASSIGN TO WK-INDEXADO-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CHAVE-DOCUMENTO
               FILE STATUS     IS FS-INDEXADO.
      *
           SELECT CONTAS ASSIGN TO WK-INDEXADO-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS REG-CONTA-ID
               FILE STATUS     IS FS-INDEXADO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTE.cpy".
      *
       FD  OPERADORES.
           COPY "OPERCAD.cpy".
      *
       FD  DEVOLUCAO.
           COPY "DEVOLUC.cpy".
      *
       FD  DOCUMENTOS.
           COPY "DOCUMENTO.cpy".
      *
      *---> CONTAS.DAT DO PRATICA-COBOL: SO A CHAVE INTERESSA AQUI
       FD  CONTAS.
       01  REG-CONTA.
           05 REG-CONTA-ID          PIC X(10).
           05 FILLER                PIC X(51).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       01  FS-INDEXADO              PIC X(02) VALUE SPACES.
       01  WK-INDEXADO-PATH         PIC X(100) VALUE SPACES.

      *---> DADOS DO ARQUIVO PELO CBL_CHECK_FILE_EXIST
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

      *---> LEITURA EM BLOCOS PELAS ROTINAS DE ARQUIVO DE BYTES
       77  WK-BYTE-MODO             PIC X(01) COMP-X VALUE 1.
       77  WK-BYTE-NEGA             PIC X(01) COMP-X VALUE 3.
       77  WK-BYTE-DISPOSITIVO      PIC X(01) COMP-X VALUE 0.
       77  WK-BYTE-HANDLE           PIC X(04) VALUE LOW-VALUES.
       77  WK-BYTE-OFFSET           PIC X(08) COMP-X VALUE 0.
       77  WK-BYTE-QTDE             PIC X(04) COMP-X VALUE 0.
       77  WK-BYTE-FLAGS            PIC X(01) COMP-X VALUE 0.
       01  WK-BLOCO                 PIC X(4096) VALUE SPACES.
       77  WK-BLOCO-MAX             PIC 9(04) VALUE 4096.
       77  WK-IDX-BYTE              PIC 9(04) VALUE ZEROS.
       77  WK-RESTANTE              PIC 9(12) VALUE ZEROS.

      *---> SOMA DE ADLER-32
       77  WK-SOMA-A                PIC 9(05) COMP VALUE 1.
       77  WK-SOMA-B                PIC 9(05) COMP VALUE ZEROS.
       77  WK-VALOR-BYTE            PIC 9(03) COMP VALUE ZEROS.
       77  WK-QUOCIENTE             PIC 9(09) COMP VALUE ZEROS.
       77  WK-QT-QUEBRAS            PIC 9(09) VALUE ZEROS.
       77  WK-QT-INDEXADO           PIC 9(09) VALUE ZEROS.
      ******************************************************************
       LINKAGE                 SECTION.
       01  LK-SOMA-PATH             PIC X(100).
       01  LK-SOMA-TIPO             PIC X(01).
           88 LK-SOMA-SEQUENCIAL    VALUE "S".
       01  LK-SOMA-TAMANHO          PIC 9(12).
       01  LK-SOMA-REGISTROS        PIC 9(09).
       01  LK-SOMA-VALOR            PIC 9(10).
       01  LK-SOMA-RC               PIC X(02).
      ******************************************************************
       PROCEDURE               DIVISION USING LK-SOMA-PATH LK-SOMA-TIPO
                                             LK-SOMA-TAMANHO
                                             LK-SOMA-REGISTROS
                                             LK-SOMA-VALOR
                                             LK-SOMA-RC.
       0000-PRINCIPAL          SECTION.
           MOVE ZEROS TO LK-SOMA-TAMANHO.
           MOVE ZEROS TO LK-SOMA-REGISTROS.
           MOVE ZEROS TO LK-SOMA-VALOR.
           MOVE "00"  TO LK-SOMA-RC.

           PERFORM 0100-OBTER-TAMANHO.
           IF LK-SOMA-RC EQUAL "00"
               PERFORM 0200-SOMAR-BYTES
           END-IF.
           IF LK-SOMA-RC EQUAL "00"
              AND NOT LK-SOMA-SEQUENCIAL
               PERFORM 0300-CONTAR-INDEXADO
           END-IF.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-OBTER-TAMANHO      SECTION.
           CALL "CBL_CHECK_FILE_EXIST" USING LK-SOMA-PATH
                                             WK-ARQ-INFO
               RETURNING WK-RETCODE
           END-CALL.
           IF WK-RETCODE NOT EQUAL ZEROS
               MOVE "NE" TO LK-SOMA-RC
           ELSE
               MOVE WK-ARQ-TAMANHO TO LK-SOMA-TAMANHO
           END-IF.
       0100-OBTER-TAMANHO-FIM. EXIT.
      ******************************************************************
      *---> PERCORRE O ARQUIVO EM BLOCOS DE 4096 BYTES. O ULTIMO BLOCO
      *     E PEDIDO SO COM O QUE FALTA, PARA A SOMA NAO PEGAR LIXO
      *     DO BLOCO ANTERIOR.
       0200-SOMAR-BYTES        SECTION.
           MOVE 1 TO WK-SOMA-A.
           MOVE ZEROS TO WK-SOMA-B.
           MOVE ZEROS TO WK-QT-QUEBRAS.
           MOVE 0 TO WK-BYTE-OFFSET.
           MOVE LK-SOMA-TAMANHO TO WK-RESTANTE.

           CALL "CBL_OPEN_FILE" USING LK-SOMA-PATH WK-BYTE-MODO
                                      WK-BYTE-NEGA WK-BYTE-DISPOSITIVO
                                      WK-BYTE-HANDLE
               RETURNING WK-RETCODE
           END-CALL.
           IF WK-RETCODE NOT EQUAL ZEROS
               MOVE "AB" TO LK-SOMA-RC
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WK-RESTANTE EQUAL ZEROS
                      OR LK-SOMA-RC NOT EQUAL "00"
               IF WK-RESTANTE GREATER THAN WK-BLOCO-MAX
                   MOVE WK-BLOCO-MAX TO WK-BYTE-QTDE
               ELSE
                   MOVE WK-RESTANTE TO WK-BYTE-QTDE
               END-IF
               CALL "CBL_READ_FILE" USING WK-BYTE-HANDLE
                                          WK-BYTE-OFFSET
                                          WK-BYTE-QTDE
                                          WK-BYTE-FLAGS
                                          WK-BLOCO
                   RETURNING WK-RETCODE
               END-CALL
               IF WK-RETCODE NOT EQUAL ZEROS
                   MOVE "LE" TO LK-SOMA-RC
               ELSE
                   PERFORM VARYING WK-IDX-BYTE FROM 1 BY 1
                           UNTIL WK-IDX-BYTE GREATER THAN WK-BYTE-QTDE
                       PERFORM 0210-SOMAR-BYTE
                   END-PERFORM
                   ADD WK-BYTE-QTDE TO WK-BYTE-OFFSET
                   SUBTRACT WK-BYTE-QTDE FROM WK-RESTANTE
               END-IF
           END-PERFORM.

           CALL "CBL_CLOSE_FILE" USING WK-BYTE-HANDLE.

           IF LK-SOMA-RC EQUAL "00"
               COMPUTE LK-SOMA-VALOR = WK-SOMA-B * 65536 + WK-SOMA-A
               MOVE WK-QT-QUEBRAS TO LK-SOMA-REGISTROS
           END-IF.
       0200-SOMAR-BYTES-FIM.   EXIT.
      ******************************************************************
       0210-SOMAR-BYTE         SECTION.
           COMPUTE WK-VALOR-BYTE =
                   FUNCTION ORD(WK-BLOCO(WK-IDX-BYTE:1)) - 1.
           IF WK-BLOCO(WK-IDX-BYTE:1) EQUAL X"0A"
               ADD 1 TO WK-QT-QUEBRAS
           END-IF.

           ADD WK-VALOR-BYTE TO WK-SOMA-A.
           IF WK-SOMA-A NOT LESS THAN 65521
               SUBTRACT 65521 FROM WK-SOMA-A
           END-IF.
           ADD WK-SOMA-A TO WK-SOMA-B.
           IF WK-SOMA-B NOT LESS THAN 65521
               SUBTRACT 65521 FROM WK-SOMA-B
           END-IF.
       0210-SOMAR-BYTE-FIM.    EXIT.
      ******************************************************************
      *---> NOS INDEXADOS A QUEBRA DE LINHA NAO QUER DIZER NADA: CONTA
      *     LENDO O CADASTRO PELA CHAVE COM O LAYOUT DELE. SE NAO ABRIR
      *     (TIPO TROCADO NA LISTA, ARQUIVO DE OUTRA VERSAO), DEVOLVE
      *     "IX" COM O TAMANHO E A SOMA JA CALCULADOS.
       0300-CONTAR-INDEXADO    SECTION.
           MOVE LK-SOMA-PATH TO WK-INDEXADO-PATH.
           MOVE ZEROS TO WK-QT-INDEXADO.

           EVALUATE LK-SOMA-TIPO
               WHEN "C"
                   OPEN INPUT CLIENTES
                   PERFORM UNTIL FS-INDEXADO NOT EQUAL "00"
                       READ CLIENTES NEXT
                       IF FS-INDEXADO EQUAL "00"
                           ADD 1 TO WK-QT-INDEXADO
                       END-IF
                   END-PERFORM
                   CLOSE CLIENTES
               WHEN "O"
                   OPEN INPUT OPERADORES
                   PERFORM UNTIL FS-INDEXADO NOT EQUAL "00"
                       READ OPERADORES NEXT
                       IF FS-INDEXADO EQUAL "00"
                           ADD 1 TO WK-QT-INDEXADO
                       END-IF
                   END-PERFORM
                   CLOSE OPERADORES
               WHEN "V"
                   OPEN INPUT DEVOLUCAO
                   PERFORM UNTIL FS-INDEXADO NOT EQUAL "00"
                       READ DEVOLUCAO NEXT
                       IF FS-INDEXADO EQUAL "00"
                           ADD 1 TO WK-QT-INDEXADO
                       END-IF
                   END-PERFORM
                   CLOSE DEVOLUCAO
               WHEN "D"
                   OPEN INPUT DOCUMENTOS
                   PERFORM UNTIL FS-INDEXADO NOT EQUAL "00"
                       READ DOCUMENTOS NEXT
                       IF FS-INDEXADO EQUAL "00"
                           ADD 1 TO WK-QT-INDEXADO
                       END-IF
                   END-PERFORM
                   CLOSE DOCUMENTOS
               WHEN "K"
                   OPEN INPUT CONTAS
                   PERFORM UNTIL FS-INDEXADO NOT EQUAL "00"
                       READ CONTAS NEXT
                       IF FS-INDEXADO EQUAL "00"
                           ADD 1 TO WK-QT-INDEXADO
                       END-IF
                   END-PERFORM
                   CLOSE CONTAS
               WHEN OTHER
                   MOVE "99" TO FS-INDEXADO
           END-EVALUATE.

           IF FS-INDEXADO EQUAL "10"
               MOVE WK-QT-INDEXADO TO LK-SOMA-REGISTROS
           ELSE
               MOVE ZEROS TO LK-SOMA-REGISTROS
               MOVE "IX" TO LK-SOMA-RC
           END-IF.
       0300-CONTAR-INDEXADO-FIM. EXIT.
