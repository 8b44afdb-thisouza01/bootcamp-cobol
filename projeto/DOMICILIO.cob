      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  DETECCAO DE DOMICILIOS (LOTE)
      *     Agrupa os clientes ativos do clientes.dat que moram no
      *     mesmo endereco -- mesma chave normalizada de CEP + numero
      *     + complemento (maiusculas, so letras e digitos, zeros a
      *     esquerda do numero removidos, APARTAMENTO/APTO/APT viram
      *     AP e BLOCO vira BL) -- e da a cada grupo um numero de
      *     domicilio. Grava o arquivo de domicilios (domicilios.txt,
      *     uma linha por cliente: DOMICILIO;TELEFONE;CPF;CEP;NUMERO;
      *     COMPLEMENTO), usado pelo ETIQUETAS e pela CAMPANHA para
      *     mandar uma peca por domicilio, e o relatorio domicrel.txt
      *     com os domicilios de mais de um cliente e seus membros.
      *     Clientes sem CEP ou sem numero nao entram no agrupamento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. DOMICILIO.
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
           SELECT DOMICILIOS ASSIGN TO
                               "C:/projeto-bootcamp/domicilios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-DOMICILIOS.
      *
           SELECT RELATORIO ASSIGN TO
                               "C:/projeto-bootcamp/domicrel.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTE.cpy".
      *
       FD  DOMICILIOS.
       01  REG-DOMICILIO               PIC X(80).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  WK-CLIENTES-PATH         PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       01  FS-DOMICILIOS            PIC X(02) VALUE SPACES.
       01  FS-RELATORIO             PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> CONTADORES DA VARREDURA
       77  WK-QT-LIDOS             PIC 9(06) VALUE ZEROS.
       77  WK-QT-SEM-ENDERECO      PIC 9(06) VALUE ZEROS.
       77  WK-QT-MULTIPLOS         PIC 9(06) VALUE ZEROS.
       77  WK-QT-LINHAS-REL        PIC 9(06) VALUE ZEROS.

      *---> CLIENTES AGRUPAVEIS, NA ORDEM DE LEITURA (TELEFONE)
       77  WK-QT-MEMBROS           PIC 9(05) VALUE ZEROS.
       77  WK-IDX-MEM              PIC 9(05) VALUE ZEROS.
       01  WK-TAB-MEMBROS.
           05 WK-MEM               OCCURS 5000 TIMES.
              10 WK-MEM-TELEFONE   PIC 9(09).
              10 WK-MEM-CPF        PIC 9(11).
              10 WK-MEM-NOME       PIC X(30).
              10 WK-MEM-DOMIC      PIC 9(05).

      *---> DOMICILIOS ENCONTRADOS (CHAVE NORMALIZADA + QUANTIDADE)
       77  WK-QT-DOMIC             PIC 9(05) VALUE ZEROS.
       77  WK-IDX-DOM              PIC 9(05) VALUE ZEROS.
       01  WK-TAB-DOMIC.
           05 WK-DOM               OCCURS 5000 TIMES.
              10 WK-DOM-CHAVE.
                 15 WK-DOM-CEP     PIC 9(08).
                 15 WK-DOM-NUMERO  PIC X(06).
                 15 WK-DOM-COMPL   PIC X(15).
              10 WK-DOM-QT         PIC 9(04).
       77  WK-ACHOU                PIC X     VALUE "N".

      *---> CHAVE DO CLIENTE CORRENTE
       01  WK-CHAVE-CLIENTE.
           05 WK-CHV-CEP           PIC 9(08).
           05 WK-CHV-NUMERO        PIC X(06).
           05 WK-CHV-COMPL         PIC X(15).

      *---> NORMALIZACAO DE NUMERO/COMPLEMENTO
       01  WK-NORM-ENTRADA         PIC X(15) VALUE SPACES.
       01  WK-NORM-SAIDA           PIC X(15) VALUE SPACES.
       01  WK-NORM-TRAB            PIC X(15) VALUE SPACES.
       77  WK-NORM-CHAR            PIC X     VALUE SPACES.
       77  WK-IDX-CHR              PIC 9(02) VALUE ZEROS.
       77  WK-POS-SAIDA            PIC 9(02) VALUE ZEROS.

      *---> CEP FORMATADO 00000-000 PARA O RELATORIO
       01  WK-CEP-EDT.
           05 WK-CEP-PARTE1         PIC X(05) VALUE SPACES.
           05 FILLER                PIC X     VALUE "-".
           05 WK-CEP-PARTE2         PIC X(03) VALUE SPACES.
       01  WK-CEP-X                 PIC X(08) VALUE SPACES.

      *---> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL):
      *     O VISOR SPOOLVIEW LISTA E REIMPRIME O QUE FOI GERADO
       77  WK-SPO-PROGRAMA         PIC X(10) VALUE "DOMICILIO".
       77  WK-SPO-ARQUIVO          PIC X(60)
           VALUE "C:/projeto-bootcamp/domicrel.txt".
       77  WK-SPO-LINHAS           PIC 9(06) VALUE ZEROS.
       77  WK-SPO-OPERADOR         PIC X(10) VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-AGRUPAR-CLIENTES.
           PERFORM 0400-GRAVAR-DOMICILIOS.
           PERFORM 0500-GRAVAR-RELATORIO.
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

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT = "00"
               MOVE "CLIENTES.DAT NAO ENCONTRADO P/ DOMICILIO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.

           OPEN OUTPUT DOMICILIOS.
           OPEN OUTPUT RELATORIO.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *---> VARRE O CADASTRO: CADA CLIENTE ATIVO COM CEP E NUMERO
      *     ENTRA NO DOMICILIO DA SUA CHAVE (NOVO SE AINDA NAO VISTO).
       0200-AGRUPAR-CLIENTES   SECTION.
           IF FS-CLIENTES NOT = "00"
               EXIT SECTION
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
                   IF CLIENTE-ATIVO
                       IF REG-END-CEP EQUAL ZEROS
                          OR REG-END-NUMERO EQUAL SPACES
                           ADD 1 TO WK-QT-SEM-ENDERECO
                       ELSE
                           PERFORM 0300-INCLUIR-MEMBRO
                       END-IF
                   END-IF
                   READ CLIENTES NEXT
               END-PERFORM
           END-IF.
       0200-AGRUPAR-CLIENTES-FIM. EXIT.
      ******************************************************************
      *---> MONTA A CHAVE NORMALIZADA DO CLIENTE, LOCALIZA (OU ABRE) O
      *     DOMICILIO E GUARDA O CLIENTE COMO MEMBRO DELE.
       0300-INCLUIR-MEMBRO     SECTION.
           IF WK-QT-MEMBROS EQUAL 5000
               MOVE "TABELA DE DOMICILIOS CHEIA!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.

           MOVE REG-END-CEP TO WK-CHV-CEP.

           MOVE REG-END-NUMERO TO WK-NORM-ENTRADA.
           PERFORM 0310-NORMALIZAR.
           PERFORM UNTIL WK-NORM-SAIDA(1:1) NOT EQUAL "0"
                      OR WK-NORM-SAIDA(2:1) EQUAL SPACE
               MOVE WK-NORM-SAIDA(2:14) TO WK-NORM-TRAB
               MOVE WK-NORM-TRAB TO WK-NORM-SAIDA
           END-PERFORM.
           MOVE WK-NORM-SAIDA TO WK-CHV-NUMERO.

           MOVE REG-END-COMPLEMENTO TO WK-NORM-ENTRADA.
           MOVE FUNCTION UPPER-CASE(WK-NORM-ENTRADA) TO WK-NORM-ENTRADA.
           INSPECT WK-NORM-ENTRADA REPLACING
               ALL "APARTAMENTO" BY "AP         "
               ALL "APTO"        BY "AP  "
               ALL "APT"         BY "AP "
               ALL "BLOCO"       BY "BL   ".
           PERFORM 0310-NORMALIZAR.
           MOVE WK-NORM-SAIDA TO WK-CHV-COMPL.

           MOVE "N" TO WK-ACHOU.
           PERFORM VARYING WK-IDX-DOM FROM 1 BY 1
                   UNTIL WK-IDX-DOM GREATER THAN WK-QT-DOMIC
                      OR WK-ACHOU EQUAL "S"
               IF WK-DOM-CHAVE(WK-IDX-DOM) EQUAL WK-CHAVE-CLIENTE
                   MOVE "S" TO WK-ACHOU
               END-IF
           END-PERFORM.

           IF WK-ACHOU EQUAL "S"
               SUBTRACT 1 FROM WK-IDX-DOM
           ELSE
               ADD 1 TO WK-QT-DOMIC
               MOVE WK-QT-DOMIC TO WK-IDX-DOM
               MOVE WK-CHAVE-CLIENTE TO WK-DOM-CHAVE(WK-IDX-DOM)
               MOVE ZEROS TO WK-DOM-QT(WK-IDX-DOM)
           END-IF.
           ADD 1 TO WK-DOM-QT(WK-IDX-DOM).
           IF WK-DOM-QT(WK-IDX-DOM) EQUAL 2
               ADD 1 TO WK-QT-MULTIPLOS
           END-IF.

           ADD 1 TO WK-QT-MEMBROS.
           MOVE REG-TELEFONE TO WK-MEM-TELEFONE(WK-QT-MEMBROS).
           MOVE REG-CPF      TO WK-MEM-CPF(WK-QT-MEMBROS).
           MOVE REG-NOME     TO WK-MEM-NOME(WK-QT-MEMBROS).
           MOVE WK-IDX-DOM   TO WK-MEM-DOMIC(WK-QT-MEMBROS).
       0300-INCLUIR-MEMBRO-FIM. EXIT.
      ******************************************************************
      *---> DEIXA EM WK-NORM-SAIDA SO AS LETRAS E DIGITOS DE
      *     WK-NORM-ENTRADA, EM MAIUSCULAS E ENCOSTADOS A ESQUERDA.
       0310-NORMALIZAR         SECTION.
           MOVE SPACES TO WK-NORM-SAIDA.
           MOVE ZEROS TO WK-POS-SAIDA.
           MOVE FUNCTION UPPER-CASE(WK-NORM-ENTRADA) TO WK-NORM-ENTRADA.
           PERFORM VARYING WK-IDX-CHR FROM 1 BY 1
                   UNTIL WK-IDX-CHR GREATER THAN 15
               MOVE WK-NORM-ENTRADA(WK-IDX-CHR:1) TO WK-NORM-CHAR
               IF (WK-NORM-CHAR IS ALPHABETIC
                     AND WK-NORM-CHAR NOT EQUAL SPACE)
                  OR WK-NORM-CHAR IS NUMERIC
                   ADD 1 TO WK-POS-SAIDA
                   MOVE WK-NORM-CHAR TO WK-NORM-SAIDA(WK-POS-SAIDA:1)
               END-IF
           END-PERFORM.
       0310-NORMALIZAR-FIM.    EXIT.
      ******************************************************************
      *---> ARQUIVO DE DOMICILIOS: UMA LINHA POR CLIENTE AGRUPADO, COM
      *     O NUMERO DO DOMICILIO E A CHAVE NORMALIZADA.
       0400-GRAVAR-DOMICILIOS  SECTION.
           PERFORM VARYING WK-IDX-MEM FROM 1 BY 1
                   UNTIL WK-IDX-MEM GREATER THAN WK-QT-MEMBROS
               MOVE WK-MEM-DOMIC(WK-IDX-MEM) TO WK-IDX-DOM
               MOVE SPACES TO REG-DOMICILIO
               STRING WK-MEM-DOMIC(WK-IDX-MEM)
                      ";" WK-MEM-TELEFONE(WK-IDX-MEM)
                      ";" WK-MEM-CPF(WK-IDX-MEM)
                      ";" WK-DOM-CEP(WK-IDX-DOM)
                      ";" WK-DOM-NUMERO(WK-IDX-DOM)
                      ";" WK-DOM-COMPL(WK-IDX-DOM)
                   DELIMITED BY SIZE INTO REG-DOMICILIO
               END-STRING
               WRITE REG-DOMICILIO
           END-PERFORM.
       0400-GRAVAR-DOMICILIOS-FIM. EXIT.
      ******************************************************************
      *---> RELATORIO: SO OS DOMICILIOS COM MAIS DE UM CLIENTE, CADA UM
      *     COM O ENDERECO E A LISTA DOS MEMBROS.
       0500-GRAVAR-RELATORIO   SECTION.
           MOVE "DOMICILIOS COM MAIS DE UM CLIENTE ATIVO"
                                               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WK-IDX-DOM FROM 1 BY 1
                   UNTIL WK-IDX-DOM GREATER THAN WK-QT-DOMIC
               IF WK-DOM-QT(WK-IDX-DOM) GREATER THAN 1
                   MOVE WK-DOM-CEP(WK-IDX-DOM) TO WK-CEP-X
                   MOVE WK-CEP-X(1:5) TO WK-CEP-PARTE1
                   MOVE WK-CEP-X(6:3) TO WK-CEP-PARTE2
                   MOVE SPACES TO REG-RELATORIO
                   STRING "DOMICILIO " WK-IDX-DOM
                          " CEP " WK-CEP-EDT
                          " NR " WK-DOM-NUMERO(WK-IDX-DOM)
                          " COMPL " WK-DOM-COMPL(WK-IDX-DOM)
                          " MEMBROS " WK-DOM-QT(WK-IDX-DOM)
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   END-STRING
                   WRITE REG-RELATORIO
                   ADD 1 TO WK-QT-LINHAS-REL
                   PERFORM VARYING WK-IDX-MEM FROM 1 BY 1
                           UNTIL WK-IDX-MEM GREATER THAN WK-QT-MEMBROS
                       IF WK-MEM-DOMIC(WK-IDX-MEM) EQUAL WK-IDX-DOM
                           MOVE SPACES TO REG-RELATORIO
                           STRING "    TELEFONE="
                                  WK-MEM-TELEFONE(WK-IDX-MEM)
                                  " CPF=" WK-MEM-CPF(WK-IDX-MEM)
                                  " NOME=" WK-MEM-NOME(WK-IDX-MEM)
                               DELIMITED BY SIZE INTO REG-RELATORIO
                           END-STRING
                           WRITE REG-RELATORIO
                           ADD 1 TO WK-QT-LINHAS-REL
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAIS LIDOS=" WK-QT-LIDOS
                  " AGRUPADOS="   WK-QT-MEMBROS
                  " DOMICILIOS="  WK-QT-DOMIC
                  " MULTIPLOS="   WK-QT-MULTIPLOS
                  " SEM ENDERECO=" WK-QT-SEM-ENDERECO
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
       0500-GRAVAR-RELATORIO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE DOMICILIOS.
           CLOSE RELATORIO.

           MOVE WK-QT-LINHAS-REL TO WK-SPO-LINHAS.
           CALL "SPOOLCTL" USING WK-SPO-PROGRAMA WK-SPO-ARQUIVO
                                 WK-SPO-LINHAS WK-SPO-OPERADOR.

           DISPLAY "DOMICILIO - LIDOS: "      WK-QT-LIDOS.
           DISPLAY "DOMICILIO - DOMICILIOS: " WK-QT-DOMIC.
           DISPLAY "DOMICILIO - MULTIPLOS: "  WK-QT-MULTIPLOS.
       1000-FINALIZAR-FIM.     EXIT.
