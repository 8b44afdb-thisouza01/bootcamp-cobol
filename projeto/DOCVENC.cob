      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  LISTA DE TRABALHO DE DOCUMENTOS A VENCER (LOTE, MENSAL)
      *     Varre o documentos.dat e lista em docvenc.txt os
      *     documentos que vencem nos proximos DOCVENC_DIAS dias
      *     (padrao 60) e os ja vencidos, com nome e telefone do
      *     cliente (buscado no clientes.dat pela chave alternativa de
      *     CPF), para o atendimento pedir a renovacao antes que a
      *     pendencia bloqueie uma abertura de conta. Documento sem
      *     validade nao entra; cliente inativo e contado a parte e
      *     fica fora da lista.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. DOCVENC.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTOS ASSIGN TO WK-DOCUMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-DOCUMENTO
               FILE STATUS     IS FS-DOCUMENTOS.
      *
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
           SELECT RELATORIO ASSIGN TO
                   "C:/projeto-bootcamp/docvenc.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  DOCUMENTOS.
           COPY "DOCUMENTO.cpy".
      *
       FD  CLIENTES.
           COPY "CLIENTE.cpy".
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(132).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-DOCUMENTOS            PIC X(02) VALUE SPACES.
       01  WK-DOCUMENTOS-PATH       PIC X(100)
           VALUE "C:/projeto-bootcamp/documentos.dat".
       01  FS-CLIENTES              PIC X(02) VALUE SPACES.
       01  WK-CLIENTES-PATH         PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       01  FS-RELATORIO             PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> JANELA DE AVISO EM DIAS (DOCVENC_DIAS, PADRAO 60)
       77  WK-DIAS-ENV              PIC X(03) VALUE SPACES.
       77  WK-DIAS-AVISO            PIC 9(03) VALUE 060.
       77  WK-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WK-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       77  WK-DIAS-RESTANTES        PIC S9(05) VALUE ZEROS.
       77  WK-DIAS-EDT              PIC -ZZZ9.

      *---> CLIENTE DO DOCUMENTO
       77  WK-CLI-ACHOU             PIC X(01) VALUE "N".
       77  WK-SITUACAO              PIC X(08) VALUE SPACES.

      *---> CONTADORES
       77  WK-QT-LIDOS              PIC 9(06) VALUE ZEROS.
       77  WK-QT-A-VENCER           PIC 9(06) VALUE ZEROS.
       77  WK-QT-VENCIDOS           PIC 9(06) VALUE ZEROS.
       77  WK-QT-INATIVOS           PIC 9(06) VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-VARRER-DOCUMENTOS.
           PERFORM 1000-FINALIZAR.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           ACCEPT WK-DOCUMENTOS-PATH FROM ENVIRONMENT "DOCUMENTOS_PATH"
           IF WK-DOCUMENTOS-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/documentos.dat"
                                               TO WK-DOCUMENTOS-PATH
           END-IF.
           ACCEPT WK-CLIENTES-PATH FROM ENVIRONMENT "CLIENTES_PATH"
           IF WK-CLIENTES-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/clientes.dat"
                                               TO WK-CLIENTES-PATH
           END-IF.

           ACCEPT WK-DIAS-ENV FROM ENVIRONMENT "DOCVENC_DIAS".
           IF WK-DIAS-ENV NOT EQUAL SPACES
                   AND FUNCTION NUMVAL(WK-DIAS-ENV) GREATER THAN ZEROS
               COMPUTE WK-DIAS-AVISO = FUNCTION NUMVAL(WK-DIAS-ENV)
           END-IF.

           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WK-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE)
                   + WK-DIAS-AVISO).
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *---> PERCORRE OS DOCUMENTOS EM ORDEM DE CPF; O QUE TEM VALIDADE
      *     ATE A DATA LIMITE ENTRA NA LISTA (VENCIDO OU A VENCER).
       0200-VARRER-DOCUMENTOS  SECTION.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DOCUMENTOS VENCIDOS E A VENCER ATE " WK-DATA-LIMITE
                  " - POSICAO DE " WK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CPF         TELEFONE  NOME"
                  "                           TIPO NUMERO"
                  "               VALIDADE SITUACAO  DIAS"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

           OPEN INPUT DOCUMENTOS.
           IF FS-DOCUMENTOS NOT = "00"
               MOVE "DOCUMENTOS.DAT INEXISTENTE - LISTA VAZIA"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-INFO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.
           OPEN INPUT CLIENTES.

           READ DOCUMENTOS NEXT.
           PERFORM UNTIL FS-DOCUMENTOS EQUAL "10"
               ADD 1 TO WK-QT-LIDOS
               IF DOC-VALIDADE NOT EQUAL ZEROS
                  AND DOC-VALIDADE NOT GREATER THAN WK-DATA-LIMITE
                   PERFORM 0210-LOCALIZAR-CLIENTE
                   IF WK-CLI-ACHOU EQUAL "S" AND CLIENTE-INATIVO
                       ADD 1 TO WK-QT-INATIVOS
                   ELSE
                       PERFORM 0220-GRAVAR-LINHA
                   END-IF
               END-IF
               READ DOCUMENTOS NEXT
           END-PERFORM.

           CLOSE DOCUMENTOS.
           CLOSE CLIENTES.
       0200-VARRER-DOCUMENTOS-FIM. EXIT.
      ******************************************************************
      *---> CLIENTE PELA CHAVE ALTERNATIVA DE CPF; SE NAO ACHAR (CPF
      *     TROCADO OU CLIENTE EXPURGADO) A LINHA SAI COM O TELEFONE
      *     GRAVADO NO DOCUMENTO E SEM NOME.
       0210-LOCALIZAR-CLIENTE  SECTION.
           MOVE "N" TO WK-CLI-ACHOU.
           MOVE DOC-CPF TO REG-CPF.
           START CLIENTES KEY IS EQUAL TO REG-CPF
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-CLIENTES EQUAL "00"
               READ CLIENTES NEXT
               IF FS-CLIENTES EQUAL "00" AND REG-CPF EQUAL DOC-CPF
                   MOVE "S" TO WK-CLI-ACHOU
               END-IF
           END-IF.
           IF WK-CLI-ACHOU EQUAL "N"
               MOVE DOC-TELEFONE TO REG-TELEFONE
               MOVE "(NAO LOCALIZADO NO CADASTRO)" TO REG-NOME
           END-IF.
       0210-LOCALIZAR-CLIENTE-FIM. EXIT.
      ******************************************************************
       0220-GRAVAR-LINHA       SECTION.
           COMPUTE WK-DIAS-RESTANTES =
                   FUNCTION INTEGER-OF-DATE(DOC-VALIDADE)
                   - FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE).
           MOVE WK-DIAS-RESTANTES TO WK-DIAS-EDT.
           IF DOC-VALIDADE LESS THAN WK-DATA-HOJE
               MOVE "VENCIDO" TO WK-SITUACAO
               ADD 1 TO WK-QT-VENCIDOS
           ELSE
               MOVE "A VENCER" TO WK-SITUACAO
               ADD 1 TO WK-QT-A-VENCER
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING DOC-CPF " " REG-TELEFONE " " REG-NOME " "
                  DOC-TIPO "  " DOC-NUMERO " " DOC-VALIDADE " "
                  WK-SITUACAO " " WK-DIAS-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
       0220-GRAVAR-LINHA-FIM.  EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           MOVE SPACES TO REG-RELATORIO.
           STRING "A VENCER: " WK-QT-A-VENCER
                  "  VENCIDOS: " WK-QT-VENCIDOS
                  "  CLIENTES INATIVOS IGNORADOS: " WK-QT-INATIVOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.

           MOVE "LISTA DE DOCUMENTOS A VENCER GERADA" TO
                                               WK-ABEND-MESSAGE.
           SET SEVERIDADE-INFO TO TRUE.
           CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE.

           DISPLAY "DOCVENC - LIDOS.....: " WK-QT-LIDOS.
           DISPLAY "DOCVENC - A VENCER..: " WK-QT-A-VENCER.
           DISPLAY "DOCVENC - VENCIDOS..: " WK-QT-VENCIDOS.
           DISPLAY "DOCVENC - INATIVOS..: " WK-QT-INATIVOS.
       1000-FINALIZAR-FIM.     EXIT.
