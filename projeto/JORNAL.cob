      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  SUBPROGRAMA DO JORNAL DE IMAGENS POSTERIORES DO CLIENTES
      *     O RESTBKP reconstroi o clientes.dat do ultimo dump, mas
      *     tudo o que foi gravado depois do dump se perdia. Todo
      *     WRITE, REWRITE e DELETE efetivado no clientes.dat passa
      *     por aqui e vira uma linha no jornal.txt com a imagem
      *     completa do registro depois da operacao -- e dele que o
      *     RECUPERA reaplica as mudancas sobre o backup restaurado.
      *     Posicoes fixas: DATA-HORA AAAAMMDDHHMMSSCC 1-16,
      *     OPERACAO 17 (I inclusao/WRITE, A alteracao/REWRITE,
      *     E exclusao/DELETE), OPERADOR 18-27, PROGRAMA 28-37,
      *     IMAGEM DO REGISTRO 38-390 (353 bytes do CLIENTE.cpy).
      *     O operador vem do login do MAIN; sem login (lote) sai
      *     "LOTE". No modo treino o JORNAL_PATH aponta para a copia
      *     de treino, como os demais arquivos redirecionados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. JORNAL.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO WK-JORNAL-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-JORNAL.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  JORNAL.
       01  REG-JORNAL.
           05 JOR-DATA-HORA             PIC X(16).
           05 JOR-OPERACAO              PIC X(01).
           05 JOR-OPERADOR              PIC X(10).
           05 JOR-PROGRAMA              PIC X(10).
           05 JOR-IMAGEM                PIC X(353).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       01  FS-JORNAL                PIC X(02) VALUE SPACES.
       01  WK-JORNAL-PATH           PIC X(100) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> OPERADOR LOGADO NO MAIN
           COPY "OPERADOR.cpy".
      ******************************************************************
       LINKAGE                 SECTION.
       01  LK-JOR-OPERACAO          PIC X(01).
       01  LK-JOR-PROGRAMA          PIC X(10).
       01  LK-JOR-REGISTRO          PIC X(353).
      ******************************************************************
       PROCEDURE               DIVISION USING LK-JOR-OPERACAO
                                             LK-JOR-PROGRAMA
                                             LK-JOR-REGISTRO.
       0000-PRINCIPAL          SECTION.
           ACCEPT WK-JORNAL-PATH FROM ENVIRONMENT "JORNAL_PATH"
           IF WK-JORNAL-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/jornal.txt"
                                               TO WK-JORNAL-PATH
           END-IF.

           OPEN EXTEND JORNAL.
           IF FS-JORNAL EQUAL "35"
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
               OPEN EXTEND JORNAL
           END-IF.
           IF FS-JORNAL NOT EQUAL "00"
               MOVE "JORNAL DO CLIENTES INDISPONIVEL!"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:16) TO JOR-DATA-HORA.
           MOVE LK-JOR-OPERACAO    TO JOR-OPERACAO.
           MOVE WK-OPERADOR-LOGADO TO JOR-OPERADOR.
           IF JOR-OPERADOR EQUAL SPACES
               MOVE "LOTE" TO JOR-OPERADOR
           END-IF.
           MOVE LK-JOR-PROGRAMA    TO JOR-PROGRAMA.
           MOVE LK-JOR-REGISTRO    TO JOR-IMAGEM.
           WRITE REG-JORNAL.
           IF FS-JORNAL NOT EQUAL "00"
               MOVE "ERRO AO GRAVAR O JORNAL DO CLIENTES"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
           CLOSE JORNAL.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
