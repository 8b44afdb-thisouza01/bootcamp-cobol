      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  SUBPROGRAMA DAS MARCAS DE DEVOLUCAO (devolucao.dat)
      *     Chamado pelos modulos online quando o dado devolvido e
      *     corrigido ou quando o cliente troca de telefone (a chave do
      *     devolucao.dat e o telefone). Acoes (LK-DEV-ACAO):
      *       "L" limpar - tira a marca do tipo informado em
      *                    LK-DEV-TIPO: "C" endereco, "E" email
      *       "T" trocar - leva o registro do telefone LK-DEV-TELEFONE
      *                    para LK-DEV-NOVO-TEL (troca de telefone)
      *     Retorno LK-DEV-RC: "00" ok, "NF" cliente sem marca,
      *     "GR" erro de gravacao, "AC" acao invalida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. DEVOLCTL.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT DEVOLUCAO ASSIGN TO WK-DEVOLUCAO-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-DEVOLUCAO
               FILE STATUS     IS FS-DEVOLUCAO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  DEVOLUCAO.
           COPY "DEVOLUC.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-DEVOLUCAO             PIC X(02) VALUE SPACES.
       01  WK-DEVOLUCAO-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/devolucao.dat".
       01  WK-REG-SALVO             PIC X(120) VALUE SPACES.
       77  WK-DATA-HOJE             PIC 9(08) VALUE ZEROS.
      ******************************************************************
       LINKAGE                 SECTION.
       01  LK-DEV-ACAO              PIC X(01).
           88 LK-DEV-LIMPAR         VALUE "L".
           88 LK-DEV-TROCAR         VALUE "T".
       01  LK-DEV-TELEFONE          PIC 9(09).
       01  LK-DEV-TIPO              PIC X(01).
           88 LK-DEV-ENDERECO       VALUE "C".
           88 LK-DEV-EMAIL          VALUE "E".
       01  LK-DEV-NOVO-TEL          PIC 9(09).
       01  LK-DEV-RC                PIC X(02).
      ******************************************************************
       PROCEDURE               DIVISION USING LK-DEV-ACAO
                                             LK-DEV-TELEFONE
                                             LK-DEV-TIPO
                                             LK-DEV-NOVO-TEL
                                             LK-DEV-RC.
       0000-PRINCIPAL          SECTION.
           MOVE "00" TO LK-DEV-RC.
           ACCEPT WK-DEVOLUCAO-PATH FROM ENVIRONMENT "DEVOLUCAO_PATH"
           IF WK-DEVOLUCAO-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/devolucao.dat"
                                               TO WK-DEVOLUCAO-PATH
           END-IF.
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.

      *---> SEM ARQUIVO NINGUEM ESTA MARCADO: NADA A FAZER
           OPEN I-O DEVOLUCAO.
           IF FS-DEVOLUCAO NOT = "00"
               MOVE "NF" TO LK-DEV-RC
               GOBACK
           END-IF.

           MOVE LK-DEV-TELEFONE TO DEV-TELEFONE.
           READ DEVOLUCAO
               INVALID KEY
                   MOVE "NF" TO LK-DEV-RC
           END-READ.

           IF LK-DEV-RC EQUAL "00"
               EVALUATE TRUE
                   WHEN LK-DEV-LIMPAR
                       PERFORM 0100-LIMPAR-MARCA
                   WHEN LK-DEV-TROCAR
                       PERFORM 0200-TROCAR-TELEFONE
                   WHEN OTHER
                       MOVE "AC" TO LK-DEV-RC
               END-EVALUATE
           END-IF.

           CLOSE DEVOLUCAO.
           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
      *---> O DADO FOI CORRIGIDO: A MARCA CAI, O HISTORICO (DATA,
      *     MOTIVO E QUANTIDADE DE DEVOLUCOES) FICA PARA CONSULTA.
       0100-LIMPAR-MARCA       SECTION.
           EVALUATE TRUE
               WHEN LK-DEV-ENDERECO
                   IF NOT ENDERECO-INENTREGAVEL
                       MOVE "NF" TO LK-DEV-RC
                       EXIT SECTION
                   END-IF
                   MOVE "N" TO DEV-END-FLAG
               WHEN LK-DEV-EMAIL
                   IF NOT EMAIL-INENTREGAVEL
                       MOVE "NF" TO LK-DEV-RC
                       EXIT SECTION
                   END-IF
                   MOVE "N" TO DEV-EMAIL-FLAG
               WHEN OTHER
                   MOVE "AC" TO LK-DEV-RC
                   EXIT SECTION
           END-EVALUATE.

           MOVE WK-DATA-HOJE TO DEV-DATA-ATUALIZ.
           REWRITE REG-DEVOLUCAO.
           IF FS-DEVOLUCAO NOT = "00"
               MOVE "GR" TO LK-DEV-RC
           END-IF.
       0100-LIMPAR-MARCA-FIM.  EXIT.
      ******************************************************************
      *---> A CHAVE E O TELEFONE: GRAVA COM O NOVO E APAGA O ANTIGO.
       0200-TROCAR-TELEFONE    SECTION.
           MOVE REG-DEVOLUCAO TO WK-REG-SALVO.
           MOVE LK-DEV-NOVO-TEL TO DEV-TELEFONE.
           WRITE REG-DEVOLUCAO.
           IF FS-DEVOLUCAO NOT = "00"
               MOVE "GR" TO LK-DEV-RC
               EXIT SECTION
           END-IF.

           MOVE WK-REG-SALVO TO REG-DEVOLUCAO.
           DELETE DEVOLUCAO RECORD.
           IF FS-DEVOLUCAO NOT = "00"
               MOVE "GR" TO LK-DEV-RC
           END-IF.
       0200-TROCAR-TELEFONE-FIM. EXIT.
