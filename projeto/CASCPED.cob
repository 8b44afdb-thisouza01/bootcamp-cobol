      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  SUBPROGRAMA DE PEDIDO DE CASCATA (cascata.txt)
      *     Quando um cliente sai do cadastro (desativacao no EXCLUIR,
      *     exclusao efetivada no APROVACAO, expurgo no EXPURGO) ou
      *     volta a ele (RESTAURAR, reativacao na CONSULTA), o que
      *     esta ligado ao CPF/telefone nos outros sistemas -- contas,
      *     pagamentos agendados, saldo de pontos -- precisa ser
      *     tratado. Este subprograma so registra o pedido na fila
      *     cascata.txt; a lista de trabalho CASCATA (sistema de
      *     contas) desdobra cada pedido nos itens vinculados e o
      *     operador executa ou dispensa item a item.
      *     Tipos (LK-CAS-TIPO): "D" desativacao, "X" exclusao ou
      *     expurgo, "R" reativacao (desfazer as suspensoes).
      *     Linha: ID;TIPO;TELEFONE;CPF;ORIGEM;OPERADOR;DATA-HORA;
      *     SITUACAO ("N" novo, "E" ja desdobrado pela CASCATA).
      *     Retorno LK-CAS-RC: "00" ok, "GR" erro de gravacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CASCPED.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT CASCATA ASSIGN TO WK-CASCATA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CASCATA.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  CASCATA.
       01  REG-CASCATA                 PIC X(80).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       01  FS-CASCATA               PIC X(02) VALUE SPACES.
       01  WK-CASCATA-PATH          PIC X(100) VALUE SPACES.
       77  WK-CAS-ID                PIC 9(06) VALUE ZEROS.
      ******************************************************************
       LINKAGE                 SECTION.
       01  LK-CAS-TIPO              PIC X(01).
       01  LK-CAS-TELEFONE          PIC 9(09).
       01  LK-CAS-CPF               PIC 9(11).
       01  LK-CAS-ORIGEM            PIC X(10).
       01  LK-CAS-OPERADOR          PIC X(10).
       01  LK-CAS-RC                PIC X(02).
      ******************************************************************
       PROCEDURE               DIVISION USING LK-CAS-TIPO
                                             LK-CAS-TELEFONE
                                             LK-CAS-CPF
                                             LK-CAS-ORIGEM
                                             LK-CAS-OPERADOR
                                             LK-CAS-RC.
       0000-PRINCIPAL          SECTION.
           MOVE "00" TO LK-CAS-RC.
           ACCEPT WK-CASCATA-PATH FROM ENVIRONMENT "CASCATA_PATH"
           IF WK-CASCATA-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/cascata.txt"
                                               TO WK-CASCATA-PATH
           END-IF.

      *---> NUMERA O PEDIDO PELA QUANTIDADE DE LINHAS JA NA FILA,
      *     COMO A FILA DE APROVACAO DO EXCLUIR
           MOVE ZEROS TO WK-CAS-ID.
           OPEN INPUT CASCATA.
           IF FS-CASCATA EQUAL "00"
               READ CASCATA NEXT
               PERFORM UNTIL FS-CASCATA EQUAL "10"
                   ADD 1 TO WK-CAS-ID
                   READ CASCATA NEXT
               END-PERFORM
               CLOSE CASCATA
           END-IF.
           ADD 1 TO WK-CAS-ID.

           OPEN EXTEND CASCATA.
           IF FS-CASCATA EQUAL "35"
               OPEN OUTPUT CASCATA
               CLOSE CASCATA
               OPEN EXTEND CASCATA
           END-IF.
           IF FS-CASCATA NOT EQUAL "00"
               MOVE "GR" TO LK-CAS-RC
               GOBACK
           END-IF.

           MOVE SPACES TO REG-CASCATA.
           STRING WK-CAS-ID
                  ";" LK-CAS-TIPO
                  ";" LK-CAS-TELEFONE
                  ";" LK-CAS-CPF
                  ";" LK-CAS-ORIGEM
                  ";" LK-CAS-OPERADOR
                  ";" FUNCTION CURRENT-DATE(1:14)
                  ";N"
               DELIMITED BY SIZE INTO REG-CASCATA
           END-STRING.
           WRITE REG-CASCATA.
           IF FS-CASCATA NOT EQUAL "00"
               MOVE "GR" TO LK-CAS-RC
           END-IF.
           CLOSE CASCATA.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
