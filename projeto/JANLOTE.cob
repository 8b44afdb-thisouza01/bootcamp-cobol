      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  SUBPROGRAMA DA JANELA DE LOTE (janlote.dat)
      *     Enquanto as cadeias NOTURNO e MENSAL rodam, o cadastro
      *     fica so para consulta: o MAIN recusa novos sign-ons e
      *     restringe quem ja esta dentro as opcoes de consulta. A
      *     cadeia abre a janela quando a etapa inicial libera a
      *     rodada e fecha no registro do fim; o MAIN consulta a
      *     cada volta do menu. Uma linha por cadeia: nome, situacao
      *     (A aberta / F fechada), data-hora de abertura e a
      *     previsao de termino (abertura + minutos informados).
      *     Acoes (LK-JAN-ACAO):
      *       "A" abrir   - marca a cadeia aberta com a previsao
      *       "F" fechar  - marca a cadeia fechada
      *       "C" consulta- devolve a cadeia aberta (a de maior
      *                     previsao, se houver mais de uma) e a
      *                     previsao; RC "NA" se nenhuma aberta
      *     Retorno LK-JAN-RC: "00" ok, "NA" nenhuma janela aberta,
      *     "GR" erro de gravacao, "TB" tabela cheia, "AC" acao
      *     invalida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. JANLOTE.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT JANELA ASSIGN TO "C:/projeto-bootcamp/janlote.dat"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-JANELA.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  JANELA.
       01  REG-JANELA.
           05 JAN-CADEIA               PIC X(10).
           05 JAN-SITUACAO             PIC X(01).
           05 JAN-INICIO               PIC 9(14).
           05 JAN-PREVISAO             PIC 9(14).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-JANELA                PIC X(02) VALUE SPACES.

      *---> TABELA DAS CADEIAS (UMA LINHA POR CADEIA DE LOTE)
       77  WK-QTD-JAN               PIC 9(02) VALUE ZEROS.
       77  WK-IDX-JAN               PIC 9(02) VALUE ZEROS.
       77  WK-JAN-ACHADA            PIC 9(02) VALUE ZEROS.
       01  WK-TAB-JANELAS.
           05 WK-JAN-LINHA          OCCURS 10 TIMES.
               10 WK-JAN-CADEIA     PIC X(10).
               10 WK-JAN-SITUACAO   PIC X(01).
               10 WK-JAN-INICIO     PIC 9(14).
               10 WK-JAN-PREVISAO   PIC 9(14).

       77  WK-AGORA                 PIC 9(14) VALUE ZEROS.

      *---> PREVISAO: SOMA DOS MINUTOS COM VIRADA DE DIA
       01  WK-TS-CALC.
           05 WK-TS-DATA            PIC 9(08).
           05 WK-TS-HORA            PIC 9(02).
           05 WK-TS-MIN             PIC 9(02).
           05 WK-TS-SEG             PIC 9(02).
       77  WK-DIAS-CALC             PIC 9(07) VALUE ZEROS.
       77  WK-MIN-CALC              PIC 9(09) VALUE ZEROS.
      ******************************************************************
       LINKAGE                 SECTION.
       01  LK-JAN-ACAO              PIC X(01).
           88 LK-JAN-ABRIR          VALUE "A".
           88 LK-JAN-FECHAR         VALUE "F".
           88 LK-JAN-CONSULTA       VALUE "C".
       01  LK-JAN-CADEIA            PIC X(10).
       01  LK-JAN-MINUTOS           PIC 9(04).
       01  LK-JAN-PREVISAO          PIC 9(14).
       01  LK-JAN-RC                PIC X(02).
      ******************************************************************
       PROCEDURE               DIVISION USING LK-JAN-ACAO LK-JAN-CADEIA
                                             LK-JAN-MINUTOS
                                             LK-JAN-PREVISAO
                                             LK-JAN-RC.
       0000-PRINCIPAL          SECTION.
           MOVE "00" TO LK-JAN-RC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-AGORA.

           PERFORM 0100-CARREGAR-TABELA.

           EVALUATE TRUE
               WHEN LK-JAN-CONSULTA
                   PERFORM 0300-CONSULTAR
               WHEN LK-JAN-ABRIR
               WHEN LK-JAN-FECHAR
                   PERFORM 0200-LOCALIZAR-CADEIA
                   PERFORM 0400-ATUALIZAR
                   IF LK-JAN-RC EQUAL "00"
                       PERFORM 0500-REGRAVAR-ARQUIVO
                   END-IF
               WHEN OTHER
                   MOVE "AC" TO LK-JAN-RC
           END-EVALUATE.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-CARREGAR-TABELA    SECTION.
           MOVE ZEROS TO WK-QTD-JAN.
           OPEN INPUT JANELA.
           IF FS-JANELA NOT = "00"
               EXIT SECTION
           END-IF.

           READ JANELA NEXT.
           PERFORM UNTIL FS-JANELA NOT EQUAL "00"
                      OR WK-QTD-JAN EQUAL 10
               ADD 1 TO WK-QTD-JAN
               MOVE REG-JANELA TO WK-JAN-LINHA(WK-QTD-JAN)
               READ JANELA NEXT
           END-PERFORM.

           CLOSE JANELA.
       0100-CARREGAR-TABELA-FIM. EXIT.
      ******************************************************************
       0200-LOCALIZAR-CADEIA   SECTION.
           MOVE ZEROS TO WK-JAN-ACHADA.
           PERFORM VARYING WK-IDX-JAN FROM 1 BY 1
                   UNTIL WK-IDX-JAN GREATER THAN WK-QTD-JAN
               IF WK-JAN-CADEIA(WK-IDX-JAN) EQUAL LK-JAN-CADEIA
                   MOVE WK-IDX-JAN TO WK-JAN-ACHADA
               END-IF
           END-PERFORM.
       0200-LOCALIZAR-CADEIA-FIM. EXIT.
      ******************************************************************
      *---> A JANELA ABERTA DE MAIOR PREVISAO E A QUE VALE PARA O MAIN
       0300-CONSULTAR          SECTION.
           MOVE "NA" TO LK-JAN-RC.
           MOVE SPACES TO LK-JAN-CADEIA.
           MOVE ZEROS TO LK-JAN-PREVISAO.
           PERFORM VARYING WK-IDX-JAN FROM 1 BY 1
                   UNTIL WK-IDX-JAN GREATER THAN WK-QTD-JAN
               IF WK-JAN-SITUACAO(WK-IDX-JAN) EQUAL "A"
                  AND WK-JAN-PREVISAO(WK-IDX-JAN)
                      NOT LESS THAN LK-JAN-PREVISAO
                   MOVE "00" TO LK-JAN-RC
                   MOVE WK-JAN-CADEIA(WK-IDX-JAN) TO LK-JAN-CADEIA
                   MOVE WK-JAN-PREVISAO(WK-IDX-JAN)
                                               TO LK-JAN-PREVISAO
               END-IF
           END-PERFORM.
       0300-CONSULTAR-FIM.     EXIT.
      ******************************************************************
       0400-ATUALIZAR          SECTION.
           IF WK-JAN-ACHADA EQUAL ZEROS
               IF WK-QTD-JAN LESS THAN 10
                   ADD 1 TO WK-QTD-JAN
                   MOVE WK-QTD-JAN TO WK-JAN-ACHADA
                   MOVE LK-JAN-CADEIA TO WK-JAN-CADEIA(WK-JAN-ACHADA)
                   MOVE ZEROS TO WK-JAN-INICIO(WK-JAN-ACHADA)
                   MOVE ZEROS TO WK-JAN-PREVISAO(WK-JAN-ACHADA)
               ELSE
                   MOVE "TB" TO LK-JAN-RC
                   EXIT SECTION
               END-IF
           END-IF.

           IF LK-JAN-FECHAR
               MOVE "F" TO WK-JAN-SITUACAO(WK-JAN-ACHADA)
               MOVE ZEROS TO LK-JAN-PREVISAO
               EXIT SECTION
           END-IF.

           MOVE WK-AGORA TO WK-TS-CALC.
           COMPUTE WK-MIN-CALC = WK-TS-HORA * 60 + WK-TS-MIN
                               + LK-JAN-MINUTOS.
           COMPUTE WK-DIAS-CALC = FUNCTION INTEGER-OF-DATE(WK-TS-DATA)
                                + WK-MIN-CALC / 1440.
           COMPUTE WK-MIN-CALC = FUNCTION MOD(WK-MIN-CALC, 1440).
           COMPUTE WK-TS-DATA = FUNCTION DATE-OF-INTEGER(WK-DIAS-CALC).
           COMPUTE WK-TS-HORA = WK-MIN-CALC / 60.
           COMPUTE WK-TS-MIN = FUNCTION MOD(WK-MIN-CALC, 60).

           MOVE "A" TO WK-JAN-SITUACAO(WK-JAN-ACHADA).
           MOVE WK-AGORA TO WK-JAN-INICIO(WK-JAN-ACHADA).
           MOVE WK-TS-CALC TO WK-JAN-PREVISAO(WK-JAN-ACHADA).
           MOVE WK-TS-CALC TO LK-JAN-PREVISAO.
       0400-ATUALIZAR-FIM.     EXIT.
      ******************************************************************
       0500-REGRAVAR-ARQUIVO   SECTION.
           OPEN OUTPUT JANELA.
           IF FS-JANELA NOT = "00"
               MOVE "GR" TO LK-JAN-RC
               EXIT SECTION
           END-IF.

           PERFORM VARYING WK-IDX-JAN FROM 1 BY 1
                   UNTIL WK-IDX-JAN GREATER THAN WK-QTD-JAN
               MOVE WK-JAN-LINHA(WK-IDX-JAN) TO REG-JANELA
               WRITE REG-JANELA
           END-PERFORM.

           CLOSE JANELA.
       0500-REGRAVAR-ARQUIVO-FIM. EXIT.
