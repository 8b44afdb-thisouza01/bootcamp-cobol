      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Relatorio diario de estornos de pagamento por operador
      *          Le o registro estornos.txt gravado pela operacao 4 do
      *          PAGAMENTO-CONTA e lista os estornos do dia pedido
      *          (AAAAMMDD, vazio = hoje) agrupados pelo operador que
      *          os fez: hora, autenticacao do estorno e a original,
      *          conta, categoria, valor, supervisor que liberou e
      *          motivo, com subtotal por operador e total do dia.
      *          Saida em relestornos.txt e na tela; a rodada fica
      *          registrada no catalogo de relatorios (SPOOLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. RELAT-ESTORNOS.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ESTORNOS ASSIGN TO "C:\teste\estornos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ESTORNOS.

           SELECT RELATORIO ASSIGN TO "C:\teste\relestornos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
      *--> DATA;HORA;AUT ESTORNO;AUT ORIGINAL;CONTA;VALOR;CATEGORIA;
      *    FAV;OPERADOR;SUPERVISOR;MOTIVO
       FD  ESTORNOS.
       01  REG-ESTORNO                 PIC X(150).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-ESTORNOS         PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.

       77  WS-DATA-ENT         PIC X(08)           VALUE SPACES.
       77  WS-DATA-REL         PIC X(08)           VALUE SPACES.

      *--> LINHA LIDA DO REGISTRO DE ESTORNOS
       77  WS-LIN-DATA         PIC X(08)           VALUE SPACES.
       77  WS-LIN-HORA         PIC X(06)           VALUE SPACES.
       77  WS-LIN-AUT-EST      PIC X(08)           VALUE SPACES.
       77  WS-LIN-AUT-ORIG     PIC X(08)           VALUE SPACES.
       77  WS-LIN-CONTA        PIC X(10)           VALUE SPACES.
       01  WS-LIN-VALOR-X      PIC X(08)           VALUE ZEROS.
       01  WS-LIN-VALOR REDEFINES WS-LIN-VALOR-X
                               PIC 9(06)V99.
       77  WS-LIN-CATEG        PIC X(10)           VALUE SPACES.
       77  WS-LIN-FAV          PIC X(04)           VALUE SPACES.
       77  WS-LIN-OPERADOR     PIC X(10)           VALUE SPACES.
       77  WS-LIN-SUPERVISOR   PIC X(10)           VALUE SPACES.
       77  WS-LIN-MOTIVO       PIC X(30)           VALUE SPACES.

      *--> ESTORNOS DO DIA E OPERADORES DISTINTOS (ORDEM DE CHEGADA)
       77  WS-QTD-EST          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-EST          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-EST.
           05 WS-EST OCCURS 2000 TIMES.
               10 WS-EST-HORA          PIC X(06).
               10 WS-EST-AUT-EST       PIC X(08).
               10 WS-EST-AUT-ORIG      PIC X(08).
               10 WS-EST-CONTA         PIC X(10).
               10 WS-EST-VALOR         PIC 9(06)V99.
               10 WS-EST-CATEG         PIC X(10).
               10 WS-EST-OPERADOR      PIC X(10).
               10 WS-EST-SUPERVISOR    PIC X(10).
               10 WS-EST-MOTIVO        PIC X(30).
       77  WS-QTD-OPE          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-OPE          PIC 9(03)           VALUE ZEROS.
       77  WS-OPE-ACHADO       PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-OPE.
           05 WS-OPE-LOGIN     PIC X(10)           OCCURS 200 TIMES.

      *--> TOTAIS E EDICAO
       77  WS-SUB-QTD          PIC 9(04)           VALUE ZEROS.
       77  WS-SUB-VALOR        PIC 9(09)V99        VALUE ZEROS.
       77  WS-TOT-QTD          PIC 9(04)           VALUE ZEROS.
       77  WS-TOT-VALOR        PIC 9(09)V99        VALUE ZEROS.
       77  WS-VALOR-EDT        PIC ZZZ.ZZ9,99.
       77  WS-TOTAL-EDT        PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-QTD-EDT          PIC ZZZ9.

      *--> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA     PIC X(10)           VALUE "RELESTORNO".
       77  WS-SPO-ARQUIVO      PIC X(60)
                               VALUE "C:\teste\relestornos.txt".
       77  WS-SPO-LINHAS       PIC 9(06)           VALUE ZEROS.
       77  WS-SPO-OPERADOR     PIC X(10)           VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-LER-ESTORNOS.
           PERFORM 0500-EMITIR-RELATORIO.
           CALL "SPOOLCTL" USING WS-SPO-PROGRAMA WS-SPO-ARQUIVO
                                 WS-SPO-LINHAS WS-SPO-OPERADOR.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           DISPLAY "DATA DOS ESTORNOS (AAAAMMDD, VAZIO = HOJE): ".
           ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT IS NUMERIC
               MOVE WS-DATA-ENT TO WS-DATA-REL
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REL
           END-IF.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0200-LER-ESTORNOS       SECTION.
       0201-LER-ESTORNOS.
           OPEN INPUT ESTORNOS.
           IF FS-ESTORNOS NOT EQUAL "00"
               DISPLAY "ESTORNOS.TXT INDISPONIVEL - RELATORIO VAZIO"
               EXIT SECTION
           END-IF.
           READ ESTORNOS.
           PERFORM UNTIL FS-ESTORNOS NOT EQUAL "00"
               IF REG-ESTORNO(1:8) EQUAL WS-DATA-REL
                  AND WS-QTD-EST LESS THAN 2000
                   PERFORM 0210-GUARDAR-ESTORNO
               END-IF
               READ ESTORNOS
           END-PERFORM.
           CLOSE ESTORNOS.
       0200-LER-ESTORNOS-FIM.  EXIT.
      ******************************************************************
       0210-GUARDAR-ESTORNO    SECTION.
       0211-GUARDAR-ESTORNO.
           MOVE SPACES TO WS-LIN-DATA WS-LIN-HORA WS-LIN-AUT-EST
                          WS-LIN-AUT-ORIG WS-LIN-CONTA WS-LIN-CATEG
                          WS-LIN-FAV WS-LIN-OPERADOR WS-LIN-SUPERVISOR
                          WS-LIN-MOTIVO.
           MOVE ZEROS TO WS-LIN-VALOR-X.
           UNSTRING REG-ESTORNO DELIMITED BY ";"
               INTO WS-LIN-DATA WS-LIN-HORA WS-LIN-AUT-EST
                    WS-LIN-AUT-ORIG WS-LIN-CONTA WS-LIN-VALOR-X
                    WS-LIN-CATEG WS-LIN-FAV WS-LIN-OPERADOR
                    WS-LIN-SUPERVISOR WS-LIN-MOTIVO
           END-UNSTRING.
           IF WS-LIN-VALOR-X IS NOT NUMERIC
               MOVE ZEROS TO WS-LIN-VALOR-X
           END-IF.

           ADD 1 TO WS-QTD-EST.
           MOVE WS-LIN-HORA       TO WS-EST-HORA(WS-QTD-EST).
           MOVE WS-LIN-AUT-EST    TO WS-EST-AUT-EST(WS-QTD-EST).
           MOVE WS-LIN-AUT-ORIG   TO WS-EST-AUT-ORIG(WS-QTD-EST).
           MOVE WS-LIN-CONTA      TO WS-EST-CONTA(WS-QTD-EST).
           MOVE WS-LIN-VALOR      TO WS-EST-VALOR(WS-QTD-EST).
           MOVE WS-LIN-CATEG      TO WS-EST-CATEG(WS-QTD-EST).
           MOVE WS-LIN-OPERADOR   TO WS-EST-OPERADOR(WS-QTD-EST).
           MOVE WS-LIN-SUPERVISOR TO WS-EST-SUPERVISOR(WS-QTD-EST).
           MOVE WS-LIN-MOTIVO     TO WS-EST-MOTIVO(WS-QTD-EST).

           MOVE ZEROS TO WS-OPE-ACHADO.
           PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                   UNTIL WS-IND-OPE GREATER THAN WS-QTD-OPE
               IF WS-OPE-LOGIN(WS-IND-OPE) EQUAL WS-LIN-OPERADOR
                   MOVE WS-IND-OPE TO WS-OPE-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-OPE-ACHADO EQUAL ZEROS AND WS-QTD-OPE LESS THAN 200
               ADD 1 TO WS-QTD-OPE
               MOVE WS-LIN-OPERADOR TO WS-OPE-LOGIN(WS-QTD-OPE)
           END-IF.
       0210-GUARDAR-ESTORNO-FIM. EXIT.
      ******************************************************************
       0500-EMITIR-RELATORIO   SECTION.
       0501-EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RELATORIO DIARIO DE ESTORNOS DE PAGAMENTO - DATA "
                  WS-DATA-REL
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO(1:110).
           PERFORM 0900-GRAVAR-LINHA.

           IF WS-QTD-EST EQUAL ZEROS
               MOVE "NENHUM ESTORNO NO DIA" TO REG-RELATORIO
               PERFORM 0900-GRAVAR-LINHA
           END-IF.

           PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                   UNTIL WS-IND-OPE GREATER THAN WS-QTD-OPE
               PERFORM 0510-EMITIR-OPERADOR
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO(1:110).
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-TOT-QTD   TO WS-QTD-EDT.
           MOVE WS-TOT-VALOR TO WS-TOTAL-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL DO DIA: " WS-QTD-EDT " ESTORNO(S)   VALOR "
                  WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           CLOSE RELATORIO.
       0500-EMITIR-RELATORIO-FIM. EXIT.
      ******************************************************************
      *--> UM BLOCO POR OPERADOR, NA ORDEM EM QUE APARECERAM NO DIA
       0510-EMITIR-OPERADOR    SECTION.
       0511-EMITIR-OPERADOR.
           MOVE ZEROS TO WS-SUB-QTD WS-SUB-VALOR.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "OPERADOR: " WS-OPE-LOGIN(WS-IND-OPE)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE "  HORA   AUT-EST  AUT-ORIG CONTA      CATEGORIA  "
                TO REG-RELATORIO.
           MOVE "     VALOR SUPERVISOR MOTIVO"
                TO REG-RELATORIO(50:28).
           PERFORM 0900-GRAVAR-LINHA.

           PERFORM VARYING WS-IND-EST FROM 1 BY 1
                   UNTIL WS-IND-EST GREATER THAN WS-QTD-EST
               IF WS-EST-OPERADOR(WS-IND-EST) EQUAL
                       WS-OPE-LOGIN(WS-IND-OPE)
                   PERFORM 0520-EMITIR-ESTORNO
               END-IF
           END-PERFORM.

           MOVE WS-SUB-QTD   TO WS-QTD-EDT.
           MOVE WS-SUB-VALOR TO WS-TOTAL-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  SUBTOTAL DO OPERADOR: " WS-QTD-EDT
                  " ESTORNO(S)   VALOR " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           ADD WS-SUB-QTD   TO WS-TOT-QTD.
           ADD WS-SUB-VALOR TO WS-TOT-VALOR.
       0510-EMITIR-OPERADOR-FIM. EXIT.
      ******************************************************************
       0520-EMITIR-ESTORNO     SECTION.
       0521-EMITIR-ESTORNO.
           ADD 1 TO WS-SUB-QTD.
           ADD WS-EST-VALOR(WS-IND-EST) TO WS-SUB-VALOR.
           MOVE WS-EST-VALOR(WS-IND-EST) TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  " WS-EST-HORA(WS-IND-EST)
                  " "  WS-EST-AUT-EST(WS-IND-EST)
                  " "  WS-EST-AUT-ORIG(WS-IND-EST)
                  " "  WS-EST-CONTA(WS-IND-EST)
                  " "  WS-EST-CATEG(WS-IND-EST)
                  " "  WS-VALOR-EDT
                  " "  WS-EST-SUPERVISOR(WS-IND-EST)
                  " "  WS-EST-MOTIVO(WS-IND-EST)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
       0520-EMITIR-ESTORNO-FIM. EXIT.
      ******************************************************************
       0900-GRAVAR-LINHA       SECTION.
       0901-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           ADD 1 TO WS-SPO-LINHAS.
           MOVE SPACES TO REG-RELATORIO.
       0900-GRAVAR-LINHA-FIM.  EXIT.
      ******************************************************************
       END PROGRAM RELAT-ESTORNOS.
