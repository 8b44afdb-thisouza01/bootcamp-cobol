      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Relatorio mensal de violacoes da politica de viagem
      *          Le violacoes.txt gravado pelo PRESTA-CONTAS no
      *          fechamento das prestacoes e lista o mes pedido
      *          (AAAAMM, vazio = mes corrente) em dois quadros: por
      *          funcionario, com cada violacao (viagem, destino,
      *          categoria, gasto, limite, excesso, custo do
      *          funcionario e aprovador do excesso) e subtotal, e
      *          por categoria, com quantidade, excesso, quanto foi
      *          autorizado e quanto ficou com o funcionario.
      *          Saida em relpolitica.txt e na tela; a rodada fica
      *          registrada no catalogo de relatorios (SPOOLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. RELAT-POLITICA.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT VIOLACOES ASSIGN TO "C:\teste\violacoes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-VIOLACOES.

           SELECT RELATORIO ASSIGN TO "C:\teste\relpolitica.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
      *--> DATA;ID;NOME;DESTINO;CATEGORIA;DIAS;GASTO;LIMITE;EXCESSO;
      *    REEMBOLSAVEL;CUSTO DO FUNCIONARIO;APROVADOR DO EXCESSO
       FD  VIOLACOES.
       01  REG-VIOLACAO                PIC X(150).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-VIOLACOES        PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.

       77  WS-MES-ENT          PIC X(06)           VALUE SPACES.
       77  WS-MES-REL          PIC X(06)           VALUE SPACES.

      *--> LINHA LIDA DO REGISTRO DE VIOLACOES
       77  WS-LIN-DATA         PIC X(08)           VALUE SPACES.
       77  WS-LIN-ID           PIC X(04)           VALUE SPACES.
       77  WS-LIN-NOME         PIC X(10)           VALUE SPACES.
       77  WS-LIN-DESTINO      PIC X(10)           VALUE SPACES.
       77  WS-LIN-CATEG        PIC X(10)           VALUE SPACES.
       77  WS-LIN-DIAS         PIC X(03)           VALUE SPACES.
       01  WS-LIN-GASTO-X      PIC X(08)           VALUE ZEROS.
       01  WS-LIN-GASTO REDEFINES WS-LIN-GASTO-X
                               PIC 9(06)V99.
       01  WS-LIN-LIMITE-X     PIC X(08)           VALUE ZEROS.
       01  WS-LIN-LIMITE REDEFINES WS-LIN-LIMITE-X
                               PIC 9(06)V99.
       01  WS-LIN-EXCESSO-X    PIC X(08)           VALUE ZEROS.
       01  WS-LIN-EXCESSO REDEFINES WS-LIN-EXCESSO-X
                               PIC 9(06)V99.
       01  WS-LIN-REEMB-X      PIC X(08)           VALUE ZEROS.
       01  WS-LIN-REEMB REDEFINES WS-LIN-REEMB-X
                               PIC 9(06)V99.
       01  WS-LIN-CUSTO-X      PIC X(08)           VALUE ZEROS.
       01  WS-LIN-CUSTO REDEFINES WS-LIN-CUSTO-X
                               PIC 9(06)V99.
       77  WS-LIN-APROVADOR    PIC X(10)           VALUE SPACES.

      *--> VIOLACOES DO MES, FUNCIONARIOS E CATEGORIAS DISTINTOS
       77  WS-QTD-VIO          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-VIO          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-VIO.
           05 WS-VIO OCCURS 2000 TIMES.
               10 WS-VIO-DATA          PIC X(08).
               10 WS-VIO-ID            PIC X(04).
               10 WS-VIO-NOME          PIC X(10).
               10 WS-VIO-DESTINO       PIC X(10).
               10 WS-VIO-CATEG         PIC X(10).
               10 WS-VIO-GASTO         PIC 9(06)V99.
               10 WS-VIO-LIMITE        PIC 9(06)V99.
               10 WS-VIO-EXCESSO       PIC 9(06)V99.
               10 WS-VIO-CUSTO         PIC 9(06)V99.
               10 WS-VIO-APROVADOR     PIC X(10).
       77  WS-QTD-FUN          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-FUN          PIC 9(03)           VALUE ZEROS.
       77  WS-FUN-ACHADO       PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-FUN.
           05 WS-FUN-NOME      PIC X(10)           OCCURS 200 TIMES.
       77  WS-QTD-CAT          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-CAT          PIC 9(03)           VALUE ZEROS.
       77  WS-CAT-ACHADA       PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-CAT.
           05 WS-CAT OCCURS 100 TIMES.
               10 WS-CAT-NOME          PIC X(10).
               10 WS-CAT-QTD           PIC 9(04).
               10 WS-CAT-EXCESSO       PIC 9(08)V99.
               10 WS-CAT-AUTORIZADO    PIC 9(08)V99.
               10 WS-CAT-CUSTO         PIC 9(08)V99.

      *--> TOTAIS E EDICAO
       77  WS-SUB-QTD          PIC 9(04)           VALUE ZEROS.
       77  WS-SUB-EXCESSO      PIC 9(08)V99        VALUE ZEROS.
       77  WS-SUB-CUSTO        PIC 9(08)V99        VALUE ZEROS.
       77  WS-TOT-QTD          PIC 9(04)           VALUE ZEROS.
       77  WS-TOT-EXCESSO      PIC 9(08)V99        VALUE ZEROS.
       77  WS-TOT-CUSTO        PIC 9(08)V99        VALUE ZEROS.
       77  WS-AUTORIZADO       PIC 9(08)V99        VALUE ZEROS.
       77  WS-GASTO-EDT        PIC ZZZ.ZZ9,99.
       77  WS-LIMITE-EDT       PIC ZZZ.ZZ9,99.
       77  WS-VALOR-EDT        PIC ZZZ.ZZ9,99.
       77  WS-CUSTO-EDT        PIC ZZZ.ZZ9,99.
       77  WS-TOTAL-EDT        PIC ZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL2-EDT       PIC ZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL3-EDT       PIC ZZ.ZZZ.ZZ9,99.
       77  WS-QTD-EDT          PIC ZZZ9.

      *--> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA     PIC X(10)           VALUE "RELPOLITIC".
       77  WS-SPO-ARQUIVO      PIC X(60)
                               VALUE "C:\teste\relpolitica.txt".
       77  WS-SPO-LINHAS       PIC 9(06)           VALUE ZEROS.
       77  WS-SPO-OPERADOR     PIC X(10)           VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-LER-VIOLACOES.
           PERFORM 0500-EMITIR-RELATORIO.
           CALL "SPOOLCTL" USING WS-SPO-PROGRAMA WS-SPO-ARQUIVO
                                 WS-SPO-LINHAS WS-SPO-OPERADOR.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           DISPLAY "MES DAS VIOLACOES (AAAAMM, VAZIO = MES CORRENTE): ".
           ACCEPT WS-MES-ENT.
           IF WS-MES-ENT IS NUMERIC
               MOVE WS-MES-ENT TO WS-MES-REL
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MES-REL
           END-IF.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0200-LER-VIOLACOES      SECTION.
       0201-LER-VIOLACOES.
           OPEN INPUT VIOLACOES.
           IF FS-VIOLACOES NOT EQUAL "00"
               DISPLAY "VIOLACOES.TXT INDISPONIVEL - RELATORIO VAZIO"
               EXIT SECTION
           END-IF.
           READ VIOLACOES.
           PERFORM UNTIL FS-VIOLACOES NOT EQUAL "00"
               IF REG-VIOLACAO(1:6) EQUAL WS-MES-REL
                  AND WS-QTD-VIO LESS THAN 2000
                   PERFORM 0210-GUARDAR-VIOLACAO
               END-IF
               READ VIOLACOES
           END-PERFORM.
           CLOSE VIOLACOES.
       0200-LER-VIOLACOES-FIM. EXIT.
      ******************************************************************
       0210-GUARDAR-VIOLACAO   SECTION.
       0211-GUARDAR-VIOLACAO.
           MOVE SPACES TO WS-LIN-DATA WS-LIN-ID WS-LIN-NOME
                          WS-LIN-DESTINO WS-LIN-CATEG WS-LIN-DIAS
                          WS-LIN-APROVADOR.
           MOVE ZEROS TO WS-LIN-GASTO-X WS-LIN-LIMITE-X
                         WS-LIN-EXCESSO-X WS-LIN-REEMB-X
                         WS-LIN-CUSTO-X.
           UNSTRING REG-VIOLACAO DELIMITED BY ";"
               INTO WS-LIN-DATA WS-LIN-ID WS-LIN-NOME WS-LIN-DESTINO
                    WS-LIN-CATEG WS-LIN-DIAS WS-LIN-GASTO-X
                    WS-LIN-LIMITE-X WS-LIN-EXCESSO-X WS-LIN-REEMB-X
                    WS-LIN-CUSTO-X WS-LIN-APROVADOR
           END-UNSTRING.
           IF WS-LIN-EXCESSO-X IS NOT NUMERIC
               MOVE ZEROS TO WS-LIN-EXCESSO-X
           END-IF.
           IF WS-LIN-CUSTO-X IS NOT NUMERIC
               MOVE ZEROS TO WS-LIN-CUSTO-X
           END-IF.
           IF WS-LIN-GASTO-X IS NOT NUMERIC
               MOVE ZEROS TO WS-LIN-GASTO-X
           END-IF.
           IF WS-LIN-LIMITE-X IS NOT NUMERIC
               MOVE ZEROS TO WS-LIN-LIMITE-X
           END-IF.

           ADD 1 TO WS-QTD-VIO.
           MOVE WS-LIN-DATA      TO WS-VIO-DATA(WS-QTD-VIO).
           MOVE WS-LIN-ID        TO WS-VIO-ID(WS-QTD-VIO).
           MOVE WS-LIN-NOME      TO WS-VIO-NOME(WS-QTD-VIO).
           MOVE WS-LIN-DESTINO   TO WS-VIO-DESTINO(WS-QTD-VIO).
           MOVE WS-LIN-CATEG     TO WS-VIO-CATEG(WS-QTD-VIO).
           MOVE WS-LIN-GASTO     TO WS-VIO-GASTO(WS-QTD-VIO).
           MOVE WS-LIN-LIMITE    TO WS-VIO-LIMITE(WS-QTD-VIO).
           MOVE WS-LIN-EXCESSO   TO WS-VIO-EXCESSO(WS-QTD-VIO).
           MOVE WS-LIN-CUSTO     TO WS-VIO-CUSTO(WS-QTD-VIO).
           MOVE WS-LIN-APROVADOR TO WS-VIO-APROVADOR(WS-QTD-VIO).

           MOVE ZEROS TO WS-FUN-ACHADO.
           PERFORM VARYING WS-IND-FUN FROM 1 BY 1
                   UNTIL WS-IND-FUN GREATER THAN WS-QTD-FUN
               IF WS-FUN-NOME(WS-IND-FUN) EQUAL WS-LIN-NOME
                   MOVE WS-IND-FUN TO WS-FUN-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FUN-ACHADO EQUAL ZEROS AND WS-QTD-FUN LESS THAN 200
               ADD 1 TO WS-QTD-FUN
               MOVE WS-LIN-NOME TO WS-FUN-NOME(WS-QTD-FUN)
           END-IF.

           MOVE ZEROS TO WS-CAT-ACHADA.
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER THAN WS-QTD-CAT
               IF WS-CAT-NOME(WS-IND-CAT) EQUAL WS-LIN-CATEG
                   MOVE WS-IND-CAT TO WS-CAT-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CAT-ACHADA EQUAL ZEROS AND WS-QTD-CAT LESS THAN 100
               ADD 1 TO WS-QTD-CAT
               MOVE WS-QTD-CAT TO WS-CAT-ACHADA
               MOVE WS-LIN-CATEG TO WS-CAT-NOME(WS-CAT-ACHADA)
               MOVE ZEROS TO WS-CAT-QTD(WS-CAT-ACHADA)
                             WS-CAT-EXCESSO(WS-CAT-ACHADA)
                             WS-CAT-AUTORIZADO(WS-CAT-ACHADA)
                             WS-CAT-CUSTO(WS-CAT-ACHADA)
           END-IF.
           IF WS-CAT-ACHADA GREATER THAN ZEROS
               ADD 1 TO WS-CAT-QTD(WS-CAT-ACHADA)
               ADD WS-LIN-EXCESSO TO WS-CAT-EXCESSO(WS-CAT-ACHADA)
               ADD WS-LIN-CUSTO   TO WS-CAT-CUSTO(WS-CAT-ACHADA)
               IF WS-LIN-APROVADOR NOT EQUAL SPACES
                   ADD WS-LIN-EXCESSO
                       TO WS-CAT-AUTORIZADO(WS-CAT-ACHADA)
               END-IF
           END-IF.
       0210-GUARDAR-VIOLACAO-FIM. EXIT.
      ******************************************************************
       0500-EMITIR-RELATORIO   SECTION.
       0501-EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RELATORIO MENSAL DE VIOLACOES DA POLITICA DE "
                  "VIAGEM - MES " WS-MES-REL
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE ALL "=" TO REG-RELATORIO(1:110).
           PERFORM 0900-GRAVAR-LINHA.

           IF WS-QTD-VIO EQUAL ZEROS
               MOVE "NENHUMA VIOLACAO NO MES" TO REG-RELATORIO
               PERFORM 0900-GRAVAR-LINHA
           END-IF.

      *--> QUADRO 1: POR FUNCIONARIO
           PERFORM VARYING WS-IND-FUN FROM 1 BY 1
                   UNTIL WS-IND-FUN GREATER THAN WS-QTD-FUN
               PERFORM 0510-EMITIR-FUNCIONARIO
           END-PERFORM.

           MOVE ALL "=" TO REG-RELATORIO(1:110).
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-TOT-QTD     TO WS-QTD-EDT.
           MOVE WS-TOT-EXCESSO TO WS-TOTAL-EDT.
           MOVE WS-TOT-CUSTO   TO WS-TOTAL2-EDT.
           STRING "TOTAL DO MES: " WS-QTD-EDT " VIOLACAO(OES)   "
                  "EXCESSO " WS-TOTAL-EDT
                  "   CUSTO DO FUNCIONARIO " WS-TOTAL2-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.

      *--> QUADRO 2: POR CATEGORIA
           PERFORM 0900-GRAVAR-LINHA.
           MOVE "RESUMO POR CATEGORIA" TO REG-RELATORIO.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE "CATEGORIA   QTD        EXCESSO     AUTORIZADO  "
                TO REG-RELATORIO.
           MOVE "CUSTO FUNCIONARIO" TO REG-RELATORIO(49:17).
           PERFORM 0900-GRAVAR-LINHA.
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER THAN WS-QTD-CAT
               MOVE WS-CAT-QTD(WS-IND-CAT)        TO WS-QTD-EDT
               MOVE WS-CAT-EXCESSO(WS-IND-CAT)    TO WS-TOTAL-EDT
               MOVE WS-CAT-AUTORIZADO(WS-IND-CAT) TO WS-TOTAL2-EDT
               MOVE WS-CAT-CUSTO(WS-IND-CAT)      TO WS-TOTAL3-EDT
               STRING WS-CAT-NOME(WS-IND-CAT)
                      " "  WS-QTD-EDT
                      " "  WS-TOTAL-EDT
                      "  " WS-TOTAL2-EDT
                      "     " WS-TOTAL3-EDT
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               PERFORM 0900-GRAVAR-LINHA
           END-PERFORM.
           CLOSE RELATORIO.
       0500-EMITIR-RELATORIO-FIM. EXIT.
      ******************************************************************
      *--> UM BLOCO POR FUNCIONARIO, NA ORDEM EM QUE APARECERAM NO MES
       0510-EMITIR-FUNCIONARIO SECTION.
       0511-EMITIR-FUNCIONARIO.
           MOVE ZEROS TO WS-SUB-QTD WS-SUB-EXCESSO WS-SUB-CUSTO.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "FUNCIONARIO: " WS-FUN-NOME(WS-IND-FUN)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE "  DATA     VIAG DESTINO    CATEGORIA       GASTO "
                TO REG-RELATORIO.
           MOVE "    LIMITE    EXCESSO      CUSTO APROVADOR"
                TO REG-RELATORIO(51:43).
           PERFORM 0900-GRAVAR-LINHA.

           PERFORM VARYING WS-IND-VIO FROM 1 BY 1
                   UNTIL WS-IND-VIO GREATER THAN WS-QTD-VIO
               IF WS-VIO-NOME(WS-IND-VIO) EQUAL
                       WS-FUN-NOME(WS-IND-FUN)
                   PERFORM 0520-EMITIR-VIOLACAO
               END-IF
           END-PERFORM.

           MOVE WS-SUB-QTD     TO WS-QTD-EDT.
           MOVE WS-SUB-EXCESSO TO WS-TOTAL-EDT.
           MOVE WS-SUB-CUSTO   TO WS-TOTAL2-EDT.
           STRING "  SUBTOTAL DO FUNCIONARIO: " WS-QTD-EDT
                  " VIOLACAO(OES)   EXCESSO " WS-TOTAL-EDT
                  "   CUSTO " WS-TOTAL2-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           ADD WS-SUB-QTD     TO WS-TOT-QTD.
           ADD WS-SUB-EXCESSO TO WS-TOT-EXCESSO.
           ADD WS-SUB-CUSTO   TO WS-TOT-CUSTO.
       0510-EMITIR-FUNCIONARIO-FIM. EXIT.
      ******************************************************************
       0520-EMITIR-VIOLACAO    SECTION.
       0521-EMITIR-VIOLACAO.
           ADD 1 TO WS-SUB-QTD.
           ADD WS-VIO-EXCESSO(WS-IND-VIO) TO WS-SUB-EXCESSO.
           ADD WS-VIO-CUSTO(WS-IND-VIO)   TO WS-SUB-CUSTO.
           MOVE WS-VIO-GASTO(WS-IND-VIO)   TO WS-GASTO-EDT.
           MOVE WS-VIO-LIMITE(WS-IND-VIO)  TO WS-LIMITE-EDT.
           MOVE WS-VIO-EXCESSO(WS-IND-VIO) TO WS-VALOR-EDT.
           MOVE WS-VIO-CUSTO(WS-IND-VIO)   TO WS-CUSTO-EDT.
           STRING "  " WS-VIO-DATA(WS-IND-VIO)
                  " "  WS-VIO-ID(WS-IND-VIO)
                  " "  WS-VIO-DESTINO(WS-IND-VIO)
                  " "  WS-VIO-CATEG(WS-IND-VIO)
                  " "  WS-GASTO-EDT
                  " "  WS-LIMITE-EDT
                  " "  WS-VALOR-EDT
                  " "  WS-CUSTO-EDT
                  " "  WS-VIO-APROVADOR(WS-IND-VIO)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
       0520-EMITIR-VIOLACAO-FIM. EXIT.
      ******************************************************************
       0900-GRAVAR-LINHA       SECTION.
       0901-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           ADD 1 TO WS-SPO-LINHAS.
           MOVE SPACES TO REG-RELATORIO.
       0900-GRAVAR-LINHA-FIM.  EXIT.
      ******************************************************************
       END PROGRAM RELAT-POLITICA.
