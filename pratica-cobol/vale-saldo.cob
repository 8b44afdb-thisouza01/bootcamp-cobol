      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Relatorio mensal de saldos de vale-presente
      *          Os vales vendidos no CAIXA-MERCADO sao dinheiro que a
      *          loja ja recebeu e ainda deve em mercadoria. Este lote
      *          apura, para a competencia pedida (AAAAMM, vazio = mes
      *          anterior), o saldo de cada vale no ultimo dia do mes
      *          refazendo os movimentos do valemov.txt ate essa data
      *          (E emissao e D devolucao de resgate somam, R resgate e
      *          C cancelamento abatem) e lista em valesaldo.txt os
      *          vales com saldo: o total dentro da validade e o
      *          passivo da loja; o dos vencidos sai em separado. Os
      *          movimentos do proprio mes saem no rodape.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. VALE-SALDO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT VALES ASSIGN TO "C:\teste\valepresente.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-VALES.

           SELECT VALES-MOV ASSIGN TO "C:\teste\valemov.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-VALES-MOV.

           SELECT RELATORIO ASSIGN TO "C:\teste\valesaldo.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  VALES.
       01  REG-VALE                 PIC X(80).
      *
       FD  VALES-MOV.
       01  REG-VALE-MOV             PIC X(80).
      *
       FD  RELATORIO.
       01  REG-RELATORIO            PIC X(80).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-VALES            PIC X(02)           VALUE SPACES.
       77  FS-VALES-MOV        PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.

       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-COMPETENCIA-ENT  PIC X(06)           VALUE SPACES.
       77  WS-COMPETENCIA      PIC 9(06)           VALUE ZEROS.
       77  WS-ANO              PIC 9(04)           VALUE ZEROS.
       77  WS-MES              PIC 9(02)           VALUE ZEROS.
       77  WS-DATA-INICIO      PIC 9(08)           VALUE ZEROS.
       77  WS-DATA-CORTE       PIC 9(08)           VALUE ZEROS.
       77  WS-DATA-AUX         PIC 9(08)           VALUE ZEROS.

      *--> VALES EMITIDOS (CADASTRO DO CAIXA-MERCADO) COM O SALDO
      *    REFEITO ATE A DATA DE CORTE
       77  WS-QTD-VALES        PIC 9(04)           VALUE ZEROS.
       77  WS-IND-VALE         PIC 9(04)           VALUE ZEROS.
       77  WS-VALE-ACHADO      PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-VALES        OCCURS 2000 TIMES.
           05 WS-VAL-NUMERO    PIC X(10).
           05 WS-VAL-EMISSAO   PIC X(08).
           05 WS-VAL-VALIDADE  PIC X(08).
           05 WS-VAL-SALDO     PIC S9(07)V99.

      *--> LINHA DO VALEMOV DESMONTADA
       77  WS-MOV-NUMERO       PIC X(10)           VALUE SPACES.
       77  WS-MOV-DATA         PIC X(08)           VALUE SPACES.
       77  WS-MOV-HORA         PIC X(06)           VALUE SPACES.
       77  WS-MOV-TIPO         PIC X(01)           VALUE SPACES.
       01  WS-MOV-VALOR-X      PIC X(07)           VALUE ZEROS.
       01  WS-MOV-VALOR REDEFINES WS-MOV-VALOR-X
                               PIC 9(05)V99.

      *--> TOTAIS DO RELATORIO
       77  WS-QT-VIGENTES      PIC 9(05)           VALUE ZEROS.
       77  WS-TOT-VIGENTE      PIC S9(09)V99       VALUE ZEROS.
       77  WS-QT-VENCIDOS      PIC 9(05)           VALUE ZEROS.
       77  WS-TOT-VENCIDO      PIC S9(09)V99       VALUE ZEROS.
       77  WS-MES-EMITIDO      PIC 9(09)V99        VALUE ZEROS.
       77  WS-MES-RESGATADO    PIC 9(09)V99        VALUE ZEROS.
       77  WS-MES-CANCELADO    PIC 9(09)V99        VALUE ZEROS.
       77  WS-MES-DEVOLVIDO    PIC 9(09)V99        VALUE ZEROS.
       77  WS-SITUACAO-REL     PIC X(08)           VALUE SPACES.
       77  WS-VALOR-EDT        PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-QT-EDT           PIC ZZZZ9.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 0100-INICIAR.

           PERFORM 0200-CARREGAR-VALES.
           IF WS-QTD-VALES EQUAL ZEROS
               DISPLAY "NENHUM VALE-PRESENTE EMITIDO"
               STOP RUN
           END-IF.

           PERFORM 0300-REFAZER-SALDOS.
           PERFORM 0400-EMITIR-RELATORIO.
           STOP RUN.
      ******************************************************************
      *--> COMPETENCIA, PRIMEIRO DIA E DATA DE CORTE (ULTIMO DIA DO
      *    MES): O DIA 1 DO MES SEGUINTE MENOS UM, PELA DATA JULIANA
       0100-INICIAR            SECTION.
       0101-INICIAR.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM, VAZIO = MES "
                   "ANTERIOR): ".
           ACCEPT WS-COMPETENCIA-ENT.
           IF WS-COMPETENCIA-ENT IS NUMERIC
               MOVE WS-COMPETENCIA-ENT TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-HOJE(1:4) TO WS-ANO
               MOVE WS-DATA-HOJE(5:2) TO WS-MES
               IF WS-MES EQUAL 01
                   MOVE 12 TO WS-MES
                   SUBTRACT 1 FROM WS-ANO
               ELSE
                   SUBTRACT 1 FROM WS-MES
               END-IF
               COMPUTE WS-COMPETENCIA = WS-ANO * 100 + WS-MES
           END-IF.

           COMPUTE WS-DATA-INICIO = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-ANO = WS-COMPETENCIA / 100.
           COMPUTE WS-MES = WS-COMPETENCIA - WS-ANO * 100.
           IF WS-MES EQUAL 12
               ADD 1 TO WS-ANO
               MOVE 01 TO WS-MES
           ELSE
               ADD 1 TO WS-MES
           END-IF.
           COMPUTE WS-DATA-AUX = WS-ANO * 10000 + WS-MES * 100 + 1.
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1).
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0200-CARREGAR-VALES     SECTION.
       0201-CARREGAR-VALES.
           MOVE ZEROS TO WS-QTD-VALES.
           OPEN INPUT VALES.
           IF FS-VALES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ VALES.
           PERFORM UNTIL FS-VALES NOT EQUAL "00"
                      OR WS-QTD-VALES EQUAL 2000
               IF REG-VALE(1:10) IS NUMERIC
                   ADD 1 TO WS-QTD-VALES
                   MOVE SPACES TO WS-VAL-NUMERO(WS-QTD-VALES)
                                  WS-VAL-EMISSAO(WS-QTD-VALES)
                                  WS-VAL-VALIDADE(WS-QTD-VALES)
                   UNSTRING REG-VALE DELIMITED BY ";"
                       INTO WS-VAL-NUMERO(WS-QTD-VALES)
                            WS-VAL-EMISSAO(WS-QTD-VALES)
                            WS-MOV-HORA WS-MOV-HORA
                            WS-VAL-VALIDADE(WS-QTD-VALES)
                   END-UNSTRING
                   MOVE ZEROS TO WS-VAL-SALDO(WS-QTD-VALES)
               END-IF
               READ VALES
           END-PERFORM.
           CLOSE VALES.
           IF WS-QTD-VALES EQUAL 2000
               DISPLAY "ATENCAO: VALEPRESENTE.TXT PASSOU DE 2000 VALES"
           END-IF.
       0200-CARREGAR-VALES-FIM. EXIT.
      ******************************************************************
      *--> SALDO NO CORTE = SOMA DOS MOVIMENTOS ATE O CORTE; OS DO
      *    PROPRIO MES TAMBEM VAO PARA OS TOTAIS DO RODAPE
       0300-REFAZER-SALDOS     SECTION.
       0301-REFAZER-SALDOS.
           OPEN INPUT VALES-MOV.
           IF FS-VALES-MOV NOT EQUAL "00"
               DISPLAY "VALEMOV.TXT INDISPONIVEL - SALDOS ZERADOS"
               EXIT SECTION
           END-IF.
           READ VALES-MOV.
           PERFORM UNTIL FS-VALES-MOV NOT EQUAL "00"
               MOVE SPACES TO WS-MOV-NUMERO WS-MOV-DATA WS-MOV-HORA
                              WS-MOV-TIPO
               MOVE ZEROS TO WS-MOV-VALOR-X
               UNSTRING REG-VALE-MOV DELIMITED BY ";"
                   INTO WS-MOV-NUMERO WS-MOV-DATA WS-MOV-HORA
                        WS-MOV-TIPO WS-MOV-VALOR-X
               END-UNSTRING
               IF WS-MOV-DATA IS NUMERIC
                       AND WS-MOV-VALOR-X IS NUMERIC
                       AND WS-MOV-DATA NOT GREATER THAN WS-DATA-CORTE
                   PERFORM 0310-APLICAR-MOVIMENTO
               END-IF
               READ VALES-MOV
           END-PERFORM.
           CLOSE VALES-MOV.
       0300-REFAZER-SALDOS-FIM. EXIT.
      ******************************************************************
       0310-APLICAR-MOVIMENTO  SECTION.
       0311-APLICAR-MOVIMENTO.
           MOVE ZEROS TO WS-VALE-ACHADO.
           PERFORM VARYING WS-IND-VALE FROM 1 BY 1
                   UNTIL WS-IND-VALE GREATER THAN WS-QTD-VALES
               IF WS-VAL-NUMERO(WS-IND-VALE) EQUAL WS-MOV-NUMERO
                   MOVE WS-IND-VALE TO WS-VALE-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-VALE-ACHADO EQUAL ZEROS
               EXIT SECTION
           END-IF.

           EVALUATE WS-MOV-TIPO
               WHEN "E"
               WHEN "D"
                   ADD WS-MOV-VALOR TO WS-VAL-SALDO(WS-VALE-ACHADO)
               WHEN "R"
               WHEN "C"
                   SUBTRACT WS-MOV-VALOR
                       FROM WS-VAL-SALDO(WS-VALE-ACHADO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-MOV-DATA NOT LESS THAN WS-DATA-INICIO
               EVALUATE WS-MOV-TIPO
                   WHEN "E"
                       ADD WS-MOV-VALOR TO WS-MES-EMITIDO
                   WHEN "R"
                       ADD WS-MOV-VALOR TO WS-MES-RESGATADO
                   WHEN "C"
                       ADD WS-MOV-VALOR TO WS-MES-CANCELADO
                   WHEN "D"
                       ADD WS-MOV-VALOR TO WS-MES-DEVOLVIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       0310-APLICAR-MOVIMENTO-FIM. EXIT.
      ******************************************************************
      *--> UMA LINHA POR VALE COM SALDO NO CORTE; VENCIDO E O VALE COM
      *    VALIDADE ANTERIOR AO CORTE
       0400-EMITIR-RELATORIO   SECTION.
       0401-EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "SALDO DE VALES-PRESENTE EM " WS-DATA-CORTE
                  " (COMPETENCIA " WS-COMPETENCIA ")"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           MOVE "VALE       EMISSAO  VALIDADE          SALDO SITUACAO"
                                               TO REG-RELATORIO.
           PERFORM 0490-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-VALE FROM 1 BY 1
                   UNTIL WS-IND-VALE GREATER THAN WS-QTD-VALES
               IF WS-VAL-SALDO(WS-IND-VALE) GREATER THAN ZEROS
                   PERFORM 0410-LISTAR-VALE
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           MOVE WS-QT-VIGENTES TO WS-QT-EDT.
           MOVE WS-TOT-VIGENTE TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PASSIVO EM VALES (VIGENTES): " WS-QT-EDT
                  " VALES " WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           MOVE WS-QT-VENCIDOS TO WS-QT-EDT.
           MOVE WS-TOT-VENCIDO TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "SALDO EM VALES VENCIDOS....: " WS-QT-EDT
                  " VALES " WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.

           MOVE "MOVIMENTO DO MES:" TO REG-RELATORIO.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           MOVE WS-MES-EMITIDO TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  EMITIDO..................: " WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           MOVE WS-MES-RESGATADO TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  RESGATADO................: " WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           MOVE WS-MES-CANCELADO TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  CANCELADO................: " WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           MOVE WS-MES-DEVOLVIDO TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  RESGATE ESTORNADO........: " WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
           CLOSE RELATORIO.
       0400-EMITIR-RELATORIO-FIM. EXIT.
      ******************************************************************
       0410-LISTAR-VALE        SECTION.
       0411-LISTAR-VALE.
           IF WS-VAL-VALIDADE(WS-IND-VALE) LESS THAN WS-DATA-CORTE
               MOVE "VENCIDO" TO WS-SITUACAO-REL
               ADD 1 TO WS-QT-VENCIDOS
               ADD WS-VAL-SALDO(WS-IND-VALE) TO WS-TOT-VENCIDO
           ELSE
               MOVE "VIGENTE" TO WS-SITUACAO-REL
               ADD 1 TO WS-QT-VIGENTES
               ADD WS-VAL-SALDO(WS-IND-VALE) TO WS-TOT-VIGENTE
           END-IF.
           MOVE WS-VAL-SALDO(WS-IND-VALE) TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING WS-VAL-NUMERO(WS-IND-VALE)
                  " " WS-VAL-EMISSAO(WS-IND-VALE)
                  " " WS-VAL-VALIDADE(WS-IND-VALE)
                  " " WS-VALOR-EDT
                  " " WS-SITUACAO-REL
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0490-GRAVAR-E-MOSTRAR.
       0410-LISTAR-VALE-FIM.   EXIT.
      ******************************************************************
       0490-GRAVAR-E-MOSTRAR   SECTION.
       0491-GRAVAR-E-MOSTRAR.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
       0490-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       END PROGRAM VALE-SALDO.
