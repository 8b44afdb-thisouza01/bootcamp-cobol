      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Resumo mensal de tributos por classe fiscal
      *          O contador estimava o ICMS sobre o total vendido no
      *          mes. Este lote soma, para a competencia pedida
      *          (AAAAMM, vazio = mes anterior), a base vendida e o
      *          tributo aproximado de cada classe fiscal: os dias ja
      *          consolidados vem do histvendas.txt (DATA;CODIGO;NOME;
      *          QTD;VALOR;TRIBUTO;CLASSE) e os dias do mes que ainda
      *          estao so no diario vendas.txt vem das linhas "I"
      *          (CODIGO;NOME;VALOR;QTD;TRIBUTO;CLASSE). Linha antiga,
      *          sem classe gravada, usa a classe atual do produto no
      *          produtos.txt e a aliquota atual do tributos.txt e sai
      *          contada como estimada. Saida em tributosmes.txt e na
      *          tela. Vale-presente nao e mercadoria e fica de fora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. RESUMO-TRIBUTOS.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT HISTVENDAS ASSIGN TO "C:\teste\histvendas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HISTVENDAS.

           SELECT VENDAS ASSIGN TO "C:\teste\vendas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-VENDAS.

           SELECT PRODUTOS ASSIGN TO "C:\teste\produtos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PRODUTOS.

           SELECT TRIBUTOS ASSIGN TO "C:\teste\tributos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-TRIBUTOS.

           SELECT RELATORIO ASSIGN TO "C:\teste\tributosmes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  HISTVENDAS.
       01  REG-HISTVENDA               PIC X(80).
      *
       FD  VENDAS.
       01  REG-VENDA                   PIC X(100).
      *
       FD  PRODUTOS.
       01  REG-PRODUTO                 PIC X(100).
      *
       FD  TRIBUTOS.
       01  REG-TRIBUTO                 PIC X(40).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(80).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-HISTVENDAS       PIC X(02)           VALUE SPACES.
       77  FS-VENDAS           PIC X(02)           VALUE SPACES.
       77  FS-PRODUTOS         PIC X(02)           VALUE SPACES.
       77  FS-TRIBUTOS         PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.

       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-COMPETENCIA-ENT  PIC X(06)           VALUE SPACES.
       77  WS-COMPETENCIA      PIC 9(06)           VALUE ZEROS.
       77  WS-ANO              PIC 9(04)           VALUE ZEROS.
       77  WS-MES              PIC 9(02)           VALUE ZEROS.

      *--> CLASSE FISCAL DE CADA PRODUTO DO CATALOGO ATUAL (SO PARA AS
      *    LINHAS ANTIGAS SEM CLASSE GRAVADA)
       77  WS-QTD-CATALOGO     PIC 9(02)           VALUE ZEROS.
       77  WS-IND-CAT          PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-CATALOGO     OCCURS 50 TIMES.
           05 WS-CAT-CODIGO    PIC X(05).
           05 WS-CAT-CLASSE    PIC X(02).
       77  WS-CAT-DESCARTE     PIC X(20)           VALUE SPACES.

      *--> CLASSES FISCAIS E A SOMA DO MES POR CLASSE; A POSICAO 21
      *    RECEBE AS CLASSES QUE NAO ESTAO NO TRIBUTOS.TXT
       77  WS-QTD-TRIBUTOS     PIC 9(02)           VALUE ZEROS.
       77  WS-IND-TRIB         PIC 9(02)           VALUE ZEROS.
       77  WS-TRIB-ACHADO      PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-TRIBUTOS     OCCURS 21 TIMES.
           05 WS-TRB-CLASSE    PIC X(02).
           05 WS-TRB-DESCRICAO PIC X(20).
           05 WS-TRB-ALIQUOTA  PIC 9(02)V99.
           05 WS-TRB-BASE      PIC 9(09)V99.
           05 WS-TRB-TRIBUTO   PIC 9(09)V99.
       01  WS-ALIQUOTA-LIDA-X  PIC X(04)           VALUE ZEROS.
       01  WS-ALIQUOTA-LIDA REDEFINES WS-ALIQUOTA-LIDA-X
                           PIC 9(02)V99.

      *--> DIAS DO MES JA PRESENTES NO HISTORICO: O DIARIO SO ENTRA
      *    PARA OS DIAS QUE AINDA NAO FORAM CONSOLIDADOS
       77  WS-QTD-DIAS         PIC 9(02)           VALUE ZEROS.
       77  WS-IND-DIA          PIC 9(02)           VALUE ZEROS.
       77  WS-DIA-NO-HIST      PIC X               VALUE "N".
       01  WS-TAB-DIAS.
           05 WS-DIA           PIC X(08)           OCCURS 31 TIMES.

      *--> LINHA LIDA (HISTORICO OU ITEM DO DIARIO), JA NORMALIZADA
       77  WS-LIN-TIPO         PIC X(01)           VALUE SPACES.
       77  WS-LIN-DATA         PIC X(08)           VALUE SPACES.
       77  WS-LIN-CODIGO       PIC X(05)           VALUE SPACES.
       77  WS-LIN-NOME         PIC X(20)           VALUE SPACES.
       77  WS-LIN-CLASSE       PIC X(02)           VALUE SPACES.
       77  WS-DATA-GRUPO       PIC X(08)           VALUE SPACES.
       77  WS-GRUPO-NO-MES     PIC X               VALUE "N".
       01  WS-HIS-QTD-X        PIC X(09)           VALUE ZEROS.
       01  WS-HIS-VALOR-X      PIC X(09)           VALUE ZEROS.
       01  WS-HIS-VALOR REDEFINES WS-HIS-VALOR-X
                           PIC 9(07)V99.
       01  WS-HIS-TRIBUTO-X    PIC X(08)           VALUE ZEROS.
       01  WS-HIS-TRIBUTO REDEFINES WS-HIS-TRIBUTO-X
                           PIC 9(06)V99.
       01  WS-ITEM-VALOR-X     PIC X(06)           VALUE ZEROS.
       01  WS-ITEM-VALOR REDEFINES WS-ITEM-VALOR-X
                           PIC 9(04)V99.
       01  WS-ITEM-QTD-X       PIC X(06)           VALUE ZEROS.
       01  WS-ITEM-TRIBUTO-X   PIC X(06)           VALUE ZEROS.
       01  WS-ITEM-TRIBUTO REDEFINES WS-ITEM-TRIBUTO-X
                           PIC 9(04)V99.
       77  WS-BASE             PIC 9(07)V99        VALUE ZEROS.
       77  WS-TRIBUTO          PIC 9(07)V99        VALUE ZEROS.

      *--> TOTAIS E EDICAO DO RELATORIO
       77  WS-TOT-BASE         PIC 9(09)V99        VALUE ZEROS.
       77  WS-TOT-TRIBUTO      PIC 9(09)V99        VALUE ZEROS.
       77  WS-QT-ESTIMADAS     PIC 9(05)           VALUE ZEROS.
       77  WS-QT-LINHAS        PIC 9(05)           VALUE ZEROS.
       77  WS-ALIQUOTA-EDT     PIC Z9,99.
       77  WS-BASE-EDT         PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-TRIBUTO-EDT      PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-QT-EDT           PIC ZZZZ9.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 0100-INICIAR.
           PERFORM 0110-CARREGAR-TRIBUTOS.
           PERFORM 0120-CARREGAR-CATALOGO.
           PERFORM 0200-LER-HISTORICO.
           PERFORM 0300-LER-DIARIO.
           PERFORM 0500-EMITIR-RELATORIO.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           DISPLAY "COMPETENCIA DO RESUMO (AAAAMM, VAZIO = MES "
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
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0110-CARREGAR-TRIBUTOS  SECTION.
       0111-CARREGAR-TRIBUTOS.
           MOVE ZEROS TO WS-QTD-TRIBUTOS.
           OPEN INPUT TRIBUTOS.
           IF FS-TRIBUTOS NOT EQUAL "00"
               DISPLAY "TRIBUTOS.TXT AUSENTE - TODAS AS CLASSES SAEM "
                       "COMO NAO CADASTRADAS"
           ELSE
               READ TRIBUTOS
               PERFORM UNTIL FS-TRIBUTOS NOT EQUAL "00"
                          OR WS-QTD-TRIBUTOS EQUAL 20
                   ADD 1 TO WS-QTD-TRIBUTOS
                   MOVE SPACES TO WS-TRB-CLASSE(WS-QTD-TRIBUTOS)
                                  WS-TRB-DESCRICAO(WS-QTD-TRIBUTOS)
                   MOVE ZEROS TO WS-ALIQUOTA-LIDA-X
                   UNSTRING REG-TRIBUTO DELIMITED BY ";"
                       INTO WS-TRB-CLASSE(WS-QTD-TRIBUTOS)
                            WS-TRB-DESCRICAO(WS-QTD-TRIBUTOS)
                            WS-ALIQUOTA-LIDA-X
                   END-UNSTRING
                   IF WS-ALIQUOTA-LIDA-X IS NUMERIC
                       MOVE WS-ALIQUOTA-LIDA
                               TO WS-TRB-ALIQUOTA(WS-QTD-TRIBUTOS)
                   ELSE
                       MOVE ZEROS TO WS-TRB-ALIQUOTA(WS-QTD-TRIBUTOS)
                   END-IF
                   MOVE ZEROS TO WS-TRB-BASE(WS-QTD-TRIBUTOS)
                                 WS-TRB-TRIBUTO(WS-QTD-TRIBUTOS)
                   READ TRIBUTOS
               END-PERFORM
               CLOSE TRIBUTOS
           END-IF.

           MOVE "??"                   TO WS-TRB-CLASSE(21).
           MOVE "CLASSE NAO CADASTRADA" TO WS-TRB-DESCRICAO(21).
           MOVE ZEROS TO WS-TRB-ALIQUOTA(21) WS-TRB-BASE(21)
                         WS-TRB-TRIBUTO(21).
       0110-CARREGAR-TRIBUTOS-FIM. EXIT.
      ******************************************************************
       0120-CARREGAR-CATALOGO  SECTION.
       0121-CARREGAR-CATALOGO.
           MOVE ZEROS TO WS-QTD-CATALOGO.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PRODUTOS.
           PERFORM UNTIL FS-PRODUTOS NOT EQUAL "00"
                      OR WS-QTD-CATALOGO EQUAL 50
               ADD 1 TO WS-QTD-CATALOGO
               MOVE SPACES TO WS-CAT-CLASSE(WS-QTD-CATALOGO)
               UNSTRING REG-PRODUTO DELIMITED BY ";"
                   INTO WS-CAT-CODIGO(WS-QTD-CATALOGO)
                        WS-CAT-DESCARTE WS-CAT-DESCARTE
                        WS-CAT-DESCARTE WS-CAT-DESCARTE
                        WS-CAT-CLASSE(WS-QTD-CATALOGO)
               END-UNSTRING
               IF WS-CAT-CLASSE(WS-QTD-CATALOGO) EQUAL SPACES
                   MOVE "00" TO WS-CAT-CLASSE(WS-QTD-CATALOGO)
               END-IF
               READ PRODUTOS
           END-PERFORM.
           CLOSE PRODUTOS.
       0120-CARREGAR-CATALOGO-FIM. EXIT.
      ******************************************************************
      *--> HISTORICO: LINHAS DA COMPETENCIA, ANOTANDO OS DIAS VISTOS
       0200-LER-HISTORICO      SECTION.
       0201-LER-HISTORICO.
           OPEN INPUT HISTVENDAS.
           IF FS-HISTVENDAS NOT EQUAL "00"
               DISPLAY "HISTVENDAS.TXT INDISPONIVEL - SO O DIARIO "
                       "SERA SOMADO"
               EXIT SECTION
           END-IF.
           READ HISTVENDAS.
           PERFORM UNTIL FS-HISTVENDAS NOT EQUAL "00"
               IF REG-HISTVENDA(1:6) EQUAL WS-COMPETENCIA
                   MOVE SPACES TO WS-LIN-DATA WS-LIN-CODIGO
                                  WS-LIN-NOME WS-LIN-CLASSE
                   MOVE ZEROS TO WS-HIS-QTD-X WS-HIS-VALOR-X
                   MOVE SPACES TO WS-HIS-TRIBUTO-X
                   UNSTRING REG-HISTVENDA DELIMITED BY ";"
                       INTO WS-LIN-DATA WS-LIN-CODIGO WS-LIN-NOME
                            WS-HIS-QTD-X WS-HIS-VALOR-X
                            WS-HIS-TRIBUTO-X WS-LIN-CLASSE
                   END-UNSTRING
                   PERFORM 0210-ANOTAR-DIA
                   IF WS-HIS-VALOR-X IS NUMERIC
                       MOVE WS-HIS-VALOR TO WS-BASE
                       IF WS-HIS-TRIBUTO-X IS NUMERIC
                           MOVE WS-HIS-TRIBUTO TO WS-TRIBUTO
                       ELSE
                           MOVE SPACES TO WS-LIN-CLASSE
                       END-IF
                       PERFORM 0400-SOMAR-NA-CLASSE
                   END-IF
               END-IF
               READ HISTVENDAS
           END-PERFORM.
           CLOSE HISTVENDAS.
       0200-LER-HISTORICO-FIM. EXIT.
      ******************************************************************
       0210-ANOTAR-DIA         SECTION.
       0211-ANOTAR-DIA.
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA GREATER THAN WS-QTD-DIAS
               IF WS-DIA(WS-IND-DIA) EQUAL WS-LIN-DATA
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF WS-QTD-DIAS LESS THAN 31
               ADD 1 TO WS-QTD-DIAS
               MOVE WS-LIN-DATA TO WS-DIA(WS-QTD-DIAS)
           END-IF.
       0210-ANOTAR-DIA-FIM.    EXIT.
      ******************************************************************
      *--> DIARIO: SO OS GRUPOS "V" DA COMPETENCIA CUJO DIA AINDA NAO
      *    ESTA NO HISTORICO (CONSOLIDA-VENDAS AINDA NAO RODOU)
       0300-LER-DIARIO         SECTION.
       0301-LER-DIARIO.
           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-GRUPO-NO-MES.
           READ VENDAS.
           PERFORM UNTIL FS-VENDAS NOT EQUAL "00"
               MOVE REG-VENDA(1:1) TO WS-LIN-TIPO
               EVALUATE WS-LIN-TIPO
                   WHEN "V"
                       MOVE SPACES TO WS-DATA-GRUPO
                       UNSTRING REG-VENDA DELIMITED BY ";"
                           INTO WS-LIN-TIPO WS-DATA-GRUPO
                       END-UNSTRING
                       MOVE "N" TO WS-GRUPO-NO-MES
                       IF WS-DATA-GRUPO(1:6) EQUAL WS-COMPETENCIA
                           PERFORM 0310-DIA-NO-HISTORICO
                           IF WS-DIA-NO-HIST EQUAL "N"
                               MOVE "S" TO WS-GRUPO-NO-MES
                           END-IF
                       END-IF
                   WHEN "I"
                       IF WS-GRUPO-NO-MES EQUAL "S"
                               AND REG-VENDA(3:5) NOT EQUAL "VALE "
                           PERFORM 0320-SOMAR-ITEM
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ VENDAS
           END-PERFORM.
           CLOSE VENDAS.
       0300-LER-DIARIO-FIM.    EXIT.
      ******************************************************************
       0310-DIA-NO-HISTORICO   SECTION.
       0311-DIA-NO-HISTORICO.
           MOVE "N" TO WS-DIA-NO-HIST.
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA GREATER THAN WS-QTD-DIAS
               IF WS-DIA(WS-IND-DIA) EQUAL WS-DATA-GRUPO
                   MOVE "S" TO WS-DIA-NO-HIST
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0310-DIA-NO-HISTORICO-FIM. EXIT.
      ******************************************************************
       0320-SOMAR-ITEM         SECTION.
       0321-SOMAR-ITEM.
           MOVE SPACES TO WS-LIN-CODIGO WS-LIN-NOME WS-LIN-CLASSE.
           MOVE ZEROS TO WS-ITEM-VALOR-X.
           MOVE SPACES TO WS-ITEM-QTD-X WS-ITEM-TRIBUTO-X.
           UNSTRING REG-VENDA DELIMITED BY ";"
               INTO WS-LIN-TIPO WS-LIN-CODIGO WS-LIN-NOME
                    WS-ITEM-VALOR-X WS-ITEM-QTD-X
                    WS-ITEM-TRIBUTO-X WS-LIN-CLASSE
           END-UNSTRING.
           IF WS-ITEM-VALOR-X IS NUMERIC
               MOVE WS-ITEM-VALOR TO WS-BASE
               IF WS-ITEM-TRIBUTO-X IS NUMERIC
                   MOVE WS-ITEM-TRIBUTO TO WS-TRIBUTO
               ELSE
                   MOVE SPACES TO WS-LIN-CLASSE
               END-IF
               PERFORM 0400-SOMAR-NA-CLASSE
           END-IF.
       0320-SOMAR-ITEM-FIM.    EXIT.
      ******************************************************************
      *--> LINHA SEM CLASSE GRAVADA: CLASSE ATUAL DO PRODUTO E TRIBUTO
      *    PELA ALIQUOTA ATUAL (CONTADA COMO ESTIMADA)
       0400-SOMAR-NA-CLASSE    SECTION.
       0401-SOMAR-NA-CLASSE.
           ADD 1 TO WS-QT-LINHAS.
           IF WS-LIN-CLASSE EQUAL SPACES
               ADD 1 TO WS-QT-ESTIMADAS
               MOVE "00" TO WS-LIN-CLASSE
               PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                       UNTIL WS-IND-CAT GREATER THAN WS-QTD-CATALOGO
                   IF WS-CAT-CODIGO(WS-IND-CAT) EQUAL WS-LIN-CODIGO
                       MOVE WS-CAT-CLASSE(WS-IND-CAT) TO WS-LIN-CLASSE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM 0410-LOCALIZAR-CLASSE
               COMPUTE WS-TRIBUTO ROUNDED =
                       WS-BASE * WS-TRB-ALIQUOTA(WS-TRIB-ACHADO) / 100
           ELSE
               PERFORM 0410-LOCALIZAR-CLASSE
           END-IF.

           ADD WS-BASE    TO WS-TRB-BASE(WS-TRIB-ACHADO).
           ADD WS-TRIBUTO TO WS-TRB-TRIBUTO(WS-TRIB-ACHADO).
       0400-SOMAR-NA-CLASSE-FIM. EXIT.
      ******************************************************************
       0410-LOCALIZAR-CLASSE   SECTION.
       0411-LOCALIZAR-CLASSE.
           MOVE 21 TO WS-TRIB-ACHADO.
           PERFORM VARYING WS-IND-TRIB FROM 1 BY 1
                   UNTIL WS-IND-TRIB GREATER THAN WS-QTD-TRIBUTOS
               IF WS-TRB-CLASSE(WS-IND-TRIB) EQUAL WS-LIN-CLASSE
                   MOVE WS-IND-TRIB TO WS-TRIB-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0410-LOCALIZAR-CLASSE-FIM. EXIT.
      ******************************************************************
       0500-EMITIR-RELATORIO   SECTION.
       0501-EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RESUMO DE TRIBUTOS POR CLASSE FISCAL - COMPETENCIA "
                  WS-COMPETENCIA
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "CL DESCRICAO            ALIQ%   BASE VENDIDA"
               TO REG-RELATORIO.
           MOVE "TRIBUTO APROX" TO REG-RELATORIO(48:13).
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-TRIB FROM 1 BY 1
                   UNTIL WS-IND-TRIB GREATER THAN 21
               IF WS-IND-TRIB NOT GREATER THAN WS-QTD-TRIBUTOS
                       OR WS-IND-TRIB EQUAL 21
                   IF WS-TRB-BASE(WS-IND-TRIB) GREATER THAN ZEROS
                       PERFORM 0510-LINHA-CLASSE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-TOT-BASE    TO WS-BASE-EDT.
           MOVE WS-TOT-TRIBUTO TO WS-TRIBUTO-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL DO MES................. " WS-BASE-EDT
                  "  " WS-TRIBUTO-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           MOVE WS-QT-LINHAS TO WS-QT-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "LINHAS SOMADAS................... " WS-QT-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           IF WS-QT-ESTIMADAS GREATER THAN ZEROS
               MOVE WS-QT-ESTIMADAS TO WS-QT-EDT
               MOVE SPACES TO REG-RELATORIO
               STRING "ESTIMADAS PELA ALIQUOTA ATUAL.... " WS-QT-EDT
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               PERFORM 0590-GRAVAR-E-MOSTRAR
           END-IF.
           CLOSE RELATORIO.
       0500-EMITIR-RELATORIO-FIM. EXIT.
      ******************************************************************
       0510-LINHA-CLASSE       SECTION.
       0511-LINHA-CLASSE.
           ADD WS-TRB-BASE(WS-IND-TRIB)    TO WS-TOT-BASE.
           ADD WS-TRB-TRIBUTO(WS-IND-TRIB) TO WS-TOT-TRIBUTO.
           MOVE WS-TRB-ALIQUOTA(WS-IND-TRIB) TO WS-ALIQUOTA-EDT.
           MOVE WS-TRB-BASE(WS-IND-TRIB)     TO WS-BASE-EDT.
           MOVE WS-TRB-TRIBUTO(WS-IND-TRIB)  TO WS-TRIBUTO-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING WS-TRB-CLASSE(WS-IND-TRIB)
                  " " WS-TRB-DESCRICAO(WS-IND-TRIB)
                  " " WS-ALIQUOTA-EDT
                  " " WS-BASE-EDT
                  "  " WS-TRIBUTO-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
       0510-LINHA-CLASSE-FIM.  EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
       0590-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       END PROGRAM RESUMO-TRIBUTOS.
