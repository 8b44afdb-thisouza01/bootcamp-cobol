      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Perfil de vendas por hora e desempenho dos caixas
      *          Para o gerente decidir quantos caixas abrir em cada
      *          horario e ver quem demora ou estorna demais. Le o
      *          diario vendas.txt no periodo pedido (AAAAMMDD, vazio
      *          = do dia 1 do mes ate hoje) -- so o diario tem a hora
      *          e o caixa da venda; o histvendas.txt consolidado nao.
      *          Secao 1: grade hora x dia da semana com o numero de
      *          vendas. Secao 2: por hora e por dia da semana, vendas,
      *          itens, ticket medio e faturamento (linhas "V").
      *          Secao 3: por caixa, vendas por hora trabalhada (horas
      *          distintas com venda), itens por venda, estornos de
      *          item (linhas "X"), cancelamentos de venda (linhas "C")
      *          e liberacoes do supervisor para item sem estoque
      *          (linhas "L"). Saida em perfilvendas.txt e na tela; a
      *          rodada fica registrada no catalogo de relatorios
      *          (SPOOLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. PERFIL-VENDAS.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT VENDAS ASSIGN TO "C:\teste\vendas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-VENDAS.

           SELECT RELATORIO ASSIGN TO "C:\teste\perfilvendas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  VENDAS.
       01  REG-VENDA                   PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(80).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-VENDAS           PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.

       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-DATA-INI-ENT     PIC X(08)           VALUE SPACES.
       77  WS-DATA-FIM-ENT     PIC X(08)           VALUE SPACES.
       77  WS-DATA-INI         PIC 9(08)           VALUE ZEROS.
       77  WS-DATA-FIM         PIC 9(08)           VALUE ZEROS.

      *--> GRADE HORA (1 = 00H ... 24 = 23H) X DIA DA SEMANA
      *    (1 = DOMINGO ... 7 = SABADO)
       77  WS-IND-HORA         PIC 9(02)           VALUE ZEROS.
       77  WS-IND-SEMANA       PIC 9(01)           VALUE ZEROS.
       01  WS-TAB-HORAS.
           05 WS-HOR-LINHA     OCCURS 24 TIMES.
               10 WS-HOR-DIA   OCCURS 7 TIMES.
                   15 WS-HOR-VENDAS   PIC 9(05).
                   15 WS-HOR-ITENS    PIC 9(06).
                   15 WS-HOR-RECEITA  PIC 9(09)V99.
       01  WS-NOMES-SEMANA     PIC X(21)
                               VALUE "DOMSEGTERQUAQUISEXSAB".
       01  WS-TAB-SEMANA REDEFINES WS-NOMES-SEMANA.
           05 WS-NOME-DIA      PIC X(03)           OCCURS 7 TIMES.

      *--> CAIXAS: POSICAO = NUMERO DO CAIXA + 1 (A POSICAO 1 JUNTA AS
      *    VENDAS ANTIGAS GRAVADAS SEM O NUMERO DO CAIXA)
       77  WS-IND-CAIXA        PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-CAIXAS.
           05 WS-CXA-LINHA     OCCURS 100 TIMES.
               10 WS-CXA-VENDAS       PIC 9(05).
               10 WS-CXA-ITENS        PIC 9(06).
               10 WS-CXA-RECEITA      PIC 9(09)V99.
               10 WS-CXA-HORAS        PIC 9(05).
               10 WS-CXA-ULTIMA-HORA  PIC X(10).
               10 WS-CXA-ESTORNOS     PIC 9(05).
               10 WS-CXA-CANCELADAS   PIC 9(05).
               10 WS-CXA-LIBERACOES   PIC 9(05).

      *--> LINHA LIDA DO DIARIO
       77  WS-LIN-TIPO         PIC X(01)           VALUE SPACES.
       77  WS-LIN-DATA         PIC X(08)           VALUE SPACES.
       77  WS-LIN-HORA         PIC X(06)           VALUE SPACES.
       77  WS-LIN-DESCARTE     PIC X(20)           VALUE SPACES.
       01  WS-LIN-QTD-X        PIC X(02)           VALUE ZEROS.
       01  WS-LIN-QTD REDEFINES WS-LIN-QTD-X
                           PIC 9(02).
       01  WS-LIN-VALOR-X      PIC X(07)           VALUE ZEROS.
       01  WS-LIN-VALOR REDEFINES WS-LIN-VALOR-X
                           PIC 9(05)V99.
       01  WS-LIN-CAIXA-X      PIC X(02)           VALUE ZEROS.
       01  WS-LIN-CAIXA REDEFINES WS-LIN-CAIXA-X
                           PIC 9(02).
       77  WS-HORA-NUM         PIC 9(02)           VALUE ZEROS.
       77  WS-DATA-NUM         PIC 9(08)           VALUE ZEROS.
       77  WS-DIA-HORA         PIC X(10)           VALUE SPACES.

      *--> GRUPO DA VENDA CORRENTE: AS LINHAS "X" E "L" QUE SEGUEM O
      *    "V" SAO DO MESMO CAIXA E DO MESMO DIA
       77  WS-GRUPO-NO-PERIODO PIC X               VALUE "N".
       77  WS-CAIXA-GRUPO      PIC 9(03)           VALUE ZEROS.

      *--> TOTAIS E EDICAO DO RELATORIO
       77  WS-SOMA-VENDAS      PIC 9(07)           VALUE ZEROS.
       77  WS-SOMA-ITENS       PIC 9(08)           VALUE ZEROS.
       77  WS-SOMA-RECEITA     PIC 9(11)V99        VALUE ZEROS.
       77  WS-TOT-VENDAS       PIC 9(07)           VALUE ZEROS.
       77  WS-TOT-RECEITA      PIC 9(11)V99        VALUE ZEROS.
       77  WS-TICKET           PIC 9(07)V99        VALUE ZEROS.
       77  WS-MEDIA            PIC 9(05)V9         VALUE ZEROS.
       77  WS-VENDAS-EDT       PIC ZZZZ9.
       77  WS-ITENS-EDT        PIC ZZZZZ9.
       77  WS-TICKET-EDT       PIC ZZ.ZZ9,99.
       77  WS-RECEITA-EDT      PIC ZZ.ZZZ.ZZ9,99.
       77  WS-MEDIA-EDT        PIC ZZZ9,9.
       77  WS-QT-EDT           PIC ZZZ9.
       77  WS-HORA-EDT         PIC 9(02).
       77  WS-CAIXA-EDT        PIC 9(02).
       77  WS-POSICAO          PIC 9(02)           VALUE ZEROS.

      *--> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA     PIC X(10)           VALUE "PERFILVEND".
       77  WS-SPO-ARQUIVO      PIC X(60)
                               VALUE "C:\teste\perfilvendas.txt".
       77  WS-SPO-LINHAS       PIC 9(06)           VALUE ZEROS.
       77  WS-SPO-OPERADOR     PIC X(10)           VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           INITIALIZE WS-TAB-HORAS WS-TAB-CAIXAS.
           PERFORM 0100-INICIAR.
           PERFORM 0200-LER-DIARIO.
           PERFORM 0500-EMITIR-RELATORIO.
           CALL "SPOOLCTL" USING WS-SPO-PROGRAMA WS-SPO-ARQUIVO
                                 WS-SPO-LINHAS WS-SPO-OPERADOR.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           DISPLAY "DATA INICIAL (AAAAMMDD, VAZIO = DIA 1 DO MES): ".
           ACCEPT WS-DATA-INI-ENT.
           IF WS-DATA-INI-ENT IS NUMERIC
               MOVE WS-DATA-INI-ENT TO WS-DATA-INI
           ELSE
               MOVE WS-DATA-HOJE TO WS-DATA-INI
               MOVE "01" TO WS-DATA-INI(7:2)
           END-IF.

           DISPLAY "DATA FINAL (AAAAMMDD, VAZIO = HOJE): ".
           ACCEPT WS-DATA-FIM-ENT.
           IF WS-DATA-FIM-ENT IS NUMERIC
               MOVE WS-DATA-FIM-ENT TO WS-DATA-FIM
           ELSE
               MOVE WS-DATA-HOJE TO WS-DATA-FIM
           END-IF.

           IF WS-DATA-FIM LESS THAN WS-DATA-INI
               MOVE WS-DATA-INI TO WS-DATA-FIM
           END-IF.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
      *--> UMA PASSADA NO DIARIO: "V" ABRE O GRUPO DA VENDA, "X" E "L"
      *    CONTAM PARA O CAIXA DO GRUPO E "C" TRAZ O PROPRIO CAIXA
       0200-LER-DIARIO         SECTION.
       0201-LER-DIARIO.
           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL "00"
               DISPLAY "VENDAS.TXT INDISPONIVEL - RELATORIO VAZIO"
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-GRUPO-NO-PERIODO.
           READ VENDAS.
           PERFORM UNTIL FS-VENDAS NOT EQUAL "00"
               MOVE REG-VENDA(1:1) TO WS-LIN-TIPO
               EVALUATE WS-LIN-TIPO
                   WHEN "V"
                       PERFORM 0210-SOMAR-VENDA
                   WHEN "X"
                       IF WS-GRUPO-NO-PERIODO EQUAL "S"
                           ADD 1 TO WS-CXA-ESTORNOS(WS-CAIXA-GRUPO)
                       END-IF
                   WHEN "L"
                       IF WS-GRUPO-NO-PERIODO EQUAL "S"
                           ADD 1 TO WS-CXA-LIBERACOES(WS-CAIXA-GRUPO)
                       END-IF
                   WHEN "C"
                       PERFORM 0220-SOMAR-CANCELAMENTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ VENDAS
           END-PERFORM.
           CLOSE VENDAS.
       0200-LER-DIARIO-FIM.    EXIT.
      ******************************************************************
       0210-SOMAR-VENDA        SECTION.
       0211-SOMAR-VENDA.
           MOVE "N" TO WS-GRUPO-NO-PERIODO.
           MOVE SPACES TO WS-LIN-DATA WS-LIN-HORA.
           MOVE ZEROS TO WS-LIN-QTD-X WS-LIN-VALOR-X WS-LIN-CAIXA-X.
           UNSTRING REG-VENDA DELIMITED BY ";"
               INTO WS-LIN-TIPO WS-LIN-DATA WS-LIN-HORA
                    WS-LIN-QTD-X WS-LIN-VALOR-X
                    WS-LIN-DESCARTE WS-LIN-DESCARTE WS-LIN-DESCARTE
                    WS-LIN-DESCARTE WS-LIN-CAIXA-X
           END-UNSTRING.
           IF WS-LIN-DATA IS NOT NUMERIC
                   OR WS-LIN-DATA LESS THAN WS-DATA-INI
                   OR WS-LIN-DATA GREATER THAN WS-DATA-FIM
               EXIT SECTION
           END-IF.
           MOVE "S" TO WS-GRUPO-NO-PERIODO.

           PERFORM 0230-POSICAO-DO-CAIXA.
           MOVE WS-IND-CAIXA TO WS-CAIXA-GRUPO.
           IF WS-LIN-QTD-X IS NOT NUMERIC
               MOVE ZEROS TO WS-LIN-QTD-X
           END-IF.
           IF WS-LIN-VALOR-X IS NOT NUMERIC
               MOVE ZEROS TO WS-LIN-VALOR-X
           END-IF.

           MOVE ZEROS TO WS-HORA-NUM.
           IF WS-LIN-HORA(1:2) IS NUMERIC
               MOVE WS-LIN-HORA(1:2) TO WS-HORA-NUM
           END-IF.
           IF WS-HORA-NUM GREATER THAN 23
               MOVE 23 TO WS-HORA-NUM
           END-IF.
           COMPUTE WS-IND-HORA = WS-HORA-NUM + 1.
           MOVE WS-LIN-DATA TO WS-DATA-NUM.
           COMPUTE WS-IND-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NUM), 7) + 1.

           ADD 1            TO WS-HOR-VENDAS(WS-IND-HORA WS-IND-SEMANA).
           ADD WS-LIN-QTD   TO WS-HOR-ITENS(WS-IND-HORA WS-IND-SEMANA).
           ADD WS-LIN-VALOR
                   TO WS-HOR-RECEITA(WS-IND-HORA WS-IND-SEMANA).

           ADD 1            TO WS-CXA-VENDAS(WS-IND-CAIXA).
           ADD WS-LIN-QTD   TO WS-CXA-ITENS(WS-IND-CAIXA).
           ADD WS-LIN-VALOR TO WS-CXA-RECEITA(WS-IND-CAIXA).

      *--> HORA TRABALHADA = DIA+HORA DIFERENTE DA ULTIMA VENDA DO
      *    CAIXA (O DIARIO ESTA EM ORDEM DE GRAVACAO)
           MOVE WS-LIN-DATA       TO WS-DIA-HORA(1:8).
           MOVE WS-LIN-HORA(1:2)  TO WS-DIA-HORA(9:2).
           IF WS-CXA-ULTIMA-HORA(WS-IND-CAIXA) NOT EQUAL WS-DIA-HORA
               ADD 1 TO WS-CXA-HORAS(WS-IND-CAIXA)
               MOVE WS-DIA-HORA TO WS-CXA-ULTIMA-HORA(WS-IND-CAIXA)
           END-IF.
       0210-SOMAR-VENDA-FIM.   EXIT.
      ******************************************************************
      *--> CANCELAMENTO: C;DATA;HORA;REF;TOTAL;TEL;SUPERVISOR;CAIXA
       0220-SOMAR-CANCELAMENTO SECTION.
       0221-SOMAR-CANCELAMENTO.
           MOVE SPACES TO WS-LIN-DATA WS-LIN-HORA.
           MOVE ZEROS TO WS-LIN-CAIXA-X.
           UNSTRING REG-VENDA DELIMITED BY ";"
               INTO WS-LIN-TIPO WS-LIN-DATA WS-LIN-HORA
                    WS-LIN-DESCARTE WS-LIN-DESCARTE WS-LIN-DESCARTE
                    WS-LIN-DESCARTE WS-LIN-CAIXA-X
           END-UNSTRING.
           IF WS-LIN-DATA IS NOT NUMERIC
                   OR WS-LIN-DATA LESS THAN WS-DATA-INI
                   OR WS-LIN-DATA GREATER THAN WS-DATA-FIM
               EXIT SECTION
           END-IF.
           PERFORM 0230-POSICAO-DO-CAIXA.
           ADD 1 TO WS-CXA-CANCELADAS(WS-IND-CAIXA).
       0220-SOMAR-CANCELAMENTO-FIM. EXIT.
      ******************************************************************
       0230-POSICAO-DO-CAIXA   SECTION.
       0231-POSICAO-DO-CAIXA.
           IF WS-LIN-CAIXA-X IS NUMERIC
               COMPUTE WS-IND-CAIXA = WS-LIN-CAIXA + 1
           ELSE
               MOVE 1 TO WS-IND-CAIXA
           END-IF.
       0230-POSICAO-DO-CAIXA-FIM. EXIT.
      ******************************************************************
       0500-EMITIR-RELATORIO   SECTION.
       0501-EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PERFIL DE VENDAS POR HORA E CAIXAS - PERIODO "
                  WS-DATA-INI " A " WS-DATA-FIM
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM 0510-GRADE-HORA-SEMANA.
           PERFORM 0520-RESUMO-POR-HORA.
           PERFORM 0530-RESUMO-POR-SEMANA.
           PERFORM 0540-DESEMPENHO-CAIXAS.
           CLOSE RELATORIO.
       0500-EMITIR-RELATORIO-FIM. EXIT.
      ******************************************************************
      *--> SECAO 1: VENDAS POR HORA E DIA DA SEMANA (SO AS HORAS COM
      *    ALGUMA VENDA NO PERIODO)
       0510-GRADE-HORA-SEMANA  SECTION.
       0511-GRADE-HORA-SEMANA.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "1) NUMERO DE VENDAS - HORA X DIA DA SEMANA"
               TO REG-RELATORIO.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "HORA" TO REG-RELATORIO.
           PERFORM VARYING WS-IND-SEMANA FROM 1 BY 1
                   UNTIL WS-IND-SEMANA GREATER THAN 7
               COMPUTE WS-POSICAO = 4 + WS-IND-SEMANA * 6
               MOVE WS-NOME-DIA(WS-IND-SEMANA)
                   TO REG-RELATORIO(WS-POSICAO:3)
           END-PERFORM.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-HORA FROM 1 BY 1
                   UNTIL WS-IND-HORA GREATER THAN 24
               MOVE ZEROS TO WS-SOMA-VENDAS
               PERFORM VARYING WS-IND-SEMANA FROM 1 BY 1
                       UNTIL WS-IND-SEMANA GREATER THAN 7
                   ADD WS-HOR-VENDAS(WS-IND-HORA WS-IND-SEMANA)
                       TO WS-SOMA-VENDAS
               END-PERFORM
               IF WS-SOMA-VENDAS GREATER THAN ZEROS
                   MOVE SPACES TO REG-RELATORIO
                   COMPUTE WS-HORA-EDT = WS-IND-HORA - 1
                   STRING WS-HORA-EDT "H" DELIMITED BY SIZE
                       INTO REG-RELATORIO
                   END-STRING
                   PERFORM VARYING WS-IND-SEMANA FROM 1 BY 1
                           UNTIL WS-IND-SEMANA GREATER THAN 7
                       MOVE WS-HOR-VENDAS(WS-IND-HORA WS-IND-SEMANA)
                           TO WS-VENDAS-EDT
                       COMPUTE WS-POSICAO = 1 + WS-IND-SEMANA * 6
                       MOVE WS-VENDAS-EDT
                           TO REG-RELATORIO(WS-POSICAO:5)
                   END-PERFORM
                   PERFORM 0590-GRAVAR-E-MOSTRAR
               END-IF
           END-PERFORM.
       0510-GRADE-HORA-SEMANA-FIM. EXIT.
      ******************************************************************
      *--> SECAO 2A: TOTAIS DE CADA HORA DO DIA (TODOS OS DIAS)
       0520-RESUMO-POR-HORA    SECTION.
       0521-RESUMO-POR-HORA.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "2) POR HORA DO DIA" TO REG-RELATORIO.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "HORA   VENDAS  ITENS TICKET MEDIO   FATURAMENTO"
               TO REG-RELATORIO.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-HORA FROM 1 BY 1
                   UNTIL WS-IND-HORA GREATER THAN 24
               MOVE ZEROS TO WS-SOMA-VENDAS WS-SOMA-ITENS
                             WS-SOMA-RECEITA
               PERFORM VARYING WS-IND-SEMANA FROM 1 BY 1
                       UNTIL WS-IND-SEMANA GREATER THAN 7
                   ADD WS-HOR-VENDAS(WS-IND-HORA WS-IND-SEMANA)
                       TO WS-SOMA-VENDAS
                   ADD WS-HOR-ITENS(WS-IND-HORA WS-IND-SEMANA)
                       TO WS-SOMA-ITENS
                   ADD WS-HOR-RECEITA(WS-IND-HORA WS-IND-SEMANA)
                       TO WS-SOMA-RECEITA
               END-PERFORM
               IF WS-SOMA-VENDAS GREATER THAN ZEROS
                   ADD WS-SOMA-VENDAS  TO WS-TOT-VENDAS
                   ADD WS-SOMA-RECEITA TO WS-TOT-RECEITA
                   MOVE SPACES TO REG-RELATORIO
                   COMPUTE WS-HORA-EDT = WS-IND-HORA - 1
                   STRING WS-HORA-EDT "H " DELIMITED BY SIZE
                       INTO REG-RELATORIO
                   END-STRING
                   PERFORM 0550-COLUNAS-DO-RESUMO
                   PERFORM 0590-GRAVAR-E-MOSTRAR
               END-IF
           END-PERFORM.

           MOVE WS-TOT-VENDAS  TO WS-SOMA-VENDAS.
           MOVE WS-TOT-RECEITA TO WS-SOMA-RECEITA.
           MOVE ZEROS TO WS-SOMA-ITENS.
           PERFORM VARYING WS-IND-HORA FROM 1 BY 1
                   UNTIL WS-IND-HORA GREATER THAN 24
               PERFORM VARYING WS-IND-SEMANA FROM 1 BY 1
                       UNTIL WS-IND-SEMANA GREATER THAN 7
                   ADD WS-HOR-ITENS(WS-IND-HORA WS-IND-SEMANA)
                       TO WS-SOMA-ITENS
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           MOVE "TOTAL" TO REG-RELATORIO.
           PERFORM 0550-COLUNAS-DO-RESUMO.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
       0520-RESUMO-POR-HORA-FIM. EXIT.
      ******************************************************************
      *--> SECAO 2B: TOTAIS DE CADA DIA DA SEMANA
       0530-RESUMO-POR-SEMANA  SECTION.
       0531-RESUMO-POR-SEMANA.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "   POR DIA DA SEMANA" TO REG-RELATORIO.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "DIA    VENDAS  ITENS TICKET MEDIO   FATURAMENTO"
               TO REG-RELATORIO.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-SEMANA FROM 1 BY 1
                   UNTIL WS-IND-SEMANA GREATER THAN 7
               MOVE ZEROS TO WS-SOMA-VENDAS WS-SOMA-ITENS
                             WS-SOMA-RECEITA
               PERFORM VARYING WS-IND-HORA FROM 1 BY 1
                       UNTIL WS-IND-HORA GREATER THAN 24
                   ADD WS-HOR-VENDAS(WS-IND-HORA WS-IND-SEMANA)
                       TO WS-SOMA-VENDAS
                   ADD WS-HOR-ITENS(WS-IND-HORA WS-IND-SEMANA)
                       TO WS-SOMA-ITENS
                   ADD WS-HOR-RECEITA(WS-IND-HORA WS-IND-SEMANA)
                       TO WS-SOMA-RECEITA
               END-PERFORM
               IF WS-SOMA-VENDAS GREATER THAN ZEROS
                   MOVE SPACES TO REG-RELATORIO
                   MOVE WS-NOME-DIA(WS-IND-SEMANA) TO REG-RELATORIO
                   PERFORM 0550-COLUNAS-DO-RESUMO
                   PERFORM 0590-GRAVAR-E-MOSTRAR
               END-IF
           END-PERFORM.
       0530-RESUMO-POR-SEMANA-FIM. EXIT.
      ******************************************************************
      *--> SECAO 3: DESEMPENHO DE CADA CAIXA COM MOVIMENTO NO PERIODO
       0540-DESEMPENHO-CAIXAS  SECTION.
       0541-DESEMPENHO-CAIXAS.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "3) DESEMPENHO DOS CAIXAS (00 = VENDA SEM CAIXA)"
               TO REG-RELATORIO.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "CX VENDAS HORAS VND/HORA ITENS/VND ESTORNOS CANCEL. "
               TO REG-RELATORIO.
           MOVE "LIBERACOES" TO REG-RELATORIO(53:10).
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-CAIXA FROM 1 BY 1
                   UNTIL WS-IND-CAIXA GREATER THAN 100
               IF WS-CXA-VENDAS(WS-IND-CAIXA) GREATER THAN ZEROS
                   OR WS-CXA-CANCELADAS(WS-IND-CAIXA) GREATER THAN ZEROS
                   PERFORM 0545-LINHA-CAIXA
               END-IF
           END-PERFORM.
       0540-DESEMPENHO-CAIXAS-FIM. EXIT.
      ******************************************************************
       0545-LINHA-CAIXA        SECTION.
       0546-LINHA-CAIXA.
           MOVE SPACES TO REG-RELATORIO.
           COMPUTE WS-CAIXA-EDT = WS-IND-CAIXA - 1.
           MOVE WS-CAIXA-EDT TO REG-RELATORIO(1:2).
           MOVE WS-CXA-VENDAS(WS-IND-CAIXA) TO WS-VENDAS-EDT.
           MOVE WS-VENDAS-EDT TO REG-RELATORIO(5:5).
           MOVE WS-CXA-HORAS(WS-IND-CAIXA) TO WS-VENDAS-EDT.
           MOVE WS-VENDAS-EDT TO REG-RELATORIO(11:5).

           MOVE ZEROS TO WS-MEDIA.
           IF WS-CXA-HORAS(WS-IND-CAIXA) GREATER THAN ZEROS
               COMPUTE WS-MEDIA ROUNDED = WS-CXA-VENDAS(WS-IND-CAIXA)
                                        / WS-CXA-HORAS(WS-IND-CAIXA)
           END-IF.
           MOVE WS-MEDIA TO WS-MEDIA-EDT.
           MOVE WS-MEDIA-EDT TO REG-RELATORIO(19:6).

           MOVE ZEROS TO WS-MEDIA.
           IF WS-CXA-VENDAS(WS-IND-CAIXA) GREATER THAN ZEROS
               COMPUTE WS-MEDIA ROUNDED = WS-CXA-ITENS(WS-IND-CAIXA)
                                        / WS-CXA-VENDAS(WS-IND-CAIXA)
           END-IF.
           MOVE WS-MEDIA TO WS-MEDIA-EDT.
           MOVE WS-MEDIA-EDT TO REG-RELATORIO(29:6).

           MOVE WS-CXA-ESTORNOS(WS-IND-CAIXA) TO WS-QT-EDT.
           MOVE WS-QT-EDT TO REG-RELATORIO(40:4).
           MOVE WS-CXA-CANCELADAS(WS-IND-CAIXA) TO WS-QT-EDT.
           MOVE WS-QT-EDT TO REG-RELATORIO(47:4).
           MOVE WS-CXA-LIBERACOES(WS-IND-CAIXA) TO WS-QT-EDT.
           MOVE WS-QT-EDT TO REG-RELATORIO(58:4).
           PERFORM 0590-GRAVAR-E-MOSTRAR.
       0545-LINHA-CAIXA-FIM.   EXIT.
      ******************************************************************
      *--> VENDAS, ITENS, TICKET MEDIO E FATURAMENTO A PARTIR DA
      *    COLUNA 6 (A LINHA JA TRAZ O ROTULO NO INICIO)
       0550-COLUNAS-DO-RESUMO  SECTION.
       0551-COLUNAS-DO-RESUMO.
           MOVE ZEROS TO WS-TICKET.
           IF WS-SOMA-VENDAS GREATER THAN ZEROS
               COMPUTE WS-TICKET ROUNDED =
                       WS-SOMA-RECEITA / WS-SOMA-VENDAS
           END-IF.
           MOVE WS-SOMA-VENDAS  TO WS-VENDAS-EDT.
           MOVE WS-SOMA-ITENS   TO WS-ITENS-EDT.
           MOVE WS-TICKET       TO WS-TICKET-EDT.
           MOVE WS-SOMA-RECEITA TO WS-RECEITA-EDT.
           MOVE WS-VENDAS-EDT   TO REG-RELATORIO(9:5).
           MOVE WS-ITENS-EDT    TO REG-RELATORIO(15:6).
           MOVE WS-TICKET-EDT   TO REG-RELATORIO(23:9).
           MOVE WS-RECEITA-EDT  TO REG-RELATORIO(34:13).
       0550-COLUNAS-DO-RESUMO-FIM. EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           ADD 1 TO WS-SPO-LINHAS.
       0590-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       END PROGRAM PERFIL-VENDAS.
