      *     do calendario.txt nao contam) e executa, na ordem e com o
      *     mesmo run-control da cadeia noturna (JOBCTRL, reinicio
      *     pulando etapa ja concluida NO MES), os lotes mensais:
      *     rotacao do historico/auditoria (ROTACAO), cobranca das
      *     parcelas de emprestimo vencidas (COBRA-EMPRESTIMO, antes
      *     da tarifa para a parcela ter prioridade sobre o saldo),
      *     tarifas e juros das contas (FECHA-MES-CONTAS),
      *     rendimento das aplicacoes financeiras (RENDE-INVEST),
      *     consolidacao do historico
      *     de vendas (CONSOLIDA-VENDAS), expiracao de pontos
      *     (EXPIRA-PONTOS), varredura de dormencia das contas
      *     (DORMENCIA-CONTAS), lista de documentos de clientes a
      *     vencer (DOCVENC) e remessa do cadastro positivo ao bureau
      *     de credito (CADASTRO-POSITIVO, competencia = mes anterior,
      *     fechado), seguida do extrato consolidado do cliente
      *     (EXTCONS: contas, pontos e chamados do mes anterior).
      *     Tudo visivel no JOBVIEW. MENSAL_FORCA
      *     =S destrava uma cadeia presa em "RODANDO" apos um abend e
      *     FECHAMES_FORCA e repassado para o fechamento de contas
      *     rodar sob a decisao de dia util DESTA cadeia.
      *     Enquanto roda, abre a janela de lote (JANLOTE): o MAIN
      *     recusa novos sign-ons e deixa so consulta ate o fim da
      *     cadeia (previsao pelo MENSAL_JANELA_MIN, padrao 240).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       77  WK-ETAPA-PULAR           PIC X     VALUE "N".
       77  WK-FORCAR                PIC X(01) VALUE SPACES.
       77  WK-CADEIA-LIBERADA       PIC X     VALUE "N".

      *---> CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARAMCTL)
       77  WK-PARAM-NOME            PIC X(20) VALUE SPACES.
       77  WK-PARAM-VALOR           PIC X(60) VALUE SPACES.
       77  WK-PARAM-RC              PIC X(02) VALUE SPACES.

      *---> JANELA DE LOTE (SUBPROGRAMA JANLOTE): ENQUANTO A CADEIA
      *     RODA, O MAIN RECUSA SIGN-ON E SO DEIXA CONSULTAR. A
      *     PREVISAO DE TERMINO VEM DE MENSAL_JANELA_MIN (PADRAO
      *     240 MINUTOS) E SAI NO AVISO DA TELA.
       77  WK-JAN-ACAO              PIC X(01) VALUE SPACES.
       77  WK-JAN-CADEIA            PIC X(10) VALUE SPACES.
       77  WK-JAN-MINUTOS           PIC 9(04) VALUE 0240.
       77  WK-JAN-PREVISAO          PIC 9(14) VALUE ZEROS.
       77  WK-JAN-RC                PIC X(02) VALUE SPACES.
       77  WK-JAN-MINUTOS-ENV       PIC X(04) VALUE SPACES.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           END-IF.
           PERFORM 0110-REGISTRAR-INICIO.
           IF WK-CADEIA-LIBERADA EQUAL "S"
               PERFORM 0120-ABRIR-JANELA
               PERFORM 0200-EXECUTAR-ROTACAO
               PERFORM 0205-EXECUTAR-EMPRESTIMOS
               PERFORM 0210-EXECUTAR-FECHA-CONTAS
               PERFORM 0215-EXECUTAR-RENDIMENTOS
               PERFORM 0220-EXECUTAR-CONSOLIDACAO
               PERFORM 0230-EXECUTAR-EXPIRACAO
               PERFORM 0240-EXECUTAR-DORMENCIA
               PERFORM 0245-EXECUTAR-DOCVENC
               PERFORM 0247-EXECUTAR-CADPOS
               PERFORM 0248-EXECUTAR-EXTCONS
               PERFORM 0130-REGISTRAR-FIM
           END-IF.

           CALL "JOBCTRL" USING WK-JOB-NOME WK-JOB-ACAO
                                WK-JOB-CONTADOR WK-JOB-STATUS
                                WK-JOB-FIM WK-JOB-RC.

      *---> FIM DA CADEIA LIBERA O CADASTRO NO MAIN
           MOVE "F" TO WK-JAN-ACAO.
           MOVE "MENSAL" TO WK-JAN-CADEIA.
           CALL "JANLOTE" USING WK-JAN-ACAO WK-JAN-CADEIA
                                WK-JAN-MINUTOS WK-JAN-PREVISAO
                                WK-JAN-RC.
       0130-REGISTRAR-FIM-FIM. EXIT.
      ******************************************************************
      *---> ABRE A JANELA DE LOTE: DAQUI ATE O REGISTRO DO FIM, O
      *     CADASTRO FICA SO PARA CONSULTA NO MAIN. SEM A JANELA A
      *     CADEIA RODA DO MESMO JEITO, SO FICA O AVISO NO LOG.
       0120-ABRIR-JANELA       SECTION.
           ACCEPT WK-JAN-MINUTOS-ENV
                  FROM ENVIRONMENT "MENSAL_JANELA_MIN".
           IF WK-JAN-MINUTOS-ENV EQUAL SPACES
               MOVE "MENSAL_JANELA_MIN" TO WK-PARAM-NOME
               CALL "PARAMCTL" USING WK-PARAM-NOME WK-PARAM-VALOR
                                     WK-PARAM-RC
               IF WK-PARAM-RC EQUAL "00"
                   MOVE WK-PARAM-VALOR(1:4) TO WK-JAN-MINUTOS-ENV
               END-IF
           END-IF.
           IF WK-JAN-MINUTOS-ENV NOT EQUAL SPACES
              AND FUNCTION NUMVAL(WK-JAN-MINUTOS-ENV) GREATER THAN 0
              AND FUNCTION NUMVAL(WK-JAN-MINUTOS-ENV) LESS THAN 10000
               COMPUTE WK-JAN-MINUTOS =
                       FUNCTION NUMVAL(WK-JAN-MINUTOS-ENV)
           END-IF.

           MOVE "A" TO WK-JAN-ACAO.
           MOVE "MENSAL" TO WK-JAN-CADEIA.
           CALL "JANLOTE" USING WK-JAN-ACAO WK-JAN-CADEIA
                                WK-JAN-MINUTOS WK-JAN-PREVISAO
                                WK-JAN-RC.
           IF WK-JAN-RC NOT EQUAL "00"
               MOVE "JANELA DE LOTE NAO ABERTA - SEM BLOQUEIO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
       0120-ABRIR-JANELA-FIM.  EXIT.
      ******************************************************************
      *---> NO REINICIO DA CADEIA, UMA ETAPA QUE JA TERMINOU NESTE
      *     MES (STATUS "T" COM ANOMES DO FIM IGUAL AO ATUAL) E PULADA
       0500-VERIFICAR-ETAPA    SECTION.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0200-EXECUTAR-ROTACAO-FIM. EXIT.
      ******************************************************************
      *---> PARCELAS DE EMPRESTIMO VENCIDAS DEBITADAS DAS CONTAS (VER
      *     COBRA-EMPRESTIMO.cob); SEM SALDO A PARCELA FICA EM ATRASO
       0205-EXECUTAR-EMPRESTIMOS SECTION.
           MOVE "MEN-EMPRES" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           CALL "COBRA-EMPRESTIMO".

           MOVE "MEN-EMPRES" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0205-EXECUTAR-EMPRESTIMOS-FIM. EXIT.
      ******************************************************************
      *---> TARIFAS E JUROS DAS CONTAS: A DECISAO DE ULTIMO DIA UTIL
      *     JA FOI DESTA CADEIA, ENTAO O LOTE RODA FORCADO
       0210-EXECUTAR-FECHA-CONTAS SECTION.
           MOVE "MEN-CONTAS" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0210-EXECUTAR-FECHA-CONTAS-FIM. EXIT.
      ******************************************************************
      *---> RENDIMENTO DO MES NAS APLICACOES ATIVAS (VER
      *     RENDE-INVEST.cob); O MES CREDITADO FICA NA POSICAO
       0215-EXECUTAR-RENDIMENTOS SECTION.
           MOVE "MEN-INVEST" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           CALL "RENDE-INVEST".

           MOVE "MEN-INVEST" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0215-EXECUTAR-RENDIMENTOS-FIM. EXIT.
      ******************************************************************
       0220-EXECUTAR-CONSOLIDACAO SECTION.
           MOVE "MEN-CONSOL" TO WK-JOB-NOME.
           MOVE "MEN-DORMEN" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0240-EXECUTAR-DORMENCIA-FIM. EXIT.
      ******************************************************************
       0245-EXECUTAR-DOCVENC   SECTION.
           MOVE "MEN-DOCVEN" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           CALL "DOCVENC".

           MOVE "MEN-DOCVEN" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0245-EXECUTAR-DOCVENC-FIM. EXIT.
      ******************************************************************
      *---> A COMPETENCIA E O MES ANTERIOR (O MES CORRENTE SO FECHA
      *     DEPOIS DESTA CADEIA); CADPOS_COMPETENCIA FORCA OUTRA
       0247-EXECUTAR-CADPOS    SECTION.
           MOVE "MEN-CADPOS" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           CALL "CADASTRO-POSITIVO".

           MOVE "MEN-CADPOS" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0247-EXECUTAR-CADPOS-FIM. EXIT.
      ******************************************************************
      *---> EXTRATO CONSOLIDADO DO MES ANTERIOR, DEPOIS DAS TARIFAS E
      *     DA EXPIRACAO DE PONTOS; EXTCONS_COMPETENCIA FORCA OUTRO
       0248-EXECUTAR-EXTCONS   SECTION.
           MOVE "MEN-EXTCON" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           CALL "EXTCONS".

           MOVE "MEN-EXTCON" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0248-EXECUTAR-EXTCONS-FIM. EXIT.
