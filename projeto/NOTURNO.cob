      * Date:12/06/2025
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  CADEIA NOTURNA: RELATORIO EM DISCO + ARQUIVAMENTO
      *     Enquanto roda, abre a janela de lote (JANLOTE): o MAIN
      *     recusa novos sign-ons e deixa so consulta ate o fim da
      *     cadeia (previsao pelo NOTURNO_JANELA_MIN, padrao 120).
      *     No fim, replica os arquivos de dados para o destino
      *     secundario (REPLICA) e confere a copia (VERIFREP); falha
      *     em qualquer das duas marca a etapa com erro no
      *     run-control, visivel no JOBVIEW.
      *     Logo apos abrir a janela, um unico passe por clientes.dat
      *     gera o extrato da varredura unica (VARRCLI); as etapas de
      *     relatorio seguintes leem o extrato, nao o indexado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *     JA TERMINADAS HOJE SAO PULADAS. NOTURNO_FORCA=S DESTRAVA
      *     UMA CADEIA PRESA EM "RODANDO".
       77  WK-JOB-NOME              PIC X(10) VALUE SPACES.

      *---> GERACAO DO EXTRATO DA VARREDURA UNICA (VARRCLI)
       77  WK-VAR-ACAO              PIC X(01) VALUE "G".
       77  WK-VAR-REGISTRO          PIC X(353) VALUE SPACES.
       77  WK-VAR-RC                PIC X(02) VALUE SPACES.
       77  WK-JOB-ACAO              PIC X(01) VALUE SPACES.
       77  WK-JOB-CONTADOR          PIC 9(06) VALUE ZEROS.
       77  WK-JOB-STATUS            PIC X(01) VALUE SPACES.
       77  WK-FORCAR                PIC X(01) VALUE SPACES.
       77  WK-CADEIA-LIBERADA       PIC X     VALUE "N".

      *---> JANELA DE LOTE (SUBPROGRAMA JANLOTE): ENQUANTO A CADEIA
      *     RODA, O MAIN RECUSA SIGN-ON E SO DEIXA CONSULTAR. A
      *     PREVISAO DE TERMINO VEM DE NOTURNO_JANELA_MIN (PADRAO
      *     120 MINUTOS) E SAI NO AVISO DA TELA.
       77  WK-JAN-ACAO              PIC X(01) VALUE SPACES.
       77  WK-JAN-CADEIA            PIC X(10) VALUE SPACES.
       77  WK-JAN-MINUTOS           PIC 9(04) VALUE 0120.
       77  WK-JAN-PREVISAO          PIC 9(14) VALUE ZEROS.
       77  WK-JAN-RC                PIC X(02) VALUE SPACES.
       77  WK-JAN-MINUTOS-ENV       PIC X(04) VALUE SPACES.

      *---> CALENDARIO DE DIAS UTEIS: FIM DE SEMANA E FERIADO NAO
      *     RODAM; NO PRIMEIRO DIA UTIL DEPOIS DE UM BURACO A JANELA
      *     DE PURGA E ESTICADA PELOS DIAS PERDIDOS, PARA O BACKLOG
           END-IF.
           PERFORM 0110-REGISTRAR-INICIO.
           IF WK-CADEIA-LIBERADA EQUAL "S"
               PERFORM 0120-ABRIR-JANELA
               PERFORM 0190-GERAR-EXTRATO
               PERFORM 0200-EXECUTAR-RELATORIO
               PERFORM 0250-EXECUTAR-DELTA
               PERFORM 0260-EXECUTAR-ESTATISTICAS
               PERFORM 0280-EXECUTAR-PURGA-LIXEIRA
               PERFORM 0300-ARQUIVAR-RELATORIO
               PERFORM 0400-PURGAR-RELATORIOS-ANTIGOS
               PERFORM 0450-REPLICAR-ARQUIVOS
               PERFORM 0460-CONFERIR-REPLICA
               PERFORM 0130-REGISTRAR-FIM
           END-IF.

           CALL "JOBCTRL" USING WK-JOB-NOME WK-JOB-ACAO
                                WK-JOB-CONTADOR WK-JOB-STATUS
                                WK-JOB-FIM WK-JOB-RC.

      *---> FIM DA CADEIA LIBERA O CADASTRO NO MAIN
           MOVE "F" TO WK-JAN-ACAO.
           MOVE "NOTURNO" TO WK-JAN-CADEIA.
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
                  FROM ENVIRONMENT "NOTURNO_JANELA_MIN".
           IF WK-JAN-MINUTOS-ENV EQUAL SPACES
               MOVE "NOTURNO_JANELA_MIN" TO WK-PARAM-NOME
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
           MOVE "NOTURNO" TO WK-JAN-CADEIA.
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
      *---> NO REINICIO DA CADEIA, UMA ETAPA QUE JA TERMINOU HOJE
      *     (STATUS "T" COM DATA-FIM DE HOJE NO RUN-CONTROL) E PULADA.
       0500-VERIFICAR-ETAPA    SECTION.
                                WK-JOB-FIM WK-JOB-RC.
       0520-MARCAR-ETAPA-FIM-FIM. EXIT.
      ******************************************************************
      *---> ETAPA QUE DEVOLVEU RETURN-CODE DIFERENTE DE ZERO: FICA COM
      *     STATUS DE ERRO NO RUN-CONTROL ("ERRO" NO JOBVIEW) E E
      *     REEXECUTADA NO REINICIO DA CADEIA.
       0530-MARCAR-ETAPA-ERRO  SECTION.
           MOVE "E" TO WK-JOB-ACAO.
           MOVE ZEROS TO WK-JOB-CONTADOR.
           CALL "JOBCTRL" USING WK-JOB-NOME WK-JOB-ACAO
                                WK-JOB-CONTADOR WK-JOB-STATUS
                                WK-JOB-FIM WK-JOB-RC.
       0530-MARCAR-ETAPA-ERRO-FIM. EXIT.
      ******************************************************************
      *---> UM SO PASSE POR CLIENTES.DAT PARA TODAS AS ETAPAS DE
      *     RELATORIO. SE FALHAR, A CADEIA SEGUE: SEM CONTROLE VALIDO
      *     CADA PROGRAMA VOLTA A LER O INDEXADO DIRETO.
       0190-GERAR-EXTRATO      SECTION.
           MOVE "NOT-EXTRAT" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           MOVE "G" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO WK-VAR-REGISTRO WK-VAR-RC.

           MOVE "NOT-EXTRAT" TO WK-JOB-NOME.
           IF WK-VAR-RC EQUAL "00"
               PERFORM 0520-MARCAR-ETAPA-FIM
           ELSE
               PERFORM 0530-MARCAR-ETAPA-ERRO
           END-IF.
       0190-GERAR-EXTRATO-FIM. EXIT.
      ******************************************************************
      *---> DISPARA O RELATORIO EM DISCO DA MESMA FORMA QUE O OPERADOR
      *     FARIA PELO MENU (MAIN.cob, OPCAO 6), SO QUE DESACOMPANHADO.
      *     RELDISK_MODO=LOTE FAZ O RELDISK ASSUMIR OS PADROES DE
           MOVE "NOT-PURGA" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0400-PURGAR-RELATORIOS-ANTIGOS-FIM. EXIT.
      ******************************************************************
      *---> COPIA OS ARQUIVOS DE DADOS DO PROJETO E DO PRATICA-COBOL
      *     PARA O DESTINO SECUNDARIO COM MANIFESTO (VER REPLICA.cob;
      *     REPLICA_DESTINO CONFIGURA). RODA DEPOIS DO EXPURGO E DAS
      *     PURGAS, PARA LEVAR OS ARQUIVOS JA NO ESTADO DO FIM DA NOITE.
       0450-REPLICAR-ARQUIVOS  SECTION.
           MOVE "NOT-REPLIC" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           CALL "REPLICA".
           MOVE RETURN-CODE TO WK-RETCODE.

           MOVE "NOT-REPLIC" TO WK-JOB-NOME.
           IF WK-RETCODE EQUAL ZEROS
               PERFORM 0520-MARCAR-ETAPA-FIM
           ELSE
               PERFORM 0530-MARCAR-ETAPA-ERRO
           END-IF.
       0450-REPLICAR-ARQUIVOS-FIM. EXIT.
      ******************************************************************
      *---> RECALCULA AS SOMAS NO DESTINO CONTRA O MANIFESTO DA NOITE
      *     (VER VERIFREP.cob): ARQUIVO FALTANDO OU DIVERGENTE MARCA A
      *     ETAPA COM ERRO.
       0460-CONFERIR-REPLICA   SECTION.
           MOVE "NOT-VERREP" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           CALL "VERIFREP".
           MOVE RETURN-CODE TO WK-RETCODE.

           MOVE "NOT-VERREP" TO WK-JOB-NOME.
           IF WK-RETCODE EQUAL ZEROS
               PERFORM 0520-MARCAR-ETAPA-FIM
           ELSE
               PERFORM 0530-MARCAR-ETAPA-ERRO
           END-IF.
       0460-CONFERIR-REPLICA-FIM. EXIT.
