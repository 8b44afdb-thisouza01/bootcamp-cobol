      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  CADEIA ANUAL: OS FECHAMENTOS DE JANEIRO QUE ERAM CHECKLIST
      *     Roda no PRIMEIRO DIA UTIL de janeiro (fim de semana e
      *     feriados do calendario.txt nao contam) e executa, para o
      *     ano encerrado, na ordem e com o mesmo run-control da
      *     cadeia MENSAL (JOBCTRL, reinicio pulando etapa ja
      *     concluida NO ANO), os lotes anuais: provisao de 13o
      *     (DECIMO), informe de rendimentos (INFORME-REND), informe
      *     de saldos em conta (INFORME-SALDOS, antes do
      *     arquivamento do extrato), promocao de fim de ano letivo
      *     (PROMOCAO, periodo final = ano encerrado + ANUAL_PERIODO_
      *     FINAL, padrao 04), virada do acumulado.txt da folha
      *     (VIRADA-ACUMULADO), fechamento do historico de vendas e
      *     arquivamento das linhas do ano do extrato (ARQUIVA-ANO),
      *     as mensalidades quitadas do ano saindo do cobrancas.txt
      *     (ARQUIVA-ANO, so as pagas; as em aberto ficam)
      *     e, por ultimo, o relatorio de controle anualrel.txt: a
      *     situacao de cada etapa, as linhas do ano novo no
      *     acumulado.txt (todas tem que estar zeradas) e o trailer
      *     de fechamento de cada arquivo do ano encerrado. O ano vai
      *     para os lotes em ANUAL_ANO; eles nao perguntam nada.
      *     Tudo visivel no JOBVIEW. ANUAL_FORCA=S destrava uma
      *     cadeia presa em "RODANDO" apos um abend. Enquanto roda,
      *     abre a janela de lote (JANLOTE) como as outras cadeias
      *     (previsao pelo ANUAL_JANELA_MIN, padrao 240).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. ANUAL.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *---> CALENDARIO DE DIAS NAO UTEIS (O MESMO DO NOTURNO)
           SELECT CALENDARIO ASSIGN TO
                   "C:/projeto-bootcamp/calendario.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CALENDARIO.

      *---> ARQUIVOS CONFERIDOS NO RELATORIO (CAMINHO MONTADO)
           SELECT CONFERIDO ASSIGN TO WK-CONFERIDO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CONFERIDO.

           SELECT RELATORIO ASSIGN TO
                   "C:/projeto-bootcamp/anualrel.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  CALENDARIO.
       01  REG-CALENDARIO              PIC 9(08).
      *
       FD  CONFERIDO.
       01  REG-CONFERIDO               PIC X(200).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(100).
      *
       WORKING-STORAGE         SECTION.
      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> ENV REPASSADA AOS LOTES: O ANO ENCERRADO E DECIDIDO PELA
      *     CADEIA, OS LOTES NAO PERGUNTAM
       77  WK-ENV-NOME              PIC X(20) VALUE SPACES.
       77  WK-ENV-VALOR             PIC X(10) VALUE SPACES.

      *---> DATA DA RODADA
       01  WK-DATA-HORA-ATUAL.
           05 WK-ATUAL-ANO          PIC 9(04).
           05 WK-ATUAL-MES          PIC 9(02).
           05 WK-ATUAL-DIA          PIC 9(02).
           05 WK-ATUAL-HORA         PIC 9(02).
           05 WK-ATUAL-MIN          PIC 9(02).
           05 WK-ATUAL-SEG          PIC 9(02).
       77  WK-DATA-ATUAL-AAMMDD     PIC 9(08) VALUE ZEROS.
       77  WK-DIAS-BASE             PIC S9(09) VALUE ZEROS.
       77  WK-ANO-FECHADO           PIC 9(04) VALUE ZEROS.
       77  WK-PERIODO-FINAL         PIC X(02) VALUE "04".

      *---> PRIMEIRO DIA UTIL: HOJE E UTIL, E JANEIRO, E NENHUM DIA
      *     ANTERIOR DO MES E UTIL
       01  FS-CALENDARIO            PIC X(02) VALUE SPACES.
       77  WK-DIAS-TESTE            PIC S9(09) VALUE ZEROS.
       77  WK-DATA-TESTE            PIC 9(08) VALUE ZEROS.
       77  WK-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
       77  WK-E-FERIADO             PIC X     VALUE "N".
       77  WK-PRIMEIRO-DIA-UTIL     PIC X     VALUE "S".

      *---> RUN-CONTROL (SUBPROGRAMA JOBCTRL), COMO NO MENSAL; A
      *     ETAPA JA TERMINADA NESTE ANO E PULADA NO REINICIO
       77  WK-JOB-NOME              PIC X(10) VALUE SPACES.
       77  WK-JOB-ACAO              PIC X(01) VALUE SPACES.
       77  WK-JOB-CONTADOR          PIC 9(06) VALUE ZEROS.
       77  WK-JOB-STATUS            PIC X(01) VALUE SPACES.
       77  WK-JOB-FIM               PIC 9(14) VALUE ZEROS.
       77  WK-JOB-RC                PIC X(02) VALUE SPACES.
       77  WK-ETAPA-PULAR           PIC X     VALUE "N".
       77  WK-FORCAR                PIC X(01) VALUE SPACES.
       77  WK-CADEIA-LIBERADA       PIC X     VALUE "N".

      *---> CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARAMCTL)
       77  WK-PARAM-NOME            PIC X(20) VALUE SPACES.
       77  WK-PARAM-VALOR           PIC X(60) VALUE SPACES.
       77  WK-PARAM-RC              PIC X(02) VALUE SPACES.

      *---> JANELA DE LOTE (SUBPROGRAMA JANLOTE), COMO NO MENSAL
       77  WK-JAN-ACAO              PIC X(01) VALUE SPACES.
       77  WK-JAN-CADEIA            PIC X(10) VALUE SPACES.
       77  WK-JAN-MINUTOS           PIC 9(04) VALUE 0240.
       77  WK-JAN-PREVISAO          PIC 9(14) VALUE ZEROS.
       77  WK-JAN-RC                PIC X(02) VALUE SPACES.
       77  WK-JAN-MINUTOS-ENV       PIC X(04) VALUE SPACES.

      *---> RELATORIO DE CONTROLE
       01  FS-CONFERIDO             PIC X(02) VALUE SPACES.
       01  FS-RELATORIO             PIC X(02) VALUE SPACES.
       01  WK-CONFERIDO-PATH        PIC X(60) VALUE SPACES.
       77  WK-ULTIMA-LINHA          PIC X(200) VALUE SPACES.
       77  WK-NOME-ARQUIVO          PIC X(12) VALUE SPACES.
       77  WK-QT-PENDENCIAS         PIC 9(04) VALUE ZEROS.
       01  WK-TAB-ETAPAS.
           05 FILLER                PIC X(10) VALUE "ANU-DECIMO".
           05 FILLER                PIC X(10) VALUE "ANU-INFREN".
           05 FILLER                PIC X(10) VALUE "ANU-SALDOS".
           05 FILLER                PIC X(10) VALUE "ANU-PROMOC".
           05 FILLER                PIC X(10) VALUE "ANU-ACUMUL".
           05 FILLER                PIC X(10) VALUE "ANU-HISTVD".
           05 FILLER                PIC X(10) VALUE "ANU-EXTRAT".
           05 FILLER                PIC X(10) VALUE "ANU-COBRAN".
       01  WK-TAB-ETAPAS-R REDEFINES WK-TAB-ETAPAS.
           05 WK-ETAPA-NOME         PIC X(10) OCCURS 8 TIMES.
       77  WK-IDX-ETAPA             PIC 9(02) VALUE ZEROS.

      *---> LINHA DO ACUMULADO.TXT (MATRICULA;ANO;BRUTO;BONUS;FALTAS;
      *     MESES;INSS;IRRF;FGTS)
       01  WK-ACU-CAMPOS.
           05 WK-ACU-MATRICULA      PIC X(10).
           05 WK-ACU-ANO            PIC X(04).
           05 WK-ACU-VALOR          PIC X(10) OCCURS 7 TIMES.
       77  WK-IDX-CAMPO             PIC 9(02) VALUE ZEROS.
       77  WK-ACU-ZERADA            PIC X     VALUE "S".
       77  WK-QT-ACU-NOVO           PIC 9(04) VALUE ZEROS.
       77  WK-QT-ACU-COM-VALOR      PIC 9(04) VALUE ZEROS.
       77  WK-QT-ACU-ANTIGAS        PIC 9(04) VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0105-VERIFICAR-PRIMEIRO-DIA-UTIL.
           IF WK-PRIMEIRO-DIA-UTIL EQUAL "N"
               GOBACK
           END-IF.

           PERFORM 0110-REGISTRAR-INICIO.
           IF WK-CADEIA-LIBERADA EQUAL "S"
               PERFORM 0120-ABRIR-JANELA
               PERFORM 0200-EXECUTAR-DECIMO
               PERFORM 0205-EXECUTAR-INFORME-REND
               PERFORM 0210-EXECUTAR-INFORME-SALDOS
               PERFORM 0215-EXECUTAR-PROMOCAO
               PERFORM 0220-EXECUTAR-VIRADA-ACUMULADO
               PERFORM 0225-EXECUTAR-HISTVENDAS
               PERFORM 0230-EXECUTAR-EXTRATO
               PERFORM 0235-EXECUTAR-COBRANCAS
               PERFORM 0300-RELATORIO-CONTROLE
               PERFORM 0130-REGISTRAR-FIM
           END-IF.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL.
           COMPUTE WK-DATA-ATUAL-AAMMDD =
                   WK-ATUAL-ANO * 10000 + WK-ATUAL-MES * 100
                                                         + WK-ATUAL-DIA.
           COMPUTE WK-DIAS-BASE =
                   FUNCTION INTEGER-OF-DATE(WK-DATA-ATUAL-AAMMDD).
           COMPUTE WK-ANO-FECHADO = WK-ATUAL-ANO - 1.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *---> PRIMEIRO DIA UTIL DE JANEIRO: HOJE PRECISA SER UTIL, EM
      *     JANEIRO, E NENHUM DIA ANTERIOR DO MES PODE SER UTIL. FORA
      *     DISSO A CADEIA REGISTRA O MOTIVO NO LOG E ENCERRA.
       0105-VERIFICAR-PRIMEIRO-DIA-UTIL SECTION.
           MOVE "S" TO WK-PRIMEIRO-DIA-UTIL.

           IF WK-ATUAL-MES NOT EQUAL 1
               MOVE "N" TO WK-PRIMEIRO-DIA-UTIL
           END-IF.

           IF WK-PRIMEIRO-DIA-UTIL EQUAL "S"
               MOVE WK-DIAS-BASE TO WK-DIAS-TESTE
               MOVE WK-DATA-ATUAL-AAMMDD TO WK-DATA-TESTE
               PERFORM 0106-TESTAR-DIA-UTIL
               IF WK-E-FERIADO EQUAL "S"
                   MOVE "N" TO WK-PRIMEIRO-DIA-UTIL
               END-IF
           END-IF.

           IF WK-PRIMEIRO-DIA-UTIL EQUAL "S"
               COMPUTE WK-DIAS-TESTE = WK-DIAS-BASE - 1
               COMPUTE WK-DATA-TESTE =
                       FUNCTION DATE-OF-INTEGER(WK-DIAS-TESTE)
               PERFORM UNTIL WK-DATA-TESTE(1:6) NOT EQUAL
                                       WK-DATA-ATUAL-AAMMDD(1:6)
                          OR WK-PRIMEIRO-DIA-UTIL EQUAL "N"
                   PERFORM 0106-TESTAR-DIA-UTIL
                   IF WK-E-FERIADO EQUAL "N"
                       MOVE "N" TO WK-PRIMEIRO-DIA-UTIL
                   END-IF
                   SUBTRACT 1 FROM WK-DIAS-TESTE
                   COMPUTE WK-DATA-TESTE =
                           FUNCTION DATE-OF-INTEGER(WK-DIAS-TESTE)
               END-PERFORM
           END-IF.

           IF WK-PRIMEIRO-DIA-UTIL EQUAL "N"
               MOVE "NAO E O 1o DIA UTIL DO ANO - ANUAL NAO RODA"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-INFO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
       0105-VERIFICAR-PRIMEIRO-DIA-UTIL-FIM. EXIT.
      ******************************************************************
      *---> WK-E-FERIADO = "S" QUANDO WK-DATA-TESTE NAO E DIA UTIL
       0106-TESTAR-DIA-UTIL    SECTION.
           MOVE "N" TO WK-E-FERIADO.
           COMPUTE WK-DIA-SEMANA = FUNCTION MOD(WK-DIAS-TESTE, 7).
           IF WK-DIA-SEMANA EQUAL 6 OR WK-DIA-SEMANA EQUAL 0
               MOVE "S" TO WK-E-FERIADO
               EXIT SECTION
           END-IF.

           OPEN INPUT CALENDARIO.
           IF FS-CALENDARIO EQUAL "00"
               READ CALENDARIO
               PERFORM UNTIL FS-CALENDARIO NOT EQUAL "00"
                   IF REG-CALENDARIO EQUAL WK-DATA-TESTE
                       MOVE "S" TO WK-E-FERIADO
                   END-IF
                   READ CALENDARIO
               END-PERFORM
               CLOSE CALENDARIO
           END-IF.
       0106-TESTAR-DIA-UTIL-FIM. EXIT.
      ******************************************************************
       0110-REGISTRAR-INICIO   SECTION.
           MOVE "ANUAL" TO WK-JOB-NOME.
           MOVE "I" TO WK-JOB-ACAO.
           CALL "JOBCTRL" USING WK-JOB-NOME WK-JOB-ACAO
                                WK-JOB-CONTADOR WK-JOB-STATUS
                                WK-JOB-FIM WK-JOB-RC.

           IF WK-JOB-RC EQUAL "RJ"
               ACCEPT WK-FORCAR FROM ENVIRONMENT "ANUAL_FORCA"
               IF WK-FORCAR EQUAL "S"
                   MOVE "L" TO WK-JOB-ACAO
                   CALL "JOBCTRL" USING WK-JOB-NOME WK-JOB-ACAO
                                        WK-JOB-CONTADOR WK-JOB-STATUS
                                        WK-JOB-FIM WK-JOB-RC
                   MOVE "I" TO WK-JOB-ACAO
                   CALL "JOBCTRL" USING WK-JOB-NOME WK-JOB-ACAO
                                        WK-JOB-CONTADOR WK-JOB-STATUS
                                        WK-JOB-FIM WK-JOB-RC
                   MOVE "S" TO WK-CADEIA-LIBERADA
               ELSE
                   MOVE "ANUAL JA MARCADO RODANDO - ABORTADO"
                                               TO WK-ABEND-MESSAGE
                   SET SEVERIDADE-ERRO TO TRUE
                   CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               END-IF
           ELSE
               MOVE "S" TO WK-CADEIA-LIBERADA
           END-IF.

      *---> O ANO ENCERRADO VALE PARA TODOS OS LOTES DA CADEIA
           IF WK-CADEIA-LIBERADA EQUAL "S"
               MOVE "ANUAL_ANO" TO WK-ENV-NOME
               MOVE WK-ANO-FECHADO TO WK-ENV-VALOR
               PERFORM 0540-REPASSAR-ENV
           END-IF.
       0110-REGISTRAR-INICIO-FIM. EXIT.
      ******************************************************************
      *---> ABRE A JANELA DE LOTE: DAQUI ATE O REGISTRO DO FIM, O
      *     CADASTRO FICA SO PARA CONSULTA NO MAIN. SEM A JANELA A
      *     CADEIA RODA DO MESMO JEITO, SO FICA O AVISO NO LOG.
       0120-ABRIR-JANELA       SECTION.
           ACCEPT WK-JAN-MINUTOS-ENV
                  FROM ENVIRONMENT "ANUAL_JANELA_MIN".
           IF WK-JAN-MINUTOS-ENV EQUAL SPACES
               MOVE "ANUAL_JANELA_MIN" TO WK-PARAM-NOME
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
           MOVE "ANUAL" TO WK-JAN-CADEIA.
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
       0130-REGISTRAR-FIM      SECTION.
           MOVE "ANUAL" TO WK-JOB-NOME.
           MOVE "F" TO WK-JOB-ACAO.
           MOVE WK-QT-PENDENCIAS TO WK-JOB-CONTADOR.
           CALL "JOBCTRL" USING WK-JOB-NOME WK-JOB-ACAO
                                WK-JOB-CONTADOR WK-JOB-STATUS
                                WK-JOB-FIM WK-JOB-RC.

      *---> FIM DA CADEIA LIBERA O CADASTRO NO MAIN
           MOVE "F" TO WK-JAN-ACAO.
           MOVE "ANUAL" TO WK-JAN-CADEIA.
           CALL "JANLOTE" USING WK-JAN-ACAO WK-JAN-CADEIA
                                WK-JAN-MINUTOS WK-JAN-PREVISAO
                                WK-JAN-RC.
       0130-REGISTRAR-FIM-FIM. EXIT.
      ******************************************************************
      *---> PROVISAO DE 13o DO ANO ENCERRADO (VER DECIMO.cob)
       0200-EXECUTAR-DECIMO    SECTION.
           MOVE "ANU-DECIMO" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           CALL "DECIMO".

           MOVE "ANU-DECIMO" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0200-EXECUTAR-DECIMO-FIM. EXIT.
      ******************************************************************
      *---> INFORME DE RENDIMENTOS DOS FUNCIONARIOS (INFORME-REND.cob)
       0205-EXECUTAR-INFORME-REND SECTION.
           MOVE "ANU-INFREN" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           CALL "INFORME-REND".

           MOVE "ANU-INFREN" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0205-EXECUTAR-INFORME-REND-FIM. EXIT.
      ******************************************************************
      *---> INFORME DE SALDOS EM 31/12 POR CPF (INFORME-SALDOS.cob);
      *     PRECISA DO EXTRATO DO ANO INTEIRO, ENTAO VEM ANTES DO
      *     ARQUIVAMENTO
       0210-EXECUTAR-INFORME-SALDOS SECTION.
           MOVE "ANU-SALDOS" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           CALL "INFORME-SALDOS".

           MOVE "ANU-SALDOS" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0210-EXECUTAR-INFORME-SALDOS-FIM. EXIT.
      ******************************************************************
      *---> PROMOCAO DO ANO LETIVO (PROMOCAO.cob): PERIODO FINAL DO
      *     ANO ENCERRADO, JA CONFIRMADA
       0215-EXECUTAR-PROMOCAO  SECTION.
           MOVE "ANU-PROMOC" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           ACCEPT WK-PERIODO-FINAL
                  FROM ENVIRONMENT "ANUAL_PERIODO_FINAL".
           IF WK-PERIODO-FINAL EQUAL SPACES
               MOVE "ANUAL_PERIODO_FINAL" TO WK-PARAM-NOME
               CALL "PARAMCTL" USING WK-PARAM-NOME WK-PARAM-VALOR
                                     WK-PARAM-RC
               IF WK-PARAM-RC EQUAL "00"
                   MOVE WK-PARAM-VALOR(1:2) TO WK-PERIODO-FINAL
               END-IF
           END-IF.
           IF WK-PERIODO-FINAL IS NOT NUMERIC
               MOVE "04" TO WK-PERIODO-FINAL
           END-IF.

           MOVE "PROMOCAO_PERIODO" TO WK-ENV-NOME.
           MOVE SPACES TO WK-ENV-VALOR.
           STRING WK-ANO-FECHADO WK-PERIODO-FINAL
               DELIMITED BY SIZE INTO WK-ENV-VALOR
           END-STRING.
           PERFORM 0540-REPASSAR-ENV.
           MOVE "PROMOCAO_CONFIRMA" TO WK-ENV-NOME.
           MOVE "S" TO WK-ENV-VALOR.
           PERFORM 0540-REPASSAR-ENV.

           CALL "PROMOCAO".

           MOVE "ANU-PROMOC" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0215-EXECUTAR-PROMOCAO-FIM. EXIT.
      ******************************************************************
      *---> VIRADA DO ACUMULADO.TXT DA FOLHA (VIRADA-ACUMULADO.cob);
      *     DEPOIS DO 13o E DO INFORME, QUE LEEM O ANO ENCERRADO
       0220-EXECUTAR-VIRADA-ACUMULADO SECTION.
           MOVE "ANU-ACUMUL" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           CALL "VIRADA-ACUMULADO".

           MOVE "ANU-ACUMUL" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0220-EXECUTAR-VIRADA-ACUMULADO-FIM. EXIT.
      ******************************************************************
      *---> FECHAMENTO DO ANO NO HISTVENDAS.TXT (ARQUIVA-ANO.cob)
       0225-EXECUTAR-HISTVENDAS SECTION.
           MOVE "ANU-HISTVD" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           MOVE "ARQUIVA_ARQUIVO" TO WK-ENV-NOME.
           MOVE "HISTVENDAS" TO WK-ENV-VALOR.
           PERFORM 0540-REPASSAR-ENV.
           CALL "ARQUIVA-ANO".

           MOVE "ANU-HISTVD" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0225-EXECUTAR-HISTVENDAS-FIM. EXIT.
      ******************************************************************
      *---> ARQUIVAMENTO DAS LINHAS DO ANO DO EXTRATO.TXT
      *     (ARQUIVA-ANO.cob)
       0230-EXECUTAR-EXTRATO   SECTION.
           MOVE "ANU-EXTRAT" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           MOVE "ARQUIVA_ARQUIVO" TO WK-ENV-NOME.
           MOVE "EXTRATO" TO WK-ENV-VALOR.
           PERFORM 0540-REPASSAR-ENV.
           CALL "ARQUIVA-ANO".

           MOVE "ANU-EXTRAT" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0230-EXECUTAR-EXTRATO-FIM. EXIT.
      ******************************************************************
      *---> MENSALIDADES QUITADAS DO ANO SAEM DO COBRANCAS.TXT
      *     (ARQUIVA-ANO.cob); AS EM ABERTO CONTINUAM NO VIVO
       0235-EXECUTAR-COBRANCAS SECTION.
           MOVE "ANU-COBRAN" TO WK-JOB-NOME.
           PERFORM 0500-VERIFICAR-ETAPA.
           IF WK-ETAPA-PULAR EQUAL "S"
               EXIT SECTION
           END-IF.
           PERFORM 0510-MARCAR-ETAPA-INICIO.

           MOVE "ARQUIVA_ARQUIVO" TO WK-ENV-NOME.
           MOVE "COBRANCAS" TO WK-ENV-VALOR.
           PERFORM 0540-REPASSAR-ENV.
           CALL "ARQUIVA-ANO".

           MOVE "ANU-COBRAN" TO WK-JOB-NOME.
           PERFORM 0520-MARCAR-ETAPA-FIM.
       0235-EXECUTAR-COBRANCAS-FIM. EXIT.
      ******************************************************************
      *---> RELATORIO DE CONTROLE DA CADEIA: SITUACAO DE CADA ETAPA,
      *     ACUMULADORES DO ANO NOVO ZERADOS E TRAILER DE FECHAMENTO
      *     DE CADA ARQUIVO DO ANO. ROLA SEMPRE, INCLUSIVE NO
      *     REINICIO, PARA REFLETIR A SITUACAO FINAL.
       0300-RELATORIO-CONTROLE SECTION.
           MOVE ZEROS TO WK-QT-PENDENCIAS.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL "00"
               MOVE "RELATORIO DA CADEIA ANUAL NAO GRAVADO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               EXIT SECTION
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING "CADEIA ANUAL - ANO ENCERRADO " WK-ANO-FECHADO
                  " - RODADA " WK-DATA-ATUAL-AAMMDD
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM 0310-SITUACAO-ETAPAS.
           PERFORM 0320-CONFERIR-ACUMULADO.

           MOVE "ARQUIVOS DO ANO ENCERRADO" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "acumulado"  TO WK-NOME-ARQUIVO.
           PERFORM 0330-CONFERIR-ARQUIVO-ANO.
           MOVE "histvendas" TO WK-NOME-ARQUIVO.
           PERFORM 0330-CONFERIR-ARQUIVO-ANO.
           MOVE "extrato"    TO WK-NOME-ARQUIVO.
           PERFORM 0330-CONFERIR-ARQUIVO-ANO.
           MOVE "cobrancas"  TO WK-NOME-ARQUIVO.
           PERFORM 0330-CONFERIR-ARQUIVO-ANO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-QT-PENDENCIAS EQUAL ZEROS
               MOVE "VIRADA DO ANO CONFERIDA - SEM PENDENCIAS"
                                               TO REG-RELATORIO
           ELSE
               STRING "ATENCAO: " WK-QT-PENDENCIAS
                      " PENDENCIA(S) NA VIRADA DO ANO"
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               MOVE "CADEIA ANUAL COM PENDENCIAS - VER ANUALREL"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
           WRITE REG-RELATORIO.
           CLOSE RELATORIO.
       0300-RELATORIO-CONTROLE-FIM. EXIT.
      ******************************************************************
       0310-SITUACAO-ETAPAS    SECTION.
           MOVE "ETAPAS" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WK-IDX-ETAPA FROM 1 BY 1
                   UNTIL WK-IDX-ETAPA GREATER THAN 8
               MOVE WK-ETAPA-NOME(WK-IDX-ETAPA) TO WK-JOB-NOME
               MOVE "C" TO WK-JOB-ACAO
               CALL "JOBCTRL" USING WK-JOB-NOME WK-JOB-ACAO
                                    WK-JOB-CONTADOR WK-JOB-STATUS
                                    WK-JOB-FIM WK-JOB-RC
               MOVE SPACES TO REG-RELATORIO
               IF WK-JOB-RC EQUAL "00"
                  AND WK-JOB-STATUS EQUAL "T"
                  AND WK-JOB-FIM(1:4) EQUAL WK-ATUAL-ANO
                   STRING "  " WK-JOB-NOME " CONCLUIDA EM "
                          WK-JOB-FIM(7:2) "/" WK-JOB-FIM(5:2) "/"
                          WK-JOB-FIM(1:4) " " WK-JOB-FIM(9:2) ":"
                          WK-JOB-FIM(11:2)
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   END-STRING
               ELSE
                   ADD 1 TO WK-QT-PENDENCIAS
                   STRING "  " WK-JOB-NOME
                          " NAO CONCLUIDA NESTE ANO - ATENCAO"
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   END-STRING
               END-IF
               WRITE REG-RELATORIO
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       0310-SITUACAO-ETAPAS-FIM. EXIT.
      ******************************************************************
      *---> TODA LINHA DO ANO NOVO TEM QUE ESTAR ZERADA; ANO ANTERIOR
      *     AO ENCERRADO SO PODE SOBRAR COMO 0000 (SALDO DE FGTS)
       0320-CONFERIR-ACUMULADO SECTION.
           MOVE ZEROS TO WK-QT-ACU-NOVO WK-QT-ACU-COM-VALOR
                         WK-QT-ACU-ANTIGAS.
           MOVE "ACUMULADORES DA FOLHA (acumulado.txt)"
                                               TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE "C:\teste\acumulado.txt" TO WK-CONFERIDO-PATH.
           OPEN INPUT CONFERIDO.
           IF FS-CONFERIDO NOT EQUAL "00"
               ADD 1 TO WK-QT-PENDENCIAS
               MOVE "  ACUMULADO.TXT INDISPONIVEL - ATENCAO"
                                               TO REG-RELATORIO
               WRITE REG-RELATORIO
               EXIT SECTION
           END-IF.
           READ CONFERIDO.
           PERFORM UNTIL FS-CONFERIDO NOT EQUAL "00"
               MOVE SPACES TO WK-ACU-CAMPOS
               UNSTRING REG-CONFERIDO DELIMITED BY ";"
                   INTO WK-ACU-MATRICULA WK-ACU-ANO
                        WK-ACU-VALOR(1) WK-ACU-VALOR(2)
                        WK-ACU-VALOR(3) WK-ACU-VALOR(4)
                        WK-ACU-VALOR(5) WK-ACU-VALOR(6)
                        WK-ACU-VALOR(7)
               END-UNSTRING
               IF WK-ACU-ANO IS NUMERIC
                   EVALUATE TRUE
                       WHEN WK-ACU-ANO EQUAL WK-ATUAL-ANO
                           ADD 1 TO WK-QT-ACU-NOVO
                           MOVE "S" TO WK-ACU-ZERADA
                           PERFORM VARYING WK-IDX-CAMPO FROM 1 BY 1
                                   UNTIL WK-IDX-CAMPO GREATER THAN 7
                               IF WK-ACU-VALOR(WK-IDX-CAMPO)
                                                   NOT EQUAL SPACES
                                  AND FUNCTION NUMVAL(
                                      WK-ACU-VALOR(WK-IDX-CAMPO))
                                                   NOT EQUAL ZEROS
                                   MOVE "N" TO WK-ACU-ZERADA
                               END-IF
                           END-PERFORM
                           IF WK-ACU-ZERADA EQUAL "N"
                               ADD 1 TO WK-QT-ACU-COM-VALOR
                           END-IF
                       WHEN WK-ACU-ANO NOT EQUAL "0000"
                        AND WK-ACU-ANO LESS THAN WK-ANO-FECHADO
                           ADD 1 TO WK-QT-ACU-ANTIGAS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ CONFERIDO
           END-PERFORM.
           CLOSE CONFERIDO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "  LINHAS DO ANO " WK-ATUAL-ANO ": " WK-QT-ACU-NOVO
                  " / COM VALOR: " WK-QT-ACU-COM-VALOR
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           IF WK-QT-ACU-COM-VALOR EQUAL ZEROS
               STRING "  ACUMULADORES DE " WK-ATUAL-ANO
                      " COMECAM ZERADOS - OK"
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
           ELSE
               ADD 1 TO WK-QT-PENDENCIAS
               STRING "  ATENCAO: ACUMULADORES DE " WK-ATUAL-ANO
                      " NAO COMECAM ZERADOS"
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
           END-IF.
           WRITE REG-RELATORIO.
           IF WK-QT-ACU-ANTIGAS GREATER THAN ZEROS
               ADD 1 TO WK-QT-PENDENCIAS
               MOVE SPACES TO REG-RELATORIO
               STRING "  ATENCAO: " WK-QT-ACU-ANTIGAS
                      " LINHA(S) DE ANOS ANTERIORES NAO VIRADAS"
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       0320-CONFERIR-ACUMULADO-FIM. EXIT.
      ******************************************************************
      *---> <NOME>_<AAAA>.TXT TEM QUE EXISTIR E TERMINAR NO TRAILER
      *     "*** FECHAMENTO AAAA LINHAS=n ***" GRAVADO PELO LOTE
       0330-CONFERIR-ARQUIVO-ANO SECTION.
           MOVE SPACES TO WK-CONFERIDO-PATH WK-ULTIMA-LINHA.
           STRING "C:\teste\" FUNCTION TRIM(WK-NOME-ARQUIVO) "_"
                  WK-ANO-FECHADO ".txt"
               DELIMITED BY SIZE INTO WK-CONFERIDO-PATH
           END-STRING.

           OPEN INPUT CONFERIDO.
           IF FS-CONFERIDO EQUAL "00"
               READ CONFERIDO
               PERFORM UNTIL FS-CONFERIDO NOT EQUAL "00"
                   MOVE REG-CONFERIDO TO WK-ULTIMA-LINHA
                   READ CONFERIDO
               END-PERFORM
               CLOSE CONFERIDO
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           IF WK-ULTIMA-LINHA(1:15) EQUAL "*** FECHAMENTO "
              AND WK-ULTIMA-LINHA(16:4) EQUAL WK-ANO-FECHADO
               STRING "  " FUNCTION TRIM(WK-CONFERIDO-PATH) " "
                      FUNCTION TRIM(WK-ULTIMA-LINHA) " - OK"
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
           ELSE
               ADD 1 TO WK-QT-PENDENCIAS
               STRING "  " FUNCTION TRIM(WK-CONFERIDO-PATH)
                      " NAO ARQUIVADO - ATENCAO"
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
           END-IF.
           WRITE REG-RELATORIO.
       0330-CONFERIR-ARQUIVO-ANO-FIM. EXIT.
      ******************************************************************
      *---> NO REINICIO DA CADEIA, UMA ETAPA QUE JA TERMINOU NESTE
      *     ANO (STATUS "T" COM ANO DO FIM IGUAL AO ATUAL) E PULADA
       0500-VERIFICAR-ETAPA    SECTION.
           MOVE "N" TO WK-ETAPA-PULAR.
           MOVE "C" TO WK-JOB-ACAO.
           CALL "JOBCTRL" USING WK-JOB-NOME WK-JOB-ACAO
                                WK-JOB-CONTADOR WK-JOB-STATUS
                                WK-JOB-FIM WK-JOB-RC.

           IF WK-JOB-RC EQUAL "00"
              AND WK-JOB-STATUS EQUAL "T"
              AND WK-JOB-FIM(1:4) EQUAL WK-ATUAL-ANO
               MOVE "S" TO WK-ETAPA-PULAR
               MOVE "ETAPA JA CONCLUIDA NO ANO, PULADA"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-INFO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
       0500-VERIFICAR-ETAPA-FIM. EXIT.
      ******************************************************************
       0510-MARCAR-ETAPA-INICIO SECTION.
           MOVE "I" TO WK-JOB-ACAO.
           CALL "JOBCTRL" USING WK-JOB-NOME WK-JOB-ACAO
                                WK-JOB-CONTADOR WK-JOB-STATUS
                                WK-JOB-FIM WK-JOB-RC.
           IF WK-JOB-RC EQUAL "RJ"
               MOVE "L" TO WK-JOB-ACAO
               CALL "JOBCTRL" USING WK-JOB-NOME WK-JOB-ACAO
                                    WK-JOB-CONTADOR WK-JOB-STATUS
                                    WK-JOB-FIM WK-JOB-RC
               MOVE "I" TO WK-JOB-ACAO
               CALL "JOBCTRL" USING WK-JOB-NOME WK-JOB-ACAO
                                    WK-JOB-CONTADOR WK-JOB-STATUS
                                    WK-JOB-FIM WK-JOB-RC
           END-IF.
       0510-MARCAR-ETAPA-INICIO-FIM. EXIT.
      ******************************************************************
       0520-MARCAR-ETAPA-FIM   SECTION.
           MOVE "F" TO WK-JOB-ACAO.
           MOVE ZEROS TO WK-JOB-CONTADOR.
           CALL "JOBCTRL" USING WK-JOB-NOME WK-JOB-ACAO
                                WK-JOB-CONTADOR WK-JOB-STATUS
                                WK-JOB-FIM WK-JOB-RC.
       0520-MARCAR-ETAPA-FIM-FIM. EXIT.
      ******************************************************************
      *---> VARIAVEL DE AMBIENTE LIDA PELO PROXIMO LOTE CHAMADO
       0540-REPASSAR-ENV       SECTION.
           DISPLAY WK-ENV-NOME  UPON ENVIRONMENT-NAME.
           DISPLAY WK-ENV-VALOR UPON ENVIRONMENT-VALUE.
       0540-REPASSAR-ENV-FIM.  EXIT.
