
      *---> TELA
       77  WK-OPCAO                PIC X     VALUE SPACES.
      *---> OPCOES QUE SO CONSULTAM: AS UNICAS LIBERADAS DURANTE A
      *     JANELA DE LOTE ("#" E A VOLTA AO MENU DE UMA OPCAO BARRADA)
           88 WK-OPCAO-CONSULTA    VALUES SPACE "2" "5" "9" "H" "h"
                                          "V" "v" "E" "e" "J" "j"
                                          "L" "l" "S" "s" "G" "g"
                                          "X" "x" "#".
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-QTD-CLIENTES         PIC 9(06) VALUE ZEROS.

           VALUE "C:/projeto-bootcamp/treino-acesslog.txt".
       01  WK-TREINO-HIS-PATH       PIC X(100)
           VALUE "C:/projeto-bootcamp/treino-historico.txt".
       01  WK-TREINO-JOR-PATH       PIC X(100)
           VALUE "C:/projeto-bootcamp/treino-jornal.txt".
       77  WK-RETCODE              PIC S9(09) COMP-5 VALUE ZEROS.

      *---> AVISO DE ERROS NOVOS NO LOG DESDE O ULTIMO SIGN-ON DO
       77  WK-QT-ERROS-NOVOS       PIC 9(04) VALUE ZEROS.
       77  WK-BANNER-ERROS         PIC X(45) VALUE SPACES.

      *---> JANELA DE LOTE (SUBPROGRAMA JANLOTE): ENQUANTO O NOTURNO OU
      *     O MENSAL RODA, O SIGN-ON E RECUSADO E QUEM JA ESTA DENTRO
      *     FICA SO COM AS OPCOES DE CONSULTA (WK-SO-CONSULTA, NO
      *     OPERADOR.cpy, AVISA OS MODULOS). O SUPERVISOR PODE LIBERAR
      *     SOB SUA RESPONSABILIDADE: FICA O EVENTO "L" NO SESSOES.TXT;
      *     A ENTRADA RECUSADA FICA COMO EVENTO "R".
       77  WK-JAN-ACAO             PIC X(01) VALUE SPACES.
       77  WK-JAN-CADEIA           PIC X(10) VALUE SPACES.
       77  WK-JAN-MINUTOS          PIC 9(04) VALUE ZEROS.
       01  WK-JAN-PREVISAO.
           05 WK-JAN-PREV-ANO      PIC 9(04).
           05 WK-JAN-PREV-MES      PIC 9(02).
           05 WK-JAN-PREV-DIA      PIC 9(02).
           05 WK-JAN-PREV-HORA     PIC 9(02).
           05 WK-JAN-PREV-MIN      PIC 9(02).
           05 WK-JAN-PREV-SEG      PIC 9(02).
       77  WK-JAN-RC               PIC X(02) VALUE SPACES.
       77  WK-JAN-RESP             PIC X(01) VALUE SPACES.
       77  WK-JANELA-ATIVA         PIC X     VALUE "N".
       77  WK-JANELA-LIBERADA      PIC X     VALUE "N".
       77  WK-JANELA-AVISADA       PIC X     VALUE "N".
       77  WK-BANNER-JANELA        PIC X(70) VALUE SPACES.

      *---> INCIDENTES JA RECONHECIDOS NO LOGVIEW (NAO CONTAM NO
      *     BANNER): SO A DATA-HORA DE CADA UM INTERESSA AQUI
       01  FS-INCIDENTES           PIC X(02) VALUE SPACES.
                   FOREGROUND-COLOR 7.
               10 LINE 05 COLUMN 02 PIC X(45) FROM WK-BANNER-ERROS
                   FOREGROUND-COLOR 4.
               10 LINE 06 COLUMN 02 PIC X(70) FROM WK-BANNER-JANELA
                   FOREGROUND-COLOR 4.
               10 LINE 01 COLUMN 55 PIC X(19) FROM WK-BANNER-TREINO
                   BACKGROUND-COLOR 4.
      *
           05 LINE 14 COLUMN 10 VALUE "FILIAL (01-99)...: ".
           05 COLUMN PLUS 1 PIC 9(02) USING WK-FILIAL-LOGADA
               BLANK WHEN ZEROS.
           05 LINE 18 COLUMN 02 PIC X(70) FROM WK-BANNER-JANELA
               FOREGROUND-COLOR 4.
      *
       01  TELA-TROCA-SENHA.
           05 BLANK SCREEN.
           05 LINE 20 COLUMN 45 VALUE "U - PARAMETROS (SUPERVISOR)".
           05 LINE 21 COLUMN 45 VALUE "A - ALT. EM MASSA (SUPERV.)".
           05 LINE 21 COLUMN 15 VALUE "B - REL. DE ACESSOS (SUPERV.)".
           05 LINE 22 COLUMN 15 VALUE "K - CAMPANHA DE MARKETING".
           05 LINE 22 COLUMN 45 VALUE "W - PEDIDOS DO SITE".
           05 LINE 20 COLUMN 15 VALUE "OPCAO........: ".
           05 LINE 20 COLUMN 28 USING WK-OPCAO.
      *
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           MOVE "N" TO WK-SO-CONSULTA.
           PERFORM 0102-ESCOLHER-MODO.

           ACCEPT WK-CLIENTES-PATH FROM ENVIRONMENT "CLIENTES_PATH"
               MOVE WK-TREINO-HIS-PATH TO WK-ENV-VALOR
               DISPLAY WK-ENV-NOME  UPON ENVIRONMENT-NAME
               DISPLAY WK-ENV-VALOR UPON ENVIRONMENT-VALUE
               MOVE "JORNAL_PATH" TO WK-ENV-NOME
               MOVE WK-TREINO-JOR-PATH TO WK-ENV-VALOR
               DISPLAY WK-ENV-NOME  UPON ENVIRONMENT-NAME
               DISPLAY WK-ENV-VALOR UPON ENVIRONMENT-VALUE
           END-IF.
       0102-ESCOLHER-MODO-FIM. EXIT.
      ******************************************************************
           CALL "CBL_DELETE_FILE" USING WK-TREINO-HIS-PATH
               RETURNING WK-RETCODE
           END-CALL.
           CALL "CBL_DELETE_FILE" USING WK-TREINO-JOR-PATH
               RETURNING WK-RETCODE
           END-CALL.

           MOVE "CLIENTES_PATH" TO WK-ENV-NOME.
           MOVE "C:/projeto-bootcamp/clientes.dat" TO WK-ENV-VALOR.
           MOVE "N"   TO WK-LOGIN-OK.
           MOVE SPACES TO WK-PERFIL-LOGADO.
           MOVE ZEROS TO WK-FILIAL-LOGADA.
           PERFORM 0160-VERIFICAR-JANELA.
           PERFORM UNTIL WK-LOGIN-OK EQUAL "S"
                      OR WK-TENTATIVAS GREATER THAN 2
               MOVE SPACES TO WK-OPERADOR-LOGADO WK-SENHA
      *---> A SENHA DIGITADA NAO PRECISA MAIS EXISTIR NA MEMORIA
           MOVE SPACES TO WK-SENHA WK-SENHA-NOVA WK-SENHA-CONF.

           PERFORM 0160-VERIFICAR-JANELA.
           IF WK-JANELA-ATIVA EQUAL "S"
               PERFORM 0161-ENTRADA-EM-LOTE
           END-IF.

           PERFORM 0109-ATUALIZAR-ACESSO.
           MOVE "E" TO WK-EVENTO-SESSAO.
           PERFORM 0117-GRAVAR-SESSAO.
       0135-OBTER-DATA-ARQUIVO-FIM. EXIT.
      ******************************************************************
       0110-MOSTRA-TELA-INICIAL.
           PERFORM 0160-VERIFICAR-JANELA
           MOVE FUNCTION CURRENT-DATE(1:4) TO ANO
           MOVE FUNCTION CURRENT-DATE(5:2) TO MES
           MOVE FUNCTION CURRENT-DATE(7:2) TO DIA
      ******************************************************************
       0200-PROCESSAR          SECTION.
           PERFORM UNTIL FUNCTION UPPER-CASE(WK-OPCAO) EQUAL "X"
               PERFORM 0160-VERIFICAR-JANELA
               IF WK-SO-CONSULTA EQUAL "S"
                  AND NOT WK-OPCAO-CONSULTA
                   PERFORM 0165-OPCAO-EM-LOTE
               END-IF
               EVALUATE WK-OPCAO
                   WHEN "#"
                       PERFORM 0110-MOSTRA-TELA-INICIAL
                   WHEN 1
                       CALL "INCLUIR"
                       PERFORM 0110-MOSTRA-TELA-INICIAL
                           PERFORM 0140-OPCAO-RESTRITA
                       END-IF
                       PERFORM 0110-MOSTRA-TELA-INICIAL
                   WHEN "K"
                   WHEN "k"
                       CALL "CAMPANHA"
                       PERFORM 0110-MOSTRA-TELA-INICIAL
                   WHEN "W"
                   WHEN "w"
                       CALL "WEBREVISAO"
                       PERFORM 0110-MOSTRA-TELA-INICIAL
                   WHEN "R"
                   WHEN "r"
                       IF WK-MODO-TREINO EQUAL "S"
           CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE.
           ACCEPT MOSTRA-ERRO.
       0140-OPCAO-RESTRITA-FIM. EXIT.
      ******************************************************************
      *---> CONSULTA A JANELA DE LOTE E MONTA O AVISO DAS TELAS. QUEM
      *     JA ESTAVA DENTRO QUANDO A CADEIA COMECOU E AVISADO UMA VEZ;
      *     QUANDO A JANELA FECHA, TUDO VOLTA AO NORMAL SOZINHO.
       0160-VERIFICAR-JANELA   SECTION.
           MOVE "C" TO WK-JAN-ACAO.
           CALL "JANLOTE" USING WK-JAN-ACAO WK-JAN-CADEIA
                                WK-JAN-MINUTOS WK-JAN-PREVISAO
                                WK-JAN-RC.

           IF WK-JAN-RC NOT EQUAL "00"
               MOVE "N" TO WK-JANELA-ATIVA WK-JANELA-LIBERADA
                           WK-JANELA-AVISADA WK-SO-CONSULTA
               MOVE SPACES TO WK-BANNER-JANELA
               EXIT SECTION
           END-IF.

           MOVE "S" TO WK-JANELA-ATIVA.
           MOVE SPACES TO WK-BANNER-JANELA.
           IF WK-JANELA-LIBERADA EQUAL "S"
               MOVE "N" TO WK-SO-CONSULTA
               STRING "LOTE " FUNCTION TRIM(WK-JAN-CADEIA)
                      " EM EXECUCAO - LIBERADO PELO SUPERVISOR"
                   DELIMITED BY SIZE INTO WK-BANNER-JANELA
               END-STRING
           ELSE
               MOVE "S" TO WK-SO-CONSULTA
               STRING "LOTE " FUNCTION TRIM(WK-JAN-CADEIA)
                      " EM EXECUCAO - SO CONSULTA - FIM PREVISTO "
                      WK-JAN-PREV-DIA "/" WK-JAN-PREV-MES " "
                      WK-JAN-PREV-HORA ":" WK-JAN-PREV-MIN
                   DELIMITED BY SIZE INTO WK-BANNER-JANELA
               END-STRING
           END-IF.

           IF WK-LOGIN-OK EQUAL "S"
              AND WK-JANELA-AVISADA NOT EQUAL "S"
               MOVE "S" TO WK-JANELA-AVISADA
               IF WK-SO-CONSULTA EQUAL "S"
                   MOVE "LOTE EM EXECUCAO - SO CONSULTA ATE O FIM"
                                               TO WK-ABEND-MESSAGE
                   SET SEVERIDADE-INFO TO TRUE
                   CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-IF.
       0160-VERIFICAR-JANELA-FIM. EXIT.
      ******************************************************************
      *---> SIGN-ON DURANTE A JANELA DE LOTE: O OPERADOR COMUM E
      *     RECUSADO; O SUPERVISOR PODE ENTRAR EM EMERGENCIA, E A
      *     LIBERACAO FICA NO DIARIO DE SESSOES.
       0161-ENTRADA-EM-LOTE    SECTION.
           MOVE "S" TO WK-JANELA-AVISADA.
           IF WK-PERFIL-LOGADO EQUAL "S"
               MOVE SPACES TO WK-JAN-RESP
               DISPLAY "LOTE EM EXECUCAO - LIBERAR ENTRADA SOB SUA "
                       "RESPONSABILIDADE? (S/N): "
                       FOREGROUND-COLOR 4 AT 1602
               ACCEPT WK-JAN-RESP AT 1671
               IF FUNCTION UPPER-CASE(WK-JAN-RESP) EQUAL "S"
                   MOVE "S" TO WK-JANELA-LIBERADA
                   MOVE "N" TO WK-SO-CONSULTA
                   MOVE "L" TO WK-EVENTO-SESSAO
                   PERFORM 0117-GRAVAR-SESSAO
                   PERFORM 0160-VERIFICAR-JANELA
                   EXIT SECTION
               END-IF
           END-IF.

           MOVE "ENTRADA BLOQUEADA - LOTE EM EXECUCAO"
                                               TO WK-ABEND-MESSAGE.
           SET SEVERIDADE-ATENCAO TO TRUE.
           CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE.
           ACCEPT MOSTRA-ERRO.
           MOVE "R" TO WK-EVENTO-SESSAO.
           PERFORM 0117-GRAVAR-SESSAO.
           CLOSE CLIENTES.
           CLOSE OPERADORES.
           STOP RUN.
       0161-ENTRADA-EM-LOTE-FIM. EXIT.
      ******************************************************************
      *---> OPCAO DE ATUALIZACAO ESCOLHIDA DURANTE A JANELA DE LOTE: O
      *     SUPERVISOR PODE LIBERAR A SESSAO (EVENTO "L" NO DIARIO);
      *     SENAO A OPCAO VIRA "#" E O MENU VOLTA.
       0165-OPCAO-EM-LOTE      SECTION.
           IF WK-PERFIL-LOGADO EQUAL "S"
               MOVE SPACES TO WK-JAN-RESP
               DISPLAY "LOTE EM EXECUCAO - LIBERAR ATUALIZACAO? (S/N): "
                       FOREGROUND-COLOR 4 AT 1610
               ACCEPT WK-JAN-RESP AT 1658
               IF FUNCTION UPPER-CASE(WK-JAN-RESP) EQUAL "S"
                   MOVE "S" TO WK-JANELA-LIBERADA
                   MOVE "N" TO WK-SO-CONSULTA
                   MOVE "L" TO WK-EVENTO-SESSAO
                   PERFORM 0117-GRAVAR-SESSAO
                   EXIT SECTION
               END-IF
           ELSE
               MOVE "LOTE EM EXECUCAO - SO CONSULTA!"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               ACCEPT MOSTRA-ERRO
           END-IF.
           MOVE "#" TO WK-OPCAO.
       0165-OPCAO-EM-LOTE-FIM. EXIT.
      ******************************************************************
       0300-VOLTA-TELA.
           IF FUNCTION UPPER-CASE(WK-TECLA) EQUAL "X"
      *---> ESTAMPA O EVENTO DE SESSAO NO DIARIO: QUEM ENTROU ("E") E
      *     QUEM SAIU ("S"), COM DATA-HORA E FILIAL -- A BASE DO
      *     PAINEL DE SESSOES E DA PERGUNTA "QUEM ESTAVA NO SISTEMA".
      *     NA JANELA DE LOTE: "L" LIBERACAO DO SUPERVISOR E "R"
      *     ENTRADA RECUSADA.
       0117-GRAVAR-SESSAO      SECTION.
           OPEN EXTEND SESSOES.
           IF FS-SESSOES EQUAL "35"
