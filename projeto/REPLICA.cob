      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  REPLICACAO NOTURNA DOS ARQUIVOS DE DADOS (LOTE)
      *     O backup do clientes.dat ficava na mesma maquina, e o
      *     resto (contas, extrato, produtos, funcionarios, acumulado,
      *     parametros, operadores...) nem backup tinha. Esta etapa do
      *     NOTURNO copia cada arquivo de dados do projeto e do
      *     pratica-cobol para o destino REPLICA_DESTINO (padrao
      *     D:/replica-bootcamp), mantendo a arvore de diretorios de
      *     origem sem a letra do drive, e grava no destino o
      *     manifesto.txt com nome, tipo, tamanho, registros e soma
      *     (ARQSOMA) de cada arquivo, conferido la pelo VERIFREP.
      *     A lista fixa abaixo cobre os cadastros e movimentos; um
      *     arquivo novo entra pela replica_lista.txt (TIPO;CAMINHO,
      *     tipos do ARQSOMA) sem precisar recompilar.
      *     Arquivo ausente na origem sai no manifesto como AUSENTE
      *     (ATENCAO no log); copia que falha sai como FALHA e a
      *     etapa devolve RETURN-CODE 8, que o NOTURNO marca como
      *     erro no run-control (aparece no JOBVIEW).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. REPLICA.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *---> ARQUIVOS A MAIS PARA REPLICAR (OPCIONAL): TIPO;CAMINHO
           SELECT LISTA ASSIGN TO
                   "C:/projeto-bootcamp/replica_lista.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-LISTA.
      *
           SELECT MANIFESTO ASSIGN TO WK-MANIFESTO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MANIFESTO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  LISTA.
       01  REG-LISTA                   PIC X(80).
      *
      *---> LINHA DO MANIFESTO (TAMBEM LIDA PELO VERIFREP):
      *     ARQUIVO(60);TIPO(1);TAMANHO(12);REGISTROS(9);SOMA(10);
      *     SITUACAO(8). A PRIMEIRA LINHA, COM "#", IDENTIFICA A
      *     RODADA.
       FD  MANIFESTO.
       01  REG-MANIFESTO               PIC X(110).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       01  FS-LISTA                 PIC X(02) VALUE SPACES.
       01  FS-MANIFESTO             PIC X(02) VALUE SPACES.
       01  WK-MANIFESTO-PATH        PIC X(100) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARAMCTL):
      *     VARIAVEL DE AMBIENTE VENCE, DEPOIS O ARQUIVO, DEPOIS O
      *     PADRAO DO PROGRAMA
       77  WK-PARAM-NOME            PIC X(20) VALUE SPACES.
       77  WK-PARAM-VALOR           PIC X(60) VALUE SPACES.
       77  WK-PARAM-RC              PIC X(02) VALUE SPACES.

      *---> DESTINO DA REPLICA (REPLICA_DESTINO)
       01  WK-DESTINO               PIC X(60)
           VALUE "D:/replica-bootcamp".
       01  WK-ORIGEM-PATH           PIC X(100) VALUE SPACES.
       01  WK-DESTINO-PATH          PIC X(100) VALUE SPACES.
       01  WK-DIRETORIO-PATH        PIC X(100) VALUE SPACES.
       77  WK-RELATIVO              PIC X(60) VALUE SPACES.
       77  WK-IDX-CAR               PIC 9(03) VALUE ZEROS.
       77  WK-RETCODE               PIC S9(09) COMP-5 VALUE ZEROS.

      *---> ARQUIVOS DE DADOS REPLICADOS TODA NOITE: TIPO (VER
      *     ARQSOMA) + CAMINHO DE ORIGEM. RELATORIOS E ARQUIVOS DE
      *     INTERFACE, QUE SE REFAZEM A PARTIR DESTES, FICAM DE FORA.
       01  WK-TAB-PADRAO.
           05 FILLER PIC X(50) VALUE
                  "CC:/projeto-bootcamp/clientes.dat".
           05 FILLER PIC X(50) VALUE
                  "OC:/projeto-bootcamp/operadores.dat".
           05 FILLER PIC X(50) VALUE
                  "VC:/projeto-bootcamp/devolucao.dat".
           05 FILLER PIC X(50) VALUE
                  "DC:/projeto-bootcamp/documentos.dat".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/parametros.txt".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/lixeira.dat".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/espelho.dat".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/jobctl.dat".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/janlote.dat".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/estatist.dat".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/jobhist.txt".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/historico.txt".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/auditlog.txt".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/acesslog.txt".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/jornal.txt".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/motivos.txt".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/calendario.txt".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/agenda.txt".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/campanha.txt".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/camphist.txt".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/cepbase.txt".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/chamados.txt".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/quarentena.txt".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/optout.txt".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/cpfexcecao.txt".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/webpedidos.txt".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/webfila.txt".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/domicilios.txt".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/sessoes.txt".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/delta.ctl".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/distrib.ctl".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/clicount.ctl".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/import.ctl".
           05 FILLER PIC X(50) VALUE "SC:/projeto-bootcamp/spool.ctl".
           05 FILLER PIC X(50) VALUE
                  "SC:/projeto-bootcamp/backup/ultimo_backup.txt".
           05 FILLER PIC X(50) VALUE "KC:\teste\contas.dat".
           05 FILLER PIC X(50) VALUE "SC:\teste\extrato.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\estornos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\comprovantes.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\agendados.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\favorecidos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\chavespix.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\pixauditoria.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\emprestimos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\investimentos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\produtosinv.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\cambio.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\spreadcambio.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\casospld.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\produtos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\precosfuturos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\inventario.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\recall.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\ajustesestoque.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\perdas.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\vendas.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\histvendas.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\lotes.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\promocoes.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\suspensas.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\pontos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\pontosmov.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\pontoscong.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\crediario.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\credlimite.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\faturas.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\prestacoes.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\valepresente.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\valemov.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\tributos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\entregas.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\taxaentrega.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\clientes.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\escore.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\fornecedores.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\notasfornec.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\cotacoes.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\pedidos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\contaloja.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\lancloja.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\recebimentos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\fechamentos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\pendconc.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\concbaixas.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\quebras.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\funcionarios.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\acumulado.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\salarios.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\histsalarios.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\credconta.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\vtvr.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\vrcategorias.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\rateiocc.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\folha.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\ponto.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\faltas.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\pendrej.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\adiantamentos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\adiantsal.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\adiantopc.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\viagens.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\beneficios.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\descontos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\feriasgoz.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\reembolso.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\solicitacoes.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\orcamento.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\politica.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\violacoes.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\custos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\cascitens.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\alunos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\matriculas.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\histmatriculas.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\progressao.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\histesc.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\frequencia.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\cobrancas.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\mensturmas.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\mensdesc.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\professores.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\resultados.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\agendamentos.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\profissionais.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\horarios.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\histmed.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\medicoes.txt".
           05 FILLER PIC X(50) VALUE "SC:\teste\imcinfantil.txt".
       01  WK-TAB-PADRAO-R REDEFINES WK-TAB-PADRAO.
           05 WK-PADRAO-ITEM        PIC X(50) OCCURS 128 TIMES.
       77  WK-QT-PADRAO             PIC 9(03) VALUE 128.

      *---> LISTA EFETIVA DA RODADA (FIXA + REPLICA_LISTA.TXT)
       01  WK-TAB-ARQUIVOS.
           05 WK-ARQ-ITEM           OCCURS 200 TIMES.
               10 WK-ARQ-TIPO       PIC X(01).
               10 WK-ARQ-CAMINHO    PIC X(99).
       77  WK-QT-ARQUIVOS           PIC 9(03) VALUE ZEROS.
       77  WK-IDX-ARQ               PIC 9(03) VALUE ZEROS.
       77  WK-LISTA-TIPO            PIC X(01) VALUE SPACES.
       77  WK-LISTA-CAMINHO         PIC X(99) VALUE SPACES.

      *---> RESULTADO DO ARQSOMA
       77  WK-SOMA-TIPO             PIC X(01) VALUE SPACES.
       77  WK-SOMA-TAMANHO          PIC 9(12) VALUE ZEROS.
       77  WK-SOMA-REGISTROS        PIC 9(09) VALUE ZEROS.
       77  WK-SOMA-VALOR            PIC 9(10) VALUE ZEROS.
       77  WK-SOMA-RC               PIC X(02) VALUE SPACES.
       77  WK-SITUACAO              PIC X(08) VALUE SPACES.

      *---> DATA/HORA DA RODADA
       01  WK-DATA-HORA-ATUAL.
           05 WK-ATUAL-DATA         PIC 9(08).
           05 WK-ATUAL-HORA         PIC 9(06).
           05 FILLER                PIC X(07).

      *---> TOTAIS DE CONTROLE
       77  WK-QT-COPIADOS           PIC 9(03) VALUE ZEROS.
       77  WK-QT-AUSENTES           PIC 9(03) VALUE ZEROS.
       77  WK-QT-FALHAS             PIC 9(03) VALUE ZEROS.
       77  WK-QT-REJEITADOS         PIC 9(03) VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           IF FS-MANIFESTO EQUAL "00"
               PERFORM 0200-REPLICAR-ARQUIVO
                   VARYING WK-IDX-ARQ FROM 1 BY 1
                   UNTIL WK-IDX-ARQ GREATER THAN WK-QT-ARQUIVOS
           END-IF.
           PERFORM 1000-FINALIZAR.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           MOVE ZEROS TO WK-QT-COPIADOS.
           MOVE ZEROS TO WK-QT-AUSENTES.
           MOVE ZEROS TO WK-QT-FALHAS.
           MOVE ZEROS TO WK-QT-REJEITADOS.
           MOVE ZEROS TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL.

           MOVE SPACES TO WK-DESTINO.
           ACCEPT WK-DESTINO FROM ENVIRONMENT "REPLICA_DESTINO".
           IF WK-DESTINO EQUAL SPACES
               MOVE "REPLICA_DESTINO" TO WK-PARAM-NOME
               CALL "PARAMCTL" USING WK-PARAM-NOME WK-PARAM-VALOR
                                     WK-PARAM-RC
               IF WK-PARAM-RC EQUAL "00"
                   MOVE WK-PARAM-VALOR TO WK-DESTINO
               END-IF
           END-IF.
           IF WK-DESTINO EQUAL SPACES
               MOVE "D:/replica-bootcamp" TO WK-DESTINO
           END-IF.

           PERFORM 0110-MONTAR-LISTA.

      *---> O DIRETORIO RAIZ DO DESTINO; OS SUBDIRETORIOS SAO CRIADOS
      *     ARQUIVO A ARQUIVO. CBL_CREATE_DIR FALHA QUANDO O DIRETORIO
      *     JA EXISTE, O QUE E O NORMAL A PARTIR DA SEGUNDA NOITE.
           MOVE WK-DESTINO TO WK-DIRETORIO-PATH.
           CALL "CBL_CREATE_DIR" USING WK-DIRETORIO-PATH
               RETURNING WK-RETCODE
           END-CALL.

           MOVE SPACES TO WK-MANIFESTO-PATH.
           STRING FUNCTION TRIM(WK-DESTINO) "/manifesto.txt"
               DELIMITED BY SIZE INTO WK-MANIFESTO-PATH
           END-STRING.
           OPEN OUTPUT MANIFESTO.
           IF FS-MANIFESTO NOT EQUAL "00"
               MOVE "DESTINO DA REPLICA INACESSIVEL"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               DISPLAY WK-ABEND-MESSAGE " " FUNCTION TRIM(WK-DESTINO)
               ADD 1 TO WK-QT-FALHAS
               EXIT SECTION
           END-IF.

           MOVE SPACES TO REG-MANIFESTO.
           STRING "#REPLICA " WK-ATUAL-DATA WK-ATUAL-HORA
                  " ARQUIVOS=" WK-QT-ARQUIVOS
               DELIMITED BY SIZE INTO REG-MANIFESTO
           END-STRING.
           WRITE REG-MANIFESTO.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *---> LISTA FIXA PRIMEIRO, DEPOIS AS LINHAS DA REPLICA_LISTA.TXT
      *     (SEM ELA, SO A FIXA). LINHA EM BRANCO, COMENTADA COM "*"
      *     OU DE TIPO DESCONHECIDO E DESPREZADA.
       0110-MONTAR-LISTA       SECTION.
           MOVE ZEROS TO WK-QT-ARQUIVOS.
           PERFORM VARYING WK-IDX-ARQ FROM 1 BY 1
                   UNTIL WK-IDX-ARQ GREATER THAN WK-QT-PADRAO
               ADD 1 TO WK-QT-ARQUIVOS
               MOVE SPACES TO WK-ARQ-ITEM(WK-QT-ARQUIVOS)
               MOVE WK-PADRAO-ITEM(WK-IDX-ARQ)(1:1)
                                   TO WK-ARQ-TIPO(WK-QT-ARQUIVOS)
               MOVE WK-PADRAO-ITEM(WK-IDX-ARQ)(2:49)
                                   TO WK-ARQ-CAMINHO(WK-QT-ARQUIVOS)
           END-PERFORM.

           OPEN INPUT LISTA.
           IF FS-LISTA NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL FS-LISTA NOT EQUAL "00"
               READ LISTA
               IF FS-LISTA EQUAL "00"
                  AND REG-LISTA NOT EQUAL SPACES
                  AND REG-LISTA(1:1) NOT EQUAL "*"
                   MOVE SPACES TO WK-LISTA-TIPO WK-LISTA-CAMINHO
                   UNSTRING REG-LISTA DELIMITED BY ";"
                       INTO WK-LISTA-TIPO WK-LISTA-CAMINHO
                   END-UNSTRING
                   IF WK-LISTA-TIPO NOT EQUAL "S" AND "C" AND "O"
                                          AND "V" AND "D" AND "K"
                      OR WK-LISTA-CAMINHO EQUAL SPACES
                      OR WK-QT-ARQUIVOS NOT LESS THAN 200
                       ADD 1 TO WK-QT-REJEITADOS
                   ELSE
                       ADD 1 TO WK-QT-ARQUIVOS
                       MOVE WK-LISTA-TIPO
                                   TO WK-ARQ-TIPO(WK-QT-ARQUIVOS)
                       MOVE WK-LISTA-CAMINHO
                                   TO WK-ARQ-CAMINHO(WK-QT-ARQUIVOS)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LISTA.

           IF WK-QT-REJEITADOS GREATER THAN ZEROS
               MOVE "REPLICA_LISTA COM LINHAS DESPREZADAS"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
       0110-MONTAR-LISTA-FIM.  EXIT.
      ******************************************************************
      *---> SOMA NA ORIGEM, COPIA E REGISTRA NO MANIFESTO. O CAMINHO
      *     NO MANIFESTO E O DE ORIGEM SEM O DRIVE ("C:/" OU "C:\"),
      *     QUE E TAMBEM O CAMINHO DEBAIXO DO DESTINO.
       0200-REPLICAR-ARQUIVO   SECTION.
           MOVE SPACES TO WK-ORIGEM-PATH.
           MOVE WK-ARQ-CAMINHO(WK-IDX-ARQ) TO WK-ORIGEM-PATH.
           MOVE WK-ARQ-TIPO(WK-IDX-ARQ) TO WK-SOMA-TIPO.
           MOVE SPACES TO WK-RELATIVO.
           IF WK-ORIGEM-PATH(2:1) EQUAL ":"
               MOVE WK-ORIGEM-PATH(4:60) TO WK-RELATIVO
           ELSE
               MOVE WK-ORIGEM-PATH TO WK-RELATIVO
           END-IF.

           CALL "ARQSOMA" USING WK-ORIGEM-PATH WK-SOMA-TIPO
                                WK-SOMA-TAMANHO WK-SOMA-REGISTROS
                                WK-SOMA-VALOR WK-SOMA-RC.

           EVALUATE WK-SOMA-RC
               WHEN "NE"
                   MOVE "AUSENTE" TO WK-SITUACAO
                   ADD 1 TO WK-QT-AUSENTES
               WHEN "00"
               WHEN "IX"
                   PERFORM 0210-COPIAR-ARQUIVO
               WHEN OTHER
                   MOVE "FALHA" TO WK-SITUACAO
                   ADD 1 TO WK-QT-FALHAS
           END-EVALUATE.

           IF WK-SITUACAO EQUAL "FALHA"
               DISPLAY "REPLICA - FALHA: " FUNCTION TRIM(WK-ORIGEM-PATH)
           END-IF.

           MOVE SPACES TO REG-MANIFESTO.
           STRING WK-RELATIVO         ";"
                  WK-SOMA-TIPO        ";"
                  WK-SOMA-TAMANHO     ";"
                  WK-SOMA-REGISTROS   ";"
                  WK-SOMA-VALOR       ";"
                  WK-SITUACAO
               DELIMITED BY SIZE INTO REG-MANIFESTO
           END-STRING.
           WRITE REG-MANIFESTO.
       0200-REPLICAR-ARQUIVO-FIM. EXIT.
      ******************************************************************
       0210-COPIAR-ARQUIVO     SECTION.
           PERFORM 0220-CRIAR-DIRETORIOS
               VARYING WK-IDX-CAR FROM 1 BY 1
               UNTIL WK-IDX-CAR GREATER THAN 60.

           MOVE SPACES TO WK-DESTINO-PATH.
           STRING FUNCTION TRIM(WK-DESTINO) "/"
                  FUNCTION TRIM(WK-RELATIVO)
               DELIMITED BY SIZE INTO WK-DESTINO-PATH
           END-STRING.

           CALL "CBL_COPY_FILE" USING WK-ORIGEM-PATH WK-DESTINO-PATH
               RETURNING WK-RETCODE
           END-CALL.
           IF WK-RETCODE EQUAL ZEROS
               MOVE "COPIADO" TO WK-SITUACAO
               ADD 1 TO WK-QT-COPIADOS
           ELSE
               MOVE "FALHA" TO WK-SITUACAO
               ADD 1 TO WK-QT-FALHAS
           END-IF.
       0210-COPIAR-ARQUIVO-FIM. EXIT.
      ******************************************************************
      *---> A CADA SEPARADOR DO CAMINHO RELATIVO, GARANTE O DIRETORIO
      *     ATE ALI DEBAIXO DO DESTINO (RETORNO IGNORADO: JA EXISTE).
       0220-CRIAR-DIRETORIOS   SECTION.
           IF WK-IDX-CAR GREATER THAN 1
              AND (WK-RELATIVO(WK-IDX-CAR:1) EQUAL "/"
                OR WK-RELATIVO(WK-IDX-CAR:1) EQUAL "\")
               MOVE SPACES TO WK-DIRETORIO-PATH
               STRING FUNCTION TRIM(WK-DESTINO) "/"
                      WK-RELATIVO(1:WK-IDX-CAR - 1)
                   DELIMITED BY SIZE INTO WK-DIRETORIO-PATH
               END-STRING
               CALL "CBL_CREATE_DIR" USING WK-DIRETORIO-PATH
                   RETURNING WK-RETCODE
               END-CALL
           END-IF.
       0220-CRIAR-DIRETORIOS-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           IF FS-MANIFESTO EQUAL "00"
               MOVE SPACES TO REG-MANIFESTO
               STRING "#TOTAIS COPIADOS=" WK-QT-COPIADOS
                      " AUSENTES="        WK-QT-AUSENTES
                      " FALHAS="          WK-QT-FALHAS
                   DELIMITED BY SIZE INTO REG-MANIFESTO
               END-STRING
               WRITE REG-MANIFESTO
               CLOSE MANIFESTO
           END-IF.

           DISPLAY "REPLICA - DESTINO: "  FUNCTION TRIM(WK-DESTINO).
           DISPLAY "REPLICA - COPIADOS: " WK-QT-COPIADOS.
           DISPLAY "REPLICA - AUSENTES: " WK-QT-AUSENTES.
           DISPLAY "REPLICA - FALHAS: "   WK-QT-FALHAS.

           IF WK-QT-AUSENTES GREATER THAN ZEROS
               MOVE "REPLICA: ARQUIVO AUSENTE NA ORIGEM"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.

           IF WK-QT-FALHAS GREATER THAN ZEROS
               MOVE "REPLICACAO COM FALHA - VER MANIFESTO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
           ELSE
               MOVE "REPLICACAO CONCLUIDA"     TO WK-ABEND-MESSAGE
               SET SEVERIDADE-INFO TO TRUE
           END-IF.
           CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE.

      *---> O RETORNO SO E ACERTADO DEPOIS DO ERROLOG, CUJO GOBACK
      *     SOBRESCREVERIA O RETURN-CODE
           IF SEVERIDADE-ERRO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF.
       1000-FINALIZAR-FIM.     EXIT.
