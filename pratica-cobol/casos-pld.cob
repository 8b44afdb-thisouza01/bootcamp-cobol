      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Tela do supervisor para os casos de PLD
      *          Os alertas do MONITORA-PLD ficam em casospld.txt com
      *          situacao A (aberto). So entra supervisor (login e
      *          senha conferidos no cadastro de operadores, mesmo hash
      *          do sign-on do MAIN, perfil "S"). A tela lista os casos
      *          abertos, registra a analise de um caso -- N
      *          (analisado, arquivado sem indicio) ou C (comunicado ao
      *          regulador) -- com parecer, data e supervisor
      *          carimbados, e emite o relatorio mensal dos casos
      *          comunicados (pldcomunicados.txt) pela data da decisao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. CASOS-PLD.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT CASOS ASSIGN TO "C:\teste\casospld.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CASOS.

           SELECT RELATORIO ASSIGN TO "C:\teste\pldcomunicados.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.

      *--> CADASTRO DE OPERADORES DO SISTEMA PRINCIPAL
           SELECT OPERADORES ASSIGN TO
                   "C:/projeto-bootcamp/operadores.dat"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS OPE-LOGIN
               FILE STATUS     IS FS-OPERADORES.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
      *--> CASO: NUMERO;DATA;NIVEL(C CONTA/P CPF);CONTA;CPF;SINAL;
      *    VALOR;QTD;SITUACAO(A/N/C);DATA DA DECISAO;SUPERVISOR;
      *    PARECER (VER MONITORA-PLD)
       FD  CASOS.
       01  REG-CASO                 PIC X(150).
      *
       FD  RELATORIO.
       01  REG-RELATORIO            PIC X(100).
      *
      *--> SO LOGIN, HASH DA SENHA, PERFIL E STATUS INTERESSAM; O
      *    RESTO DO REGISTRO DO CADASTRO DE OPERADORES FICA NO FILLER
       FD  OPERADORES.
       01  REG-OPERADOR.
           05 OPE-LOGIN                PIC X(10).
           05 OPE-SENHA-HASH           PIC 9(09).
           05 OPE-PERFIL               PIC X(01).
           05 OPE-STATUS               PIC X(01).
           05 FILLER                   PIC X(60).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-CASOS            PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.
       77  FS-OPERADORES       PIC X(02)           VALUE SPACES.

       77  WS-OPCAO            PIC 9(01)           VALUE ZEROS.
       77  WS-TECLA            PIC X(01)           VALUE SPACES.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.

      *--> SUPERVISOR DA SESSAO
       77  WS-SUP-LOGIN        PIC X(10)           VALUE SPACES.
       77  WS-SUP-SENHA        PIC X(10)           VALUE SPACES.
       77  WS-SUP-HASH         PIC 9(09)           VALUE ZEROS.
       77  WS-IDX-HASH         PIC 9(02)           VALUE ZEROS.
       77  WS-SUP-OK           PIC X               VALUE "N".

      *--> CASOS EM MEMORIA; O ARQUIVO E REGRAVADO A CADA DECISAO
       77  WS-QTD-CASOS        PIC 9(04)           VALUE ZEROS.
       77  WS-IND-CASO         PIC 9(04)           VALUE ZEROS.
       77  WS-CASO-ACHADO      PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-CASOS.
           05 WS-CAS OCCURS 3000 TIMES.
               10 WS-CAS-NUMERO        PIC 9(06).
               10 WS-CAS-DATA          PIC 9(08).
               10 WS-CAS-NIVEL         PIC X(01).
               10 WS-CAS-CONTA         PIC X(10).
               10 WS-CAS-CPF           PIC 9(11).
               10 WS-CAS-TIPO          PIC X(10).
               10 WS-CAS-VALOR         PIC 9(09)V99.
               10 WS-CAS-QTD           PIC 9(03).
               10 WS-CAS-SITUACAO      PIC X(01).
               10 WS-CAS-DT-DECISAO    PIC 9(08).
               10 WS-CAS-SUPERVISOR    PIC X(10).
               10 WS-CAS-PARECER       PIC X(40).

      *--> CAMPOS DA LINHA DESMONTADA
       77  WS-LIN-NUMERO       PIC X(06)           VALUE SPACES.
       77  WS-LIN-DATA         PIC X(08)           VALUE SPACES.
       77  WS-LIN-CPF          PIC X(11)           VALUE SPACES.
       01  WS-LIN-VALOR-X      PIC X(11)           VALUE ZEROS.
       01  WS-LIN-VALOR REDEFINES WS-LIN-VALOR-X
                               PIC 9(09)V99.
       77  WS-LIN-QTD          PIC X(03)           VALUE SPACES.
       77  WS-LIN-DT-DECISAO   PIC X(08)           VALUE SPACES.

      *--> ANALISE
       77  WS-NUMERO-ENT       PIC 9(06)           VALUE ZEROS.
       77  WS-DECISAO          PIC X(01)           VALUE SPACES.
       77  WS-PARECER          PIC X(40)           VALUE SPACES.
       77  WS-SITUACAO-DESC    PIC X(10)           VALUE SPACES.
       77  WS-NIVEL-DESC       PIC X(05)           VALUE SPACES.
       77  WS-VALOR-EDT        PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-QT-ABERTOS       PIC 9(04)           VALUE ZEROS.

      *--> RELATORIO MENSAL DOS COMUNICADOS
       77  WS-ANOMES-ENT       PIC X(06)           VALUE SPACES.
       77  WS-ANOMES           PIC 9(06)           VALUE ZEROS.
       77  WS-ANO-AUX          PIC 9(04)           VALUE ZEROS.
       77  WS-MES-AUX          PIC 9(02)           VALUE ZEROS.
       77  WS-QT-COMUNICADOS   PIC 9(04)           VALUE ZEROS.
       77  WS-TOT-COMUNICADO   PIC 9(11)V99        VALUE ZEROS.
       77  WS-TOTAL-EDT        PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-QT-VALOR-ALTO    PIC 9(04)           VALUE ZEROS.
       77  WS-QT-FRACIONADO    PIC 9(04)           VALUE ZEROS.
       77  WS-QT-PASSAGEM      PIC 9(04)           VALUE ZEROS.
       77  WS-QT-DORMENTE      PIC 9(04)           VALUE ZEROS.

      *--> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA     PIC X(10)           VALUE "CASOSPLD".
       77  WS-SPO-ARQUIVO      PIC X(60)
                               VALUE "C:\teste\pldcomunicados.txt".
       77  WS-SPO-LINHAS       PIC 9(06)           VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 0050-CONFERIR-SUPERVISOR.
           IF WS-SUP-OK NOT EQUAL "S"
               DISPLAY "ACESSO RESTRITO A SUPERVISOR"
               STOP RUN
           END-IF.
           PERFORM 0100-CARREGAR-CASOS.
           PERFORM 0200-PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           STOP RUN.
      ******************************************************************
      *--> MESMA CONFERENCIA DO CANCELAMENTO DE VENDA DO CAIXA-MERCADO
       0050-CONFERIR-SUPERVISOR SECTION.
       0051-CONFERIR-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK.
           DISPLAY "LOGIN DO SUPERVISOR: ".
           ACCEPT WS-SUP-LOGIN.
           DISPLAY "SENHA DO SUPERVISOR: ".
           ACCEPT WS-SUP-SENHA.
           MOVE FUNCTION UPPER-CASE(WS-SUP-LOGIN) TO WS-SUP-LOGIN.

      *--> MESMO HASH DO SIGN-ON DO MAIN (SOMA PONDERADA, MODULO
      *    PRIMO): OS DOIS CALCULOS PRECISAM ANDAR JUNTOS
           MOVE ZEROS TO WS-SUP-HASH.
           PERFORM VARYING WS-IDX-HASH FROM 1 BY 1
                   UNTIL WS-IDX-HASH GREATER THAN 10
               COMPUTE WS-SUP-HASH =
                   FUNCTION MOD(WS-SUP-HASH * 31
                       + FUNCTION ORD(WS-SUP-SENHA(WS-IDX-HASH:1))
                       * WS-IDX-HASH, 999999937)
           END-PERFORM.
           MOVE SPACES TO WS-SUP-SENHA.

           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT EQUAL "00"
               DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL"
               EXIT SECTION
           END-IF.
           MOVE WS-SUP-LOGIN TO OPE-LOGIN.
           READ OPERADORES
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-OPERADORES EQUAL "00"
                   AND OPE-PERFIL EQUAL "S"
                   AND OPE-STATUS EQUAL "A"
                   AND OPE-SENHA-HASH EQUAL WS-SUP-HASH
               MOVE "S" TO WS-SUP-OK
           END-IF.
           CLOSE OPERADORES.
       0050-CONFERIR-SUPERVISOR-FIM. EXIT.
      ******************************************************************
       0100-CARREGAR-CASOS     SECTION.
       0101-CARREGAR-CASOS.
           MOVE ZEROS TO WS-QTD-CASOS.
           OPEN INPUT CASOS.
           IF FS-CASOS NOT EQUAL "00"
               DISPLAY "NENHUM CASO REGISTRADO (CASOSPLD.TXT)"
               EXIT SECTION
           END-IF.
           READ CASOS.
           PERFORM UNTIL FS-CASOS NOT EQUAL "00"
               IF REG-CASO(1:6) IS NUMERIC
                   IF WS-QTD-CASOS LESS THAN 3000
                       ADD 1 TO WS-QTD-CASOS
                       PERFORM 0110-DESMONTAR-CASO
                   ELSE
                       DISPLAY "TABELA DE CASOS CHEIA - CASO "
                               REG-CASO(1:6) " NAO CARREGADO"
                   END-IF
               END-IF
               READ CASOS
           END-PERFORM.
           CLOSE CASOS.
       0100-CARREGAR-CASOS-FIM. EXIT.
      ******************************************************************
       0110-DESMONTAR-CASO     SECTION.
       0111-DESMONTAR-CASO.
           MOVE SPACES TO WS-LIN-NUMERO WS-LIN-DATA WS-LIN-CPF
                          WS-LIN-QTD WS-LIN-DT-DECISAO.
           MOVE ZEROS  TO WS-LIN-VALOR-X.
           MOVE SPACES TO WS-CAS-NIVEL(WS-QTD-CASOS)
                          WS-CAS-CONTA(WS-QTD-CASOS)
                          WS-CAS-TIPO(WS-QTD-CASOS)
                          WS-CAS-SITUACAO(WS-QTD-CASOS)
                          WS-CAS-SUPERVISOR(WS-QTD-CASOS)
                          WS-CAS-PARECER(WS-QTD-CASOS).
           UNSTRING REG-CASO DELIMITED BY ";"
               INTO WS-LIN-NUMERO
                    WS-LIN-DATA
                    WS-CAS-NIVEL(WS-QTD-CASOS)
                    WS-CAS-CONTA(WS-QTD-CASOS)
                    WS-LIN-CPF
                    WS-CAS-TIPO(WS-QTD-CASOS)
                    WS-LIN-VALOR-X
                    WS-LIN-QTD
                    WS-CAS-SITUACAO(WS-QTD-CASOS)
                    WS-LIN-DT-DECISAO
                    WS-CAS-SUPERVISOR(WS-QTD-CASOS)
                    WS-CAS-PARECER(WS-QTD-CASOS)
           END-UNSTRING.
           MOVE WS-LIN-NUMERO TO WS-CAS-NUMERO(WS-QTD-CASOS).
           MOVE ZEROS TO WS-CAS-DATA(WS-QTD-CASOS)
                         WS-CAS-CPF(WS-QTD-CASOS)
                         WS-CAS-VALOR(WS-QTD-CASOS)
                         WS-CAS-QTD(WS-QTD-CASOS)
                         WS-CAS-DT-DECISAO(WS-QTD-CASOS).
           IF WS-LIN-DATA IS NUMERIC
               MOVE WS-LIN-DATA TO WS-CAS-DATA(WS-QTD-CASOS)
           END-IF.
           IF WS-LIN-CPF IS NUMERIC
               MOVE WS-LIN-CPF TO WS-CAS-CPF(WS-QTD-CASOS)
           END-IF.
           IF WS-LIN-VALOR-X IS NUMERIC
               MOVE WS-LIN-VALOR TO WS-CAS-VALOR(WS-QTD-CASOS)
           END-IF.
           IF WS-LIN-QTD IS NUMERIC
               MOVE WS-LIN-QTD TO WS-CAS-QTD(WS-QTD-CASOS)
           END-IF.
           IF WS-LIN-DT-DECISAO IS NUMERIC
               MOVE WS-LIN-DT-DECISAO
                               TO WS-CAS-DT-DECISAO(WS-QTD-CASOS)
           END-IF.
       0110-DESMONTAR-CASO-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           DISPLAY " ".
           DISPLAY "1-CASOS ABERTOS 2-ANALISAR CASO "
                   "3-RELATORIO MENSAL DE COMUNICADOS 9-SAIR: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0300-LISTAR-ABERTOS
               WHEN 2
                   PERFORM 0400-ANALISAR-CASO
               WHEN 3
                   PERFORM 0500-RELATORIO-MENSAL
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
       0300-LISTAR-ABERTOS     SECTION.
       0301-LISTAR-ABERTOS.
           MOVE ZEROS TO WS-QT-ABERTOS.
           DISPLAY "CASO   DATA     NIVEL CONTA      CPF         "
                   "SINAL      QTD          VALOR".
           PERFORM VARYING WS-IND-CASO FROM 1 BY 1
                   UNTIL WS-IND-CASO GREATER THAN WS-QTD-CASOS
               IF WS-CAS-SITUACAO(WS-IND-CASO) EQUAL "A"
                   ADD 1 TO WS-QT-ABERTOS
                   PERFORM 0310-DESCREVER-NIVEL
                   MOVE WS-CAS-VALOR(WS-IND-CASO) TO WS-VALOR-EDT
                   DISPLAY WS-CAS-NUMERO(WS-IND-CASO) " "
                           WS-CAS-DATA(WS-IND-CASO) " "
                           WS-NIVEL-DESC " "
                           WS-CAS-CONTA(WS-IND-CASO) " "
                           WS-CAS-CPF(WS-IND-CASO) " "
                           WS-CAS-TIPO(WS-IND-CASO) " "
                           WS-CAS-QTD(WS-IND-CASO) " "
                           WS-VALOR-EDT
               END-IF
           END-PERFORM.
           DISPLAY "CASOS ABERTOS: " WS-QT-ABERTOS.
       0300-LISTAR-ABERTOS-FIM. EXIT.
      ******************************************************************
       0310-DESCREVER-NIVEL    SECTION.
       0311-DESCREVER-NIVEL.
           IF WS-CAS-NIVEL(WS-IND-CASO) EQUAL "P"
               MOVE "CPF"   TO WS-NIVEL-DESC
           ELSE
               MOVE "CONTA" TO WS-NIVEL-DESC
           END-IF.
           EVALUATE WS-CAS-SITUACAO(WS-IND-CASO)
               WHEN "A"
                   MOVE "ABERTO"     TO WS-SITUACAO-DESC
               WHEN "N"
                   MOVE "ANALISADO"  TO WS-SITUACAO-DESC
               WHEN "C"
                   MOVE "COMUNICADO" TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE "?"          TO WS-SITUACAO-DESC
           END-EVALUATE.
       0310-DESCREVER-NIVEL-FIM. EXIT.
      ******************************************************************
      *--> SO CASO ABERTO RECEBE DECISAO; A DECISAO E DEFINITIVA
       0400-ANALISAR-CASO      SECTION.
       0401-ANALISAR-CASO.
           DISPLAY "NUMERO DO CASO: ".
           ACCEPT WS-NUMERO-ENT.
           MOVE ZEROS TO WS-CASO-ACHADO.
           PERFORM VARYING WS-IND-CASO FROM 1 BY 1
                   UNTIL WS-IND-CASO GREATER THAN WS-QTD-CASOS
               IF WS-CAS-NUMERO(WS-IND-CASO) EQUAL WS-NUMERO-ENT
                   MOVE WS-IND-CASO TO WS-CASO-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CASO-ACHADO EQUAL ZEROS
               DISPLAY "CASO NAO ENCONTRADO"
               EXIT SECTION
           END-IF.

           MOVE WS-CASO-ACHADO TO WS-IND-CASO.
           PERFORM 0310-DESCREVER-NIVEL.
           MOVE WS-CAS-VALOR(WS-IND-CASO) TO WS-VALOR-EDT.
           DISPLAY "CASO.......: " WS-CAS-NUMERO(WS-IND-CASO)
                   " DE " WS-CAS-DATA(WS-IND-CASO).
           DISPLAY "NIVEL......: " WS-NIVEL-DESC
                   "  CONTA " WS-CAS-CONTA(WS-IND-CASO)
                   "  CPF " WS-CAS-CPF(WS-IND-CASO).
           DISPLAY "SINAL......: " WS-CAS-TIPO(WS-IND-CASO)
                   "  LANCAMENTOS " WS-CAS-QTD(WS-IND-CASO)
                   "  VALOR " WS-VALOR-EDT.
           DISPLAY "SITUACAO...: " WS-SITUACAO-DESC.
           IF WS-CAS-SITUACAO(WS-IND-CASO) NOT EQUAL "A"
               DISPLAY "DECIDIDO EM " WS-CAS-DT-DECISAO(WS-IND-CASO)
                       " POR " WS-CAS-SUPERVISOR(WS-IND-CASO)
               DISPLAY "PARECER....: " WS-CAS-PARECER(WS-IND-CASO)
               DISPLAY "CASO JA ANALISADO - SEM NOVA DECISAO"
               EXIT SECTION
           END-IF.

           DISPLAY "DECISAO (N=ANALISADO/ARQUIVAR, C=COMUNICAR AO "
                   "REGULADOR, VAZIO=VOLTAR): ".
           MOVE SPACES TO WS-DECISAO.
           ACCEPT WS-DECISAO.
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO.
           IF WS-DECISAO NOT EQUAL "N" AND WS-DECISAO NOT EQUAL "C"
               DISPLAY "CASO CONTINUA ABERTO"
               EXIT SECTION
           END-IF.

           DISPLAY "PARECER (ATE 40 POSICOES): ".
           MOVE SPACES TO WS-PARECER.
           ACCEPT WS-PARECER.
           IF WS-PARECER EQUAL SPACES
               DISPLAY "PARECER OBRIGATORIO - CASO CONTINUA ABERTO"
               EXIT SECTION
           END-IF.
      *--> O ";" SEPARA OS CAMPOS DO ARQUIVO
           INSPECT WS-PARECER REPLACING ALL ";" BY ",".

           DISPLAY "CONFIRMA A DECISAO (S/N)? ".
           ACCEPT WS-TECLA.
           IF FUNCTION UPPER-CASE(WS-TECLA) NOT EQUAL "S"
               DISPLAY "CASO CONTINUA ABERTO"
               EXIT SECTION
           END-IF.

           MOVE WS-DECISAO   TO WS-CAS-SITUACAO(WS-IND-CASO).
           MOVE WS-DATA-HOJE TO WS-CAS-DT-DECISAO(WS-IND-CASO).
           MOVE WS-SUP-LOGIN TO WS-CAS-SUPERVISOR(WS-IND-CASO).
           MOVE WS-PARECER   TO WS-CAS-PARECER(WS-IND-CASO).
           PERFORM 0900-REGRAVAR-CASOS.
           DISPLAY "DECISAO REGISTRADA".
       0400-ANALISAR-CASO-FIM. EXIT.
      ******************************************************************
      *--> CASOS COMUNICADOS AO REGULADOR NO MES, PELA DATA DA DECISAO
       0500-RELATORIO-MENSAL   SECTION.
       0501-RELATORIO-MENSAL.
           DISPLAY "MES DE REFERENCIA (AAAAMM, VAZIO = MES ANTERIOR): ".
           MOVE SPACES TO WS-ANOMES-ENT.
           ACCEPT WS-ANOMES-ENT.
           IF WS-ANOMES-ENT IS NUMERIC
               MOVE WS-ANOMES-ENT TO WS-ANOMES
           ELSE
               MOVE WS-DATA-HOJE(1:4) TO WS-ANO-AUX
               MOVE WS-DATA-HOJE(5:2) TO WS-MES-AUX
               IF WS-MES-AUX EQUAL 1
                   MOVE 12 TO WS-MES-AUX
                   SUBTRACT 1 FROM WS-ANO-AUX
               ELSE
                   SUBTRACT 1 FROM WS-MES-AUX
               END-IF
               COMPUTE WS-ANOMES = WS-ANO-AUX * 100 + WS-MES-AUX
           END-IF.

           MOVE ZEROS TO WS-QT-COMUNICADOS WS-TOT-COMUNICADO
                         WS-QT-VALOR-ALTO WS-QT-FRACIONADO
                         WS-QT-PASSAGEM WS-QT-DORMENTE WS-SPO-LINHAS.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CASOS DE PLD COMUNICADOS AO REGULADOR - MES "
                  WS-ANOMES
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CASO   ALERTA   NIVEL CONTA      CPF         "
                  "SINAL      QTD          VALOR DECISAO  SUPERVISOR"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM VARYING WS-IND-CASO FROM 1 BY 1
                   UNTIL WS-IND-CASO GREATER THAN WS-QTD-CASOS
               IF WS-CAS-SITUACAO(WS-IND-CASO) EQUAL "C"
                  AND WS-CAS-DT-DECISAO(WS-IND-CASO)(1:6)
                          EQUAL WS-ANOMES
                   PERFORM 0510-LINHA-COMUNICADO
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO REG-RELATORIO(1:96).
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE WS-TOT-COMUNICADO TO WS-TOTAL-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "COMUNICADOS=" WS-QT-COMUNICADOS
                  " VALOR TOTAL=" WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE SPACES TO REG-RELATORIO.
           STRING "VALOR-ALTO=" WS-QT-VALOR-ALTO
                  " FRACIONADO=" WS-QT-FRACIONADO
                  " PASSAGEM=" WS-QT-PASSAGEM
                  " DORMENTE=" WS-QT-DORMENTE
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           CLOSE RELATORIO.
           CALL "SPOOLCTL" USING WS-SPO-PROGRAMA WS-SPO-ARQUIVO
                                 WS-SPO-LINHAS WS-SUP-LOGIN.
       0500-RELATORIO-MENSAL-FIM. EXIT.
      ******************************************************************
       0510-LINHA-COMUNICADO   SECTION.
       0511-LINHA-COMUNICADO.
           ADD 1 TO WS-QT-COMUNICADOS.
           ADD WS-CAS-VALOR(WS-IND-CASO) TO WS-TOT-COMUNICADO.
           EVALUATE WS-CAS-TIPO(WS-IND-CASO)
               WHEN "VALOR-ALTO"
                   ADD 1 TO WS-QT-VALOR-ALTO
               WHEN "FRACIONADO"
                   ADD 1 TO WS-QT-FRACIONADO
               WHEN "PASSAGEM"
                   ADD 1 TO WS-QT-PASSAGEM
               WHEN OTHER
                   ADD 1 TO WS-QT-DORMENTE
           END-EVALUATE.
           PERFORM 0310-DESCREVER-NIVEL.
           MOVE WS-CAS-VALOR(WS-IND-CASO) TO WS-VALOR-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING WS-CAS-NUMERO(WS-IND-CASO) " "
                  WS-CAS-DATA(WS-IND-CASO) " "
                  WS-NIVEL-DESC " "
                  WS-CAS-CONTA(WS-IND-CASO) " "
                  WS-CAS-CPF(WS-IND-CASO) " "
                  WS-CAS-TIPO(WS-IND-CASO) " "
                  WS-CAS-QTD(WS-IND-CASO) " "
                  WS-VALOR-EDT " "
                  WS-CAS-DT-DECISAO(WS-IND-CASO) " "
                  WS-CAS-SUPERVISOR(WS-IND-CASO)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE SPACES TO REG-RELATORIO.
           STRING "       PARECER: " WS-CAS-PARECER(WS-IND-CASO)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
       0510-LINHA-COMUNICADO-FIM. EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           ADD 1 TO WS-SPO-LINHAS.
       0590-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       0900-REGRAVAR-CASOS     SECTION.
       0901-REGRAVAR-CASOS.
           OPEN OUTPUT CASOS.
           PERFORM VARYING WS-IND-CASO FROM 1 BY 1
                   UNTIL WS-IND-CASO GREATER THAN WS-QTD-CASOS
               MOVE WS-CAS-VALOR(WS-IND-CASO) TO WS-LIN-VALOR
               MOVE SPACES TO REG-CASO
               STRING WS-CAS-NUMERO(WS-IND-CASO)     ";"
                      WS-CAS-DATA(WS-IND-CASO)       ";"
                      WS-CAS-NIVEL(WS-IND-CASO)      ";"
                      WS-CAS-CONTA(WS-IND-CASO)      ";"
                      WS-CAS-CPF(WS-IND-CASO)        ";"
                      WS-CAS-TIPO(WS-IND-CASO)       ";"
                      WS-LIN-VALOR-X                 ";"
                      WS-CAS-QTD(WS-IND-CASO)        ";"
                      WS-CAS-SITUACAO(WS-IND-CASO)   ";"
                      WS-CAS-DT-DECISAO(WS-IND-CASO) ";"
                      WS-CAS-SUPERVISOR(WS-IND-CASO) ";"
                      WS-CAS-PARECER(WS-IND-CASO)
                   DELIMITED BY SIZE INTO REG-CASO
               END-STRING
               WRITE REG-CASO
           END-PERFORM.
           CLOSE CASOS.
       0900-REGRAVAR-CASOS-FIM. EXIT.
      ******************************************************************
       END PROGRAM CASOS-PLD.
