      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Arquivamento anual do historico de vendas e do extrato
      *          histvendas.txt (CONSOLIDA-VENDAS) e extrato.txt (todo
      *          o sistema de contas) so cresciam. Na virada do ano
      *          este lote fecha o ano encerrado (ANUAL_ANO, vazio =
      *          ano anterior) do arquivo pedido em ARQUIVA_ARQUIVO
      *          (HISTVENDAS ou EXTRATO): as linhas do ano vao para
      *          <arquivo>_<AAAA>.txt com o trailer de controle
      *          ("*** FECHAMENTO AAAA LINHAS=n ***", como a ROTACAO) e
      *          saem do arquivo vivo -- menos as dos ultimos meses do
      *          ano (ARQUIVA_MESES_VIVOS, padrao 6), que continuam
      *          no vivo porque a dormencia, o PLD, o cadastro positivo
      *          e o resumo de tributos de dezembro ainda olham para
      *          tras. Linha de ano anterior ao encerrado (a sobra que
      *          ficou viva na virada passada e ja esta no arquivo
      *          daquele ano) sai do vivo. Data da linha: posicoes 1-8
      *          no histvendas, ficha DATA= no extrato; linha sem data
      *          fica. O vivo e reescrito a partir de uma copia de
      *          trabalho (<arquivo>.trb), entao nada se perde se a
      *          rodada cair no meio; se o arquivo do ano ja existe com
      *          o trailer, ele nao e refeito (reinicio da cadeia).
      *          Resumo em arquivaano.txt (acrescentado a cada rodada).
      *          COBRANCAS (cobrancas.txt do MENSALIDADES): saem so as
      *          cobrancas quitadas (SIT P) do ano encerrado ou de
      *          antes, pelo mes da cobranca; as em aberto ficam vivas
      *          de qualquer ano, ate serem pagas. Nao ha meses vivos;
      *          com o arquivo do ano ja fechado nada mais sai.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. ARQUIVA-ANO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT VIVO ASSIGN TO WS-VIVO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-VIVO.

           SELECT TRABALHO ASSIGN TO WS-TRABALHO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-TRABALHO.

           SELECT ARQUIVO-ANO ASSIGN TO WS-ANO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ARQUIVO-ANO.

           SELECT RELATORIO ASSIGN TO "C:\teste\arquivaano.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  VIVO.
       01  REG-VIVO                    PIC X(200).
      *
       FD  TRABALHO.
       01  REG-TRABALHO                PIC X(200).
      *
       FD  ARQUIVO-ANO.
       01  REG-ARQUIVO-ANO             PIC X(200).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-VIVO             PIC X(02)           VALUE SPACES.
       77  FS-TRABALHO         PIC X(02)           VALUE SPACES.
       77  FS-ARQUIVO-ANO      PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.
       01  WS-VIVO-PATH        PIC X(60)           VALUE SPACES.
       01  WS-TRABALHO-PATH    PIC X(60)           VALUE SPACES.
       01  WS-ANO-PATH         PIC X(60)           VALUE SPACES.

      *--> QUAL ARQUIVO, QUAL ANO E QUANTOS MESES FICAM VIVOS
       77  WS-ARQUIVO          PIC X(10)           VALUE SPACES.
           88 WS-ARQ-HISTVENDAS                    VALUE "HISTVENDAS".
           88 WS-ARQ-EXTRATO                       VALUE "EXTRATO".
           88 WS-ARQ-COBRANCAS                     VALUE "COBRANCAS".
       77  WS-NOME-BASE        PIC X(10)           VALUE SPACES.
       77  WS-ANO-ENT          PIC X(04)           VALUE SPACES.
       77  WS-ANO-FECHADO      PIC 9(04)           VALUE ZEROS.
       77  WS-MESES-ENT        PIC X(02)           VALUE SPACES.
       77  WS-MESES-VIVOS      PIC 9(02)           VALUE 6.
       01  WS-DATA-CORTE       PIC 9(08)           VALUE ZEROS.
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05 WS-CORTE-ANO     PIC 9(04).
           05 WS-CORTE-MES     PIC 9(02).
           05 WS-CORTE-DIA     PIC 9(02).

      *--> DATA DA LINHA (NA COBRANCA, O MES + DIA 01) E SITUACAO
      *    DA COBRANCA (ALUNO;AAAAMM;TURMA;VENC;BRUTO;DESC;VALOR;PAGO;
      *    DATA-PAGTO;SIT)
       77  WS-DATA-LINHA       PIC X(08)           VALUE SPACES.
       77  WS-COB-ALUNO        PIC X(10)           VALUE SPACES.
       77  WS-COB-MES          PIC X(06)           VALUE SPACES.
       77  WS-COB-SIT          PIC X(01)           VALUE SPACES.
       77  WS-COB-DESCARTE     PIC X(08)           VALUE SPACES.
       77  WS-IND-TOK          PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-TOKENS.
           05 WS-TOKEN         PIC X(30)           OCCURS 12 TIMES.

      *--> CONTROLE
       77  WS-ANO-PRONTO       PIC X(01)           VALUE "N".
       77  WS-ULTIMA-LINHA     PIC X(200)          VALUE SPACES.
       77  WS-QT-LIDAS         PIC 9(07)           VALUE ZEROS.
       77  WS-QT-ARQUIVADAS    PIC 9(07)           VALUE ZEROS.
       77  WS-QT-VIVAS-ANO     PIC 9(07)           VALUE ZEROS.
       77  WS-QT-SOBRA-ANT     PIC 9(07)           VALUE ZEROS.
       77  WS-QT-MANTIDAS      PIC 9(07)           VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           IF WS-NOME-BASE EQUAL SPACES
               GOBACK
           END-IF.

           PERFORM 0200-SEPARAR-LINHAS.
           IF FS-TRABALHO NOT EQUAL "00"
               DISPLAY "COPIA DE TRABALHO NAO GRAVADA - "
                       WS-VIVO-PATH " NAO FOI ALTERADO"
               GOBACK
           END-IF.
           PERFORM 0300-REGRAVAR-VIVO.
           PERFORM 0500-RELATORIO.
           GOBACK.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           MOVE ZEROS TO WS-QT-LIDAS WS-QT-ARQUIVADAS WS-QT-VIVAS-ANO
                         WS-QT-SOBRA-ANT WS-QT-MANTIDAS.
           MOVE "N" TO WS-ANO-PRONTO.
           MOVE SPACES TO WS-NOME-BASE.

           ACCEPT WS-ARQUIVO FROM ENVIRONMENT "ARQUIVA_ARQUIVO".
           EVALUATE TRUE
               WHEN WS-ARQ-HISTVENDAS
                   MOVE "histvendas" TO WS-NOME-BASE
               WHEN WS-ARQ-EXTRATO
                   MOVE "extrato"    TO WS-NOME-BASE
               WHEN WS-ARQ-COBRANCAS
                   MOVE "cobrancas"  TO WS-NOME-BASE
               WHEN OTHER
                   DISPLAY "ARQUIVA_ARQUIVO INVALIDO (HISTVENDAS, "
                           "EXTRATO OU COBRANCAS): " WS-ARQUIVO
                   EXIT SECTION
           END-EVALUATE.

           ACCEPT WS-ANO-ENT FROM ENVIRONMENT "ANUAL_ANO".
           IF WS-ANO-ENT IS NUMERIC
               MOVE WS-ANO-ENT TO WS-ANO-FECHADO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-FECHADO
               SUBTRACT 1 FROM WS-ANO-FECHADO
           END-IF.

           MOVE 6 TO WS-MESES-VIVOS.
           ACCEPT WS-MESES-ENT FROM ENVIRONMENT "ARQUIVA_MESES_VIVOS".
           IF WS-MESES-ENT IS NUMERIC
              AND WS-MESES-ENT NOT GREATER THAN "12"
               MOVE WS-MESES-ENT TO WS-MESES-VIVOS
           END-IF.

      *--> CORTE: 1o DIA DO PRIMEIRO MES QUE FICA VIVO (COM 6 MESES,
      *    01/07 DO ANO ENCERRADO; COM 0, 01/01 DO ANO NOVO)
           MOVE WS-ANO-FECHADO TO WS-CORTE-ANO.
           COMPUTE WS-CORTE-MES = 13 - WS-MESES-VIVOS.
           MOVE 01 TO WS-CORTE-DIA.
           IF WS-MESES-VIVOS EQUAL ZEROS
               ADD 1 TO WS-CORTE-ANO
               MOVE 01 TO WS-CORTE-MES
           END-IF.
           IF WS-ARQ-COBRANCAS
               MOVE ZEROS TO WS-MESES-VIVOS
               COMPUTE WS-CORTE-ANO = WS-ANO-FECHADO + 1
               MOVE 01 TO WS-CORTE-MES
           END-IF.

           MOVE SPACES TO WS-VIVO-PATH WS-TRABALHO-PATH WS-ANO-PATH.
           STRING "C:\teste\" FUNCTION TRIM(WS-NOME-BASE) ".txt"
               DELIMITED BY SIZE INTO WS-VIVO-PATH
           END-STRING.
           STRING "C:\teste\" FUNCTION TRIM(WS-NOME-BASE) ".trb"
               DELIMITED BY SIZE INTO WS-TRABALHO-PATH
           END-STRING.
           STRING "C:\teste\" FUNCTION TRIM(WS-NOME-BASE) "_"
                  WS-ANO-FECHADO ".txt"
               DELIMITED BY SIZE INTO WS-ANO-PATH
           END-STRING.

      *--> ARQUIVO DO ANO JA FECHADO (TRAILER NA ULTIMA LINHA) NAO E
      *    REFEITO: O VIVO PODE JA ESTAR SEM AS LINHAS DO ANO
           OPEN INPUT ARQUIVO-ANO.
           IF FS-ARQUIVO-ANO EQUAL "00"
               MOVE SPACES TO WS-ULTIMA-LINHA
               READ ARQUIVO-ANO
               PERFORM UNTIL FS-ARQUIVO-ANO NOT EQUAL "00"
                   MOVE REG-ARQUIVO-ANO TO WS-ULTIMA-LINHA
                   READ ARQUIVO-ANO
               END-PERFORM
               CLOSE ARQUIVO-ANO
               IF WS-ULTIMA-LINHA(1:15) EQUAL "*** FECHAMENTO "
                   MOVE "S" TO WS-ANO-PRONTO
               END-IF
           END-IF.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
      *--> PRIMEIRA PASSADA: O QUE FICA VIVO VAI PARA A COPIA DE
      *    TRABALHO, O QUE E DO ANO VAI PARA O ARQUIVO DO ANO
       0200-SEPARAR-LINHAS     SECTION.
       0201-SEPARAR-LINHAS.
           OPEN INPUT VIVO.
           IF FS-VIVO NOT EQUAL "00"
               DISPLAY FUNCTION TRIM(WS-VIVO-PATH)
                       " INDISPONIVEL: " FS-VIVO
               MOVE FS-VIVO TO FS-TRABALHO
               EXIT SECTION
           END-IF.
           OPEN OUTPUT TRABALHO.
           IF FS-TRABALHO NOT EQUAL "00"
               CLOSE VIVO
               EXIT SECTION
           END-IF.
           IF WS-ANO-PRONTO EQUAL "N"
               OPEN OUTPUT ARQUIVO-ANO
           END-IF.

           READ VIVO.
           PERFORM UNTIL FS-VIVO NOT EQUAL "00"
               ADD 1 TO WS-QT-LIDAS
               PERFORM 0210-DATA-DA-LINHA
               EVALUATE TRUE
                   WHEN WS-DATA-LINHA IS NOT NUMERIC
                       WRITE REG-TRABALHO FROM REG-VIVO
                       ADD 1 TO WS-QT-MANTIDAS
      *--> COBRANCA EM ABERTO FICA VIVA; QUITADA ATE O ANO ENCERRADO
      *    VAI TODA PARA O ARQUIVO DO ANO. COM O ARQUIVO DO ANO JA
      *    FECHADO ELA FICA VIVA (PODE TER SIDO PAGA DEPOIS DELE)
                   WHEN WS-ARQ-COBRANCAS
                        AND (WS-COB-SIT NOT EQUAL "P"
                             OR WS-DATA-LINHA(1:4) GREATER THAN
                                                   WS-ANO-FECHADO
                             OR WS-ANO-PRONTO EQUAL "S")
                       WRITE REG-TRABALHO FROM REG-VIVO
                       ADD 1 TO WS-QT-MANTIDAS
                   WHEN WS-ARQ-COBRANCAS
                       WRITE REG-ARQUIVO-ANO FROM REG-VIVO
                       ADD 1 TO WS-QT-ARQUIVADAS
                       IF WS-DATA-LINHA(1:4) LESS THAN WS-ANO-FECHADO
                           ADD 1 TO WS-QT-SOBRA-ANT
                       END-IF
                   WHEN WS-DATA-LINHA(1:4) LESS THAN WS-ANO-FECHADO
                       ADD 1 TO WS-QT-SOBRA-ANT
                   WHEN WS-DATA-LINHA(1:4) EQUAL WS-ANO-FECHADO
                       IF WS-ANO-PRONTO EQUAL "N"
                           WRITE REG-ARQUIVO-ANO FROM REG-VIVO
                           ADD 1 TO WS-QT-ARQUIVADAS
                       END-IF
                       IF WS-DATA-LINHA NOT LESS THAN WS-DATA-CORTE
                           WRITE REG-TRABALHO FROM REG-VIVO
                           ADD 1 TO WS-QT-VIVAS-ANO
                       END-IF
                   WHEN OTHER
                       WRITE REG-TRABALHO FROM REG-VIVO
                       ADD 1 TO WS-QT-MANTIDAS
               END-EVALUATE
               READ VIVO
           END-PERFORM.
           CLOSE VIVO TRABALHO.

           IF WS-ANO-PRONTO EQUAL "N"
               MOVE SPACES TO REG-ARQUIVO-ANO
               STRING "*** FECHAMENTO " WS-ANO-FECHADO
                      " LINHAS=" WS-QT-ARQUIVADAS " ***"
                   DELIMITED BY SIZE INTO REG-ARQUIVO-ANO
               END-STRING
               WRITE REG-ARQUIVO-ANO
               CLOSE ARQUIVO-ANO
           END-IF.
       0200-SEPARAR-LINHAS-FIM. EXIT.
      ******************************************************************
      *--> HISTVENDAS: DATA;CODIGO;... EXTRATO: FICHA DATA=AAAAMMDD,
      *    MESMA DESMONTAGEM DA EXPORTACAO CONTABIL
       0210-DATA-DA-LINHA      SECTION.
       0211-DATA-DA-LINHA.
           MOVE SPACES TO WS-DATA-LINHA.
           IF WS-ARQ-HISTVENDAS
               MOVE REG-VIVO(1:8) TO WS-DATA-LINHA
               EXIT SECTION
           END-IF.
           IF WS-ARQ-COBRANCAS
               MOVE SPACES TO WS-COB-ALUNO WS-COB-MES WS-COB-SIT
               UNSTRING REG-VIVO DELIMITED BY ";"
                   INTO WS-COB-ALUNO WS-COB-MES WS-COB-DESCARTE
                        WS-COB-DESCARTE WS-COB-DESCARTE
                        WS-COB-DESCARTE WS-COB-DESCARTE
                        WS-COB-DESCARTE WS-COB-DESCARTE WS-COB-SIT
               END-UNSTRING
               IF WS-COB-MES IS NUMERIC
                   STRING WS-COB-MES "01"
                       DELIMITED BY SIZE INTO WS-DATA-LINHA
                   END-STRING
               END-IF
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-TAB-TOKENS.
           UNSTRING REG-VIVO DELIMITED BY ALL " "
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                    WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11)
                    WS-TOKEN(12)
           END-UNSTRING.
           PERFORM VARYING WS-IND-TOK FROM 1 BY 1
                   UNTIL WS-IND-TOK GREATER THAN 12
                      OR WS-DATA-LINHA NOT EQUAL SPACES
               IF WS-TOKEN(WS-IND-TOK)(1:5) EQUAL "DATA="
                   MOVE WS-TOKEN(WS-IND-TOK)(6:8) TO WS-DATA-LINHA
               END-IF
           END-PERFORM.
       0210-DATA-DA-LINHA-FIM. EXIT.
      ******************************************************************
      *--> SEGUNDA PASSADA: A COPIA DE TRABALHO VOLTA PARA O VIVO
       0300-REGRAVAR-VIVO      SECTION.
       0301-REGRAVAR-VIVO.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT VIVO.
           IF FS-VIVO NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR " FUNCTION TRIM(WS-VIVO-PATH)
                       ": " FS-VIVO " - COPIA EM "
                       FUNCTION TRIM(WS-TRABALHO-PATH)
               CLOSE TRABALHO
               EXIT SECTION
           END-IF.
           READ TRABALHO.
           PERFORM UNTIL FS-TRABALHO NOT EQUAL "00"
               WRITE REG-VIVO FROM REG-TRABALHO
               READ TRABALHO
           END-PERFORM.
           CLOSE TRABALHO VIVO.

      *--> A COPIA DE TRABALHO FICA VAZIA ATE A PROXIMA RODADA
           OPEN OUTPUT TRABALHO.
           CLOSE TRABALHO.
       0300-REGRAVAR-VIVO-FIM. EXIT.
      ******************************************************************
       0500-RELATORIO          SECTION.
       0501-RELATORIO.
           OPEN EXTEND RELATORIO.
           IF FS-RELATORIO EQUAL "35"
               OPEN OUTPUT RELATORIO
               CLOSE RELATORIO
               OPEN EXTEND RELATORIO
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING "ARQUIVAMENTO " FUNCTION TRIM(WS-NOME-BASE)
                  " - ANO " WS-ANO-FECHADO
                  " - RODADA " FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           IF WS-ANO-PRONTO EQUAL "S"
               STRING "ARQUIVO DO ANO JA FECHADO (MANTIDO): "
                      WS-ANO-PATH
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
           ELSE
               STRING "ARQUIVO DO ANO: " WS-ANO-PATH
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
           END-IF.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "LINHAS LIDAS DO VIVO..............: " WS-QT-LIDAS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "LINHAS DO ANO ARQUIVADAS..........: "
                  WS-QT-ARQUIVADAS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "DO ANO MANTIDAS VIVAS A PARTIR DE "
                  WS-DATA-CORTE ": " WS-QT-VIVAS-ANO
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "SOBRA DE ANOS ANTERIORES RETIRADA.: "
                  WS-QT-SOBRA-ANT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "OUTRAS LINHAS MANTIDAS............: "
                  WS-QT-MANTIDAS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           CLOSE RELATORIO.
       0500-RELATORIO-FIM.     EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
       0590-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       END PROGRAM ARQUIVA-ANO.
