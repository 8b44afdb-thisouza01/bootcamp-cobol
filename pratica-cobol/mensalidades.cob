      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Mensalidades dos alunos matriculados e inadimplencia
      *          A cobranca era feita num caderno separado do
      *          matriculas.txt. Este programa gera as cobrancas do
      *          mes (AAAAMM, vazio = mes corrente) a partir do
      *          matriculas.txt: aluno ativo paga a mensalidade cheia
      *          da turma; aluno transferido para fora ou desligado
      *          (status T/D) no proprio mes paga pro-rata, do dia 1 ate
      *          a data do status. Valor e dia de vencimento por turma
      *          no mensturmas.txt (TURMA;VALOR 9999,99;DIA); desconto
      *          de irmao (I) ou bolsa (B) no mensdesc.txt
      *          (ALUNO;TIPO;PERCENTUAL 999) -- os descontos nao se
      *          somam, vale o maior. As cobrancas ficam no
      *          cobrancas.txt (ALUNO;AAAAMM;TURMA;VENCIMENTO;BRUTO;
      *          DESCONTO;VALOR;PAGO;DATA-PAGTO;SIT A/P, valores sem
      *          edicao 9(05)V99); gerar de novo o mesmo mes refaz so
      *          as cobrancas ainda sem pagamento. O pagamento e
      *          registrado contra a cobranca (aluno e mes), parcial
      *          ou total, e o relatorio de inadimplencia lista por
      *          turma as cobrancas vencidas em aberto
      *          (inadimplencia-escola.txt; o inadimplencia.txt e o do
      *          crediario da loja, no COBRA-CRED). O lembrete ao
      *          responsavel sai na rodada do CARTAS-RISCO.
      *          Na virada do ano a cadeia ANUAL tira do cobrancas.txt
      *          as cobrancas quitadas do ano encerrado (ARQUIVA-ANO,
      *          para cobrancas_AAAA.txt); as em aberto ficam. Mes de
      *          ano ja arquivado nao e gerado de novo (cobraria outra
      *          vez quem ja pagou).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. MENSALIDADES.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT MATRICULAS ASSIGN TO "C:\teste\matriculas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MATRICULAS.

           SELECT MENSTURMAS ASSIGN TO "C:\teste\mensturmas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MENSTURMAS.

           SELECT MENSDESC ASSIGN TO "C:\teste\mensdesc.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MENSDESC.

           SELECT COBRANCAS ASSIGN TO "C:\teste\cobrancas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-COBRANCAS.

           SELECT INADIMPLENCIA ASSIGN TO
                   "C:\teste\inadimplencia-escola.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-INADIMPLENCIA.

           SELECT COBRANCAS-ANO ASSIGN TO WS-COB-ANO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-COBRANCAS-ANO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  MATRICULAS.
       01  REG-MATRICULA               PIC X(100).
      *
       FD  MENSTURMAS.
       01  REG-MENSTURMA               PIC X(40).
      *
       FD  MENSDESC.
       01  REG-MENSDESC                PIC X(40).
      *
       FD  COBRANCAS.
       01  REG-COBRANCA                PIC X(100).
      *
       FD  INADIMPLENCIA.
       01  REG-INADIMPLENCIA           PIC X(100).
      *
       FD  COBRANCAS-ANO.
       01  REG-COBRANCA-ANO            PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-MATRICULAS       PIC X(02)           VALUE SPACES.
       77  FS-MENSTURMAS       PIC X(02)           VALUE SPACES.
       77  FS-MENSDESC         PIC X(02)           VALUE SPACES.
       77  FS-COBRANCAS        PIC X(02)           VALUE SPACES.
       77  FS-INADIMPLENCIA    PIC X(02)           VALUE SPACES.
       77  FS-COBRANCAS-ANO    PIC X(02)           VALUE SPACES.
       01  WS-COB-ANO-PATH     PIC X(60)           VALUE SPACES.
       77  WS-OPCAO            PIC 9               VALUE ZEROS.
       77  WS-MUDOU            PIC X               VALUE "N".
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.

      *--> MES DA COBRANCA
       77  WS-MES-ENT          PIC X(06)           VALUE SPACES.
       77  WS-ANOMES           PIC 9(06)           VALUE ZEROS.
       77  WS-DATA-INI         PIC 9(08)           VALUE ZEROS.
       77  WS-DATA-PROX        PIC 9(08)           VALUE ZEROS.
       77  WS-DIAS-MES         PIC 9(02)           VALUE ZEROS.
       77  WS-DIAS-COBRADOS    PIC 9(02)           VALUE ZEROS.
       77  WS-DIA-VENC         PIC 9(02)           VALUE ZEROS.

      *--> MATRICULAS (MESMO LAYOUT DO MATRICULA)
       77  WS-QTD-MAT          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-MAT          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-MAT          OCCURS 300 TIMES.
           05 WS-MAT-ALUNO     PIC X(10).
           05 WS-MAT-NOME      PIC X(30).
           05 WS-MAT-TURMA     PIC X(06).
           05 WS-MAT-DATA      PIC X(08).
           05 WS-MAT-STATUS    PIC X(01).
           05 WS-MAT-RESP      PIC X(30).

      *--> VALOR DA MENSALIDADE E DIA DE VENCIMENTO POR TURMA
       77  WS-QTD-TUR          PIC 9(02)           VALUE ZEROS.
       77  WS-IND-TUR          PIC 9(02)           VALUE ZEROS.
       77  WS-TUR-ACHADO       PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-TUR          OCCURS 30 TIMES.
           05 WS-TUR-TURMA     PIC X(06).
           05 WS-TUR-VALOR     PIC 9(04)V99.
           05 WS-TUR-DIA       PIC 9(02).
       01  WS-TUR-VALOR-X      PIC X(07)           VALUE SPACES.
       01  WS-TUR-VALOR-ED REDEFINES WS-TUR-VALOR-X
                           PIC 9(04),99.
       77  WS-TUR-DIA-X        PIC X(02)           VALUE SPACES.

      *--> DESCONTOS (I = IRMAO, B = BOLSA), PERCENTUAL INTEIRO
       77  WS-QTD-DSC          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-DSC          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-DSC          OCCURS 300 TIMES.
           05 WS-DSC-ALUNO     PIC X(10).
           05 WS-DSC-TIPO      PIC X(01).
           05 WS-DSC-PERC      PIC 9(03).
       77  WS-DSC-PERC-X       PIC X(03)           VALUE SPACES.
       77  WS-PERC-APLICADO    PIC 9(03)           VALUE ZEROS.
       77  WS-TIPO-APLICADO    PIC X(01)           VALUE SPACES.

      *--> COBRANCAS EM MEMORIA: UM ANO LETIVO INTEIRO DA ESCOLA
      *    CHEIA (300 ALUNOS X 12) MAIS O ANO NOVO E OS ATRASADOS; AS
      *    QUITADAS SAEM NA VIRADA DO ANO (ARQUIVA-ANO)
       77  WS-QTD-COB          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-COB          PIC 9(04)           VALUE ZEROS.
       77  WS-COB-ACHADA       PIC 9(04)           VALUE ZEROS.
       77  WS-COB-CHEIO        PIC X               VALUE "N".
       01  WS-TAB-COB          OCCURS 8000 TIMES.
           05 WS-COB-ALUNO     PIC X(10).
           05 WS-COB-MES       PIC X(06).
           05 WS-COB-TURMA     PIC X(06).
           05 WS-COB-VENC      PIC 9(08).
           05 WS-COB-BRUTO     PIC 9(05)V99.
           05 WS-COB-DESCONTO  PIC 9(05)V99.
           05 WS-COB-VALOR     PIC 9(05)V99.
           05 WS-COB-PAGO      PIC 9(05)V99.
           05 WS-COB-DTPAGTO   PIC 9(08).
           05 WS-COB-SIT       PIC X(01).
       01  WS-LIN-VENC-X       PIC X(08)           VALUE ZEROS.
       01  WS-LIN-VENC REDEFINES WS-LIN-VENC-X
                           PIC 9(08).
       01  WS-LIN-BRUTO-X      PIC X(07)           VALUE ZEROS.
       01  WS-LIN-BRUTO REDEFINES WS-LIN-BRUTO-X
                           PIC 9(05)V99.
       01  WS-LIN-DESC-X       PIC X(07)           VALUE ZEROS.
       01  WS-LIN-DESC REDEFINES WS-LIN-DESC-X
                           PIC 9(05)V99.
       01  WS-LIN-VALOR-X      PIC X(07)           VALUE ZEROS.
       01  WS-LIN-VALOR REDEFINES WS-LIN-VALOR-X
                           PIC 9(05)V99.
       01  WS-LIN-PAGO-X       PIC X(07)           VALUE ZEROS.
       01  WS-LIN-PAGO REDEFINES WS-LIN-PAGO-X
                           PIC 9(05)V99.
       01  WS-LIN-DTPAGTO-X    PIC X(08)           VALUE ZEROS.
       01  WS-LIN-DTPAGTO REDEFINES WS-LIN-DTPAGTO-X
                           PIC 9(08).

      *--> GERACAO DO MES
       77  WS-BRUTO            PIC 9(05)V99        VALUE ZEROS.
       77  WS-DESCONTO         PIC 9(05)V99        VALUE ZEROS.
       77  WS-QT-NOVAS         PIC 9(04)           VALUE ZEROS.
       77  WS-QT-REFEITAS      PIC 9(04)           VALUE ZEROS.
       77  WS-QT-MANTIDAS      PIC 9(04)           VALUE ZEROS.
       77  WS-QT-PRORATA       PIC 9(04)           VALUE ZEROS.
       77  WS-QT-SEM-VALOR     PIC 9(04)           VALUE ZEROS.
       77  WS-TOT-MES          PIC 9(07)V99        VALUE ZEROS.

      *--> PAGAMENTO
       77  WS-ALUNO-ENT        PIC X(10)           VALUE SPACES.
       77  WS-DATA-ENT         PIC X(08)           VALUE SPACES.
       77  WS-VALOR-PAGO       PIC 9(05)V99        VALUE ZEROS.
       77  WS-SALDO            PIC 9(05)V99        VALUE ZEROS.

      *--> INADIMPLENCIA POR TURMA
       77  WS-DATA-BASE        PIC 9(08)           VALUE ZEROS.
       77  WS-DIAS-ATRASO      PIC 9(05)           VALUE ZEROS.
       77  WS-TURMA-CORRENTE   PIC X(06)           VALUE SPACES.
       77  WS-JA-LISTADA       PIC X               VALUE "N".
       77  WS-IND-AUX          PIC 9(04)           VALUE ZEROS.
       77  WS-QT-TURMA         PIC 9(04)           VALUE ZEROS.
       77  WS-TOT-TURMA        PIC 9(07)V99        VALUE ZEROS.
       77  WS-QT-GERAL         PIC 9(04)           VALUE ZEROS.
       77  WS-TOT-GERAL        PIC 9(07)V99        VALUE ZEROS.
       77  WS-NOME-ALUNO       PIC X(30)           VALUE SPACES.

      *--> EDICAO
       77  WS-VALOR-EDT        PIC ZZ.ZZ9,99.
       77  WS-VALOR2-EDT       PIC ZZ.ZZ9,99.
       77  WS-TOTAL-EDT        PIC Z.ZZZ.ZZ9,99.
       77  WS-QTD-EDT          PIC ZZZ9.
       77  WS-DIAS-EDT         PIC ZZZZ9.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 0100-CARREGAR-MATRICULAS.
           PERFORM 0110-CARREGAR-TURMAS.
           PERFORM 0120-CARREGAR-DESCONTOS.
           PERFORM 0130-CARREGAR-COBRANCAS.
      *--> ARQUIVO MAIOR QUE A TABELA NAO PODE SER REGRAVADO
           IF WS-COB-CHEIO EQUAL "S"
               DISPLAY "COBRANCAS.TXT PASSOU DE 8000 COBRANCAS - "
                       "ARQUIVE AS QUITADAS (ARQUIVA-ANO) ANTES"
               STOP RUN
           END-IF.
           DISPLAY "COBRANCAS CARREGADAS: " WS-QTD-COB.

           PERFORM 0200-PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM 0900-REGRAVAR-COBRANCAS.
           STOP RUN.
      ******************************************************************
       0100-CARREGAR-MATRICULAS SECTION.
       0101-CARREGAR-MATRICULAS.
           MOVE ZEROS TO WS-QTD-MAT.
           OPEN INPUT MATRICULAS.
           IF FS-MATRICULAS NOT EQUAL "00"
               DISPLAY "MATRICULAS.TXT INDISPONIVEL: " FS-MATRICULAS
               EXIT SECTION
           END-IF.
           READ MATRICULAS.
           PERFORM UNTIL FS-MATRICULAS NOT EQUAL "00"
                      OR WS-QTD-MAT EQUAL 300
               ADD 1 TO WS-QTD-MAT
               MOVE SPACES TO WS-TAB-MAT(WS-QTD-MAT)
               UNSTRING REG-MATRICULA DELIMITED BY ";"
                   INTO WS-MAT-ALUNO(WS-QTD-MAT)
                        WS-MAT-NOME(WS-QTD-MAT)
                        WS-MAT-TURMA(WS-QTD-MAT)
                        WS-MAT-DATA(WS-QTD-MAT)
                        WS-MAT-STATUS(WS-QTD-MAT)
                        WS-MAT-RESP(WS-QTD-MAT)
               END-UNSTRING
               READ MATRICULAS
           END-PERFORM.
           CLOSE MATRICULAS.
       0100-CARREGAR-MATRICULAS-FIM. EXIT.
      ******************************************************************
       0110-CARREGAR-TURMAS    SECTION.
       0111-CARREGAR-TURMAS.
           MOVE ZEROS TO WS-QTD-TUR.
           OPEN INPUT MENSTURMAS.
           IF FS-MENSTURMAS NOT EQUAL "00"
               DISPLAY "MENSTURMAS.TXT INDISPONIVEL - SEM VALORES POR "
                       "TURMA"
               EXIT SECTION
           END-IF.
           READ MENSTURMAS.
           PERFORM UNTIL FS-MENSTURMAS NOT EQUAL "00"
                      OR WS-QTD-TUR EQUAL 30
               ADD 1 TO WS-QTD-TUR
               MOVE SPACES TO WS-TUR-TURMA(WS-QTD-TUR)
                              WS-TUR-VALOR-X WS-TUR-DIA-X
               UNSTRING REG-MENSTURMA DELIMITED BY ";"
                   INTO WS-TUR-TURMA(WS-QTD-TUR)
                        WS-TUR-VALOR-X WS-TUR-DIA-X
               END-UNSTRING
               MOVE ZEROS TO WS-TUR-VALOR(WS-QTD-TUR)
               IF WS-TUR-VALOR-X(1:4) IS NUMERIC
                  AND WS-TUR-VALOR-X(6:2) IS NUMERIC
                   MOVE WS-TUR-VALOR-ED TO WS-TUR-VALOR(WS-QTD-TUR)
               END-IF
               IF WS-TUR-DIA-X IS NUMERIC
                  AND WS-TUR-DIA-X GREATER THAN "00"
                  AND WS-TUR-DIA-X LESS THAN "32"
                   MOVE WS-TUR-DIA-X TO WS-TUR-DIA(WS-QTD-TUR)
               ELSE
                   MOVE 10 TO WS-TUR-DIA(WS-QTD-TUR)
               END-IF
               READ MENSTURMAS
           END-PERFORM.
           CLOSE MENSTURMAS.
       0110-CARREGAR-TURMAS-FIM. EXIT.
      ******************************************************************
       0120-CARREGAR-DESCONTOS SECTION.
       0121-CARREGAR-DESCONTOS.
           MOVE ZEROS TO WS-QTD-DSC.
           OPEN INPUT MENSDESC.
           IF FS-MENSDESC NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ MENSDESC.
           PERFORM UNTIL FS-MENSDESC NOT EQUAL "00"
                      OR WS-QTD-DSC EQUAL 300
               ADD 1 TO WS-QTD-DSC
               MOVE SPACES TO WS-DSC-ALUNO(WS-QTD-DSC)
                              WS-DSC-TIPO(WS-QTD-DSC) WS-DSC-PERC-X
               UNSTRING REG-MENSDESC DELIMITED BY ";"
                   INTO WS-DSC-ALUNO(WS-QTD-DSC)
                        WS-DSC-TIPO(WS-QTD-DSC)
                        WS-DSC-PERC-X
               END-UNSTRING
               IF WS-DSC-PERC-X IS NUMERIC
                  AND WS-DSC-PERC-X NOT GREATER THAN "100"
                   MOVE WS-DSC-PERC-X TO WS-DSC-PERC(WS-QTD-DSC)
               ELSE
                   MOVE ZEROS TO WS-DSC-PERC(WS-QTD-DSC)
               END-IF
               READ MENSDESC
           END-PERFORM.
           CLOSE MENSDESC.
       0120-CARREGAR-DESCONTOS-FIM. EXIT.
      ******************************************************************
       0130-CARREGAR-COBRANCAS SECTION.
       0131-CARREGAR-COBRANCAS.
           MOVE ZEROS TO WS-QTD-COB.
           MOVE "N" TO WS-COB-CHEIO.
           OPEN INPUT COBRANCAS.
           IF FS-COBRANCAS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ COBRANCAS.
           PERFORM UNTIL FS-COBRANCAS NOT EQUAL "00"
                      OR WS-QTD-COB EQUAL 8000
               ADD 1 TO WS-QTD-COB
               MOVE SPACES TO WS-COB-ALUNO(WS-QTD-COB)
                              WS-COB-MES(WS-QTD-COB)
                              WS-COB-TURMA(WS-QTD-COB)
                              WS-COB-SIT(WS-QTD-COB)
               MOVE ZEROS TO WS-LIN-VENC-X WS-LIN-BRUTO-X
                             WS-LIN-DESC-X WS-LIN-VALOR-X
                             WS-LIN-PAGO-X WS-LIN-DTPAGTO-X
               UNSTRING REG-COBRANCA DELIMITED BY ";"
                   INTO WS-COB-ALUNO(WS-QTD-COB)
                        WS-COB-MES(WS-QTD-COB)
                        WS-COB-TURMA(WS-QTD-COB)
                        WS-LIN-VENC-X WS-LIN-BRUTO-X WS-LIN-DESC-X
                        WS-LIN-VALOR-X WS-LIN-PAGO-X
                        WS-LIN-DTPAGTO-X
                        WS-COB-SIT(WS-QTD-COB)
               END-UNSTRING
               MOVE WS-LIN-VENC    TO WS-COB-VENC(WS-QTD-COB)
               MOVE WS-LIN-BRUTO   TO WS-COB-BRUTO(WS-QTD-COB)
               MOVE WS-LIN-DESC    TO WS-COB-DESCONTO(WS-QTD-COB)
               MOVE WS-LIN-VALOR   TO WS-COB-VALOR(WS-QTD-COB)
               MOVE WS-LIN-PAGO    TO WS-COB-PAGO(WS-QTD-COB)
               MOVE WS-LIN-DTPAGTO TO WS-COB-DTPAGTO(WS-QTD-COB)
               READ COBRANCAS
           END-PERFORM.
           IF FS-COBRANCAS EQUAL "00"
               MOVE "S" TO WS-COB-CHEIO
           END-IF.
           CLOSE COBRANCAS.
       0130-CARREGAR-COBRANCAS-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           DISPLAY " ".
           DISPLAY "1-GERAR COBRANCAS DO MES 2-REGISTRAR PAGAMENTO ".
           DISPLAY "3-RELATORIO DE INADIMPLENCIA 4-COBRANCAS DO ALUNO ".
           DISPLAY "9-SAIR (GRAVA): ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0300-GERAR-COBRANCAS
               WHEN 2
                   PERFORM 0400-REGISTRAR-PAGAMENTO
               WHEN 3
                   PERFORM 0500-RELATORIO-INADIMPLENCIA
               WHEN 4
                   PERFORM 0600-LISTAR-ALUNO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
      *--> COBRANCA DO ALUNO NO MES (WS-ALUNO-ENT / WS-MES-ENT)
       0250-LOCALIZAR-COBRANCA SECTION.
       0251-LOCALIZAR-COBRANCA.
           MOVE ZEROS TO WS-COB-ACHADA.
           PERFORM VARYING WS-IND-COB FROM 1 BY 1
                   UNTIL WS-IND-COB GREATER THAN WS-QTD-COB
               IF WS-COB-ALUNO(WS-IND-COB) EQUAL WS-ALUNO-ENT
                  AND WS-COB-MES(WS-IND-COB) EQUAL WS-MES-ENT
                   MOVE WS-IND-COB TO WS-COB-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0250-LOCALIZAR-COBRANCA-FIM. EXIT.
      ******************************************************************
      *--> ATIVO: MENSALIDADE CHEIA (SE JA MATRICULADO NO MES);
      *    T/D COM DATA NO MES: PRO-RATA ATE O DIA DO STATUS; T/D DE
      *    MES ANTERIOR NAO PAGA MAIS
       0300-GERAR-COBRANCAS    SECTION.
       0301-GERAR-COBRANCAS.
           DISPLAY "MES DA COBRANCA (AAAAMM, VAZIO = MES CORRENTE): ".
           MOVE SPACES TO WS-MES-ENT.
           ACCEPT WS-MES-ENT.
           IF WS-MES-ENT IS NUMERIC
              AND WS-MES-ENT(5:2) GREATER THAN "00"
              AND WS-MES-ENT(5:2) LESS THAN "13"
               MOVE WS-MES-ENT TO WS-ANOMES
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-ANOMES
           END-IF.
           MOVE WS-ANOMES TO WS-MES-ENT.

      *--> ANO JA ARQUIVADO: AS QUITADAS SAIRAM DO COBRANCAS.TXT
           MOVE SPACES TO WS-COB-ANO-PATH.
           STRING "C:\teste\cobrancas_" WS-MES-ENT(1:4) ".txt"
               DELIMITED BY SIZE INTO WS-COB-ANO-PATH
           END-STRING.
           OPEN INPUT COBRANCAS-ANO.
           IF FS-COBRANCAS-ANO EQUAL "00"
               CLOSE COBRANCAS-ANO
               DISPLAY "ANO " WS-MES-ENT(1:4) " JA ARQUIVADO - "
                       "COBRANCAS DO MES NAO GERADAS"
               EXIT SECTION
           END-IF.

           COMPUTE WS-DATA-INI = WS-ANOMES * 100 + 1.
           IF WS-ANOMES(5:2) EQUAL "12"
               COMPUTE WS-DATA-PROX = (WS-ANOMES + 89) * 100 + 1
           ELSE
               COMPUTE WS-DATA-PROX = (WS-ANOMES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DIAS-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROX)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-INI).

           MOVE ZEROS TO WS-QT-NOVAS WS-QT-REFEITAS WS-QT-MANTIDAS
                         WS-QT-PRORATA WS-QT-SEM-VALOR WS-TOT-MES.
           PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                   UNTIL WS-IND-MAT GREATER THAN WS-QTD-MAT
               PERFORM 0310-COBRAR-ALUNO
           END-PERFORM.

           DISPLAY "COBRANCAS DE " WS-ANOMES(5:2) "/" WS-ANOMES(1:4).
           DISPLAY "  NOVAS............: " WS-QT-NOVAS.
           DISPLAY "  REFEITAS.........: " WS-QT-REFEITAS.
           DISPLAY "  JA COM PAGAMENTO.: " WS-QT-MANTIDAS.
           DISPLAY "  PRO-RATA (T/D)...: " WS-QT-PRORATA.
           DISPLAY "  TURMA SEM VALOR..: " WS-QT-SEM-VALOR.
           MOVE WS-TOT-MES TO WS-TOTAL-EDT.
           DISPLAY "  TOTAL COBRADO....: " WS-TOTAL-EDT.
       0300-GERAR-COBRANCAS-FIM. EXIT.
      ******************************************************************
       0310-COBRAR-ALUNO       SECTION.
       0311-COBRAR-ALUNO.
           EVALUATE WS-MAT-STATUS(WS-IND-MAT)
               WHEN "A"
                   IF WS-MAT-DATA(WS-IND-MAT)(1:6) GREATER THAN
                           WS-MES-ENT
                       EXIT SECTION
                   END-IF
                   MOVE WS-DIAS-MES TO WS-DIAS-COBRADOS
               WHEN "T"
               WHEN "D"
                   IF WS-MAT-DATA(WS-IND-MAT)(1:6) NOT EQUAL
                           WS-MES-ENT
                      OR WS-MAT-DATA(WS-IND-MAT)(7:2) IS NOT NUMERIC
                       EXIT SECTION
                   END-IF
                   MOVE WS-MAT-DATA(WS-IND-MAT)(7:2)
                           TO WS-DIAS-COBRADOS
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE.

           MOVE ZEROS TO WS-TUR-ACHADO.
           PERFORM VARYING WS-IND-TUR FROM 1 BY 1
                   UNTIL WS-IND-TUR GREATER THAN WS-QTD-TUR
               IF WS-TUR-TURMA(WS-IND-TUR) EQUAL
                       WS-MAT-TURMA(WS-IND-MAT)
                   MOVE WS-IND-TUR TO WS-TUR-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TUR-ACHADO EQUAL ZEROS
               ADD 1 TO WS-QT-SEM-VALOR
               DISPLAY "ALUNO " WS-MAT-ALUNO(WS-IND-MAT) " - TURMA "
                       WS-MAT-TURMA(WS-IND-MAT) " SEM MENSALIDADE"
               EXIT SECTION
           END-IF.

           MOVE WS-MAT-ALUNO(WS-IND-MAT) TO WS-ALUNO-ENT.
           PERFORM 0250-LOCALIZAR-COBRANCA.
           IF WS-COB-ACHADA GREATER THAN ZEROS
               IF WS-COB-SIT(WS-COB-ACHADA) NOT EQUAL "A"
                  OR WS-COB-PAGO(WS-COB-ACHADA) GREATER THAN ZEROS
                   ADD 1 TO WS-QT-MANTIDAS
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QT-REFEITAS
           ELSE
               IF WS-QTD-COB EQUAL 8000
                   DISPLAY "ARQUIVO DE COBRANCAS CHEIO"
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-COB
               MOVE WS-QTD-COB TO WS-COB-ACHADA
               ADD 1 TO WS-QT-NOVAS
           END-IF.

           IF WS-DIAS-COBRADOS LESS THAN WS-DIAS-MES
               ADD 1 TO WS-QT-PRORATA
               COMPUTE WS-BRUTO ROUNDED =
                       WS-TUR-VALOR(WS-TUR-ACHADO) * WS-DIAS-COBRADOS
                       / WS-DIAS-MES
           ELSE
               MOVE WS-TUR-VALOR(WS-TUR-ACHADO) TO WS-BRUTO
           END-IF.

           PERFORM 0320-APURAR-DESCONTO.
           COMPUTE WS-DESCONTO ROUNDED =
                   WS-BRUTO * WS-PERC-APLICADO / 100.

      *--> VENCIMENTO NO DIA DA TURMA (OU NO ULTIMO DIA DO MES)
           MOVE WS-TUR-DIA(WS-TUR-ACHADO) TO WS-DIA-VENC.
           IF WS-DIA-VENC GREATER THAN WS-DIAS-MES
               MOVE WS-DIAS-MES TO WS-DIA-VENC
           END-IF.

           MOVE WS-ALUNO-ENT TO WS-COB-ALUNO(WS-COB-ACHADA).
           MOVE WS-MES-ENT   TO WS-COB-MES(WS-COB-ACHADA).
           MOVE WS-MAT-TURMA(WS-IND-MAT) TO WS-COB-TURMA(WS-COB-ACHADA).
           COMPUTE WS-COB-VENC(WS-COB-ACHADA) =
                   WS-ANOMES * 100 + WS-DIA-VENC.
           MOVE WS-BRUTO    TO WS-COB-BRUTO(WS-COB-ACHADA).
           MOVE WS-DESCONTO TO WS-COB-DESCONTO(WS-COB-ACHADA).
           COMPUTE WS-COB-VALOR(WS-COB-ACHADA) = WS-BRUTO - WS-DESCONTO.
           MOVE ZEROS TO WS-COB-PAGO(WS-COB-ACHADA)
                         WS-COB-DTPAGTO(WS-COB-ACHADA).
           MOVE "A" TO WS-COB-SIT(WS-COB-ACHADA).
      *--> BOLSA INTEGRAL NAO DEIXA NADA EM ABERTO
           IF WS-COB-VALOR(WS-COB-ACHADA) EQUAL ZEROS
               MOVE "P" TO WS-COB-SIT(WS-COB-ACHADA)
           END-IF.
           ADD WS-COB-VALOR(WS-COB-ACHADA) TO WS-TOT-MES.
           MOVE "S" TO WS-MUDOU.
       0310-COBRAR-ALUNO-FIM.  EXIT.
      ******************************************************************
      *--> IRMAO E BOLSA NAO SE SOMAM: VALE O MAIOR PERCENTUAL
       0320-APURAR-DESCONTO    SECTION.
       0321-APURAR-DESCONTO.
           MOVE ZEROS  TO WS-PERC-APLICADO.
           MOVE SPACES TO WS-TIPO-APLICADO.
           PERFORM VARYING WS-IND-DSC FROM 1 BY 1
                   UNTIL WS-IND-DSC GREATER THAN WS-QTD-DSC
               IF WS-DSC-ALUNO(WS-IND-DSC) EQUAL WS-ALUNO-ENT
                  AND (WS-DSC-TIPO(WS-IND-DSC) EQUAL "I"
                       OR WS-DSC-TIPO(WS-IND-DSC) EQUAL "B")
                  AND WS-DSC-PERC(WS-IND-DSC) GREATER THAN
                          WS-PERC-APLICADO
                   MOVE WS-DSC-PERC(WS-IND-DSC) TO WS-PERC-APLICADO
                   MOVE WS-DSC-TIPO(WS-IND-DSC) TO WS-TIPO-APLICADO
               END-IF
           END-PERFORM.
       0320-APURAR-DESCONTO-FIM. EXIT.
      ******************************************************************
      *--> PAGAMENTO CONTRA A COBRANCA; PARCIAL SOMA NO JA PAGO E A
      *    COBRANCA SO BAIXA (P) QUANDO O VALOR FOR COBERTO
       0400-REGISTRAR-PAGAMENTO SECTION.
       0401-REGISTRAR-PAGAMENTO.
           DISPLAY "IDENTIFICADOR DO ALUNO: ".
           MOVE SPACES TO WS-ALUNO-ENT.
           ACCEPT WS-ALUNO-ENT.
           DISPLAY "MES DA COBRANCA (AAAAMM): ".
           MOVE SPACES TO WS-MES-ENT.
           ACCEPT WS-MES-ENT.
           PERFORM 0250-LOCALIZAR-COBRANCA.
           IF WS-COB-ACHADA EQUAL ZEROS
               DISPLAY "COBRANCA NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           IF WS-COB-SIT(WS-COB-ACHADA) EQUAL "P"
               DISPLAY "COBRANCA JA QUITADA EM "
                       WS-COB-DTPAGTO(WS-COB-ACHADA)
               EXIT SECTION
           END-IF.

           COMPUTE WS-SALDO = WS-COB-VALOR(WS-COB-ACHADA)
                            - WS-COB-PAGO(WS-COB-ACHADA).
           MOVE WS-SALDO TO WS-VALOR-EDT.
           DISPLAY "SALDO EM ABERTO: " WS-VALOR-EDT
                   " - VENCIMENTO " WS-COB-VENC(WS-COB-ACHADA).
           DISPLAY "VALOR PAGO.....: ".
           MOVE ZEROS TO WS-VALOR-PAGO.
           ACCEPT WS-VALOR-PAGO.
           IF WS-VALOR-PAGO EQUAL ZEROS
               DISPLAY "PAGAMENTO NAO REGISTRADO"
               EXIT SECTION
           END-IF.
           IF WS-VALOR-PAGO GREATER THAN WS-SALDO
               DISPLAY "VALOR MAIOR QUE O SALDO - PAGAMENTO RECUSADO"
               EXIT SECTION
           END-IF.
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, VAZIO = HOJE): ".
           MOVE SPACES TO WS-DATA-ENT.
           ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT IS NUMERIC
               MOVE WS-DATA-ENT TO WS-COB-DTPAGTO(WS-COB-ACHADA)
           ELSE
               MOVE WS-DATA-HOJE TO WS-COB-DTPAGTO(WS-COB-ACHADA)
           END-IF.

           ADD WS-VALOR-PAGO TO WS-COB-PAGO(WS-COB-ACHADA).
           IF WS-COB-PAGO(WS-COB-ACHADA) EQUAL
                   WS-COB-VALOR(WS-COB-ACHADA)
               MOVE "P" TO WS-COB-SIT(WS-COB-ACHADA)
               DISPLAY "COBRANCA QUITADA"
           ELSE
               COMPUTE WS-SALDO = WS-COB-VALOR(WS-COB-ACHADA)
                                - WS-COB-PAGO(WS-COB-ACHADA)
               MOVE WS-SALDO TO WS-VALOR-EDT
               DISPLAY "PAGAMENTO PARCIAL - RESTA " WS-VALOR-EDT
           END-IF.
           MOVE "S" TO WS-MUDOU.
       0400-REGISTRAR-PAGAMENTO-FIM. EXIT.
      ******************************************************************
      *--> COBRANCAS EM ABERTO COM VENCIMENTO ANTERIOR A DATA-BASE,
      *    AGRUPADAS PELA TURMA DA COBRANCA
       0500-RELATORIO-INADIMPLENCIA SECTION.
       0501-RELATORIO-INADIMPLENCIA.
           DISPLAY "DATA-BASE (AAAAMMDD, VAZIO = HOJE): ".
           MOVE SPACES TO WS-DATA-ENT.
           ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT IS NUMERIC
               MOVE WS-DATA-ENT TO WS-DATA-BASE
           ELSE
               MOVE WS-DATA-HOJE TO WS-DATA-BASE
           END-IF.

           OPEN OUTPUT INADIMPLENCIA.
           MOVE SPACES TO REG-INADIMPLENCIA.
           STRING "INADIMPLENCIA DE MENSALIDADES POR TURMA - DATA-BASE "
                  WS-DATA-BASE(7:2) "/" WS-DATA-BASE(5:2) "/"
                  WS-DATA-BASE(1:4)
               DELIMITED BY SIZE INTO REG-INADIMPLENCIA
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE ALL "=" TO REG-INADIMPLENCIA(1:90).
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           MOVE ZEROS TO WS-QT-GERAL WS-TOT-GERAL.
           PERFORM VARYING WS-IND-COB FROM 1 BY 1
                   UNTIL WS-IND-COB GREATER THAN WS-QTD-COB
               IF WS-COB-SIT(WS-IND-COB) EQUAL "A"
                  AND WS-COB-VENC(WS-IND-COB) LESS THAN WS-DATA-BASE
                   PERFORM 0510-TURMA-JA-LISTADA
                   IF WS-JA-LISTADA EQUAL "N"
                       MOVE WS-COB-TURMA(WS-IND-COB)
                               TO WS-TURMA-CORRENTE
                       PERFORM 0520-LISTAR-TURMA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE ALL "=" TO REG-INADIMPLENCIA(1:90).
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE WS-QT-GERAL  TO WS-QTD-EDT.
           MOVE WS-TOT-GERAL TO WS-TOTAL-EDT.
           STRING "TOTAL GERAL: " WS-QTD-EDT " COBRANCA(S) VENCIDA(S)"
                  " - EM ABERTO " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-INADIMPLENCIA
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           CLOSE INADIMPLENCIA.
           DISPLAY "RELATORIO GRAVADO EM INADIMPLENCIA-ESCOLA.TXT".
       0500-RELATORIO-INADIMPLENCIA-FIM. EXIT.
      ******************************************************************
      *--> A TURMA JA SAIU SE UMA COBRANCA VENCIDA ANTERIOR E DELA
       0510-TURMA-JA-LISTADA   SECTION.
       0511-TURMA-JA-LISTADA.
           MOVE "N" TO WS-JA-LISTADA.
           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX NOT LESS THAN WS-IND-COB
               IF WS-COB-TURMA(WS-IND-AUX) EQUAL
                       WS-COB-TURMA(WS-IND-COB)
                  AND WS-COB-SIT(WS-IND-AUX) EQUAL "A"
                  AND WS-COB-VENC(WS-IND-AUX) LESS THAN WS-DATA-BASE
                   MOVE "S" TO WS-JA-LISTADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0510-TURMA-JA-LISTADA-FIM. EXIT.
      ******************************************************************
       0520-LISTAR-TURMA       SECTION.
       0521-LISTAR-TURMA.
           MOVE SPACES TO REG-INADIMPLENCIA.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           STRING "TURMA " WS-TURMA-CORRENTE
               DELIMITED BY SIZE INTO REG-INADIMPLENCIA
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE "  ALUNO      NOME" TO REG-INADIMPLENCIA.
           MOVE "MES"       TO REG-INADIMPLENCIA(45:3).
           MOVE "VENCTO"    TO REG-INADIMPLENCIA(53:6).
           MOVE "ATRASO"    TO REG-INADIMPLENCIA(62:6).
           MOVE "EM ABERTO" TO REG-INADIMPLENCIA(69:9).
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           MOVE ZEROS TO WS-QT-TURMA WS-TOT-TURMA.
           PERFORM VARYING WS-IND-AUX FROM WS-IND-COB BY 1
                   UNTIL WS-IND-AUX GREATER THAN WS-QTD-COB
               IF WS-COB-TURMA(WS-IND-AUX) EQUAL WS-TURMA-CORRENTE
                  AND WS-COB-SIT(WS-IND-AUX) EQUAL "A"
                  AND WS-COB-VENC(WS-IND-AUX) LESS THAN WS-DATA-BASE
                   PERFORM 0530-LINHA-ATRASO
               END-IF
           END-PERFORM.

           MOVE WS-QT-TURMA  TO WS-QTD-EDT.
           MOVE WS-TOT-TURMA TO WS-TOTAL-EDT.
           STRING "  SUBTOTAL DA TURMA: " WS-QTD-EDT
                  " COBRANCA(S) - " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-INADIMPLENCIA
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
       0520-LISTAR-TURMA-FIM.  EXIT.
      ******************************************************************
       0530-LINHA-ATRASO       SECTION.
       0531-LINHA-ATRASO.
           COMPUTE WS-SALDO = WS-COB-VALOR(WS-IND-AUX)
                            - WS-COB-PAGO(WS-IND-AUX).
           COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
                   - FUNCTION INTEGER-OF-DATE(WS-COB-VENC(WS-IND-AUX)).
           MOVE SPACES TO WS-NOME-ALUNO.
           PERFORM VARYING WS-IND-MAT FROM 1 BY 1
                   UNTIL WS-IND-MAT GREATER THAN WS-QTD-MAT
               IF WS-MAT-ALUNO(WS-IND-MAT) EQUAL
                       WS-COB-ALUNO(WS-IND-AUX)
                   MOVE WS-MAT-NOME(WS-IND-MAT) TO WS-NOME-ALUNO
               END-IF
           END-PERFORM.

           ADD 1 TO WS-QT-TURMA WS-QT-GERAL.
           ADD WS-SALDO TO WS-TOT-TURMA WS-TOT-GERAL.
           MOVE WS-SALDO       TO WS-VALOR-EDT.
           MOVE WS-DIAS-ATRASO TO WS-DIAS-EDT.
           STRING "  " WS-COB-ALUNO(WS-IND-AUX)
                  " " WS-NOME-ALUNO
                  " " WS-COB-MES(WS-IND-AUX)(5:2) "/"
                      WS-COB-MES(WS-IND-AUX)(1:4)
                  " " WS-COB-VENC(WS-IND-AUX)
                  " " WS-DIAS-EDT "d"
                  " " WS-VALOR-EDT
               DELIMITED BY SIZE INTO REG-INADIMPLENCIA
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
       0530-LINHA-ATRASO-FIM.  EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-INADIMPLENCIA.
           DISPLAY REG-INADIMPLENCIA.
           MOVE SPACES TO REG-INADIMPLENCIA.
       0590-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       0600-LISTAR-ALUNO       SECTION.
       0601-LISTAR-ALUNO.
           DISPLAY "IDENTIFICADOR DO ALUNO: ".
           MOVE SPACES TO WS-ALUNO-ENT.
           ACCEPT WS-ALUNO-ENT.
           PERFORM VARYING WS-IND-COB FROM 1 BY 1
                   UNTIL WS-IND-COB GREATER THAN WS-QTD-COB
               IF WS-COB-ALUNO(WS-IND-COB) EQUAL WS-ALUNO-ENT
                   MOVE WS-COB-VALOR(WS-IND-COB) TO WS-VALOR-EDT
                   MOVE WS-COB-PAGO(WS-IND-COB)  TO WS-VALOR2-EDT
                   DISPLAY WS-COB-MES(WS-IND-COB) " "
                           WS-COB-TURMA(WS-IND-COB) " VENC "
                           WS-COB-VENC(WS-IND-COB) " VALOR "
                           WS-VALOR-EDT " PAGO " WS-VALOR2-EDT " "
                           WS-COB-SIT(WS-IND-COB)
               END-IF
           END-PERFORM.
       0600-LISTAR-ALUNO-FIM.  EXIT.
      ******************************************************************
       0900-REGRAVAR-COBRANCAS SECTION.
       0901-REGRAVAR-COBRANCAS.
           IF WS-MUDOU NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT COBRANCAS.
           PERFORM VARYING WS-IND-COB FROM 1 BY 1
                   UNTIL WS-IND-COB GREATER THAN WS-QTD-COB
               MOVE SPACES TO REG-COBRANCA
               STRING WS-COB-ALUNO(WS-IND-COB)
                      ";" WS-COB-MES(WS-IND-COB)
                      ";" WS-COB-TURMA(WS-IND-COB)
                      ";" WS-COB-VENC(WS-IND-COB)
                      ";" WS-COB-BRUTO(WS-IND-COB)
                      ";" WS-COB-DESCONTO(WS-IND-COB)
                      ";" WS-COB-VALOR(WS-IND-COB)
                      ";" WS-COB-PAGO(WS-IND-COB)
                      ";" WS-COB-DTPAGTO(WS-IND-COB)
                      ";" WS-COB-SIT(WS-IND-COB)
                   DELIMITED BY SIZE INTO REG-COBRANCA
               END-STRING
               WRITE REG-COBRANCA
           END-PERFORM.
           CLOSE COBRANCAS.
           DISPLAY "COBRANCAS GRAVADAS".
       0900-REGRAVAR-COBRANCAS-FIM. EXIT.
      ******************************************************************
       END PROGRAM MENSALIDADES.
