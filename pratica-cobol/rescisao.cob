      *          remessa propria (remresc_<DATA>.txt) no MESMO layout
      *          H/D/T da remessa mensal, com os dados bancarios do
      *          salarios.txt -- o banco credita como qualquer outra.
      *          Ao final o cadastro (funcionarios.txt, mantido pelo
      *          CADASTRO-FUNC) fica com a situacao D e a data do
      *          desligamento; funcionario ja desligado nao tem nova
      *          rescisao.
      *          FGTS: o saldo da conta vinculada e a soma do FGTS
      *          acumulado de todos os anos (9o campo do acumulado.txt,
      *          gravado pela folha do OPERADORES) mais o FGTS de 8%
      *          sobre as verbas salariais do acerto; na dispensa sem
      *          justa causa a multa de 40% sobre esse saldo sai no
      *          demonstrativo, para deposito na conta vinculada.
      *          Adiantamento quinzenal em aberto (adiantsal.txt,
      *          gerado pelo ADIANTAMENTO) e quitado no acerto: sai do
      *          liquido numa linha propria e fica com situacao R e o
      *          mes do desligamento; o que nao cabe no liquido continua
      *          em aberto e e avisado para cobranca.
      *          Credito em conta: como na folha mensal, quem optou
      *          (credconta.txt, CADASTRO-FUNC) e tem conta ativa no
      *          contas.dat com o CPF do cadastro recebe o liquido ali
      *          (CATEGORIA=SALARIO, autenticacao no extrato.txt) e nao
      *          entra na remessa; o demonstrativo diz por onde saiu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT REMESSA ASSIGN TO WS-REMESSA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-REMESSA.

           SELECT ADIANTAMENTOS ASSIGN TO "C:\teste\adiantsal.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ADIANTAMENTOS.

      *--> PAGAMENTO DO LIQUIDO: CREDITO NA CONTA INTERNA PARA QUEM
      *    OPTOU E TEM CONTA ATIVA, REMESSA PARA OS DEMAIS (MESMA REGRA
      *    DO CALCULA-SAL-FINAL; AS TRES COPIAS ANDAM JUNTAS)
           SELECT CREDCONTA ASSIGN TO "C:\teste\credconta.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CREDCONTA.

           SELECT CONTAS ASSIGN TO "C:\teste\contas.dat"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS REG-CONTA-ID
               FILE STATUS     IS FS-CONTAS.

           SELECT EXTRATO ASSIGN TO "C:\teste\extrato.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXTRATO.

           SELECT COMPROVANTES ASSIGN TO "C:\teste\comprovantes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-COMPROVANTES.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  FUNCIONARIOS.
       01  REG-FUNCIONARIO             PIC X(150).
      *
       FD  FERIASGOZ.
       01  REG-FERIASGOZ               PIC X(40).
      *
       FD  REMESSA.
       01  REG-REMESSA                 PIC X(100).
      *
       FD  ADIANTAMENTOS.
       01  REG-ADIANTAMENTO            PIC X(50).
      *
       FD  CREDCONTA.
       01  REG-CREDCONTA               PIC X(20).
      *
       FD  CONTAS.
       01  REG-CONTA.
           05 REG-CONTA-ID          PIC X(10).
           05 REG-CONTA-SALDO       PIC S9(08)V99.
           05 REG-CONTA-CPF         PIC 9(11).
           05 REG-CONTA-STATUS      PIC X(01).
           05 REG-CONTA-DT-ENCER    PIC 9(08).
           05 REG-CONTA-OPER-ENCER  PIC X(10).
           05 REG-CONTA-CPF2        PIC 9(11).
      *
       FD  EXTRATO.
       01  REG-EXTRATO                 PIC X(200).
      *
       FD  COMPROVANTES.
       01  REG-COMPROVANTE             PIC X(210).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-FUNCIONARIOS     PIC X(02)           VALUE SPACES.
       77  FS-FOLHA            PIC X(02)           VALUE SPACES.
       77  FS-REMESSA          PIC X(02)           VALUE SPACES.
       01  WS-REMESSA-PATH     PIC X(40)           VALUE SPACES.
       77  FS-ADIANTAMENTOS    PIC X(02)           VALUE SPACES.
       77  FS-CREDCONTA        PIC X(02)           VALUE SPACES.
       77  FS-CONTAS           PIC X(02)           VALUE SPACES.
       77  FS-EXTRATO          PIC X(02)           VALUE SPACES.
       77  FS-COMPROVANTES     PIC X(02)           VALUE SPACES.

      *--> ENTRADA DO ACERTO
       77  WS-MATRICULA        PIC X(10)           VALUE SPACES.
       77  WS-ACHOU-FUNC       PIC X               VALUE "N".
       77  WS-LIN-MATRICULA    PIC X(10)           VALUE SPACES.

      *--> DEMAIS CAMPOS DO CADASTRO, PARA REGRAVAR A LINHA COM A
      *    SITUACAO D (LAYOUT DO CADASTRO-FUNC)
       77  WS-FUN-NOME         PIC X(30)           VALUE SPACES.
       77  WS-FUN-CPF          PIC X(11)           VALUE SPACES.
       77  WS-FUN-DEPTO        PIC X(10)           VALUE SPACES.
       77  WS-FUN-CARGO        PIC X(20)           VALUE SPACES.
       77  WS-FUN-BANCO        PIC X(03)           VALUE SPACES.
       77  WS-FUN-AGENCIA      PIC X(06)           VALUE SPACES.
       77  WS-FUN-CONTA        PIC X(12)           VALUE SPACES.
       77  WS-FUN-SITUACAO     PIC X(01)           VALUE SPACES.
       77  WS-FUN-DT-DESLIG    PIC X(08)           VALUE SPACES.
       77  WS-SALARIO-EDT      PIC 9(06),99.
       77  WS-QTD-LINHAS       PIC 9(03)           VALUE ZEROS.
       77  WS-IND-LINHA        PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-LINHAS.
           05 WS-LINHA-FUNC    PIC X(150)          OCCURS 200 TIMES.

      *--> SALDO DE FERIAS (MESMA APURACAO DO MODULO FERIAS)
       77  WS-MESES-ABS-ADM    PIC 9(06)           VALUE ZEROS.
       77  WS-MESES-ABS-DESL   PIC 9(06)           VALUE ZEROS.
       77  WS-ACU-CAMPO4       PIC X(10)           VALUE SPACES.
       77  WS-ACU-CAMPO5       PIC X(04)           VALUE SPACES.
       77  WS-ACU-MESES-X      PIC X(02)           VALUE SPACES.
       77  WS-ACU-CAMPO7       PIC X(10)           VALUE SPACES.
       77  WS-ACU-CAMPO8       PIC X(10)           VALUE SPACES.
       01  WS-ACU-FGTS-X       PIC X(10)           VALUE ZEROS.
       01  WS-ACU-FGTS REDEFINES WS-ACU-FGTS-X
                               PIC 9(08)V99.

      *--> FGTS: SALDO ACUMULADO, FGTS DO ACERTO E MULTA DE 40%
       77  WS-FGTS-ALIQUOTA    PIC V99             VALUE 0,08.
       77  WS-MULTA-ALIQUOTA   PIC V99             VALUE 0,40.
       77  WS-FGTS-SALDO       PIC 9(08)V99        VALUE ZEROS.
       77  WS-FGTS-ACERTO      PIC 9(06)V99        VALUE ZEROS.
       77  WS-FGTS-MULTA       PIC 9(08)V99        VALUE ZEROS.

      *--> VERBAS DO ACERTO
       77  WS-DIAS-MES         PIC 9(02)           VALUE ZEROS.
       77  WS-BCO-AGENCIA      PIC X(06)           VALUE SPACES.
       77  WS-BCO-CONTA        PIC X(12)           VALUE SPACES.
       77  WS-ACHOU-BANCO      PIC X               VALUE "N".

      *--> ADIANTAMENTOS QUINZENAIS (MATRICULA;AAAAMM;VALOR;SITUACAO;
      *    AAAAMM DA BAIXA), REGRAVADOS COM A QUITACAO
       77  WS-TEM-ADIANTAMENTOS PIC X              VALUE "N".
       77  WS-QTD-ADT          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-ADT          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-ADT          OCCURS 2000 TIMES.
           05 WS-ADT-MATRICULA PIC X(10).
           05 WS-ADT-ANOMES    PIC 9(06).
           05 WS-ADT-VALOR     PIC 9(06)V99.
           05 WS-ADT-SITUACAO  PIC X(01).
           05 WS-ADT-BAIXA     PIC 9(06).
       01  WS-ADT-VALOR-X      PIC X(08)           VALUE ZEROS.
       01  WS-ADT-VALOR-NUM REDEFINES WS-ADT-VALOR-X
                               PIC 9(06)V99.
       77  WS-ADT-ANOMES-X     PIC X(06)           VALUE SPACES.
       77  WS-ADT-BAIXA-X      PIC X(06)           VALUE SPACES.
       77  WS-ADIANTAMENTO     PIC 9(06)V99        VALUE ZEROS.

      *--> DESTINO DO LIQUIDO: CONTA INTERNA OU REMESSA (O VALOR DO
      *    EXTRATO TEM 6 INTEIROS; ACIMA DISSO VAI PELA REMESSA)
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-FUNC-OPTANTE     PIC X               VALUE "N".
       77  WS-FUNC-CPF         PIC 9(11)           VALUE ZEROS.
       77  WS-CONTA-ACHADA     PIC X(10)           VALUE SPACES.
       77  WS-VALOR-CREDITO    PIC 9(06)V99        VALUE ZEROS.
       77  WS-AUTENTICACAO     PIC 9(08)           VALUE ZEROS.
       77  WS-SALDO-EDT        PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-DESTINO          PIC X(60)           VALUE SPACES.
       77  WS-CRD-MATRICULA    PIC X(10)           VALUE SPACES.
       77  WS-CRD-OPCAO        PIC X(01)           VALUE SPACES.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
               DISPLAY "MATRICULA NAO ENCONTRADA"
               STOP RUN
           END-IF.
           IF WS-FUN-SITUACAO EQUAL "D"
               DISPLAY "FUNCIONARIO JA DESLIGADO EM " WS-FUN-DT-DESLIG
               STOP RUN
           END-IF.

           PERFORM 0300-APURAR-VERBAS.
           PERFORM 0400-CALCULAR-DESCONTOS.
           PERFORM 0550-PAGAR-LIQUIDO.
           PERFORM 0500-DEMONSTRATIVO.
           PERFORM 0700-MARCAR-DESLIGAMENTO.
           PERFORM 0750-GRAVAR-ADIANTAMENTOS.
           STOP RUN.
      ******************************************************************
       0100-ENTRADA            SECTION.
           PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL "00"
                      OR WS-ACHOU-FUNC EQUAL "S"
               MOVE SPACES TO WS-LIN-MATRICULA WS-ADMISSAO-X
                              WS-FUN-NOME WS-FUN-CPF WS-FUN-DEPTO
                              WS-FUN-CARGO WS-FUN-BANCO WS-FUN-AGENCIA
                              WS-FUN-CONTA WS-FUN-SITUACAO
                              WS-FUN-DT-DESLIG
               MOVE ZEROS TO WS-SALARIO
               UNSTRING REG-FUNCIONARIO DELIMITED BY ";"
                   INTO WS-LIN-MATRICULA WS-SALARIO WS-ADMISSAO-X
                        WS-FUN-NOME WS-FUN-CPF WS-FUN-DEPTO
                        WS-FUN-CARGO WS-FUN-BANCO WS-FUN-AGENCIA
                        WS-FUN-CONTA WS-FUN-SITUACAO WS-FUN-DT-DESLIG
               END-UNSTRING
               IF WS-LIN-MATRICULA EQUAL WS-MATRICULA
                   MOVE "S" TO WS-ACHOU-FUNC
           COMPUTE WS-SALDO-SALARIO ROUNDED =
                   WS-SALARIO / 30 * WS-DIAS-MES.

      *--> MESES DO ANO (ACUMULADO.TXT, CAMPO 6) E FGTS DE TODOS OS
      *    ANOS (CAMPO 9)
           MOVE ZEROS TO WS-MESES-ANO WS-FGTS-SALDO.
           OPEN INPUT ACUMULADO.
           IF FS-ACUMULADO EQUAL "00"
               READ ACUMULADO
                   MOVE SPACES TO WS-ACU-MATRICULA WS-ACU-ANO
                                  WS-ACU-CAMPO3 WS-ACU-CAMPO4
                                  WS-ACU-CAMPO5 WS-ACU-MESES-X
                                  WS-ACU-CAMPO7 WS-ACU-CAMPO8
                   MOVE ZEROS TO WS-ACU-FGTS-X
                   UNSTRING REG-ACUMULADO DELIMITED BY ";"
                       INTO WS-ACU-MATRICULA WS-ACU-ANO
                            WS-ACU-CAMPO3 WS-ACU-CAMPO4
                            WS-ACU-CAMPO5 WS-ACU-MESES-X
                            WS-ACU-CAMPO7 WS-ACU-CAMPO8
                            WS-ACU-FGTS-X
                   END-UNSTRING
                   IF WS-ACU-MATRICULA EQUAL WS-MATRICULA
                      AND WS-ACU-FGTS-X IS NUMERIC
                       ADD WS-ACU-FGTS TO WS-FGTS-SALDO
                   END-IF
                   IF WS-ACU-MATRICULA EQUAL WS-MATRICULA
                      AND FUNCTION NUMVAL(WS-ACU-ANO) EQUAL
                              WS-ANO-CORRENTE
                   WS-SALDO-SALARIO + WS-DECIMO-PROP
                   + WS-FERIAS-VENCIDAS + WS-FERIAS-PROP
                   + WS-TERCO-FERIAS.

      *--> FGTS SOBRE SALDO DE SALARIO E 13o (FERIAS INDENIZADAS NAO
      *    RECOLHEM); MULTA DE 40% SO SEM JUSTA CAUSA
           COMPUTE WS-FGTS-ACERTO ROUNDED =
                   (WS-SALDO-SALARIO + WS-DECIMO-PROP)
                   * WS-FGTS-ALIQUOTA.
           ADD WS-FGTS-ACERTO TO WS-FGTS-SALDO.
           IF WS-TIPO-DESLIG EQUAL 1
               COMPUTE WS-FGTS-MULTA ROUNDED =
                       WS-FGTS-SALDO * WS-MULTA-ALIQUOTA
           END-IF.
       0300-APURAR-VERBAS-FIM. EXIT.
      ******************************************************************
       0310-SOMAR-GOZADOS      SECTION.

           COMPUTE WS-TOTAL-LIQUIDO =
                   WS-TOTAL-BRUTO - WS-INSS - WS-IRRF.
           PERFORM 0450-QUITAR-ADIANTAMENTOS.
       0400-CALCULAR-DESCONTOS-FIM. EXIT.
      ******************************************************************
      *--> ADIANTAMENTOS EM ABERTO DA MATRICULA SAEM DO LIQUIDO (CADA UM
      *    SE COUBER INTEIRO) E FICAM QUITADOS NO MES DO DESLIGAMENTO
       0450-QUITAR-ADIANTAMENTOS SECTION.
       0451-QUITAR-ADIANTAMENTOS.
           MOVE ZEROS TO WS-ADIANTAMENTO WS-QTD-ADT.
           OPEN INPUT ADIANTAMENTOS.
           IF FS-ADIANTAMENTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           MOVE "S" TO WS-TEM-ADIANTAMENTOS.
           READ ADIANTAMENTOS.
           PERFORM UNTIL FS-ADIANTAMENTOS NOT EQUAL "00"
                      OR WS-QTD-ADT EQUAL 2000
               ADD 1 TO WS-QTD-ADT
               MOVE SPACES TO WS-ADT-MATRICULA(WS-QTD-ADT)
                              WS-ADT-SITUACAO(WS-QTD-ADT)
                              WS-ADT-ANOMES-X WS-ADT-BAIXA-X
               MOVE ZEROS  TO WS-ADT-VALOR-X
                              WS-ADT-ANOMES(WS-QTD-ADT)
                              WS-ADT-BAIXA(WS-QTD-ADT)
               UNSTRING REG-ADIANTAMENTO DELIMITED BY ";"
                   INTO WS-ADT-MATRICULA(WS-QTD-ADT)
                        WS-ADT-ANOMES-X
                        WS-ADT-VALOR-X
                        WS-ADT-SITUACAO(WS-QTD-ADT)
                        WS-ADT-BAIXA-X
               END-UNSTRING
               IF WS-ADT-ANOMES-X IS NUMERIC
                   MOVE WS-ADT-ANOMES-X TO WS-ADT-ANOMES(WS-QTD-ADT)
               END-IF
               IF WS-ADT-BAIXA-X IS NUMERIC
                   MOVE WS-ADT-BAIXA-X TO WS-ADT-BAIXA(WS-QTD-ADT)
               END-IF
               MOVE WS-ADT-VALOR-NUM TO WS-ADT-VALOR(WS-QTD-ADT)
               IF WS-ADT-MATRICULA(WS-QTD-ADT) EQUAL WS-MATRICULA
                  AND WS-ADT-SITUACAO(WS-QTD-ADT) EQUAL "A"
                   IF WS-ADT-VALOR(WS-QTD-ADT) GREATER THAN
                           WS-TOTAL-LIQUIDO
                       DISPLAY "ADIANTAMENTO DE "
                               WS-ADT-ANOMES(WS-QTD-ADT)
                               " MAIOR QUE O LIQUIDO - COBRAR A PARTE"
                   ELSE
                       ADD WS-ADT-VALOR(WS-QTD-ADT) TO WS-ADIANTAMENTO
                       SUBTRACT WS-ADT-VALOR(WS-QTD-ADT)
                           FROM WS-TOTAL-LIQUIDO
                       MOVE "R" TO WS-ADT-SITUACAO(WS-QTD-ADT)
                       MOVE WS-DATA-DESLIG(1:6)
                               TO WS-ADT-BAIXA(WS-QTD-ADT)
                   END-IF
               END-IF
               READ ADIANTAMENTOS
           END-PERFORM.
           CLOSE ADIANTAMENTOS.
       0450-QUITAR-ADIANTAMENTOS-FIM. EXIT.
      ******************************************************************
       0500-DEMONSTRATIVO      SECTION.
       0501-DEMONSTRATIVO.
           END-STRING.
           PERFORM 0510-GRAVAR-E-MOSTRAR.

           IF WS-ADIANTAMENTO GREATER THAN ZEROS
               MOVE SPACES TO REG-FOLHA
               STRING "  ADIANTAMENTO........: " WS-ADIANTAMENTO "-"
                   DELIMITED BY SIZE INTO REG-FOLHA
               END-STRING
               PERFORM 0510-GRAVAR-E-MOSTRAR
           END-IF.

           MOVE SPACES TO REG-FOLHA.
           STRING "  LIQUIDO DA RESCISAO.: " WS-TOTAL-LIQUIDO
               DELIMITED BY SIZE INTO REG-FOLHA
           END-STRING.
           PERFORM 0510-GRAVAR-E-MOSTRAR.

           MOVE SPACES TO REG-FOLHA.
           STRING "  PAGAMENTO...........: " WS-DESTINO
               DELIMITED BY SIZE INTO REG-FOLHA
           END-STRING.
           PERFORM 0510-GRAVAR-E-MOSTRAR.

      *--> FGTS: DEPOSITADO NA CONTA VINCULADA, FORA DO LIQUIDO
           MOVE SPACES TO REG-FOLHA.
           STRING "  FGTS DO ACERTO......: " WS-FGTS-ACERTO
               DELIMITED BY SIZE INTO REG-FOLHA
           END-STRING.
           PERFORM 0510-GRAVAR-E-MOSTRAR.

           MOVE SPACES TO REG-FOLHA.
           STRING "  SALDO FGTS (C/ACERTO): " WS-FGTS-SALDO
               DELIMITED BY SIZE INTO REG-FOLHA
           END-STRING.
           PERFORM 0510-GRAVAR-E-MOSTRAR.

           MOVE SPACES TO REG-FOLHA.
           STRING "  MULTA FGTS 40%......: " WS-FGTS-MULTA
               DELIMITED BY SIZE INTO REG-FOLHA
           END-STRING.
           PERFORM 0510-GRAVAR-E-MOSTRAR.

           MOVE SPACES TO REG-FOLHA.
           PERFORM 0510-GRAVAR-E-MOSTRAR.
           CLOSE FOLHA.
           DISPLAY REG-FOLHA(1:60).
       0510-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
      *--> OPTANTE COM CONTA ATIVA RECEBE NA CONTA; SE O CREDITO NAO
      *    SAI O LIQUIDO VAI PELA REMESSA PROPRIA DA RESCISAO
       0550-PAGAR-LIQUIDO      SECTION.
       0551-PAGAR-LIQUIDO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE SPACES TO WS-CONTA-ACHADA WS-DESTINO.
           IF WS-TOTAL-LIQUIDO GREATER THAN ZEROS
              AND WS-TOTAL-LIQUIDO NOT GREATER THAN 999999,99
               PERFORM 0560-LOCALIZAR-CONTA
           END-IF.
           IF WS-CONTA-ACHADA NOT EQUAL SPACES
               PERFORM 0570-CREDITAR-CONTA
               CLOSE CONTAS
           END-IF.
           IF WS-CONTA-ACHADA EQUAL SPACES
               PERFORM 0600-GERAR-REMESSA
           END-IF.
       0550-PAGAR-LIQUIDO-FIM. EXIT.
      ******************************************************************
      *--> OPCAO NO CREDCONTA.TXT, CPF NO CADASTRO E A PRIMEIRA CONTA
      *    ATIVA DO CPF (TITULAR OU SEGUNDO TITULAR DA CONJUNTA); ACHADA
      *    A CONTA, O CONTAS.DAT FICA ABERTO PARA O CREDITO
       0560-LOCALIZAR-CONTA    SECTION.
       0561-LOCALIZAR-CONTA.
           MOVE "N" TO WS-FUNC-OPTANTE.
           OPEN INPUT CREDCONTA.
           IF FS-CREDCONTA NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CREDCONTA.
           PERFORM UNTIL FS-CREDCONTA NOT EQUAL "00"
               MOVE SPACES TO WS-CRD-MATRICULA WS-CRD-OPCAO
               UNSTRING REG-CREDCONTA DELIMITED BY ";"
                   INTO WS-CRD-MATRICULA WS-CRD-OPCAO
               END-UNSTRING
               IF WS-CRD-MATRICULA EQUAL WS-MATRICULA
                  AND WS-CRD-OPCAO EQUAL "S"
                   MOVE "S" TO WS-FUNC-OPTANTE
               END-IF
               READ CREDCONTA
           END-PERFORM.
           CLOSE CREDCONTA.
           IF WS-FUNC-OPTANTE NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           IF WS-FUN-CPF IS NOT NUMERIC
               DISPLAY "OPTANTE SEM CPF NO CADASTRO - VAI NA REMESSA"
               EXIT SECTION
           END-IF.
           MOVE WS-FUN-CPF TO WS-FUNC-CPF.

           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "CONTAS.DAT INDISPONIVEL (" FS-CONTAS
                       ") - VAI NA REMESSA"
               EXIT SECTION
           END-IF.
           MOVE LOW-VALUES TO REG-CONTA-ID.
           START CONTAS KEY NOT LESS THAN REG-CONTA-ID
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-CONTAS EQUAL "00"
               READ CONTAS NEXT
               PERFORM UNTIL FS-CONTAS NOT EQUAL "00"
                   IF (REG-CONTA-CPF EQUAL WS-FUNC-CPF
                           OR REG-CONTA-CPF2 EQUAL WS-FUNC-CPF)
                           AND REG-CONTA-STATUS EQUAL "A"
                       MOVE REG-CONTA-ID TO WS-CONTA-ACHADA
                       EXIT PERFORM
                   END-IF
                   READ CONTAS NEXT
               END-PERFORM
           END-IF.
           IF WS-CONTA-ACHADA EQUAL SPACES
               DISPLAY "OPTANTE SEM CONTA ATIVA - VAI NA REMESSA"
               CLOSE CONTAS
           END-IF.
       0560-LOCALIZAR-CONTA-FIM. EXIT.
      ******************************************************************
      *--> CREDITO NA CONTA COM LANCAMENTO NO EXTRATO (CATEGORIA
      *    SALARIO) E COMPROVANTE; FALHANDO, WS-CONTA-ACHADA VOLTA EM
      *    BRANCO E O LIQUIDO SEGUE PELA REMESSA
       0570-CREDITAR-CONTA     SECTION.
       0571-CREDITAR-CONTA.
           MOVE WS-CONTA-ACHADA TO REG-CONTA-ID.
           READ CONTAS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "ERRO AO RELER A CONTA - VAI NA REMESSA"
               MOVE SPACES TO WS-CONTA-ACHADA
               EXIT SECTION
           END-IF.
           MOVE WS-TOTAL-LIQUIDO TO WS-VALOR-CREDITO.
           ADD WS-VALOR-CREDITO TO REG-CONTA-SALDO.
           REWRITE REG-CONTA.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR A CONTA - VAI NA REMESSA"
               MOVE SPACES TO WS-CONTA-ACHADA
               EXIT SECTION
           END-IF.

           PERFORM 0580-PROXIMA-AUTENTICACAO.
           OPEN EXTEND EXTRATO.
           IF FS-EXTRATO EQUAL "35"
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN EXTEND EXTRATO
           END-IF.
           MOVE REG-CONTA-SALDO TO WS-SALDO-EDT.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "CONTA="      REG-CONTA-ID
               " DATA="      WS-DATA-HOJE
               " CATEGORIA=SALARIO   "
               " VALOR="     WS-VALOR-CREDITO
               " SALDO="     WS-SALDO-EDT
               " FAV=0000"
               " AUT="       WS-AUTENTICACAO
               " ORIGEM=RESCISAO"
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING.
           WRITE REG-EXTRATO.
           CLOSE EXTRATO.
           PERFORM 0590-GRAVAR-COMPROVANTE.

           MOVE SPACES TO WS-DESTINO.
           STRING "CONTA " REG-CONTA-ID " AUT " WS-AUTENTICACAO
               DELIMITED BY SIZE INTO WS-DESTINO
           END-STRING.
           DISPLAY "LIQUIDO CREDITADO NA CONTA " REG-CONTA-ID
                   " AUT " WS-AUTENTICACAO.
       0570-CREDITAR-CONTA-FIM. EXIT.
      ******************************************************************
       0580-PROXIMA-AUTENTICACAO SECTION.
       0581-PROXIMA-AUTENTICACAO.
           MOVE ZEROS TO WS-AUTENTICACAO.
           OPEN INPUT COMPROVANTES.
           IF FS-COMPROVANTES EQUAL "00"
               READ COMPROVANTES
               PERFORM UNTIL FS-COMPROVANTES NOT EQUAL "00"
                   IF REG-COMPROVANTE(1:4) EQUAL "AUT="
                      AND REG-COMPROVANTE(5:8) IS NUMERIC
                      AND FUNCTION NUMVAL(REG-COMPROVANTE(5:8))
                              GREATER THAN WS-AUTENTICACAO
                       MOVE FUNCTION NUMVAL(REG-COMPROVANTE(5:8))
                               TO WS-AUTENTICACAO
                   END-IF
                   READ COMPROVANTES
               END-PERFORM
               CLOSE COMPROVANTES
           END-IF.
           ADD 1 TO WS-AUTENTICACAO.
       0580-PROXIMA-AUTENTICACAO-FIM. EXIT.
      ******************************************************************
       0590-GRAVAR-COMPROVANTE SECTION.
       0591-GRAVAR-COMPROVANTE.
           OPEN EXTEND COMPROVANTES.
           IF FS-COMPROVANTES EQUAL "35"
               OPEN OUTPUT COMPROVANTES
               CLOSE COMPROVANTES
               OPEN EXTEND COMPROVANTES
           END-IF.
           MOVE SPACES TO REG-COMPROVANTE.
           STRING
               "AUT="        WS-AUTENTICACAO
               ";CONTA="     REG-CONTA-ID
               ";DATA="      WS-DATA-HOJE
               ";VALOR="     WS-VALOR-CREDITO
               ";CATEGORIA=SALARIO"
               ";FAV=0000"
               ";ORIGEM=RESCISAO"
               DELIMITED BY SIZE INTO REG-COMPROVANTE
           END-STRING.
           WRITE REG-COMPROVANTE.
           CLOSE COMPROVANTES.
       0590-GRAVAR-COMPROVANTE-FIM. EXIT.
      ******************************************************************
      *--> REMESSA PROPRIA DA RESCISAO, NO MESMO LAYOUT H/D/T DA
      *    REMESSA MENSAL, COM OS DADOS BANCARIOS DO SALARIOS.TXT --
      *    A OPERACAO ENVIA AO BANCO COMO QUALQUER OUTRA.
           IF WS-ACHOU-BANCO NOT EQUAL "S"
               DISPLAY "SEM DADOS BANCARIOS NO SALARIOS.TXT - "
                       "REMESSA NAO GERADA"
               MOVE "SEM DADOS BANCARIOS - REMESSA NAO GERADA"
                       TO WS-DESTINO
               EXIT SECTION
           END-IF.

           WRITE REG-REMESSA.
           CLOSE REMESSA.

           MOVE SPACES TO WS-DESTINO.
           STRING "REMESSA " WS-BCO-BANCO " " WS-BCO-AGENCIA
                  " " WS-BCO-CONTA
               DELIMITED BY SIZE INTO WS-DESTINO
           END-STRING.
           DISPLAY "REMESSA DA RESCISAO GERADA".
       0600-GERAR-REMESSA-FIM. EXIT.
      ******************************************************************
           END-PERFORM.
           CLOSE SALARIOS.
       0610-BUSCAR-DADOS-BANCARIOS-FIM. EXIT.
      ******************************************************************
      *--> CADASTRO: A LINHA DO DESLIGADO E REGRAVADA NO LAYOUT DO
      *    CADASTRO-FUNC COM SITUACAO D E A DATA DO DESLIGAMENTO; AS
      *    DEMAIS LINHAS VOLTAM COMO ESTAVAM
       0700-MARCAR-DESLIGAMENTO SECTION.
       0701-MARCAR-DESLIGAMENTO.
           MOVE ZEROS TO WS-QTD-LINHAS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL "00"
               DISPLAY "FUNCIONARIOS.TXT NAO FOI ABERTO - CADASTRO "
                       "NAO ATUALIZADO"
               EXIT SECTION
           END-IF.
           READ FUNCIONARIOS.
           PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL "00"
                      OR WS-QTD-LINHAS EQUAL 200
               ADD 1 TO WS-QTD-LINHAS
               MOVE REG-FUNCIONARIO TO WS-LINHA-FUNC(WS-QTD-LINHAS)
               MOVE SPACES TO WS-LIN-MATRICULA
               UNSTRING REG-FUNCIONARIO DELIMITED BY ";"
                   INTO WS-LIN-MATRICULA
               END-UNSTRING
               IF WS-LIN-MATRICULA EQUAL WS-MATRICULA
                   MOVE WS-SALARIO TO WS-SALARIO-EDT
                   MOVE SPACES TO WS-LINHA-FUNC(WS-QTD-LINHAS)
                   STRING WS-MATRICULA
                          ";" WS-SALARIO-EDT
                          ";" WS-ADMISSAO-X
                          ";" WS-FUN-NOME
                          ";" WS-FUN-CPF
                          ";" WS-FUN-DEPTO
                          ";" WS-FUN-CARGO
                          ";" WS-FUN-BANCO
                          ";" WS-FUN-AGENCIA
                          ";" WS-FUN-CONTA
                          ";" "D"
                          ";" WS-DATA-DESLIG
                       DELIMITED BY SIZE
                       INTO WS-LINHA-FUNC(WS-QTD-LINHAS)
                   END-STRING
               END-IF
               READ FUNCIONARIOS
           END-PERFORM.
           CLOSE FUNCIONARIOS.

           OPEN OUTPUT FUNCIONARIOS.
           PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA GREATER THAN WS-QTD-LINHAS
               MOVE WS-LINHA-FUNC(WS-IND-LINHA) TO REG-FUNCIONARIO
               WRITE REG-FUNCIONARIO
           END-PERFORM.
           CLOSE FUNCIONARIOS.
           DISPLAY "CADASTRO ATUALIZADO: " WS-MATRICULA
                   " DESLIGADO EM " WS-DATA-DESLIG.
       0700-MARCAR-DESLIGAMENTO-FIM. EXIT.
      ******************************************************************
       0750-GRAVAR-ADIANTAMENTOS SECTION.
       0751-GRAVAR-ADIANTAMENTOS.
           IF WS-ADIANTAMENTO EQUAL ZEROS
              OR WS-TEM-ADIANTAMENTOS NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT ADIANTAMENTOS.
           PERFORM VARYING WS-IND-ADT FROM 1 BY 1
                   UNTIL WS-IND-ADT GREATER THAN WS-QTD-ADT
               MOVE SPACES TO REG-ADIANTAMENTO
               STRING WS-ADT-MATRICULA(WS-IND-ADT)
                      ";" WS-ADT-ANOMES(WS-IND-ADT)
                      ";" WS-ADT-VALOR(WS-IND-ADT)
                      ";" WS-ADT-SITUACAO(WS-IND-ADT)
                      ";" WS-ADT-BAIXA(WS-IND-ADT)
                   DELIMITED BY SIZE INTO REG-ADIANTAMENTO
               END-STRING
               WRITE REG-ADIANTAMENTO
           END-PERFORM.
           CLOSE ADIANTAMENTOS.
           DISPLAY "ADIANTAMENTO QUITADO NA RESCISAO: "
                   WS-ADIANTAMENTO.
       0750-GRAVAR-ADIANTAMENTOS-FIM. EXIT.
      ******************************************************************
       END PROGRAM RESCISAO.
