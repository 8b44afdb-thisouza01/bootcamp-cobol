      * Author:Thiago
      * Date:
      * Purpose:
      *          Credito do liquido na conta interna: o funcionario que
      *          optou no CADASTRO-FUNC (credconta.txt) e tem conta
      *          ativa no contas.dat com o CPF do funcionarios.txt
      *          recebe ali, com CATEGORIA=SALARIO e autenticacao no
      *          extrato.txt; so os demais vao na remessa.txt. O
      *          controle (credfolha.txt) mostra o destino de cada
      *          liquido e confere conta + remessa = liquido da folha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DESCONTOS ASSIGN TO "C:\teste\descontos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-DESCONTOS.

      *---> HISTORICO DE SALARIOS (CADASTRO-FUNC): O BRUTO PAGO E O
      *     VIGENTE NO MES DA FOLHA (FOLHA_COMPETENCIA, AAAAMM, VAZIA =
      *     MES CORRENTE), COM A MESMA REGRA DA FOLHA DO OPERADORES
      *     (AS DUAS COPIAS ANDAM JUNTAS); SEM HISTORICO VALE O BRUTO
      *     DO SALARIOS.TXT
           SELECT HISTSAL ASSIGN TO "C:\teste\histsalarios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HISTSAL.

      *---> ADIANTAMENTOS QUINZENAIS (ADIANTAMENTO): O QUE JA FOI PAGO
      *     NO DIA 20 SAI DO LIQUIDO DA REMESSA PELA MESMA REGRA DA
      *     FOLHA DO OPERADORES (AS DUAS COPIAS ANDAM JUNTAS); AQUI SO
      *     SE LE -- A BAIXA E DA FOLHA
           SELECT ADIANTAMENTOS ASSIGN TO "C:\teste\adiantsal.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ADIANTAMENTOS.

      *---> CREDITO DO LIQUIDO NA CONTA INTERNA: QUEM OPTOU NO
      *     CADASTRO-FUNC (CREDCONTA.TXT) E TEM CONTA ATIVA NO
      *     CONTAS.DAT COM O CPF DO FUNCIONARIOS.TXT RECEBE ALI, COM
      *     LANCAMENTO NO EXTRATO E COMPROVANTE (MESMA SEQUENCIA DE
      *     AUTENTICACAO DO PAGAMENTO); SO OS DEMAIS VAO NA REMESSA.
      *     O FERIAS E A RESCISAO FAZEM O MESMO (AS TRES COPIAS ANDAM
      *     JUNTAS)
           SELECT FUNCIONARIOS ASSIGN TO "C:\teste\funcionarios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FUNCIONARIOS.

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

      *---> CONTROLE DO PAGAMENTO: DESTINO DE CADA LIQUIDO (CONTA OU
      *     REMESSA) E OS TOTAIS, QUE SOMADOS DAO O LIQUIDO DA FOLHA
           SELECT CONTROLE ASSIGN TO "C:\teste\credfolha.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CONTROLE.
      ******************************************************************
       DATA DIVISION.
       FILE                    SECTION.
       01  REG-SALARIO                 PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(130).
      *
       FD  REMESSA.
       01  REG-REMESSA                 PIC X(100).
      *
       FD  DESCONTOS.
       01  REG-DESCONTO                PIC X(50).
      *
       FD  HISTSAL.
       01  REG-HISTSAL                 PIC X(100).
      *
       FD  ADIANTAMENTOS.
       01  REG-ADIANTAMENTO            PIC X(50).
      *
       FD  FUNCIONARIOS.
       01  REG-FUNCIONARIO             PIC X(150).
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
      *
       FD  CONTROLE.
       01  REG-CONTROLE                PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
       77  FS-SALARIOS             PIC X(02)      VALUE SPACES.
                                    PIC 9(06)V99.
       77  WS-VALOR-DESCONTO        PIC 9(06)V99   VALUE ZEROS.
       77  WS-TOT-DESCONTOS         PIC 9(06)V99   VALUE ZEROS.

      *---> SALARIO VIGENTE NO MES
       77  FS-HISTSAL               PIC X(02)      VALUE SPACES.
       77  WS-COMPETENCIA           PIC X(06)      VALUE SPACES.
       77  WS-DATA-REF              PIC 9(08)      VALUE ZEROS.
       77  WS-QTD-HIS               PIC 9(04)      VALUE ZEROS.
       77  WS-IND-HIS               PIC 9(04)      VALUE ZEROS.
       01  WS-TAB-HIS               OCCURS 2000 TIMES.
           05 WS-HIS-MATRICULA      PIC X(10).
           05 WS-HIS-VIGENCIA       PIC 9(08).
           05 WS-HIS-ANTERIOR       PIC 9(06)V99.
           05 WS-HIS-NOVO           PIC 9(06)V99.
       77  WS-HIS-VIGENCIA-X        PIC X(08)      VALUE SPACES.
       77  WS-MELHOR-VIGENCIA       PIC 9(08)      VALUE ZEROS.
       77  WS-PROXIMA-VIGENCIA      PIC 9(08)      VALUE ZEROS.
       77  WS-TEM-VIGENTE           PIC X          VALUE "N".
       77  WS-SAL-ANTERIOR          PIC 9(06)V99   VALUE ZEROS.

      *---> ADIANTAMENTOS DO DIA 20: EM ABERTO ATE O MES DA FOLHA OU JA
      *     BAIXADOS PELA FOLHA DESTE MES
       77  FS-ADIANTAMENTOS         PIC X(02)      VALUE SPACES.
       77  WS-QTD-ADT               PIC 9(04)      VALUE ZEROS.
       77  WS-IND-ADT               PIC 9(04)      VALUE ZEROS.
       01  WS-TAB-ADT               OCCURS 2000 TIMES.
           05 WS-ADT-MATRICULA      PIC X(10).
           05 WS-ADT-ANOMES         PIC 9(06).
           05 WS-ADT-VALOR          PIC 9(06)V99.
           05 WS-ADT-SITUACAO       PIC X(01).
           05 WS-ADT-BAIXA          PIC 9(06).
       01  WS-ADT-VALOR-X           PIC X(08)      VALUE ZEROS.
       01  WS-ADT-VALOR-NUM REDEFINES WS-ADT-VALOR-X
                                    PIC 9(06)V99.
       77  WS-ADT-ANOMES-X          PIC X(06)      VALUE SPACES.
       77  WS-ADT-BAIXA-X           PIC X(06)      VALUE SPACES.
       77  WS-ADIANTAMENTO          PIC 9(06)V99   VALUE ZEROS.
       77  WS-DISPONIVEL            PIC S9(07)V99  VALUE ZEROS.

      *---> CREDITO EM CONTA: CPF DO CADASTRO, OPTANTES E A CONTA
      *     ACHADA PARA O FUNCIONARIO CORRENTE
       77  FS-FUNCIONARIOS          PIC X(02)      VALUE SPACES.
       77  FS-CREDCONTA             PIC X(02)      VALUE SPACES.
       77  FS-CONTAS                PIC X(02)      VALUE SPACES.
       77  FS-EXTRATO               PIC X(02)      VALUE SPACES.
       77  FS-COMPROVANTES          PIC X(02)      VALUE SPACES.
       77  FS-CONTROLE              PIC X(02)      VALUE SPACES.
       77  WS-DATA-HOJE             PIC 9(08)      VALUE ZEROS.
       77  WS-CONTAS-ABERTO         PIC X          VALUE "N".
       77  WS-QTD-FUN               PIC 9(04)      VALUE ZEROS.
       77  WS-IND-FUN               PIC 9(04)      VALUE ZEROS.
       01  WS-TAB-FUN               OCCURS 2000 TIMES.
           05 WS-FUN-MATRICULA      PIC X(10).
           05 WS-FUN-CPF            PIC 9(11).
       77  WS-LIN-MATRICULA         PIC X(10)      VALUE SPACES.
       77  WS-LIN-IGNORA            PIC X(30)      VALUE SPACES.
       77  WS-LIN-CPF               PIC X(11)      VALUE SPACES.
       77  WS-QTD-CRD               PIC 9(03)      VALUE ZEROS.
       77  WS-IND-CRD               PIC 9(03)      VALUE ZEROS.
       01  WS-TAB-CRD               OCCURS 200 TIMES.
           05 WS-CRD-MATRICULA      PIC X(10).
           05 WS-CRD-OPCAO          PIC X(01).
       77  WS-FUNC-OPTANTE          PIC X          VALUE "N".
       77  WS-FUNC-CPF              PIC 9(11)      VALUE ZEROS.
       77  WS-CONTA-ACHADA          PIC X(10)      VALUE SPACES.
       77  WS-AUTENTICACAO          PIC 9(08)      VALUE ZEROS.
       77  WS-SALDO-EDT             PIC -ZZ.ZZZ.ZZ9,99.

      *---> TOTAIS DO CONTROLE: CONTA + REMESSA = LIQUIDO DA FOLHA
       77  WS-QT-CONTA              PIC 9(06)      VALUE ZEROS.
       77  WS-SOMA-CONTA            PIC 9(09)V99   VALUE ZEROS.
       77  WS-SOMA-LIQUIDO          PIC 9(09)V99   VALUE ZEROS.
       77  WS-SOMA-CONFERE          PIC 9(09)V99   VALUE ZEROS.
       77  WS-DESTINO               PIC X(40)      VALUE SPACES.
       77  WS-VALOR-EDT             PIC ZZZ.ZZ9,99.
       77  WS-TOTAL-EDT             PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-QTD-EDT               PIC ZZZ.ZZ9.

      *---> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA          PIC X(10)      VALUE "CREDFOLHA".
       77  WS-SPO-ARQUIVO           PIC X(60)
                                    VALUE "C:\teste\credfolha.txt".
       77  WS-SPO-LINHAS            PIC 9(06)      VALUE ZEROS.
       77  WS-SPO-OPERADOR          PIC X(10)      VALUE "LOTE".
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL SALARIOS-FIM.
           PERFORM 0400-FINALIZAR.
           CALL "SPOOLCTL" USING WS-SPO-PROGRAMA WS-SPO-ARQUIVO
                                 WS-SPO-LINHAS WS-SPO-OPERADOR.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.

           PERFORM 0120-CARREGAR-FERIADOS.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-ANOMES.
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT "FOLHA_COMPETENCIA".
           IF WS-COMPETENCIA IS NUMERIC
              AND WS-COMPETENCIA(5:2) GREATER THAN "00"
              AND WS-COMPETENCIA(5:2) LESS THAN "13"
               MOVE WS-COMPETENCIA TO WS-ANOMES
           END-IF.
           COMPUTE WS-DATA-REF = WS-ANOMES * 100 + 31.
           PERFORM 0125-CARREGAR-DESCONTOS.
           PERFORM 0127-CARREGAR-HISTORICO.
           PERFORM 0128-CARREGAR-ADIANTAMENTOS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 0129-CARREGAR-FUNCIONARIOS.
           PERFORM 0130-CARREGAR-OPTANTES.
           PERFORM 0131-ABRIR-CONTAS.

           OPEN OUTPUT CONTROLE.
           MOVE SPACES TO REG-CONTROLE.
           STRING "CONTROLE DO PAGAMENTO DA FOLHA " WS-ANOMES
                  " - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-CONTROLE
           END-STRING.
           PERFORM 0290-GRAVAR-CONTROLE.
           MOVE "MATRICULA  NOME                    LIQUIDO  DESTINO"
                   TO REG-CONTROLE.
           PERFORM 0290-GRAVAR-CONTROLE.

           READ SALARIOS
               AT END MOVE "S" TO WS-FIM-SALARIOS
               CLOSE DESCONTOS
           END-IF.
       0125-CARREGAR-DESCONTOS-FIM. EXIT.
      *
       0127-CARREGAR-HISTORICO SECTION.
           MOVE ZEROS TO WS-QTD-HIS.
           OPEN INPUT HISTSAL.
           IF FS-HISTSAL EQUAL "00"
               READ HISTSAL
               PERFORM UNTIL FS-HISTSAL NOT EQUAL "00"
                          OR WS-QTD-HIS EQUAL 2000
                   ADD 1 TO WS-QTD-HIS
                   MOVE SPACES TO WS-HIS-VIGENCIA-X
                   MOVE ZEROS  TO WS-HIS-ANTERIOR(WS-QTD-HIS)
                                  WS-HIS-NOVO(WS-QTD-HIS)
                   UNSTRING REG-HISTSAL DELIMITED BY ";"
                       INTO WS-HIS-MATRICULA(WS-QTD-HIS)
                            WS-HIS-VIGENCIA-X
                            WS-HIS-ANTERIOR(WS-QTD-HIS)
                            WS-HIS-NOVO(WS-QTD-HIS)
                   END-UNSTRING
                   IF WS-HIS-VIGENCIA-X IS NUMERIC
                       MOVE WS-HIS-VIGENCIA-X
                               TO WS-HIS-VIGENCIA(WS-QTD-HIS)
                   ELSE
                       MOVE 99999999 TO WS-HIS-VIGENCIA(WS-QTD-HIS)
                   END-IF
                   READ HISTSAL
               END-PERFORM
               CLOSE HISTSAL
           END-IF.
       0127-CARREGAR-HISTORICO-FIM. EXIT.
      *
       0128-CARREGAR-ADIANTAMENTOS SECTION.
           MOVE ZEROS TO WS-QTD-ADT.
           OPEN INPUT ADIANTAMENTOS.
           IF FS-ADIANTAMENTOS EQUAL "00"
               READ ADIANTAMENTOS
               PERFORM UNTIL FS-ADIANTAMENTOS NOT EQUAL "00"
                          OR WS-QTD-ADT EQUAL 2000
                   ADD 1 TO WS-QTD-ADT
                   MOVE SPACES TO WS-ADT-SITUACAO(WS-QTD-ADT)
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
                       MOVE WS-ADT-ANOMES-X
                               TO WS-ADT-ANOMES(WS-QTD-ADT)
                   END-IF
                   IF WS-ADT-BAIXA-X IS NUMERIC
                       MOVE WS-ADT-BAIXA-X TO WS-ADT-BAIXA(WS-QTD-ADT)
                   END-IF
                   MOVE WS-ADT-VALOR-NUM TO WS-ADT-VALOR(WS-QTD-ADT)
                   READ ADIANTAMENTOS
               END-PERFORM
               CLOSE ADIANTAMENTOS
           END-IF.
       0128-CARREGAR-ADIANTAMENTOS-FIM. EXIT.
      *
      *--> CPF DE CADA MATRICULA (5o CAMPO DO FUNCIONARIOS.TXT, LAYOUT
      *    DO CADASTRO-FUNC); LINHA SEM CPF NAO TEM CREDITO EM CONTA
       0129-CARREGAR-FUNCIONARIOS SECTION.
           MOVE ZEROS TO WS-QTD-FUN.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS EQUAL "00"
               READ FUNCIONARIOS
               PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL "00"
                          OR WS-QTD-FUN EQUAL 2000
                   MOVE SPACES TO WS-LIN-MATRICULA WS-LIN-CPF
                   UNSTRING REG-FUNCIONARIO DELIMITED BY ";"
                       INTO WS-LIN-MATRICULA WS-LIN-IGNORA
                            WS-LIN-IGNORA WS-LIN-IGNORA WS-LIN-CPF
                   END-UNSTRING
                   IF WS-LIN-CPF IS NUMERIC
                       ADD 1 TO WS-QTD-FUN
                       MOVE WS-LIN-MATRICULA
                               TO WS-FUN-MATRICULA(WS-QTD-FUN)
                       MOVE WS-LIN-CPF TO WS-FUN-CPF(WS-QTD-FUN)
                   END-IF
                   READ FUNCIONARIOS
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.
       0129-CARREGAR-FUNCIONARIOS-FIM. EXIT.
      *
      *--> OPTANTES PELO CREDITO EM CONTA (MATRICULA;S)
       0130-CARREGAR-OPTANTES SECTION.
           MOVE ZEROS TO WS-QTD-CRD.
           OPEN INPUT CREDCONTA.
           IF FS-CREDCONTA EQUAL "00"
               READ CREDCONTA
               PERFORM UNTIL FS-CREDCONTA NOT EQUAL "00"
                          OR WS-QTD-CRD EQUAL 200
                   IF REG-CREDCONTA NOT EQUAL SPACES
                       ADD 1 TO WS-QTD-CRD
                       MOVE SPACES TO WS-CRD-MATRICULA(WS-QTD-CRD)
                                      WS-CRD-OPCAO(WS-QTD-CRD)
                       UNSTRING REG-CREDCONTA DELIMITED BY ";"
                           INTO WS-CRD-MATRICULA(WS-QTD-CRD)
                                WS-CRD-OPCAO(WS-QTD-CRD)
                       END-UNSTRING
                   END-IF
                   READ CREDCONTA
               END-PERFORM
               CLOSE CREDCONTA
           END-IF.
       0130-CARREGAR-OPTANTES-FIM. EXIT.
      *
      *--> SEM OPTANTES NAO SE MEXE NAS CONTAS; CONTAS.DAT FORA DO AR
      *    MANDA TODO MUNDO PELA REMESSA, COMO ANTES
       0131-ABRIR-CONTAS SECTION.
           MOVE "N" TO WS-CONTAS-ABERTO.
           IF WS-QTD-CRD EQUAL ZEROS
               EXIT SECTION
           END-IF.
           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "CONTAS.DAT INDISPONIVEL (" FS-CONTAS
                       ") - TODOS OS LIQUIDOS VAO NA REMESSA"
               EXIT SECTION
           END-IF.
           OPEN EXTEND EXTRATO.
           IF FS-EXTRATO EQUAL "35"
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN EXTEND EXTRATO
           END-IF.
           MOVE "S" TO WS-CONTAS-ABERTO.
       0131-ABRIR-CONTAS-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           PERFORM 0210-LER-SALARIO.
           PERFORM 0212-SALARIO-VIGENTE.
           PERFORM 0215-CALCULAR-EXTRAS.
           ADD WS-VALOR-EXTRAS TO WS-SALARIO-BRUTO.
           PERFORM 0220-CALCULAR-IR.
           PERFORM 0218-APLICAR-DESCONTOS.
           PERFORM 0219-DESCONTAR-ADIANTAMENTO.

           COMPUTE WS-SALARIO-FINAL = WS-SALARIO-BRUTO - WS-IR
                   - WS-TOT-DESCONTOS - WS-ADIANTAMENTO.
           ADD WS-SALARIO-FINAL TO WS-SOMA-LIQUIDO.
           PERFORM 0230-GRAVAR-RELATORIO.
           PERFORM 0235-DESTINAR-LIQUIDO.

           READ SALARIOS
               AT END MOVE "S" TO WS-FIM-SALARIOS
                    WS-FUNC-BANCO WS-FUNC-AGENCIA WS-FUNC-CONTA
           END-UNSTRING.
       0210-LER-SALARIO-FIM.   EXIT.
      *
       0212-SALARIO-VIGENTE SECTION.
           MOVE ZEROS TO WS-MELHOR-VIGENCIA.
           MOVE 99999999 TO WS-PROXIMA-VIGENCIA.
           MOVE "N" TO WS-TEM-VIGENTE.

           PERFORM VARYING WS-IND-HIS FROM 1 BY 1
                   UNTIL WS-IND-HIS GREATER THAN WS-QTD-HIS
               IF WS-HIS-MATRICULA(WS-IND-HIS) EQUAL WS-FUNC-ID
                   IF WS-HIS-VIGENCIA(WS-IND-HIS) NOT GREATER THAN
                          WS-DATA-REF
                      AND WS-HIS-VIGENCIA(WS-IND-HIS) NOT LESS THAN
                          WS-MELHOR-VIGENCIA
                       MOVE "S" TO WS-TEM-VIGENTE
                       MOVE WS-HIS-VIGENCIA(WS-IND-HIS)
                               TO WS-MELHOR-VIGENCIA
                       MOVE WS-HIS-NOVO(WS-IND-HIS)
                               TO WS-SALARIO-BRUTO
                   END-IF
                   IF WS-HIS-VIGENCIA(WS-IND-HIS) GREATER THAN
                          WS-DATA-REF
                      AND WS-HIS-VIGENCIA(WS-IND-HIS) LESS THAN
                          WS-PROXIMA-VIGENCIA
                       MOVE WS-HIS-VIGENCIA(WS-IND-HIS)
                               TO WS-PROXIMA-VIGENCIA
                       MOVE WS-HIS-ANTERIOR(WS-IND-HIS)
                               TO WS-SAL-ANTERIOR
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-TEM-VIGENTE EQUAL "N"
              AND WS-PROXIMA-VIGENCIA NOT EQUAL 99999999
              AND WS-SAL-ANTERIOR GREATER THAN ZEROS
               MOVE WS-SAL-ANTERIOR TO WS-SALARIO-BRUTO
           END-IF.
       0212-SALARIO-VIGENTE-FIM. EXIT.
      *
      *--> HORAS EXTRAS DA MATRICULA NO PONTO.TXT, VALORIZADAS PELO
      *    TIPO DO DIA (50% UTIL / 100% FIM DE SEMANA E FERIADO); O
               END-IF
           END-PERFORM.
       0218-APLICAR-DESCONTOS-FIM. EXIT.
      *
      *--> ADIANTAMENTOS DO DIA 20 DA MATRICULA, COM A REGRA DO 0267 DA
      *    FOLHA DO OPERADORES: EM ABERTO ATE O MES (OU BAIXADOS PELA
      *    FOLHA DESTE MES), CADA UM SO SE COUBER INTEIRO NO LIQUIDO
       0219-DESCONTAR-ADIANTAMENTO SECTION.
           MOVE ZEROS TO WS-ADIANTAMENTO.
           COMPUTE WS-DISPONIVEL = WS-SALARIO-BRUTO - WS-IR
                   - WS-TOT-DESCONTOS.
           PERFORM VARYING WS-IND-ADT FROM 1 BY 1
                   UNTIL WS-IND-ADT GREATER THAN WS-QTD-ADT
               IF WS-ADT-MATRICULA(WS-IND-ADT) EQUAL WS-FUNC-ID
                  AND ((WS-ADT-SITUACAO(WS-IND-ADT) EQUAL "A"
                        AND WS-ADT-ANOMES(WS-IND-ADT) NOT GREATER THAN
                                WS-ANOMES)
                    OR (WS-ADT-SITUACAO(WS-IND-ADT) EQUAL "D"
                        AND WS-ADT-BAIXA(WS-IND-ADT) EQUAL WS-ANOMES))
                  AND WS-ADT-VALOR(WS-IND-ADT) NOT GREATER THAN
                          WS-DISPONIVEL
                   ADD WS-ADT-VALOR(WS-IND-ADT) TO WS-ADIANTAMENTO
                   SUBTRACT WS-ADT-VALOR(WS-IND-ADT) FROM WS-DISPONIVEL
               END-IF
           END-PERFORM.
       0219-DESCONTAR-ADIANTAMENTO-FIM. EXIT.
      *
       0220-CALCULAR-IR SECTION.
           MOVE ZEROS TO WS-IR.
               " BRUTO="      WS-SALARIO-BRUTO
               " IR="         WS-IR
               " DESCONTOS="  WS-TOT-DESCONTOS
               " ADIANT="     WS-ADIANTAMENTO
               " FINAL="      WS-SALARIO-FINAL
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
       0230-GRAVAR-RELATORIO-FIM. EXIT.
      *
      *--> OPTANTE COM CONTA ATIVA RECEBE NA CONTA; SE O CREDITO NAO
      *    SAI (CONTA SUMIU OU ERRO NA REGRAVACAO) O LIQUIDO VOLTA PARA
      *    A REMESSA -- NINGUEM FICA SEM RECEBER
       0235-DESTINAR-LIQUIDO SECTION.
           MOVE SPACES TO WS-CONTA-ACHADA.
           IF WS-CONTAS-ABERTO EQUAL "S"
              AND WS-SALARIO-FINAL GREATER THAN ZEROS
               PERFORM 0236-LOCALIZAR-CONTA
           END-IF.
           IF WS-CONTA-ACHADA NOT EQUAL SPACES
               PERFORM 0250-CREDITAR-CONTA
           END-IF.
           IF WS-CONTA-ACHADA EQUAL SPACES
               PERFORM 0240-GRAVAR-REMESSA
           END-IF.

           MOVE WS-SALARIO-FINAL TO WS-VALOR-EDT.
           MOVE SPACES TO REG-CONTROLE.
           STRING WS-FUNC-ID " " WS-FUNC-NOME " " WS-VALOR-EDT
                  "  " WS-DESTINO
               DELIMITED BY SIZE INTO REG-CONTROLE
           END-STRING.
           PERFORM 0290-GRAVAR-CONTROLE.
       0235-DESTINAR-LIQUIDO-FIM. EXIT.
      *
      *--> OPCAO NO CREDCONTA.TXT, CPF NO CADASTRO E A PRIMEIRA CONTA
      *    ATIVA DO CPF (TITULAR OU SEGUNDO TITULAR DA CONJUNTA)
       0236-LOCALIZAR-CONTA SECTION.
           MOVE "N" TO WS-FUNC-OPTANTE.
           PERFORM VARYING WS-IND-CRD FROM 1 BY 1
                   UNTIL WS-IND-CRD GREATER THAN WS-QTD-CRD
               IF WS-CRD-MATRICULA(WS-IND-CRD) EQUAL WS-FUNC-ID
                  AND WS-CRD-OPCAO(WS-IND-CRD) EQUAL "S"
                   MOVE "S" TO WS-FUNC-OPTANTE
               END-IF
           END-PERFORM.
           IF WS-FUNC-OPTANTE NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           MOVE ZEROS TO WS-FUNC-CPF.
           PERFORM VARYING WS-IND-FUN FROM 1 BY 1
                   UNTIL WS-IND-FUN GREATER THAN WS-QTD-FUN
               IF WS-FUN-MATRICULA(WS-IND-FUN) EQUAL WS-FUNC-ID
                   MOVE WS-FUN-CPF(WS-IND-FUN) TO WS-FUNC-CPF
               END-IF
           END-PERFORM.
           IF WS-FUNC-CPF EQUAL ZEROS
               DISPLAY "OPTANTE SEM CPF NO CADASTRO - REMESSA: "
                       WS-FUNC-ID
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
               DISPLAY "OPTANTE SEM CONTA ATIVA - REMESSA: "
                       WS-FUNC-ID
           END-IF.
       0236-LOCALIZAR-CONTA-FIM. EXIT.
      *
       0240-GRAVAR-REMESSA SECTION.
           ADD 1 TO WS-QT-REMESSA.
               DELIMITED BY SIZE INTO REG-REMESSA
           END-STRING.
           WRITE REG-REMESSA.

           MOVE SPACES TO WS-DESTINO.
           STRING "REMESSA " WS-FUNC-BANCO " " WS-FUNC-AGENCIA
                  " " WS-FUNC-CONTA
               DELIMITED BY SIZE INTO WS-DESTINO
           END-STRING.
       0240-GRAVAR-REMESSA-FIM. EXIT.
      *
      *--> CREDITO NA CONTA COM LANCAMENTO NO EXTRATO (CATEGORIA
      *    SALARIO) E COMPROVANTE; FALHANDO, WS-CONTA-ACHADA VOLTA EM
      *    BRANCO E O LIQUIDO SEGUE PELA REMESSA
       0250-CREDITAR-CONTA SECTION.
           MOVE WS-CONTA-ACHADA TO REG-CONTA-ID.
           READ CONTAS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "ERRO AO RELER A CONTA " WS-CONTA-ACHADA
                       " - REMESSA: " WS-FUNC-ID
               MOVE SPACES TO WS-CONTA-ACHADA
               EXIT SECTION
           END-IF.

           ADD WS-SALARIO-FINAL TO REG-CONTA-SALDO.
           REWRITE REG-CONTA.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR A CONTA " WS-CONTA-ACHADA
                       " - REMESSA: " WS-FUNC-ID
               MOVE SPACES TO WS-CONTA-ACHADA
               EXIT SECTION
           END-IF.

           PERFORM 0252-PROXIMA-AUTENTICACAO.
           MOVE REG-CONTA-SALDO TO WS-SALDO-EDT.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "CONTA="      REG-CONTA-ID
               " DATA="      WS-DATA-HOJE
               " CATEGORIA=SALARIO   "
               " VALOR="     WS-SALARIO-FINAL
               " SALDO="     WS-SALDO-EDT
               " FAV=0000"
               " AUT="       WS-AUTENTICACAO
               " ORIGEM=FOLHA"
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING.
           WRITE REG-EXTRATO.
           PERFORM 0254-GRAVAR-COMPROVANTE.

           ADD 1 TO WS-QT-CONTA.
           ADD WS-SALARIO-FINAL TO WS-SOMA-CONTA.
           MOVE SPACES TO WS-DESTINO.
           STRING "CONTA " REG-CONTA-ID " AUT " WS-AUTENTICACAO
               DELIMITED BY SIZE INTO WS-DESTINO
           END-STRING.
       0250-CREDITAR-CONTA-FIM. EXIT.
      *
       0252-PROXIMA-AUTENTICACAO SECTION.
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
       0252-PROXIMA-AUTENTICACAO-FIM. EXIT.
      *
       0254-GRAVAR-COMPROVANTE SECTION.
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
               ";VALOR="     WS-SALARIO-FINAL
               ";CATEGORIA=SALARIO"
               ";FAV=0000"
               ";ORIGEM=FOLHA"
               DELIMITED BY SIZE INTO REG-COMPROVANTE
           END-STRING.
           WRITE REG-COMPROVANTE.
           CLOSE COMPROVANTES.
       0254-GRAVAR-COMPROVANTE-FIM. EXIT.
      *
       0290-GRAVAR-CONTROLE SECTION.
           WRITE REG-CONTROLE.
           ADD 1 TO WS-SPO-LINHAS.
           MOVE SPACES TO REG-CONTROLE.
       0290-GRAVAR-CONTROLE-FIM. EXIT.
      ******************************************************************
       0400-FINALIZAR          SECTION.
       0401-FINALIZAR.
           WRITE REG-REMESSA.

           CLOSE SALARIOS RELATORIO REMESSA.
           IF WS-CONTAS-ABERTO EQUAL "S"
               CLOSE CONTAS EXTRATO
           END-IF.

           PERFORM 0290-GRAVAR-CONTROLE.
           MOVE WS-QT-CONTA TO WS-QTD-EDT.
           MOVE WS-SOMA-CONTA TO WS-TOTAL-EDT.
           STRING "CREDITADO EM CONTA....: " WS-QTD-EDT
                  " FUNCIONARIOS " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-CONTROLE
           END-STRING.
           PERFORM 0290-GRAVAR-CONTROLE.
           MOVE WS-QT-REMESSA TO WS-QTD-EDT.
           MOVE WS-SOMA-REMESSA TO WS-TOTAL-EDT.
           STRING "REMESSA BANCARIA......: " WS-QTD-EDT
                  " FUNCIONARIOS " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-CONTROLE
           END-STRING.
           PERFORM 0290-GRAVAR-CONTROLE.
           MOVE WS-QT-LIDOS TO WS-QTD-EDT.
           MOVE WS-SOMA-LIQUIDO TO WS-TOTAL-EDT.
           STRING "LIQUIDO DA FOLHA......: " WS-QTD-EDT
                  " FUNCIONARIOS " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-CONTROLE
           END-STRING.
           PERFORM 0290-GRAVAR-CONTROLE.
           COMPUTE WS-SOMA-CONFERE = WS-SOMA-CONTA + WS-SOMA-REMESSA.
           IF WS-SOMA-CONFERE EQUAL WS-SOMA-LIQUIDO
              AND WS-QT-CONTA + WS-QT-REMESSA EQUAL WS-QT-LIDOS
               MOVE "CONFERENCIA: CONTA + REMESSA = LIQUIDO DA FOLHA"
                       TO REG-CONTROLE
           ELSE
               MOVE "*** DIVERGENCIA: CONTA + REMESSA DIFERENTE DO "
                       TO REG-CONTROLE
               MOVE "LIQUIDO DA FOLHA ***" TO REG-CONTROLE(47:20)
           END-IF.
           PERFORM 0290-GRAVAR-CONTROLE.
           CLOSE CONTROLE.

           DISPLAY "FUNCIONARIOS PROCESSADOS: " WS-QT-LIDOS.
           DISPLAY "CONTA INTERNA: " WS-QT-CONTA " CREDITOS, SOMA "
                   WS-SOMA-CONTA.
           DISPLAY "REMESSA: " WS-QT-REMESSA " CREDITOS, SOMA "
                   WS-SOMA-REMESSA.
       0400-FINALIZAR-FIM.     EXIT.
