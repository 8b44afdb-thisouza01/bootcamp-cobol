      *          aponta quem esta com ferias a vencer (periodo aberto
      *          ha mais de 22 meses) antes de virar problema
      *          trabalhista.
      *          A linha do feriasgoz.txt leva tambem o bruto pago
      *          (dias + terco), que a folha mensal do OPERADORES soma
      *          na base do FGTS do mes da concessao; o FGTS acumulado
      *          do ano (9o campo do acumulado.txt) e preservado.
      *          O cabecalho do recibo leva a data do pagamento
      *          ("EM AAAAMMDD", como o termo da RESCISAO), para o
      *          RETENCOES separar as ferias pagas na competencia.
      *          O liquido sai como o da folha mensal: quem optou pelo
      *          credito em conta (credconta.txt, CADASTRO-FUNC) e tem
      *          conta ativa no contas.dat com o CPF do cadastro recebe
      *          ali (CATEGORIA=SALARIO, autenticacao no extrato.txt);
      *          os demais numa remessa propria
      *          (remferias_<DATA>_<MATRICULA>.txt) no layout H/D/T da
      *          remessa mensal, com os dados bancarios do
      *          salarios.txt. O recibo diz por onde o liquido saiu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT ACUMULADO ASSIGN TO "C:\teste\acumulado.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ACUMULADO.

      *--> PAGAMENTO DO LIQUIDO: CREDITO NA CONTA INTERNA PARA QUEM
      *    OPTOU E TEM CONTA ATIVA, REMESSA BANCARIA PARA OS DEMAIS
      *    (MESMA REGRA DO CALCULA-SAL-FINAL; AS TRES COPIAS ANDAM
      *    JUNTAS)
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

           SELECT SALARIOS ASSIGN TO "C:\teste\salarios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-SALARIOS.

           SELECT REMESSA ASSIGN TO WS-REMESSA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-REMESSA.
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
       FD  ACUMULADO.
       01  REG-ACUMULADO               PIC X(100).
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
       FD  SALARIOS.
       01  REG-SALARIO                 PIC X(100).
      *
       FD  REMESSA.
       01  REG-REMESSA                 PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-FUNCIONARIOS     PIC X(02)           VALUE SPACES.
       77  FS-FERIASGOZ        PIC X(02)           VALUE SPACES.
       77  FS-FOLHA            PIC X(02)           VALUE SPACES.
       77  FS-ACUMULADO        PIC X(02)           VALUE SPACES.
       77  FS-CREDCONTA        PIC X(02)           VALUE SPACES.
       77  FS-CONTAS           PIC X(02)           VALUE SPACES.
       77  FS-EXTRATO          PIC X(02)           VALUE SPACES.
       77  FS-COMPROVANTES     PIC X(02)           VALUE SPACES.
       77  FS-SALARIOS         PIC X(02)           VALUE SPACES.
       77  FS-REMESSA          PIC X(02)           VALUE SPACES.
       01  WS-REMESSA-PATH     PIC X(50)           VALUE SPACES.

       77  WS-OPCAO            PIC 9               VALUE ZEROS.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-DIAS-HOJE        PIC S9(09)          VALUE ZEROS.
       77  WS-ANO-CORRENTE     PIC 9(04)           VALUE ZEROS.

      *--> FUNCIONARIOS EM MEMORIA (MATRICULA;SALARIO;ADMISSAO;NOME;
      *    CPF)
       77  WS-QTD-FUNC         PIC 9(02)           VALUE ZEROS.
       77  WS-IND-FUNC         PIC 9(02)           VALUE ZEROS.
       77  WS-FUNC-ACHADO      PIC 9(02)           VALUE ZEROS.
           05 WS-FUN-MATRICULA PIC X(10).
           05 WS-FUN-SALARIO   PIC 9(06)V99.
           05 WS-FUN-ADMISSAO  PIC 9(08).
           05 WS-FUN-CPF       PIC 9(11).
       77  WS-FUN-ADMISSAO-X   PIC X(08)           VALUE SPACES.
       77  WS-FUN-NOME-X       PIC X(30)           VALUE SPACES.
       77  WS-FUN-CPF-X        PIC X(11)           VALUE SPACES.

      *--> APURACAO DO DIREITO DO FUNCIONARIO CORRENTE
       77  WS-MESES-CASA       PIC 9(05)           VALUE ZEROS.
       77  WS-BRUTO-FERIAS     PIC 9(06)V99        VALUE ZEROS.
       77  WS-LIQUIDO          PIC 9(06)V99        VALUE ZEROS.

      *--> DESTINO DO LIQUIDO: CONTA INTERNA OU REMESSA
       77  WS-FUNC-OPTANTE     PIC X               VALUE "N".
       77  WS-CONTA-ACHADA     PIC X(10)           VALUE SPACES.
       77  WS-AUTENTICACAO     PIC 9(08)           VALUE ZEROS.
       77  WS-SALDO-EDT        PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-DESTINO          PIC X(60)           VALUE SPACES.
       77  WS-CRD-MATRICULA    PIC X(10)           VALUE SPACES.
       77  WS-CRD-OPCAO        PIC X(01)           VALUE SPACES.

      *--> DADOS BANCARIOS (SALARIOS.TXT: ID;NOME;BRUTO;BANCO;AG;CONTA)
       77  WS-BCO-ID           PIC X(10)           VALUE SPACES.
       77  WS-BCO-NOME         PIC X(20)           VALUE SPACES.
       77  WS-BCO-BRUTO        PIC X(10)           VALUE SPACES.
       77  WS-BCO-BANCO        PIC X(03)           VALUE SPACES.
       77  WS-BCO-AGENCIA      PIC X(06)           VALUE SPACES.
       77  WS-BCO-CONTA        PIC X(12)           VALUE SPACES.
       77  WS-ACHOU-BANCO      PIC X               VALUE "N".

      *--> FAIXAS DE INSS E IRRF -- MESMAS TABELAS DA FOLHA MENSAL
      *    (OPERADORES 0250/0260); AS DUAS COPIAS PRECISAM ANDAR JUNTAS
       01  WS-TAB-INSS-VALORES.
           05 WS-ACU-MESES     PIC 9(02).
           05 WS-ACU-INSS      PIC 9(08)V99.
           05 WS-ACU-IRRF      PIC 9(08)V99.
           05 WS-ACU-FGTS      PIC 9(08)V99.
       01  WS-ACU-BRUTO-X      PIC X(10)           VALUE ZEROS.
       01  WS-ACU-BRUTO-NUM REDEFINES WS-ACU-BRUTO-X
                           PIC 9(08)V99.
       01  WS-ACU-IRRF-X       PIC X(10)           VALUE ZEROS.
       01  WS-ACU-IRRF-NUM REDEFINES WS-ACU-IRRF-X
                           PIC 9(08)V99.
       01  WS-ACU-FGTS-X       PIC X(10)           VALUE ZEROS.
       01  WS-ACU-FGTS-NUM REDEFINES WS-ACU-FGTS-X
                           PIC 9(08)V99.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL "00"
                      OR WS-QTD-FUNC EQUAL 50
               ADD 1 TO WS-QTD-FUNC
               MOVE SPACES TO WS-FUN-ADMISSAO-X WS-FUN-NOME-X
                              WS-FUN-CPF-X
               UNSTRING REG-FUNCIONARIO DELIMITED BY ";"
                   INTO WS-FUN-MATRICULA(WS-QTD-FUNC)
                        WS-FUN-SALARIO(WS-QTD-FUNC)
                        WS-FUN-ADMISSAO-X
                        WS-FUN-NOME-X
                        WS-FUN-CPF-X
               END-UNSTRING
               IF WS-FUN-CPF-X IS NUMERIC
                   MOVE WS-FUN-CPF-X TO WS-FUN-CPF(WS-QTD-FUNC)
               ELSE
                   MOVE ZEROS TO WS-FUN-CPF(WS-QTD-FUNC)
               END-IF
               IF WS-FUN-ADMISSAO-X IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-FUN-ADMISSAO-X)
                           TO WS-FUN-ADMISSAO(WS-QTD-FUNC)
           COMPUTE WS-LIQUIDO =
                   WS-BRUTO-FERIAS - WS-INSS - WS-IRRF.

           PERFORM 0450-PAGAR-LIQUIDO.
           PERFORM 0420-GRAVAR-RECIBO.
           PERFORM 0430-REGISTRAR-GOZO.
           PERFORM 0440-SOMAR-NO-ACUMULADO.

           MOVE SPACES TO REG-FOLHA.
           STRING "RECIBO DE FERIAS MATRICULA " WS-MATRICULA
                  " EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-FOLHA
           END-STRING.
           WRITE REG-FOLHA.
           END-STRING.
           WRITE REG-FOLHA.
           MOVE SPACES TO REG-FOLHA.
           STRING "  PAGAMENTO.......: " WS-DESTINO
               DELIMITED BY SIZE INTO REG-FOLHA
           END-STRING.
           WRITE REG-FOLHA.
           MOVE SPACES TO REG-FOLHA.
           WRITE REG-FOLHA.
           CLOSE FOLHA.
       0420-GRAVAR-RECIBO-FIM. EXIT.
           STRING WS-MATRICULA
                  ";" WS-DATA-HOJE
                  ";" WS-DIAS-CONCEDER
                  ";" WS-BRUTO-FERIAS
               DELIMITED BY SIZE INTO REG-FERIASGOZ
           END-STRING.
           WRITE REG-FERIASGOZ.
           CLOSE FERIASGOZ.
       0430-REGISTRAR-GOZO-FIM. EXIT.
      ******************************************************************
      *--> OPTANTE COM CONTA ATIVA RECEBE NA CONTA; SE O CREDITO NAO
      *    SAI O LIQUIDO VAI PELA REMESSA PROPRIA DAS FERIAS
       0450-PAGAR-LIQUIDO      SECTION.
       0451-PAGAR-LIQUIDO.
           MOVE SPACES TO WS-CONTA-ACHADA WS-DESTINO.
           IF WS-LIQUIDO GREATER THAN ZEROS
               PERFORM 0455-LOCALIZAR-CONTA
           END-IF.
           IF WS-CONTA-ACHADA NOT EQUAL SPACES
               PERFORM 0460-CREDITAR-CONTA
               CLOSE CONTAS
           END-IF.
           IF WS-CONTA-ACHADA EQUAL SPACES
               PERFORM 0480-GERAR-REMESSA
           END-IF.
           DISPLAY "PAGAMENTO: " WS-DESTINO.
       0450-PAGAR-LIQUIDO-FIM. EXIT.
      ******************************************************************
      *--> OPCAO NO CREDCONTA.TXT, CPF NO CADASTRO E A PRIMEIRA CONTA
      *    ATIVA DO CPF (TITULAR OU SEGUNDO TITULAR DA CONJUNTA); ACHADA
      *    A CONTA, O CONTAS.DAT FICA ABERTO PARA O CREDITO
       0455-LOCALIZAR-CONTA    SECTION.
       0456-LOCALIZAR-CONTA.
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
           IF WS-FUN-CPF(WS-IND-FUNC) EQUAL ZEROS
               DISPLAY "OPTANTE SEM CPF NO CADASTRO - VAI NA REMESSA"
               EXIT SECTION
           END-IF.

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
                   IF (REG-CONTA-CPF EQUAL WS-FUN-CPF(WS-IND-FUNC)
                           OR REG-CONTA-CPF2 EQUAL
                                   WS-FUN-CPF(WS-IND-FUNC))
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
       0455-LOCALIZAR-CONTA-FIM. EXIT.
      ******************************************************************
      *--> CREDITO NA CONTA COM LANCAMENTO NO EXTRATO (CATEGORIA
      *    SALARIO) E COMPROVANTE; FALHANDO, WS-CONTA-ACHADA VOLTA EM
      *    BRANCO E O LIQUIDO SEGUE PELA REMESSA
       0460-CREDITAR-CONTA     SECTION.
       0461-CREDITAR-CONTA.
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
           ADD WS-LIQUIDO TO REG-CONTA-SALDO.
           REWRITE REG-CONTA.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR A CONTA - VAI NA REMESSA"
               MOVE SPACES TO WS-CONTA-ACHADA
               EXIT SECTION
           END-IF.

           PERFORM 0465-PROXIMA-AUTENTICACAO.
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
               " VALOR="     WS-LIQUIDO
               " SALDO="     WS-SALDO-EDT
               " FAV=0000"
               " AUT="       WS-AUTENTICACAO
               " ORIGEM=FERIAS"
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING.
           WRITE REG-EXTRATO.
           CLOSE EXTRATO.
           PERFORM 0470-GRAVAR-COMPROVANTE.

           MOVE SPACES TO WS-DESTINO.
           STRING "CONTA " REG-CONTA-ID
                  " AUT " WS-AUTENTICACAO
               DELIMITED BY SIZE INTO WS-DESTINO
           END-STRING.
       0460-CREDITAR-CONTA-FIM. EXIT.
      ******************************************************************
       0465-PROXIMA-AUTENTICACAO SECTION.
       0466-PROXIMA-AUTENTICACAO.
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
       0465-PROXIMA-AUTENTICACAO-FIM. EXIT.
      ******************************************************************
       0470-GRAVAR-COMPROVANTE SECTION.
       0471-GRAVAR-COMPROVANTE.
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
               ";VALOR="     WS-LIQUIDO
               ";CATEGORIA=SALARIO"
               ";FAV=0000"
               ";ORIGEM=FERIAS"
               DELIMITED BY SIZE INTO REG-COMPROVANTE
           END-STRING.
           WRITE REG-COMPROVANTE.
           CLOSE COMPROVANTES.
       0470-GRAVAR-COMPROVANTE-FIM. EXIT.
      ******************************************************************
      *--> REMESSA PROPRIA DAS FERIAS, NO MESMO LAYOUT H/D/T DA
      *    REMESSA MENSAL, COM OS DADOS BANCARIOS DO SALARIOS.TXT
       0480-GERAR-REMESSA      SECTION.
       0481-GERAR-REMESSA.
           PERFORM 0485-BUSCAR-DADOS-BANCARIOS.
           IF WS-ACHOU-BANCO NOT EQUAL "S"
               DISPLAY "SEM DADOS BANCARIOS NO SALARIOS.TXT - "
                       "REMESSA NAO GERADA"
               MOVE "SEM DADOS BANCARIOS - REMESSA NAO GERADA"
                       TO WS-DESTINO
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-REMESSA-PATH.
           STRING "C:\teste\remferias_" WS-DATA-HOJE "_"
                  WS-MATRICULA DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REMESSA-PATH
           END-STRING.

           OPEN OUTPUT REMESSA.
           MOVE SPACES TO REG-REMESSA.
           STRING "H;EMPRESA EXEMPLO LTDA;12345678000190;"
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-REMESSA
           END-STRING.
           WRITE REG-REMESSA.

           MOVE SPACES TO REG-REMESSA.
           STRING "D;" WS-MATRICULA
                  ";" WS-BCO-BANCO
                  ";" WS-BCO-AGENCIA
                  ";" WS-BCO-CONTA
                  ";" WS-LIQUIDO
               DELIMITED BY SIZE INTO REG-REMESSA
           END-STRING.
           WRITE REG-REMESSA.

           MOVE SPACES TO REG-REMESSA.
           STRING "T;000001;" WS-LIQUIDO
               DELIMITED BY SIZE INTO REG-REMESSA
           END-STRING.
           WRITE REG-REMESSA.
           CLOSE REMESSA.

           MOVE SPACES TO WS-DESTINO.
           STRING "REMESSA " WS-BCO-BANCO " " WS-BCO-AGENCIA
                  " " WS-BCO-CONTA
               DELIMITED BY SIZE INTO WS-DESTINO
           END-STRING.
       0480-GERAR-REMESSA-FIM. EXIT.
      ******************************************************************
       0485-BUSCAR-DADOS-BANCARIOS SECTION.
       0486-BUSCAR-DADOS-BANCARIOS.
           MOVE "N" TO WS-ACHOU-BANCO.
           OPEN INPUT SALARIOS.
           IF FS-SALARIOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ SALARIOS.
           PERFORM UNTIL FS-SALARIOS NOT EQUAL "00"
                      OR WS-ACHOU-BANCO EQUAL "S"
               MOVE SPACES TO WS-BCO-ID WS-BCO-NOME WS-BCO-BRUTO
                              WS-BCO-BANCO WS-BCO-AGENCIA WS-BCO-CONTA
               UNSTRING REG-SALARIO DELIMITED BY ";"
                   INTO WS-BCO-ID WS-BCO-NOME WS-BCO-BRUTO
                        WS-BCO-BANCO WS-BCO-AGENCIA WS-BCO-CONTA
               END-UNSTRING
               IF WS-BCO-ID EQUAL WS-MATRICULA
                   MOVE "S" TO WS-ACHOU-BANCO
               END-IF
               IF WS-ACHOU-BANCO EQUAL "N"
                   READ SALARIOS
               END-IF
           END-PERFORM.
           CLOSE SALARIOS.
       0485-BUSCAR-DADOS-BANCARIOS-FIM. EXIT.
      ******************************************************************
      *--> O BRUTO DAS FERIAS ENTRA NO ACUMULADO DO ANO DA MATRICULA
      *    (MESMO ARQUIVO/LAYOUT DO OPERADORES), PARA O 13o E O
      *    INFORME DE RENDIMENTOS ENXERGAREM O PAGAMENTO.
                   ADD 1 TO WS-QTD-ACUM
                   MOVE ZEROS TO WS-ACU-BRUTO-X WS-ACU-BONUS-X
                                 WS-ACU-INSS-X WS-ACU-IRRF-X
                                 WS-ACU-FGTS-X
                   UNSTRING REG-ACUMULADO DELIMITED BY ";"
                       INTO WS-ACU-MATRICULA(WS-QTD-ACUM)
                            WS-ACU-ANO(WS-QTD-ACUM)
                            WS-ACU-MESES(WS-QTD-ACUM)
                            WS-ACU-INSS-X
                            WS-ACU-IRRF-X
                            WS-ACU-FGTS-X
                   END-UNSTRING
                   MOVE WS-ACU-BRUTO-NUM
                           TO WS-ACU-BRUTO(WS-QTD-ACUM)
                   ELSE
                       MOVE ZEROS TO WS-ACU-IRRF(WS-QTD-ACUM)
                   END-IF
                   IF WS-ACU-FGTS-X IS NUMERIC
                       MOVE WS-ACU-FGTS-NUM
                               TO WS-ACU-FGTS(WS-QTD-ACUM)
                   ELSE
                       MOVE ZEROS TO WS-ACU-FGTS(WS-QTD-ACUM)
                   END-IF
                   READ ACUMULADO
               END-PERFORM
               CLOSE ACUMULADO
               MOVE ZEROS TO WS-ACU-MESES(WS-ACUM-ACHADO)
               MOVE ZEROS TO WS-ACU-INSS(WS-ACUM-ACHADO)
               MOVE ZEROS TO WS-ACU-IRRF(WS-ACUM-ACHADO)
               MOVE ZEROS TO WS-ACU-FGTS(WS-ACUM-ACHADO)
           END-IF.
           IF WS-ACUM-ACHADO GREATER THAN ZEROS
               ADD WS-BRUTO-FERIAS TO WS-ACU-BRUTO(WS-ACUM-ACHADO)
                      ";" WS-ACU-MESES(WS-IND-ACUM)
                      ";" WS-ACU-INSS(WS-IND-ACUM)
                      ";" WS-ACU-IRRF(WS-IND-ACUM)
                      ";" WS-ACU-FGTS(WS-IND-ACUM)
                   DELIMITED BY SIZE INTO REG-ACUMULADO
               END-STRING
               WRITE REG-ACUMULADO
