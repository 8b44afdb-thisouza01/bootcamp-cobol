      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Manutencao do cadastro de funcionarios
      *          O funcionarios.txt (lido pela folha OPERADORES, pelo
      *          FERIAS e pela RESCISAO) era editado no bloco de notas:
      *          admissao em branco sumia com o calculo de ferias e
      *          reajuste nao deixava rastro. Aqui se admite o
      *          funcionario (matricula, nome, CPF, admissao,
      *          departamento, cargo, salario e dados bancarios, todos
      *          conferidos), se corrigem os dados e se altera o
      *          salario. Toda alteracao de salario vai para
      *          histsalarios.txt com vigencia, valor anterior e novo,
      *          motivo e operador; a admissao abre o historico. O
      *          salario do cadastro e sempre o vigente hoje: reajuste
      *          com vigencia futura fica so no historico e entra no
      *          cadastro quando a data chega (conferido a cada
      *          abertura). A folha usa o historico para pagar o
      *          salario vigente no mes processado. O desligamento
      *          (situacao D e data) vem da RESCISAO; funcionario
      *          desligado nao recebe alteracao de salario.
      *          Layout (campos separados por ";", posicoes fixas):
      *          MATRICULA X(10);SALARIO 9(06),99;ADMISSAO AAAAMMDD;
      *          NOME X(30);CPF 9(11);DEPTO X(10);CARGO X(20);
      *          BANCO X(03);AGENCIA X(06);CONTA X(12);SITUACAO
      *          (A ATIVO / D DESLIGADO);DATA DO DESLIGAMENTO.
      *          Centro de custo: o funcionario pesa 100% no centro de
      *          custo do seu DEPTO; quem divide o tempo entre areas
      *          ganha um rateio (opcao 6) gravado em rateiocc.txt
      *          (MATRICULA;CENTRO DE CUSTO X(10);PERCENTUAL 999,99),
      *          ate 5 centros somando 100%. O RATEIO-FOLHA usa esse
      *          rateio para distribuir o custo da folha.
      *          Vale-transporte e vale-refeicao (opcao 7): custo diario
      *          da conducao e categoria de VR do funcionario, em
      *          vtvr.txt (MATRICULA;VT DIARIO 9(04),99;CATEGORIA
      *          X(10)); o valor diario de cada categoria (opcao 8) fica
      *          em vrcategorias.txt (CATEGORIA;VALOR DIARIO 9(04),99).
      *          O PEDIDO-VTVR calcula a compra do mes com eles.
      *          Adiantamento quinzenal (tambem na opcao 7): percentual
      *          do salario que o funcionario optou por receber no dia
      *          20, ate 40%, em adiantopc.txt (MATRICULA;PERCENTUAL
      *          99); 0 tira a opcao. O ADIANTAMENTO paga com ele.
      *          Credito em conta (tambem na opcao 7): o funcionario que
      *          tem conta no contas.dat opta por receber o liquido
      *          nela em vez de pela remessa do banco; os optantes
      *          ficam em credconta.txt (MATRICULA;S). O CALCULA-SAL-
      *          FINAL, o FERIAS e a RESCISAO creditam pela opcao,
      *          desde que o CPF do cadastro tenha conta ativa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. CADASTRO-FUNC.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO "C:\teste\funcionarios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FUNCIONARIOS.

      *--> HISTORICO DE SALARIOS: MATRICULA;VIGENCIA;SALARIO ANTERIOR;
      *    SALARIO NOVO;MOTIVO;OPERADOR;DATA DO REGISTRO
           SELECT HISTSAL ASSIGN TO "C:\teste\histsalarios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HISTSAL.

      *--> RATEIO POR CENTRO DE CUSTO: MATRICULA;CENTRO;PERCENTUAL
           SELECT RATEIO ASSIGN TO "C:\teste\rateiocc.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RATEIO.

      *--> VT/VR DO FUNCIONARIO: MATRICULA;VT DIARIO;CATEGORIA VR
           SELECT VTVR ASSIGN TO "C:\teste\vtvr.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-VTVR.

      *--> CATEGORIAS DE VR: CATEGORIA;VALOR DIARIO
           SELECT CATEGVR ASSIGN TO "C:\teste\vrcategorias.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CATEGVR.

      *--> OPCAO PELO ADIANTAMENTO QUINZENAL: MATRICULA;PERCENTUAL
           SELECT ADIANTPC ASSIGN TO "C:\teste\adiantopc.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ADIANTPC.

      *--> OPCAO PELO CREDITO DO LIQUIDO NA CONTA INTERNA: MATRICULA;S
           SELECT CREDCONTA ASSIGN TO "C:\teste\credconta.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CREDCONTA.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  FUNCIONARIOS.
       01  REG-FUNCIONARIO             PIC X(150).
      *
       FD  HISTSAL.
       01  REG-HISTSAL                 PIC X(100).
      *
       FD  RATEIO.
       01  REG-RATEIO                  PIC X(40).
      *
       FD  VTVR.
       01  REG-VTVR                    PIC X(40).
      *
       FD  CATEGVR.
       01  REG-CATEGVR                 PIC X(40).
      *
       FD  ADIANTPC.
       01  REG-ADIANTPC                PIC X(20).
      *
       FD  CREDCONTA.
       01  REG-CREDCONTA               PIC X(20).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-FUNCIONARIOS     PIC X(02)           VALUE SPACES.
       77  FS-HISTSAL          PIC X(02)           VALUE SPACES.
       77  FS-RATEIO           PIC X(02)           VALUE SPACES.
       77  FS-VTVR             PIC X(02)           VALUE SPACES.
       77  FS-CATEGVR          PIC X(02)           VALUE SPACES.
       77  FS-ADIANTPC         PIC X(02)           VALUE SPACES.
       77  FS-CREDCONTA        PIC X(02)           VALUE SPACES.

       77  WS-OPCAO            PIC 9               VALUE ZEROS.
       77  WS-OPERADOR         PIC X(10)           VALUE SPACES.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-MUDOU            PIC X               VALUE "N".
       77  WS-MUDOU-RATEIO     PIC X               VALUE "N".
       77  WS-MUDOU-VTVR       PIC X               VALUE "N".
       77  WS-MUDOU-CATEG      PIC X               VALUE "N".
       77  WS-MUDOU-ADT        PIC X               VALUE "N".
       77  WS-MUDOU-CRD        PIC X               VALUE "N".

      *--> CADASTRO EM MEMORIA
       77  WS-QTD-FUNC         PIC 9(03)           VALUE ZEROS.
       77  WS-IND-FUNC         PIC 9(03)           VALUE ZEROS.
       77  WS-FUNC-ACHADO      PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-FUNC         OCCURS 200 TIMES.
           05 WS-FUN-MATRICULA PIC X(10).
           05 WS-FUN-SALARIO   PIC 9(06)V99.
           05 WS-FUN-ADMISSAO  PIC 9(08).
           05 WS-FUN-NOME      PIC X(30).
           05 WS-FUN-CPF       PIC 9(11).
           05 WS-FUN-DEPTO     PIC X(10).
           05 WS-FUN-CARGO     PIC X(20).
           05 WS-FUN-BANCO     PIC X(03).
           05 WS-FUN-AGENCIA   PIC X(06).
           05 WS-FUN-CONTA     PIC X(12).
           05 WS-FUN-SITUACAO  PIC X(01).
           05 WS-FUN-DT-DESLIG PIC 9(08).

      *--> CAMPOS DA LINHA LIDA (LINHA ANTIGA PODE VIR SO COM
      *    MATRICULA;SALARIO;ADMISSAO)
       77  WS-LIN-ADMISSAO     PIC X(08)           VALUE SPACES.
       77  WS-LIN-CPF          PIC X(11)           VALUE SPACES.
       77  WS-LIN-DT-DESLIG    PIC X(08)           VALUE SPACES.
       77  WS-SALARIO-EDT      PIC 9(06),99.
       77  WS-SALNOVO-EDT      PIC 9(06),99.

      *--> HISTORICO DE SALARIOS EM MEMORIA
       77  WS-QTD-HIS          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-HIS          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-HIS          OCCURS 2000 TIMES.
           05 WS-HIS-MATRICULA PIC X(10).
           05 WS-HIS-VIGENCIA  PIC 9(08).
           05 WS-HIS-ANTERIOR  PIC 9(06)V99.
           05 WS-HIS-NOVO      PIC 9(06)V99.
           05 WS-HIS-MOTIVO    PIC X(20).
           05 WS-HIS-OPERADOR  PIC X(10).
           05 WS-HIS-DT-REG    PIC 9(08).
       77  WS-LIN-VIGENCIA     PIC X(08)           VALUE SPACES.
       77  WS-LIN-DT-REG       PIC X(08)           VALUE SPACES.

      *--> SALARIO VIGENTE NUMA DATA (ULTIMA VIGENCIA ATE A DATA; SEM
      *    HISTORICO VALE O DO CADASTRO)
       77  WS-DATA-REF         PIC 9(08)           VALUE ZEROS.
       77  WS-SAL-VIGENTE      PIC 9(06)V99        VALUE ZEROS.
       77  WS-MELHOR-VIGENCIA  PIC 9(08)           VALUE ZEROS.
       77  WS-PROXIMA-VIGENCIA PIC 9(08)           VALUE ZEROS.
       77  WS-SAL-ANTERIOR     PIC 9(06)V99        VALUE ZEROS.
       77  WS-TEM-HISTORICO    PIC X               VALUE "N".

      *--> RATEIO POR CENTRO DE CUSTO EM MEMORIA E O RATEIO NOVO
      *    SENDO DIGITADO (ATE 5 CENTROS POR FUNCIONARIO)
       77  WS-QTD-RAT          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-RAT          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-DST          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-RAT          OCCURS 1000 TIMES.
           05 WS-RAT-MATRICULA PIC X(10).
           05 WS-RAT-CCUSTO    PIC X(10).
           05 WS-RAT-PERC      PIC 9(03)V99.
       77  WS-PERC-EDT         PIC ZZ9,99.
       77  WS-PERC-GRV         PIC 9(03),99.
       77  WS-QTD-NOVO         PIC 9(01)           VALUE ZEROS.
       77  WS-IND-NOVO         PIC 9(01)           VALUE ZEROS.
       77  WS-SOMA-PERC        PIC 9(04)V99        VALUE ZEROS.
       77  WS-FIM-RATEIO       PIC X               VALUE "N".
       01  WS-TAB-NOVO         OCCURS 5 TIMES.
           05 WS-NOV-CCUSTO    PIC X(10).
           05 WS-NOV-PERC      PIC 9(03)V99.

      *--> VT/VR POR FUNCIONARIO E VALOR DIARIO POR CATEGORIA DE VR
       77  WS-QTD-VTVR         PIC 9(03)           VALUE ZEROS.
       77  WS-IND-VTVR         PIC 9(03)           VALUE ZEROS.
       77  WS-VTVR-ACHADO      PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-VTVR         OCCURS 200 TIMES.
           05 WS-VTV-MATRICULA PIC X(10).
           05 WS-VTV-DIARIO    PIC 9(04)V99.
           05 WS-VTV-CATEGORIA PIC X(10).
       77  WS-QTD-CAT          PIC 9(02)           VALUE ZEROS.
       77  WS-IND-CAT          PIC 9(02)           VALUE ZEROS.
       77  WS-CAT-ACHADA       PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-CAT          OCCURS 20 TIMES.
           05 WS-CAT-CODIGO    PIC X(10).
           05 WS-CAT-VALOR     PIC 9(04)V99.
       77  WS-DIARIO-GRV       PIC 9(04),99.
       77  WS-DIARIO-EDT       PIC Z.ZZ9,99.
       77  WS-CATEG-ENT        PIC X(10)           VALUE SPACES.

      *--> PERCENTUAL DO ADIANTAMENTO QUINZENAL (TETO DE 40%)
       77  WS-QTD-ADT          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-ADT          PIC 9(03)           VALUE ZEROS.
       77  WS-ADT-ACHADO       PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-ADT          OCCURS 200 TIMES.
           05 WS-ADT-MATRICULA PIC X(10).
           05 WS-ADT-PERC      PIC 9(02).
       77  WS-ADT-TETO         PIC 9(02)           VALUE 40.

      *--> OPCAO PELO CREDITO DO LIQUIDO NA CONTA INTERNA (S/N)
       77  WS-QTD-CRD          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-CRD          PIC 9(03)           VALUE ZEROS.
       77  WS-CRD-ACHADO       PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-CRD          OCCURS 200 TIMES.
           05 WS-CRD-MATRICULA PIC X(10).
           05 WS-CRD-OPCAO     PIC X(01).

      *--> ENTRADAS
       77  WS-MATRICULA-ENT    PIC X(10)           VALUE SPACES.
       77  WS-NOME-ENT         PIC X(30)           VALUE SPACES.
       77  WS-CPF-ENT          PIC X(11)           VALUE SPACES.
       77  WS-DATA-ENT         PIC X(08)           VALUE SPACES.
       77  WS-DEPTO-ENT        PIC X(10)           VALUE SPACES.
       77  WS-CARGO-ENT        PIC X(20)           VALUE SPACES.
       77  WS-BANCO-ENT        PIC X(03)           VALUE SPACES.
       77  WS-AGENCIA-ENT      PIC X(06)           VALUE SPACES.
       77  WS-CONTA-ENT        PIC X(12)           VALUE SPACES.
       77  WS-VALOR-ENT        PIC X(12)           VALUE SPACES.
       77  WS-MOTIVO-ENT       PIC X(20)           VALUE SPACES.
       77  WS-VALOR-NUM        PIC 9(06)V99        VALUE ZEROS.
       77  WS-DATA-NUM         PIC 9(08)           VALUE ZEROS.
       77  WS-ENTRADA-OK       PIC X               VALUE "N".
       77  WS-CONFIRMA         PIC X               VALUE SPACES.

      *--> EDICAO
       77  WS-VALOR-EDT        PIC ZZZ.ZZ9,99.
       77  WS-VALOR2-EDT       PIC ZZZ.ZZ9,99.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM 0900-REGRAVAR-FUNCIONARIOS.
           PERFORM 0920-REGRAVAR-RATEIO.
           PERFORM 0930-REGRAVAR-VTVR.
           PERFORM 0940-REGRAVAR-CATEGORIAS.
           PERFORM 0945-REGRAVAR-ADIANTAMENTO.
           PERFORM 0947-REGRAVAR-CREDITO-CONTA.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           DISPLAY "OPERADOR RESPONSAVEL: ".
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           PERFORM 0110-CARREGAR-FUNCIONARIOS.
           PERFORM 0120-CARREGAR-HISTORICO.
           PERFORM 0130-CARREGAR-RATEIO.
           PERFORM 0140-CARREGAR-VTVR.
           PERFORM 0145-CARREGAR-CATEGORIAS.
           PERFORM 0147-CARREGAR-ADIANTAMENTO.
           PERFORM 0142-CARREGAR-CREDITO-CONTA.
           DISPLAY "FUNCIONARIOS CARREGADOS: " WS-QTD-FUNC.

      *--> REAJUSTE COM VIGENCIA QUE JA CHEGOU ENTRA NO CADASTRO
           MOVE WS-DATA-HOJE TO WS-DATA-REF.
           PERFORM VARYING WS-IND-FUNC FROM 1 BY 1
                   UNTIL WS-IND-FUNC GREATER THAN WS-QTD-FUNC
               PERFORM 0150-SALARIO-VIGENTE
               IF WS-TEM-HISTORICO EQUAL "S"
                  AND WS-SAL-VIGENTE NOT EQUAL
                          WS-FUN-SALARIO(WS-IND-FUNC)
                   MOVE WS-SAL-VIGENTE TO WS-FUN-SALARIO(WS-IND-FUNC)
                   MOVE "S" TO WS-MUDOU
                   DISPLAY "SALARIO VIGENTE APLICADO: "
                           WS-FUN-MATRICULA(WS-IND-FUNC)
               END-IF
           END-PERFORM.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0110-CARREGAR-FUNCIONARIOS SECTION.
       0111-CARREGAR-FUNCIONARIOS.
           MOVE ZEROS TO WS-QTD-FUNC.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL "00"
               DISPLAY "FUNCIONARIOS.TXT NAO ENCONTRADO - CADASTRO NOVO"
               EXIT SECTION
           END-IF.
           READ FUNCIONARIOS.
           PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL "00"
                      OR WS-QTD-FUNC EQUAL 200
               IF REG-FUNCIONARIO NOT EQUAL SPACES
                   ADD 1 TO WS-QTD-FUNC
                   PERFORM 0115-DESMONTAR-FUNCIONARIO
               END-IF
               READ FUNCIONARIOS
           END-PERFORM.
           CLOSE FUNCIONARIOS.
       0110-CARREGAR-FUNCIONARIOS-FIM. EXIT.
      ******************************************************************
       0115-DESMONTAR-FUNCIONARIO SECTION.
       0116-DESMONTAR-FUNCIONARIO.
           MOVE SPACES TO WS-FUN-MATRICULA(WS-QTD-FUNC)
                          WS-FUN-NOME(WS-QTD-FUNC)
                          WS-FUN-DEPTO(WS-QTD-FUNC)
                          WS-FUN-CARGO(WS-QTD-FUNC)
                          WS-FUN-BANCO(WS-QTD-FUNC)
                          WS-FUN-AGENCIA(WS-QTD-FUNC)
                          WS-FUN-CONTA(WS-QTD-FUNC)
                          WS-FUN-SITUACAO(WS-QTD-FUNC)
                          WS-LIN-ADMISSAO WS-LIN-CPF WS-LIN-DT-DESLIG.
           MOVE ZEROS  TO WS-FUN-SALARIO(WS-QTD-FUNC).
           UNSTRING REG-FUNCIONARIO DELIMITED BY ";"
               INTO WS-FUN-MATRICULA(WS-QTD-FUNC)
                    WS-FUN-SALARIO(WS-QTD-FUNC)
                    WS-LIN-ADMISSAO
                    WS-FUN-NOME(WS-QTD-FUNC)
                    WS-LIN-CPF
                    WS-FUN-DEPTO(WS-QTD-FUNC)
                    WS-FUN-CARGO(WS-QTD-FUNC)
                    WS-FUN-BANCO(WS-QTD-FUNC)
                    WS-FUN-AGENCIA(WS-QTD-FUNC)
                    WS-FUN-CONTA(WS-QTD-FUNC)
                    WS-FUN-SITUACAO(WS-QTD-FUNC)
                    WS-LIN-DT-DESLIG
           END-UNSTRING.
           IF WS-LIN-ADMISSAO IS NUMERIC
               MOVE WS-LIN-ADMISSAO TO WS-FUN-ADMISSAO(WS-QTD-FUNC)
           ELSE
               MOVE ZEROS TO WS-FUN-ADMISSAO(WS-QTD-FUNC)
           END-IF.
           IF WS-LIN-CPF IS NUMERIC
               MOVE WS-LIN-CPF TO WS-FUN-CPF(WS-QTD-FUNC)
           ELSE
               MOVE ZEROS TO WS-FUN-CPF(WS-QTD-FUNC)
           END-IF.
           IF WS-LIN-DT-DESLIG IS NUMERIC
               MOVE WS-LIN-DT-DESLIG TO WS-FUN-DT-DESLIG(WS-QTD-FUNC)
           ELSE
               MOVE ZEROS TO WS-FUN-DT-DESLIG(WS-QTD-FUNC)
           END-IF.
           IF WS-FUN-SITUACAO(WS-QTD-FUNC) NOT EQUAL "D"
               MOVE "A" TO WS-FUN-SITUACAO(WS-QTD-FUNC)
           END-IF.
       0115-DESMONTAR-FUNCIONARIO-FIM. EXIT.
      ******************************************************************
       0120-CARREGAR-HISTORICO SECTION.
       0121-CARREGAR-HISTORICO.
           MOVE ZEROS TO WS-QTD-HIS.
           OPEN INPUT HISTSAL.
           IF FS-HISTSAL NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ HISTSAL.
           PERFORM UNTIL FS-HISTSAL NOT EQUAL "00"
                      OR WS-QTD-HIS EQUAL 2000
               ADD 1 TO WS-QTD-HIS
               MOVE SPACES TO WS-HIS-MATRICULA(WS-QTD-HIS)
                              WS-HIS-MOTIVO(WS-QTD-HIS)
                              WS-HIS-OPERADOR(WS-QTD-HIS)
                              WS-LIN-VIGENCIA WS-LIN-DT-REG
               MOVE ZEROS  TO WS-HIS-ANTERIOR(WS-QTD-HIS)
                              WS-HIS-NOVO(WS-QTD-HIS)
               UNSTRING REG-HISTSAL DELIMITED BY ";"
                   INTO WS-HIS-MATRICULA(WS-QTD-HIS)
                        WS-LIN-VIGENCIA
                        WS-HIS-ANTERIOR(WS-QTD-HIS)
                        WS-HIS-NOVO(WS-QTD-HIS)
                        WS-HIS-MOTIVO(WS-QTD-HIS)
                        WS-HIS-OPERADOR(WS-QTD-HIS)
                        WS-LIN-DT-REG
               END-UNSTRING
               IF WS-LIN-VIGENCIA IS NUMERIC
                   MOVE WS-LIN-VIGENCIA TO WS-HIS-VIGENCIA(WS-QTD-HIS)
               ELSE
                   MOVE ZEROS TO WS-HIS-VIGENCIA(WS-QTD-HIS)
               END-IF
               IF WS-LIN-DT-REG IS NUMERIC
                   MOVE WS-LIN-DT-REG TO WS-HIS-DT-REG(WS-QTD-HIS)
               ELSE
                   MOVE ZEROS TO WS-HIS-DT-REG(WS-QTD-HIS)
               END-IF
               READ HISTSAL
           END-PERFORM.
           CLOSE HISTSAL.
       0120-CARREGAR-HISTORICO-FIM. EXIT.
      ******************************************************************
       0130-CARREGAR-RATEIO    SECTION.
       0131-CARREGAR-RATEIO.
           MOVE ZEROS TO WS-QTD-RAT.
           OPEN INPUT RATEIO.
           IF FS-RATEIO NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ RATEIO.
           PERFORM UNTIL FS-RATEIO NOT EQUAL "00"
                      OR WS-QTD-RAT EQUAL 1000
               IF REG-RATEIO NOT EQUAL SPACES
                   ADD 1 TO WS-QTD-RAT
                   MOVE SPACES TO WS-RAT-MATRICULA(WS-QTD-RAT)
                                  WS-RAT-CCUSTO(WS-QTD-RAT)
                   MOVE ZEROS  TO WS-RAT-PERC(WS-QTD-RAT)
                   UNSTRING REG-RATEIO DELIMITED BY ";"
                       INTO WS-RAT-MATRICULA(WS-QTD-RAT)
                            WS-RAT-CCUSTO(WS-QTD-RAT)
                            WS-RAT-PERC(WS-QTD-RAT)
                   END-UNSTRING
               END-IF
               READ RATEIO
           END-PERFORM.
           CLOSE RATEIO.
       0130-CARREGAR-RATEIO-FIM. EXIT.
      ******************************************************************
       0140-CARREGAR-VTVR      SECTION.
       0141-CARREGAR-VTVR.
           MOVE ZEROS TO WS-QTD-VTVR.
           OPEN INPUT VTVR.
           IF FS-VTVR NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ VTVR.
           PERFORM UNTIL FS-VTVR NOT EQUAL "00"
                      OR WS-QTD-VTVR EQUAL 200
               IF REG-VTVR NOT EQUAL SPACES
                   ADD 1 TO WS-QTD-VTVR
                   MOVE SPACES TO WS-VTV-MATRICULA(WS-QTD-VTVR)
                                  WS-VTV-CATEGORIA(WS-QTD-VTVR)
                   MOVE ZEROS  TO WS-VTV-DIARIO(WS-QTD-VTVR)
                   UNSTRING REG-VTVR DELIMITED BY ";"
                       INTO WS-VTV-MATRICULA(WS-QTD-VTVR)
                            WS-VTV-DIARIO(WS-QTD-VTVR)
                            WS-VTV-CATEGORIA(WS-QTD-VTVR)
                   END-UNSTRING
               END-IF
               READ VTVR
           END-PERFORM.
           CLOSE VTVR.
       0140-CARREGAR-VTVR-FIM. EXIT.
      ******************************************************************
       0145-CARREGAR-CATEGORIAS SECTION.
       0146-CARREGAR-CATEGORIAS.
           MOVE ZEROS TO WS-QTD-CAT.
           OPEN INPUT CATEGVR.
           IF FS-CATEGVR NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CATEGVR.
           PERFORM UNTIL FS-CATEGVR NOT EQUAL "00"
                      OR WS-QTD-CAT EQUAL 20
               IF REG-CATEGVR NOT EQUAL SPACES
                   ADD 1 TO WS-QTD-CAT
                   MOVE SPACES TO WS-CAT-CODIGO(WS-QTD-CAT)
                   MOVE ZEROS  TO WS-CAT-VALOR(WS-QTD-CAT)
                   UNSTRING REG-CATEGVR DELIMITED BY ";"
                       INTO WS-CAT-CODIGO(WS-QTD-CAT)
                            WS-CAT-VALOR(WS-QTD-CAT)
                   END-UNSTRING
               END-IF
               READ CATEGVR
           END-PERFORM.
           CLOSE CATEGVR.
       0145-CARREGAR-CATEGORIAS-FIM. EXIT.
      ******************************************************************
       0142-CARREGAR-CREDITO-CONTA SECTION.
       0143-CARREGAR-CREDITO-CONTA.
           MOVE ZEROS TO WS-QTD-CRD.
           OPEN INPUT CREDCONTA.
           IF FS-CREDCONTA NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CREDCONTA.
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
           END-PERFORM.
           CLOSE CREDCONTA.
       0142-CARREGAR-CREDITO-CONTA-FIM. EXIT.
      ******************************************************************
       0147-CARREGAR-ADIANTAMENTO SECTION.
       0148-CARREGAR-ADIANTAMENTO.
           MOVE ZEROS TO WS-QTD-ADT.
           OPEN INPUT ADIANTPC.
           IF FS-ADIANTPC NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ ADIANTPC.
           PERFORM UNTIL FS-ADIANTPC NOT EQUAL "00"
                      OR WS-QTD-ADT EQUAL 200
               IF REG-ADIANTPC NOT EQUAL SPACES
                   ADD 1 TO WS-QTD-ADT
                   MOVE SPACES TO WS-ADT-MATRICULA(WS-QTD-ADT)
                   MOVE ZEROS  TO WS-ADT-PERC(WS-QTD-ADT)
                   UNSTRING REG-ADIANTPC DELIMITED BY ";"
                       INTO WS-ADT-MATRICULA(WS-QTD-ADT)
                            WS-ADT-PERC(WS-QTD-ADT)
                   END-UNSTRING
               END-IF
               READ ADIANTPC
           END-PERFORM.
           CLOSE ADIANTPC.
       0147-CARREGAR-ADIANTAMENTO-FIM. EXIT.
      ******************************************************************
      *--> SALARIO DO FUNCIONARIO WS-IND-FUNC VIGENTE EM WS-DATA-REF:
      *    O NOVO DA ULTIMA VIGENCIA ATE A DATA (EM EMPATE, O ULTIMO
      *    REGISTRADO); ANTES DO PRIMEIRO REGISTRO, O ANTERIOR DELE
       0150-SALARIO-VIGENTE    SECTION.
       0151-SALARIO-VIGENTE.
           MOVE WS-FUN-SALARIO(WS-IND-FUNC) TO WS-SAL-VIGENTE.
           MOVE ZEROS TO WS-MELHOR-VIGENCIA.
           MOVE 99999999 TO WS-PROXIMA-VIGENCIA.
           MOVE "N" TO WS-TEM-HISTORICO.
           PERFORM VARYING WS-IND-HIS FROM 1 BY 1
                   UNTIL WS-IND-HIS GREATER THAN WS-QTD-HIS
               IF WS-HIS-MATRICULA(WS-IND-HIS) EQUAL
                       WS-FUN-MATRICULA(WS-IND-FUNC)
                   IF WS-HIS-VIGENCIA(WS-IND-HIS) NOT GREATER THAN
                          WS-DATA-REF
                      AND WS-HIS-VIGENCIA(WS-IND-HIS) NOT LESS THAN
                          WS-MELHOR-VIGENCIA
                       MOVE "S" TO WS-TEM-HISTORICO
                       MOVE WS-HIS-VIGENCIA(WS-IND-HIS)
                               TO WS-MELHOR-VIGENCIA
                       MOVE WS-HIS-NOVO(WS-IND-HIS) TO WS-SAL-VIGENTE
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
           IF WS-TEM-HISTORICO EQUAL "N"
              AND WS-PROXIMA-VIGENCIA NOT EQUAL 99999999
               MOVE "S" TO WS-TEM-HISTORICO
               MOVE WS-SAL-ANTERIOR TO WS-SAL-VIGENTE
           END-IF.
       0150-SALARIO-VIGENTE-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           DISPLAY " ".
           DISPLAY "1-ADMITIR 2-CONSULTAR 3-ALTERAR DADOS "
                   "4-ALTERAR SALARIO 5-LISTAR 6-RATEIO C.CUSTO".
           DISPLAY "7-VT/VR, ADIANTAMENTO E CREDITO EM CONTA "
                   "8-CATEGORIAS DE VR 9-SAIR (GRAVA): ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0300-ADMITIR
               WHEN 2
                   PERFORM 0400-CONSULTAR
               WHEN 3
                   PERFORM 0500-ALTERAR-DADOS
               WHEN 4
                   PERFORM 0600-ALTERAR-SALARIO
               WHEN 5
                   PERFORM 0700-LISTAR
               WHEN 6
                   PERFORM 0650-DEFINIR-RATEIO
               WHEN 7
                   PERFORM 0670-DEFINIR-VTVR
               WHEN 8
                   PERFORM 0680-CATEGORIAS-VR
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
       0210-LOCALIZAR-FUNCIONARIO SECTION.
       0211-LOCALIZAR-FUNCIONARIO.
           MOVE ZEROS TO WS-FUNC-ACHADO.
           PERFORM VARYING WS-IND-FUNC FROM 1 BY 1
                   UNTIL WS-IND-FUNC GREATER THAN WS-QTD-FUNC
               IF WS-FUN-MATRICULA(WS-IND-FUNC) EQUAL WS-MATRICULA-ENT
                   MOVE WS-IND-FUNC TO WS-FUNC-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0210-LOCALIZAR-FUNCIONARIO-FIM. EXIT.
      ******************************************************************
      *--> ADMISSAO: TUDO OBRIGATORIO MENOS CARGO; A LINHA DO HISTORICO
      *    ABRE COM O SALARIO DE ADMISSAO NA DATA DE ADMISSAO
       0300-ADMITIR            SECTION.
       0301-ADMITIR.
           IF WS-QTD-FUNC EQUAL 200
               DISPLAY "CADASTRO CHEIO (200 FUNCIONARIOS)"
               EXIT SECTION
           END-IF.
           DISPLAY "MATRICULA: ".
           MOVE SPACES TO WS-MATRICULA-ENT.
           ACCEPT WS-MATRICULA-ENT.
           MOVE FUNCTION UPPER-CASE(WS-MATRICULA-ENT)
                   TO WS-MATRICULA-ENT.
           IF WS-MATRICULA-ENT EQUAL SPACES
               DISPLAY "MATRICULA OBRIGATORIA"
               EXIT SECTION
           END-IF.
           PERFORM 0210-LOCALIZAR-FUNCIONARIO.
           IF WS-FUNC-ACHADO NOT EQUAL ZEROS
               DISPLAY "MATRICULA JA CADASTRADA"
               EXIT SECTION
           END-IF.

           DISPLAY "NOME: ".
           MOVE SPACES TO WS-NOME-ENT.
           ACCEPT WS-NOME-ENT.
           MOVE FUNCTION UPPER-CASE(WS-NOME-ENT) TO WS-NOME-ENT.
           IF WS-NOME-ENT EQUAL SPACES
               DISPLAY "NOME OBRIGATORIO"
               EXIT SECTION
           END-IF.

           DISPLAY "CPF (11 DIGITOS): ".
           MOVE SPACES TO WS-CPF-ENT.
           ACCEPT WS-CPF-ENT.
           IF WS-CPF-ENT IS NOT NUMERIC
               DISPLAY "CPF INVALIDO"
               EXIT SECTION
           END-IF.

           DISPLAY "DATA DE ADMISSAO (AAAAMMDD): ".
           MOVE SPACES TO WS-DATA-ENT.
           ACCEPT WS-DATA-ENT.
           PERFORM 0810-VALIDAR-DATA.
           IF WS-ENTRADA-OK NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           DISPLAY "DEPARTAMENTO: ".
           MOVE SPACES TO WS-DEPTO-ENT.
           ACCEPT WS-DEPTO-ENT.
           MOVE FUNCTION UPPER-CASE(WS-DEPTO-ENT) TO WS-DEPTO-ENT.
           IF WS-DEPTO-ENT EQUAL SPACES
               DISPLAY "DEPARTAMENTO OBRIGATORIO"
               EXIT SECTION
           END-IF.

           DISPLAY "CARGO: ".
           MOVE SPACES TO WS-CARGO-ENT.
           ACCEPT WS-CARGO-ENT.
           MOVE FUNCTION UPPER-CASE(WS-CARGO-ENT) TO WS-CARGO-ENT.

           DISPLAY "SALARIO (EX 3500,00): ".
           MOVE SPACES TO WS-VALOR-ENT.
           ACCEPT WS-VALOR-ENT.
           PERFORM 0820-VALIDAR-VALOR.
           IF WS-ENTRADA-OK NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           PERFORM 0830-DIGITAR-BANCO.
           IF WS-ENTRADA-OK NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-QTD-FUNC.
           MOVE WS-QTD-FUNC      TO WS-IND-FUNC.
           MOVE WS-MATRICULA-ENT TO WS-FUN-MATRICULA(WS-IND-FUNC).
           MOVE WS-VALOR-NUM     TO WS-FUN-SALARIO(WS-IND-FUNC).
           MOVE WS-DATA-NUM      TO WS-FUN-ADMISSAO(WS-IND-FUNC).
           MOVE WS-NOME-ENT      TO WS-FUN-NOME(WS-IND-FUNC).
           MOVE WS-CPF-ENT       TO WS-FUN-CPF(WS-IND-FUNC).
           MOVE WS-DEPTO-ENT     TO WS-FUN-DEPTO(WS-IND-FUNC).
           MOVE WS-CARGO-ENT     TO WS-FUN-CARGO(WS-IND-FUNC).
           MOVE WS-BANCO-ENT     TO WS-FUN-BANCO(WS-IND-FUNC).
           MOVE WS-AGENCIA-ENT   TO WS-FUN-AGENCIA(WS-IND-FUNC).
           MOVE WS-CONTA-ENT     TO WS-FUN-CONTA(WS-IND-FUNC).
           MOVE "A"              TO WS-FUN-SITUACAO(WS-IND-FUNC).
           MOVE ZEROS            TO WS-FUN-DT-DESLIG(WS-IND-FUNC).
           MOVE "S" TO WS-MUDOU.

           MOVE ZEROS      TO WS-SAL-VIGENTE.
           MOVE "ADMISSAO" TO WS-MOTIVO-ENT.
           PERFORM 0950-GRAVAR-HISTORICO.
           DISPLAY "FUNCIONARIO ADMITIDO".
       0300-ADMITIR-FIM.       EXIT.
      ******************************************************************
       0400-CONSULTAR          SECTION.
       0401-CONSULTAR.
           DISPLAY "MATRICULA: ".
           MOVE SPACES TO WS-MATRICULA-ENT.
           ACCEPT WS-MATRICULA-ENT.
           MOVE FUNCTION UPPER-CASE(WS-MATRICULA-ENT)
                   TO WS-MATRICULA-ENT.
           PERFORM 0210-LOCALIZAR-FUNCIONARIO.
           IF WS-FUNC-ACHADO EQUAL ZEROS
               DISPLAY "MATRICULA NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           MOVE WS-FUNC-ACHADO TO WS-IND-FUNC.
           PERFORM 0410-MOSTRAR-FUNCIONARIO.

           DISPLAY "HISTORICO DE SALARIOS:".
           PERFORM VARYING WS-IND-HIS FROM 1 BY 1
                   UNTIL WS-IND-HIS GREATER THAN WS-QTD-HIS
               IF WS-HIS-MATRICULA(WS-IND-HIS) EQUAL
                       WS-FUN-MATRICULA(WS-IND-FUNC)
                   MOVE WS-HIS-ANTERIOR(WS-IND-HIS) TO WS-VALOR-EDT
                   MOVE WS-HIS-NOVO(WS-IND-HIS)     TO WS-VALOR2-EDT
                   DISPLAY "  " WS-HIS-VIGENCIA(WS-IND-HIS) " "
                           WS-VALOR-EDT " -> " WS-VALOR2-EDT " "
                           WS-HIS-MOTIVO(WS-IND-HIS) " "
                           WS-HIS-OPERADOR(WS-IND-HIS)
               END-IF
           END-PERFORM.
       0400-CONSULTAR-FIM.     EXIT.
      ******************************************************************
       0410-MOSTRAR-FUNCIONARIO SECTION.
       0411-MOSTRAR-FUNCIONARIO.
           MOVE WS-FUN-SALARIO(WS-IND-FUNC) TO WS-VALOR-EDT.
           DISPLAY "MATRICULA...: " WS-FUN-MATRICULA(WS-IND-FUNC).
           DISPLAY "NOME........: " WS-FUN-NOME(WS-IND-FUNC).
           DISPLAY "CPF.........: " WS-FUN-CPF(WS-IND-FUNC).
           DISPLAY "ADMISSAO....: " WS-FUN-ADMISSAO(WS-IND-FUNC).
           DISPLAY "DEPARTAMENTO: " WS-FUN-DEPTO(WS-IND-FUNC).
           DISPLAY "CARGO.......: " WS-FUN-CARGO(WS-IND-FUNC).
           DISPLAY "SALARIO.....: " WS-VALOR-EDT.
           DISPLAY "BANCO/AG/CC.: " WS-FUN-BANCO(WS-IND-FUNC) " / "
                   WS-FUN-AGENCIA(WS-IND-FUNC) " / "
                   WS-FUN-CONTA(WS-IND-FUNC).
           IF WS-FUN-SITUACAO(WS-IND-FUNC) EQUAL "D"
               DISPLAY "SITUACAO....: DESLIGADO EM "
                       WS-FUN-DT-DESLIG(WS-IND-FUNC)
           ELSE
               DISPLAY "SITUACAO....: ATIVO"
           END-IF.
           IF WS-FUN-ADMISSAO(WS-IND-FUNC) EQUAL ZEROS
               DISPLAY "*** SEM DATA DE ADMISSAO - FERIAS NAO APURAM"
           END-IF.
           PERFORM 0660-MOSTRAR-RATEIO.
           PERFORM 0675-MOSTRAR-VTVR.
           PERFORM 0697-MOSTRAR-ADIANTAMENTO.
       0410-MOSTRAR-FUNCIONARIO-FIM. EXIT.
      ******************************************************************
      *--> CORRECAO DE DADOS: ENTRADA VAZIA MANTEM O VALOR ATUAL
       0500-ALTERAR-DADOS      SECTION.
       0501-ALTERAR-DADOS.
           DISPLAY "MATRICULA: ".
           MOVE SPACES TO WS-MATRICULA-ENT.
           ACCEPT WS-MATRICULA-ENT.
           MOVE FUNCTION UPPER-CASE(WS-MATRICULA-ENT)
                   TO WS-MATRICULA-ENT.
           PERFORM 0210-LOCALIZAR-FUNCIONARIO.
           IF WS-FUNC-ACHADO EQUAL ZEROS
               DISPLAY "MATRICULA NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           MOVE WS-FUNC-ACHADO TO WS-IND-FUNC.
           PERFORM 0410-MOSTRAR-FUNCIONARIO.
           DISPLAY "(ENTRADA VAZIA MANTEM O VALOR ATUAL)".

           DISPLAY "NOME: ".
           MOVE SPACES TO WS-NOME-ENT.
           ACCEPT WS-NOME-ENT.
           IF WS-NOME-ENT NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(WS-NOME-ENT)
                       TO WS-FUN-NOME(WS-IND-FUNC)
           END-IF.

           DISPLAY "CPF: ".
           MOVE SPACES TO WS-CPF-ENT.
           ACCEPT WS-CPF-ENT.
           IF WS-CPF-ENT NOT EQUAL SPACES
               IF WS-CPF-ENT IS NUMERIC
                   MOVE WS-CPF-ENT TO WS-FUN-CPF(WS-IND-FUNC)
               ELSE
                   DISPLAY "CPF INVALIDO - MANTIDO"
               END-IF
           END-IF.

           DISPLAY "DATA DE ADMISSAO (AAAAMMDD): ".
           MOVE SPACES TO WS-DATA-ENT.
           ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT NOT EQUAL SPACES
               PERFORM 0810-VALIDAR-DATA
               IF WS-ENTRADA-OK EQUAL "S"
                   MOVE WS-DATA-NUM TO WS-FUN-ADMISSAO(WS-IND-FUNC)
               END-IF
           END-IF.

           DISPLAY "DEPARTAMENTO: ".
           MOVE SPACES TO WS-DEPTO-ENT.
           ACCEPT WS-DEPTO-ENT.
           IF WS-DEPTO-ENT NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(WS-DEPTO-ENT)
                       TO WS-FUN-DEPTO(WS-IND-FUNC)
           END-IF.

           DISPLAY "CARGO: ".
           MOVE SPACES TO WS-CARGO-ENT.
           ACCEPT WS-CARGO-ENT.
           IF WS-CARGO-ENT NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(WS-CARGO-ENT)
                       TO WS-FUN-CARGO(WS-IND-FUNC)
           END-IF.

           DISPLAY "ALTERAR DADOS BANCARIOS? (S/N) ".
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
               PERFORM 0830-DIGITAR-BANCO
               IF WS-ENTRADA-OK EQUAL "S"
                   MOVE WS-BANCO-ENT   TO WS-FUN-BANCO(WS-IND-FUNC)
                   MOVE WS-AGENCIA-ENT TO WS-FUN-AGENCIA(WS-IND-FUNC)
                   MOVE WS-CONTA-ENT   TO WS-FUN-CONTA(WS-IND-FUNC)
               END-IF
           END-IF.
           MOVE "S" TO WS-MUDOU.
           DISPLAY "DADOS ATUALIZADOS".
       0500-ALTERAR-DADOS-FIM. EXIT.
      ******************************************************************
      *--> ALTERACAO DE SALARIO: VIGENCIA (VAZIA = HOJE, NUNCA ANTES
      *    DA ADMISSAO), NOVO VALOR E MOTIVO OBRIGATORIO. O ANTERIOR E
      *    O VIGENTE NA DATA; O CADASTRO FICA COM O VIGENTE HOJE
       0600-ALTERAR-SALARIO    SECTION.
       0601-ALTERAR-SALARIO.
           DISPLAY "MATRICULA: ".
           MOVE SPACES TO WS-MATRICULA-ENT.
           ACCEPT WS-MATRICULA-ENT.
           MOVE FUNCTION UPPER-CASE(WS-MATRICULA-ENT)
                   TO WS-MATRICULA-ENT.
           PERFORM 0210-LOCALIZAR-FUNCIONARIO.
           IF WS-FUNC-ACHADO EQUAL ZEROS
               DISPLAY "MATRICULA NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           MOVE WS-FUNC-ACHADO TO WS-IND-FUNC.
           IF WS-FUN-SITUACAO(WS-IND-FUNC) EQUAL "D"
               DISPLAY "FUNCIONARIO DESLIGADO EM "
                       WS-FUN-DT-DESLIG(WS-IND-FUNC)
                       " - SALARIO NAO SE ALTERA"
               EXIT SECTION
           END-IF.
           MOVE WS-FUN-SALARIO(WS-IND-FUNC) TO WS-VALOR-EDT.
           DISPLAY WS-FUN-NOME(WS-IND-FUNC) " - SALARIO ATUAL "
                   WS-VALOR-EDT.

           DISPLAY "VIGENCIA (AAAAMMDD, VAZIA = HOJE): ".
           MOVE SPACES TO WS-DATA-ENT.
           ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT EQUAL SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-NUM
           ELSE
               PERFORM 0810-VALIDAR-DATA
               IF WS-ENTRADA-OK NOT EQUAL "S"
                   EXIT SECTION
               END-IF
           END-IF.
           IF WS-DATA-NUM LESS THAN WS-FUN-ADMISSAO(WS-IND-FUNC)
               DISPLAY "VIGENCIA ANTERIOR A ADMISSAO"
               EXIT SECTION
           END-IF.

           DISPLAY "NOVO SALARIO (EX 3800,00): ".
           MOVE SPACES TO WS-VALOR-ENT.
           ACCEPT WS-VALOR-ENT.
           PERFORM 0820-VALIDAR-VALOR.
           IF WS-ENTRADA-OK NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           DISPLAY "MOTIVO (REAJUSTE, PROMOCAO, DISSIDIO...): ".
           MOVE SPACES TO WS-MOTIVO-ENT.
           ACCEPT WS-MOTIVO-ENT.
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO-ENT) TO WS-MOTIVO-ENT.
           INSPECT WS-MOTIVO-ENT REPLACING ALL ";" BY ",".
           IF WS-MOTIVO-ENT EQUAL SPACES
               DISPLAY "MOTIVO OBRIGATORIO"
               EXIT SECTION
           END-IF.

           MOVE WS-DATA-NUM TO WS-DATA-REF.
           PERFORM 0150-SALARIO-VIGENTE.
           IF WS-SAL-VIGENTE EQUAL WS-VALOR-NUM
               DISPLAY "SALARIO IGUAL AO VIGENTE NA DATA - NADA MUDA"
               EXIT SECTION
           END-IF.
           MOVE WS-SAL-VIGENTE TO WS-VALOR-EDT.
           MOVE WS-VALOR-NUM   TO WS-VALOR2-EDT.
           DISPLAY "DE " WS-VALOR-EDT " PARA " WS-VALOR2-EDT
                   " A PARTIR DE " WS-DATA-NUM ". CONFIRMA? (S/N) ".
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
               DISPLAY "ALTERACAO CANCELADA"
               EXIT SECTION
           END-IF.

           PERFORM 0950-GRAVAR-HISTORICO.
           MOVE WS-DATA-HOJE TO WS-DATA-REF.
           PERFORM 0150-SALARIO-VIGENTE.
           MOVE WS-SAL-VIGENTE TO WS-FUN-SALARIO(WS-IND-FUNC).
           MOVE "S" TO WS-MUDOU.
           IF WS-DATA-NUM GREATER THAN WS-DATA-HOJE
               DISPLAY "ALTERACAO REGISTRADA - ENTRA NO CADASTRO EM "
                       WS-DATA-NUM
           ELSE
               DISPLAY "SALARIO ALTERADO"
           END-IF.
       0600-ALTERAR-SALARIO-FIM. EXIT.
      ******************************************************************
      *--> RATEIO DO FUNCIONARIO WS-IND-FUNC ENTRE CENTROS DE CUSTO:
      *    DIGITA-SE TUDO DE NOVO (ATE 5 CENTROS, SOMA DE 100%); SEM
      *    NENHUM CENTRO ELE VOLTA A PESAR 100% NO PROPRIO DEPTO
       0650-DEFINIR-RATEIO     SECTION.
       0651-DEFINIR-RATEIO.
           DISPLAY "MATRICULA: ".
           MOVE SPACES TO WS-MATRICULA-ENT.
           ACCEPT WS-MATRICULA-ENT.
           MOVE FUNCTION UPPER-CASE(WS-MATRICULA-ENT)
                   TO WS-MATRICULA-ENT.
           PERFORM 0210-LOCALIZAR-FUNCIONARIO.
           IF WS-FUNC-ACHADO EQUAL ZEROS
               DISPLAY "MATRICULA NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           MOVE WS-FUNC-ACHADO TO WS-IND-FUNC.
           IF WS-FUN-SITUACAO(WS-IND-FUNC) EQUAL "D"
               DISPLAY "FUNCIONARIO DESLIGADO - RATEIO NAO ALTERADO"
               EXIT SECTION
           END-IF.
           PERFORM 0660-MOSTRAR-RATEIO.

           DISPLAY "NOVO RATEIO - CENTRO DE CUSTO EM BRANCO ENCERRA "
                   "(NENHUM CENTRO = 100% NO DEPTO)".
           MOVE ZEROS TO WS-QTD-NOVO WS-SOMA-PERC.
           MOVE "N" TO WS-FIM-RATEIO.
           PERFORM 0655-DIGITAR-PARCELA
                   UNTIL WS-FIM-RATEIO EQUAL "S" OR WS-QTD-NOVO EQUAL 5.

           IF WS-QTD-NOVO GREATER THAN ZEROS
              AND WS-SOMA-PERC NOT EQUAL 100
               MOVE WS-SOMA-PERC TO WS-PERC-EDT
               DISPLAY "SOMA DOS PERCENTUAIS " WS-PERC-EDT
                       "% - TEM QUE SER 100% - RATEIO NAO ALTERADO"
               EXIT SECTION
           END-IF.

           DISPLAY "CONFIRMA O NOVO RATEIO (S/N)? ".
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT EQUAL "S" AND WS-CONFIRMA NOT EQUAL "s"
               DISPLAY "RATEIO NAO ALTERADO"
               EXIT SECTION
           END-IF.

      *--> TIRA O RATEIO ANTIGO (COMPACTANDO A TABELA) E POE O NOVO
           MOVE ZEROS TO WS-IND-DST.
           PERFORM VARYING WS-IND-RAT FROM 1 BY 1
                   UNTIL WS-IND-RAT GREATER THAN WS-QTD-RAT
               IF WS-RAT-MATRICULA(WS-IND-RAT) NOT EQUAL
                       WS-FUN-MATRICULA(WS-IND-FUNC)
                   ADD 1 TO WS-IND-DST
                   MOVE WS-TAB-RAT(WS-IND-RAT)
                           TO WS-TAB-RAT(WS-IND-DST)
               END-IF
           END-PERFORM.
           MOVE WS-IND-DST TO WS-QTD-RAT.
           PERFORM VARYING WS-IND-NOVO FROM 1 BY 1
                   UNTIL WS-IND-NOVO GREATER THAN WS-QTD-NOVO
                      OR WS-QTD-RAT EQUAL 1000
               ADD 1 TO WS-QTD-RAT
               MOVE WS-FUN-MATRICULA(WS-IND-FUNC)
                       TO WS-RAT-MATRICULA(WS-QTD-RAT)
               MOVE WS-NOV-CCUSTO(WS-IND-NOVO)
                       TO WS-RAT-CCUSTO(WS-QTD-RAT)
               MOVE WS-NOV-PERC(WS-IND-NOVO)
                       TO WS-RAT-PERC(WS-QTD-RAT)
           END-PERFORM.
           MOVE "S" TO WS-MUDOU-RATEIO.
           PERFORM 0660-MOSTRAR-RATEIO.
       0650-DEFINIR-RATEIO-FIM. EXIT.
      ******************************************************************
       0655-DIGITAR-PARCELA    SECTION.
       0656-DIGITAR-PARCELA.
           DISPLAY "CENTRO DE CUSTO: ".
           MOVE SPACES TO WS-DEPTO-ENT.
           ACCEPT WS-DEPTO-ENT.
           IF WS-DEPTO-ENT EQUAL SPACES
               MOVE "S" TO WS-FIM-RATEIO
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-DEPTO-ENT) TO WS-DEPTO-ENT.
           PERFORM VARYING WS-IND-NOVO FROM 1 BY 1
                   UNTIL WS-IND-NOVO GREATER THAN WS-QTD-NOVO
               IF WS-NOV-CCUSTO(WS-IND-NOVO) EQUAL WS-DEPTO-ENT
                   DISPLAY "CENTRO DE CUSTO JA INFORMADO"
                   EXIT SECTION
               END-IF
           END-PERFORM.
           DISPLAY "PERCENTUAL (EX. 40,00): ".
           MOVE SPACES TO WS-VALOR-ENT.
           ACCEPT WS-VALOR-ENT.
           IF FUNCTION TEST-NUMVAL(WS-VALOR-ENT) NOT EQUAL ZEROS
               DISPLAY "PERCENTUAL INVALIDO"
               EXIT SECTION
           END-IF.
           COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-VALOR-ENT).
           IF WS-VALOR-NUM EQUAL ZEROS OR WS-VALOR-NUM GREATER 100
               DISPLAY "PERCENTUAL TEM QUE SER DE 0,01 A 100,00"
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-QTD-NOVO.
           MOVE WS-DEPTO-ENT TO WS-NOV-CCUSTO(WS-QTD-NOVO).
           MOVE WS-VALOR-NUM TO WS-NOV-PERC(WS-QTD-NOVO).
           ADD WS-VALOR-NUM TO WS-SOMA-PERC.
       0655-DIGITAR-PARCELA-FIM. EXIT.
      ******************************************************************
       0660-MOSTRAR-RATEIO     SECTION.
       0661-MOSTRAR-RATEIO.
           MOVE "N" TO WS-ENTRADA-OK.
           PERFORM VARYING WS-IND-RAT FROM 1 BY 1
                   UNTIL WS-IND-RAT GREATER THAN WS-QTD-RAT
               IF WS-RAT-MATRICULA(WS-IND-RAT) EQUAL
                       WS-FUN-MATRICULA(WS-IND-FUNC)
                   IF WS-ENTRADA-OK EQUAL "N"
                       DISPLAY "RATEIO POR CENTRO DE CUSTO:"
                       MOVE "S" TO WS-ENTRADA-OK
                   END-IF
                   MOVE WS-RAT-PERC(WS-IND-RAT) TO WS-PERC-EDT
                   DISPLAY "  " WS-RAT-CCUSTO(WS-IND-RAT) " "
                           WS-PERC-EDT "%"
               END-IF
           END-PERFORM.
           IF WS-ENTRADA-OK EQUAL "N"
               DISPLAY "CENTRO DE CUSTO: " WS-FUN-DEPTO(WS-IND-FUNC)
                       " (100% NO DEPTO)"
           END-IF.
       0660-MOSTRAR-RATEIO-FIM. EXIT.
      ******************************************************************
      *--> VT DIARIO (IDA E VOLTA) E CATEGORIA DE VR DO FUNCIONARIO;
      *    ENTRADA VAZIA MANTEM O VALOR ATUAL, VT ZERO = NAO USA VT
       0670-DEFINIR-VTVR       SECTION.
       0671-DEFINIR-VTVR.
           DISPLAY "MATRICULA: ".
           MOVE SPACES TO WS-MATRICULA-ENT.
           ACCEPT WS-MATRICULA-ENT.
           MOVE FUNCTION UPPER-CASE(WS-MATRICULA-ENT)
                   TO WS-MATRICULA-ENT.
           PERFORM 0210-LOCALIZAR-FUNCIONARIO.
           IF WS-FUNC-ACHADO EQUAL ZEROS
               DISPLAY "MATRICULA NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           MOVE WS-FUNC-ACHADO TO WS-IND-FUNC.
           IF WS-FUN-SITUACAO(WS-IND-FUNC) EQUAL "D"
               DISPLAY "FUNCIONARIO DESLIGADO - VT/VR NAO ALTERADO"
               EXIT SECTION
           END-IF.
           PERFORM 0675-MOSTRAR-VTVR.

           IF WS-VTVR-ACHADO EQUAL ZEROS
               IF WS-QTD-VTVR EQUAL 200
                   DISPLAY "TABELA DE VT/VR CHEIA"
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-VTVR
               MOVE WS-QTD-VTVR TO WS-VTVR-ACHADO
               MOVE WS-FUN-MATRICULA(WS-IND-FUNC)
                       TO WS-VTV-MATRICULA(WS-VTVR-ACHADO)
               MOVE ZEROS  TO WS-VTV-DIARIO(WS-VTVR-ACHADO)
               MOVE SPACES TO WS-VTV-CATEGORIA(WS-VTVR-ACHADO)
           END-IF.

           DISPLAY "VT DIARIO - IDA E VOLTA (VAZIO = MANTEM, "
                   "0 = NAO USA): ".
           MOVE SPACES TO WS-VALOR-ENT.
           ACCEPT WS-VALOR-ENT.
           IF WS-VALOR-ENT NOT EQUAL SPACES
               IF FUNCTION TEST-NUMVAL(WS-VALOR-ENT) NOT EQUAL ZEROS
                   DISPLAY "VALOR INVALIDO - VT MANTIDO"
               ELSE
                   COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-VALOR-ENT)
                   IF WS-VALOR-NUM GREATER THAN 9999,99
                       DISPLAY "VALOR INVALIDO - VT MANTIDO"
                   ELSE
                       MOVE WS-VALOR-NUM
                               TO WS-VTV-DIARIO(WS-VTVR-ACHADO)
                       MOVE "S" TO WS-MUDOU-VTVR
                   END-IF
               END-IF
           END-IF.

           PERFORM 0685-LISTAR-CATEGORIAS.
           DISPLAY "CATEGORIA DE VR (VAZIO = MANTEM, - = SEM VR): ".
           MOVE SPACES TO WS-CATEG-ENT.
           ACCEPT WS-CATEG-ENT.
           MOVE FUNCTION UPPER-CASE(WS-CATEG-ENT) TO WS-CATEG-ENT.
           EVALUATE TRUE
               WHEN WS-CATEG-ENT EQUAL SPACES
                   CONTINUE
               WHEN WS-CATEG-ENT EQUAL "-"
                   MOVE SPACES TO WS-VTV-CATEGORIA(WS-VTVR-ACHADO)
                   MOVE "S" TO WS-MUDOU-VTVR
               WHEN OTHER
                   PERFORM 0690-LOCALIZAR-CATEGORIA
                   IF WS-CAT-ACHADA EQUAL ZEROS
                       DISPLAY "CATEGORIA NAO CADASTRADA - VR MANTIDO"
                   ELSE
                       MOVE WS-CATEG-ENT
                               TO WS-VTV-CATEGORIA(WS-VTVR-ACHADO)
                       MOVE "S" TO WS-MUDOU-VTVR
                   END-IF
           END-EVALUATE.
           PERFORM 0675-MOSTRAR-VTVR.
           PERFORM 0695-DEFINIR-ADIANTAMENTO.
           PERFORM 0692-DEFINIR-CREDITO-CONTA.
       0670-DEFINIR-VTVR-FIM.  EXIT.
      ******************************************************************
      *--> MOSTRA O VT/VR DO FUNCIONARIO WS-IND-FUNC E DEIXA A POSICAO
      *    DELE EM WS-VTVR-ACHADO (ZERO SE NAO TEM)
       0675-MOSTRAR-VTVR       SECTION.
       0676-MOSTRAR-VTVR.
           MOVE ZEROS TO WS-VTVR-ACHADO.
           PERFORM VARYING WS-IND-VTVR FROM 1 BY 1
                   UNTIL WS-IND-VTVR GREATER THAN WS-QTD-VTVR
               IF WS-VTV-MATRICULA(WS-IND-VTVR) EQUAL
                       WS-FUN-MATRICULA(WS-IND-FUNC)
                   MOVE WS-IND-VTVR TO WS-VTVR-ACHADO
               END-IF
           END-PERFORM.
           IF WS-VTVR-ACHADO EQUAL ZEROS
               DISPLAY "VT/VR.......: NAO CADASTRADO"
               EXIT SECTION
           END-IF.
           MOVE WS-VTV-DIARIO(WS-VTVR-ACHADO) TO WS-DIARIO-EDT.
           DISPLAY "VT DIARIO...: " WS-DIARIO-EDT
                   "  CATEGORIA VR: " WS-VTV-CATEGORIA(WS-VTVR-ACHADO).
       0675-MOSTRAR-VTVR-FIM.  EXIT.
      ******************************************************************
      *--> TABELA DE VALOR DIARIO DO VR POR CATEGORIA: INCLUI OU ALTERA
      *    ATE UMA CATEGORIA EM BRANCO
       0680-CATEGORIAS-VR      SECTION.
       0681-CATEGORIAS-VR.
           PERFORM 0685-LISTAR-CATEGORIAS.
           DISPLAY "CATEGORIA A INCLUIR/ALTERAR (VAZIO = VOLTA): ".
           MOVE SPACES TO WS-CATEG-ENT.
           ACCEPT WS-CATEG-ENT.
           IF WS-CATEG-ENT EQUAL SPACES OR WS-CATEG-ENT EQUAL "-"
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CATEG-ENT) TO WS-CATEG-ENT.
           DISPLAY "VALOR DIARIO DO VR: ".
           MOVE SPACES TO WS-VALOR-ENT.
           ACCEPT WS-VALOR-ENT.
           IF FUNCTION TEST-NUMVAL(WS-VALOR-ENT) NOT EQUAL ZEROS
               DISPLAY "VALOR INVALIDO"
               EXIT SECTION
           END-IF.
           COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-VALOR-ENT).
           IF WS-VALOR-NUM EQUAL ZEROS OR WS-VALOR-NUM GREATER 9999,99
               DISPLAY "VALOR INVALIDO"
               EXIT SECTION
           END-IF.
           PERFORM 0690-LOCALIZAR-CATEGORIA.
           IF WS-CAT-ACHADA EQUAL ZEROS
               IF WS-QTD-CAT EQUAL 20
                   DISPLAY "TABELA DE CATEGORIAS CHEIA"
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-CAT
               MOVE WS-QTD-CAT   TO WS-CAT-ACHADA
               MOVE WS-CATEG-ENT TO WS-CAT-CODIGO(WS-CAT-ACHADA)
           END-IF.
           MOVE WS-VALOR-NUM TO WS-CAT-VALOR(WS-CAT-ACHADA).
           MOVE "S" TO WS-MUDOU-CATEG.
           PERFORM 0685-LISTAR-CATEGORIAS.
       0680-CATEGORIAS-VR-FIM. EXIT.
      ******************************************************************
       0685-LISTAR-CATEGORIAS  SECTION.
       0686-LISTAR-CATEGORIAS.
           DISPLAY "CATEGORIAS DE VR:".
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER THAN WS-QTD-CAT
               MOVE WS-CAT-VALOR(WS-IND-CAT) TO WS-DIARIO-EDT
               DISPLAY "  " WS-CAT-CODIGO(WS-IND-CAT) " "
                       WS-DIARIO-EDT " POR DIA"
           END-PERFORM.
       0685-LISTAR-CATEGORIAS-FIM. EXIT.
      ******************************************************************
       0690-LOCALIZAR-CATEGORIA SECTION.
       0691-LOCALIZAR-CATEGORIA.
           MOVE ZEROS TO WS-CAT-ACHADA.
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER THAN WS-QTD-CAT
               IF WS-CAT-CODIGO(WS-IND-CAT) EQUAL WS-CATEG-ENT
                   MOVE WS-IND-CAT TO WS-CAT-ACHADA
               END-IF
           END-PERFORM.
       0690-LOCALIZAR-CATEGORIA-FIM. EXIT.
      ******************************************************************
      *--> CREDITO DO LIQUIDO NA CONTA INTERNA DO FUNCIONARIO
      *    WS-IND-FUNC: VAZIO MANTEM, S OPTA, N TIRA A OPCAO. A CONTA
      *    SO E PROCURADA NO PAGAMENTO (CPF DO CADASTRO, CONTA ATIVA);
      *    SEM ELA O LIQUIDO CONTINUA INDO PELA REMESSA.
       0692-DEFINIR-CREDITO-CONTA SECTION.
       0693-DEFINIR-CREDITO-CONTA.
           MOVE ZEROS TO WS-CRD-ACHADO.
           PERFORM VARYING WS-IND-CRD FROM 1 BY 1
                   UNTIL WS-IND-CRD GREATER THAN WS-QTD-CRD
               IF WS-CRD-MATRICULA(WS-IND-CRD) EQUAL
                       WS-FUN-MATRICULA(WS-IND-FUNC)
                   MOVE WS-IND-CRD TO WS-CRD-ACHADO
               END-IF
           END-PERFORM.
           IF WS-CRD-ACHADO EQUAL ZEROS
              OR WS-CRD-OPCAO(WS-CRD-ACHADO) NOT EQUAL "S"
               DISPLAY "CREDITO EM CONTA: NAO OPTANTE (REMESSA)"
           ELSE
               DISPLAY "CREDITO EM CONTA: OPTANTE"
           END-IF.
           IF WS-FUN-CPF(WS-IND-FUNC) EQUAL ZEROS
               DISPLAY "SEM CPF NO CADASTRO - CREDITO EM CONTA "
                       "INDISPONIVEL"
               EXIT SECTION
           END-IF.

           DISPLAY "CREDITAR O LIQUIDO NA CONTA INTERNA (S/N, "
                   "VAZIO = MANTEM): ".
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA EQUAL SPACES
               EXIT SECTION
           END-IF.
           IF WS-CONFIRMA NOT EQUAL "S" AND WS-CONFIRMA NOT EQUAL "N"
               DISPLAY "RESPOSTA INVALIDA - OPCAO MANTIDA"
               EXIT SECTION
           END-IF.
           IF WS-CRD-ACHADO EQUAL ZEROS
               IF WS-CONFIRMA EQUAL "N"
                   EXIT SECTION
               END-IF
               IF WS-QTD-CRD EQUAL 200
                   DISPLAY "TABELA DE CREDITO EM CONTA CHEIA"
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-CRD
               MOVE WS-QTD-CRD TO WS-CRD-ACHADO
               MOVE WS-FUN-MATRICULA(WS-IND-FUNC)
                       TO WS-CRD-MATRICULA(WS-CRD-ACHADO)
           END-IF.
           MOVE WS-CONFIRMA TO WS-CRD-OPCAO(WS-CRD-ACHADO).
           MOVE "S" TO WS-MUDOU-CRD.
           IF WS-CONFIRMA EQUAL "S"
               DISPLAY "CREDITO EM CONTA: OPTANTE"
           ELSE
               DISPLAY "CREDITO EM CONTA: NAO OPTANTE (REMESSA)"
           END-IF.
       0692-DEFINIR-CREDITO-CONTA-FIM. EXIT.
      ******************************************************************
      *--> PERCENTUAL DO ADIANTAMENTO QUINZENAL DO FUNCIONARIO
      *    WS-IND-FUNC: VAZIO MANTEM, 0 TIRA A OPCAO
       0695-DEFINIR-ADIANTAMENTO SECTION.
       0696-DEFINIR-ADIANTAMENTO.
           PERFORM 0697-MOSTRAR-ADIANTAMENTO.
           DISPLAY "ADIANTAMENTO DIA 20 - % DO SALARIO (VAZIO = "
                   "MANTEM, 0 = NAO OPTA, ATE " WS-ADT-TETO "): ".
           MOVE SPACES TO WS-VALOR-ENT.
           ACCEPT WS-VALOR-ENT.
           IF WS-VALOR-ENT EQUAL SPACES
               EXIT SECTION
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-VALOR-ENT) NOT EQUAL ZEROS
               DISPLAY "PERCENTUAL INVALIDO - ADIANTAMENTO MANTIDO"
               EXIT SECTION
           END-IF.
           COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-VALOR-ENT).
           IF WS-VALOR-NUM GREATER THAN WS-ADT-TETO
              OR WS-VALOR-NUM NOT EQUAL FUNCTION INTEGER(WS-VALOR-NUM)
               DISPLAY "PERCENTUAL INVALIDO - ADIANTAMENTO MANTIDO"
               EXIT SECTION
           END-IF.
           IF WS-ADT-ACHADO EQUAL ZEROS
               IF WS-VALOR-NUM EQUAL ZEROS
                   EXIT SECTION
               END-IF
               IF WS-QTD-ADT EQUAL 200
                   DISPLAY "TABELA DE ADIANTAMENTO CHEIA"
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-ADT
               MOVE WS-QTD-ADT TO WS-ADT-ACHADO
               MOVE WS-FUN-MATRICULA(WS-IND-FUNC)
                       TO WS-ADT-MATRICULA(WS-ADT-ACHADO)
           END-IF.
           MOVE WS-VALOR-NUM TO WS-ADT-PERC(WS-ADT-ACHADO).
           MOVE "S" TO WS-MUDOU-ADT.
           PERFORM 0697-MOSTRAR-ADIANTAMENTO.
       0695-DEFINIR-ADIANTAMENTO-FIM. EXIT.
      ******************************************************************
      *--> MOSTRA O PERCENTUAL DO FUNCIONARIO WS-IND-FUNC E DEIXA A
      *    POSICAO DELE EM WS-ADT-ACHADO (ZERO SE NAO TEM)
       0697-MOSTRAR-ADIANTAMENTO SECTION.
       0698-MOSTRAR-ADIANTAMENTO.
           MOVE ZEROS TO WS-ADT-ACHADO.
           PERFORM VARYING WS-IND-ADT FROM 1 BY 1
                   UNTIL WS-IND-ADT GREATER THAN WS-QTD-ADT
               IF WS-ADT-MATRICULA(WS-IND-ADT) EQUAL
                       WS-FUN-MATRICULA(WS-IND-FUNC)
                   MOVE WS-IND-ADT TO WS-ADT-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ADT-ACHADO EQUAL ZEROS
              OR WS-ADT-PERC(WS-ADT-ACHADO) EQUAL ZEROS
               DISPLAY "ADIANTAMENTO: NAO OPTANTE"
           ELSE
               DISPLAY "ADIANTAMENTO: " WS-ADT-PERC(WS-ADT-ACHADO)
                       "% DO SALARIO NO DIA 20"
           END-IF.
       0697-MOSTRAR-ADIANTAMENTO-FIM. EXIT.
      ******************************************************************
       0700-LISTAR             SECTION.
       0701-LISTAR.
           DISPLAY "MATRICULA  NOME                           DEPTO"
                   "      CARGO                    SALARIO SIT".
           PERFORM VARYING WS-IND-FUNC FROM 1 BY 1
                   UNTIL WS-IND-FUNC GREATER THAN WS-QTD-FUNC
               MOVE WS-FUN-SALARIO(WS-IND-FUNC) TO WS-VALOR-EDT
               DISPLAY WS-FUN-MATRICULA(WS-IND-FUNC) " "
                       WS-FUN-NOME(WS-IND-FUNC) " "
                       WS-FUN-DEPTO(WS-IND-FUNC) " "
                       WS-FUN-CARGO(WS-IND-FUNC) " "
                       WS-VALOR-EDT " "
                       WS-FUN-SITUACAO(WS-IND-FUNC)
           END-PERFORM.
       0700-LISTAR-FIM.        EXIT.
      ******************************************************************
       0810-VALIDAR-DATA       SECTION.
       0811-VALIDAR-DATA.
           MOVE "N" TO WS-ENTRADA-OK.
           IF WS-DATA-ENT IS NOT NUMERIC
               DISPLAY "DATA INVALIDA"
               EXIT SECTION
           END-IF.
           MOVE WS-DATA-ENT TO WS-DATA-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM) NOT EQUAL ZEROS
               DISPLAY "DATA INVALIDA"
               EXIT SECTION
           END-IF.
           MOVE "S" TO WS-ENTRADA-OK.
       0810-VALIDAR-DATA-FIM.  EXIT.
      ******************************************************************
       0820-VALIDAR-VALOR      SECTION.
       0821-VALIDAR-VALOR.
           MOVE "N" TO WS-ENTRADA-OK.
           IF FUNCTION TEST-NUMVAL(WS-VALOR-ENT) NOT EQUAL ZEROS
               DISPLAY "VALOR INVALIDO"
               EXIT SECTION
           END-IF.
           COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-VALOR-ENT).
           IF WS-VALOR-NUM EQUAL ZEROS
               DISPLAY "SALARIO TEM QUE SER MAIOR QUE ZERO"
               EXIT SECTION
           END-IF.
           MOVE "S" TO WS-ENTRADA-OK.
       0820-VALIDAR-VALOR-FIM. EXIT.
      ******************************************************************
      *--> BANCO (3 DIGITOS), AGENCIA E CONTA -- A REMESSA DE CREDITO
      *    DE SALARIO NAO ACEITA NENHUM EM BRANCO
       0830-DIGITAR-BANCO      SECTION.
       0831-DIGITAR-BANCO.
           MOVE "N" TO WS-ENTRADA-OK.
           DISPLAY "BANCO (3 DIGITOS): ".
           MOVE SPACES TO WS-BANCO-ENT.
           ACCEPT WS-BANCO-ENT.
           IF WS-BANCO-ENT IS NOT NUMERIC
               DISPLAY "BANCO INVALIDO"
               EXIT SECTION
           END-IF.
           DISPLAY "AGENCIA: ".
           MOVE SPACES TO WS-AGENCIA-ENT.
           ACCEPT WS-AGENCIA-ENT.
           DISPLAY "CONTA: ".
           MOVE SPACES TO WS-CONTA-ENT.
           ACCEPT WS-CONTA-ENT.
           IF WS-AGENCIA-ENT EQUAL SPACES OR WS-CONTA-ENT EQUAL SPACES
               DISPLAY "AGENCIA E CONTA OBRIGATORIAS"
               EXIT SECTION
           END-IF.
           MOVE "S" TO WS-ENTRADA-OK.
       0830-DIGITAR-BANCO-FIM. EXIT.
      ******************************************************************
       0900-REGRAVAR-FUNCIONARIOS SECTION.
       0901-REGRAVAR-FUNCIONARIOS.
           IF WS-MUDOU NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT FUNCIONARIOS.
           PERFORM VARYING WS-IND-FUNC FROM 1 BY 1
                   UNTIL WS-IND-FUNC GREATER THAN WS-QTD-FUNC
               MOVE WS-FUN-SALARIO(WS-IND-FUNC) TO WS-SALARIO-EDT
               MOVE SPACES TO REG-FUNCIONARIO
               STRING WS-FUN-MATRICULA(WS-IND-FUNC)
                      ";" WS-SALARIO-EDT
                      ";" WS-FUN-ADMISSAO(WS-IND-FUNC)
                      ";" WS-FUN-NOME(WS-IND-FUNC)
                      ";" WS-FUN-CPF(WS-IND-FUNC)
                      ";" WS-FUN-DEPTO(WS-IND-FUNC)
                      ";" WS-FUN-CARGO(WS-IND-FUNC)
                      ";" WS-FUN-BANCO(WS-IND-FUNC)
                      ";" WS-FUN-AGENCIA(WS-IND-FUNC)
                      ";" WS-FUN-CONTA(WS-IND-FUNC)
                      ";" WS-FUN-SITUACAO(WS-IND-FUNC)
                      ";" WS-FUN-DT-DESLIG(WS-IND-FUNC)
                   DELIMITED BY SIZE INTO REG-FUNCIONARIO
               END-STRING
               WRITE REG-FUNCIONARIO
           END-PERFORM.
           CLOSE FUNCIONARIOS.
           DISPLAY "FUNCIONARIOS.TXT GRAVADO".
       0900-REGRAVAR-FUNCIONARIOS-FIM. EXIT.
      ******************************************************************
       0920-REGRAVAR-RATEIO    SECTION.
       0921-REGRAVAR-RATEIO.
           IF WS-MUDOU-RATEIO NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT RATEIO.
           PERFORM VARYING WS-IND-RAT FROM 1 BY 1
                   UNTIL WS-IND-RAT GREATER THAN WS-QTD-RAT
               MOVE WS-RAT-PERC(WS-IND-RAT) TO WS-PERC-GRV
               MOVE SPACES TO REG-RATEIO
               STRING WS-RAT-MATRICULA(WS-IND-RAT)
                      ";" WS-RAT-CCUSTO(WS-IND-RAT)
                      ";" WS-PERC-GRV
                   DELIMITED BY SIZE INTO REG-RATEIO
               END-STRING
               WRITE REG-RATEIO
           END-PERFORM.
           CLOSE RATEIO.
           DISPLAY "RATEIOCC.TXT GRAVADO".
       0920-REGRAVAR-RATEIO-FIM. EXIT.
      ******************************************************************
       0930-REGRAVAR-VTVR      SECTION.
       0931-REGRAVAR-VTVR.
           IF WS-MUDOU-VTVR NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT VTVR.
           PERFORM VARYING WS-IND-VTVR FROM 1 BY 1
                   UNTIL WS-IND-VTVR GREATER THAN WS-QTD-VTVR
               MOVE WS-VTV-DIARIO(WS-IND-VTVR) TO WS-DIARIO-GRV
               MOVE SPACES TO REG-VTVR
               STRING WS-VTV-MATRICULA(WS-IND-VTVR)
                      ";" WS-DIARIO-GRV
                      ";" WS-VTV-CATEGORIA(WS-IND-VTVR)
                   DELIMITED BY SIZE INTO REG-VTVR
               END-STRING
               WRITE REG-VTVR
           END-PERFORM.
           CLOSE VTVR.
           DISPLAY "VTVR.TXT GRAVADO".
       0930-REGRAVAR-VTVR-FIM. EXIT.
      ******************************************************************
       0940-REGRAVAR-CATEGORIAS SECTION.
       0941-REGRAVAR-CATEGORIAS.
           IF WS-MUDOU-CATEG NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT CATEGVR.
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER THAN WS-QTD-CAT
               MOVE WS-CAT-VALOR(WS-IND-CAT) TO WS-DIARIO-GRV
               MOVE SPACES TO REG-CATEGVR
               STRING WS-CAT-CODIGO(WS-IND-CAT)
                      ";" WS-DIARIO-GRV
                   DELIMITED BY SIZE INTO REG-CATEGVR
               END-STRING
               WRITE REG-CATEGVR
           END-PERFORM.
           CLOSE CATEGVR.
           DISPLAY "VRCATEGORIAS.TXT GRAVADO".
       0940-REGRAVAR-CATEGORIAS-FIM. EXIT.
      ******************************************************************
      *--> SO FICAM OS OPTANTES (PERCENTUAL MAIOR QUE ZERO)
       0945-REGRAVAR-ADIANTAMENTO SECTION.
       0946-REGRAVAR-ADIANTAMENTO.
           IF WS-MUDOU-ADT NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT ADIANTPC.
           PERFORM VARYING WS-IND-ADT FROM 1 BY 1
                   UNTIL WS-IND-ADT GREATER THAN WS-QTD-ADT
               IF WS-ADT-PERC(WS-IND-ADT) GREATER THAN ZEROS
                   MOVE SPACES TO REG-ADIANTPC
                   STRING WS-ADT-MATRICULA(WS-IND-ADT)
                          ";" WS-ADT-PERC(WS-IND-ADT)
                       DELIMITED BY SIZE INTO REG-ADIANTPC
                   END-STRING
                   WRITE REG-ADIANTPC
               END-IF
           END-PERFORM.
           CLOSE ADIANTPC.
           DISPLAY "ADIANTOPC.TXT GRAVADO".
       0945-REGRAVAR-ADIANTAMENTO-FIM. EXIT.
      ******************************************************************
      *--> SO FICAM OS OPTANTES
       0947-REGRAVAR-CREDITO-CONTA SECTION.
       0948-REGRAVAR-CREDITO-CONTA.
           IF WS-MUDOU-CRD NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT CREDCONTA.
           PERFORM VARYING WS-IND-CRD FROM 1 BY 1
                   UNTIL WS-IND-CRD GREATER THAN WS-QTD-CRD
               IF WS-CRD-OPCAO(WS-IND-CRD) EQUAL "S"
                   MOVE SPACES TO REG-CREDCONTA
                   STRING WS-CRD-MATRICULA(WS-IND-CRD)
                          ";" WS-CRD-OPCAO(WS-IND-CRD)
                       DELIMITED BY SIZE INTO REG-CREDCONTA
                   END-STRING
                   WRITE REG-CREDCONTA
               END-IF
           END-PERFORM.
           CLOSE CREDCONTA.
           DISPLAY "CREDCONTA.TXT GRAVADO".
       0947-REGRAVAR-CREDITO-CONTA-FIM. EXIT.
      ******************************************************************
      *--> UMA LINHA NO HISTORICO (ANTERIOR = WS-SAL-VIGENTE, NOVO =
      *    WS-VALOR-NUM, VIGENCIA = WS-DATA-NUM), NO ARQUIVO E NA
      *    TABELA EM MEMORIA
       0950-GRAVAR-HISTORICO   SECTION.
       0951-GRAVAR-HISTORICO.
           OPEN EXTEND HISTSAL.
           IF FS-HISTSAL EQUAL "35"
               OPEN OUTPUT HISTSAL
               CLOSE HISTSAL
               OPEN EXTEND HISTSAL
           END-IF.
           MOVE SPACES TO REG-HISTSAL.
           MOVE WS-SAL-VIGENTE TO WS-SALARIO-EDT.
           MOVE WS-VALOR-NUM   TO WS-SALNOVO-EDT.
           STRING WS-FUN-MATRICULA(WS-IND-FUNC)
                  ";" WS-DATA-NUM
                  ";" WS-SALARIO-EDT
                  ";" WS-SALNOVO-EDT
                  ";" WS-MOTIVO-ENT
                  ";" WS-OPERADOR
                  ";" WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-HISTSAL
           END-STRING.
           WRITE REG-HISTSAL.
           CLOSE HISTSAL.

           IF WS-QTD-HIS LESS THAN 2000
               ADD 1 TO WS-QTD-HIS
               MOVE WS-FUN-MATRICULA(WS-IND-FUNC)
                       TO WS-HIS-MATRICULA(WS-QTD-HIS)
               MOVE WS-DATA-NUM    TO WS-HIS-VIGENCIA(WS-QTD-HIS)
               MOVE WS-SAL-VIGENTE TO WS-HIS-ANTERIOR(WS-QTD-HIS)
               MOVE WS-VALOR-NUM   TO WS-HIS-NOVO(WS-QTD-HIS)
               MOVE WS-MOTIVO-ENT  TO WS-HIS-MOTIVO(WS-QTD-HIS)
               MOVE WS-OPERADOR    TO WS-HIS-OPERADOR(WS-QTD-HIS)
               MOVE WS-DATA-HOJE   TO WS-HIS-DT-REG(WS-QTD-HIS)
           END-IF.
       0950-GRAVAR-HISTORICO-FIM. EXIT.
      ******************************************************************
       END PROGRAM CADASTRO-FUNC.
