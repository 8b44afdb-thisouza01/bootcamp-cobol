      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Compra mensal de vale-transporte e vale-refeicao
      *          Calcula o VT e o VR do mes seguinte ao da folha
      *          (FOLHA_COMPETENCIA, AAAAMM, vazia = mes corrente) no
      *          lugar da planilha. Dias uteis do mes da compra: segunda
      *          a sexta fora os feriados do calendario.txt, a partir
      *          da admissao; saem os dias das ferias programadas no
      *          feriasgoz.txt e as faltas do mes corrente (faltas.txt),
      *          descontadas no credito seguinte. VT = dias x custo
      *          diario da conducao do funcionario; VR = dias x valor
      *          diario da categoria dele (vtvr.txt e vrcategorias.txt,
      *          mantidos pelo CADASTRO-FUNC). A parte do funcionario no
      *          VT (6% do salario, limitada ao VT) entra no
      *          descontos.txt com codigo VT e vigencia do mes da compra
      *          para a folha descontar; o custo da empresa (VT menos a
      *          parte do funcionario, e o VR) vai para beneficios.txt,
      *          lido pelo RATEIO-FOLHA. Rodar de novo o mesmo mes troca
      *          as linhas geradas antes. Saem o pedido para a operadora
      *          (pedidovtvr_AAAAMM.txt: header, um detalhe por
      *          funcionario e beneficio, trailer com totais) e o
      *          resumo relvtvr.txt, registrado no catalogo de
      *          relatorios (SPOOLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. PEDIDO-VTVR.
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

           SELECT VTVR ASSIGN TO "C:\teste\vtvr.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-VTVR.

           SELECT CATEGVR ASSIGN TO "C:\teste\vrcategorias.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CATEGVR.

           SELECT CALENDARIO ASSIGN TO
                   "C:/projeto-bootcamp/calendario.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CALENDARIO.

      *--> FERIAS (FERIAS): MATRICULA;INICIO;DIAS;BRUTO
           SELECT FERIASGOZ ASSIGN TO "C:\teste\feriasgoz.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FERIASGOZ.

      *--> FALTAS DO MES CORRENTE: MATRICULA;QUANTIDADE
           SELECT FALTAS ASSIGN TO "C:\teste\faltas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FALTAS.

           SELECT DESCONTOS ASSIGN TO "C:\teste\descontos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-DESCONTOS.

           SELECT BENEFICIOS ASSIGN TO "C:\teste\beneficios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-BENEFICIOS.

      *--> PEDIDO (pedidovtvr_AAAAMM.txt): H;EMPRESA;CNPJ;COMPETENCIA;
      *    DATA / D;MATRICULA;CPF;NOME;VT OU VR;DIAS;VALOR DIARIO;
      *    VALOR / T;QUANTIDADE;TOTAL VT;TOTAL VR
           SELECT PEDIDO ASSIGN TO WS-PEDIDO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PEDIDO.

           SELECT RELATORIO ASSIGN TO "C:\teste\relvtvr.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  FUNCIONARIOS.
       01  REG-FUNCIONARIO             PIC X(150).
      *
       FD  VTVR.
       01  REG-VTVR                    PIC X(40).
      *
       FD  CATEGVR.
       01  REG-CATEGVR                 PIC X(40).
      *
       FD  CALENDARIO.
       01  REG-CALENDARIO              PIC 9(08).
      *
       FD  FERIASGOZ.
       01  REG-FERIASGOZ               PIC X(40).
      *
       FD  FALTAS.
       01  REG-FALTA                   PIC X(100).
      *
       FD  DESCONTOS.
       01  REG-DESCONTO                PIC X(50).
      *
       FD  BENEFICIOS.
       01  REG-BENEFICIO               PIC X(50).
      *
       FD  PEDIDO.
       01  REG-PEDIDO                  PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-FUNCIONARIOS     PIC X(02)           VALUE SPACES.
       77  FS-VTVR             PIC X(02)           VALUE SPACES.
       77  FS-CATEGVR          PIC X(02)           VALUE SPACES.
       77  FS-CALENDARIO       PIC X(02)           VALUE SPACES.
       77  FS-FERIASGOZ        PIC X(02)           VALUE SPACES.
       77  FS-FALTAS           PIC X(02)           VALUE SPACES.
       77  FS-DESCONTOS        PIC X(02)           VALUE SPACES.
       77  FS-BENEFICIOS       PIC X(02)           VALUE SPACES.
       77  FS-PEDIDO           PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.
       01  WS-PEDIDO-PATH      PIC X(40)           VALUE SPACES.

      *--> MES DA FOLHA (FALTAS) E MES DA COMPRA (O SEGUINTE)
       77  WS-COMPETENCIA      PIC X(06)           VALUE SPACES.
       77  WS-ANOMES           PIC 9(06)           VALUE ZEROS.
       77  WS-ANOMES-COMPRA    PIC 9(06)           VALUE ZEROS.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-DATA-INI         PIC 9(08)           VALUE ZEROS.
       77  WS-DATA-PROX        PIC 9(08)           VALUE ZEROS.
       77  WS-DATA-FIM         PIC 9(08)           VALUE ZEROS.
       77  WS-INT-INI          PIC 9(07)           VALUE ZEROS.
       77  WS-INT-FIM          PIC 9(07)           VALUE ZEROS.
       77  WS-INT-DIA          PIC 9(07)           VALUE ZEROS.
       77  WS-INT-DE           PIC 9(07)           VALUE ZEROS.
       77  WS-INT-ATE          PIC 9(07)           VALUE ZEROS.
       77  WS-DIA-SEMANA       PIC 9(01)           VALUE ZEROS.
       77  WS-DIA-DATA         PIC 9(08)           VALUE ZEROS.

      *--> PARTE DO FUNCIONARIO NO VT
       77  WS-ALIQ-VT          PIC V99             VALUE 0,06.

      *--> FERIADOS E DIAS UTEIS DO MES DA COMPRA (S/N POR DIA)
       77  WS-QTD-FERIADOS     PIC 9(02)           VALUE ZEROS.
       77  WS-IND-FER          PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-FERIADOS.
           05 WS-FERIADO       PIC 9(08)           OCCURS 50 TIMES.
       77  WS-QTD-DIAS-MES     PIC 9(02)           VALUE ZEROS.
       77  WS-IND-DIA          PIC 9(02)           VALUE ZEROS.
       77  WS-UTEIS-MES        PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-DIAS.
           05 WS-DIA-UTIL      PIC X(01)           OCCURS 31 TIMES.

      *--> VT/VR DOS FUNCIONARIOS E CATEGORIAS DE VR
       77  WS-QTD-VTVR         PIC 9(03)           VALUE ZEROS.
       77  WS-IND-VTVR         PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-VTVR         OCCURS 200 TIMES.
           05 WS-VTV-MATRICULA PIC X(10).
           05 WS-VTV-DIARIO    PIC 9(04)V99.
           05 WS-VTV-CATEGORIA PIC X(10).
       77  WS-QTD-CAT          PIC 9(02)           VALUE ZEROS.
       77  WS-IND-CAT          PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-CAT          OCCURS 20 TIMES.
           05 WS-CAT-CODIGO    PIC X(10).
           05 WS-CAT-VALOR     PIC 9(04)V99.

      *--> FERIAS PROGRAMADAS E FALTAS
       77  WS-QTD-GOZ          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-GOZ          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-GOZ          OCCURS 500 TIMES.
           05 WS-GOZ-MATRICULA PIC X(10).
           05 WS-GOZ-INICIO    PIC 9(08).
           05 WS-GOZ-DIAS      PIC 9(03).
       77  WS-QTD-FAL          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-FAL          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-FAL          OCCURS 200 TIMES.
           05 WS-FAL-MATRICULA PIC X(10).
           05 WS-FAL-QTD       PIC 9(02).

      *--> DESCONTOS.TXT E BENEFICIOS.TXT: AS LINHAS QUE FICAM E AS
      *    NOVAS, REGRAVADAS NO FIM
       77  WS-QTD-DSC          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-DSC          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-DSC.
           05 WS-DSC-LINHA     PIC X(50)           OCCURS 100 TIMES.
       77  WS-DSC-MATRICULA    PIC X(10)           VALUE SPACES.
       77  WS-DSC-CODIGO       PIC X(04)           VALUE SPACES.
       77  WS-DSC-TIPO         PIC X(01)           VALUE SPACES.
       77  WS-DSC-DE           PIC 9(06)           VALUE ZEROS.
       77  WS-DSC-ATE          PIC 9(06)           VALUE ZEROS.
       77  WS-DSC-CONFLITO     PIC X               VALUE "N".
       77  WS-QTD-BEN          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-BEN          PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-BEN.
           05 WS-BEN-LINHA     PIC X(50)           OCCURS 2000 TIMES.
       77  WS-BEN-ANOMES       PIC X(06)           VALUE SPACES.
       77  WS-BEN-CODIGO       PIC X(04)           VALUE SPACES.

      *--> FUNCIONARIO SENDO CALCULADO
       77  WS-FIM-FUNCIONARIOS PIC X               VALUE "N".
       77  WS-FUN-MATRICULA    PIC X(10)           VALUE SPACES.
       77  WS-FUN-NOME         PIC X(30)           VALUE SPACES.
       77  WS-FUN-CPF          PIC X(11)           VALUE SPACES.
       77  WS-FUN-SITUACAO     PIC X(01)           VALUE SPACES.
       77  WS-FUN-SALARIO      PIC 9(06)V99        VALUE ZEROS.
       77  WS-LIN-ADMISSAO     PIC X(08)           VALUE SPACES.
       77  WS-FUN-ADMISSAO     PIC 9(08)           VALUE ZEROS.
       77  WS-LIN-CAMPO        PIC X(30)           VALUE SPACES.
       77  WS-LIN-MATRICULA    PIC X(10)           VALUE SPACES.
       77  WS-LIN-DATA         PIC X(08)           VALUE SPACES.
       77  WS-LIN-DIAS         PIC 9(03)           VALUE ZEROS.
       77  WS-VT-DIARIO        PIC 9(04)V99        VALUE ZEROS.
       77  WS-VR-DIARIO        PIC 9(04)V99        VALUE ZEROS.
       77  WS-VR-CATEGORIA     PIC X(10)           VALUE SPACES.
       77  WS-TEM-VTVR         PIC X               VALUE "N".
       77  WS-DIAS-UTEIS       PIC 9(02)           VALUE ZEROS.
       77  WS-DIAS-FERIAS      PIC 9(02)           VALUE ZEROS.
       77  WS-DIAS-FALTAS      PIC 9(02)           VALUE ZEROS.
       77  WS-DIAS-CREDITO     PIC 9(02)           VALUE ZEROS.
       77  WS-DIAS-DESCONTO    PIC 9(03)           VALUE ZEROS.
       77  WS-VALOR-VT         PIC 9(06)V99        VALUE ZEROS.
       77  WS-VALOR-VR         PIC 9(06)V99        VALUE ZEROS.
       77  WS-PARTE-FUNC       PIC 9(06)V99        VALUE ZEROS.
       77  WS-CUSTO-VT         PIC 9(06)V99        VALUE ZEROS.

      *--> TOTAIS E EDICAO
       77  WS-QT-FUNCIONARIOS  PIC 9(04)           VALUE ZEROS.
       77  WS-QT-DETALHES      PIC 9(06)           VALUE ZEROS.
       77  WS-TOT-VT           PIC 9(08)V99        VALUE ZEROS.
       77  WS-TOT-VR           PIC 9(08)V99        VALUE ZEROS.
       77  WS-TOT-PARTE        PIC 9(08)V99        VALUE ZEROS.
       77  WS-VALOR-GRV        PIC 9(06),99.
       77  WS-VALOR-EDT        PIC ZZZ.ZZ9,99.
       77  WS-VALOR2-EDT       PIC ZZZ.ZZ9,99.
       77  WS-VALOR3-EDT       PIC ZZZ.ZZ9,99.
       77  WS-TOTAL-EDT        PIC ZZ.ZZZ.ZZ9,99.
       77  WS-DIAS-EDT         PIC Z9.
       77  WS-DIAS2-EDT        PIC Z9.
       77  WS-DIAS3-EDT        PIC Z9.
       77  WS-DIAS4-EDT        PIC Z9.
       77  WS-QTD-EDT          PIC ZZZ9.

      *--> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA     PIC X(10)           VALUE "RELVTVR".
       77  WS-SPO-ARQUIVO      PIC X(60)
                               VALUE "C:\teste\relvtvr.txt".
       77  WS-SPO-LINHAS       PIC 9(06)           VALUE ZEROS.
       77  WS-SPO-OPERADOR     PIC X(10)           VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR
                   UNTIL WS-FIM-FUNCIONARIOS EQUAL "S".
           PERFORM 0400-FINALIZAR.
           CALL "SPOOLCTL" USING WS-SPO-PROGRAMA WS-SPO-ARQUIVO
                                 WS-SPO-LINHAS WS-SPO-OPERADOR.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-ANOMES.
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT "FOLHA_COMPETENCIA".
           IF WS-COMPETENCIA IS NUMERIC
              AND WS-COMPETENCIA(5:2) GREATER THAN "00"
              AND WS-COMPETENCIA(5:2) LESS THAN "13"
               MOVE WS-COMPETENCIA TO WS-ANOMES
           END-IF.
           IF WS-ANOMES(5:2) EQUAL "12"
               COMPUTE WS-ANOMES-COMPRA = WS-ANOMES + 89
           ELSE
               COMPUTE WS-ANOMES-COMPRA = WS-ANOMES + 1
           END-IF.
           DISPLAY "VT/VR DE " WS-ANOMES-COMPRA
                   " (FALTAS DE " WS-ANOMES ")".

      *--> PRIMEIRO E ULTIMO DIA DO MES DA COMPRA
           COMPUTE WS-DATA-INI = WS-ANOMES-COMPRA * 100 + 1.
           IF WS-ANOMES-COMPRA(5:2) EQUAL "12"
               COMPUTE WS-DATA-PROX = (WS-ANOMES-COMPRA + 89) * 100 + 1
           ELSE
               COMPUTE WS-DATA-PROX = (WS-ANOMES-COMPRA + 1) * 100 + 1
           END-IF.
           COMPUTE WS-INT-INI = FUNCTION INTEGER-OF-DATE(WS-DATA-INI).
           COMPUTE WS-INT-FIM =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROX) - 1.
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER(WS-INT-FIM).
           COMPUTE WS-QTD-DIAS-MES = WS-INT-FIM - WS-INT-INI + 1.

           MOVE SPACES TO WS-PEDIDO-PATH.
           STRING "C:\teste\pedidovtvr_" WS-ANOMES-COMPRA ".txt"
               DELIMITED BY SIZE INTO WS-PEDIDO-PATH
           END-STRING.

           PERFORM 0110-CARREGAR-FERIADOS.
           PERFORM 0115-MONTAR-DIAS-UTEIS.
           PERFORM 0120-CARREGAR-VTVR.
           PERFORM 0125-CARREGAR-CATEGORIAS.
           PERFORM 0130-CARREGAR-FERIAS.
           PERFORM 0135-CARREGAR-FALTAS.
           PERFORM 0140-CARREGAR-DESCONTOS.
           PERFORM 0145-CARREGAR-BENEFICIOS.

           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL "00"
               DISPLAY "FUNCIONARIOS.TXT INDISPONIVEL: " FS-FUNCIONARIOS
               STOP RUN
           END-IF.
           OPEN OUTPUT PEDIDO.
           IF FS-PEDIDO NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR " WS-PEDIDO-PATH ": " FS-PEDIDO
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-PEDIDO.
           STRING "H;EMPRESA EXEMPLO LTDA;12345678000190;"
                  WS-ANOMES-COMPRA ";" WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-PEDIDO
           END-STRING.
           WRITE REG-PEDIDO.

           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "VALE-TRANSPORTE E VALE-REFEICAO - COMPRA DE "
                  WS-ANOMES-COMPRA(5:2) "/" WS-ANOMES-COMPRA(1:4)
                  " - FALTAS DE " WS-ANOMES(5:2) "/" WS-ANOMES(1:4)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-UTEIS-MES TO WS-DIAS-EDT.
           STRING "DIAS UTEIS NO MES: " WS-DIAS-EDT
                  " (SEGUNDA A SEXTA, FORA FERIADOS DO CALENDARIO)"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE ALL "=" TO REG-RELATORIO(1:100).
           PERFORM 0900-GRAVAR-LINHA.
           STRING "MATRICULA  NOME                 UTEIS FER FAL DIAS"
                  "         VT  DESC 6%       VR CATEGORIA"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE ALL "-" TO REG-RELATORIO(1:100).
           PERFORM 0900-GRAVAR-LINHA.

           READ FUNCIONARIOS
               AT END MOVE "S" TO WS-FIM-FUNCIONARIOS
           END-READ.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0110-CARREGAR-FERIADOS  SECTION.
       0111-CARREGAR-FERIADOS.
           MOVE ZEROS TO WS-QTD-FERIADOS.
           OPEN INPUT CALENDARIO.
           IF FS-CALENDARIO NOT EQUAL "00"
               DISPLAY "CALENDARIO.TXT INDISPONIVEL - SEM FERIADOS"
               EXIT SECTION
           END-IF.
           READ CALENDARIO.
           PERFORM UNTIL FS-CALENDARIO NOT EQUAL "00"
                      OR WS-QTD-FERIADOS EQUAL 50
               ADD 1 TO WS-QTD-FERIADOS
               MOVE REG-CALENDARIO TO WS-FERIADO(WS-QTD-FERIADOS)
               READ CALENDARIO
           END-PERFORM.
           CLOSE CALENDARIO.
       0110-CARREGAR-FERIADOS-FIM. EXIT.
      ******************************************************************
      *--> DIA UTIL: SEGUNDA A SEXTA (MOD 7 DO INTEGER-OF-DATE DE 1 A 5,
      *    COMO NA APURACAO DAS HORAS EXTRAS DA FOLHA) E NAO FERIADO
       0115-MONTAR-DIAS-UTEIS  SECTION.
       0116-MONTAR-DIAS-UTEIS.
           MOVE ZEROS TO WS-UTEIS-MES.
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA GREATER THAN WS-QTD-DIAS-MES
               MOVE "S" TO WS-DIA-UTIL(WS-IND-DIA)
               COMPUTE WS-INT-DIA = WS-INT-INI + WS-IND-DIA - 1
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-DIA, 7)
               IF WS-DIA-SEMANA EQUAL 6 OR WS-DIA-SEMANA EQUAL 0
                   MOVE "N" TO WS-DIA-UTIL(WS-IND-DIA)
               END-IF
               COMPUTE WS-DIA-DATA = WS-DATA-INI + WS-IND-DIA - 1
               PERFORM VARYING WS-IND-FER FROM 1 BY 1
                       UNTIL WS-IND-FER GREATER THAN WS-QTD-FERIADOS
                   IF WS-FERIADO(WS-IND-FER) EQUAL WS-DIA-DATA
                       MOVE "N" TO WS-DIA-UTIL(WS-IND-DIA)
                   END-IF
               END-PERFORM
               IF WS-DIA-UTIL(WS-IND-DIA) EQUAL "S"
                   ADD 1 TO WS-UTEIS-MES
               END-IF
           END-PERFORM.
       0115-MONTAR-DIAS-UTEIS-FIM. EXIT.
      ******************************************************************
       0120-CARREGAR-VTVR      SECTION.
       0121-CARREGAR-VTVR.
           OPEN INPUT VTVR.
           IF FS-VTVR NOT EQUAL "00"
               DISPLAY "VTVR.TXT INDISPONIVEL - NINGUEM RECEBE VT/VR"
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
       0120-CARREGAR-VTVR-FIM. EXIT.
      ******************************************************************
       0125-CARREGAR-CATEGORIAS SECTION.
       0126-CARREGAR-CATEGORIAS.
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
       0125-CARREGAR-CATEGORIAS-FIM. EXIT.
      ******************************************************************
       0130-CARREGAR-FERIAS    SECTION.
       0131-CARREGAR-FERIAS.
           OPEN INPUT FERIASGOZ.
           IF FS-FERIASGOZ NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ FERIASGOZ.
           PERFORM UNTIL FS-FERIASGOZ NOT EQUAL "00"
                      OR WS-QTD-GOZ EQUAL 500
               MOVE SPACES TO WS-LIN-MATRICULA WS-LIN-DATA
               MOVE ZEROS  TO WS-LIN-DIAS
               UNSTRING REG-FERIASGOZ DELIMITED BY ";"
                   INTO WS-LIN-MATRICULA WS-LIN-DATA WS-LIN-DIAS
               END-UNSTRING
               IF WS-LIN-DATA IS NUMERIC AND WS-LIN-DIAS GREATER ZEROS
                   ADD 1 TO WS-QTD-GOZ
                   MOVE WS-LIN-MATRICULA
                           TO WS-GOZ-MATRICULA(WS-QTD-GOZ)
                   MOVE WS-LIN-DATA TO WS-GOZ-INICIO(WS-QTD-GOZ)
                   MOVE WS-LIN-DIAS TO WS-GOZ-DIAS(WS-QTD-GOZ)
               END-IF
               READ FERIASGOZ
           END-PERFORM.
           CLOSE FERIASGOZ.
       0130-CARREGAR-FERIAS-FIM. EXIT.
      ******************************************************************
       0135-CARREGAR-FALTAS    SECTION.
       0136-CARREGAR-FALTAS.
           OPEN INPUT FALTAS.
           IF FS-FALTAS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ FALTAS.
           PERFORM UNTIL FS-FALTAS NOT EQUAL "00"
                      OR WS-QTD-FAL EQUAL 200
               ADD 1 TO WS-QTD-FAL
               MOVE SPACES TO WS-FAL-MATRICULA(WS-QTD-FAL)
               MOVE ZEROS  TO WS-FAL-QTD(WS-QTD-FAL)
               UNSTRING REG-FALTA DELIMITED BY ";"
                   INTO WS-FAL-MATRICULA(WS-QTD-FAL)
                        WS-FAL-QTD(WS-QTD-FAL)
               END-UNSTRING
               READ FALTAS
           END-PERFORM.
           CLOSE FALTAS.
       0135-CARREGAR-FALTAS-FIM. EXIT.
      ******************************************************************
      *--> FICAM AS LINHAS DO DESCONTOS.TXT MENOS AS DE VT GERADAS AQUI
      *    (VIGENCIA DE UM MES SO) PARA O MES DA COMPRA OU JA VENCIDAS
       0140-CARREGAR-DESCONTOS SECTION.
       0141-CARREGAR-DESCONTOS.
           OPEN INPUT DESCONTOS.
           IF FS-DESCONTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ DESCONTOS.
           PERFORM UNTIL FS-DESCONTOS NOT EQUAL "00"
               MOVE SPACES TO WS-DSC-MATRICULA WS-DSC-CODIGO
                              WS-DSC-TIPO
               MOVE ZEROS  TO WS-DSC-DE WS-DSC-ATE
               UNSTRING REG-DESCONTO DELIMITED BY ";"
                   INTO WS-DSC-MATRICULA WS-DSC-CODIGO WS-DSC-TIPO
                        WS-LIN-CAMPO WS-DSC-DE WS-DSC-ATE
               END-UNSTRING
               IF WS-DSC-CODIGO EQUAL "VT"
                  AND WS-DSC-DE EQUAL WS-DSC-ATE
                  AND WS-DSC-ATE NOT GREATER THAN WS-ANOMES-COMPRA
                   CONTINUE
               ELSE
                   IF WS-QTD-DSC EQUAL 100
                       DISPLAY "DESCONTOS.TXT COM MAIS DE 100 LINHAS "
                               "- LINHA DESPREZADA: " REG-DESCONTO
                   ELSE
                       ADD 1 TO WS-QTD-DSC
                       MOVE REG-DESCONTO TO WS-DSC-LINHA(WS-QTD-DSC)
                   END-IF
               END-IF
               READ DESCONTOS
           END-PERFORM.
           CLOSE DESCONTOS.
       0140-CARREGAR-DESCONTOS-FIM. EXIT.
      ******************************************************************
      *--> FICAM AS LINHAS DO BENEFICIOS.TXT MENOS AS DE VT E VR DO MES
      *    DA COMPRA (GERADAS DE NOVO NESTA RODADA)
       0145-CARREGAR-BENEFICIOS SECTION.
       0146-CARREGAR-BENEFICIOS.
           OPEN INPUT BENEFICIOS.
           IF FS-BENEFICIOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ BENEFICIOS.
           PERFORM UNTIL FS-BENEFICIOS NOT EQUAL "00"
                      OR WS-QTD-BEN EQUAL 2000
               MOVE SPACES TO WS-BEN-ANOMES WS-BEN-CODIGO
               UNSTRING REG-BENEFICIO DELIMITED BY ";"
                   INTO WS-LIN-MATRICULA WS-BEN-ANOMES WS-BEN-CODIGO
               END-UNSTRING
               IF WS-BEN-ANOMES EQUAL WS-ANOMES-COMPRA
                  AND (WS-BEN-CODIGO EQUAL "VT"
                       OR WS-BEN-CODIGO EQUAL "VR")
                   CONTINUE
               ELSE
                   ADD 1 TO WS-QTD-BEN
                   MOVE REG-BENEFICIO TO WS-BEN-LINHA(WS-QTD-BEN)
               END-IF
               READ BENEFICIOS
           END-PERFORM.
           CLOSE BENEFICIOS.
       0145-CARREGAR-BENEFICIOS-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           PERFORM 0210-LER-FUNCIONARIO.
           IF WS-FUN-MATRICULA NOT EQUAL SPACES
              AND WS-FUN-SITUACAO NOT EQUAL "D"
              AND WS-FUN-ADMISSAO NOT GREATER THAN WS-DATA-FIM
               PERFORM 0220-LOCALIZAR-VTVR
               IF WS-TEM-VTVR EQUAL "S"
                   PERFORM 0300-CALCULAR-BENEFICIOS
               END-IF
           END-IF.
           READ FUNCIONARIOS
               AT END MOVE "S" TO WS-FIM-FUNCIONARIOS
           END-READ.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
       0210-LER-FUNCIONARIO    SECTION.
       0211-LER-FUNCIONARIO.
           MOVE SPACES TO WS-FUN-MATRICULA WS-FUN-NOME WS-FUN-CPF
                          WS-FUN-SITUACAO WS-LIN-ADMISSAO.
           MOVE ZEROS  TO WS-FUN-SALARIO WS-FUN-ADMISSAO.
           UNSTRING REG-FUNCIONARIO DELIMITED BY ";"
               INTO WS-FUN-MATRICULA WS-FUN-SALARIO WS-LIN-ADMISSAO
                    WS-FUN-NOME WS-FUN-CPF WS-LIN-CAMPO WS-LIN-CAMPO
                    WS-LIN-CAMPO WS-LIN-CAMPO WS-LIN-CAMPO
                    WS-FUN-SITUACAO
           END-UNSTRING.
           IF WS-LIN-ADMISSAO IS NUMERIC
               MOVE WS-LIN-ADMISSAO TO WS-FUN-ADMISSAO
           END-IF.
       0210-LER-FUNCIONARIO-FIM. EXIT.
      ******************************************************************
       0220-LOCALIZAR-VTVR     SECTION.
       0221-LOCALIZAR-VTVR.
           MOVE "N" TO WS-TEM-VTVR.
           MOVE ZEROS  TO WS-VT-DIARIO WS-VR-DIARIO.
           MOVE SPACES TO WS-VR-CATEGORIA.
           PERFORM VARYING WS-IND-VTVR FROM 1 BY 1
                   UNTIL WS-IND-VTVR GREATER THAN WS-QTD-VTVR
               IF WS-VTV-MATRICULA(WS-IND-VTVR) EQUAL WS-FUN-MATRICULA
                   MOVE WS-VTV-DIARIO(WS-IND-VTVR) TO WS-VT-DIARIO
                   MOVE WS-VTV-CATEGORIA(WS-IND-VTVR)
                           TO WS-VR-CATEGORIA
               END-IF
           END-PERFORM.
           IF WS-VR-CATEGORIA NOT EQUAL SPACES
               PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                       UNTIL WS-IND-CAT GREATER THAN WS-QTD-CAT
                   IF WS-CAT-CODIGO(WS-IND-CAT) EQUAL WS-VR-CATEGORIA
                       MOVE WS-CAT-VALOR(WS-IND-CAT) TO WS-VR-DIARIO
                   END-IF
               END-PERFORM
               IF WS-VR-DIARIO EQUAL ZEROS
                   DISPLAY "MATRICULA " WS-FUN-MATRICULA
                           " - CATEGORIA DE VR " WS-VR-CATEGORIA
                           " SEM VALOR - VR NAO CALCULADO"
               END-IF
           END-IF.
           IF WS-VT-DIARIO GREATER THAN ZEROS
              OR WS-VR-DIARIO GREATER THAN ZEROS
               MOVE "S" TO WS-TEM-VTVR
           END-IF.
       0220-LOCALIZAR-VTVR-FIM. EXIT.
      ******************************************************************
      *--> DIAS DE CREDITO = UTEIS DESDE A ADMISSAO - UTEIS EM FERIAS -
      *    FALTAS DO MES CORRENTE (SEM FICAR NEGATIVO)
       0300-CALCULAR-BENEFICIOS SECTION.
       0301-CALCULAR-BENEFICIOS.
           MOVE ZEROS TO WS-DIAS-UTEIS WS-DIAS-FERIAS WS-DIAS-FALTAS.
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA GREATER THAN WS-QTD-DIAS-MES
               COMPUTE WS-DIA-DATA = WS-DATA-INI + WS-IND-DIA - 1
               IF WS-DIA-UTIL(WS-IND-DIA) EQUAL "S"
                  AND WS-DIA-DATA NOT LESS THAN WS-FUN-ADMISSAO
                   ADD 1 TO WS-DIAS-UTEIS
                   PERFORM 0310-VERIFICAR-FERIAS
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND-FAL FROM 1 BY 1
                   UNTIL WS-IND-FAL GREATER THAN WS-QTD-FAL
               IF WS-FAL-MATRICULA(WS-IND-FAL) EQUAL WS-FUN-MATRICULA
                   ADD WS-FAL-QTD(WS-IND-FAL) TO WS-DIAS-FALTAS
               END-IF
           END-PERFORM.

           COMPUTE WS-DIAS-DESCONTO = WS-DIAS-FERIAS + WS-DIAS-FALTAS.
           IF WS-DIAS-DESCONTO NOT LESS THAN WS-DIAS-UTEIS
               MOVE ZEROS TO WS-DIAS-CREDITO
           ELSE
               COMPUTE WS-DIAS-CREDITO =
                       WS-DIAS-UTEIS - WS-DIAS-DESCONTO
           END-IF.

           COMPUTE WS-VALOR-VT = WS-DIAS-CREDITO * WS-VT-DIARIO.
           COMPUTE WS-VALOR-VR = WS-DIAS-CREDITO * WS-VR-DIARIO.
           COMPUTE WS-PARTE-FUNC ROUNDED = WS-FUN-SALARIO * WS-ALIQ-VT.
           IF WS-PARTE-FUNC GREATER THAN WS-VALOR-VT
               MOVE WS-VALOR-VT TO WS-PARTE-FUNC
           END-IF.
           COMPUTE WS-CUSTO-VT = WS-VALOR-VT - WS-PARTE-FUNC.

           ADD 1 TO WS-QT-FUNCIONARIOS.
           IF WS-VALOR-VT GREATER THAN ZEROS
               PERFORM 0320-GRAVAR-PEDIDO-VT
               PERFORM 0330-INCLUIR-DESCONTO
           END-IF.
           IF WS-CUSTO-VT GREATER THAN ZEROS
               MOVE "VT" TO WS-BEN-CODIGO
               MOVE WS-CUSTO-VT TO WS-VALOR-GRV
               PERFORM 0340-INCLUIR-BENEFICIO
           END-IF.
           IF WS-VALOR-VR GREATER THAN ZEROS
               PERFORM 0325-GRAVAR-PEDIDO-VR
               MOVE "VR" TO WS-BEN-CODIGO
               MOVE WS-VALOR-VR TO WS-VALOR-GRV
               PERFORM 0340-INCLUIR-BENEFICIO
           END-IF.
           ADD WS-VALOR-VT   TO WS-TOT-VT.
           ADD WS-VALOR-VR   TO WS-TOT-VR.
           ADD WS-PARTE-FUNC TO WS-TOT-PARTE.

           MOVE WS-DIAS-UTEIS   TO WS-DIAS-EDT.
           MOVE WS-DIAS-FERIAS  TO WS-DIAS2-EDT.
           MOVE WS-DIAS-FALTAS  TO WS-DIAS3-EDT.
           MOVE WS-DIAS-CREDITO TO WS-DIAS4-EDT.
           MOVE WS-VALOR-VT     TO WS-VALOR-EDT.
           MOVE WS-PARTE-FUNC   TO WS-VALOR2-EDT.
           MOVE WS-VALOR-VR     TO WS-VALOR3-EDT.
           STRING WS-FUN-MATRICULA " " WS-FUN-NOME(1:20) "    "
                  WS-DIAS-EDT "  " WS-DIAS2-EDT "  " WS-DIAS3-EDT
                  "   " WS-DIAS4-EDT " " WS-VALOR-EDT
                  WS-VALOR2-EDT WS-VALOR3-EDT " " WS-VR-CATEGORIA
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
       0300-CALCULAR-BENEFICIOS-FIM. EXIT.
      ******************************************************************
      *--> O DIA UTIL WS-DIA-DATA CAI NUMAS FERIAS DO FUNCIONARIO?
       0310-VERIFICAR-FERIAS   SECTION.
       0311-VERIFICAR-FERIAS.
           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(WS-DIA-DATA).
           PERFORM VARYING WS-IND-GOZ FROM 1 BY 1
                   UNTIL WS-IND-GOZ GREATER THAN WS-QTD-GOZ
               IF WS-GOZ-MATRICULA(WS-IND-GOZ) EQUAL WS-FUN-MATRICULA
                   COMPUTE WS-INT-DE = FUNCTION INTEGER-OF-DATE(
                           WS-GOZ-INICIO(WS-IND-GOZ))
                   COMPUTE WS-INT-ATE =
                           WS-INT-DE + WS-GOZ-DIAS(WS-IND-GOZ) - 1
                   IF WS-INT-DIA NOT LESS THAN WS-INT-DE
                      AND WS-INT-DIA NOT GREATER THAN WS-INT-ATE
                       ADD 1 TO WS-DIAS-FERIAS
                       EXIT SECTION
                   END-IF
               END-IF
           END-PERFORM.
       0310-VERIFICAR-FERIAS-FIM. EXIT.
      ******************************************************************
       0320-GRAVAR-PEDIDO-VT   SECTION.
       0321-GRAVAR-PEDIDO-VT.
           MOVE SPACES TO REG-PEDIDO.
           STRING "D;" WS-FUN-MATRICULA ";" WS-FUN-CPF ";" WS-FUN-NOME
                  ";VT;" WS-DIAS-CREDITO ";" WS-VT-DIARIO
                  ";" WS-VALOR-VT
               DELIMITED BY SIZE INTO REG-PEDIDO
           END-STRING.
           WRITE REG-PEDIDO.
           ADD 1 TO WS-QT-DETALHES.
       0320-GRAVAR-PEDIDO-VT-FIM. EXIT.
      ******************************************************************
       0325-GRAVAR-PEDIDO-VR   SECTION.
       0326-GRAVAR-PEDIDO-VR.
           MOVE SPACES TO REG-PEDIDO.
           STRING "D;" WS-FUN-MATRICULA ";" WS-FUN-CPF ";" WS-FUN-NOME
                  ";VR;" WS-DIAS-CREDITO ";" WS-VR-DIARIO
                  ";" WS-VALOR-VR
               DELIMITED BY SIZE INTO REG-PEDIDO
           END-STRING.
           WRITE REG-PEDIDO.
           ADD 1 TO WS-QT-DETALHES.
       0325-GRAVAR-PEDIDO-VR-FIM. EXIT.
      ******************************************************************
      *--> PARTE DO FUNCIONARIO NO DESCONTOS.TXT (VALOR FIXO, VIGENCIA
      *    SO NO MES DA COMPRA); SE JA HA UM DESCONTO VT CADASTRADO A
      *    MAO COBRINDO O MES, ELE FICA E O GERADO NAO ENTRA
       0330-INCLUIR-DESCONTO   SECTION.
       0331-INCLUIR-DESCONTO.
           IF WS-PARTE-FUNC EQUAL ZEROS
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-DSC-CONFLITO.
           PERFORM VARYING WS-IND-DSC FROM 1 BY 1
                   UNTIL WS-IND-DSC GREATER THAN WS-QTD-DSC
               MOVE SPACES TO WS-DSC-MATRICULA WS-DSC-CODIGO
               MOVE ZEROS  TO WS-DSC-DE WS-DSC-ATE
               UNSTRING WS-DSC-LINHA(WS-IND-DSC) DELIMITED BY ";"
                   INTO WS-DSC-MATRICULA WS-DSC-CODIGO WS-DSC-TIPO
                        WS-LIN-CAMPO WS-DSC-DE WS-DSC-ATE
               END-UNSTRING
               IF WS-DSC-MATRICULA EQUAL WS-FUN-MATRICULA
                  AND WS-DSC-CODIGO EQUAL "VT"
                  AND WS-DSC-DE NOT GREATER THAN WS-ANOMES-COMPRA
                  AND WS-DSC-ATE NOT LESS THAN WS-ANOMES-COMPRA
                   MOVE "S" TO WS-DSC-CONFLITO
               END-IF
           END-PERFORM.
           IF WS-DSC-CONFLITO EQUAL "S"
               DISPLAY "MATRICULA " WS-FUN-MATRICULA
                       " - JA TEM DESCONTO VT NO MES - MANTIDO"
               EXIT SECTION
           END-IF.
           IF WS-QTD-DSC EQUAL 100
               DISPLAY "DESCONTOS.TXT CHEIO - DESCONTO VT DE "
                       WS-FUN-MATRICULA " NAO INCLUIDO"
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-QTD-DSC.
           MOVE "VT  " TO WS-DSC-CODIGO.
           STRING WS-FUN-MATRICULA ";" WS-DSC-CODIGO ";V;"
                  WS-PARTE-FUNC ";" WS-ANOMES-COMPRA
                  ";" WS-ANOMES-COMPRA
               DELIMITED BY SIZE INTO WS-DSC-LINHA(WS-QTD-DSC)
           END-STRING.
       0330-INCLUIR-DESCONTO-FIM. EXIT.
      ******************************************************************
      *--> CUSTO DA EMPRESA NO BENEFICIOS.TXT (WS-BEN-CODIGO,
      *    WS-VALOR-GRV)
       0340-INCLUIR-BENEFICIO  SECTION.
       0341-INCLUIR-BENEFICIO.
           IF WS-QTD-BEN EQUAL 2000
               DISPLAY "BENEFICIOS.TXT CHEIO - " WS-BEN-CODIGO " DE "
                       WS-FUN-MATRICULA " NAO INCLUIDO"
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-QTD-BEN.
           MOVE SPACES TO WS-BEN-LINHA(WS-QTD-BEN).
           STRING WS-FUN-MATRICULA ";" WS-ANOMES-COMPRA
                  ";" WS-BEN-CODIGO(1:2) "  ;" WS-VALOR-GRV
               DELIMITED BY SIZE INTO WS-BEN-LINHA(WS-QTD-BEN)
           END-STRING.
       0340-INCLUIR-BENEFICIO-FIM. EXIT.
      ******************************************************************
       0400-FINALIZAR          SECTION.
       0401-FINALIZAR.
           CLOSE FUNCIONARIOS.

           MOVE SPACES TO REG-PEDIDO.
           STRING "T;" WS-QT-DETALHES ";" WS-TOT-VT ";" WS-TOT-VR
               DELIMITED BY SIZE INTO REG-PEDIDO
           END-STRING.
           WRITE REG-PEDIDO.
           CLOSE PEDIDO.

           OPEN OUTPUT DESCONTOS.
           PERFORM VARYING WS-IND-DSC FROM 1 BY 1
                   UNTIL WS-IND-DSC GREATER THAN WS-QTD-DSC
               MOVE WS-DSC-LINHA(WS-IND-DSC) TO REG-DESCONTO
               WRITE REG-DESCONTO
           END-PERFORM.
           CLOSE DESCONTOS.

           OPEN OUTPUT BENEFICIOS.
           PERFORM VARYING WS-IND-BEN FROM 1 BY 1
                   UNTIL WS-IND-BEN GREATER THAN WS-QTD-BEN
               MOVE WS-BEN-LINHA(WS-IND-BEN) TO REG-BENEFICIO
               WRITE REG-BENEFICIO
           END-PERFORM.
           CLOSE BENEFICIOS.

           MOVE ALL "-" TO REG-RELATORIO(1:100).
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-QT-FUNCIONARIOS TO WS-QTD-EDT.
           MOVE WS-TOT-VT TO WS-TOTAL-EDT.
           STRING "FUNCIONARIOS: " WS-QTD-EDT
                  "   TOTAL VT.........: " WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-TOT-PARTE TO WS-TOTAL-EDT.
           STRING "                     DESCONTO 6% FOLHA: "
                  WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE WS-TOT-VR TO WS-TOTAL-EDT.
           STRING "                     TOTAL VR.........: "
                  WS-TOTAL-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           STRING "PEDIDO DA OPERADORA EM " WS-PEDIDO-PATH
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0900-GRAVAR-LINHA.
           CLOSE RELATORIO.
       0400-FINALIZAR-FIM.     EXIT.
      ******************************************************************
       0900-GRAVAR-LINHA       SECTION.
       0901-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO.
           ADD 1 TO WS-SPO-LINHAS.
           MOVE SPACES TO REG-RELATORIO.
       0900-GRAVAR-LINHA-FIM.  EXIT.
      ******************************************************************
       END PROGRAM PEDIDO-VTVR.
