      * Author:Thiago
      * Date: 15/05/2025
      * Purpose: Programa de pagamento de contas
      *          Operacao 3 paga a fatura do crediario da loja
      *          (faturas.txt) com debito na conta informada e credito
      *          na conta de recebimento do crediario (linha "CR" do
      *          contaloja.txt).
      *          Na transferencia o destino pode ser informado pelo
      *          numero da conta ou por uma chave PIX ativa do
      *          diretorio chavespix.txt (CHAVES-PIX).
      *          Operacao 4 estorna um pagamento pelo numero de
      *          autenticacao do comprovante: lanca o movimento
      *          contrario (ESTORNO) na mesma conta com referencia a
      *          autenticacao original, marca o comprovante original
      *          como estornado e registra o estorno em estornos.txt
      *          (operador e supervisor que liberou). Nao estorna duas
      *          vezes nem depois do prazo (PAGTO_ESTORNO_DIAS).
      *          Boleto bancario e pago pela linha digitavel (ou pelo
      *          codigo de barras): o subprograma BOLETO confere os
      *          digitos verificadores e devolve valor e vencimento,
      *          que preenchem o pagamento sem digitacao do valor;
      *          boleto vencido pede confirmacao. A linha vai para o
      *          extrato (BOL=) e para o comprovante (coluna 151), e o
      *          mesmo boleto nao e pago duas vezes (so depois de
      *          estornado o pagamento anterior).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT EXTRATO-CONF ASSIGN TO "C:\teste\extrato.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXT-CONF.

      *---> FATURAS DO CREDIARIO DA LOJA (FATURA-CREDIARIO) E A CONTA
      *     QUE RECEBE O PAGAMENTO DELAS (LINHA "CR" DO CONTALOJA)
           SELECT FATURAS ASSIGN TO "C:\teste\faturas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FATURAS.

           SELECT CONTALOJA ASSIGN TO "C:\teste\contaloja.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CONTALOJA.

      *---> ESTORNO (OPERACAO 4): O ARQUIVO DE COMPROVANTES E RELIDO
      *     E REGRAVADO INTEIRO NUMA VISAO MAIS LARGA, COM A MARCA DE
      *     ESTORNADO NA COLUNA 121; O REGISTRO DOS ESTORNOS ALIMENTA O
      *     RELATORIO DIARIO (RELAT-ESTORNOS); A LIBERACAO E DE UM
      *     SUPERVISOR DO CADASTRO DE OPERADORES
           SELECT COMPROV-EST ASSIGN TO "C:\teste\comprovantes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-COMPROV-EST.

           SELECT ESTORNOS ASSIGN TO "C:\teste\estornos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ESTORNOS.

           SELECT OPERADORES ASSIGN TO
                   "C:/projeto-bootcamp/operadores.dat"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS OPE-LOGIN
               FILE STATUS     IS FS-OPERADORES.

      *---> DIRETORIO DE CHAVES PIX (MANTIDO PELO CHAVES-PIX)
           SELECT CHAVESPIX ASSIGN TO "C:\teste\chavespix.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CHAVESPIX.
      ******************************************************************
       DATA                    DIVISION.
      *
      *     DE UM TITULAR SO E NAS DE ANTES DO CAMPO
           05 REG-CONTA-CPF2        PIC 9(11).
      *
      *---> LINHA DE PAGAMENTO DE BOLETO LEVA " BOL=" + LINHA
      *     DIGITAVEL NAS POSICOES 110-161, DEPOIS DO AUT=
       FD  EXTRATO.
       01  REG-EXTRATO              PIC X(200).
      *
       FD  FAVORECIDOS.
       01  REG-FAVORECIDO           PIC X(40).
      *
      *---> PAGAMENTO DE BOLETO: "BOL=" + LINHA DIGITAVEL NAS COLUNAS
      *     151-201, DEPOIS DA AREA DA MARCA DE ESTORNO
       FD  COMPROVANTES.
       01  REG-COMPROVANTE          PIC X(210).
      *
       FD  EXTRATO-CONF.
       01  REG-EXT-CONF             PIC X(200).
      *
       FD  FATURAS.
       01  REG-FATURA               PIC X(100).
      *
       FD  CONTALOJA.
       01  REG-CONTALOJA            PIC X(40).

      *---> TIPO 1, CHAVE 3-42, CONTA 44-53, SITUACAO 67 (A/I)
       FD  CHAVESPIX.
       01  REG-CHAVEPIX             PIC X(85).

      *---> COMPROVANTE (ATE A COLUNA 120) + MARCA DE ESTORNO
      *     "ESTORNADO=NNNNNNNN;EM=AAAAMMDD" NAS COLUNAS 121-150 +
      *     LINHA DIGITAVEL DO BOLETO (151-201), PRESERVADA NA
      *     REGRAVACAO
       FD  COMPROV-EST.
       01  REG-COMPROV-EST          PIC X(210).

      *---> DATA;HORA;AUT ESTORNO;AUT ORIGINAL;CONTA;VALOR;CATEGORIA;
      *     FAV;OPERADOR;SUPERVISOR;MOTIVO
       FD  ESTORNOS.
       01  REG-ESTORNO              PIC X(150).

      *---> SO LOGIN, HASH DA SENHA, PERFIL E STATUS INTERESSAM
       FD  OPERADORES.
       01  REG-OPERADOR.
           05 OPE-LOGIN             PIC X(10).
           05 OPE-SENHA-HASH        PIC 9(09).
           05 OPE-PERFIL            PIC X(01).
           05 OPE-STATUS            PIC X(01).
           05 FILLER                PIC X(60).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-CONTAS               PIC X(02)      VALUE SPACES.
       77  WS-SALDO-DESTINO        PIC S9(08)V99  VALUE ZEROS.
       77  WS-REF-TRANSF           PIC X(14)      VALUE SPACES.
       77  WS-TRANSF-OK            PIC X          VALUE "S".

      *---> PAGAMENTO DE FATURA DO CREDIARIO (OPERACAO 3): A FATURA E
      *     LIDA PELO NUMERO, DEBITADA DA CONTA INFORMADA (SEM FICAR
      *     NEGATIVA, COMO NA TRANSFERENCIA), CREDITADA NA CONTA "CR"
      *     DA LOJA E MARCADA PAGA ("P") COM DATA E AUTENTICACAO
       77  FS-FATURAS              PIC X(02)      VALUE SPACES.
       77  FS-CONTALOJA            PIC X(02)      VALUE SPACES.
       77  WS-QTD-FAT              PIC 9(04)      VALUE ZEROS.
       77  WS-IND-FAT              PIC 9(04)      VALUE ZEROS.
       77  WS-FAT-ACHADA           PIC 9(04)      VALUE ZEROS.
       01  WS-TAB-FAT.
           05 WS-FAT-LINHA         PIC X(100)     OCCURS 1000 TIMES.
       77  WS-FAT-NUM-ENT          PIC 9(06)      VALUE ZEROS.
       77  WS-FAT-NUMERO           PIC X(06)      VALUE SPACES.
       77  WS-FAT-CPF              PIC X(11)      VALUE SPACES.
       77  WS-FAT-COMPET           PIC X(06)      VALUE SPACES.
       77  WS-FAT-EMISSAO          PIC X(08)      VALUE SPACES.
       77  WS-FAT-VENC             PIC X(08)      VALUE SPACES.
       77  WS-FAT-SITUACAO         PIC X(01)      VALUE SPACES.
       77  WS-FAT-DT-PAGTO         PIC X(08)      VALUE SPACES.
       77  WS-FAT-AUT              PIC X(08)      VALUE SPACES.
       01  WS-FAT-VALOR-X          PIC X(09)      VALUE ZEROS.
       01  WS-FAT-VALOR REDEFINES WS-FAT-VALOR-X
                                   PIC 9(07)V99.
       77  WS-VALOR-FATURA         PIC 9(06)V99   VALUE ZEROS.
       77  WS-CONTA-LOJA           PIC X(10)      VALUE SPACES.
       77  WS-CLJ-CAIXA            PIC X(02)      VALUE SPACES.
       77  WS-CLJ-CONTA            PIC X(10)      VALUE SPACES.
       77  WS-REF-FATURA           PIC X(14)      VALUE SPACES.

      *---> DESTINO DA TRANSFERENCIA POR CHAVE PIX
       77  FS-CHAVESPIX            PIC X(02)      VALUE SPACES.
       77  WS-TIPO-DESTINO         PIC X          VALUE SPACES.
       77  WS-CHAVE-PIX            PIC X(40)      VALUE SPACES.

      *---> ESTORNO DE PAGAMENTO (OPERACAO 4): PRAZO EM DIAS CORRIDOS
      *     DESDE O PAGAMENTO (PAGTO_ESTORNO_DIAS, PADRAO 30)
       77  FS-COMPROV-EST          PIC X(02)      VALUE SPACES.
       77  FS-ESTORNOS             PIC X(02)      VALUE SPACES.
       77  FS-OPERADORES           PIC X(02)      VALUE SPACES.
       77  WS-EST-DIAS-ENT         PIC X(03)      VALUE SPACES.
       77  WS-EST-DIAS             PIC 9(03)      VALUE 030.
       77  WS-EST-DIAS-DIF         PIC S9(05)     VALUE ZEROS.
       77  WS-EST-DIAS-EDT         PIC ZZZZ9.
       77  WS-EST-AUT-ENT          PIC 9(08)      VALUE ZEROS.
       77  WS-EST-OK               PIC X          VALUE "N".
       77  WS-QTD-CMP              PIC 9(04)      VALUE ZEROS.
       77  WS-IND-CMP              PIC 9(04)      VALUE ZEROS.
       77  WS-CMP-ACHADO           PIC 9(04)      VALUE ZEROS.
       77  WS-CMP-CHEIO            PIC X          VALUE "N".
       01  WS-TAB-CMP.
           05 WS-CMP-LINHA         PIC X(210)     OCCURS 5000 TIMES.
       77  WS-CMP-AUT              PIC X(12)      VALUE SPACES.
       77  WS-CMP-CONTA            PIC X(16)      VALUE SPACES.
       77  WS-CMP-DATA             PIC X(13)      VALUE SPACES.
       77  WS-CMP-VALOR            PIC X(15)      VALUE SPACES.
       77  WS-CMP-CATEG            PIC X(21)      VALUE SPACES.
       77  WS-CMP-FAV              PIC X(09)      VALUE SPACES.
       77  WS-CMP-ORIGEM           PIC X(30)      VALUE SPACES.
       77  WS-EST-OPERADOR         PIC X(10)      VALUE SPACES.
       77  WS-EST-MOTIVO           PIC X(30)      VALUE SPACES.
       77  WS-EST-HORA             PIC X(06)      VALUE SPACES.
       77  WS-SUP-OK               PIC X          VALUE "N".
       77  WS-SUP-LOGIN            PIC X(10)      VALUE SPACES.
       77  WS-SUP-SENHA            PIC X(10)      VALUE SPACES.
       77  WS-SUP-HASH             PIC 9(09)      VALUE ZEROS.
       77  WS-IDX-HASH             PIC 9(02)      VALUE ZEROS.

      *---> PAGAMENTO POR BOLETO (SUBPROGRAMA BOLETO): SITUACAO "N"
      *     SEM BOLETO, "B" BOLETO CONFERIDO, "R" BOLETO RECUSADO
       77  WS-BOL-ENTRADA          PIC X(60)      VALUE SPACES.
       77  WS-BOL-LINHA            PIC X(47)      VALUE SPACES.
       77  WS-BOL-VALOR            PIC 9(08)V99   VALUE ZEROS.
       77  WS-BOL-VALOR-EDT        PIC ZZ.ZZZ.ZZ9,99.
       77  WS-BOL-VENCIMENTO       PIC 9(08)      VALUE ZEROS.
       77  WS-BOL-RC               PIC X(02)      VALUE SPACES.
       77  WS-BOL-SITUACAO         PIC X          VALUE "N".
       77  WS-BOL-CONFIRMA         PIC X          VALUE SPACES.
       77  WS-BOL-PAGO             PIC X          VALUE "N".
       77  WS-BOL-DATA-PAGO        PIC X(08)      VALUE SPACES.
       77  WS-BOL-AUT-PAGO         PIC X(08)      VALUE SPACES.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           DISPLAY "OPERACAO: 1-PAGAMENTOS 2-TRANSFERENCIA "
                   "3-FATURA DO CREDIARIO 4-ESTORNO: ".
           ACCEPT WS-OPERACAO.

           EVALUATE WS-OPERACAO
               WHEN 2
                   PERFORM 0500-TRANSFERIR
               WHEN 3
                   PERFORM 0600-PAGAR-FATURA
               WHEN 4
                   PERFORM 0700-ESTORNAR
               WHEN OTHER
                   PERFORM 0110-INICIAR
                   PERFORM 0210-PAGAMENTO
                   PERFORM 0220-CALCULA-SALDO
                   PERFORM 0310-MOSTRA-SALDO
                   PERFORM 0320-ATUALIZAR-CONTA
           END-EVALUATE.
           STOP RUN.
      *
       0100-INICIAR            SECTION.
       0200-PROCESSAR          SECTION.
       0210-PAGAMENTO.
           PERFORM UNTIL WS-FIM-PAG EQUAL "S"
               PERFORM 0211-LER-BOLETO

               EVALUATE TRUE
                   WHEN WS-BOL-SITUACAO EQUAL "R"
                       DISPLAY "PAGAMENTO DESCARTADO."
                   WHEN WS-PAGAMENTO EQUAL 0
                       MOVE "S" TO WS-FIM-PAG
                   WHEN OTHER
                       PERFORM 0216-ESCOLHER-FAVORECIDO
                       IF WS-CODFAV EQUAL ZEROS
                           DISPLAY "Categoria do pagamento "
                                   "(agua/luz/aluguel): "
                           ACCEPT WS-CATEGORIA
                       END-IF

      *---> BOLETO JA TEM IDENTIDADE PROPRIA (CONFERIDA NO 0212); A
      *     TRAVA POR CONTA+VALOR+FAVORECIDO FICA PARA O SEM BOLETO
                       IF WS-BOL-SITUACAO EQUAL "B"
                           MOVE "N" TO WS-DUP-ACHOU
                       ELSE
                           PERFORM 0218-VERIFICAR-DUPLICIDADE
                       END-IF
                       IF WS-DUP-ACHOU EQUAL "S"
                              AND FUNCTION UPPER-CASE(WS-PAGA-MESMO)
                                      NOT EQUAL "S"
                           DISPLAY "PAGAMENTO DESCARTADO."
                       ELSE
                           ADD WS-PAGAMENTO TO WS-ACUM-PAG
                           COMPUTE WS-SALDO-ATUAL =
                                   WS-SALDO-INI - WS-ACUM-PAG
                           PERFORM 0215-GRAVAR-EXTRATO
                       END-IF
               END-EVALUATE
           END-PERFORM.
      *
      *---> BOLETO: A LINHA DIGITAVEL (OU O CODIGO DE BARRAS) TRAZ O
      *     VALOR E O VENCIMENTO, CONFERIDOS PELOS DIGITOS
      *     VERIFICADORES NO SUBPROGRAMA BOLETO -- UM DIGITO TROCADO
      *     NAO VIRA MAIS UM PAGAMENTO DE VALOR ERRADO. SEM BOLETO
      *     (ENTER), O VALOR E DIGITADO COMO ANTES; VALOR 0 ENCERRA.
       0211-LER-BOLETO.
           MOVE SPACES TO WS-BOL-ENTRADA WS-BOL-LINHA.
           MOVE "N" TO WS-BOL-SITUACAO.
           DISPLAY "Linha digitavel ou codigo de barras do boleto "
                   "(ENTER = pagamento sem boleto): ".
           ACCEPT WS-BOL-ENTRADA.
           IF WS-BOL-ENTRADA EQUAL SPACES
               DISPLAY "Informe o valor de pagamento: "
               ACCEPT WS-PAGAMENTO
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO WS-BOL-SITUACAO.
           CALL "BOLETO" USING WS-BOL-ENTRADA WS-BOL-LINHA
                               WS-BOL-VALOR WS-BOL-VENCIMENTO
                               WS-BOL-RC.
           EVALUATE WS-BOL-RC
               WHEN "00"
                   CONTINUE
               WHEN "TM"
                   DISPLAY "BOLETO RECUSADO: INFORME OS 47 DIGITOS DA "
                           "LINHA OU OS 44 DO CODIGO DE BARRAS."
                   EXIT PARAGRAPH
               WHEN "CV"
                   DISPLAY "CONTA DE CONSUMO/TRIBUTO NAO E BOLETO "
                           "BANCARIO - PAGUE SEM BOLETO."
                   EXIT PARAGRAPH
               WHEN "DG"
                   DISPLAY "BOLETO RECUSADO: DIGITO VERIFICADOR GERAL "
                           "NAO CONFERE - REDIGITE."
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "BOLETO RECUSADO: DIGITO DO CAMPO "
                           WS-BOL-RC(2:1) " NAO CONFERE - REDIGITE."
                   EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM 0212-BOLETO-JA-PAGO.
           IF WS-BOL-PAGO EQUAL "S"
               DISPLAY "*** BOLETO JA PAGO EM " WS-BOL-DATA-PAGO
                       " AUT=" WS-BOL-AUT-PAGO " ***"
               EXIT PARAGRAPH
           END-IF.

           IF WS-BOL-VALOR GREATER THAN 999999,99
               DISPLAY "VALOR DO BOLETO ACIMA DO LIMITE DO PAGAMENTO."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BOL-VALOR TO WS-PAGAMENTO WS-BOL-VALOR-EDT.
           DISPLAY "BOLETO DO BANCO " WS-BOL-LINHA(1:3)
                   " VALOR " WS-BOL-VALOR-EDT.
           IF WS-BOL-VENCIMENTO EQUAL ZEROS
               DISPLAY "BOLETO SEM DATA DE VENCIMENTO."
           ELSE
               DISPLAY "VENCIMENTO " WS-BOL-VENCIMENTO(7:2) "/"
                       WS-BOL-VENCIMENTO(5:2) "/"
                       WS-BOL-VENCIMENTO(1:4)
           END-IF.

      *---> BOLETO SEM VALOR IMPRESSO (VALOR ZERO NO CODIGO): SO ENTAO
      *     O VALOR E DIGITADO
           IF WS-PAGAMENTO EQUAL ZEROS
               DISPLAY "BOLETO SEM VALOR - Informe o valor de "
                       "pagamento: "
               ACCEPT WS-PAGAMENTO
               IF WS-PAGAMENTO EQUAL ZEROS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-BOL-VENCIMENTO NOT EQUAL ZEROS
              AND WS-BOL-VENCIMENTO LESS THAN
                      FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               DISPLAY "*** ATENCAO: BOLETO VENCIDO EM "
                       WS-BOL-VENCIMENTO(7:2) "/"
                       WS-BOL-VENCIMENTO(5:2) "/"
                       WS-BOL-VENCIMENTO(1:4)
                       " - PODE HAVER MULTA/JUROS NO BANCO ***"
               DISPLAY "CONFIRMA O PAGAMENTO DO BOLETO VENCIDO (S/N)? "
               ACCEPT WS-BOL-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-BOL-CONFIRMA) NOT EQUAL "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "B" TO WS-BOL-SITUACAO.
      *
      *---> O MESMO BOLETO NAO SE PAGA DUAS VEZES: PROCURA A LINHA NOS
      *     COMPROVANTES (COLUNAS 155-201), IGNORANDO O PAGAMENTO JA
      *     ESTORNADO (MARCA NA COLUNA 121). PEGA TAMBEM O PAGO PELO
      *     AGENDA-PAGTOS E O PAGO NESTA MESMA SESSAO.
       0212-BOLETO-JA-PAGO.
           MOVE "N" TO WS-BOL-PAGO.
           OPEN INPUT COMPROVANTES.
           IF FS-COMPROVANTES NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           READ COMPROVANTES.
           PERFORM UNTIL FS-COMPROVANTES NOT EQUAL "00"
               IF REG-COMPROVANTE(151:4) EQUAL "BOL="
                  AND REG-COMPROVANTE(155:47) EQUAL WS-BOL-LINHA
                  AND REG-COMPROVANTE(121:10) NOT EQUAL "ESTORNADO="
                   MOVE "S" TO WS-BOL-PAGO
                   MOVE REG-COMPROVANTE(36:8) TO WS-BOL-DATA-PAGO
                   MOVE REG-COMPROVANTE(5:8)  TO WS-BOL-AUT-PAGO
               END-IF
               READ COMPROVANTES
           END-PERFORM.
           CLOSE COMPROVANTES.
      *
      *---> WS-SALDO-ATUAL E S9(08)V99 USAGE DISPLAY: O SINAL VAI
      *     OVERPUNCHED NO ULTIMO DIGITO, ENTAO GRAVA-SE A VERSAO
               " AUT="       WS-AUTENTICACAO
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING.
           IF WS-BOL-SITUACAO EQUAL "B"
               MOVE " BOL="      TO REG-EXTRATO(110:5)
               MOVE WS-BOL-LINHA TO REG-EXTRATO(115:47)
           END-IF.
           WRITE REG-EXTRATO.
           PERFORM 0219A-GRAVAR-COMPROVANTE.
           DISPLAY "COMPROVANTE AUTENTICACAO " WS-AUTENTICACAO.
               ";ORIGEM=PAGAMENTO"
               DELIMITED BY SIZE INTO REG-COMPROVANTE
           END-STRING.
           IF WS-BOL-SITUACAO EQUAL "B"
               MOVE "BOL="       TO REG-COMPROVANTE(151:4)
               MOVE WS-BOL-LINHA TO REG-COMPROVANTE(155:47)
           END-IF.
           WRITE REG-COMPROVANTE.
           CLOSE COMPROVANTES.
      *
           END-READ.

           IF WS-TRANSF-OK EQUAL "S"
               DISPLAY "DESTINO: 1-NUMERO DA CONTA 2-CHAVE PIX "
               ACCEPT WS-TIPO-DESTINO
               IF WS-TIPO-DESTINO EQUAL "2"
                   PERFORM 0520-BUSCAR-CHAVE-PIX
               ELSE
                   DISPLAY "CONTA DE DESTINO: "
                   ACCEPT WS-CONTA-DESTINO
               END-IF
           END-IF.

           IF WS-TRANSF-OK EQUAL "S"
               IF WS-CONTA-DESTINO EQUAL WS-CONTA-ORIGEM
                   DISPLAY "ORIGEM E DESTINO IGUAIS."
                   MOVE "N" TO WS-TRANSF-OK
           DISPLAY "TRANSFERENCIA EFETIVADA. REF=" WS-REF-TRANSF.
           DISPLAY "SALDO DA ORIGEM..: " WS-SALDO-ORIGEM.
           DISPLAY "SALDO DO DESTINO.: " WS-SALDO-DESTINO.
      ******************************************************************
      *---> CHAVE PIX: SO A CHAVE ATIVA DA O DESTINO; CPF, TELEFONE E
      *     ALEATORIA COMO DIGITADAS, E-MAIL SEM DIFERENCA DE CAIXA
       0520-BUSCAR-CHAVE-PIX   SECTION.
       0521-BUSCAR-CHAVE-PIX.
           DISPLAY "CHAVE PIX DO DESTINO: ".
           MOVE SPACES TO WS-CHAVE-PIX.
           ACCEPT WS-CHAVE-PIX.
           MOVE FUNCTION LOWER-CASE(WS-CHAVE-PIX) TO WS-CHAVE-PIX.
           MOVE SPACES TO WS-CONTA-DESTINO.

           OPEN INPUT CHAVESPIX.
           IF FS-CHAVESPIX EQUAL "00"
               READ CHAVESPIX
               PERFORM UNTIL FS-CHAVESPIX NOT EQUAL "00"
                   IF REG-CHAVEPIX(3:40) EQUAL WS-CHAVE-PIX
                      AND REG-CHAVEPIX(67:1) EQUAL "A"
                       MOVE REG-CHAVEPIX(44:10) TO WS-CONTA-DESTINO
                   END-IF
                   READ CHAVESPIX
               END-PERFORM
               CLOSE CHAVESPIX
           END-IF.

           IF WS-CONTA-DESTINO EQUAL SPACES
               DISPLAY "CHAVE PIX NAO ENCONTRADA."
               MOVE "N" TO WS-TRANSF-OK
           ELSE
               DISPLAY "CHAVE PIX DA CONTA " WS-CONTA-DESTINO
           END-IF.
      ******************************************************************
      *---> FATURA DO CREDIARIO: LOCALIZA PELO NUMERO, RECUSA A JA
      *     PAGA, AVISA A VENCIDA E SEGUE COMO UMA TRANSFERENCIA DA
      *     CONTA DO PAGADOR PARA A CONTA "CR" DA LOJA
       0600-PAGAR-FATURA       SECTION.
       0601-PAGAR-FATURA.
           PERFORM 0610-CARREGAR-FATURAS.
           IF WS-QTD-FAT EQUAL ZEROS
               DISPLAY "NAO HA FATURAS DE CREDIARIO EMITIDAS."
               STOP RUN
           END-IF.

           PERFORM 0620-CARREGAR-CONTA-LOJA.
           IF WS-CONTA-LOJA EQUAL SPACES
               DISPLAY "CONTA DO CREDIARIO DA LOJA NAO CONFIGURADA "
                       "(LINHA CR DO CONTALOJA.TXT)."
               STOP RUN
           END-IF.

           DISPLAY "NUMERO DA FATURA: ".
           ACCEPT WS-FAT-NUM-ENT.
           MOVE WS-FAT-NUM-ENT TO WS-FAT-NUMERO.
           MOVE ZEROS TO WS-FAT-ACHADA.
           PERFORM VARYING WS-IND-FAT FROM 1 BY 1
                   UNTIL WS-IND-FAT GREATER THAN WS-QTD-FAT
               IF WS-FAT-LINHA(WS-IND-FAT)(1:6) EQUAL WS-FAT-NUMERO
                   MOVE WS-IND-FAT TO WS-FAT-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FAT-ACHADA EQUAL ZEROS
               DISPLAY "FATURA NAO ENCONTRADA."
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-FAT-CPF WS-FAT-COMPET WS-FAT-EMISSAO
                          WS-FAT-VENC WS-FAT-SITUACAO WS-FAT-DT-PAGTO
                          WS-FAT-AUT.
           MOVE ZEROS TO WS-FAT-VALOR-X.
           UNSTRING WS-FAT-LINHA(WS-FAT-ACHADA) DELIMITED BY ";"
               INTO WS-FAT-NUMERO WS-FAT-CPF WS-FAT-COMPET
                    WS-FAT-EMISSAO WS-FAT-VENC WS-FAT-VALOR-X
                    WS-FAT-SITUACAO WS-FAT-DT-PAGTO WS-FAT-AUT
           END-UNSTRING.
           IF WS-FAT-SITUACAO NOT EQUAL "A"
               DISPLAY "FATURA JA PAGA EM " WS-FAT-DT-PAGTO
                       " AUT=" WS-FAT-AUT
               STOP RUN
           END-IF.
           MOVE WS-FAT-VALOR TO WS-VALOR-FATURA.

           DISPLAY "FATURA " WS-FAT-NUMERO " CPF " WS-FAT-CPF
                   " COMPETENCIA " WS-FAT-COMPET.
           DISPLAY "VENCIMENTO " WS-FAT-VENC
                   " VALOR " WS-VALOR-FATURA.
           IF WS-FAT-VENC LESS THAN FUNCTION CURRENT-DATE(1:8)
               DISPLAY "*** FATURA VENCIDA ***"
           END-IF.

           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "NAO HA CONTAS CADASTRADAS."
               STOP RUN
           END-IF.
           OPEN EXTEND EXTRATO.
           IF FS-EXTRATO EQUAL "35"
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN EXTEND EXTRATO
           END-IF.

           MOVE "S" TO WS-TRANSF-OK.
           MOVE WS-CONTA-LOJA TO REG-CONTA-ID.
           READ CONTAS
               INVALID KEY
                   DISPLAY "CONTA DO CREDIARIO DA LOJA NAO EXISTE."
                   MOVE "N" TO WS-TRANSF-OK
               NOT INVALID KEY
                   IF REG-CONTA-STATUS EQUAL "E"
                       DISPLAY "CONTA DO CREDIARIO DA LOJA ENCERRADA."
                       MOVE "N" TO WS-TRANSF-OK
                   END-IF
           END-READ.

           IF WS-TRANSF-OK EQUAL "S"
               DISPLAY "CONTA A DEBITAR: "
               ACCEPT WS-CONTA-ORIGEM
               MOVE WS-CONTA-ORIGEM TO REG-CONTA-ID
               READ CONTAS
                   INVALID KEY
                       DISPLAY "CONTA NAO EXISTE."
                       MOVE "N" TO WS-TRANSF-OK
                   NOT INVALID KEY
                       IF REG-CONTA-STATUS EQUAL "E"
                           DISPLAY "CONTA ENCERRADA."
                           MOVE "N" TO WS-TRANSF-OK
                       ELSE
                           MOVE REG-CONTA-SALDO TO WS-SALDO-ORIGEM
                       END-IF
               END-READ
           END-IF.

           IF WS-TRANSF-OK EQUAL "S"
                   AND WS-SALDO-ORIGEM LESS THAN WS-VALOR-FATURA
               DISPLAY "SALDO INSUFICIENTE - RECUSADO."
               MOVE "N" TO WS-TRANSF-OK
           END-IF.

           IF WS-TRANSF-OK EQUAL "S"
               DISPLAY "CONFIRMA O PAGAMENTO DA FATURA (S/N)? "
               ACCEPT WS-TECLA
               IF FUNCTION UPPER-CASE(WS-TECLA) NOT EQUAL "S"
                   DISPLAY "PAGAMENTO CANCELADO."
                   MOVE "N" TO WS-TRANSF-OK
               END-IF
           END-IF.

           IF WS-TRANSF-OK EQUAL "S"
               PERFORM 0630-EFETIVAR-FATURA
           END-IF.

           CLOSE CONTAS EXTRATO.
      *
       0610-CARREGAR-FATURAS.
           MOVE ZEROS TO WS-QTD-FAT.
           OPEN INPUT FATURAS.
           IF FS-FATURAS EQUAL "00"
               READ FATURAS
               PERFORM UNTIL FS-FATURAS NOT EQUAL "00"
                          OR WS-QTD-FAT EQUAL 1000
                   ADD 1 TO WS-QTD-FAT
                   MOVE REG-FATURA TO WS-FAT-LINHA(WS-QTD-FAT)
                   READ FATURAS
               END-PERFORM
               CLOSE FATURAS
           END-IF.
      *
       0620-CARREGAR-CONTA-LOJA.
           MOVE SPACES TO WS-CONTA-LOJA.
           OPEN INPUT CONTALOJA.
           IF FS-CONTALOJA EQUAL "00"
               READ CONTALOJA
               PERFORM UNTIL FS-CONTALOJA NOT EQUAL "00"
                   MOVE SPACES TO WS-CLJ-CAIXA WS-CLJ-CONTA
                   UNSTRING REG-CONTALOJA DELIMITED BY ";"
                       INTO WS-CLJ-CAIXA WS-CLJ-CONTA
                   END-UNSTRING
                   IF WS-CLJ-CAIXA EQUAL "CR"
                       MOVE WS-CLJ-CONTA TO WS-CONTA-LOJA
                   END-IF
                   READ CONTALOJA
               END-PERFORM
               CLOSE CONTALOJA
           END-IF.
      ******************************************************************
       0630-EFETIVAR-FATURA    SECTION.
       0631-EFETIVAR-FATURA.
           PERFORM 0219-PROXIMA-AUTENTICACAO.
           MOVE SPACES TO WS-REF-FATURA.
           STRING "FAT" WS-FAT-NUMERO
               DELIMITED BY SIZE INTO WS-REF-FATURA
           END-STRING.

      *---> DEBITA O PAGADOR
           MOVE WS-CONTA-ORIGEM TO REG-CONTA-ID.
           READ CONTAS.
           COMPUTE REG-CONTA-SALDO =
                   REG-CONTA-SALDO - WS-VALOR-FATURA.
           IF REG-CONTA-STATUS EQUAL "D"
               MOVE "A" TO REG-CONTA-STATUS
           END-IF.
           REWRITE REG-CONTA.
           MOVE REG-CONTA-SALDO TO WS-SALDO-ATUAL-EDT.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "CONTA="      WS-CONTA-ORIGEM
               " DATA="      FUNCTION CURRENT-DATE(1:8)
               " CATEGORIA=CREDIARIO "
               " VALOR="     WS-VALOR-FATURA
               " SALDO="     WS-SALDO-ATUAL-EDT
               " FAV=0000"
               " AUT="       WS-AUTENTICACAO
               " REF="       WS-REF-FATURA
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING.
           WRITE REG-EXTRATO.

      *---> CREDITA A CONTA DO CREDIARIO DA LOJA
           MOVE WS-CONTA-LOJA TO REG-CONTA-ID.
           READ CONTAS.
           COMPUTE REG-CONTA-SALDO =
                   REG-CONTA-SALDO + WS-VALOR-FATURA.
           REWRITE REG-CONTA.
           MOVE REG-CONTA-SALDO TO WS-SALDO-ATUAL-EDT.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "CONTA="      WS-CONTA-LOJA
               " DATA="      FUNCTION CURRENT-DATE(1:8)
               " CATEGORIA=CREDIARIO "
               " VALOR="     WS-VALOR-FATURA
               " SALDO="     WS-SALDO-ATUAL-EDT
               " FAV=0000"
               " AUT="       WS-AUTENTICACAO
               " REF="       WS-REF-FATURA
               " DE="        WS-CONTA-ORIGEM
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING.
           WRITE REG-EXTRATO.

      *---> COMPROVANTE NUMERADO DA FATURA (MESMA SEQUENCIA)
           OPEN EXTEND COMPROVANTES.
           IF FS-COMPROVANTES EQUAL "35"
               OPEN OUTPUT COMPROVANTES
               CLOSE COMPROVANTES
               OPEN EXTEND COMPROVANTES
           END-IF.
           MOVE SPACES TO REG-COMPROVANTE.
           STRING
               "AUT="        WS-AUTENTICACAO
               ";CONTA="     WS-CONTA-ORIGEM
               ";DATA="      FUNCTION CURRENT-DATE(1:8)
               ";VALOR="     WS-VALOR-FATURA
               ";CATEGORIA=CREDIARIO"
               ";FAV=0000"
               ";ORIGEM=FATURA-" WS-FAT-NUMERO
               DELIMITED BY SIZE INTO REG-COMPROVANTE
           END-STRING.
           WRITE REG-COMPROVANTE.
           CLOSE COMPROVANTES.

      *---> FATURA PAGA: A LINHA E REMONTADA E O ARQUIVO REGRAVADO
           MOVE "P" TO WS-FAT-SITUACAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FAT-DT-PAGTO.
           MOVE WS-AUTENTICACAO TO WS-FAT-AUT.
           MOVE SPACES TO WS-FAT-LINHA(WS-FAT-ACHADA).
           STRING WS-FAT-NUMERO
                  ";" WS-FAT-CPF
                  ";" WS-FAT-COMPET
                  ";" WS-FAT-EMISSAO
                  ";" WS-FAT-VENC
                  ";" WS-FAT-VALOR
                  ";" WS-FAT-SITUACAO
                  ";" WS-FAT-DT-PAGTO
                  ";" WS-FAT-AUT
               DELIMITED BY SIZE INTO WS-FAT-LINHA(WS-FAT-ACHADA)
           END-STRING.
           OPEN OUTPUT FATURAS.
           PERFORM VARYING WS-IND-FAT FROM 1 BY 1
                   UNTIL WS-IND-FAT GREATER THAN WS-QTD-FAT
               MOVE WS-FAT-LINHA(WS-IND-FAT) TO REG-FATURA
               WRITE REG-FATURA
           END-PERFORM.
           CLOSE FATURAS.

           DISPLAY "FATURA " WS-FAT-NUMERO " PAGA. AUT="
                   WS-AUTENTICACAO.
      ******************************************************************
      *---> ESTORNO DE PAGAMENTO PELO NUMERO DE AUTENTICACAO: SO
      *     PAGAMENTO AVULSO OU AGENDADO (A FATURA DO CREDIARIO TEM
      *     CONTRAPARTIDA NA CONTA DA LOJA E SE DESFAZ PELO CREDIARIO),
      *     UMA VEZ SO, DENTRO DO PRAZO, COM LIBERACAO DO SUPERVISOR.
      *     O MOVIMENTO CONTRARIO ENTRA NA MESMA CONTA COMO CREDITO
      *     "ESTORNO" COM EST=AUTENTICACAO ORIGINAL NO EXTRATO.
       0700-ESTORNAR           SECTION.
       0701-ESTORNAR.
           ACCEPT WS-EST-DIAS-ENT FROM ENVIRONMENT "PAGTO_ESTORNO_DIAS".
           IF WS-EST-DIAS-ENT IS NUMERIC
                   AND WS-EST-DIAS-ENT NOT EQUAL ZEROS
               MOVE WS-EST-DIAS-ENT TO WS-EST-DIAS
           END-IF.

           PERFORM 0710-CARREGAR-COMPROVANTES.
           IF WS-CMP-CHEIO EQUAL "S"
               DISPLAY "COMPROVANTES.TXT GRANDE DEMAIS - ESTORNO NAO "
                       "PERMITIDO"
               STOP RUN
           END-IF.
           DISPLAY "AUTENTICACAO DO PAGAMENTO A ESTORNAR: ".
           ACCEPT WS-EST-AUT-ENT.
           MOVE ZEROS TO WS-CMP-ACHADO.
           PERFORM VARYING WS-IND-CMP FROM 1 BY 1
                   UNTIL WS-IND-CMP GREATER THAN WS-QTD-CMP
               IF WS-CMP-LINHA(WS-IND-CMP)(1:4) EQUAL "AUT="
                  AND WS-CMP-LINHA(WS-IND-CMP)(5:8) IS NUMERIC
                  AND WS-CMP-LINHA(WS-IND-CMP)(5:8) EQUAL
                          WS-EST-AUT-ENT
                   MOVE WS-IND-CMP TO WS-CMP-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CMP-ACHADO EQUAL ZEROS
               DISPLAY "COMPROVANTE NAO ENCONTRADO."
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CMP-AUT WS-CMP-CONTA WS-CMP-DATA
                          WS-CMP-VALOR WS-CMP-CATEG WS-CMP-FAV
                          WS-CMP-ORIGEM.
           UNSTRING WS-CMP-LINHA(WS-CMP-ACHADO)(1:120) DELIMITED BY ";"
               INTO WS-CMP-AUT WS-CMP-CONTA WS-CMP-DATA WS-CMP-VALOR
                    WS-CMP-CATEG WS-CMP-FAV WS-CMP-ORIGEM
           END-UNSTRING.

           IF WS-CMP-LINHA(WS-CMP-ACHADO)(121:10) EQUAL "ESTORNADO="
               DISPLAY "PAGAMENTO JA ESTORNADO PELA AUTENTICACAO "
                       WS-CMP-LINHA(WS-CMP-ACHADO)(131:8)
                       " EM " WS-CMP-LINHA(WS-CMP-ACHADO)(143:8)
               STOP RUN
           END-IF.
      *---> A ORIGEM PODE VIR CORTADA NA COLUNA 100 DO COMPROVANTE;
      *     AS QUATRO PRIMEIRAS LETRAS BASTAM
           IF WS-CMP-ORIGEM(8:4) NOT EQUAL "PAGA"
              AND WS-CMP-ORIGEM(8:4) NOT EQUAL "AGEN"
               DISPLAY "SO PAGAMENTO AVULSO OU AGENDADO SE ESTORNA "
                       "AQUI (ORIGEM " WS-CMP-ORIGEM(8:23) ")."
               STOP RUN
           END-IF.
           IF WS-CMP-DATA(6:8) IS NOT NUMERIC
               DISPLAY "COMPROVANTE SEM DATA VALIDA."
               STOP RUN
           END-IF.
           COMPUTE WS-EST-DIAS-DIF =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       FUNCTION CURRENT-DATE(1:8))) -
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       WS-CMP-DATA(6:8))).
           IF WS-EST-DIAS-DIF GREATER THAN WS-EST-DIAS
               MOVE WS-EST-DIAS-DIF TO WS-EST-DIAS-EDT
               DISPLAY "PRAZO DE ESTORNO VENCIDO: PAGO HA "
                       WS-EST-DIAS-EDT " DIAS (LIMITE " WS-EST-DIAS
                       ")."
               STOP RUN
           END-IF.

           MOVE WS-CMP-CONTA(7:10) TO WS-CONTA-ORIGEM.
           MOVE WS-CMP-VALOR(7:8)  TO WS-DUP-VALOR-X.
           MOVE WS-DUP-VALOR-9     TO WS-PAGAMENTO.
           MOVE WS-CMP-FAV(5:4)    TO WS-DUP-FAV-X.
           MOVE WS-DUP-FAV-9       TO WS-CODFAV.
           DISPLAY "CONTA " WS-CONTA-ORIGEM " DATA " WS-CMP-DATA(6:8)
                   " CATEGORIA " WS-CMP-CATEG(11:10).
           MOVE WS-PAGAMENTO TO WS-ACUM-PAG-EDT.
           DISPLAY "VALOR A DEVOLVER: " WS-ACUM-PAG-EDT
                   " FAVORECIDO " WS-CMP-FAV(5:4).

           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "NAO HA CONTAS CADASTRADAS."
               STOP RUN
           END-IF.
           MOVE "S" TO WS-EST-OK.
           MOVE WS-CONTA-ORIGEM TO REG-CONTA-ID.
           READ CONTAS
               INVALID KEY
                   DISPLAY "CONTA DO PAGAMENTO NAO EXISTE MAIS."
                   MOVE "N" TO WS-EST-OK
               NOT INVALID KEY
                   IF REG-CONTA-STATUS EQUAL "E"
                       DISPLAY "CONTA DO PAGAMENTO ENCERRADA."
                       MOVE "N" TO WS-EST-OK
                   END-IF
           END-READ.

           IF WS-EST-OK EQUAL "S"
               DISPLAY "OPERADOR: "
               ACCEPT WS-EST-OPERADOR
               MOVE FUNCTION UPPER-CASE(WS-EST-OPERADOR)
                       TO WS-EST-OPERADOR
               DISPLAY "MOTIVO DO ESTORNO: "
               ACCEPT WS-EST-MOTIVO
               INSPECT WS-EST-MOTIVO REPLACING ALL ";" BY ","
               IF WS-EST-MOTIVO EQUAL SPACES
                   DISPLAY "MOTIVO OBRIGATORIO."
                   MOVE "N" TO WS-EST-OK
               END-IF
           END-IF.

           IF WS-EST-OK EQUAL "S"
               PERFORM 0720-CONFERIR-SUPERVISOR
               IF WS-SUP-OK NOT EQUAL "S"
                   DISPLAY "CREDENCIAL DE SUPERVISOR RECUSADA."
                   MOVE "N" TO WS-EST-OK
               END-IF
           END-IF.

           IF WS-EST-OK EQUAL "S"
               DISPLAY "CONFIRMA O ESTORNO (S/N)? "
               ACCEPT WS-TECLA
               IF FUNCTION UPPER-CASE(WS-TECLA) NOT EQUAL "S"
                   DISPLAY "ESTORNO CANCELADO."
                   MOVE "N" TO WS-EST-OK
               END-IF
           END-IF.

           IF WS-EST-OK EQUAL "S"
               PERFORM 0730-EFETIVAR-ESTORNO
           END-IF.

           CLOSE CONTAS.
      ******************************************************************
      *---> A ULTIMA POSICAO DA TABELA FICA PARA O COMPROVANTE DO
      *     ESTORNO; ARQUIVO MAIOR QUE A TABELA NAO PODE SER REGRAVADO
       0710-CARREGAR-COMPROVANTES SECTION.
       0711-CARREGAR-COMPROVANTES.
           MOVE ZEROS TO WS-QTD-CMP.
           MOVE "N" TO WS-CMP-CHEIO.
           OPEN INPUT COMPROV-EST.
           IF FS-COMPROV-EST EQUAL "00"
               READ COMPROV-EST
               PERFORM UNTIL FS-COMPROV-EST NOT EQUAL "00"
                          OR WS-QTD-CMP EQUAL 4999
                   ADD 1 TO WS-QTD-CMP
                   MOVE REG-COMPROV-EST TO WS-CMP-LINHA(WS-QTD-CMP)
                   READ COMPROV-EST
               END-PERFORM
               IF FS-COMPROV-EST EQUAL "00"
                   MOVE "S" TO WS-CMP-CHEIO
               END-IF
               CLOSE COMPROV-EST
           END-IF.
      ******************************************************************
      *---> MESMO HASH DO SIGN-ON DO MAIN E DO CAIXA-MERCADO (SOMA
      *     PONDERADA, MODULO PRIMO)
       0720-CONFERIR-SUPERVISOR SECTION.
       0721-CONFERIR-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK.
           DISPLAY "LOGIN DO SUPERVISOR: ".
           ACCEPT WS-SUP-LOGIN.
           DISPLAY "SENHA DO SUPERVISOR: ".
           ACCEPT WS-SUP-SENHA.
           MOVE FUNCTION UPPER-CASE(WS-SUP-LOGIN) TO WS-SUP-LOGIN.

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
      ******************************************************************
       0730-EFETIVAR-ESTORNO   SECTION.
       0731-EFETIVAR-ESTORNO.
           PERFORM 0219-PROXIMA-AUTENTICACAO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-EST-HORA.

      *---> DEVOLVE O VALOR NA MESMA CONTA
           MOVE WS-CONTA-ORIGEM TO REG-CONTA-ID.
           READ CONTAS.
           COMPUTE REG-CONTA-SALDO =
                   REG-CONTA-SALDO + WS-PAGAMENTO.
           REWRITE REG-CONTA.
           MOVE REG-CONTA-SALDO TO WS-SALDO-ATUAL-EDT.

      *---> MESMAS POSICOES DA LINHA DE PAGAMENTO (FAV 93-96, AUT
      *     102-109) E A AUTENTICACAO ESTORNADA EM EST= (115-122)
           OPEN EXTEND EXTRATO.
           IF FS-EXTRATO EQUAL "35"
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN EXTEND EXTRATO
           END-IF.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "CONTA="      WS-CONTA-ORIGEM
               " DATA="      FUNCTION CURRENT-DATE(1:8)
               " CATEGORIA=ESTORNO   "
               " VALOR="     WS-PAGAMENTO
               " SALDO="     WS-SALDO-ATUAL-EDT
               " FAV="       WS-CODFAV
               " AUT="       WS-AUTENTICACAO
               " EST="       WS-CMP-AUT(5:8)
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING.
           WRITE REG-EXTRATO.
           CLOSE EXTRATO.

      *---> COMPROVANTE DO ESTORNO NA MESMA SEQUENCIA E MARCA NO
      *     ORIGINAL; O ARQUIVO E REGRAVADO INTEIRO
           ADD 1 TO WS-QTD-CMP.
           MOVE SPACES TO WS-CMP-LINHA(WS-QTD-CMP).
           STRING
               "AUT="        WS-AUTENTICACAO
               ";CONTA="     WS-CONTA-ORIGEM
               ";DATA="      FUNCTION CURRENT-DATE(1:8)
               ";VALOR="     WS-PAGAMENTO
               ";CATEGORIA=ESTORNO"
               ";FAV="       WS-CODFAV
               ";ORIGEM=ESTORNO-" WS-CMP-AUT(5:8)
               DELIMITED BY SIZE INTO WS-CMP-LINHA(WS-QTD-CMP)
           END-STRING.
           STRING "ESTORNADO="  WS-AUTENTICACAO
                  ";EM="        FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE
               INTO WS-CMP-LINHA(WS-CMP-ACHADO)(121:30)
           END-STRING.
           OPEN OUTPUT COMPROV-EST.
           PERFORM VARYING WS-IND-CMP FROM 1 BY 1
                   UNTIL WS-IND-CMP GREATER THAN WS-QTD-CMP
               MOVE WS-CMP-LINHA(WS-IND-CMP) TO REG-COMPROV-EST
               WRITE REG-COMPROV-EST
           END-PERFORM.
           CLOSE COMPROV-EST.

      *---> REGISTRO PARA O RELATORIO DIARIO DE ESTORNOS
           OPEN EXTEND ESTORNOS.
           IF FS-ESTORNOS EQUAL "35"
               OPEN OUTPUT ESTORNOS
               CLOSE ESTORNOS
               OPEN EXTEND ESTORNOS
           END-IF.
           MOVE SPACES TO REG-ESTORNO.
           STRING
               FUNCTION CURRENT-DATE(1:8) ";"
               WS-EST-HORA                ";"
               WS-AUTENTICACAO            ";"
               WS-CMP-AUT(5:8)            ";"
               WS-CONTA-ORIGEM            ";"
               WS-PAGAMENTO               ";"
               WS-CMP-CATEG(11:10)        ";"
               WS-CODFAV                  ";"
               WS-EST-OPERADOR            ";"
               WS-SUP-LOGIN               ";"
               WS-EST-MOTIVO
               DELIMITED BY SIZE INTO REG-ESTORNO
           END-STRING.
           WRITE REG-ESTORNO.
           CLOSE ESTORNOS.

           DISPLAY "ESTORNO EFETIVADO. AUT=" WS-AUTENTICACAO
                   " (ESTORNA " WS-CMP-AUT(5:8) ")".
           DISPLAY "SALDO DA CONTA: " WS-SALDO-ATUAL-EDT.
       END PROGRAM PAGAMENTO-CONTA.
