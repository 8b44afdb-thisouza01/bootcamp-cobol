      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Expedicao das entregas em domicilio do CAIXA-MERCADO
      *          As vendas marcadas para entrega ficam pendentes ("P")
      *          em entregas.txt. Este programa:
      *          1 - monta as rotas do dia: junta as pendentes do dia
      *              (e as atrasadas), ordena por bairro e CEP e
      *              reparte os bairros entre os entregadores do turno
      *              (bairro inteiro com o mesmo entregador, sempre
      *              para o que esta com menos entregas). Cada
      *              entregador recebe a folha de rota
      *              rota_AAAAMMDD_NN.txt e as entregas passam a "S"
      *              (saiu para entrega) com o nome dele;
      *          2 - baixa a entrega na volta do entregador: "E"
      *              entregue (com quem recebeu) ou "F" falhou (com o
      *              motivo);
      *          3 - lista as entregas, todas ou de uma situacao.
      *          Situacoes: P pendente, S saiu, E entregue, F falhou,
      *          C cancelada com a venda (pelo CAIXA-MERCADO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. ROTA-ENTREGAS.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *--> ENTREGAS GRAVADAS PELO CAIXA-MERCADO (MESMO LAYOUT, CAMPOS
      *    EM LARGURA FIXA SEPARADOS POR ";")
           SELECT ENTREGAS ASSIGN TO "C:\teste\entregas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ENTREGAS.

      *--> FOLHA DE ROTA DE CADA ENTREGADOR
           SELECT ROTA ASSIGN TO WS-ROTA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ROTA.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  ENTREGAS.
       01  REG-ENTREGA                 PIC X(300).
      *
       FD  ROTA.
       01  REG-ROTA                    PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-ENTREGAS         PIC X(02)           VALUE SPACES.
       77  FS-ROTA             PIC X(02)           VALUE SPACES.
       01  WS-ROTA-PATH        PIC X(100)          VALUE SPACES.

       77  WS-OPCAO            PIC 9               VALUE ZEROS.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-DATA-ROTA        PIC 9(08)           VALUE ZEROS.
       77  WS-ENTREGAS-MUDOU   PIC X               VALUE "N".

      *--> ENTREGAS EM MEMORIA (REFERENCIA DA VENDA = DATA+HORA DO
      *    CAIXA-MERCADO; COM O CAIXA, IDENTIFICA A ENTREGA)
       77  WS-QTD-ENTREGAS     PIC 9(04)           VALUE ZEROS.
       77  WS-IND-ENTREGA      PIC 9(04)           VALUE ZEROS.
       77  WS-ENTREGA-ACHADA   PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-ENTREGAS     OCCURS 2000 TIMES.
           05 WS-ETG-REF       PIC X(14).
           05 WS-ETG-CAIXA     PIC X(02).
           05 WS-ETG-TELEFONE  PIC X(09).
           05 WS-ETG-NOME      PIC X(30).
           05 WS-ETG-LOGRADOURO PIC X(40).
           05 WS-ETG-NUMERO    PIC X(06).
           05 WS-ETG-COMPLEMENTO PIC X(15).
           05 WS-ETG-BAIRRO    PIC X(20).
           05 WS-ETG-CIDADE    PIC X(25).
           05 WS-ETG-UF        PIC X(02).
           05 WS-ETG-CEP       PIC X(08).
           05 WS-ETG-DATA      PIC X(08).
           05 WS-ETG-JANELA-DE PIC X(04).
           05 WS-ETG-JANELA-ATE PIC X(04).
           05 WS-ETG-TAXA      PIC X(05).
           05 WS-ETG-SITUACAO  PIC X(01).
           05 WS-ETG-ENTREGADOR PIC X(15).
           05 WS-ETG-DATA-OCOR PIC X(08).
           05 WS-ETG-OBS       PIC X(30).

      *--> ENTREGAS DA ROTA, ORDENADAS POR BAIRRO + CEP + JANELA, E O
      *    ENTREGADOR DE CADA UMA
       77  WS-QTD-ROTA         PIC 9(04)           VALUE ZEROS.
       77  WS-IND-ROTA         PIC 9(04)           VALUE ZEROS.
       77  WS-IND-TROCA        PIC 9(04)           VALUE ZEROS.
       77  WS-HOUVE-TROCA      PIC X               VALUE "N".
       01  WS-TAB-ROTA         OCCURS 2000 TIMES.
           05 WS-ROT-CHAVE     PIC X(32).
           05 WS-ROT-ENTREGA   PIC 9(04).
           05 WS-ROT-ENTREGADOR PIC 9(02).
       01  WS-ROT-AUX.
           05 WS-AUX-CHAVE     PIC X(32).
           05 WS-AUX-ENTREGA   PIC 9(04).
           05 WS-AUX-ENTREGADOR PIC 9(02).
       77  WS-BAIRRO-ANTERIOR  PIC X(20)           VALUE SPACES.

      *--> ENTREGADORES DO TURNO
       77  WS-QTD-ENTREGADORES PIC 9(02)           VALUE ZEROS.
       77  WS-IND-DRV          PIC 9(02)           VALUE ZEROS.
       77  WS-DRV-ESCOLHIDO    PIC 9(02)           VALUE ZEROS.
       77  WS-NOME-ENTREGADOR  PIC X(15)           VALUE SPACES.
       01  WS-TAB-ENTREGADORES OCCURS 10 TIMES.
           05 WS-DRV-NOME      PIC X(15).
           05 WS-DRV-QTD       PIC 9(04).

      *--> BAIXA DA ENTREGA
       77  WS-REF-BAIXA        PIC X(14)           VALUE SPACES.
       77  WS-CAIXA-BAIXA      PIC 9(02)           VALUE ZEROS.
       77  WS-CAIXA-BAIXA-X    PIC X(02)           VALUE SPACES.
       77  WS-RESULTADO        PIC X               VALUE SPACES.
       77  WS-OBS              PIC X(30)           VALUE SPACES.
       77  WS-OUTRA            PIC X               VALUE "S".
       77  WS-SITUACAO-FILTRO  PIC X               VALUE SPACES.

      *--> TOTAIS E EDICAO
       77  WS-QT-SEQ           PIC 9(03)           VALUE ZEROS.
       77  WS-QT-ATRASADAS     PIC 9(04)           VALUE ZEROS.
       77  WS-QT-LISTADAS      PIC 9(04)           VALUE ZEROS.
       77  WS-DESC-SITUACAO    PIC X(10)           VALUE SPACES.
       77  WS-JANELA-EDT       PIC X(11)           VALUE SPACES.
       01  WS-TAXA-X           PIC X(05)           VALUE ZEROS.
       01  WS-TAXA REDEFINES WS-TAXA-X
                           PIC 9(03)V99.
       77  WS-TAXA-EDT         PIC ZZ9,99.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 0100-CARREGAR-ENTREGAS.
           IF WS-QTD-ENTREGAS EQUAL ZEROS
               DISPLAY "NENHUMA ENTREGA EM ENTREGAS.TXT"
               STOP RUN
           END-IF.

           DISPLAY "OPERACAO (1=MONTAR ROTAS / 2=BAIXAR ENTREGA / "
                   "3=LISTAR ENTREGAS): ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0200-MONTAR-ROTAS
               WHEN 2
                   PERFORM 0400-BAIXAR-ENTREGAS
               WHEN 3
                   PERFORM 0500-LISTAR-ENTREGAS
               WHEN OTHER
                   DISPLAY "OPERACAO INVALIDA"
           END-EVALUATE.

           IF WS-ENTREGAS-MUDOU EQUAL "S"
               PERFORM 0900-REGRAVAR-ENTREGAS
           END-IF.
           STOP RUN.
      ******************************************************************
      *--> ARQUIVO MAIOR QUE A TABELA NAO E PROCESSADO: A REGRAVACAO
      *    PERDERIA AS ENTREGAS QUE NAO COUBERAM
       0100-CARREGAR-ENTREGAS  SECTION.
       0101-CARREGAR-ENTREGAS.
           MOVE ZEROS TO WS-QTD-ENTREGAS.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ ENTREGAS.
           PERFORM UNTIL FS-ENTREGAS NOT EQUAL "00"
                      OR WS-QTD-ENTREGAS EQUAL 2000
               ADD 1 TO WS-QTD-ENTREGAS
               MOVE SPACES TO WS-TAB-ENTREGAS(WS-QTD-ENTREGAS)
               UNSTRING REG-ENTREGA DELIMITED BY ";"
                   INTO WS-ETG-REF(WS-QTD-ENTREGAS)
                        WS-ETG-CAIXA(WS-QTD-ENTREGAS)
                        WS-ETG-TELEFONE(WS-QTD-ENTREGAS)
                        WS-ETG-NOME(WS-QTD-ENTREGAS)
                        WS-ETG-LOGRADOURO(WS-QTD-ENTREGAS)
                        WS-ETG-NUMERO(WS-QTD-ENTREGAS)
                        WS-ETG-COMPLEMENTO(WS-QTD-ENTREGAS)
                        WS-ETG-BAIRRO(WS-QTD-ENTREGAS)
                        WS-ETG-CIDADE(WS-QTD-ENTREGAS)
                        WS-ETG-UF(WS-QTD-ENTREGAS)
                        WS-ETG-CEP(WS-QTD-ENTREGAS)
                        WS-ETG-DATA(WS-QTD-ENTREGAS)
                        WS-ETG-JANELA-DE(WS-QTD-ENTREGAS)
                        WS-ETG-JANELA-ATE(WS-QTD-ENTREGAS)
                        WS-ETG-TAXA(WS-QTD-ENTREGAS)
                        WS-ETG-SITUACAO(WS-QTD-ENTREGAS)
                        WS-ETG-ENTREGADOR(WS-QTD-ENTREGAS)
                        WS-ETG-DATA-OCOR(WS-QTD-ENTREGAS)
                        WS-ETG-OBS(WS-QTD-ENTREGAS)
               END-UNSTRING
               READ ENTREGAS
           END-PERFORM.
           IF FS-ENTREGAS EQUAL "00"
               CLOSE ENTREGAS
               DISPLAY "ENTREGAS.TXT COM MAIS DE 2000 LINHAS - "
                       "ARQUIVAR AS ENTREGAS ENCERRADAS ANTES"
               STOP RUN
           END-IF.
           CLOSE ENTREGAS.
       0100-CARREGAR-ENTREGAS-FIM. EXIT.
      ******************************************************************
      *--> ROTAS DO DIA: PENDENTES DO DIA E ATRASADAS, ORDENADAS POR
      *    BAIRRO/CEP; CADA BAIRRO VAI INTEIRO PARA O ENTREGADOR COM
      *    MENOS ENTREGAS ATE ENTAO
       0200-MONTAR-ROTAS       SECTION.
       0201-MONTAR-ROTAS.
           DISPLAY "DIA DAS ROTAS (AAAAMMDD, 0 = HOJE): ".
           ACCEPT WS-DATA-ROTA.
           IF WS-DATA-ROTA EQUAL ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-ROTA
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ROTA) NOT EQUAL ZEROS
               DISPLAY "DIA INVALIDO"
               EXIT SECTION
           END-IF.

           MOVE ZEROS TO WS-QTD-ENTREGADORES.
           MOVE "X" TO WS-NOME-ENTREGADOR.
           PERFORM UNTIL WS-NOME-ENTREGADOR EQUAL SPACES
                      OR WS-QTD-ENTREGADORES EQUAL 10
               COMPUTE WS-IND-DRV = WS-QTD-ENTREGADORES + 1
               DISPLAY "ENTREGADOR " WS-IND-DRV " (VAZIO = FIM): "
               MOVE SPACES TO WS-NOME-ENTREGADOR
               ACCEPT WS-NOME-ENTREGADOR
               IF WS-NOME-ENTREGADOR NOT EQUAL SPACES
                   ADD 1 TO WS-QTD-ENTREGADORES
                   MOVE FUNCTION UPPER-CASE(WS-NOME-ENTREGADOR)
                           TO WS-DRV-NOME(WS-QTD-ENTREGADORES)
                   MOVE ZEROS TO WS-DRV-QTD(WS-QTD-ENTREGADORES)
               END-IF
           END-PERFORM.
           IF WS-QTD-ENTREGADORES EQUAL ZEROS
               DISPLAY "NENHUM ENTREGADOR INFORMADO"
               EXIT SECTION
           END-IF.

           PERFORM 0210-SELECIONAR-PENDENTES.
           IF WS-QTD-ROTA EQUAL ZEROS
               DISPLAY "NENHUMA ENTREGA PENDENTE ATE " WS-DATA-ROTA
               EXIT SECTION
           END-IF.
           PERFORM 0220-ORDENAR-ROTA.
           PERFORM 0230-DISTRIBUIR-BAIRROS.

           PERFORM VARYING WS-IND-DRV FROM 1 BY 1
                   UNTIL WS-IND-DRV GREATER THAN WS-QTD-ENTREGADORES
               IF WS-DRV-QTD(WS-IND-DRV) GREATER THAN ZEROS
                   PERFORM 0300-EMITIR-FOLHA
               END-IF
           END-PERFORM.
           MOVE "S" TO WS-ENTREGAS-MUDOU.

           DISPLAY "ENTREGAS EM ROTA..............: " WS-QTD-ROTA.
           IF WS-QT-ATRASADAS GREATER THAN ZEROS
               DISPLAY "ATRASADAS (DIAS ANTERIORES)...: "
                       WS-QT-ATRASADAS
           END-IF.
       0200-MONTAR-ROTAS-FIM.  EXIT.
      ******************************************************************
       0210-SELECIONAR-PENDENTES SECTION.
       0211-SELECIONAR-PENDENTES.
           MOVE ZEROS TO WS-QTD-ROTA WS-QT-ATRASADAS.
           PERFORM VARYING WS-IND-ENTREGA FROM 1 BY 1
                   UNTIL WS-IND-ENTREGA GREATER THAN WS-QTD-ENTREGAS
               IF WS-ETG-SITUACAO(WS-IND-ENTREGA) EQUAL "P"
                  AND WS-ETG-DATA(WS-IND-ENTREGA) IS NUMERIC
                  AND WS-ETG-DATA(WS-IND-ENTREGA) NOT GREATER THAN
                                                       WS-DATA-ROTA
                   ADD 1 TO WS-QTD-ROTA
                   MOVE SPACES TO WS-ROT-CHAVE(WS-QTD-ROTA)
                   STRING WS-ETG-BAIRRO(WS-IND-ENTREGA)
                          WS-ETG-CEP(WS-IND-ENTREGA)
                          WS-ETG-JANELA-DE(WS-IND-ENTREGA)
                       DELIMITED BY SIZE
                       INTO WS-ROT-CHAVE(WS-QTD-ROTA)
                   END-STRING
                   MOVE WS-IND-ENTREGA TO WS-ROT-ENTREGA(WS-QTD-ROTA)
                   MOVE ZEROS TO WS-ROT-ENTREGADOR(WS-QTD-ROTA)
                   IF WS-ETG-DATA(WS-IND-ENTREGA) LESS THAN
                                                       WS-DATA-ROTA
                       ADD 1 TO WS-QT-ATRASADAS
                   END-IF
               END-IF
           END-PERFORM.
       0210-SELECIONAR-PENDENTES-FIM. EXIT.
      ******************************************************************
      *--> BOLHA SIMPLES: O VOLUME DE UM DIA DE ENTREGAS E PEQUENO
       0220-ORDENAR-ROTA       SECTION.
       0221-ORDENAR-ROTA.
           MOVE "S" TO WS-HOUVE-TROCA.
           PERFORM UNTIL WS-HOUVE-TROCA EQUAL "N"
               MOVE "N" TO WS-HOUVE-TROCA
               PERFORM VARYING WS-IND-ROTA FROM 1 BY 1
                       UNTIL WS-IND-ROTA NOT LESS THAN WS-QTD-ROTA
                   COMPUTE WS-IND-TROCA = WS-IND-ROTA + 1
                   IF WS-ROT-CHAVE(WS-IND-ROTA) GREATER THAN
                                       WS-ROT-CHAVE(WS-IND-TROCA)
                       MOVE WS-TAB-ROTA(WS-IND-ROTA) TO WS-ROT-AUX
                       MOVE WS-TAB-ROTA(WS-IND-TROCA)
                               TO WS-TAB-ROTA(WS-IND-ROTA)
                       MOVE WS-ROT-AUX TO WS-TAB-ROTA(WS-IND-TROCA)
                       MOVE "S" TO WS-HOUVE-TROCA
                   END-IF
               END-PERFORM
           END-PERFORM.
       0220-ORDENAR-ROTA-FIM.  EXIT.
      ******************************************************************
       0230-DISTRIBUIR-BAIRROS SECTION.
       0231-DISTRIBUIR-BAIRROS.
           MOVE HIGH-VALUES TO WS-BAIRRO-ANTERIOR.
           MOVE ZEROS TO WS-DRV-ESCOLHIDO.
           PERFORM VARYING WS-IND-ROTA FROM 1 BY 1
                   UNTIL WS-IND-ROTA GREATER THAN WS-QTD-ROTA
               IF WS-ROT-CHAVE(WS-IND-ROTA)(1:20) NOT EQUAL
                                               WS-BAIRRO-ANTERIOR
                   MOVE WS-ROT-CHAVE(WS-IND-ROTA)(1:20)
                                               TO WS-BAIRRO-ANTERIOR
                   MOVE 1 TO WS-DRV-ESCOLHIDO
                   PERFORM VARYING WS-IND-DRV FROM 2 BY 1
                           UNTIL WS-IND-DRV GREATER THAN
                                               WS-QTD-ENTREGADORES
                       IF WS-DRV-QTD(WS-IND-DRV) LESS THAN
                                       WS-DRV-QTD(WS-DRV-ESCOLHIDO)
                           MOVE WS-IND-DRV TO WS-DRV-ESCOLHIDO
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-DRV-ESCOLHIDO TO WS-ROT-ENTREGADOR(WS-IND-ROTA)
               ADD 1 TO WS-DRV-QTD(WS-DRV-ESCOLHIDO)
           END-PERFORM.
       0230-DISTRIBUIR-BAIRROS-FIM. EXIT.
      ******************************************************************
      *--> FOLHA DE ROTA: ENTREGAS NA ORDEM DE BAIRRO/CEP, COM A
      *    JANELA DE HORARIO E O ESPACO PARA QUEM RECEBEU; CADA UMA
      *    PASSA A "S" COM O NOME DO ENTREGADOR
       0300-EMITIR-FOLHA       SECTION.
       0301-EMITIR-FOLHA.
           MOVE SPACES TO WS-ROTA-PATH.
           STRING "C:\teste\rota_" WS-DATA-ROTA "_" WS-IND-DRV ".txt"
               DELIMITED BY SIZE INTO WS-ROTA-PATH
           END-STRING.
           OPEN OUTPUT ROTA.
           IF FS-ROTA NOT EQUAL "00"
               DISPLAY "ERRO AO CRIAR A FOLHA DE ROTA " WS-ROTA-PATH
               EXIT SECTION
           END-IF.

           MOVE SPACES TO REG-ROTA.
           STRING "FOLHA DE ROTA - DIA " WS-DATA-ROTA
                  " - ENTREGADOR " WS-DRV-NOME(WS-IND-DRV)
                  " - " WS-DRV-QTD(WS-IND-DRV) " ENTREGAS"
               DELIMITED BY SIZE INTO REG-ROTA
           END-STRING.
           WRITE REG-ROTA.
           MOVE ALL "-" TO REG-ROTA.
           WRITE REG-ROTA.

           MOVE ZEROS TO WS-QT-SEQ.
           PERFORM VARYING WS-IND-ROTA FROM 1 BY 1
                   UNTIL WS-IND-ROTA GREATER THAN WS-QTD-ROTA
               IF WS-ROT-ENTREGADOR(WS-IND-ROTA) EQUAL WS-IND-DRV
                   MOVE WS-ROT-ENTREGA(WS-IND-ROTA) TO WS-IND-ENTREGA
                   PERFORM 0310-LINHAS-DA-ENTREGA
                   MOVE "S" TO WS-ETG-SITUACAO(WS-IND-ENTREGA)
                   MOVE WS-DRV-NOME(WS-IND-DRV)
                           TO WS-ETG-ENTREGADOR(WS-IND-ENTREGA)
                   MOVE WS-DATA-ROTA
                           TO WS-ETG-DATA-OCOR(WS-IND-ENTREGA)
               END-IF
           END-PERFORM.
           CLOSE ROTA.
           DISPLAY "FOLHA DE ROTA: " WS-ROTA-PATH.
       0300-EMITIR-FOLHA-FIM.  EXIT.
      ******************************************************************
       0310-LINHAS-DA-ENTREGA  SECTION.
       0311-LINHAS-DA-ENTREGA.
           ADD 1 TO WS-QT-SEQ.
           PERFORM 0320-EDITAR-JANELA.
           MOVE SPACES TO REG-ROTA.
           STRING WS-QT-SEQ " " WS-ETG-NOME(WS-IND-ENTREGA)
                  " TEL " WS-ETG-TELEFONE(WS-IND-ENTREGA)
                  " JANELA " WS-JANELA-EDT
               DELIMITED BY SIZE INTO REG-ROTA
           END-STRING.
           IF WS-ETG-DATA(WS-IND-ENTREGA) LESS THAN WS-DATA-ROTA
               MOVE "ATRASADA" TO REG-ROTA(88:8)
           END-IF.
           WRITE REG-ROTA.
           MOVE SPACES TO REG-ROTA.
           STRING "    " WS-ETG-LOGRADOURO(WS-IND-ENTREGA)
                  " " WS-ETG-NUMERO(WS-IND-ENTREGA)
                  " " WS-ETG-COMPLEMENTO(WS-IND-ENTREGA)
               DELIMITED BY SIZE INTO REG-ROTA
           END-STRING.
           WRITE REG-ROTA.
           MOVE SPACES TO REG-ROTA.
           STRING "    " WS-ETG-BAIRRO(WS-IND-ENTREGA)
                  " " WS-ETG-CIDADE(WS-IND-ENTREGA)
                  "/" WS-ETG-UF(WS-IND-ENTREGA)
                  " CEP " WS-ETG-CEP(WS-IND-ENTREGA)
               DELIMITED BY SIZE INTO REG-ROTA
           END-STRING.
           WRITE REG-ROTA.
           MOVE SPACES TO REG-ROTA.
           STRING "    VENDA " WS-ETG-REF(WS-IND-ENTREGA)
                  " CAIXA " WS-ETG-CAIXA(WS-IND-ENTREGA)
                  "   RECEBIDO POR: ______________________________"
               DELIMITED BY SIZE INTO REG-ROTA
           END-STRING.
           WRITE REG-ROTA.
           MOVE SPACES TO REG-ROTA.
           WRITE REG-ROTA.
       0310-LINHAS-DA-ENTREGA-FIM. EXIT.
      ******************************************************************
       0320-EDITAR-JANELA      SECTION.
       0321-EDITAR-JANELA.
           IF WS-ETG-JANELA-DE(WS-IND-ENTREGA) EQUAL "0000"
                   OR WS-ETG-JANELA-DE(WS-IND-ENTREGA) EQUAL SPACES
               MOVE "QUALQUER" TO WS-JANELA-EDT
           ELSE
               MOVE SPACES TO WS-JANELA-EDT
               STRING WS-ETG-JANELA-DE(WS-IND-ENTREGA)(1:2)
                      ":" WS-ETG-JANELA-DE(WS-IND-ENTREGA)(3:2)
                      "-" WS-ETG-JANELA-ATE(WS-IND-ENTREGA)(1:2)
                      ":" WS-ETG-JANELA-ATE(WS-IND-ENTREGA)(3:2)
                   DELIMITED BY SIZE INTO WS-JANELA-EDT
               END-STRING
           END-IF.
       0320-EDITAR-JANELA-FIM. EXIT.
      ******************************************************************
      *--> BAIXA NA VOLTA DO ENTREGADOR: SO ENTREGA QUE SAIU ("S")
       0400-BAIXAR-ENTREGAS    SECTION.
       0401-BAIXAR-ENTREGAS.
           MOVE "S" TO WS-OUTRA.
           PERFORM UNTIL FUNCTION UPPER-CASE(WS-OUTRA) NOT EQUAL "S"
               PERFORM 0410-BAIXAR-UMA
               DISPLAY "BAIXAR OUTRA ENTREGA (S/N)? "
               ACCEPT WS-OUTRA
           END-PERFORM.
       0400-BAIXAR-ENTREGAS-FIM. EXIT.
      ******************************************************************
       0410-BAIXAR-UMA         SECTION.
       0411-BAIXAR-UMA.
           DISPLAY "VENDA (DATA+HORA AAAAMMDDHHMMSS DA FOLHA): ".
           ACCEPT WS-REF-BAIXA.
           DISPLAY "CAIXA DA VENDA: ".
           ACCEPT WS-CAIXA-BAIXA.
           MOVE WS-CAIXA-BAIXA TO WS-CAIXA-BAIXA-X.

           MOVE ZEROS TO WS-ENTREGA-ACHADA.
           PERFORM VARYING WS-IND-ENTREGA FROM 1 BY 1
                   UNTIL WS-IND-ENTREGA GREATER THAN WS-QTD-ENTREGAS
               IF WS-ETG-REF(WS-IND-ENTREGA) EQUAL WS-REF-BAIXA
                  AND WS-ETG-CAIXA(WS-IND-ENTREGA) EQUAL
                                                   WS-CAIXA-BAIXA-X
                   MOVE WS-IND-ENTREGA TO WS-ENTREGA-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ENTREGA-ACHADA EQUAL ZEROS
               DISPLAY "ENTREGA NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           MOVE WS-ENTREGA-ACHADA TO WS-IND-ENTREGA.
           PERFORM 0520-DESCREVER-SITUACAO.
           DISPLAY "CLIENTE: " WS-ETG-NOME(WS-IND-ENTREGA)
                   " - " WS-ETG-BAIRRO(WS-IND-ENTREGA).
           IF WS-ETG-SITUACAO(WS-IND-ENTREGA) NOT EQUAL "S"
               DISPLAY "ENTREGA " WS-DESC-SITUACAO
                       " - SO ENTREGA EM ROTA PODE SER BAIXADA"
               EXIT SECTION
           END-IF.
           DISPLAY "ENTREGADOR: " WS-ETG-ENTREGADOR(WS-IND-ENTREGA).

           DISPLAY "RESULTADO (E=ENTREGUE / F=FALHOU): ".
           ACCEPT WS-RESULTADO.
           MOVE FUNCTION UPPER-CASE(WS-RESULTADO) TO WS-RESULTADO.
           MOVE SPACES TO WS-OBS.
           EVALUATE WS-RESULTADO
               WHEN "E"
                   DISPLAY "RECEBIDO POR: "
                   ACCEPT WS-OBS
               WHEN "F"
                   PERFORM UNTIL WS-OBS NOT EQUAL SPACES
                       DISPLAY "MOTIVO DA FALHA: "
                       ACCEPT WS-OBS
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "RESULTADO INVALIDO - NADA BAIXADO"
                   EXIT SECTION
           END-EVALUATE.
           INSPECT WS-OBS REPLACING ALL ";" BY ",".

           MOVE WS-RESULTADO TO WS-ETG-SITUACAO(WS-IND-ENTREGA).
           MOVE WS-DATA-HOJE TO WS-ETG-DATA-OCOR(WS-IND-ENTREGA).
           MOVE FUNCTION UPPER-CASE(WS-OBS)
                   TO WS-ETG-OBS(WS-IND-ENTREGA).
           MOVE "S" TO WS-ENTREGAS-MUDOU.
           PERFORM 0520-DESCREVER-SITUACAO.
           DISPLAY "ENTREGA BAIXADA COMO " WS-DESC-SITUACAO.
       0410-BAIXAR-UMA-FIM.    EXIT.
      ******************************************************************
       0500-LISTAR-ENTREGAS    SECTION.
       0501-LISTAR-ENTREGAS.
           DISPLAY "SITUACAO (P/S/E/F/C, VAZIO = TODAS): ".
           ACCEPT WS-SITUACAO-FILTRO.
           MOVE FUNCTION UPPER-CASE(WS-SITUACAO-FILTRO)
                   TO WS-SITUACAO-FILTRO.
           MOVE ZEROS TO WS-QT-LISTADAS.
           PERFORM VARYING WS-IND-ENTREGA FROM 1 BY 1
                   UNTIL WS-IND-ENTREGA GREATER THAN WS-QTD-ENTREGAS
               IF WS-SITUACAO-FILTRO EQUAL SPACES
                  OR WS-SITUACAO-FILTRO EQUAL
                                   WS-ETG-SITUACAO(WS-IND-ENTREGA)
                   PERFORM 0510-MOSTRAR-ENTREGA
               END-IF
           END-PERFORM.
           DISPLAY "ENTREGAS LISTADAS: " WS-QT-LISTADAS.
       0500-LISTAR-ENTREGAS-FIM. EXIT.
      ******************************************************************
       0510-MOSTRAR-ENTREGA    SECTION.
       0511-MOSTRAR-ENTREGA.
           ADD 1 TO WS-QT-LISTADAS.
           PERFORM 0320-EDITAR-JANELA.
           PERFORM 0520-DESCREVER-SITUACAO.
           MOVE ZEROS TO WS-TAXA-X.
           IF WS-ETG-TAXA(WS-IND-ENTREGA) IS NUMERIC
               MOVE WS-ETG-TAXA(WS-IND-ENTREGA) TO WS-TAXA-X
           END-IF.
           MOVE WS-TAXA TO WS-TAXA-EDT.
           DISPLAY WS-ETG-REF(WS-IND-ENTREGA) "/"
                   WS-ETG-CAIXA(WS-IND-ENTREGA) " "
                   WS-ETG-NOME(WS-IND-ENTREGA) " "
                   WS-ETG-BAIRRO(WS-IND-ENTREGA).
           DISPLAY "    DIA " WS-ETG-DATA(WS-IND-ENTREGA)
                   " JANELA " WS-JANELA-EDT
                   " TAXA " WS-TAXA-EDT
                   " " WS-DESC-SITUACAO " "
                   WS-ETG-ENTREGADOR(WS-IND-ENTREGA).
           IF WS-ETG-OBS(WS-IND-ENTREGA) NOT EQUAL SPACES
               DISPLAY "    " WS-ETG-DATA-OCOR(WS-IND-ENTREGA) " "
                       WS-ETG-OBS(WS-IND-ENTREGA)
           END-IF.
       0510-MOSTRAR-ENTREGA-FIM. EXIT.
      ******************************************************************
       0520-DESCREVER-SITUACAO SECTION.
       0521-DESCREVER-SITUACAO.
           EVALUATE WS-ETG-SITUACAO(WS-IND-ENTREGA)
               WHEN "P"
                   MOVE "PENDENTE" TO WS-DESC-SITUACAO
               WHEN "S"
                   MOVE "EM ROTA" TO WS-DESC-SITUACAO
               WHEN "E"
                   MOVE "ENTREGUE" TO WS-DESC-SITUACAO
               WHEN "F"
                   MOVE "FALHOU" TO WS-DESC-SITUACAO
               WHEN "C"
                   MOVE "CANCELADA" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE "?" TO WS-DESC-SITUACAO
           END-EVALUATE.
       0520-DESCREVER-SITUACAO-FIM. EXIT.
      ******************************************************************
      *--> REGRAVA NO MESMO LAYOUT DO CAIXA-MERCADO (LARGURA FIXA)
       0900-REGRAVAR-ENTREGAS  SECTION.
       0901-REGRAVAR-ENTREGAS.
           OPEN OUTPUT ENTREGAS.
           IF FS-ENTREGAS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR ENTREGAS.TXT: " FS-ENTREGAS
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IND-ENTREGA FROM 1 BY 1
                   UNTIL WS-IND-ENTREGA GREATER THAN WS-QTD-ENTREGAS
               MOVE SPACES TO REG-ENTREGA
               STRING WS-ETG-REF(WS-IND-ENTREGA)
                      ";" WS-ETG-CAIXA(WS-IND-ENTREGA)
                      ";" WS-ETG-TELEFONE(WS-IND-ENTREGA)
                      ";" WS-ETG-NOME(WS-IND-ENTREGA)
                      ";" WS-ETG-LOGRADOURO(WS-IND-ENTREGA)
                      ";" WS-ETG-NUMERO(WS-IND-ENTREGA)
                      ";" WS-ETG-COMPLEMENTO(WS-IND-ENTREGA)
                      ";" WS-ETG-BAIRRO(WS-IND-ENTREGA)
                      ";" WS-ETG-CIDADE(WS-IND-ENTREGA)
                      ";" WS-ETG-UF(WS-IND-ENTREGA)
                      ";" WS-ETG-CEP(WS-IND-ENTREGA)
                      ";" WS-ETG-DATA(WS-IND-ENTREGA)
                      ";" WS-ETG-JANELA-DE(WS-IND-ENTREGA)
                      ";" WS-ETG-JANELA-ATE(WS-IND-ENTREGA)
                      ";" WS-ETG-TAXA(WS-IND-ENTREGA)
                      ";" WS-ETG-SITUACAO(WS-IND-ENTREGA)
                      ";" WS-ETG-ENTREGADOR(WS-IND-ENTREGA)
                      ";" WS-ETG-DATA-OCOR(WS-IND-ENTREGA)
                      ";" WS-ETG-OBS(WS-IND-ENTREGA)
                   DELIMITED BY SIZE INTO REG-ENTREGA
               END-STRING
               WRITE REG-ENTREGA
           END-PERFORM.
           CLOSE ENTREGAS.
       0900-REGRAVAR-ENTREGAS-FIM. EXIT.
      ******************************************************************
       END PROGRAM ROTA-ENTREGAS.
