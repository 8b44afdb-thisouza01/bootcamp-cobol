      *          SALDO INSUFICIENTE quando o debito deixaria a conta
      *          negativa, relatando pagos e pulados no final. Os
      *          boletos de todo mes deixam de ser redigitados.
      *          As parcelas das notas de fornecedor aprovadas no
      *          CONTAS-PAGAR entram aqui sozinhas (categoria
      *          FORNECEDOR); a agenda em memoria passou a 500 linhas.
      *          Agendamento suspenso pela cascata de desativacao do
      *          cliente (situacao "S", lista CASCATA) nao e pago ate
      *          a reativacao devolver a situacao "P".
      *          Boleto bancario e agendado pela linha digitavel (ou
      *          codigo de barras), conferida pelo subprograma BOLETO:
      *          valor e vencimento vem do boleto, nao da digitacao, e
      *          boleto vencido pede confirmacao. A linha fica no
      *          agendamento (8o campo), vai para o extrato (BOL=) e
      *          para o comprovante (coluna 151); boleto ja agendado ou
      *          ja pago nao e agendado de novo, e no lote o boleto ja
      *          pago no caixa e pulado como "J".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *     DE UM TITULAR SO E NAS DE ANTES DO CAMPO
           05 REG-CONTA-CPF2        PIC 9(11).
      *
      *--> LINHA DE BOLETO LEVA " BOL=" + LINHA DIGITAVEL DEPOIS DO
      *    AGENDADO= (POSICOES 140-191)
       FD  EXTRATO.
       01  REG-EXTRATO              PIC X(200).
      *
      *--> CONTA;VENCIMENTO;VALOR;CATEGORIA;FAVORECIDO;SITUACAO;CODFAV
      *    E, NO AGENDAMENTO DE BOLETO, ;LINHA DIGITAVEL
       FD  AGENDADOS.
       01  REG-AGENDADO             PIC X(150).
      *
       FD  FAVORECIDOS.
       01  REG-FAVORECIDO           PIC X(40).
      *
      *--> PAGAMENTO DE BOLETO: "BOL=" + LINHA DIGITAVEL NAS COLUNAS
      *    151-201 (VER PAGAMENTO-CONTA)
       FD  COMPROVANTES.
       01  REG-COMPROVANTE          PIC X(210).
      *
       FD  EXTRATO-CONF.
       01  REG-EXT-CONF             PIC X(200).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-CONTAS               PIC X(02)      VALUE SPACES.
       77  FS-AGENDADOS            PIC X(02)      VALUE SPACES.

      *--> AGENDAMENTOS EM MEMORIA (P=PENDENTE E=EFETUADO F=SEM SALDO
      *    J=JA PAGO MANUALMENTE, PULADO PELA TRAVA DE DUPLICIDADE
      *    S=SUSPENSO PELA CASCATA DE DESATIVACAO DO CLIENTE)
       77  WS-QTD-AGENDA           PIC 9(03)      VALUE ZEROS.
       77  WS-IND-AGE              PIC 9(03)      VALUE ZEROS.
      *--> WS-AGE-CODFAV: CODIGO DO FAVORECIDO NO CADASTRO (0 NOS
      *    AGENDAMENTOS AVULSOS E NAS LINHAS DE ANTES DO CAMPO)
       01  WS-TAB-AGENDA           OCCURS 500 TIMES.
           05 WS-AGE-CONTA         PIC X(10).
           05 WS-AGE-VENCIMENTO    PIC 9(08).
           05 WS-AGE-VALOR         PIC 9(06)V99.
           05 WS-AGE-FAVORECIDO    PIC X(20).
           05 WS-AGE-SITUACAO      PIC X(01).
           05 WS-AGE-CODFAV        PIC 9(04).
           05 WS-AGE-BOLETO        PIC X(47).
       77  WS-PONTEIRO             PIC 9(03)      VALUE ZEROS.

      *--> CADASTRO DE FAVORECIDOS EM MEMORIA
       77  FS-FAVORECIDOS          PIC X(02)      VALUE SPACES.
       77  WS-JAP-ACHOU            PIC X          VALUE "N".
       77  WS-JAP-DATA-ACH         PIC X(08)      VALUE SPACES.
       77  WS-JAP-AUT-ACH          PIC X(08)      VALUE SPACES.

      *--> AGENDAMENTO POR BOLETO (SUBPROGRAMA BOLETO)
       77  WS-BOL-ENTRADA          PIC X(60)      VALUE SPACES.
       77  WS-BOL-LINHA            PIC X(47)      VALUE SPACES.
       77  WS-BOL-VALOR            PIC 9(08)V99   VALUE ZEROS.
       77  WS-BOL-VALOR-EDT        PIC ZZ.ZZZ.ZZ9,99.
       77  WS-BOL-VENCIMENTO       PIC 9(08)      VALUE ZEROS.
       77  WS-BOL-RC               PIC X(02)      VALUE SPACES.
       77  WS-BOL-OK               PIC X          VALUE "N".
       77  WS-BOL-CONFIRMA         PIC X          VALUE SPACES.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           IF FS-AGENDADOS EQUAL "00"
               READ AGENDADOS
               PERFORM UNTIL FS-AGENDADOS NOT EQUAL "00"
                          OR WS-QTD-AGENDA EQUAL 500
                   ADD 1 TO WS-QTD-AGENDA
                   MOVE ZEROS TO WS-VALOR-LIDO-X
                   MOVE SPACES TO WS-COD-LIDO
                   MOVE SPACES TO WS-AGE-BOLETO(WS-QTD-AGENDA)
                   UNSTRING REG-AGENDADO DELIMITED BY ";"
                       INTO WS-AGE-CONTA(WS-QTD-AGENDA)
                            WS-AGE-VENCIMENTO(WS-QTD-AGENDA)
                            WS-AGE-FAVORECIDO(WS-QTD-AGENDA)
                            WS-AGE-SITUACAO(WS-QTD-AGENDA)
                            WS-COD-LIDO
                            WS-AGE-BOLETO(WS-QTD-AGENDA)
                   END-UNSTRING
                   MOVE WS-VALOR-LIDO
                           TO WS-AGE-VALOR(WS-QTD-AGENDA)
      ******************************************************************
       0220-AGENDAR            SECTION.
       0221-AGENDAR.
           IF WS-QTD-AGENDA EQUAL 500
               DISPLAY "AGENDA CHEIA"
           ELSE
               DISPLAY "CONTA: "
               ACCEPT WS-CONTA-ENT
               PERFORM 0222-LER-BOLETO
               IF WS-BOL-OK EQUAL "R"
                   DISPLAY "AGENDAMENTO NAO FEITO"
                   EXIT SECTION
               END-IF
               IF WS-VENC-ENT EQUAL ZEROS
                   DISPLAY "VENCIMENTO (AAAAMMDD): "
                   ACCEPT WS-VENC-ENT
               END-IF
               IF WS-VALOR-ENT EQUAL SPACES
                   DISPLAY "VALOR (EX: 150,00): "
                   ACCEPT WS-VALOR-ENT
               END-IF

      *--> FAVORECIDO DO CADASTRO: O CODIGO TRAZ NOME E CATEGORIA
      *    PADRAO; 0 MANTEM O AGENDAMENTO AVULSO COM TEXTO DIGITADO
                   MOVE "P" TO WS-AGE-SITUACAO(WS-QTD-AGENDA)
                   MOVE WS-CODFAV-ENT
                           TO WS-AGE-CODFAV(WS-QTD-AGENDA)
                   MOVE WS-BOL-LINHA
                           TO WS-AGE-BOLETO(WS-QTD-AGENDA)
                   MOVE "S" TO WS-MUDOU
                   DISPLAY "PAGAMENTO AGENDADO"
               END-IF
           END-IF.
      ******************************************************************
      *--> BOLETO: LINHA DIGITAVEL OU CODIGO DE BARRAS CONFERIDO PELO
      *    SUBPROGRAMA BOLETO; VALOR E VENCIMENTO SAEM DELE (SO O QUE O
      *    BOLETO NAO TRAZ E DIGITADO). WS-BOL-OK: "N" SEM BOLETO,
      *    "S" BOLETO CONFERIDO, "R" RECUSADO.
       0222-LER-BOLETO         SECTION.
       0223-LER-BOLETO.
           MOVE SPACES TO WS-BOL-ENTRADA WS-BOL-LINHA WS-VALOR-ENT.
           MOVE ZEROS TO WS-VENC-ENT.
           MOVE "N" TO WS-BOL-OK.
           DISPLAY "LINHA DIGITAVEL OU CODIGO DE BARRAS DO BOLETO "
                   "(ENTER = SEM BOLETO): ".
           ACCEPT WS-BOL-ENTRADA.
           IF WS-BOL-ENTRADA EQUAL SPACES
               EXIT SECTION
           END-IF.

           MOVE "R" TO WS-BOL-OK.
           CALL "BOLETO" USING WS-BOL-ENTRADA WS-BOL-LINHA
                               WS-BOL-VALOR WS-BOL-VENCIMENTO
                               WS-BOL-RC.
           EVALUATE WS-BOL-RC
               WHEN "00"
                   CONTINUE
               WHEN "TM"
                   DISPLAY "BOLETO RECUSADO: INFORME OS 47 DIGITOS DA "
                           "LINHA OU OS 44 DO CODIGO DE BARRAS"
                   EXIT SECTION
               WHEN "CV"
                   DISPLAY "CONTA DE CONSUMO/TRIBUTO NAO E BOLETO "
                           "BANCARIO - AGENDE SEM BOLETO"
                   EXIT SECTION
               WHEN "DG"
                   DISPLAY "BOLETO RECUSADO: DIGITO VERIFICADOR GERAL "
                           "NAO CONFERE"
                   EXIT SECTION
               WHEN OTHER
                   DISPLAY "BOLETO RECUSADO: DIGITO DO CAMPO "
                           WS-BOL-RC(2:1) " NAO CONFERE"
                   EXIT SECTION
           END-EVALUATE.

      *--> BOLETO JA NA AGENDA (PENDENTE, SUSPENSO OU JA EFETUADO)
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGENDA
               IF WS-AGE-BOLETO(WS-IND-AGE) EQUAL WS-BOL-LINHA
                  AND (WS-AGE-SITUACAO(WS-IND-AGE) EQUAL "P"
                    OR WS-AGE-SITUACAO(WS-IND-AGE) EQUAL "S"
                    OR WS-AGE-SITUACAO(WS-IND-AGE) EQUAL "E")
                   DISPLAY "BOLETO JA AGENDADO PARA "
                           WS-AGE-VENCIMENTO(WS-IND-AGE)
                           " NA CONTA " WS-AGE-CONTA(WS-IND-AGE)
                           " (SITUACAO " WS-AGE-SITUACAO(WS-IND-AGE)
                           ")"
                   EXIT SECTION
               END-IF
           END-PERFORM.

      *--> BOLETO JA PAGO NO CAIXA (COMPROVANTE NAO ESTORNADO)
           PERFORM 0350-BOLETO-JA-PAGO.
           IF WS-JAP-ACHOU EQUAL "S"
               DISPLAY "*** BOLETO JA PAGO EM " WS-JAP-DATA-ACH
                       " AUT=" WS-JAP-AUT-ACH " ***"
               EXIT SECTION
           END-IF.

           IF WS-BOL-VALOR GREATER THAN 999999,99
               DISPLAY "VALOR DO BOLETO ACIMA DO LIMITE DA AGENDA"
               EXIT SECTION
           END-IF.
           MOVE WS-BOL-VALOR TO WS-BOL-VALOR-EDT.
           DISPLAY "BOLETO DO BANCO " WS-BOL-LINHA(1:3)
                   " VALOR " WS-BOL-VALOR-EDT
                   " VENCIMENTO " WS-BOL-VENCIMENTO.
           IF WS-BOL-VALOR NOT EQUAL ZEROS
               MOVE WS-BOL-VALOR-EDT TO WS-VALOR-ENT
           END-IF.
           MOVE WS-BOL-VENCIMENTO TO WS-VENC-ENT.

      *--> BOLETO VENCIDO ENTRA NO PROXIMO LOTE; O BANCO PODE COBRAR
      *    MULTA/JUROS ALEM DO VALOR DO CODIGO
           IF WS-BOL-VENCIMENTO NOT EQUAL ZEROS
              AND WS-BOL-VENCIMENTO LESS THAN WS-DATA-HOJE
               DISPLAY "*** ATENCAO: BOLETO VENCIDO EM "
                       WS-BOL-VENCIMENTO " - SERA PAGO NO PROXIMO "
                       "LOTE ***"
               DISPLAY "CONFIRMA O AGENDAMENTO DO BOLETO VENCIDO "
                       "(S/N)? "
               ACCEPT WS-BOL-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-BOL-CONFIRMA) NOT EQUAL "S"
                   EXIT SECTION
               END-IF
           END-IF.

           MOVE "S" TO WS-BOL-OK.
       0222-LER-BOLETO-FIM.    EXIT.
      ******************************************************************
       0225-ESCOLHER-FAVORECIDO SECTION.
       0226-ESCOLHER-FAVORECIDO.
                       WS-AGE-CATEGORIA(WS-IND-AGE) " "
                       WS-AGE-FAVORECIDO(WS-IND-AGE) " "
                       WS-AGE-SITUACAO(WS-IND-AGE)
               IF WS-AGE-BOLETO(WS-IND-AGE) NOT EQUAL SPACES
                   DISPLAY "   BOLETO " WS-AGE-BOLETO(WS-IND-AGE)
               END-IF
           END-PERFORM.
      ******************************************************************
      *--> LOTE DO DIA: TODO PENDENTE COM VENCIMENTO ATE HOJE E
       0315-VERIFICAR-JA-PAGO  SECTION.
       0316-VERIFICAR-JA-PAGO.
           MOVE "N" TO WS-JAP-ACHOU.
      *--> AGENDADO DE BOLETO: A PROPRIA LINHA DIGITAVEL IDENTIFICA O
      *    PAGAMENTO, EM QUALQUER DATA
           IF WS-AGE-BOLETO(WS-IND-AGE) NOT EQUAL SPACES
               MOVE WS-AGE-BOLETO(WS-IND-AGE) TO WS-BOL-LINHA
               PERFORM 0350-BOLETO-JA-PAGO
               EXIT SECTION
           END-IF.
           IF WS-AGE-CODFAV(WS-IND-AGE) EQUAL ZEROS
               EXIT SECTION
           END-IF.
               " AGENDADO="  WS-AGE-FAVORECIDO(WS-IND-AGE)
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING.
           IF WS-AGE-BOLETO(WS-IND-AGE) NOT EQUAL SPACES
               MOVE " BOL="      TO REG-EXTRATO(140:5)
               MOVE WS-AGE-BOLETO(WS-IND-AGE) TO REG-EXTRATO(145:47)
           END-IF.
           WRITE REG-EXTRATO.
           PERFORM 0340-GRAVAR-COMPROVANTE.
      ******************************************************************
               ";ORIGEM=AGENDADO"
               DELIMITED BY SIZE INTO REG-COMPROVANTE
           END-STRING.
           IF WS-AGE-BOLETO(WS-IND-AGE) NOT EQUAL SPACES
               MOVE "BOL="       TO REG-COMPROVANTE(151:4)
               MOVE WS-AGE-BOLETO(WS-IND-AGE)
                                 TO REG-COMPROVANTE(155:47)
           END-IF.
           WRITE REG-COMPROVANTE.
           CLOSE COMPROVANTES.
      ******************************************************************
      *--> BOLETO JA PAGO: A LINHA DIGITAVEL (WS-BOL-LINHA) NAS COLUNAS
      *    155-201 DE UM COMPROVANTE NAO ESTORNADO (MARCA NA COLUNA
      *    121), SEJA DO CAIXA (PAGAMENTO-CONTA) OU DESTE LOTE
       0350-BOLETO-JA-PAGO     SECTION.
       0351-BOLETO-JA-PAGO.
           MOVE "N" TO WS-JAP-ACHOU.
           OPEN INPUT COMPROVANTES.
           IF FS-COMPROVANTES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ COMPROVANTES.
           PERFORM UNTIL FS-COMPROVANTES NOT EQUAL "00"
               IF REG-COMPROVANTE(151:4) EQUAL "BOL="
                  AND REG-COMPROVANTE(155:47) EQUAL WS-BOL-LINHA
                  AND REG-COMPROVANTE(121:10) NOT EQUAL "ESTORNADO="
                   MOVE "S" TO WS-JAP-ACHOU
                   MOVE REG-COMPROVANTE(36:8) TO WS-JAP-DATA-ACH
                   MOVE REG-COMPROVANTE(5:8)  TO WS-JAP-AUT-ACH
               END-IF
               READ COMPROVANTES
           END-PERFORM.
           CLOSE COMPROVANTES.
       0350-BOLETO-JA-PAGO-FIM. EXIT.
      ******************************************************************
       0400-FINALIZAR          SECTION.
       0401-FINALIZAR.
               PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                       UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGENDA
                   MOVE SPACES TO REG-AGENDADO
                   MOVE 1 TO WS-PONTEIRO
                   STRING WS-AGE-CONTA(WS-IND-AGE)
                          ";" WS-AGE-VENCIMENTO(WS-IND-AGE)
                          ";" WS-AGE-VALOR(WS-IND-AGE)
                          ";" WS-AGE-SITUACAO(WS-IND-AGE)
                          ";" WS-AGE-CODFAV(WS-IND-AGE)
                       DELIMITED BY SIZE INTO REG-AGENDADO
                       WITH POINTER WS-PONTEIRO
                   END-STRING
                   IF WS-AGE-BOLETO(WS-IND-AGE) NOT EQUAL SPACES
                       STRING ";" WS-AGE-BOLETO(WS-IND-AGE)
                           DELIMITED BY SIZE INTO REG-AGENDADO
                           WITH POINTER WS-PONTEIRO
                       END-STRING
                   END-IF
                   WRITE REG-AGENDADO
               END-PERFORM
               CLOSE AGENDADOS
