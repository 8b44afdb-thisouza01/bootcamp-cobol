      *          sai do saldo e vira movimento "EXPIRADO" no
      *          pontosmov.txt -- o EXTRATO-PONTOS mostra o lapso como
      *          qualquer outro movimento.
      *          Saldo congelado pela cascata de desativacao do
      *          cliente (pontoscong.txt) nao lapsa enquanto estiver
      *          congelado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT PONTOS-MOV ASSIGN TO "C:\teste\pontosmov.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PONTOS-MOV.

           SELECT PONTOS-CONG ASSIGN TO "C:\teste\pontoscong.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PONTOS-CONG.
      ******************************************************************
       DATA                    DIVISION.
      *
      *
       FD  PONTOS-MOV.
       01  REG-PONTO-MOV               PIC X(50).
      *
       FD  PONTOS-CONG.
       01  REG-PONTO-CONG              PIC X(30).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-PONTOS           PIC X(02)           VALUE SPACES.
       77  FS-PONTOS-MOV       PIC X(02)           VALUE SPACES.
       77  FS-PONTOS-CONG      PIC X(02)           VALUE SPACES.

      *--> JANELA DE VALIDADE: O QUE NAO FOI GANHO DENTRO DELA VENCEU
       77  WS-VALIDADE-ENT     PIC X(04)           VALUE SPACES.
       77  WS-QT-LAPSOS        PIC 9(03)           VALUE ZEROS.
       77  WS-TOT-LAPSADO      PIC 9(07)           VALUE ZEROS.
       77  WS-MUDOU            PIC X               VALUE "N".

      *--> SALDOS CONGELADOS PELA CASCATA (NAO LAPSAM)
       77  WS-CONG-TELEFONE    PIC X(09)           VALUE SPACES.
       77  WS-CONGELADO        PIC X               VALUE "N".
       77  WS-QT-CONGELADOS    PIC 9(03)           VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                   UNTIL WS-IND-SALDO GREATER THAN WS-QTD-SALDOS
               IF WS-SLD-PONTOS(WS-IND-SALDO) GREATER THAN ZEROS
                   PERFORM 0230-VERIFICAR-CONGELAMENTO
               END-IF
               IF WS-SLD-PONTOS(WS-IND-SALDO) GREATER THAN ZEROS
                       AND WS-CONGELADO EQUAL "N"
                   PERFORM 0210-APURAR-GANHOS-VALIDOS
                   IF WS-SLD-PONTOS(WS-IND-SALDO) GREATER THAN
                                               WS-GANHOS-VALIDOS
           WRITE REG-PONTO-MOV.
           CLOSE PONTOS-MOV.
       0220-GRAVAR-MOV-EXPIRADO-FIM. EXIT.
      ******************************************************************
      *--> TELEFONE NO PONTOSCONG.TXT: SALDO CONGELADO PELA CASCATA DE
      *    DESATIVACAO DO CLIENTE, FICA COMO ESTA ATE A REATIVACAO.
       0230-VERIFICAR-CONGELAMENTO SECTION.
       0231-VERIFICAR-CONGELAMENTO.
           MOVE "N" TO WS-CONGELADO.
           OPEN INPUT PONTOS-CONG.
           IF FS-PONTOS-CONG NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PONTOS-CONG.
           PERFORM UNTIL FS-PONTOS-CONG NOT EQUAL "00"
               MOVE SPACES TO WS-CONG-TELEFONE
               UNSTRING REG-PONTO-CONG DELIMITED BY ";"
                   INTO WS-CONG-TELEFONE
               END-UNSTRING
               IF WS-CONG-TELEFONE IS NUMERIC
                  AND FUNCTION NUMVAL(WS-CONG-TELEFONE) EQUAL
                          WS-SLD-TELEFONE(WS-IND-SALDO)
                   MOVE "S" TO WS-CONGELADO
               END-IF
               READ PONTOS-CONG
           END-PERFORM.
           CLOSE PONTOS-CONG.
           IF WS-CONGELADO EQUAL "S"
               ADD 1 TO WS-QT-CONGELADOS
           END-IF.
       0230-VERIFICAR-CONGELAMENTO-FIM. EXIT.
      ******************************************************************
       0400-FINALIZAR          SECTION.
       0401-FINALIZAR.

           DISPLAY "CLIENTES COM LAPSO: " WS-QT-LAPSOS.
           DISPLAY "PONTOS EXPIRADOS..: " WS-TOT-LAPSADO.
           DISPLAY "SALDOS CONGELADOS.: " WS-QT-CONGELADOS.
       0400-FINALIZAR-FIM.     EXIT.
      ******************************************************************
       END PROGRAM EXPIRA-PONTOS.
