      *          os dias presentes no diario sao RECONSTRUIDOS no
      *          historico (substituem o que havia), entao rodar duas
      *          vezes nao conta em dobro.
      *          Itens VALE (vale-presente) nao sao mercadoria e nao
      *          entram no historico.
      *          O historico tambem leva o tributo aproximado somado das
      *          linhas "I" e a classe fiscal do item (DATA;CODIGO;NOME;
      *          QTD;VALOR;TRIBUTO;CLASSE) para o RESUMO-TRIBUTOS; item
      *          de diario antigo, sem o campo, sai com a classe vazia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           05 WS-ACU-NOME      PIC X(20).
           05 WS-ACU-QTD       PIC 9(05)V999.
           05 WS-ACU-VALOR     PIC 9(07)V99.
           05 WS-ACU-TRIBUTO   PIC 9(06)V99.
           05 WS-ACU-CLASSE    PIC X(02).

      *--> DIAS PRESENTES NO DIARIO (SERAO RECONSTRUIDOS)
       77  WS-QTD-DIAS         PIC 9(02)           VALUE ZEROS.
       01  WS-ITEM-QTD-X       PIC X(06)           VALUE ZEROS.
       01  WS-ITEM-QTD REDEFINES WS-ITEM-QTD-X
                           PIC 9(03)V999.
       01  WS-ITEM-TRIBUTO-X   PIC X(06)           VALUE ZEROS.
       01  WS-ITEM-TRIBUTO REDEFINES WS-ITEM-TRIBUTO-X
                           PIC 9(04)V99.
       77  WS-ITEM-CLASSE      PIC X(02)           VALUE SPACES.

       77  WS-QT-GRAVADAS      PIC 9(04)           VALUE ZEROS.
      ******************************************************************
                       PERFORM 0110-ANOTAR-DIA
                   WHEN "I"
                       IF WS-DATA-GRUPO NOT EQUAL SPACES
                               AND REG-VENDA(3:5) NOT EQUAL "VALE "
                           PERFORM 0120-ACUMULAR-ITEM
                       END-IF
                   WHEN OTHER
       0121-ACUMULAR-ITEM.
           MOVE SPACES TO WS-LIN-CAMPO2 WS-LIN-CAMPO3.
           MOVE ZEROS TO WS-ITEM-VALOR-X.
           MOVE SPACES TO WS-ITEM-QTD-X WS-ITEM-TRIBUTO-X
                          WS-ITEM-CLASSE.
           UNSTRING REG-VENDA DELIMITED BY ";"
               INTO WS-TIPO-LINHA WS-LIN-CAMPO2 WS-LIN-CAMPO3
                    WS-ITEM-VALOR-X WS-ITEM-QTD-X
                    WS-ITEM-TRIBUTO-X WS-ITEM-CLASSE
           END-UNSTRING.
           IF WS-ITEM-QTD-X NOT NUMERIC
               MOVE 1 TO WS-ITEM-QTD
           END-IF.
           IF WS-ITEM-TRIBUTO-X NOT NUMERIC
               MOVE ZEROS TO WS-ITEM-TRIBUTO
           END-IF.

           MOVE ZEROS TO WS-ACUM-ACHADO.
           PERFORM VARYING WS-IND-ACUM FROM 1 BY 1
               MOVE WS-LIN-CAMPO3 TO WS-ACU-NOME(WS-ACUM-ACHADO)
               MOVE ZEROS TO WS-ACU-QTD(WS-ACUM-ACHADO)
               MOVE ZEROS TO WS-ACU-VALOR(WS-ACUM-ACHADO)
               MOVE ZEROS TO WS-ACU-TRIBUTO(WS-ACUM-ACHADO)
               MOVE SPACES TO WS-ACU-CLASSE(WS-ACUM-ACHADO)
           END-IF.
           IF WS-ACUM-ACHADO GREATER THAN ZEROS
               ADD WS-ITEM-QTD   TO WS-ACU-QTD(WS-ACUM-ACHADO)
               ADD WS-ITEM-VALOR TO WS-ACU-VALOR(WS-ACUM-ACHADO)
               ADD WS-ITEM-TRIBUTO TO WS-ACU-TRIBUTO(WS-ACUM-ACHADO)
               IF WS-ACU-CLASSE(WS-ACUM-ACHADO) EQUAL SPACES
                   MOVE WS-ITEM-CLASSE TO WS-ACU-CLASSE(WS-ACUM-ACHADO)
               END-IF
           END-IF.
       0120-ACUMULAR-ITEM-FIM. EXIT.
      ******************************************************************
                      ";" WS-ACU-NOME(WS-IND-ACUM)
                      ";" WS-ACU-QTD(WS-IND-ACUM)
                      ";" WS-ACU-VALOR(WS-IND-ACUM)
                      ";" WS-ACU-TRIBUTO(WS-IND-ACUM)
                      ";" WS-ACU-CLASSE(WS-IND-ACUM)
                   DELIMITED BY SIZE INTO REG-HISTVENDA
               END-STRING
               WRITE REG-HISTVENDA
