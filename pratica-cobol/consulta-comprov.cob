      *          autenticacao ou pela combinacao conta/data/valor --
      *          o mesmo numero esta carimbado na linha do extrato
      *          (AUT=), entao os dois sempre se amarram.
      *          Pagamento estornado (operacao 4 do PAGAMENTO-CONTA)
      *          sai com a marca de estornado, a autenticacao do
      *          estorno e a data; o comprovante do proprio estorno
      *          mostra a autenticacao que ele desfez.
      *          Pagamento de boleto sai com a linha digitavel paga
      *          (colunas 151-201 do comprovante).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       FILE                    SECTION.
       FD  COMPROVANTES.
      *--> COLUNAS 121-150: "ESTORNADO=NNNNNNNN;EM=AAAAMMDD" QUANDO
      *    O PAGAMENTO FOI ESTORNADO; COLUNAS 151-201: "BOL=" + LINHA
      *    DIGITAVEL DO BOLETO PAGO
       01  REG-COMPROVANTE             PIC X(210).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-COMPROVANTES     PIC X(02)           VALUE SPACES.
       77  WS-CMP-VALOR        PIC X(15)           VALUE SPACES.
       77  WS-CMP-CATEG        PIC X(20)           VALUE SPACES.
       77  WS-CMP-FAV          PIC X(08)           VALUE SPACES.
       77  WS-CMP-ORIGEM       PIC X(30)           VALUE SPACES.
       77  WS-BATE             PIC X               VALUE "N".
      *--> O VALOR GRAVADO E O DISPLAY DE 9(06)V99 COM DECIMAL
      *    IMPLICITO ("00015000" = R$150,00): PARA COMPARAR COM O
           MOVE SPACES TO WS-CMP-AUT WS-CMP-CONTA WS-CMP-DATA
                          WS-CMP-VALOR WS-CMP-CATEG WS-CMP-FAV
                          WS-CMP-ORIGEM.
           UNSTRING REG-COMPROVANTE(1:120) DELIMITED BY ";"
               INTO WS-CMP-AUT WS-CMP-CONTA WS-CMP-DATA WS-CMP-VALOR
                    WS-CMP-CATEG WS-CMP-FAV WS-CMP-ORIGEM
           END-UNSTRING.
           DISPLAY "VALOR.......: " WS-CMP-VALOR-EDT.
           DISPLAY "CATEGORIA...: " WS-CMP-CATEG(11:10).
           DISPLAY "FAVORECIDO..: " WS-CMP-FAV(5:4).
           DISPLAY "ORIGEM......: " WS-CMP-ORIGEM(8:23).
           IF REG-COMPROVANTE(151:4) EQUAL "BOL="
               DISPLAY "BOLETO......: " REG-COMPROVANTE(155:5) "."
                       REG-COMPROVANTE(160:5) " "
                       REG-COMPROVANTE(165:5) "."
                       REG-COMPROVANTE(170:6) " "
                       REG-COMPROVANTE(176:5) "."
                       REG-COMPROVANTE(181:6) " "
                       REG-COMPROVANTE(187:1) " "
                       REG-COMPROVANTE(188:14)
           END-IF.
           IF REG-COMPROVANTE(121:10) EQUAL "ESTORNADO="
               DISPLAY "*** ESTORNADO EM " REG-COMPROVANTE(143:8)
                       " - AUTENTICACAO DO ESTORNO "
                       REG-COMPROVANTE(131:8) " ***"
           END-IF.
           DISPLAY "==============================================".
       0300-IMPRIMIR-SEGUNDA-VIA-FIM. EXIT.
      ******************************************************************
