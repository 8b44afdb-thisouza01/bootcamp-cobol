      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Cadastro de fornecedores do mercado
      *          O fornecedor do pedido de compra era so um nome
      *          digitado e o boleto era redigitado no AGENDA-PAGTOS.
      *          Este cadastro mantem o fornecedores.txt (CODIGO;CNPJ;
      *          NOME;PRAZO1;PRAZO2;PRAZO3;BANCO;AGENCIA;CONTA;
      *          FAVORECIDO): prazos de pagamento em dias contados da
      *          emissao da nota (ate tres parcelas, 000 = sem
      *          parcela), dados bancarios e o codigo do favorecido em
      *          favorecidos.txt que vai nos agendamentos gerados pelo
      *          CONTAS-PAGAR. Favorecido 0 na inclusao cria o
      *          favorecido com o nome do fornecedor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. FORNECEDORES.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES ASSIGN TO "C:\teste\fornecedores.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FORNECEDORES.

           SELECT FAVORECIDOS ASSIGN TO "C:\teste\favorecidos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FAVORECIDOS.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  FORNECEDORES.
       01  REG-FORNECEDOR              PIC X(100).
      *
       FD  FAVORECIDOS.
       01  REG-FAVORECIDO              PIC X(40).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-FORNECEDORES     PIC X(02)           VALUE SPACES.
       77  FS-FAVORECIDOS      PIC X(02)           VALUE SPACES.
       77  WS-OPCAO            PIC 9               VALUE ZEROS.

      *--> CADASTRO EM MEMORIA
       77  WS-QTD-FOR          PIC 9(02)           VALUE ZEROS.
       77  WS-IND-FOR          PIC 9(02)           VALUE ZEROS.
       77  WS-FOR-ACHADO       PIC 9(02)           VALUE ZEROS.
       77  WS-MAIOR-CODIGO     PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-FOR          OCCURS 50 TIMES.
           05 WS-FOR-CODIGO    PIC 9(04).
           05 WS-FOR-CNPJ      PIC X(14).
           05 WS-FOR-NOME      PIC X(20).
           05 WS-FOR-PRAZO     PIC 9(03)           OCCURS 3 TIMES.
           05 WS-FOR-BANCO     PIC X(03).
           05 WS-FOR-AGENCIA   PIC X(04).
           05 WS-FOR-CONTA     PIC X(12).
           05 WS-FOR-CODFAV    PIC 9(04).
       77  WS-COD-LIDO         PIC X(04)           VALUE SPACES.
       77  WS-FAV-LIDO         PIC X(04)           VALUE SPACES.
       01  WS-PRAZO-LIDO       PIC X(03)           OCCURS 3 TIMES.
       77  WS-IND-PRAZO        PIC 9               VALUE ZEROS.
       77  WS-MUDOU            PIC X               VALUE "N".

      *--> FAVORECIDOS (SO CODIGO E NOME, PARA CONFERIR E CRIAR)
       77  WS-QTD-FAV          PIC 9(02)           VALUE ZEROS.
       77  WS-IND-FAV          PIC 9(02)           VALUE ZEROS.
       77  WS-MAIOR-FAV        PIC 9(04)           VALUE ZEROS.
       77  WS-FAV-ACHADO       PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-FAV          OCCURS 50 TIMES.
           05 WS-FAV-CODIGO    PIC 9(04).
           05 WS-FAV-NOME      PIC X(20).

      *--> EDICAO
       77  WS-COD-ENT          PIC 9(04)           VALUE ZEROS.
       77  WS-CNPJ-ENT         PIC X(14)           VALUE SPACES.
       77  WS-NOME-ENT         PIC X(20)           VALUE SPACES.
       77  WS-PRAZOS-ENT       PIC X(11)           VALUE SPACES.
       77  WS-BANCO-ENT        PIC X(03)           VALUE SPACES.
       77  WS-AGENCIA-ENT      PIC X(04)           VALUE SPACES.
       77  WS-CONTA-ENT        PIC X(12)           VALUE SPACES.
       77  WS-FAV-ENT          PIC X(04)           VALUE SPACES.
       77  WS-CODFAV           PIC 9(04)           VALUE ZEROS.
       77  WS-PRAZOS-OK        PIC X               VALUE "N".
       01  WS-PRAZO-NOVO       PIC 9(03)           OCCURS 3 TIMES.

      *--> DIGITOS VERIFICADORES DO CNPJ (MODULO 11, PESOS 5..2 9..2
      *    NO 1o DIGITO E 6..2 9..2 NO 2o)
       77  WS-CNPJ-OK          PIC X               VALUE "N".
       77  WS-IND-DIG          PIC 9(02)           VALUE ZEROS.
       77  WS-PESO             PIC 9(02)           VALUE ZEROS.
       77  WS-SOMA-DV          PIC 9(04)           VALUE ZEROS.
       77  WS-RESTO-DV         PIC 9(02)           VALUE ZEROS.
       77  WS-DV-CALC          PIC 9               VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0110-CARREGAR-CADASTRO.
           PERFORM 0120-CARREGAR-FAVORECIDOS.
           DISPLAY "FORNECEDORES CARREGADOS: " WS-QTD-FOR.
           PERFORM 0200-PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM 0400-FINALIZAR.
           STOP RUN.
      ******************************************************************
       0110-CARREGAR-CADASTRO  SECTION.
       0111-CARREGAR-CADASTRO.
           MOVE ZEROS TO WS-QTD-FOR WS-MAIOR-CODIGO.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ FORNECEDORES.
           PERFORM UNTIL FS-FORNECEDORES NOT EQUAL "00"
                      OR WS-QTD-FOR EQUAL 50
               ADD 1 TO WS-QTD-FOR
               MOVE SPACES TO WS-COD-LIDO WS-FAV-LIDO
                              WS-PRAZO-LIDO(1) WS-PRAZO-LIDO(2)
                              WS-PRAZO-LIDO(3)
               UNSTRING REG-FORNECEDOR DELIMITED BY ";"
                   INTO WS-COD-LIDO
                        WS-FOR-CNPJ(WS-QTD-FOR)
                        WS-FOR-NOME(WS-QTD-FOR)
                        WS-PRAZO-LIDO(1)
                        WS-PRAZO-LIDO(2)
                        WS-PRAZO-LIDO(3)
                        WS-FOR-BANCO(WS-QTD-FOR)
                        WS-FOR-AGENCIA(WS-QTD-FOR)
                        WS-FOR-CONTA(WS-QTD-FOR)
                        WS-FAV-LIDO
               END-UNSTRING
               MOVE FUNCTION NUMVAL(WS-COD-LIDO)
                       TO WS-FOR-CODIGO(WS-QTD-FOR)
               MOVE FUNCTION NUMVAL(WS-FAV-LIDO)
                       TO WS-FOR-CODFAV(WS-QTD-FOR)
               PERFORM VARYING WS-IND-PRAZO FROM 1 BY 1
                       UNTIL WS-IND-PRAZO GREATER THAN 3
                   MOVE FUNCTION NUMVAL(WS-PRAZO-LIDO(WS-IND-PRAZO))
                           TO WS-FOR-PRAZO(WS-QTD-FOR, WS-IND-PRAZO)
               END-PERFORM
               IF WS-FOR-CODIGO(WS-QTD-FOR) GREATER THAN
                                               WS-MAIOR-CODIGO
                   MOVE WS-FOR-CODIGO(WS-QTD-FOR) TO WS-MAIOR-CODIGO
               END-IF
               READ FORNECEDORES
           END-PERFORM.
           CLOSE FORNECEDORES.
       0110-CARREGAR-CADASTRO-FIM. EXIT.
      ******************************************************************
       0120-CARREGAR-FAVORECIDOS SECTION.
       0121-CARREGAR-FAVORECIDOS.
           MOVE ZEROS TO WS-QTD-FAV WS-MAIOR-FAV.
           OPEN INPUT FAVORECIDOS.
           IF FS-FAVORECIDOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ FAVORECIDOS.
           PERFORM UNTIL FS-FAVORECIDOS NOT EQUAL "00"
                      OR WS-QTD-FAV EQUAL 50
               ADD 1 TO WS-QTD-FAV
               MOVE SPACES TO WS-COD-LIDO
               UNSTRING REG-FAVORECIDO DELIMITED BY ";"
                   INTO WS-COD-LIDO
                        WS-FAV-NOME(WS-QTD-FAV)
               END-UNSTRING
               MOVE FUNCTION NUMVAL(WS-COD-LIDO)
                       TO WS-FAV-CODIGO(WS-QTD-FAV)
               IF WS-FAV-CODIGO(WS-QTD-FAV) GREATER THAN WS-MAIOR-FAV
                   MOVE WS-FAV-CODIGO(WS-QTD-FAV) TO WS-MAIOR-FAV
               END-IF
               READ FAVORECIDOS
           END-PERFORM.
           CLOSE FAVORECIDOS.
       0120-CARREGAR-FAVORECIDOS-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           DISPLAY " ".
           DISPLAY "1-LISTAR 2-INCLUIR 3-ALTERAR 9-SAIR (GRAVA): ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0210-LISTAR
               WHEN 2
                   PERFORM 0220-INCLUIR
               WHEN 3
                   PERFORM 0230-ALTERAR
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
       0210-LISTAR             SECTION.
       0211-LISTAR.
           PERFORM VARYING WS-IND-FOR FROM 1 BY 1
                   UNTIL WS-IND-FOR GREATER THAN WS-QTD-FOR
               DISPLAY WS-FOR-CODIGO(WS-IND-FOR) " "
                       WS-FOR-CNPJ(WS-IND-FOR) " "
                       WS-FOR-NOME(WS-IND-FOR) " PRAZOS "
                       WS-FOR-PRAZO(WS-IND-FOR, 1) "/"
                       WS-FOR-PRAZO(WS-IND-FOR, 2) "/"
                       WS-FOR-PRAZO(WS-IND-FOR, 3) " FAV "
                       WS-FOR-CODFAV(WS-IND-FOR)
               DISPLAY "     BANCO " WS-FOR-BANCO(WS-IND-FOR)
                       " AG " WS-FOR-AGENCIA(WS-IND-FOR)
                       " CONTA " WS-FOR-CONTA(WS-IND-FOR)
           END-PERFORM.
           IF WS-QTD-FOR EQUAL ZEROS
               DISPLAY "CADASTRO VAZIO"
           END-IF.
       0210-LISTAR-FIM.        EXIT.
      ******************************************************************
       0220-INCLUIR            SECTION.
       0221-INCLUIR.
           IF WS-QTD-FOR EQUAL 50
               DISPLAY "CADASTRO CHEIO (50 FORNECEDORES)"
               EXIT SECTION
           END-IF.
           DISPLAY "CNPJ (14 DIGITOS).......: ".
           MOVE SPACES TO WS-CNPJ-ENT.
           ACCEPT WS-CNPJ-ENT.
           PERFORM 0300-VALIDAR-CNPJ.
           IF WS-CNPJ-OK NOT EQUAL "S"
               DISPLAY "CNPJ INVALIDO"
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IND-FOR FROM 1 BY 1
                   UNTIL WS-IND-FOR GREATER THAN WS-QTD-FOR
               IF WS-FOR-CNPJ(WS-IND-FOR) EQUAL WS-CNPJ-ENT
                   DISPLAY "CNPJ JA CADASTRADO NO CODIGO "
                           WS-FOR-CODIGO(WS-IND-FOR)
                   EXIT SECTION
               END-IF
           END-PERFORM.

           DISPLAY "NOME DO FORNECEDOR......: ".
           MOVE SPACES TO WS-NOME-ENT.
           ACCEPT WS-NOME-ENT.
           IF WS-NOME-ENT EQUAL SPACES
               DISPLAY "NOME E OBRIGATORIO"
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-NOME-ENT) TO WS-NOME-ENT.

           DISPLAY "PRAZOS EM DIAS (EX 30/60/90, VAZIO = A VISTA): ".
           MOVE SPACES TO WS-PRAZOS-ENT.
           ACCEPT WS-PRAZOS-ENT.
           PERFORM 0310-LER-PRAZOS.
           IF WS-PRAZOS-OK NOT EQUAL "S"
               DISPLAY "PRAZOS INVALIDOS"
               EXIT SECTION
           END-IF.

           DISPLAY "BANCO...................: ".
           MOVE SPACES TO WS-BANCO-ENT.
           ACCEPT WS-BANCO-ENT.
           DISPLAY "AGENCIA.................: ".
           MOVE SPACES TO WS-AGENCIA-ENT.
           ACCEPT WS-AGENCIA-ENT.
           DISPLAY "CONTA...................: ".
           MOVE SPACES TO WS-CONTA-ENT.
           ACCEPT WS-CONTA-ENT.

           DISPLAY "CODIGO DO FAVORECIDO (0 = CRIAR COM O NOME): ".
           MOVE SPACES TO WS-FAV-ENT.
           ACCEPT WS-FAV-ENT.
           MOVE FUNCTION NUMVAL(WS-FAV-ENT) TO WS-CODFAV.
           IF WS-CODFAV EQUAL ZEROS
               PERFORM 0330-CRIAR-FAVORECIDO
           ELSE
               PERFORM 0320-CONFERIR-FAVORECIDO
               IF WS-FAV-ACHADO EQUAL ZEROS
                   DISPLAY "FAVORECIDO NAO CADASTRADO"
                   EXIT SECTION
               END-IF
           END-IF.
           IF WS-CODFAV EQUAL ZEROS
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-MAIOR-CODIGO.
           ADD 1 TO WS-QTD-FOR.
           MOVE WS-MAIOR-CODIGO TO WS-FOR-CODIGO(WS-QTD-FOR).
           MOVE WS-CNPJ-ENT     TO WS-FOR-CNPJ(WS-QTD-FOR).
           MOVE WS-NOME-ENT     TO WS-FOR-NOME(WS-QTD-FOR).
           PERFORM VARYING WS-IND-PRAZO FROM 1 BY 1
                   UNTIL WS-IND-PRAZO GREATER THAN 3
               MOVE WS-PRAZO-NOVO(WS-IND-PRAZO)
                       TO WS-FOR-PRAZO(WS-QTD-FOR, WS-IND-PRAZO)
           END-PERFORM.
           MOVE WS-BANCO-ENT    TO WS-FOR-BANCO(WS-QTD-FOR).
           MOVE WS-AGENCIA-ENT  TO WS-FOR-AGENCIA(WS-QTD-FOR).
           MOVE WS-CONTA-ENT    TO WS-FOR-CONTA(WS-QTD-FOR).
           MOVE WS-CODFAV       TO WS-FOR-CODFAV(WS-QTD-FOR).
           MOVE "S" TO WS-MUDOU.
           DISPLAY "FORNECEDOR INCLUIDO COM CODIGO " WS-MAIOR-CODIGO.
       0220-INCLUIR-FIM.       EXIT.
      ******************************************************************
      *--> CNPJ NAO MUDA (E A IDENTIDADE DO FORNECEDOR); O RESTO SIM,
      *    VAZIO MANTEM
       0230-ALTERAR            SECTION.
       0231-ALTERAR.
           DISPLAY "CODIGO A ALTERAR: ".
           ACCEPT WS-COD-ENT.
           MOVE ZEROS TO WS-FOR-ACHADO.
           PERFORM VARYING WS-IND-FOR FROM 1 BY 1
                   UNTIL WS-IND-FOR GREATER THAN WS-QTD-FOR
               IF WS-FOR-CODIGO(WS-IND-FOR) EQUAL WS-COD-ENT
                   MOVE WS-IND-FOR TO WS-FOR-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOR-ACHADO EQUAL ZEROS
               DISPLAY "CODIGO NAO ENCONTRADO"
               EXIT SECTION
           END-IF.

           DISPLAY "NOME ATUAL: " WS-FOR-NOME(WS-FOR-ACHADO).
           DISPLAY "NOVO NOME (VAZIO MANTEM): ".
           MOVE SPACES TO WS-NOME-ENT.
           ACCEPT WS-NOME-ENT.
           IF WS-NOME-ENT NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(WS-NOME-ENT)
                       TO WS-FOR-NOME(WS-FOR-ACHADO)
           END-IF.

           DISPLAY "PRAZOS ATUAIS: " WS-FOR-PRAZO(WS-FOR-ACHADO, 1) "/"
                   WS-FOR-PRAZO(WS-FOR-ACHADO, 2) "/"
                   WS-FOR-PRAZO(WS-FOR-ACHADO, 3).
           DISPLAY "NOVOS PRAZOS (VAZIO MANTEM): ".
           MOVE SPACES TO WS-PRAZOS-ENT.
           ACCEPT WS-PRAZOS-ENT.
           IF WS-PRAZOS-ENT NOT EQUAL SPACES
               PERFORM 0310-LER-PRAZOS
               IF WS-PRAZOS-OK EQUAL "S"
                   PERFORM VARYING WS-IND-PRAZO FROM 1 BY 1
                           UNTIL WS-IND-PRAZO GREATER THAN 3
                       MOVE WS-PRAZO-NOVO(WS-IND-PRAZO)
                           TO WS-FOR-PRAZO(WS-FOR-ACHADO, WS-IND-PRAZO)
                   END-PERFORM
               ELSE
                   DISPLAY "PRAZOS INVALIDOS - MANTIDOS"
               END-IF
           END-IF.

           DISPLAY "BANCO/AGENCIA/CONTA ATUAIS: "
                   WS-FOR-BANCO(WS-FOR-ACHADO) " "
                   WS-FOR-AGENCIA(WS-FOR-ACHADO) " "
                   WS-FOR-CONTA(WS-FOR-ACHADO).
           DISPLAY "NOVO BANCO (VAZIO MANTEM OS DADOS BANCARIOS): ".
           MOVE SPACES TO WS-BANCO-ENT.
           ACCEPT WS-BANCO-ENT.
           IF WS-BANCO-ENT NOT EQUAL SPACES
               DISPLAY "NOVA AGENCIA: "
               MOVE SPACES TO WS-AGENCIA-ENT
               ACCEPT WS-AGENCIA-ENT
               DISPLAY "NOVA CONTA: "
               MOVE SPACES TO WS-CONTA-ENT
               ACCEPT WS-CONTA-ENT
               MOVE WS-BANCO-ENT   TO WS-FOR-BANCO(WS-FOR-ACHADO)
               MOVE WS-AGENCIA-ENT TO WS-FOR-AGENCIA(WS-FOR-ACHADO)
               MOVE WS-CONTA-ENT   TO WS-FOR-CONTA(WS-FOR-ACHADO)
           END-IF.

           DISPLAY "FAVORECIDO ATUAL: " WS-FOR-CODFAV(WS-FOR-ACHADO).
           DISPLAY "NOVO FAVORECIDO (VAZIO MANTEM): ".
           MOVE SPACES TO WS-FAV-ENT.
           ACCEPT WS-FAV-ENT.
           IF WS-FAV-ENT NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WS-FAV-ENT) TO WS-CODFAV
               PERFORM 0320-CONFERIR-FAVORECIDO
               IF WS-FAV-ACHADO EQUAL ZEROS
                   DISPLAY "FAVORECIDO NAO CADASTRADO - MANTIDO"
               ELSE
                   MOVE WS-CODFAV TO WS-FOR-CODFAV(WS-FOR-ACHADO)
               END-IF
           END-IF.
           MOVE "S" TO WS-MUDOU.
           DISPLAY "FORNECEDOR ALTERADO".
       0230-ALTERAR-FIM.       EXIT.
      ******************************************************************
       0300-VALIDAR-CNPJ       SECTION.
       0301-VALIDAR-CNPJ.
           MOVE "N" TO WS-CNPJ-OK.
           IF WS-CNPJ-ENT NOT NUMERIC
               EXIT SECTION
           END-IF.

           MOVE ZEROS TO WS-SOMA-DV.
           MOVE 5 TO WS-PESO.
           PERFORM VARYING WS-IND-DIG FROM 1 BY 1
                   UNTIL WS-IND-DIG GREATER THAN 12
               COMPUTE WS-SOMA-DV = WS-SOMA-DV +
                   FUNCTION NUMVAL(WS-CNPJ-ENT(WS-IND-DIG:1)) * WS-PESO
               IF WS-PESO EQUAL 2
                   MOVE 9 TO WS-PESO
               ELSE
                   SUBTRACT 1 FROM WS-PESO
               END-IF
           END-PERFORM.
           COMPUTE WS-RESTO-DV = FUNCTION MOD(WS-SOMA-DV, 11).
           IF WS-RESTO-DV LESS THAN 2
               MOVE ZEROS TO WS-DV-CALC
           ELSE
               COMPUTE WS-DV-CALC = 11 - WS-RESTO-DV
           END-IF.
           IF WS-CNPJ-ENT(13:1) NOT EQUAL WS-DV-CALC
               EXIT SECTION
           END-IF.

           MOVE ZEROS TO WS-SOMA-DV.
           MOVE 6 TO WS-PESO.
           PERFORM VARYING WS-IND-DIG FROM 1 BY 1
                   UNTIL WS-IND-DIG GREATER THAN 13
               COMPUTE WS-SOMA-DV = WS-SOMA-DV +
                   FUNCTION NUMVAL(WS-CNPJ-ENT(WS-IND-DIG:1)) * WS-PESO
               IF WS-PESO EQUAL 2
                   MOVE 9 TO WS-PESO
               ELSE
                   SUBTRACT 1 FROM WS-PESO
               END-IF
           END-PERFORM.
           COMPUTE WS-RESTO-DV = FUNCTION MOD(WS-SOMA-DV, 11).
           IF WS-RESTO-DV LESS THAN 2
               MOVE ZEROS TO WS-DV-CALC
           ELSE
               COMPUTE WS-DV-CALC = 11 - WS-RESTO-DV
           END-IF.
           IF WS-CNPJ-ENT(14:1) EQUAL WS-DV-CALC
               MOVE "S" TO WS-CNPJ-OK
           END-IF.
       0300-VALIDAR-CNPJ-FIM.  EXIT.
      ******************************************************************
      *--> "30/60/90" VIRA TRES PRAZOS EM DIAS; PRAZOS FALTANTES FICAM
      *    000; VAZIO E A VISTA (UMA PARCELA NA EMISSAO)
       0310-LER-PRAZOS         SECTION.
       0311-LER-PRAZOS.
           MOVE "S" TO WS-PRAZOS-OK.
           MOVE SPACES TO WS-PRAZO-LIDO(1) WS-PRAZO-LIDO(2)
                          WS-PRAZO-LIDO(3).
           UNSTRING WS-PRAZOS-ENT DELIMITED BY "/"
               INTO WS-PRAZO-LIDO(1) WS-PRAZO-LIDO(2) WS-PRAZO-LIDO(3)
           END-UNSTRING.
           PERFORM VARYING WS-IND-PRAZO FROM 1 BY 1
                   UNTIL WS-IND-PRAZO GREATER THAN 3
               MOVE ZEROS TO WS-PRAZO-NOVO(WS-IND-PRAZO)
               IF WS-PRAZO-LIDO(WS-IND-PRAZO) NOT EQUAL SPACES
                   IF FUNCTION TEST-NUMVAL(WS-PRAZO-LIDO(WS-IND-PRAZO))
                                                   NOT EQUAL ZEROS
                       MOVE "N" TO WS-PRAZOS-OK
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-PRAZO-LIDO(WS-IND-PRAZO))
                               TO WS-PRAZO-NOVO(WS-IND-PRAZO)
                   END-IF
               END-IF
           END-PERFORM.
      *--> PRAZOS EM ORDEM CRESCENTE
           IF WS-PRAZO-NOVO(2) GREATER THAN ZEROS
              AND WS-PRAZO-NOVO(2) NOT GREATER THAN WS-PRAZO-NOVO(1)
               MOVE "N" TO WS-PRAZOS-OK
           END-IF.
           IF WS-PRAZO-NOVO(3) GREATER THAN ZEROS
              AND WS-PRAZO-NOVO(3) NOT GREATER THAN WS-PRAZO-NOVO(2)
               MOVE "N" TO WS-PRAZOS-OK
           END-IF.
       0310-LER-PRAZOS-FIM.    EXIT.
      ******************************************************************
       0320-CONFERIR-FAVORECIDO SECTION.
       0321-CONFERIR-FAVORECIDO.
           MOVE ZEROS TO WS-FAV-ACHADO.
           PERFORM VARYING WS-IND-FAV FROM 1 BY 1
                   UNTIL WS-IND-FAV GREATER THAN WS-QTD-FAV
               IF WS-FAV-CODIGO(WS-IND-FAV) EQUAL WS-CODFAV
                   MOVE WS-IND-FAV TO WS-FAV-ACHADO
                   DISPLAY "FAVORECIDO: " WS-FAV-NOME(WS-IND-FAV)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0320-CONFERIR-FAVORECIDO-FIM. EXIT.
      ******************************************************************
      *--> FAVORECIDO NOVO NO FIM DO FAVORECIDOS.TXT, COM O PROXIMO
      *    CODIGO E CATEGORIA PADRAO FORNECEDOR
       0330-CRIAR-FAVORECIDO   SECTION.
       0331-CRIAR-FAVORECIDO.
           MOVE ZEROS TO WS-CODFAV.
           IF WS-QTD-FAV EQUAL 50
               DISPLAY "CADASTRO DE FAVORECIDOS CHEIO"
               EXIT SECTION
           END-IF.
           OPEN EXTEND FAVORECIDOS.
           IF FS-FAVORECIDOS EQUAL "35"
               OPEN OUTPUT FAVORECIDOS
               CLOSE FAVORECIDOS
               OPEN EXTEND FAVORECIDOS
           END-IF.
           ADD 1 TO WS-MAIOR-FAV.
           MOVE WS-MAIOR-FAV TO WS-CODFAV.
           MOVE SPACES TO REG-FAVORECIDO.
           STRING WS-CODFAV
                  ";" WS-NOME-ENT
                  ";FORNECEDOR"
               DELIMITED BY SIZE INTO REG-FAVORECIDO
           END-STRING.
           WRITE REG-FAVORECIDO.
           CLOSE FAVORECIDOS.
           ADD 1 TO WS-QTD-FAV.
           MOVE WS-CODFAV TO WS-FAV-CODIGO(WS-QTD-FAV).
           MOVE WS-NOME-ENT TO WS-FAV-NOME(WS-QTD-FAV).
           DISPLAY "FAVORECIDO CRIADO COM CODIGO " WS-CODFAV.
       0330-CRIAR-FAVORECIDO-FIM. EXIT.
      ******************************************************************
       0400-FINALIZAR          SECTION.
       0401-FINALIZAR.
           IF WS-MUDOU EQUAL "S"
               OPEN OUTPUT FORNECEDORES
               PERFORM VARYING WS-IND-FOR FROM 1 BY 1
                       UNTIL WS-IND-FOR GREATER THAN WS-QTD-FOR
                   MOVE SPACES TO REG-FORNECEDOR
                   STRING WS-FOR-CODIGO(WS-IND-FOR)
                          ";" WS-FOR-CNPJ(WS-IND-FOR)
                          ";" WS-FOR-NOME(WS-IND-FOR)
                          ";" WS-FOR-PRAZO(WS-IND-FOR, 1)
                          ";" WS-FOR-PRAZO(WS-IND-FOR, 2)
                          ";" WS-FOR-PRAZO(WS-IND-FOR, 3)
                          ";" WS-FOR-BANCO(WS-IND-FOR)
                          ";" WS-FOR-AGENCIA(WS-IND-FOR)
                          ";" WS-FOR-CONTA(WS-IND-FOR)
                          ";" WS-FOR-CODFAV(WS-IND-FOR)
                       DELIMITED BY SIZE INTO REG-FORNECEDOR
                   END-STRING
                   WRITE REG-FORNECEDOR
               END-PERFORM
               CLOSE FORNECEDORES
               DISPLAY "CADASTRO GRAVADO"
           END-IF.
       0400-FINALIZAR-FIM.     EXIT.
      ******************************************************************
       END PROGRAM FORNECEDORES.
