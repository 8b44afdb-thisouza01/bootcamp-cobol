      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Diretorio de chaves PIX das contas
      *          O cliente passa a receber transferencia por chave em
      *          vez do numero da conta. Cada chave (CPF, telefone,
      *          e-mail ou aleatoria) aponta para uma conta do
      *          contas.dat e fica em chavespix.txt. O cadastro confere
      *          a chave contra o clientes.dat: a chave CPF tem que ser
      *          o CPF de um titular da conta (REG-CONTA-CPF ou CPF2),
      *          telefone e e-mail tem que ser o telefone principal,
      *          um dos telefones adicionais ou o e-mail de um titular;
      *          a aleatoria e gerada aqui. Cliente inativo nao
      *          cadastra. Chave ativa e unica no diretorio e cada
      *          conta tem no maximo 5 chaves ativas. A portabilidade
      *          leva a chave para outra conta do mesmo dono e a
      *          exclusao a desativa; toda operacao (e a baixa
      *          automatica do encerramento de conta no ABRE-CONTA)
      *          fica em pixauditoria.txt com data, hora e operador. O
      *          PAGAMENTO-CONTA aceita a chave como destino da
      *          transferencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. CHAVES-PIX.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO "C:\teste\contas.dat"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS REG-CONTA-ID
               FILE STATUS     IS FS-CONTAS.

      *--> CADASTRO DE CLIENTES DO SISTEMA PRINCIPAL (CLIENTES_PATH)
           SELECT CLIENTES ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CLI-TELEFONE
               ALTERNATE RECORD KEY IS CLI-NOME
                                       WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-CPF
                                       WITH DUPLICATES
               FILE STATUS     IS FS-CLIENTES.

           SELECT CHAVES ASSIGN TO "C:\teste\chavespix.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CHAVES.

           SELECT AUDITORIA ASSIGN TO "C:\teste\pixauditoria.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-AUDITORIA.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
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
      *--> SO OS CAMPOS USADOS AQUI SAO NOMEADOS; O RESTO DO REGISTRO
      *    DO CADASTRO PRINCIPAL FICA NO FILLER (TELEFONES ADICIONAIS
      *    NA MESMA POSICAO DO REG-TELEFONES-ADIC DO CLIENTE.cpy)
       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-TELEFONE          PIC 9(09).
           05 CLI-NOME              PIC A(30).
           05 CLI-EMAIL             PIC X(40).
           05 CLI-CPF               PIC 9(11).
           05 FILLER                PIC X(08).
           05 CLI-STATUS            PIC X(01).
               88 CLI-ATIVO         VALUE "A".
               88 CLI-INATIVO       VALUE "I".
           05 CLI-QTD-TEL-ADIC      PIC 9(01).
           05 CLI-TEL-ADIC          OCCURS 4 TIMES
                                    PIC 9(09).
           05 FILLER                PIC X(217).
      *
      *--> CHAVE EM POSICOES FIXAS: TIPO 1, CHAVE 3-42, CONTA 44-53,
      *    CPF DO DONO 55-65, SITUACAO 67 (A ATIVA / I INATIVA),
      *    CADASTRO 69-76, BAIXA 78-85 (ABRE-CONTA E PAGAMENTO-CONTA
      *    LEEM PELAS POSICOES)
       FD  CHAVES.
       01  REG-CHAVE                PIC X(85).
      *
      *--> DATA;HORA;OPERACAO;TIPO;CHAVE;CONTA ANTERIOR;CONTA NOVA;
      *    OPERADOR
       FD  AUDITORIA.
       01  REG-AUDITORIA            PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-CONTAS           PIC X(02)           VALUE SPACES.
       77  FS-CLIENTES         PIC X(02)           VALUE SPACES.
       77  FS-CHAVES           PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA        PIC X(02)           VALUE SPACES.
       01  WS-CLIENTES-PATH    PIC X(100)          VALUE SPACES.

       77  WS-OPCAO            PIC 9(01)           VALUE ZEROS.
       77  WS-TECLA            PIC X(01)           VALUE SPACES.
       77  WS-OPERADOR         PIC X(10)           VALUE SPACES.
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-HORA-AGORA       PIC 9(06)           VALUE ZEROS.

      *--> LIMITE DE CHAVES ATIVAS POR CONTA
       77  WS-MAX-CHAVES       PIC 9(02)           VALUE 05.

      *--> DIRETORIO EM MEMORIA; REGRAVADO A CADA ALTERACAO
       77  WS-QTD-CHAVES       PIC 9(04)           VALUE ZEROS.
       77  WS-IND-CHV          PIC 9(04)           VALUE ZEROS.
       77  WS-CHV-ACHADA       PIC 9(04)           VALUE ZEROS.
       77  WS-IND-GRV          PIC 9(04)           VALUE ZEROS.
       77  WS-QT-DA-CONTA      PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-CHAVES.
           05 WS-CHV OCCURS 2000 TIMES.
               10 WS-CHV-TIPO          PIC X(01).
               10 WS-CHV-CHAVE         PIC X(40).
               10 WS-CHV-CONTA         PIC X(10).
               10 WS-CHV-CPF           PIC 9(11).
               10 WS-CHV-SITUACAO      PIC X(01).
               10 WS-CHV-DT-CAD        PIC 9(08).
               10 WS-CHV-DT-BAIXA      PIC 9(08).

      *--> ENTRADA
       77  WS-TIPO-ENT         PIC X(01)           VALUE SPACES.
       77  WS-CHAVE-ENT        PIC X(40)           VALUE SPACES.
       77  WS-CONTA-ENT        PIC X(10)           VALUE SPACES.
       77  WS-TIPO-DESC        PIC X(10)           VALUE SPACES.
       77  WS-SITUACAO-DESC    PIC X(07)           VALUE SPACES.

      *--> CONTA E DONO DA CHAVE
       77  WS-CONTA-OK         PIC X(01)           VALUE "N".
       77  WS-CONTA-CPF        PIC 9(11)           VALUE ZEROS.
       77  WS-CONTA-CPF2       PIC 9(11)           VALUE ZEROS.
       77  WS-CPF-TESTE        PIC 9(11)           VALUE ZEROS.
       77  WS-CPF-DONO         PIC 9(11)           VALUE ZEROS.
       77  WS-CPF-CHAVE        PIC 9(11)           VALUE ZEROS.
       77  WS-TEL-CHAVE        PIC 9(09)           VALUE ZEROS.
       77  WS-CLIENTE-OK       PIC X(01)           VALUE "N".
       77  WS-CLIENTE-INATIVO  PIC X(01)           VALUE "N".
       77  WS-CONFERE          PIC X(01)           VALUE "N".
       77  WS-IND-TEL          PIC 9(01)           VALUE ZEROS.

      *--> CHAVE ALEATORIA: 32 POSICOES HEXADECIMAIS
       77  WS-HEXA             PIC X(16)   VALUE "0123456789abcdef".
       77  WS-SEMENTE          PIC 9(08)           VALUE ZEROS.
       77  WS-SORTEIO          PIC 9V9(08)         VALUE ZEROS.
       77  WS-IND-HEX          PIC 9(02)           VALUE ZEROS.
       77  WS-DIGITO-HEX       PIC 9(02)           VALUE ZEROS.

      *--> AUDITORIA
       77  WS-AUD-OPERACAO     PIC X(10)           VALUE SPACES.
       77  WS-AUD-CONTA-ANT    PIC X(10)           VALUE SPACES.
       77  WS-AUD-CONTA-NOVA   PIC X(10)           VALUE SPACES.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           CLOSE CONTAS CLIENTES.
           STOP RUN.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WS-CLIENTES-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/clientes.dat"
                                               TO WS-CLIENTES-PATH
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL "00"
               DISPLAY "CADASTRO DE CLIENTES NAO DISPONIVEL: "
                       FS-CLIENTES
               STOP RUN
           END-IF.
           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL "00"
               DISPLAY "CONTAS.DAT INDISPONIVEL: " FS-CONTAS
               STOP RUN
           END-IF.

           DISPLAY "OPERADOR RESPONSAVEL: ".
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           PERFORM 0110-CARREGAR-CHAVES.
       0100-INICIAR-FIM.       EXIT.
      ******************************************************************
       0110-CARREGAR-CHAVES    SECTION.
       0111-CARREGAR-CHAVES.
           MOVE ZEROS TO WS-QTD-CHAVES.
           OPEN INPUT CHAVES.
           IF FS-CHAVES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CHAVES.
           PERFORM UNTIL FS-CHAVES NOT EQUAL "00"
               IF REG-CHAVE NOT EQUAL SPACES
                  AND WS-QTD-CHAVES LESS THAN 2000
                   ADD 1 TO WS-QTD-CHAVES
                   MOVE REG-CHAVE(1:1)
                           TO WS-CHV-TIPO(WS-QTD-CHAVES)
                   MOVE REG-CHAVE(3:40)
                           TO WS-CHV-CHAVE(WS-QTD-CHAVES)
                   MOVE REG-CHAVE(44:10)
                           TO WS-CHV-CONTA(WS-QTD-CHAVES)
                   MOVE REG-CHAVE(55:11)
                           TO WS-CHV-CPF(WS-QTD-CHAVES)
                   MOVE REG-CHAVE(67:1)
                           TO WS-CHV-SITUACAO(WS-QTD-CHAVES)
                   MOVE REG-CHAVE(69:8)
                           TO WS-CHV-DT-CAD(WS-QTD-CHAVES)
                   MOVE REG-CHAVE(78:8)
                           TO WS-CHV-DT-BAIXA(WS-QTD-CHAVES)
               END-IF
               READ CHAVES
           END-PERFORM.
           CLOSE CHAVES.
       0110-CARREGAR-CHAVES-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           DISPLAY " ".
           DISPLAY "1-CADASTRAR CHAVE 2-CONSULTAR CHAVE "
                   "3-CHAVES DA CONTA 4-PORTABILIDADE "
                   "5-EXCLUIR CHAVE 9-SAIR: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0300-CADASTRAR-CHAVE
               WHEN 2
                   PERFORM 0400-CONSULTAR-CHAVE
               WHEN 3
                   PERFORM 0450-CHAVES-DA-CONTA
               WHEN 4
                   PERFORM 0500-PORTABILIDADE
               WHEN 5
                   PERFORM 0600-EXCLUIR-CHAVE
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
       0300-CADASTRAR-CHAVE    SECTION.
       0301-CADASTRAR-CHAVE.
           DISPLAY "CONTA QUE RECEBE PELA CHAVE: ".
           ACCEPT WS-CONTA-ENT.
           PERFORM 0310-LER-CONTA.
           IF WS-CONTA-OK NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           PERFORM 0320-CONTAR-CHAVES-DA-CONTA.
           IF WS-QT-DA-CONTA NOT LESS THAN WS-MAX-CHAVES
               DISPLAY "CONTA JA TEM " WS-QT-DA-CONTA
                       " CHAVES ATIVAS - LIMITE ATINGIDO"
               EXIT SECTION
           END-IF.

           DISPLAY "TIPO (C=CPF T=TELEFONE E=E-MAIL A=ALEATORIA): ".
           MOVE SPACES TO WS-TIPO-ENT.
           ACCEPT WS-TIPO-ENT.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-ENT) TO WS-TIPO-ENT.
           MOVE ZEROS TO WS-CPF-DONO.
           MOVE SPACES TO WS-CHAVE-ENT.

           EVALUATE WS-TIPO-ENT
               WHEN "C"
                   PERFORM 0330-VALIDAR-CHAVE-CPF
               WHEN "T"
                   PERFORM 0340-VALIDAR-CHAVE-TELEFONE
               WHEN "E"
                   PERFORM 0350-VALIDAR-CHAVE-EMAIL
               WHEN "A"
                   PERFORM 0360-GERAR-CHAVE-ALEATORIA
               WHEN OTHER
                   DISPLAY "TIPO DE CHAVE INVALIDO"
           END-EVALUATE.
           IF WS-CPF-DONO EQUAL ZEROS
               EXIT SECTION
           END-IF.

           PERFORM 0370-LOCALIZAR-CHAVE-ATIVA.
           IF WS-CHV-ACHADA NOT EQUAL ZEROS
               DISPLAY "CHAVE JA CADASTRADA NA CONTA "
                       WS-CHV-CONTA(WS-CHV-ACHADA)
                       " - USE A PORTABILIDADE"
               EXIT SECTION
           END-IF.
           IF WS-QTD-CHAVES NOT LESS THAN 2000
               DISPLAY "DIRETORIO DE CHAVES CHEIO"
               EXIT SECTION
           END-IF.

           DISPLAY "CHAVE..: " WS-CHAVE-ENT.
           DISPLAY "CONTA..: " WS-CONTA-ENT "  DONO " WS-CPF-DONO.
           DISPLAY "CONFIRMA O CADASTRO (S/N)? ".
           ACCEPT WS-TECLA.
           IF FUNCTION UPPER-CASE(WS-TECLA) NOT EQUAL "S"
               DISPLAY "CADASTRO CANCELADO"
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-QTD-CHAVES.
           MOVE WS-TIPO-ENT  TO WS-CHV-TIPO(WS-QTD-CHAVES).
           MOVE WS-CHAVE-ENT TO WS-CHV-CHAVE(WS-QTD-CHAVES).
           MOVE WS-CONTA-ENT TO WS-CHV-CONTA(WS-QTD-CHAVES).
           MOVE WS-CPF-DONO  TO WS-CHV-CPF(WS-QTD-CHAVES).
           MOVE "A"          TO WS-CHV-SITUACAO(WS-QTD-CHAVES).
           MOVE WS-DATA-HOJE TO WS-CHV-DT-CAD(WS-QTD-CHAVES).
           MOVE ZEROS        TO WS-CHV-DT-BAIXA(WS-QTD-CHAVES).
           PERFORM 0900-REGRAVAR-CHAVES.

           MOVE WS-QTD-CHAVES TO WS-IND-CHV.
           MOVE "CADASTRO"   TO WS-AUD-OPERACAO.
           MOVE SPACES       TO WS-AUD-CONTA-ANT.
           MOVE WS-CONTA-ENT TO WS-AUD-CONTA-NOVA.
           PERFORM 0950-GRAVAR-AUDITORIA.
           DISPLAY "CHAVE CADASTRADA".
       0300-CADASTRAR-CHAVE-FIM. EXIT.
      ******************************************************************
      *--> CONTA PRECISA EXISTIR E NAO ESTAR ENCERRADA
       0310-LER-CONTA          SECTION.
       0311-LER-CONTA.
           MOVE "N" TO WS-CONTA-OK.
           MOVE WS-CONTA-ENT TO REG-CONTA-ID.
           READ CONTAS
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA"
                   EXIT SECTION
           END-READ.
           IF REG-CONTA-STATUS EQUAL "E"
               DISPLAY "CONTA ENCERRADA EM " REG-CONTA-DT-ENCER
               EXIT SECTION
           END-IF.
           MOVE REG-CONTA-CPF  TO WS-CONTA-CPF.
           MOVE REG-CONTA-CPF2 TO WS-CONTA-CPF2.
           MOVE "S" TO WS-CONTA-OK.
       0310-LER-CONTA-FIM.     EXIT.
      ******************************************************************
       0320-CONTAR-CHAVES-DA-CONTA SECTION.
       0321-CONTAR-CHAVES-DA-CONTA.
           MOVE ZEROS TO WS-QT-DA-CONTA.
           PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                   UNTIL WS-IND-CHV GREATER THAN WS-QTD-CHAVES
               IF WS-CHV-CONTA(WS-IND-CHV) EQUAL WS-CONTA-ENT
                  AND WS-CHV-SITUACAO(WS-IND-CHV) EQUAL "A"
                   ADD 1 TO WS-QT-DA-CONTA
               END-IF
           END-PERFORM.
       0320-CONTAR-CHAVES-DA-CONTA-FIM. EXIT.
      ******************************************************************
      *--> CHAVE CPF: O CPF DE UM DOS TITULARES DA CONTA, ATIVO NO
      *    CADASTRO DE CLIENTES
       0330-VALIDAR-CHAVE-CPF  SECTION.
       0331-VALIDAR-CHAVE-CPF.
           DISPLAY "CPF (11 DIGITOS): ".
           ACCEPT WS-CHAVE-ENT.
           IF WS-CHAVE-ENT(1:11) NOT NUMERIC
              OR WS-CHAVE-ENT(12:29) NOT EQUAL SPACES
               DISPLAY "CPF INVALIDO"
               EXIT SECTION
           END-IF.
           MOVE WS-CHAVE-ENT(1:11) TO WS-CPF-CHAVE.
           IF WS-CPF-CHAVE NOT EQUAL WS-CONTA-CPF
              AND (WS-CPF-CHAVE NOT EQUAL WS-CONTA-CPF2
                   OR WS-CONTA-CPF2 EQUAL ZEROS)
               DISPLAY "CPF NAO E TITULAR DA CONTA"
               EXIT SECTION
           END-IF.
           MOVE WS-CPF-CHAVE TO WS-CPF-TESTE.
           PERFORM 0380-LER-CLIENTE.
           IF WS-CLIENTE-OK EQUAL "S"
               MOVE WS-CPF-CHAVE TO WS-CPF-DONO
           END-IF.
       0330-VALIDAR-CHAVE-CPF-FIM. EXIT.
      ******************************************************************
      *--> CHAVE TELEFONE: PRINCIPAL OU ADICIONAL DE UM DOS TITULARES
       0340-VALIDAR-CHAVE-TELEFONE SECTION.
       0341-VALIDAR-CHAVE-TELEFONE.
           DISPLAY "TELEFONE (9 DIGITOS): ".
           ACCEPT WS-CHAVE-ENT.
           IF WS-CHAVE-ENT(1:9) NOT NUMERIC
              OR WS-CHAVE-ENT(10:31) NOT EQUAL SPACES
               DISPLAY "TELEFONE INVALIDO"
               EXIT SECTION
           END-IF.
           MOVE WS-CHAVE-ENT(1:9) TO WS-TEL-CHAVE.

           MOVE WS-CONTA-CPF TO WS-CPF-TESTE.
           PERFORM 0345-CONFERIR-TELEFONE.
           IF WS-CONFERE NOT EQUAL "S" AND WS-CONTA-CPF2 NOT EQUAL ZEROS
               MOVE WS-CONTA-CPF2 TO WS-CPF-TESTE
               PERFORM 0345-CONFERIR-TELEFONE
           END-IF.
           IF WS-CONFERE EQUAL "S"
               MOVE WS-CPF-TESTE TO WS-CPF-DONO
           ELSE
               DISPLAY "TELEFONE NAO PERTENCE A TITULAR ATIVO DA CONTA"
           END-IF.
       0340-VALIDAR-CHAVE-TELEFONE-FIM. EXIT.
      ******************************************************************
       0345-CONFERIR-TELEFONE  SECTION.
       0346-CONFERIR-TELEFONE.
           MOVE "N" TO WS-CONFERE.
           PERFORM 0380-LER-CLIENTE.
           IF WS-CLIENTE-OK NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           IF CLI-TELEFONE EQUAL WS-TEL-CHAVE
               MOVE "S" TO WS-CONFERE
               EXIT SECTION
           END-IF.
           IF CLI-QTD-TEL-ADIC NOT NUMERIC
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IND-TEL FROM 1 BY 1
                   UNTIL WS-IND-TEL GREATER THAN CLI-QTD-TEL-ADIC
                      OR WS-IND-TEL GREATER THAN 4
               IF CLI-TEL-ADIC(WS-IND-TEL) EQUAL WS-TEL-CHAVE
                   MOVE "S" TO WS-CONFERE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0345-CONFERIR-TELEFONE-FIM. EXIT.
      ******************************************************************
      *--> CHAVE E-MAIL: O E-MAIL DE UM DOS TITULARES, SEM DIFERENCA
      *    ENTRE MAIUSCULAS E MINUSCULAS (GRAVADA EM MINUSCULAS)
       0350-VALIDAR-CHAVE-EMAIL SECTION.
       0351-VALIDAR-CHAVE-EMAIL.
           DISPLAY "E-MAIL: ".
           ACCEPT WS-CHAVE-ENT.
           MOVE FUNCTION LOWER-CASE(WS-CHAVE-ENT) TO WS-CHAVE-ENT.
           IF WS-CHAVE-ENT EQUAL SPACES
               DISPLAY "E-MAIL INVALIDO"
               EXIT SECTION
           END-IF.

           MOVE WS-CONTA-CPF TO WS-CPF-TESTE.
           PERFORM 0355-CONFERIR-EMAIL.
           IF WS-CONFERE NOT EQUAL "S" AND WS-CONTA-CPF2 NOT EQUAL ZEROS
               MOVE WS-CONTA-CPF2 TO WS-CPF-TESTE
               PERFORM 0355-CONFERIR-EMAIL
           END-IF.
           IF WS-CONFERE EQUAL "S"
               MOVE WS-CPF-TESTE TO WS-CPF-DONO
           ELSE
               DISPLAY "E-MAIL NAO PERTENCE A TITULAR ATIVO DA CONTA"
           END-IF.
       0350-VALIDAR-CHAVE-EMAIL-FIM. EXIT.
      ******************************************************************
       0355-CONFERIR-EMAIL     SECTION.
       0356-CONFERIR-EMAIL.
           MOVE "N" TO WS-CONFERE.
           PERFORM 0380-LER-CLIENTE.
           IF WS-CLIENTE-OK EQUAL "S"
              AND FUNCTION LOWER-CASE(CLI-EMAIL) EQUAL WS-CHAVE-ENT
               MOVE "S" TO WS-CONFERE
           END-IF.
       0355-CONFERIR-EMAIL-FIM. EXIT.
      ******************************************************************
      *--> CHAVE ALEATORIA: DONO E O TITULAR DA CONTA, QUE PRECISA
      *    ESTAR ATIVO NO CADASTRO
       0360-GERAR-CHAVE-ALEATORIA SECTION.
       0361-GERAR-CHAVE-ALEATORIA.
           MOVE WS-CONTA-CPF TO WS-CPF-TESTE.
           PERFORM 0380-LER-CLIENTE.
           IF WS-CLIENTE-OK NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEMENTE.
           COMPUTE WS-SORTEIO = FUNCTION RANDOM(WS-SEMENTE).
           PERFORM VARYING WS-IND-HEX FROM 1 BY 1
                   UNTIL WS-IND-HEX GREATER THAN 32
               COMPUTE WS-SORTEIO = FUNCTION RANDOM
               COMPUTE WS-DIGITO-HEX =
                       FUNCTION INTEGER(WS-SORTEIO * 16) + 1
               MOVE WS-HEXA(WS-DIGITO-HEX:1)
                       TO WS-CHAVE-ENT(WS-IND-HEX:1)
           END-PERFORM.
           MOVE WS-CONTA-CPF TO WS-CPF-DONO.
       0360-GERAR-CHAVE-ALEATORIA-FIM. EXIT.
      ******************************************************************
       0370-LOCALIZAR-CHAVE-ATIVA SECTION.
       0371-LOCALIZAR-CHAVE-ATIVA.
           MOVE ZEROS TO WS-CHV-ACHADA.
           PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                   UNTIL WS-IND-CHV GREATER THAN WS-QTD-CHAVES
               IF WS-CHV-CHAVE(WS-IND-CHV) EQUAL WS-CHAVE-ENT
                  AND WS-CHV-SITUACAO(WS-IND-CHV) EQUAL "A"
                   MOVE WS-IND-CHV TO WS-CHV-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0370-LOCALIZAR-CHAVE-ATIVA-FIM. EXIT.
      ******************************************************************
      *--> MESMA BUSCA DO ABRE-CONTA PELA CHAVE ALTERNATIVA DE CPF
       0380-LER-CLIENTE        SECTION.
       0381-LER-CLIENTE.
           MOVE "N" TO WS-CLIENTE-OK.
           MOVE WS-CPF-TESTE TO CLI-CPF.
           START CLIENTES KEY IS EQUAL TO CLI-CPF
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-CLIENTES NOT EQUAL "00"
               DISPLAY "CPF " WS-CPF-TESTE " NAO ESTA NO CADASTRO"
               EXIT SECTION
           END-IF.
           READ CLIENTES NEXT.
           IF FS-CLIENTES NOT EQUAL "00"
              OR CLI-CPF NOT EQUAL WS-CPF-TESTE
               DISPLAY "CPF " WS-CPF-TESTE " NAO ESTA NO CADASTRO"
               EXIT SECTION
           END-IF.
           IF CLI-INATIVO
               DISPLAY "CLIENTE " WS-CPF-TESTE " INATIVO"
               EXIT SECTION
           END-IF.
           MOVE "S" TO WS-CLIENTE-OK.
       0380-LER-CLIENTE-FIM.   EXIT.
      ******************************************************************
       0390-DESCREVER-CHAVE    SECTION.
       0391-DESCREVER-CHAVE.
           EVALUATE WS-CHV-TIPO(WS-IND-CHV)
               WHEN "C"
                   MOVE "CPF"       TO WS-TIPO-DESC
               WHEN "T"
                   MOVE "TELEFONE"  TO WS-TIPO-DESC
               WHEN "E"
                   MOVE "E-MAIL"    TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE "ALEATORIA" TO WS-TIPO-DESC
           END-EVALUATE.
           IF WS-CHV-SITUACAO(WS-IND-CHV) EQUAL "A"
               MOVE "ATIVA"   TO WS-SITUACAO-DESC
           ELSE
               MOVE "INATIVA" TO WS-SITUACAO-DESC
           END-IF.
       0390-DESCREVER-CHAVE-FIM. EXIT.
      ******************************************************************
      *--> A CONSULTA MOSTRA TODO O HISTORICO DA CHAVE (INATIVAS TAMBEM)
       0400-CONSULTAR-CHAVE    SECTION.
       0401-CONSULTAR-CHAVE.
           DISPLAY "CHAVE: ".
           MOVE SPACES TO WS-CHAVE-ENT.
           ACCEPT WS-CHAVE-ENT.
           MOVE FUNCTION LOWER-CASE(WS-CHAVE-ENT) TO WS-CHAVE-ENT.
           MOVE ZEROS TO WS-CHV-ACHADA.
           PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                   UNTIL WS-IND-CHV GREATER THAN WS-QTD-CHAVES
               IF WS-CHV-CHAVE(WS-IND-CHV) EQUAL WS-CHAVE-ENT
                   MOVE WS-IND-CHV TO WS-CHV-ACHADA
                   PERFORM 0410-MOSTRAR-CHAVE
               END-IF
           END-PERFORM.
           IF WS-CHV-ACHADA EQUAL ZEROS
               DISPLAY "CHAVE NAO CADASTRADA"
           END-IF.
       0400-CONSULTAR-CHAVE-FIM. EXIT.
      ******************************************************************
       0410-MOSTRAR-CHAVE      SECTION.
       0411-MOSTRAR-CHAVE.
           PERFORM 0390-DESCREVER-CHAVE.
           DISPLAY WS-TIPO-DESC " " WS-CHV-CHAVE(WS-IND-CHV)
                   " CONTA " WS-CHV-CONTA(WS-IND-CHV)
                   " DONO " WS-CHV-CPF(WS-IND-CHV)
                   " " WS-SITUACAO-DESC
                   " DESDE " WS-CHV-DT-CAD(WS-IND-CHV)
                   " BAIXA " WS-CHV-DT-BAIXA(WS-IND-CHV).
       0410-MOSTRAR-CHAVE-FIM. EXIT.
      ******************************************************************
       0450-CHAVES-DA-CONTA    SECTION.
       0451-CHAVES-DA-CONTA.
           DISPLAY "CONTA: ".
           ACCEPT WS-CONTA-ENT.
           MOVE ZEROS TO WS-QT-DA-CONTA.
           PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                   UNTIL WS-IND-CHV GREATER THAN WS-QTD-CHAVES
               IF WS-CHV-CONTA(WS-IND-CHV) EQUAL WS-CONTA-ENT
                   PERFORM 0410-MOSTRAR-CHAVE
                   IF WS-CHV-SITUACAO(WS-IND-CHV) EQUAL "A"
                       ADD 1 TO WS-QT-DA-CONTA
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "CHAVES ATIVAS DA CONTA: " WS-QT-DA-CONTA.
       0450-CHAVES-DA-CONTA-FIM. EXIT.
      ******************************************************************
      *--> PORTABILIDADE: A CHAVE VAI PARA OUTRA CONTA ATIVA EM QUE O
      *    DONO DA CHAVE TAMBEM SEJA TITULAR
       0500-PORTABILIDADE      SECTION.
       0501-PORTABILIDADE.
           DISPLAY "CHAVE A PORTAR: ".
           MOVE SPACES TO WS-CHAVE-ENT.
           ACCEPT WS-CHAVE-ENT.
           MOVE FUNCTION LOWER-CASE(WS-CHAVE-ENT) TO WS-CHAVE-ENT.
           PERFORM 0370-LOCALIZAR-CHAVE-ATIVA.
           IF WS-CHV-ACHADA EQUAL ZEROS
               DISPLAY "CHAVE ATIVA NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           MOVE WS-CHV-ACHADA TO WS-IND-CHV.
           PERFORM 0410-MOSTRAR-CHAVE.

           DISPLAY "NOVA CONTA: ".
           ACCEPT WS-CONTA-ENT.
           IF WS-CONTA-ENT EQUAL WS-CHV-CONTA(WS-CHV-ACHADA)
               DISPLAY "A CHAVE JA ESTA NESSA CONTA"
               EXIT SECTION
           END-IF.
           PERFORM 0310-LER-CONTA.
           IF WS-CONTA-OK NOT EQUAL "S"
               EXIT SECTION
           END-IF.
           IF WS-CHV-CPF(WS-CHV-ACHADA) NOT EQUAL WS-CONTA-CPF
              AND WS-CHV-CPF(WS-CHV-ACHADA) NOT EQUAL WS-CONTA-CPF2
               DISPLAY "DONO DA CHAVE NAO E TITULAR DA NOVA CONTA"
               EXIT SECTION
           END-IF.
           PERFORM 0320-CONTAR-CHAVES-DA-CONTA.
           IF WS-QT-DA-CONTA NOT LESS THAN WS-MAX-CHAVES
               DISPLAY "NOVA CONTA JA TEM " WS-QT-DA-CONTA
                       " CHAVES ATIVAS - LIMITE ATINGIDO"
               EXIT SECTION
           END-IF.

           DISPLAY "CONFIRMA A PORTABILIDADE (S/N)? ".
           ACCEPT WS-TECLA.
           IF FUNCTION UPPER-CASE(WS-TECLA) NOT EQUAL "S"
               DISPLAY "PORTABILIDADE CANCELADA"
               EXIT SECTION
           END-IF.

           MOVE WS-CHV-ACHADA TO WS-IND-CHV.
           MOVE "PORTAB"     TO WS-AUD-OPERACAO.
           MOVE WS-CHV-CONTA(WS-IND-CHV) TO WS-AUD-CONTA-ANT.
           MOVE WS-CONTA-ENT TO WS-AUD-CONTA-NOVA.
           MOVE WS-CONTA-ENT TO WS-CHV-CONTA(WS-IND-CHV).
           PERFORM 0900-REGRAVAR-CHAVES.
           PERFORM 0950-GRAVAR-AUDITORIA.
           DISPLAY "CHAVE PORTADA PARA A CONTA " WS-CONTA-ENT.
       0500-PORTABILIDADE-FIM. EXIT.
      ******************************************************************
      *--> EXCLUSAO: A CHAVE FICA INATIVA COM A DATA DA BAIXA (O
      *    HISTORICO NAO SE APAGA) E PODE SER CADASTRADA DE NOVO
       0600-EXCLUIR-CHAVE      SECTION.
       0601-EXCLUIR-CHAVE.
           DISPLAY "CHAVE A EXCLUIR: ".
           MOVE SPACES TO WS-CHAVE-ENT.
           ACCEPT WS-CHAVE-ENT.
           MOVE FUNCTION LOWER-CASE(WS-CHAVE-ENT) TO WS-CHAVE-ENT.
           PERFORM 0370-LOCALIZAR-CHAVE-ATIVA.
           IF WS-CHV-ACHADA EQUAL ZEROS
               DISPLAY "CHAVE ATIVA NAO ENCONTRADA"
               EXIT SECTION
           END-IF.
           MOVE WS-CHV-ACHADA TO WS-IND-CHV.
           PERFORM 0410-MOSTRAR-CHAVE.

           DISPLAY "CONFIRMA A EXCLUSAO (S/N)? ".
           ACCEPT WS-TECLA.
           IF FUNCTION UPPER-CASE(WS-TECLA) NOT EQUAL "S"
               DISPLAY "EXCLUSAO CANCELADA"
               EXIT SECTION
           END-IF.

           MOVE "I"          TO WS-CHV-SITUACAO(WS-IND-CHV).
           MOVE WS-DATA-HOJE TO WS-CHV-DT-BAIXA(WS-IND-CHV).
           MOVE "EXCLUSAO"   TO WS-AUD-OPERACAO.
           MOVE WS-CHV-CONTA(WS-IND-CHV) TO WS-AUD-CONTA-ANT.
           MOVE SPACES       TO WS-AUD-CONTA-NOVA.
           PERFORM 0900-REGRAVAR-CHAVES.
           PERFORM 0950-GRAVAR-AUDITORIA.
           DISPLAY "CHAVE EXCLUIDA".
       0600-EXCLUIR-CHAVE-FIM. EXIT.
      ******************************************************************
       0900-REGRAVAR-CHAVES    SECTION.
       0901-REGRAVAR-CHAVES.
           OPEN OUTPUT CHAVES.
           PERFORM VARYING WS-IND-GRV FROM 1 BY 1
                   UNTIL WS-IND-GRV GREATER THAN WS-QTD-CHAVES
               MOVE SPACES TO REG-CHAVE
               STRING WS-CHV-TIPO(WS-IND-GRV)      ";"
                      WS-CHV-CHAVE(WS-IND-GRV)     ";"
                      WS-CHV-CONTA(WS-IND-GRV)     ";"
                      WS-CHV-CPF(WS-IND-GRV)       ";"
                      WS-CHV-SITUACAO(WS-IND-GRV)  ";"
                      WS-CHV-DT-CAD(WS-IND-GRV)    ";"
                      WS-CHV-DT-BAIXA(WS-IND-GRV)
                   DELIMITED BY SIZE INTO REG-CHAVE
               END-STRING
               WRITE REG-CHAVE
           END-PERFORM.
           CLOSE CHAVES.
       0900-REGRAVAR-CHAVES-FIM. EXIT.
      ******************************************************************
      *--> TRILHA DE AUDITORIA DA CHAVE EM WS-IND-CHV
       0950-GRAVAR-AUDITORIA   SECTION.
       0951-GRAVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-AGORA.
           OPEN EXTEND AUDITORIA.
           IF FS-AUDITORIA EQUAL "35"
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
           MOVE SPACES TO REG-AUDITORIA.
           STRING WS-DATA-HOJE              ";"
                  WS-HORA-AGORA             ";"
                  WS-AUD-OPERACAO           ";"
                  WS-CHV-TIPO(WS-IND-CHV)   ";"
                  WS-CHV-CHAVE(WS-IND-CHV)  ";"
                  WS-AUD-CONTA-ANT          ";"
                  WS-AUD-CONTA-NOVA         ";"
                  WS-OPERADOR
               DELIMITED BY SIZE INTO REG-AUDITORIA
           END-STRING.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.
       0950-GRAVAR-AUDITORIA-FIM. EXIT.
      ******************************************************************
       END PROGRAM CHAVES-PIX.
