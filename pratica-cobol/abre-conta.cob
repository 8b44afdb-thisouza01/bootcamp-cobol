      *          consulta "contas do cliente" lista todas as contas de
      *          um CPF. Dois sistemas sobre as mesmas pessoas passam
      *          a se conhecer.
      *          O encerramento da conta desativa as chaves PIX dela
      *          em chavespix.txt e registra a baixa em
      *          pixauditoria.txt.
      *          A abertura exige de cada titular os documentos
      *          obrigatorios (RG, comprovante de endereco e de renda)
      *          registrados e dentro da validade no documentos.dat
      *          do cadastro principal (DOCUMENTOS_PATH).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
               ALTERNATE RECORD KEY IS CLI-CPF
                                       WITH DUPLICATES
               FILE STATUS     IS FS-CLIENTES.

      *---> DOCUMENTOS DO CLIENTE NO SISTEMA PRINCIPAL
      *     (DOCUMENTOS_PATH), CHAVE CPF + TIPO
           SELECT DOCUMENTOS ASSIGN TO WS-DOCUMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS DOC-CHAVE
               FILE STATUS     IS FS-DOCUMENTOS.

      *---> DIRETORIO DE CHAVES PIX E SUA TRILHA (CHAVES-PIX)
           SELECT CHAVESPIX ASSIGN TO "C:\teste\chavespix.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CHAVESPIX.

           SELECT PIXAUDIT ASSIGN TO "C:\teste\pixauditoria.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PIXAUDIT.
      ******************************************************************
       DATA                    DIVISION.
      *
           05 REG-CONTA-CPF2        PIC 9(11).
      *
       FD  EXTRATO.
       01  REG-EXTRATO              PIC X(200).
      *
      *---> SO OS CAMPOS USADOS AQUI SAO NOMEADOS; O RESTO DO
      *     REGISTRO DO CADASTRO PRINCIPAL FICA NOS FILLERS
               88 CLI-ATIVO         VALUE "A".
               88 CLI-INATIVO       VALUE "I".
           05 FILLER                PIC X(254).
      *
      *---> SO A CHAVE E A VALIDADE SAO USADAS AQUI (VALIDADE EM
      *     ZEROS = DOCUMENTO SEM VENCIMENTO)
       FD  DOCUMENTOS.
       01  REG-DOCUMENTO.
           05 DOC-CHAVE.
               10 DOC-CPF           PIC 9(11).
               10 DOC-TIPO          PIC X(03).
           05 DOC-TELEFONE          PIC 9(09).
           05 DOC-NUMERO            PIC X(20).
           05 DOC-EMISSAO           PIC 9(08).
           05 DOC-VALIDADE          PIC 9(08).
           05 FILLER                PIC X(18).
      *
      *---> TIPO 1, CHAVE 3-42, CONTA 44-53, SITUACAO 67 (A/I),
      *     DATA DA BAIXA 78-85
       FD  CHAVESPIX.
       01  REG-CHAVEPIX             PIC X(85).
      *
       FD  PIXAUDIT.
       01  REG-PIXAUDIT             PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-CONTAS               PIC X(02)      VALUE SPACES.
       01  WS-CLIENTES-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".

      *---> CONFERENCIA DOS DOCUMENTOS OBRIGATORIOS DO TITULAR
       77  FS-DOCUMENTOS           PIC X(02)      VALUE SPACES.
       01  WS-DOCUMENTOS-PATH      PIC X(100)
           VALUE "C:/projeto-bootcamp/documentos.dat".
       77  WS-DATA-HOJE            PIC 9(08)      VALUE ZEROS.
       77  WS-IND-DOC              PIC 9          VALUE ZEROS.
       77  WS-DOCS-OK              PIC X          VALUE "S".
       77  WS-DOCS-ABERTO          PIC X          VALUE "N".
       01  WS-TAB-DOCS.
           05 FILLER               PIC X(23)
               VALUE "RG RG                  ".
           05 FILLER               PIC X(23)
               VALUE "ENDCOMPROV. DE ENDERECO".
           05 FILLER               PIC X(23)
               VALUE "RENCOMPROV. DE RENDA   ".
       01  FILLER REDEFINES WS-TAB-DOCS.
           05 WS-DOC-OBRIG OCCURS 3 TIMES.
               10 WS-DOC-TIPO      PIC X(03).
               10 WS-DOC-DESC      PIC X(20).

       77  WS-OPCAO                PIC 9          VALUE ZEROS.
       77  WS-CPF                  PIC 9(11)      VALUE ZEROS.
      *---> SEGUNDO TITULAR (CONTA CONJUNTA): VALIDADO NO CADASTRO DE
       77  WS-VALOR-EXT            PIC 9(06)V99   VALUE ZEROS.
       77  FS-EXTRATO              PIC X(02)      VALUE SPACES.
       77  WS-TECLA                PIC X          VALUE SPACES.

      *---> BAIXA DAS CHAVES PIX DA CONTA ENCERRADA
       77  FS-CHAVESPIX            PIC X(02)      VALUE SPACES.
       77  FS-PIXAUDIT             PIC X(02)      VALUE SPACES.
       77  WS-QTD-CHV              PIC 9(04)      VALUE ZEROS.
       77  WS-IND-CHV              PIC 9(04)      VALUE ZEROS.
       77  WS-QTD-BAIXA            PIC 9(02)      VALUE ZEROS.
       77  WS-DATA-BAIXA           PIC X(08)      VALUE SPACES.
       01  WS-TAB-CHV.
           05 WS-CHV OCCURS 2000 TIMES.
               10 WS-CHV-LINHA     PIC X(85).
               10 WS-CHV-BAIXADA   PIC X.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0100-INICIAR            SECTION.
       0101-INICIAR.
           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           ACCEPT WS-DOCUMENTOS-PATH
               FROM ENVIRONMENT "DOCUMENTOS_PATH".
           IF WS-DOCUMENTOS-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/documentos.dat"
                                               TO WS-DOCUMENTOS-PATH
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-CLIENTES-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/clientes.dat"
                                               TO WS-CLIENTES-PATH
                   ELSE
                       MOVE CLI-NOME TO WS-NOME-TITULAR
                       MOVE "S" TO WS-TITULAR-OK
                       PERFORM 0225-CONFERIR-DOCUMENTOS
                   END-IF
               ELSE
                   DISPLAY "CPF NAO ENCONTRADO NO CADASTRO DE CLIENTES"
           END-IF.
       0220-LOCALIZAR-TITULAR-FIM. EXIT.
      ******************************************************************
      *---> DOCUMENTOS OBRIGATORIOS PARA SER TITULAR: CADA TIPO DA
      *     TABELA PRECISA ESTAR NO DOCUMENTOS.DAT E NAO VENCIDO.
      *     SEM O ARQUIVO, NENHUM DOCUMENTO FOI APRESENTADO. LISTA
      *     TODAS AS PENDENCIAS DE UMA VEZ ANTES DE RECUSAR.
       0225-CONFERIR-DOCUMENTOS SECTION.
       0226-CONFERIR-DOCUMENTOS.
           MOVE "S" TO WS-DOCS-OK.
           MOVE "N" TO WS-DOCS-ABERTO.
           OPEN INPUT DOCUMENTOS.
           IF FS-DOCUMENTOS EQUAL "00"
               MOVE "S" TO WS-DOCS-ABERTO
           END-IF.

           PERFORM VARYING WS-IND-DOC FROM 1 BY 1
                   UNTIL WS-IND-DOC GREATER THAN 3
               MOVE WS-CPF TO DOC-CPF
               MOVE WS-DOC-TIPO(WS-IND-DOC) TO DOC-TIPO
               IF WS-DOCS-ABERTO EQUAL "S"
                   READ DOCUMENTOS
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN FS-DOCUMENTOS NOT EQUAL "00"
                       DISPLAY "DOCUMENTO NAO APRESENTADO: "
                               WS-DOC-DESC(WS-IND-DOC)
                       MOVE "N" TO WS-DOCS-OK
                   WHEN DOC-VALIDADE NOT EQUAL ZEROS
                    AND DOC-VALIDADE LESS THAN WS-DATA-HOJE
                       DISPLAY "DOCUMENTO VENCIDO EM " DOC-VALIDADE
                               ": " WS-DOC-DESC(WS-IND-DOC)
                       MOVE "N" TO WS-DOCS-OK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           IF WS-DOCS-ABERTO EQUAL "S"
               CLOSE DOCUMENTOS
           END-IF.

           IF WS-DOCS-OK NOT EQUAL "S"
               DISPLAY "DOCUMENTACAO PENDENTE - ABERTURA BLOQUEADA"
               MOVE "N" TO WS-TITULAR-OK
           END-IF.
       0225-CONFERIR-DOCUMENTOS-FIM. EXIT.
      ******************************************************************
      *---> O SEGUNDO TITULAR PASSA PELA MESMA CONFERENCIA DO
      *     PRIMEIRO (0220), PRESERVANDO O CPF JA VALIDADO.
       0240-VALIDAR-SEGUNDO-TITULAR SECTION.
           REWRITE REG-CONTA.

           PERFORM 0270-LANCAR-ENCERRAMENTO.
           PERFORM 0280-BAIXAR-CHAVES-PIX.
           DISPLAY "CONTA ENCERRADA.".
       0250-ENCERRAR-CONTA-FIM. EXIT.
      ******************************************************************
           WRITE REG-EXTRATO.
           CLOSE EXTRATO.
       0270-LANCAR-ENCERRAMENTO-FIM. EXIT.
      ******************************************************************
      *---> CHAVES PIX ATIVAS DA CONTA ENCERRADA FICAM INATIVAS COM A
      *     DATA DA BAIXA; CADA UMA VAI PARA A TRILHA COMO BAIXA-ENC
       0280-BAIXAR-CHAVES-PIX  SECTION.
       0281-BAIXAR-CHAVES-PIX.
           MOVE ZEROS TO WS-QTD-CHV WS-QTD-BAIXA.
           OPEN INPUT CHAVESPIX.
           IF FS-CHAVESPIX NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ CHAVESPIX.
           PERFORM UNTIL FS-CHAVESPIX NOT EQUAL "00"
               IF WS-QTD-CHV LESS THAN 2000
                   ADD 1 TO WS-QTD-CHV
                   MOVE REG-CHAVEPIX TO WS-CHV-LINHA(WS-QTD-CHV)
                   MOVE "N" TO WS-CHV-BAIXADA(WS-QTD-CHV)
               END-IF
               READ CHAVESPIX
           END-PERFORM.
           CLOSE CHAVESPIX.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-BAIXA.
           PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                   UNTIL WS-IND-CHV GREATER THAN WS-QTD-CHV
               IF WS-CHV-LINHA(WS-IND-CHV)(44:10) EQUAL WS-CONTA-ENT
                  AND WS-CHV-LINHA(WS-IND-CHV)(67:1) EQUAL "A"
                   MOVE "I" TO WS-CHV-LINHA(WS-IND-CHV)(67:1)
                   MOVE WS-DATA-BAIXA
                           TO WS-CHV-LINHA(WS-IND-CHV)(78:8)
                   MOVE "S" TO WS-CHV-BAIXADA(WS-IND-CHV)
                   ADD 1 TO WS-QTD-BAIXA
               END-IF
           END-PERFORM.
           IF WS-QTD-BAIXA EQUAL ZEROS
               EXIT SECTION
           END-IF.

           OPEN OUTPUT CHAVESPIX.
           PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                   UNTIL WS-IND-CHV GREATER THAN WS-QTD-CHV
               MOVE WS-CHV-LINHA(WS-IND-CHV) TO REG-CHAVEPIX
               WRITE REG-CHAVEPIX
           END-PERFORM.
           CLOSE CHAVESPIX.

           OPEN EXTEND PIXAUDIT.
           IF FS-PIXAUDIT EQUAL "35"
               OPEN OUTPUT PIXAUDIT
               CLOSE PIXAUDIT
               OPEN EXTEND PIXAUDIT
           END-IF.
           PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                   UNTIL WS-IND-CHV GREATER THAN WS-QTD-CHV
               IF WS-CHV-BAIXADA(WS-IND-CHV) EQUAL "S"
                   MOVE SPACES TO REG-PIXAUDIT
                   STRING WS-DATA-BAIXA                    ";"
                          FUNCTION CURRENT-DATE(9:6)       ";"
                          "BAIXA-ENC "                     ";"
                          WS-CHV-LINHA(WS-IND-CHV)(1:1)    ";"
                          WS-CHV-LINHA(WS-IND-CHV)(3:40)   ";"
                          WS-CONTA-ENT                     ";"
                          "          "                     ";"
                          REG-CONTA-OPER-ENCER
                       DELIMITED BY SIZE INTO REG-PIXAUDIT
                   END-STRING
                   WRITE REG-PIXAUDIT
               END-IF
           END-PERFORM.
           CLOSE PIXAUDIT.
           DISPLAY WS-QTD-BAIXA " CHAVE(S) PIX DESATIVADA(S).".
       0280-BAIXAR-CHAVES-PIX-FIM. EXIT.
      ******************************************************************
       0400-FINALIZAR          SECTION.
       0401-FINALIZAR.
