      *     registro atual do clientes.dat, as entradas de auditoria
      *     de exclusao (auditlog.txt, gravado pelo EXCLUIR) e as
      *     copias na lixeira (lixeira.dat) -- a pesquisa que antes
      *     exigia tres ferramentas. Com o registro atual em tela, a
      *     tecla 'D' abre os documentos do cliente (DOCUMENTOS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT ESCORE ASSIGN TO "C:\teste\escore.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ESCORE.
      *
      *---> HISTORICO DE CONTATOS DE MARKETING GRAVADO PELO MODULO
      *     CAMPANHA (CAMPANHA;AAAAMMDD;CANAL;CPF;TELEFONE)
           SELECT CAMPHIST ASSIGN TO "C:/projeto-bootcamp/camphist.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CAMPHIST.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
      *
       FD  ESCORE.
       01  REG-ESCORE                  PIC X(80).
      *
       FD  CAMPHIST.
       01  REG-CAMPHIST                PIC X(60).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  WK-LIXEIRA-PATH          PIC X(100)
           VALUE "C:/projeto-bootcamp/lixeira.dat".
       01  FS-ESCORE                PIC X(02) VALUE SPACES.
       01  FS-CAMPHIST              PIC X(02) VALUE SPACES.

      *---> LINHA DO ESCORE DESMONTADA E FORMATADA PARA A TELA
       77  WK-ESC-CPF               PIC X(11) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE " PTS".
           05 WK-PNL-ESC-PONTOS     PIC X(06) VALUE SPACES.

      *---> CONTATOS DE CAMPANHA DO CLIENTE: O ULTIMO E QUANTOS NO MES
       77  WK-CAM-CAMPANHA          PIC X(10) VALUE SPACES.
       77  WK-CAM-DATA              PIC X(08) VALUE SPACES.
       77  WK-CAM-CANAL             PIC X(01) VALUE SPACES.
       77  WK-CAM-CPF               PIC X(11) VALUE SPACES.
       77  WK-CAM-TELEFONE          PIC X(09) VALUE SPACES.
       77  WK-CAM-DO-CLIENTE        PIC X     VALUE "N".
       77  WK-CAM-QT-MES            PIC 9(03) VALUE ZEROS.
       77  WK-ANOMES-HOJE           PIC X(06) VALUE SPACES.
       01  WK-LINHA-CAMPANHA.
           05 FILLER                PIC X(17) VALUE
              "ULTIMA CAMPANHA ".
           05 WK-PNL-CAM-CAMPANHA   PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE " EM ".
           05 WK-PNL-CAM-DATA       PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE " CANAL ".
           05 WK-PNL-CAM-CANAL      PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE
              " - NESTE MES: ".
           05 WK-PNL-CAM-QT-MES     PIC ZZ9.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".
           MOVE ZEROS TO WK-QTD-TELS WK-QT-LIXEIRA WK-QT-AUDITORIA.
           PERFORM 0300-BUSCAR-ATUAL.
           PERFORM 0380-MOSTRAR-ESCORE.
           PERFORM 0390-MOSTRAR-CAMPANHAS.
           PERFORM 0400-LISTAR-LIXEIRA.
           PERFORM 0500-LISTAR-AUDITORIA.

      *---> COM REGISTRO ATUAL, DA PARA ABRIR OS DOCUMENTOS DO
      *     CLIENTE (O REG-TELEFONE JA FOI SOBREPOSTO PELA LIXEIRA, O
      *     TELEFONE DO REGISTRO ATUAL FICOU NO WK-ACE-TELEFONE)
           IF WK-TEM-ATUAL EQUAL "S"
               DISPLAY "FIM DA VISAO 360 - 'D' DOCUMENTOS, SENAO TECLA"
                   AT 2405 FOREGROUND-COLOR 2
               ACCEPT WK-TECLA AT 2453
               IF FUNCTION UPPER-CASE(WK-TECLA) EQUAL "D"
                   CALL "DOCUMENTOS" USING WK-ACE-TELEFONE
                                           WK-CPF-BUSCA REG-NOME
               END-IF
           ELSE
               DISPLAY "FIM DA VISAO 360 - APERTE UMA TECLA" AT 2405
                   FOREGROUND-COLOR 2
               ACCEPT WK-TECLA AT 2442
           END-IF.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
      *---> LOCALIZA O REGISTRO ATUAL: POR LEITURA DIRETA NA CHAVE
           END-IF.
       0380-MOSTRAR-ESCORE-FIM. EXIT.
      ******************************************************************
      *---> CONTATOS DE MARKETING: VARRE O CAMPHIST.TXT PELO CPF OU
      *     PELO TELEFONE DO CLIENTE E MOSTRA NA LINHA 17 A ULTIMA
      *     CAMPANHA RECEBIDA E QUANTAS MENSAGENS ELE JA TEVE NO MES
      *     CORRENTE -- "JA MANDAMOS MENSAGEM ESTE MES?".
       0390-MOSTRAR-CAMPANHAS  SECTION.
           MOVE ZEROS  TO WK-CAM-QT-MES.
           MOVE SPACES TO WK-PNL-CAM-CAMPANHA WK-PNL-CAM-DATA
                          WK-PNL-CAM-CANAL.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WK-ANOMES-HOJE.
           OPEN INPUT CAMPHIST.
           IF FS-CAMPHIST NOT = "00"
               EXIT SECTION
           END-IF.

           READ CAMPHIST NEXT.
           PERFORM UNTIL FS-CAMPHIST EQUAL "10"
               MOVE SPACES TO WK-CAM-CAMPANHA WK-CAM-DATA WK-CAM-CANAL
                              WK-CAM-CPF WK-CAM-TELEFONE
               UNSTRING REG-CAMPHIST DELIMITED BY ";"
                   INTO WK-CAM-CAMPANHA WK-CAM-DATA WK-CAM-CANAL
                        WK-CAM-CPF WK-CAM-TELEFONE
               END-UNSTRING
               MOVE "N" TO WK-CAM-DO-CLIENTE
               IF WK-CPF-BUSCA NOT EQUAL ZEROS
                  AND WK-CAM-CPF IS NUMERIC
                  AND WK-CAM-CPF EQUAL WK-CPF-BUSCA
                   MOVE "S" TO WK-CAM-DO-CLIENTE
               END-IF
               PERFORM VARYING WK-IDX-TEL FROM 1 BY 1
                       UNTIL WK-IDX-TEL GREATER THAN WK-QTD-TELS
                   IF WK-CAM-TELEFONE EQUAL WK-TEL-CLIENTE(WK-IDX-TEL)
                       MOVE "S" TO WK-CAM-DO-CLIENTE
                   END-IF
               END-PERFORM
               IF WK-TEL-BUSCA NOT EQUAL ZEROS
                  AND WK-CAM-TELEFONE IS NUMERIC
                  AND WK-CAM-TELEFONE EQUAL WK-TEL-BUSCA
                   MOVE "S" TO WK-CAM-DO-CLIENTE
               END-IF
               IF WK-CAM-DO-CLIENTE EQUAL "S"
                   IF WK-CAM-DATA NOT LESS THAN WK-PNL-CAM-DATA
                       MOVE WK-CAM-CAMPANHA TO WK-PNL-CAM-CAMPANHA
                       MOVE WK-CAM-DATA     TO WK-PNL-CAM-DATA
                       MOVE WK-CAM-CANAL    TO WK-PNL-CAM-CANAL
                   END-IF
                   IF WK-CAM-DATA(1:6) EQUAL WK-ANOMES-HOJE
                       ADD 1 TO WK-CAM-QT-MES
                   END-IF
               END-IF
               READ CAMPHIST NEXT
           END-PERFORM.

           CLOSE CAMPHIST.

           IF WK-PNL-CAM-DATA NOT EQUAL SPACES
               MOVE WK-CAM-QT-MES TO WK-PNL-CAM-QT-MES
               DISPLAY WK-LINHA-CAMPANHA AT 1705 FOREGROUND-COLOR 2
           ELSE
               DISPLAY "(NENHUMA CAMPANHA ENVIADA)" AT 1705
                   FOREGROUND-COLOR 2
           END-IF.
       0390-MOSTRAR-CAMPANHAS-FIM. EXIT.
      ******************************************************************
      *---> VARRE A LIXEIRA EXIBINDO AS COPIAS EXCLUIDAS DO CLIENTE
      *     (MESMO TELEFONE OU MESMO CPF) E GUARDANDO OS TELEFONES
      *     ENCONTRADOS PARA O CASAMENTO COM A AUDITORIA.
