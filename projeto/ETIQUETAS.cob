      *     etiquetas.txt para o conjunto selecionado de clientes:
      *     todos os ativos com endereco ou apenas os de uma UF.
      *     Clientes sem endereco preenchido sao pulados e contados.
      *     Opcionalmente sai uma etiqueta so por domicilio (arquivo
      *     domicilios.txt gerado pelo lote DOMICILIO): o primeiro
      *     membro do domicilio leva a etiqueta, os demais sao pulados.
      *     Clientes com endereco marcado como devolvido pelos Correios
      *     (devolucao.dat, lote DEVOLUCAO) sao pulados e contados ate
      *     o ALTERAR corrigir o endereco.
      *     O cadastro e lido pela varredura unica (VARRCLI), do
      *     extrato da cadeia NOTURNO quando ele esta em dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ETIQUETAS ASSIGN TO
                               "C:/projeto-bootcamp/etiquetas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ETIQUETAS.
      *
      *---> DOMICILIOS DETECTADOS PELO LOTE DOMICILIO (DOMICILIO;
      *     TELEFONE;CPF;CEP;NUMERO;COMPLEMENTO)
           SELECT DOMICILIOS ASSIGN TO
                               "C:/projeto-bootcamp/domicilios.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-DOMICILIOS.
      *
      *---> MARCAS DE ENDERECO/EMAIL DEVOLVIDO (LOTE DEVOLUCAO)
           SELECT DEVOLUCAO ASSIGN TO WK-DEVOLUCAO-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS CHAVE-DEVOLUCAO
               FILE STATUS     IS FS-DEVOLUCAO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  ETIQUETAS.
       01  REG-ETIQUETA                PIC X(80).
      *
       FD  DOMICILIOS.
       01  REG-DOMICILIO               PIC X(80).
      *
       FD  DEVOLUCAO.
           COPY "DEVOLUC.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-ETIQUETAS             PIC X(02) VALUE SPACES.
       01  FS-DOMICILIOS            PIC X(02) VALUE SPACES.
       01  FS-DEVOLUCAO             PIC X(02) VALUE SPACES.
       01  WK-DEVOLUCAO-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/devolucao.dat".
       77  WK-TEM-DEVOLUCAO        PIC X     VALUE "N".
       77  WK-END-DEVOLVIDO        PIC X     VALUE "N".

      *---> REGISTRO ENTREGUE PELA VARREDURA UNICA (VARRCLI)
           COPY "CLIENTE.cpy".
       77  WK-VAR-ACAO              PIC X(01) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.
       77  WK-TIPO-FILTRO          PIC 9     VALUE 1.
       77  WK-UF-FILTRO            PIC X(02) VALUE SPACES.
       77  WK-POR-DOMICILIO        PIC X     VALUE "N".

      *---> CONTADORES
       77  WK-QT-ETIQUETAS         PIC 9(06) VALUE ZEROS.
       77  WK-QT-SEM-ENDERECO      PIC 9(06) VALUE ZEROS.
       77  WK-QT-MESMO-DOMIC       PIC 9(06) VALUE ZEROS.
       77  WK-QT-DEVOLVIDOS        PIC 9(06) VALUE ZEROS.

      *---> TELEFONE -> DOMICILIO (DOMICILIOS.TXT) E MARCA DE DOMICILIO
      *     JA ETIQUETADO NESTA RODADA
       77  WK-QT-DOM-MEMBROS       PIC 9(05) VALUE ZEROS.
       77  WK-IDX-DOM              PIC 9(05) VALUE ZEROS.
       01  WK-TAB-DOM-MEMBROS.
           05 WK-DMB               OCCURS 5000 TIMES.
              10 WK-DMB-TELEFONE   PIC X(09).
              10 WK-DMB-DOMIC      PIC 9(05).
       01  WK-TAB-DOM-USADO.
           05 WK-DOM-USADO         PIC X(01) OCCURS 5000 TIMES.
       77  WK-LIN-DOMIC            PIC X(05) VALUE SPACES.
       77  WK-LIN-TELEFONE         PIC X(09) VALUE SPACES.
       77  WK-TEL-X                PIC X(09) VALUE SPACES.
       77  WK-MESMO-DOMIC          PIC X     VALUE "N".

      *---> CEP FORMATADO 00000-000 PARA A LINHA DA ETIQUETA
       01  WK-CEP-EDT.
       01  TELA-FILTRO-UF.
           05 LINE 06 COLUMN 10 VALUE "UF DESEJADA: ".
           05 COLUMN PLUS 1 PIC X(02) USING WK-UF-FILTRO.
      *
       01  TELA-FILTRO-DOMIC.
           05 LINE 07 COLUMN 10 VALUE
               "UMA ETIQUETA POR DOMICILIO (S/N): ".
           05 COLUMN PLUS 1 PIC X(01) USING WK-POR-DOMICILIO.
      *
           COPY "ERROR.cpy".

       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           MOVE "A" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
           MOVE "MODULO - ETIQUETAS" TO WK-MODULO.

      *---> SEM DEVOLUCAO.DAT NENHUM ENDERECO ESTA MARCADO
           ACCEPT WK-DEVOLUCAO-PATH FROM ENVIRONMENT "DEVOLUCAO_PATH"
           IF WK-DEVOLUCAO-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/devolucao.dat"
                                               TO WK-DEVOLUCAO-PATH
           END-IF.
           MOVE "N" TO WK-TEM-DEVOLUCAO.
           OPEN INPUT DEVOLUCAO.
           IF FS-DEVOLUCAO EQUAL "00"
               MOVE "S" TO WK-TEM-DEVOLUCAO
           END-IF.

           MOVE 1 TO WK-TIPO-FILTRO.
           DISPLAY TELA-ETIQUETAS.
           ACCEPT TELA-ETIQUETAS.
               ACCEPT TELA-FILTRO-UF
               MOVE FUNCTION UPPER-CASE(WK-UF-FILTRO) TO WK-UF-FILTRO
           END-IF.

           MOVE "N" TO WK-POR-DOMICILIO.
           DISPLAY TELA-FILTRO-DOMIC.
           ACCEPT TELA-FILTRO-DOMIC.
           MOVE FUNCTION UPPER-CASE(WK-POR-DOMICILIO)
                                               TO WK-POR-DOMICILIO.
           IF WK-POR-DOMICILIO EQUAL "S"
               PERFORM 0150-CARREGAR-DOMICILIOS
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *---> CARREGA O ARQUIVO DE DOMICILIOS (TELEFONE -> NUMERO DO
      *     DOMICILIO) E ZERA AS MARCAS DE DOMICILIO JA ATENDIDO.
       0150-CARREGAR-DOMICILIOS SECTION.
           MOVE ZEROS TO WK-QT-DOM-MEMBROS.
           MOVE ALL "N" TO WK-TAB-DOM-USADO.
           OPEN INPUT DOMICILIOS.
           IF FS-DOMICILIOS NOT = "00"
               MOVE "DOMICILIOS.TXT NAO ENCONTRADO!" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               MOVE "N" TO WK-POR-DOMICILIO
               EXIT SECTION
           END-IF.

           READ DOMICILIOS NEXT.
           PERFORM UNTIL FS-DOMICILIOS EQUAL "10"
                      OR WK-QT-DOM-MEMBROS EQUAL 5000
               MOVE SPACES TO WK-LIN-DOMIC WK-LIN-TELEFONE
               UNSTRING REG-DOMICILIO DELIMITED BY ";"
                   INTO WK-LIN-DOMIC WK-LIN-TELEFONE
               END-UNSTRING
               IF WK-LIN-DOMIC IS NUMERIC
                   ADD 1 TO WK-QT-DOM-MEMBROS
                   MOVE WK-LIN-TELEFONE TO
                               WK-DMB-TELEFONE(WK-QT-DOM-MEMBROS)
                   MOVE WK-LIN-DOMIC TO WK-DMB-DOMIC(WK-QT-DOM-MEMBROS)
               END-IF
               READ DOMICILIOS NEXT
           END-PERFORM.

           CLOSE DOMICILIOS.
       0150-CARREGAR-DOMICILIOS-FIM. EXIT.
      ******************************************************************
       0200-GERAR-ETIQUETAS    SECTION.
           IF FS-CLIENTES NOT = "00"

           OPEN OUTPUT ETIQUETAS.

           IF FS-CLIENTES EQUAL "00"
               PERFORM 0210-LER-CLIENTE
               PERFORM UNTIL FS-CLIENTES EQUAL "10"
                   IF CLIENTE-ATIVO
                      AND (WK-TIPO-FILTRO NOT EQUAL 2
                               OR REG-END-CEP EQUAL ZEROS
                           ADD 1 TO WK-QT-SEM-ENDERECO
                       ELSE
                           PERFORM 0260-VERIFICAR-DEVOLUCAO
                           IF WK-END-DEVOLVIDO EQUAL "S"
                               ADD 1 TO WK-QT-DEVOLVIDOS
                           ELSE
                               PERFORM 0250-VERIFICAR-DOMICILIO
                               IF WK-MESMO-DOMIC EQUAL "S"
                                   ADD 1 TO WK-QT-MESMO-DOMIC
                               ELSE
                                   ADD 1 TO WK-QT-ETIQUETAS
                                   PERFORM 0300-GRAVAR-ETIQUETA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 0210-LER-CLIENTE
               END-PERFORM
           END-IF.

           DISPLAY WK-QT-ETIQUETAS AT 0832 FOREGROUND-COLOR 2.
           DISPLAY "PULADOS S/ ENDERECO: " AT 0910 FOREGROUND-COLOR 2.
           DISPLAY WK-QT-SEM-ENDERECO AT 0932 FOREGROUND-COLOR 2.
           DISPLAY "PULADOS MESMO DOMIC: " AT 1010 FOREGROUND-COLOR 2.
           DISPLAY WK-QT-MESMO-DOMIC AT 1032 FOREGROUND-COLOR 2.
           DISPLAY "PULADOS END DEVOLV.: " AT 1110 FOREGROUND-COLOR 2.
           DISPLAY WK-QT-DEVOLVIDOS AT 1132 FOREGROUND-COLOR 2.
           DISPLAY "SAIDA EM ETIQUETAS.TXT - APERTE UMA TECLA"
               AT 1210 FOREGROUND-COLOR 2.
           ACCEPT WK-TECLA AT 1253.
       0200-GERAR-ETIQUETAS-FIM. EXIT.
      ******************************************************************
       0210-LER-CLIENTE        SECTION.
           MOVE "L" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
       0210-LER-CLIENTE-FIM.   EXIT.
      ******************************************************************
      *---> UMA ETIQUETA POR DOMICILIO: O CLIENTE E PULADO QUANDO OUTRO
      *     MEMBRO DO MESMO DOMICILIO JA RECEBEU A SUA NESTA RODADA.
       0250-VERIFICAR-DOMICILIO SECTION.
           MOVE "N" TO WK-MESMO-DOMIC.
           IF WK-POR-DOMICILIO NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           MOVE REG-TELEFONE TO WK-TEL-X.
           PERFORM VARYING WK-IDX-DOM FROM 1 BY 1
                   UNTIL WK-IDX-DOM GREATER THAN WK-QT-DOM-MEMBROS
               IF WK-DMB-TELEFONE(WK-IDX-DOM) EQUAL WK-TEL-X
                   IF WK-DOM-USADO(WK-DMB-DOMIC(WK-IDX-DOM)) EQUAL "S"
                       MOVE "S" TO WK-MESMO-DOMIC
                   ELSE
                       MOVE "S" TO
                               WK-DOM-USADO(WK-DMB-DOMIC(WK-IDX-DOM))
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0250-VERIFICAR-DOMICILIO-FIM. EXIT.
      ******************************************************************
      *---> ENDERECO DEVOLVIDO PELOS CORREIOS E AINDA NAO CORRIGIDO:
      *     NAO ADIANTA MANDAR OUTRA CARTA PARA O MESMO LUGAR.
       0260-VERIFICAR-DEVOLUCAO SECTION.
           MOVE "N" TO WK-END-DEVOLVIDO.
           IF WK-TEM-DEVOLUCAO NOT EQUAL "S"
               EXIT SECTION
           END-IF.

           MOVE REG-TELEFONE TO DEV-TELEFONE.
           READ DEVOLUCAO
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF ENDERECO-INENTREGAVEL
               MOVE "S" TO WK-END-DEVOLVIDO
           END-IF.
       0260-VERIFICAR-DEVOLUCAO-FIM. EXIT.
      ******************************************************************
      *---> UMA ETIQUETA = QUATRO LINHAS IMPRESSAS + UMA EM BRANCO:
      *     NOME / LOGRADOURO, NUMERO COMPLEMENTO / BAIRRO /
       0300-GRAVAR-ETIQUETA-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           MOVE "F" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
           IF WK-TEM-DEVOLUCAO EQUAL "S"
               CLOSE DEVOLUCAO
           END-IF.
       1000-FINALIZAR-FIM.     EXIT.
