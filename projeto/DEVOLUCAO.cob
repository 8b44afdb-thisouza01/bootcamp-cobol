      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  PROCESSAMENTO DE DEVOLUCOES DE CORRESPONDENCIA E EMAIL
      *     (LOTE)
      *     Le o arquivo de devolucoes (devolucoes.txt: TELEFONE;CPF;
      *     TIPO;MOTIVO;AAAAMMDD, TIPO C = correspondencia devolvida
      *     pelos Correios, E = bounce definitivo do fornecedor de
      *     email), localiza o cliente pelo telefone ou, sem ele, pelo
      *     CPF na chave alternativa, e marca no devolucao.dat o
      *     endereco ou o email como inentregavel com data e motivo --
      *     o endereco/email do clientes.dat nao e tocado. ETIQUETAS e
      *     CAMPANHA pulam os marcados ate o ALTERAR corrigir o dado.
      *     Gera a lista de trabalho do atendimento (devolrel.txt), em
      *     ordem de prioridade: 1 = endereco e email devolvidos
      *     (cliente sem canal escrito), 2 = email devolvido de quem
      *     consentiu marketing, 3 = os demais; no fim, as linhas que
      *     nao localizaram cliente. O arquivo lido vai para o
      *     archive/ com data e hora, para nao ser reprocessado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. DEVOLUCAO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WK-CLIENTES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-CLIENTES
               ALTERNATE RECORD KEY IS REG-NOME
                                       WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF
                                       WITH DUPLICATES
               FILE STATUS     IS FS-CLIENTES.
      *
           SELECT DEVOLUCAO ASSIGN TO WK-DEVOLUCAO-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-DEVOLUCAO
               FILE STATUS     IS FS-DEVOLUCAO.
      *
           SELECT ENTRADA ASSIGN TO WK-ENTRADA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ENTRADA.
      *
           SELECT RELATORIO ASSIGN TO
                               "C:/projeto-bootcamp/devolrel.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTE.cpy".
      *
       FD  DEVOLUCAO.
           COPY "DEVOLUC.cpy".
      *
       FD  ENTRADA.
       01  REG-ENTRADA                 PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  WK-CLIENTES-PATH         PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       01  FS-DEVOLUCAO             PIC X(02) VALUE SPACES.
       01  WK-DEVOLUCAO-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/devolucao.dat".
       01  FS-ENTRADA               PIC X(02) VALUE SPACES.
       01  WK-ENTRADA-PATH          PIC X(100)
           VALUE "C:/projeto-bootcamp/devolucoes.txt".
       01  WK-ARQUIVO-PATH          PIC X(100) VALUE SPACES.
       01  FS-RELATORIO             PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> LINHA DE DEVOLUCAO DESMONTADA
       77  WK-LIN-TELEFONE         PIC X(09) VALUE SPACES.
       77  WK-LIN-CPF              PIC X(11) VALUE SPACES.
       77  WK-LIN-TIPO             PIC X(01) VALUE SPACES.
           88 DEVOLUCAO-CORREIO    VALUE "C".
           88 DEVOLUCAO-EMAIL      VALUE "E".
       77  WK-LIN-MOTIVO           PIC X(30) VALUE SPACES.
       77  WK-LIN-DATA             PIC X(08) VALUE SPACES.
       77  WK-ACHOU-CLIENTE        PIC X     VALUE "N".

      *---> LINHAS NAO LOCALIZADAS, LISTADAS NO FIM DO RELATORIO
       77  WK-QT-REJEITADAS        PIC 9(04) VALUE ZEROS.
       77  WK-IDX-REJ              PIC 9(04) VALUE ZEROS.
       01  WK-TAB-REJEITADAS.
           05 WK-REJ               OCCURS 500 TIMES.
              10 WK-REJ-LINHA      PIC X(70).
              10 WK-REJ-MOTIVO     PIC X(20).
       77  WK-REJ-MOTIVO-CORR      PIC X(20) VALUE SPACES.

      *---> LISTA DE TRABALHO
       77  WK-PRIORIDADE           PIC 9     VALUE ZEROS.
       77  WK-PRIORIDADE-REG       PIC 9     VALUE ZEROS.

      *---> DATA/HORA DA RODADA (NOME DO ARQUIVO NO ARCHIVE)
       01  WK-DATA-HORA.
           05 WK-DATA-HOJE          PIC 9(08).
           05 WK-HORA-AGORA         PIC 9(06).
           05 FILLER                PIC X(07).

      *---> CONTADORES
       77  WK-QT-LIDOS             PIC 9(06) VALUE ZEROS.
       77  WK-QT-MARCADOS          PIC 9(06) VALUE ZEROS.
       77  WK-QT-LISTA             PIC 9(06) VALUE ZEROS.

      *---> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL):
      *     O VISOR SPOOLVIEW LISTA E REIMPRIME O QUE FOI GERADO
       77  WK-SPO-PROGRAMA         PIC X(10) VALUE "DEVOLUCAO".
       77  WK-SPO-ARQUIVO          PIC X(60)
           VALUE "C:/projeto-bootcamp/devolrel.txt".
       77  WK-SPO-LINHAS           PIC 9(06) VALUE ZEROS.
       77  WK-SPO-OPERADOR         PIC X(10) VALUE "LOTE".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-DEVOLUCOES.
           PERFORM 0500-GERAR-LISTA.
           PERFORM 1000-FINALIZAR.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           ACCEPT WK-CLIENTES-PATH FROM ENVIRONMENT "CLIENTES_PATH"
           IF WK-CLIENTES-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/clientes.dat"
                                               TO WK-CLIENTES-PATH
           END-IF.
           ACCEPT WK-DEVOLUCAO-PATH FROM ENVIRONMENT "DEVOLUCAO_PATH"
           IF WK-DEVOLUCAO-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/devolucao.dat"
                                               TO WK-DEVOLUCAO-PATH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT = "00"
               MOVE "CLIENTES.DAT NAO ENCONTRADO P/ DEVOLUCAO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.

           OPEN I-O DEVOLUCAO.
           IF FS-DEVOLUCAO = "35"
               OPEN OUTPUT DEVOLUCAO
               CLOSE DEVOLUCAO
               OPEN I-O DEVOLUCAO
           END-IF.

           OPEN OUTPUT RELATORIO.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *---> LE O ARQUIVO DE DEVOLUCOES DO DIA; SEM ARQUIVO, A RODADA SO
      *     REFAZ A LISTA DE TRABALHO COM O QUE JA ESTA MARCADO.
       0200-PROCESSAR-DEVOLUCOES SECTION.
           IF FS-CLIENTES NOT = "00"
               EXIT SECTION
           END-IF.

           OPEN INPUT ENTRADA.
           IF FS-ENTRADA NOT = "00"
               EXIT SECTION
           END-IF.

           READ ENTRADA NEXT.
           PERFORM UNTIL FS-ENTRADA EQUAL "10"
               IF REG-ENTRADA NOT EQUAL SPACES
                   ADD 1 TO WK-QT-LIDOS
                   PERFORM 0300-TRATAR-LINHA
               END-IF
               READ ENTRADA NEXT
           END-PERFORM.

           CLOSE ENTRADA.
           PERFORM 0250-ARQUIVAR-ENTRADA.
       0200-PROCESSAR-DEVOLUCOES-FIM. EXIT.
      ******************************************************************
      *---> O ARQUIVO JA PROCESSADO VAI PARA O ARCHIVE COM A DATA/HORA
      *     DA RODADA: UMA SEGUNDA RODADA NAO CONTA A DEVOLUCAO DE NOVO.
       0250-ARQUIVAR-ENTRADA   SECTION.
           MOVE SPACES TO WK-ARQUIVO-PATH.
           STRING "C:/projeto-bootcamp/archive/devolucoes_"
                  WK-DATA-HOJE WK-HORA-AGORA ".txt"
               DELIMITED BY SIZE INTO WK-ARQUIVO-PATH
           END-STRING.
           CALL "CBL_RENAME_FILE" USING WK-ENTRADA-PATH
                                        WK-ARQUIVO-PATH.
           IF RETURN-CODE NOT EQUAL ZEROS
               MOVE "DEVOLUCOES.TXT NAO FOI ARQUIVADO!"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
       0250-ARQUIVAR-ENTRADA-FIM. EXIT.
      ******************************************************************
      *---> UMA LINHA: CRITICA, LOCALIZA O CLIENTE E MARCA A DEVOLUCAO.
       0300-TRATAR-LINHA       SECTION.
           MOVE SPACES TO WK-LIN-TELEFONE WK-LIN-CPF WK-LIN-TIPO
                          WK-LIN-MOTIVO WK-LIN-DATA.
           UNSTRING REG-ENTRADA DELIMITED BY ";"
               INTO WK-LIN-TELEFONE WK-LIN-CPF WK-LIN-TIPO
                    WK-LIN-MOTIVO WK-LIN-DATA
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WK-LIN-TIPO) TO WK-LIN-TIPO.

           IF NOT DEVOLUCAO-CORREIO AND NOT DEVOLUCAO-EMAIL
               MOVE "TIPO INVALIDO" TO WK-REJ-MOTIVO-CORR
               PERFORM 0390-GUARDAR-REJEITADA
               EXIT SECTION
           END-IF.

           MOVE "N" TO WK-ACHOU-CLIENTE.
           IF WK-LIN-TELEFONE IS NUMERIC
              AND WK-LIN-TELEFONE NOT EQUAL ZEROS
               MOVE WK-LIN-TELEFONE TO REG-TELEFONE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FS-CLIENTES EQUAL "00"
                   MOVE "S" TO WK-ACHOU-CLIENTE
               END-IF
           END-IF.

           IF WK-ACHOU-CLIENTE EQUAL "N"
              AND WK-LIN-CPF IS NUMERIC
              AND WK-LIN-CPF NOT EQUAL ZEROS
               MOVE WK-LIN-CPF TO REG-CPF
               START CLIENTES KEY IS EQUAL TO REG-CPF
                   INVALID KEY
                       CONTINUE
               END-START
               IF FS-CLIENTES EQUAL "00"
                   READ CLIENTES NEXT
                   IF FS-CLIENTES EQUAL "00"
                      AND REG-CPF EQUAL WK-LIN-CPF
                       MOVE "S" TO WK-ACHOU-CLIENTE
                   END-IF
               END-IF
           END-IF.

           IF WK-ACHOU-CLIENTE EQUAL "N"
               MOVE "CLIENTE NAO ACHADO" TO WK-REJ-MOTIVO-CORR
               PERFORM 0390-GUARDAR-REJEITADA
               EXIT SECTION
           END-IF.

           IF WK-LIN-DATA IS NOT NUMERIC
               MOVE WK-DATA-HOJE TO WK-LIN-DATA
           END-IF.

           PERFORM 0400-MARCAR-DEVOLUCAO.
       0300-TRATAR-LINHA-FIM.  EXIT.
      ******************************************************************
       0390-GUARDAR-REJEITADA  SECTION.
           IF WK-QT-REJEITADAS LESS THAN 500
               ADD 1 TO WK-QT-REJEITADAS
               MOVE REG-ENTRADA TO WK-REJ-LINHA(WK-QT-REJEITADAS)
               MOVE WK-REJ-MOTIVO-CORR
                               TO WK-REJ-MOTIVO(WK-QT-REJEITADAS)
           END-IF.
       0390-GUARDAR-REJEITADA-FIM. EXIT.
      ******************************************************************
      *---> GRAVA (OU REGRAVA) A MARCA DO CLIENTE NO DEVOLUCAO.DAT.
       0400-MARCAR-DEVOLUCAO   SECTION.
           MOVE REG-TELEFONE TO DEV-TELEFONE.
           READ DEVOLUCAO
               INVALID KEY
                   INITIALIZE REG-DEVOLUCAO
                   MOVE REG-TELEFONE TO DEV-TELEFONE
                   MOVE "N" TO DEV-END-FLAG DEV-EMAIL-FLAG
           END-READ.

           MOVE REG-CPF      TO DEV-CPF.
           MOVE WK-DATA-HOJE TO DEV-DATA-ATUALIZ.
           ADD 1 TO DEV-QT-DEVOLUCOES.
           IF DEVOLUCAO-CORREIO
               SET ENDERECO-INENTREGAVEL TO TRUE
               MOVE WK-LIN-DATA   TO DEV-END-DATA
               MOVE WK-LIN-MOTIVO TO DEV-END-MOTIVO
           ELSE
               SET EMAIL-INENTREGAVEL TO TRUE
               MOVE WK-LIN-DATA   TO DEV-EMAIL-DATA
               MOVE WK-LIN-MOTIVO TO DEV-EMAIL-MOTIVO
           END-IF.

           IF FS-DEVOLUCAO EQUAL "00"
               REWRITE REG-DEVOLUCAO
           ELSE
               WRITE REG-DEVOLUCAO
           END-IF.

           IF FS-DEVOLUCAO EQUAL "00"
               ADD 1 TO WK-QT-MARCADOS
           ELSE
               MOVE "ERRO AO GRAVAR DEVOLUCAO.DAT" TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           END-IF.
       0400-MARCAR-DEVOLUCAO-FIM. EXIT.
      ******************************************************************
      *---> LISTA DE TRABALHO DO ATENDIMENTO: TRES PASSADAS NO
      *     DEVOLUCAO.DAT, UMA POR PRIORIDADE, E AS REJEITADAS NO FIM.
       0500-GERAR-LISTA        SECTION.
           MOVE SPACES TO REG-RELATORIO.
           STRING "LISTA DE CONTATOS A CORRIGIR - " WK-DATA-HOJE
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM VARYING WK-PRIORIDADE FROM 1 BY 1
                   UNTIL WK-PRIORIDADE GREATER THAN 3
               MOVE ZEROS TO DEV-TELEFONE
               START DEVOLUCAO KEY NOT LESS THAN CHAVE-DEVOLUCAO
                   INVALID KEY
                       CONTINUE
               END-START
               IF FS-DEVOLUCAO EQUAL "00"
                   READ DEVOLUCAO NEXT
                   PERFORM UNTIL FS-DEVOLUCAO NOT EQUAL "00"
                       PERFORM 0510-LISTAR-DEVOLUCAO
                       READ DEVOLUCAO NEXT
                   END-PERFORM
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "LINHAS NAO PROCESSADAS" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WK-IDX-REJ FROM 1 BY 1
                   UNTIL WK-IDX-REJ GREATER THAN WK-QT-REJEITADAS
               MOVE SPACES TO REG-RELATORIO
               STRING "    " WK-REJ-MOTIVO(WK-IDX-REJ)
                      " "    WK-REJ-LINHA(WK-IDX-REJ)
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAIS LIDOS=" WK-QT-LIDOS
                  " MARCADOS="    WK-QT-MARCADOS
                  " REJEITADOS="  WK-QT-REJEITADAS
                  " NA LISTA="    WK-QT-LISTA
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
       0500-GERAR-LISTA-FIM.   EXIT.
      ******************************************************************
      *---> LISTA O REGISTRO SE ELE TEM MARCA ATIVA E E DA PRIORIDADE
      *     DA PASSADA CORRENTE; CLIENTE JA EXCLUIDO NAO ENTRA.
       0510-LISTAR-DEVOLUCAO   SECTION.
           IF NOT ENDERECO-INENTREGAVEL AND NOT EMAIL-INENTREGAVEL
               EXIT SECTION
           END-IF.

           MOVE DEV-TELEFONE TO REG-TELEFONE.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-CLIENTES NOT EQUAL "00"
               EXIT SECTION
           END-IF.

           EVALUATE TRUE
               WHEN ENDERECO-INENTREGAVEL AND EMAIL-INENTREGAVEL
                   MOVE 1 TO WK-PRIORIDADE-REG
               WHEN EMAIL-INENTREGAVEL AND CONSENTIU
                   MOVE 2 TO WK-PRIORIDADE-REG
               WHEN OTHER
                   MOVE 3 TO WK-PRIORIDADE-REG
           END-EVALUATE.
           IF WK-PRIORIDADE-REG NOT EQUAL WK-PRIORIDADE
               EXIT SECTION
           END-IF.

           ADD 1 TO WK-QT-LISTA.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PRIORIDADE " WK-PRIORIDADE
                  " TELEFONE="  DEV-TELEFONE
                  " NOME="      REG-NOME
                  " DEVOLUCOES=" DEV-QT-DEVOLUCOES
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

           IF ENDERECO-INENTREGAVEL
               MOVE SPACES TO REG-RELATORIO
               STRING "    ENDERECO DEVOLVIDO EM " DEV-END-DATA
                      " MOTIVO=" DEV-END-MOTIVO
                      " CEP="    REG-END-CEP
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
           END-IF.

           IF EMAIL-INENTREGAVEL
               MOVE SPACES TO REG-RELATORIO
               STRING "    EMAIL DEVOLVIDO EM    " DEV-EMAIL-DATA
                      " MOTIVO=" DEV-EMAIL-MOTIVO
                      " EMAIL="  REG-EMAIL
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
           END-IF.
       0510-LISTAR-DEVOLUCAO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE DEVOLUCAO.
           CLOSE RELATORIO.

           MOVE WK-QT-LISTA TO WK-SPO-LINHAS.
           CALL "SPOOLCTL" USING WK-SPO-PROGRAMA WK-SPO-ARQUIVO
                                 WK-SPO-LINHAS WK-SPO-OPERADOR.

           DISPLAY "DEVOLUCAO - LIDOS: "      WK-QT-LIDOS.
           DISPLAY "DEVOLUCAO - MARCADOS: "   WK-QT-MARCADOS.
           DISPLAY "DEVOLUCAO - REJEITADOS: " WK-QT-REJEITADAS.
           DISPLAY "DEVOLUCAO - NA LISTA: "   WK-QT-LISTA.
       1000-FINALIZAR-FIM.     EXIT.
