      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  CONFERENCIA DA REPLICA NO DESTINO (LOTE)
      *     Le o manifesto.txt gravado pelo REPLICA no destino
      *     (REPLICA_DESTINO, padrao D:/replica-bootcamp) e, para
      *     cada arquivo dado como copiado, recalcula no proprio
      *     destino tamanho, registros e soma pelo ARQSOMA,
      *     relatando em verifrep.txt (no destino) o que esta
      *     faltando, o que diverge do manifesto e o que a copia
      *     da noite nao conseguiu levar (FALHA no manifesto).
      *     Roda como etapa do NOTURNO logo depois da replicacao e
      *     pode rodar sozinho na maquina secundaria, apontando
      *     REPLICA_DESTINO para a copia local.
      *     Qualquer pendencia devolve RETURN-CODE 8 (erro no
      *     run-control quando chamado pelo NOTURNO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. VERIFREP.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT MANIFESTO ASSIGN TO WK-MANIFESTO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MANIFESTO.
      *
           SELECT RELATORIO ASSIGN TO WK-RELATORIO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
      *---> MESMO LAYOUT GRAVADO PELO REPLICA
       FD  MANIFESTO.
       01  REG-MANIFESTO.
           05 MAN-ARQUIVO              PIC X(60).
           05 FILLER                   PIC X(01).
           05 MAN-TIPO                 PIC X(01).
           05 FILLER                   PIC X(01).
           05 MAN-TAMANHO              PIC 9(12).
           05 FILLER                   PIC X(01).
           05 MAN-REGISTROS            PIC 9(09).
           05 FILLER                   PIC X(01).
           05 MAN-SOMA                 PIC 9(10).
           05 FILLER                   PIC X(01).
           05 MAN-SITUACAO             PIC X(08).
           05 FILLER                   PIC X(05).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(132).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       01  FS-MANIFESTO             PIC X(02) VALUE SPACES.
       01  FS-RELATORIO             PIC X(02) VALUE SPACES.
       01  WK-MANIFESTO-PATH        PIC X(100) VALUE SPACES.
       01  WK-RELATORIO-PATH        PIC X(100) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".

      *---> CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARAMCTL):
      *     VARIAVEL DE AMBIENTE VENCE, DEPOIS O ARQUIVO, DEPOIS O
      *     PADRAO DO PROGRAMA
       77  WK-PARAM-NOME            PIC X(20) VALUE SPACES.
       77  WK-PARAM-VALOR           PIC X(60) VALUE SPACES.
       77  WK-PARAM-RC              PIC X(02) VALUE SPACES.

      *---> DESTINO DA REPLICA (REPLICA_DESTINO)
       01  WK-DESTINO               PIC X(60)
           VALUE "D:/replica-bootcamp".
       01  WK-COPIA-PATH            PIC X(100) VALUE SPACES.
       77  WK-FIM-MANIFESTO         PIC X     VALUE "N".
       77  WK-MANIFESTO-ABERTO      PIC X     VALUE "N".

      *---> RESULTADO DO ARQSOMA
       77  WK-SOMA-TIPO             PIC X(01) VALUE SPACES.
       77  WK-SOMA-TAMANHO          PIC 9(12) VALUE ZEROS.
       77  WK-SOMA-REGISTROS        PIC 9(09) VALUE ZEROS.
       77  WK-SOMA-VALOR            PIC 9(10) VALUE ZEROS.
       77  WK-SOMA-RC               PIC X(02) VALUE SPACES.

      *---> TOTAIS DE CONTROLE
       77  WK-QT-LIDOS              PIC 9(04) VALUE ZEROS.
       77  WK-QT-CONFERIDOS         PIC 9(04) VALUE ZEROS.
       77  WK-QT-FALTANDO           PIC 9(04) VALUE ZEROS.
       77  WK-QT-DIVERGENTES        PIC 9(04) VALUE ZEROS.
       77  WK-QT-NAO-COPIADOS       PIC 9(04) VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONFERIR-ARQUIVO
               UNTIL WK-FIM-MANIFESTO EQUAL "S".
           PERFORM 1000-FINALIZAR.

           GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           MOVE ZEROS TO WK-QT-LIDOS.
           MOVE ZEROS TO WK-QT-CONFERIDOS.
           MOVE ZEROS TO WK-QT-FALTANDO.
           MOVE ZEROS TO WK-QT-DIVERGENTES.
           MOVE ZEROS TO WK-QT-NAO-COPIADOS.
           MOVE "N" TO WK-FIM-MANIFESTO.
           MOVE "N" TO WK-MANIFESTO-ABERTO.
           MOVE ZEROS TO RETURN-CODE.

           MOVE SPACES TO WK-DESTINO.
           ACCEPT WK-DESTINO FROM ENVIRONMENT "REPLICA_DESTINO".
           IF WK-DESTINO EQUAL SPACES
               MOVE "REPLICA_DESTINO" TO WK-PARAM-NOME
               CALL "PARAMCTL" USING WK-PARAM-NOME WK-PARAM-VALOR
                                     WK-PARAM-RC
               IF WK-PARAM-RC EQUAL "00"
                   MOVE WK-PARAM-VALOR TO WK-DESTINO
               END-IF
           END-IF.
           IF WK-DESTINO EQUAL SPACES
               MOVE "D:/replica-bootcamp" TO WK-DESTINO
           END-IF.

           MOVE SPACES TO WK-MANIFESTO-PATH WK-RELATORIO-PATH.
           STRING FUNCTION TRIM(WK-DESTINO) "/manifesto.txt"
               DELIMITED BY SIZE INTO WK-MANIFESTO-PATH
           END-STRING.
           STRING FUNCTION TRIM(WK-DESTINO) "/verifrep.txt"
               DELIMITED BY SIZE INTO WK-RELATORIO-PATH
           END-STRING.

           OPEN INPUT MANIFESTO.
           IF FS-MANIFESTO NOT EQUAL "00"
               MOVE "MANIFESTO DA REPLICA NAO ENCONTRADO"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
               DISPLAY WK-ABEND-MESSAGE " "
                       FUNCTION TRIM(WK-MANIFESTO-PATH)
               MOVE "S" TO WK-FIM-MANIFESTO
               ADD 1 TO WK-QT-FALTANDO
               EXIT SECTION
           END-IF.

           MOVE "S" TO WK-MANIFESTO-ABERTO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CONFERENCIA DA REPLICA EM "
                  FUNCTION TRIM(WK-DESTINO)
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *---> LINHAS COM "#" SAO CABECALHO/TOTAIS DO REPLICA; ARQUIVO
      *     AUSENTE NA ORIGEM NAO TEM O QUE CONFERIR.
       0200-CONFERIR-ARQUIVO   SECTION.
           READ MANIFESTO
               AT END
                   MOVE "S" TO WK-FIM-MANIFESTO
                   EXIT SECTION
           END-READ.

           IF REG-MANIFESTO(1:1) EQUAL "#"
              OR MAN-SITUACAO EQUAL "AUSENTE"
               EXIT SECTION
           END-IF.
           ADD 1 TO WK-QT-LIDOS.

           IF MAN-SITUACAO NOT EQUAL "COPIADO"
               ADD 1 TO WK-QT-NAO-COPIADOS
               MOVE SPACES TO REG-RELATORIO
               STRING "NAO REPLICADO    " MAN-ARQUIVO
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WK-COPIA-PATH.
           STRING FUNCTION TRIM(WK-DESTINO) "/"
                  FUNCTION TRIM(MAN-ARQUIVO)
               DELIMITED BY SIZE INTO WK-COPIA-PATH
           END-STRING.
           MOVE MAN-TIPO TO WK-SOMA-TIPO.
           CALL "ARQSOMA" USING WK-COPIA-PATH WK-SOMA-TIPO
                                WK-SOMA-TAMANHO WK-SOMA-REGISTROS
                                WK-SOMA-VALOR WK-SOMA-RC.

           EVALUATE TRUE
               WHEN WK-SOMA-RC EQUAL "NE"
                   ADD 1 TO WK-QT-FALTANDO
                   MOVE SPACES TO REG-RELATORIO
                   STRING "FALTA NO DESTINO " MAN-ARQUIVO
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   END-STRING
                   WRITE REG-RELATORIO
               WHEN WK-SOMA-RC NOT EQUAL "00" AND NOT EQUAL "IX"
                  OR WK-SOMA-TAMANHO   NOT EQUAL MAN-TAMANHO
                  OR WK-SOMA-REGISTROS NOT EQUAL MAN-REGISTROS
                  OR WK-SOMA-VALOR     NOT EQUAL MAN-SOMA
                   ADD 1 TO WK-QT-DIVERGENTES
                   PERFORM 0250-GRAVAR-DIVERGENTE
               WHEN OTHER
                   ADD 1 TO WK-QT-CONFERIDOS
           END-EVALUATE.
       0200-CONFERIR-ARQUIVO-FIM. EXIT.
      ******************************************************************
       0250-GRAVAR-DIVERGENTE  SECTION.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DIVERGE          " MAN-ARQUIVO
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "   MANIFESTO TAM=" MAN-TAMANHO
                  " REG=" MAN-REGISTROS
                  " SOMA=" MAN-SOMA
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING "   DESTINO   TAM=" WK-SOMA-TAMANHO
                  " REG=" WK-SOMA-REGISTROS
                  " SOMA=" WK-SOMA-VALOR
                  " RC=" WK-SOMA-RC
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
       0250-GRAVAR-DIVERGENTE-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           IF WK-MANIFESTO-ABERTO EQUAL "S"
               CLOSE MANIFESTO
               MOVE SPACES TO REG-RELATORIO
               STRING "TOTAIS ARQUIVOS="  WK-QT-LIDOS
                      " CONFERIDOS="      WK-QT-CONFERIDOS
                      " FALTANDO="        WK-QT-FALTANDO
                      " DIVERGENTES="     WK-QT-DIVERGENTES
                      " NAO-REPLICADOS="  WK-QT-NAO-COPIADOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               CLOSE RELATORIO
           END-IF.

           DISPLAY "VERIFREP - ARQUIVOS: "      WK-QT-LIDOS.
           DISPLAY "VERIFREP - CONFERIDOS: "    WK-QT-CONFERIDOS.
           DISPLAY "VERIFREP - FALTANDO: "      WK-QT-FALTANDO.
           DISPLAY "VERIFREP - DIVERGENTES: "   WK-QT-DIVERGENTES.
           DISPLAY "VERIFREP - NAO REPLICADOS: " WK-QT-NAO-COPIADOS.

           IF WK-QT-FALTANDO     EQUAL ZEROS
              AND WK-QT-DIVERGENTES  EQUAL ZEROS
              AND WK-QT-NAO-COPIADOS EQUAL ZEROS
               MOVE "REPLICA CONFERIDA SEM DIVERGENCIAS"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-INFO TO TRUE
           ELSE
               MOVE "REPLICA COM PENDENCIAS - VER VERIFREP.TXT"
                                               TO WK-ABEND-MESSAGE
               SET SEVERIDADE-ERRO TO TRUE
           END-IF.
           CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE.

      *---> O RETORNO SO E ACERTADO DEPOIS DO ERROLOG, CUJO GOBACK
      *     SOBRESCREVERIA O RETURN-CODE
           IF SEVERIDADE-ERRO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF.
       1000-FINALIZAR-FIM.     EXIT.
