      *     tabela paralela DDD->UF, e grava relddd.txt alem de
      *     exibir na tela -- o mapa que o planejamento de expansao
      *     montava na mao a partir do CSV.
      *     O cadastro e lido pela varredura unica (VARRCLI), do
      *     extrato da cadeia NOTURNO quando ele esta em dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT RELATORIO ASSIGN TO "C:/projeto-bootcamp/relddd.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(80).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-RELATORIO             PIC X(02) VALUE SPACES.

      *---> REGISTRO ENTREGUE PELA VARREDURA UNICA (VARRCLI)
           COPY "CLIENTE.cpy".
       77  WK-VAR-ACAO              PIC X(01) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
           COPY "SEVERIDADE.cpy".
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           MOVE "A" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
           IF FS-CLIENTES NOT = "00"
               MOVE "CLIENTES.DAT NAO ENCONTRADO PARA O MAPA"
                                               TO WK-ABEND-MESSAGE
               EXIT SECTION
           END-IF.

           PERFORM 0210-LER-CLIENTE.
           PERFORM UNTIL FS-CLIENTES NOT EQUAL "00"
               ADD 1 TO WK-QT-LIDOS
               COMPUTE WK-DDD = REG-TELEFONE / 10000000
               ELSE
                   ADD 1 TO WK-QT-DDD-INVALIDO
               END-IF
               PERFORM 0210-LER-CLIENTE
           END-PERFORM.
       0200-ACUMULAR-FIM.      EXIT.
      ******************************************************************
       0210-LER-CLIENTE        SECTION.
           MOVE "L" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
       0210-LER-CLIENTE-FIM.   EXIT.
      ******************************************************************
       0250-ACUMULAR-UF        SECTION.
           PERFORM VARYING WK-IDX-UF FROM 1 BY 1
       0300-RELATAR-FIM.       EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           MOVE "F" TO WK-VAR-ACAO.
           CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES FS-CLIENTES.
           CLOSE RELATORIO.
       1000-FINALIZAR-FIM.     EXIT.
