      *     (programa, data-hora, operador, linhas, arquivo) e, pelo
      *     numero da linha, abre o proprio arquivo do relatorio e o
      *     pagina na tela -- "puxa aquele relatorio de novo" deixa de
      *     ser expedicao pelo sistema de arquivos. Depois do
      *     relatorio, mostra as entregas dele as caixas das filiais e
      *     departamentos registradas pelo DISTRIB no distlog.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT RELATORIO ASSIGN TO WK-RELATORIO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      *
      *---> ENTREGAS FEITAS PELO DISTRIB (DATA-HORA;PROGRAMA;DATA-HORA
      *     DO RELATORIO;DESTINO;MODO;LINHAS;SITUACAO;ARQUIVO)
           SELECT DISTLOG ASSIGN TO "C:/projeto-bootcamp/distlog.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-DISTLOG.
      ******************************************************************
       DATA                    DIVISION.
       FILE                    SECTION.
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(150).
      *
       FD  DISTLOG.
       01  REG-DISTLOG                 PIC X(200).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> STATUS ARQUIVO
       01  FS-SPOOL                 PIC X(02) VALUE SPACES.
       01  FS-RELATORIO             PIC X(02) VALUE SPACES.
       01  WK-RELATORIO-PATH        PIC X(100) VALUE SPACES.
       01  FS-DISTLOG               PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
       77  WK-SPO-OPERADOR          PIC X(10) VALUE SPACES.
       77  WK-SPO-LINHAS            PIC X(06) VALUE SPACES.
       77  WK-SPO-ARQUIVO           PIC X(60) VALUE SPACES.

      *---> ENTREGA DESMONTADA
       77  WK-ENT-DATA-HORA         PIC X(14) VALUE SPACES.
       77  WK-ENT-PROGRAMA          PIC X(10) VALUE SPACES.
       77  WK-ENT-RELATORIO         PIC X(14) VALUE SPACES.
       77  WK-ENT-DESTINO           PIC X(10) VALUE SPACES.
       77  WK-ENT-MODO              PIC X(01) VALUE SPACES.
       77  WK-ENT-LINHAS            PIC X(06) VALUE SPACES.
       77  WK-ENT-SITUACAO          PIC X(12) VALUE SPACES.
       77  WK-QT-ENTREGAS           PIC 9(03) VALUE ZEROS.
      ******************************************************************
       SCREEN                  SECTION.
       01  TELA-SPOOL.
               MOVE WK-ESCOLHA TO WK-IDX-SPO
               PERFORM 0500-DESMONTAR-ENTRADA
               PERFORM 0600-PAGINAR-RELATORIO
               PERFORM 0700-LISTAR-ENTREGAS
           END-IF.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
               FOREGROUND-COLOR 2.
           ACCEPT WK-TECLA AT 2342.
       0600-PAGINAR-RELATORIO-FIM. EXIT.
      ******************************************************************
      *---> "NAO RECEBI": A QUEM ESTA RODADA FOI ENTREGUE, QUANDO, COM
      *     QUANTAS LINHAS E EM QUE SITUACAO.
       0700-LISTAR-ENTREGAS    SECTION.
           OPEN INPUT DISTLOG.
           IF FS-DISTLOG NOT = "00"
               EXIT SECTION
           END-IF.

           DISPLAY TELA-SPOOL.
           DISPLAY "ENTREGAS DE " AT 0455 FOREGROUND-COLOR 2.
           DISPLAY WK-SPO-PROGRAMA AT 0467 FOREGROUND-COLOR 2.
           MOVE 06 TO WK-LINHA.
           MOVE ZEROS TO WK-QT-ENTREGAS.

           READ DISTLOG NEXT.
           PERFORM UNTIL FS-DISTLOG EQUAL "10"
               MOVE SPACES TO WK-ENT-DATA-HORA WK-ENT-PROGRAMA
                              WK-ENT-RELATORIO WK-ENT-DESTINO
                              WK-ENT-MODO WK-ENT-LINHAS
                              WK-ENT-SITUACAO
               UNSTRING REG-DISTLOG DELIMITED BY ";"
                   INTO WK-ENT-DATA-HORA WK-ENT-PROGRAMA
                        WK-ENT-RELATORIO WK-ENT-DESTINO WK-ENT-MODO
                        WK-ENT-LINHAS WK-ENT-SITUACAO
               END-UNSTRING
               IF WK-ENT-PROGRAMA EQUAL WK-SPO-PROGRAMA
                  AND WK-ENT-RELATORIO EQUAL WK-SPO-DATA-HORA
                  AND WK-LINHA NOT GREATER THAN 20
                   ADD 1 TO WK-QT-ENTREGAS
                   DISPLAY WK-ENT-DESTINO AT LINE WK-LINHA COLUMN 05
                   DISPLAY WK-ENT-MODO    AT LINE WK-LINHA COLUMN 17
                   DISPLAY WK-ENT-LINHAS  AT LINE WK-LINHA COLUMN 20
                   DISPLAY WK-ENT-SITUACAO
                       AT LINE WK-LINHA COLUMN 28
                   DISPLAY WK-ENT-DATA-HORA
                       AT LINE WK-LINHA COLUMN 42
                   ADD 1 TO WK-LINHA
               END-IF
               READ DISTLOG NEXT
           END-PERFORM.
           CLOSE DISTLOG.

           IF WK-QT-ENTREGAS EQUAL ZEROS
               DISPLAY "NENHUMA ENTREGA REGISTRADA PARA ESTA RODADA"
                   AT 0605
           END-IF.
           DISPLAY "APERTE UMA TECLA" AT 2305 FOREGROUND-COLOR 2.
           ACCEPT WK-TECLA AT 2322.
       0700-LISTAR-ENTREGAS-FIM. EXIT.
