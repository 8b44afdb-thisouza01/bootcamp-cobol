      *          contra os totais do proprio arquivo de acumuladores
      *          -- por construcao, o informe bate com o que os
      *          contracheques disseram durante o ano.
      *          Na cadeia ANUAL o ano vem de ANUAL_ANO (ano encerrado)
      *          e nao se pergunta nada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       77  FS-INFORMES         PIC X(02)           VALUE SPACES.

       77  WS-ANO              PIC 9(04)           VALUE ZEROS.
       77  WS-ANO-ENT          PIC X(04)           VALUE SPACES.
       77  WS-QT-INFORMES      PIC 9(04)           VALUE ZEROS.

      *--> LINHA DO ACUMULADO DESMONTADA
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           ACCEPT WS-ANO-ENT FROM ENVIRONMENT "ANUAL_ANO".
           IF WS-ANO-ENT IS NUMERIC
               MOVE WS-ANO-ENT TO WS-ANO
           ELSE
               DISPLAY "ANO DO INFORME (AAAA): "
               ACCEPT WS-ANO
           END-IF.
           IF WS-ANO EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO
           END-IF.
           OPEN INPUT ACUMULADO.
           IF FS-ACUMULADO NOT EQUAL "00"
               DISPLAY "ACUMULADO.TXT NAO FOI ABERTO: " FS-ACUMULADO
               GOBACK
           END-IF.
           OPEN OUTPUT INFORMES.


           CLOSE ACUMULADO INFORMES.
           DISPLAY "INFORMES GERADOS: " WS-QT-INFORMES.
           GOBACK.
      ******************************************************************
       0200-GERAR-INFORMES     SECTION.
       0201-GERAR-INFORMES.
