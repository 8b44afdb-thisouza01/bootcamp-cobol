      *          dividido por 12) e fecha com o total da empresa --
      *          sem reconstruir dezembro a partir de doze copias da
      *          folha.
      *          Na cadeia ANUAL o ano vem de ANUAL_ANO (ano encerrado)
      *          e nao se pergunta nada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           88 ACUMULADO-FIM                     VALUE "S".

       77  WS-ANO                  PIC 9(04)    VALUE ZEROS.
       77  WS-ANO-ENT              PIC X(04)    VALUE SPACES.

      *--> CAMPOS DA LINHA DO ACUMULADO
       77  WS-MATRICULA            PIC X(10)    VALUE SPACES.
           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL ACUMULADO-FIM.
           PERFORM 0400-FINALIZAR.
           GOBACK.
      ******************************************************************
       0100-INICIAR            SECTION.
       0101-INICIAR.
           ACCEPT WS-ANO-ENT FROM ENVIRONMENT "ANUAL_ANO".
           IF WS-ANO-ENT IS NUMERIC
               MOVE WS-ANO-ENT TO WS-ANO
           ELSE
               DISPLAY "ANO DO FECHAMENTO (AAAA): "
               ACCEPT WS-ANO
           END-IF.

           OPEN INPUT ACUMULADO.
           IF FS-ACUMULADO NOT EQUAL "00"
               DISPLAY "ACUMULADO.TXT NAO FOI ABERTO: " FS-ACUMULADO
               GOBACK
           END-IF.

           OPEN OUTPUT RELATORIO.
