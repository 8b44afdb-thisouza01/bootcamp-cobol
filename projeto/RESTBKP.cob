      *     tecnica do CLIENTES-NOVO do REORGANIZA --, mostra as
      *     contagens lido/carregado e, confirmado, substitui o
      *     clientes.dat corrompido via CBL_RENAME_FILE.
      *     Substituido o arquivo, oferece a recuperacao para frente
      *     (RECUPERA): reaplica o jornal.txt desde a data-hora do
      *     backup ate o ponto no tempo escolhido pelo operador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       01  WK-CLIENTES-PATH         PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-RETCODE               PIC S9(09) COMP-5 VALUE ZEROS.
       77  WK-ENV-NOME              PIC X(15) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
               DISPLAY "CLIENTES.DAT SUBSTITUIDO!" FOREGROUND-COLOR 2
                   AT 1305
               ACCEPT WK-TECLA AT 1332
               PERFORM 0310-OFERECER-RECUPERACAO
           END-IF.
       0300-SUBSTITUIR-ARQUIVO-FIM. EXIT.
      ******************************************************************
      *---> O BACKUP SO TEM O ESTADO DO DUMP: AS GRAVACOES POSTERIORES
      *     ESTAO NO JORNAL. O RECUPERA RECEBE O ARQUIVO CARREGADO
      *     PELA VARIAVEL RECUPERA_BACKUP (DATA-HORA INICIAL).
       0310-OFERECER-RECUPERACAO SECTION.
           DISPLAY "APLICAR O JORNAL ATE UM PONTO NO TEMPO? (S/N): "
               FOREGROUND-COLOR 2 AT 1505.
           ACCEPT WK-OPCAO AT 1553.
           IF FUNCTION UPPER-CASE(WK-OPCAO) EQUAL "S"
               MOVE "RECUPERA_BACKUP" TO WK-ENV-NOME
               DISPLAY WK-ENV-NOME    UPON ENVIRONMENT-NAME
               DISPLAY WK-BACKUP-PATH UPON ENVIRONMENT-VALUE
               CALL "RECUPERA"
           END-IF.
       0310-OFERECER-RECUPERACAO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CONTINUE.
