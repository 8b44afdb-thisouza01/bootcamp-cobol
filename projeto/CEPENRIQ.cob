       77  WK-QT-SEM-BASE          PIC 9(06) VALUE ZEROS.
       77  WK-CORRIGIU             PIC X     VALUE "N".
       77  WK-BASE-FALTOU          PIC X     VALUE "N".

      *---> JORNAL DO CLIENTES (IMAGEM POSTERIOR DE CADA GRAVACAO)
       01  WK-JOR-OPERACAO          PIC X(01) VALUE SPACES.
       01  WK-JOR-PROGRAMA          PIC X(10) VALUE "CEPENRIQ".
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
               REWRITE REG-CLIENTES
               IF FS-CLIENTES EQUAL "00"
                   ADD 1 TO WK-QT-CORRIGIDOS
                   MOVE "A" TO WK-JOR-OPERACAO
                   CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                                       REG-CLIENTES
               ELSE
                   MOVE "ERRO AO REGRAVAR CLIENTE NO CEPENRIQ"
                                               TO WK-ABEND-MESSAGE
