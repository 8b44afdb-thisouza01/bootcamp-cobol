      *          alem do limite (IMC_ALERTA_KG, padrao 5 kg) entre
      *          duas visitas entra na secao de alertas no final --
      *          e esses a clinica liga, nao descobre num impresso de
      *          um ano atras. Saida em tendimc.txt e na tela. Os
      *          alertas tambem saem em alertimc.txt (ID;NOME;DATA;
      *          VARIACAO), que o AGENDA-CLINICA junta as faltas no
      *          relatorio de pacientes para contato.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT RELATORIO ASSIGN TO "C:\teste\tendimc.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.

           SELECT ALERTIMC ASSIGN TO "C:\teste\alertimc.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ALERTIMC.
      ******************************************************************
       DATA                    DIVISION.
      *
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(100).
      *
       FD  ALERTIMC.
       01  REG-ALERTIMC                PIC X(60).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-HISTMED          PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.
       77  FS-ALERTIMC         PIC X(02)           VALUE SPACES.

      *--> LIMITE DE VARIACAO DE PESO ENTRE VISITAS (KG)
       77  WS-LIMITE-ENT       PIC X(06)           VALUE SPACES.
           PERFORM 0200-ORDENAR.
           PERFORM 0300-IMPRIMIR-TENDENCIA.
           PERFORM 0400-SECAO-DE-ALERTAS.
           CLOSE ALERTIMC.
           STOP RUN.
      ******************************************************************
       0100-CARREGAR-HISTORICO SECTION.
       0300-IMPRIMIR-TENDENCIA SECTION.
       0301-IMPRIMIR-TENDENCIA.
           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT ALERTIMC.
           MOVE "EVOLUCAO DE PESO E IMC POR PACIENTE"
                                               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
                       DELIMITED BY SIZE
                       INTO WS-ALERTA(WS-QT-ALERTAS)
                   END-STRING
                   MOVE SPACES TO REG-ALERTIMC
                   STRING WS-MED-ID(WS-IND-MED)
                          ";" WS-MED-NOME(WS-IND-MED)
                          ";" WS-MED-DATA(WS-IND-MED)
                          ";" WS-DELTA-PESO-EDT
                       DELIMITED BY SIZE INTO REG-ALERTIMC
                   END-STRING
                   WRITE REG-ALERTIMC
               END-IF
           END-IF.

