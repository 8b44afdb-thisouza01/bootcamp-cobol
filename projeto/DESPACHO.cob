      *     run-control; dependencia em erro RETEM o dependente. Tudo
      *     passa pelo JOBCTRL, entao o JOBVIEW mostra a agenda e o
      *     que de fato rodou.
      *     Um 4o campo opcional na agenda (HHMM) e a hora prevista
      *     do job: o despachante o ignora; o JOBTEND e o JOBVIEW o
      *     usam para apontar o job que nao comecou a tempo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
