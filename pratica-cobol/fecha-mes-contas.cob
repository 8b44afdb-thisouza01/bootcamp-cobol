           05 REG-CONTA-CPF2        PIC 9(11).
      *
       FD  EXTRATO.
       01  REG-EXTRATO              PIC X(200).
      *
       FD  CALENDARIO.
       01  REG-CALENDARIO           PIC 9(08).
