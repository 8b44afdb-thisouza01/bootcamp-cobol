       01  REG-BANCO                PIC X(100).
      *
       FD  EXTRATO.
       01  REG-EXTRATO              PIC X(200).
      *
       FD  RELATORIO.
       01  REG-RELATORIO            PIC X(100).
