      *--> LINHA DO EXTRATO EM POSICOES FIXAS: CONTA 7-16, DATA 23-30
      *    (VER 0215-GRAVAR-EXTRATO DO PAGAMENTO-CONTA)
       FD  EXTRATO.
       01  REG-EXTRATO              PIC X(200).
      *
       FD  RELATORIO.
       01  REG-RELATORIO            PIC X(80).
