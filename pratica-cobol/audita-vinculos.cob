       01  REG-PONTO                   PIC X(30).
      *
       FD  AGENDADOS.
       01  REG-AGENDADO             PIC X(150).
      *
      *--> SO OS CAMPOS USADOS AQUI SAO NOMEADOS; O RESTO DO
      *    REGISTRO DO CADASTRO PRINCIPAL FICA NOS FILLERS
