      *
       FILE                    SECTION.
       FD  EXTRATO.
       01  REG-EXTRATO              PIC X(200).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-EXTRATO              PIC X(02)      VALUE SPACES.
