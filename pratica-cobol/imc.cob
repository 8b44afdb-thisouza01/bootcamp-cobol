      *          imcrel.txt, e o fechamento traz a contagem de
      *          pacientes por faixa e a lista de quem PIOROU de
      *          classificacao em relacao a medicao anterior no
      *          arquivo. Com a agenda da clinica (AGENDA-CLINICA), a
      *          medicao do paciente na data de uma consulta marcada
      *          (ou ja lancada como falta) da baixa nela como
      *          atendida em agendamentos.txt. A medicao agora pode
      *          trazer nascimento (AAAAMMDD) e sexo (M/F) no fim da
      *          linha: paciente com menos de 19 anos na data e
      *          classificado pela tabela de IMC por idade e sexo
      *          (imcinfantil.txt: SEXO;IDADE;LIMITE SUPERIOR;FAIXA em
      *          percentil/escore-z, uma linha por faixa, em ordem
      *          crescente de limite) e nao pelas faixas de adulto; a
      *          linha do imcrel.txt diz qual tabela foi usada e o
      *          resumo conta adultos e pediatricos em separado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HISTMED ASSIGN TO "C:\teste\histmed.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HISTMED.

      *--> CONSULTAS DA AGENDA DA CLINICA (PACIENTE;NOME;DATA;HORA;
      *    PROFISSIONAL;STATUS), MANTIDAS PELO AGENDA-CLINICA
           SELECT AGENDAMENTOS ASSIGN TO "C:\teste\agendamentos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-AGENDAMENTOS.

      *--> REFERENCIA DE IMC POR IDADE E SEXO PARA MENORES DE 19 ANOS
           SELECT IMCINFANTIL ASSIGN TO "C:\teste\imcinfantil.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-IMCINFANTIL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       01  REG-MEDICAO                 PIC X(100).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(130).
      *
       FD  HISTMED.
       01  REG-HISTMED                 PIC X(70).
      *
       FD  AGENDAMENTOS.
       01  REG-AGENDAMENTO             PIC X(80).
      *
       FD  IMCINFANTIL.
       01  REG-IMCINFANTIL             PIC X(60).
      ******************************************************************
       WORKING-STORAGE SECTION.
       77  FS-MEDICOES             PIC X(02)    VALUE SPACES.
       77  IMC                     PIC 9(03)V99 VALUE ZEROS.
       77  WS-IDX-FAIXA            PIC 9(01)    VALUE ZEROS.
       77  WS-FAIXA-ATUAL          PIC 9(01)    VALUE ZEROS.
       77  WS-NASCIMENTO-ENT       PIC X(08)    VALUE SPACES.
       77  WS-NASCIMENTO           PIC 9(08)    VALUE ZEROS.
       77  WS-SEXO                 PIC X(01)    VALUE SPACES.
       77  WS-IDADE                PIC 9(03)    VALUE ZEROS.
      *--> A = FAIXAS DE ADULTO, P = TABELA PEDIATRICA
       77  WS-TIPO-TABELA          PIC X(01)    VALUE "A".
       77  WS-DESC-ATUAL           PIC X(15)    VALUE SPACES.
       77  WS-TABELA-USADA         PIC X(20)    VALUE SPACES.
       77  WS-IDADE-EDT            PIC Z9.

      *--> TABELA PEDIATRICA (IMCINFANTIL.TXT): PARA CADA SEXO E IDADE
      *    EM ANOS, AS FAIXAS EM ORDEM CRESCENTE DE LIMITE SUPERIOR
       77  FS-IMCINFANTIL          PIC X(02)    VALUE SPACES.
       77  WS-QTD-INF              PIC 9(03)    VALUE ZEROS.
       77  WS-IND-INF              PIC 9(03)    VALUE ZEROS.
       77  WS-ORDEM-INF            PIC 9(01)    VALUE ZEROS.
       01  WS-TAB-INF              OCCURS 400 TIMES.
           05 WS-INF-SEXO          PIC X(01).
           05 WS-INF-IDADE         PIC 9(02).
           05 WS-INF-LIMITE        PIC 9(03)V99.
           05 WS-INF-DESC          PIC X(15).
       01  WS-INF-IDADE-X          PIC X(02)    VALUE ZEROS.
       01  WS-INF-IDADE-N REDEFINES WS-INF-IDADE-X
                                   PIC 9(02).
       77  WS-INF-LIMITE-X         PIC X(08)    VALUE SPACES.

      *--> ULTIMA FAIXA DE CADA PACIENTE, PARA APONTAR QUEM PIOROU
      *    ENTRE UMA MEDICAO E A SEGUINTE DO MESMO ARQUIVO
           05 WS-PAC-NOME          PIC X(20).
           05 WS-PAC-FAIXA         PIC 9(01).
           05 WS-PAC-PIOROU        PIC X(01).
           05 WS-PAC-TIPO          PIC X(01).
           05 WS-PAC-DESC          PIC X(15).

       77  WS-QT-MEDICOES          PIC 9(05)    VALUE ZEROS.
       77  WS-QT-PIORARAM          PIC 9(04)    VALUE ZEROS.
       77  WS-QT-ADULTOS           PIC 9(03)    VALUE ZEROS.
       77  WS-QT-PEDIATRICOS       PIC 9(03)    VALUE ZEROS.
       77  WS-QT-FAIXA-PED         PIC 9(03)    VALUE ZEROS.
       77  WS-IND-PAC2             PIC 9(03)    VALUE ZEROS.
       77  WS-JA-LISTADA           PIC X        VALUE "N".

      *--> CHAVES (ID+DATA) JA GRAVADAS NO HISTORICO ACUMULADO, PARA
      *    O REPROCESSAMENTO NAO DUPLICAR MEDICAO
       77  WS-CHV-NOME             PIC X(20)    VALUE SPACES.
       01  WS-TAB-CHAVES.
           05 WS-CHAVE             PIC X(18)    OCCURS 500 TIMES.

      *--> AGENDA EM MEMORIA: A MEDICAO NA DATA DA CONSULTA MARCA A
      *    CONSULTA COMO ATENDIDA; O ARQUIVO E REGRAVADO NO FECHAMENTO
       77  FS-AGENDAMENTOS         PIC X(02)    VALUE SPACES.
       77  WS-QTD-AGE              PIC 9(04)    VALUE ZEROS.
       77  WS-IND-AGE              PIC 9(04)    VALUE ZEROS.
       77  WS-QT-ATENDIDAS         PIC 9(04)    VALUE ZEROS.
       01  WS-TAB-AGE              OCCURS 2000 TIMES.
           05 WS-AGE-PACIENTE      PIC X(10).
           05 WS-AGE-NOME          PIC X(20).
           05 WS-AGE-DATA          PIC X(08).
           05 WS-AGE-HORA          PIC X(04).
           05 WS-AGE-PROF          PIC X(10).
           05 WS-AGE-STATUS        PIC X(01).
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL          SECTION.
           OPEN OUTPUT RELATORIO.

           PERFORM 0120-CARREGAR-CHAVES.
           PERFORM 0130-CARREGAR-AGENDA.
           PERFORM 0140-CARREGAR-PEDIATRICA.
           OPEN EXTEND HISTMED.
           IF FS-HISTMED EQUAL "35"
               OPEN OUTPUT HISTMED
               CLOSE HISTMED
           END-IF.
       0120-CARREGAR-CHAVES-FIM. EXIT.
      *
       0130-CARREGAR-AGENDA    SECTION.
       0131-CARREGAR-AGENDA.
           MOVE ZEROS TO WS-QTD-AGE.
           OPEN INPUT AGENDAMENTOS.
           IF FS-AGENDAMENTOS EQUAL "00"
               READ AGENDAMENTOS
               PERFORM UNTIL FS-AGENDAMENTOS NOT EQUAL "00"
                          OR WS-QTD-AGE EQUAL 2000
                   ADD 1 TO WS-QTD-AGE
                   MOVE SPACES TO WS-TAB-AGE(WS-QTD-AGE)
                   UNSTRING REG-AGENDAMENTO DELIMITED BY ";"
                       INTO WS-AGE-PACIENTE(WS-QTD-AGE)
                            WS-AGE-NOME(WS-QTD-AGE)
                            WS-AGE-DATA(WS-QTD-AGE)
                            WS-AGE-HORA(WS-QTD-AGE)
                            WS-AGE-PROF(WS-QTD-AGE)
                            WS-AGE-STATUS(WS-QTD-AGE)
                   END-UNSTRING
                   READ AGENDAMENTOS
               END-PERFORM
               CLOSE AGENDAMENTOS
           END-IF.
       0130-CARREGAR-AGENDA-FIM. EXIT.
      *
       0140-CARREGAR-PEDIATRICA SECTION.
       0141-CARREGAR-PEDIATRICA.
           MOVE ZEROS TO WS-QTD-INF.
           OPEN INPUT IMCINFANTIL.
           IF FS-IMCINFANTIL NOT EQUAL "00"
               DISPLAY "IMCINFANTIL.TXT INDISPONIVEL - MENORES DE 19"
                       " FICAM SEM CLASSIFICACAO"
               EXIT SECTION
           END-IF.
           READ IMCINFANTIL.
           PERFORM UNTIL FS-IMCINFANTIL NOT EQUAL "00"
                      OR WS-QTD-INF EQUAL 400
               ADD 1 TO WS-QTD-INF
               MOVE SPACES TO WS-INF-SEXO(WS-QTD-INF)
                              WS-INF-DESC(WS-QTD-INF)
                              WS-INF-LIMITE-X
               MOVE ZEROS TO WS-INF-IDADE-X
               UNSTRING REG-IMCINFANTIL DELIMITED BY ";"
                   INTO WS-INF-SEXO(WS-QTD-INF)
                        WS-INF-IDADE-X
                        WS-INF-LIMITE-X
                        WS-INF-DESC(WS-QTD-INF)
               END-UNSTRING
               MOVE WS-INF-IDADE-N TO WS-INF-IDADE(WS-QTD-INF)
               COMPUTE WS-INF-LIMITE(WS-QTD-INF) =
                       FUNCTION NUMVAL(WS-INF-LIMITE-X)
               READ IMCINFANTIL
           END-PERFORM.
           CLOSE IMCINFANTIL.
       0140-CARREGAR-PEDIATRICA-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
               PERFORM 0240-ACOMPANHAR-PACIENTE
               PERFORM 0250-GRAVAR-LINHA
               PERFORM 0260-GUARDAR-HISTORICO
               PERFORM 0270-BAIXAR-CONSULTA
           ELSE
               DISPLAY "ALTURA INVALIDA PARA " WS-PACIENTE-ID
           END-IF.
       0210-LER-MEDICAO        SECTION.
       0211-LER-MEDICAO.
           MOVE SPACES TO WS-PACIENTE-ID WS-PACIENTE-NOME
                          WS-PESO-ENT WS-ALTURA-ENT
                          WS-NASCIMENTO-ENT WS-SEXO.
           MOVE ZEROS  TO WS-DATA-MEDICAO PESO ALTURA WS-NASCIMENTO.

           UNSTRING REG-MEDICAO DELIMITED BY ";"
               INTO WS-PACIENTE-ID WS-PACIENTE-NOME
                    WS-PESO-ENT WS-ALTURA-ENT WS-DATA-MEDICAO
                    WS-NASCIMENTO-ENT WS-SEXO
           END-UNSTRING.
           IF WS-NASCIMENTO-ENT IS NUMERIC
               MOVE WS-NASCIMENTO-ENT TO WS-NASCIMENTO
           END-IF.

           COMPUTE PESO   = FUNCTION NUMVAL(WS-PESO-ENT).
           COMPUTE ALTURA = FUNCTION NUMVAL(WS-ALTURA-ENT).
      ******************************************************************
       0230-CLASSIFICAR        SECTION.
       0231-CLASSIFICAR.
      *--> IDADE EM ANOS COMPLETOS NA DATA DA MEDICAO; SEM NASCIMENTO
      *    O PACIENTE E TRATADO COMO ADULTO
           MOVE "A" TO WS-TIPO-TABELA.
           MOVE ZEROS TO WS-IDADE.
           IF WS-NASCIMENTO GREATER THAN ZEROS
              AND WS-NASCIMENTO NOT GREATER THAN WS-DATA-MEDICAO
               COMPUTE WS-IDADE =
                       (WS-DATA-MEDICAO - WS-NASCIMENTO) / 10000
               IF WS-IDADE LESS THAN 19
                   MOVE "P" TO WS-TIPO-TABELA
               END-IF
           END-IF.

           IF WS-TIPO-TABELA EQUAL "P"
               PERFORM 0235-CLASSIFICAR-PEDIATRICO
               EXIT SECTION
           END-IF.

           MOVE 6 TO WS-FAIXA-ATUAL.
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA GREATER THAN 6
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-FAIXA-DESC(WS-FAIXA-ATUAL) TO WS-DESC-ATUAL.
           MOVE "ADULTO" TO WS-TABELA-USADA.
       0230-CLASSIFICAR-FIM.   EXIT.
      ******************************************************************
      *--> FAIXA PEDIATRICA: A PRIMEIRA LINHA DO SEXO E IDADE CUJO
      *    LIMITE SUPERIOR PASSA O IMC; ACIMA DA ULTIMA, FICA A ULTIMA.
      *    WS-FAIXA-ATUAL GUARDA A ORDEM DA FAIXA DENTRO DA IDADE, PARA
      *    APONTAR QUEM PIOROU
       0235-CLASSIFICAR-PEDIATRICO SECTION.
       0236-CLASSIFICAR-PEDIATRICO.
           MOVE WS-IDADE TO WS-IDADE-EDT.
           MOVE SPACES TO WS-TABELA-USADA.
           STRING "INFANTIL " WS-SEXO " " WS-IDADE-EDT " ANOS"
               DELIMITED BY SIZE INTO WS-TABELA-USADA
           END-STRING.
           MOVE ZEROS TO WS-FAIXA-ATUAL WS-ORDEM-INF.
           MOVE "SEM REFERENCIA" TO WS-DESC-ATUAL.
           PERFORM VARYING WS-IND-INF FROM 1 BY 1
                   UNTIL WS-IND-INF GREATER THAN WS-QTD-INF
               IF WS-INF-SEXO(WS-IND-INF) EQUAL WS-SEXO
                  AND WS-INF-IDADE(WS-IND-INF) EQUAL WS-IDADE
                   ADD 1 TO WS-ORDEM-INF
                   MOVE WS-ORDEM-INF TO WS-FAIXA-ATUAL
                   MOVE WS-INF-DESC(WS-IND-INF) TO WS-DESC-ATUAL
                   IF IMC LESS THAN WS-INF-LIMITE(WS-IND-INF)
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
       0235-CLASSIFICAR-PEDIATRICO-FIM. EXIT.
      ******************************************************************
      *--> GUARDA A FAIXA DA ULTIMA MEDICAO DE CADA PACIENTE: FAIXA
      *    MAIOR QUE A ANTERIOR = CLASSIFICACAO PIOROU. A CONTAGEM
      *    POR FAIXA DO FECHAMENTO USA SEMPRE A ULTIMA MEDICAO.
                       TO WS-PAC-NOME(WS-PAC-ACHADO)
               MOVE ZEROS TO WS-PAC-FAIXA(WS-PAC-ACHADO)
               MOVE "N" TO WS-PAC-PIOROU(WS-PAC-ACHADO)
               MOVE WS-TIPO-TABELA TO WS-PAC-TIPO(WS-PAC-ACHADO)
           END-IF.

      *--> SO COMPARA FAIXAS DA MESMA TABELA (QUEM FEZ 19 ANOS ENTRE
      *    AS MEDICOES MUDA DE ESCALA, NAO PIORA)
           IF WS-PAC-ACHADO GREATER THAN ZEROS
               IF WS-PAC-FAIXA(WS-PAC-ACHADO) GREATER THAN ZEROS
                  AND WS-PAC-TIPO(WS-PAC-ACHADO) EQUAL WS-TIPO-TABELA
                  AND WS-FAIXA-ATUAL GREATER THAN
                                       WS-PAC-FAIXA(WS-PAC-ACHADO)
                   MOVE "S" TO WS-PAC-PIOROU(WS-PAC-ACHADO)
               END-IF
               MOVE WS-FAIXA-ATUAL TO WS-PAC-FAIXA(WS-PAC-ACHADO)
               MOVE WS-TIPO-TABELA TO WS-PAC-TIPO(WS-PAC-ACHADO)
               MOVE WS-DESC-ATUAL  TO WS-PAC-DESC(WS-PAC-ACHADO)
           END-IF.
       0240-ACOMPANHAR-PACIENTE-FIM. EXIT.
      ******************************************************************
                  " PESO=" PESO
                  " ALTURA=" ALTURA
                  " IMC=" IMC
                  " " WS-DESC-ATUAL
                  " TABELA=" WS-TABELA-USADA
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO(1:120).
       0250-GRAVAR-LINHA-FIM.  EXIT.
      ******************************************************************
      *--> A MEDICAO VAI PARA O HISTORICO ACUMULADO SE A CHAVE
               MOVE WS-CHAVE-ATUAL TO WS-CHAVE(WS-QTD-CHAVES)
           END-IF.
       0260-GUARDAR-HISTORICO-FIM. EXIT.
      ******************************************************************
      *--> CONSULTA DO PACIENTE NA DATA DA MEDICAO, MARCADA OU JA
      *    LANCADA COMO FALTA, PASSA A ATENDIDA
       0270-BAIXAR-CONSULTA    SECTION.
       0271-BAIXAR-CONSULTA.
           MOVE WS-DATA-MEDICAO TO WS-CHV-DATA.
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGE
               IF WS-AGE-PACIENTE(WS-IND-AGE) EQUAL WS-PACIENTE-ID
                  AND WS-AGE-DATA(WS-IND-AGE) EQUAL WS-CHV-DATA
                  AND (WS-AGE-STATUS(WS-IND-AGE) EQUAL "M"
                       OR WS-AGE-STATUS(WS-IND-AGE) EQUAL "F")
                   MOVE "A" TO WS-AGE-STATUS(WS-IND-AGE)
                   ADD 1 TO WS-QT-ATENDIDAS
               END-IF
           END-PERFORM.
       0270-BAIXAR-CONSULTA-FIM. EXIT.
      ******************************************************************
       0280-REGRAVAR-AGENDA    SECTION.
       0281-REGRAVAR-AGENDA.
           OPEN OUTPUT AGENDAMENTOS.
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGE
               MOVE SPACES TO REG-AGENDAMENTO
               STRING WS-AGE-PACIENTE(WS-IND-AGE)
                      ";" WS-AGE-NOME(WS-IND-AGE)
                      ";" WS-AGE-DATA(WS-IND-AGE)
                      ";" WS-AGE-HORA(WS-IND-AGE)
                      ";" WS-AGE-PROF(WS-IND-AGE)
                      ";" WS-AGE-STATUS(WS-IND-AGE)
                   DELIMITED BY SIZE INTO REG-AGENDAMENTO
               END-STRING
               WRITE REG-AGENDAMENTO
           END-PERFORM.
           CLOSE AGENDAMENTOS.
       0280-REGRAVAR-AGENDA-FIM. EXIT.
      ******************************************************************
       0400-FINALIZAR          SECTION.
       0401-FINALIZAR.
           CLOSE MEDICOES.
           CLOSE HISTMED.
           IF WS-QT-ATENDIDAS GREATER THAN ZEROS
               PERFORM 0280-REGRAVAR-AGENDA
           END-IF.

      *--> CONTAGEM POR FAIXA PELA ULTIMA MEDICAO DE CADA PACIENTE;
      *    AS FAIXAS DE ADULTO SO CONTAM ADULTOS
           PERFORM VARYING WS-IND-PAC FROM 1 BY 1
                   UNTIL WS-IND-PAC GREATER THAN WS-QTD-PACIENTES
               IF WS-PAC-TIPO(WS-IND-PAC) EQUAL "P"
                   ADD 1 TO WS-QT-PEDIATRICOS
               ELSE
                   ADD 1 TO WS-QT-ADULTOS
                   IF WS-PAC-FAIXA(WS-IND-PAC) GREATER THAN ZEROS
                       ADD 1 TO WS-CONT-FAIXA(WS-PAC-FAIXA(WS-IND-PAC))
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-RELATORIO.
           STRING "RESUMO DE PACIENTES ADULTOS POR FAIXA ("
                  WS-QT-ADULTOS "):"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO(1:50).

           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA GREATER THAN 6
               DISPLAY REG-RELATORIO(1:30)
           END-PERFORM.

           PERFORM 0410-RESUMO-PEDIATRICO.

           MOVE "PACIENTES QUE PIORARAM DE FAIXA:" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO(1:40).
                   STRING "  " WS-PAC-ID(WS-IND-PAC)
                          " " WS-PAC-NOME(WS-IND-PAC)
                          " AGORA EM "
                          WS-PAC-DESC(WS-IND-PAC)
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   END-STRING
                   WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO.
           STRING "MEDICOES PROCESSADAS=" WS-QT-MEDICOES
                  " PACIENTES=" WS-QTD-PACIENTES
                  " ADULTOS=" WS-QT-ADULTOS
                  " PEDIATRICOS=" WS-QT-PEDIATRICOS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO(1:80).

           MOVE SPACES TO REG-RELATORIO.
           STRING "CONSULTAS MARCADAS COMO ATENDIDAS=" WS-QT-ATENDIDAS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

           CLOSE RELATORIO.
       0400-FINALIZAR-FIM.     EXIT.
      ******************************************************************
      *--> PEDIATRICOS POR FAIXA DA TABELA POR IDADE (PELA DESCRICAO,
      *    QUE E A MESMA EM TODAS AS IDADES)
       0410-RESUMO-PEDIATRICO  SECTION.
       0411-RESUMO-PEDIATRICO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RESUMO DE PACIENTES PEDIATRICOS POR FAIXA ("
                  WS-QT-PEDIATRICOS "):"
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           DISPLAY REG-RELATORIO(1:50).

           PERFORM VARYING WS-IND-PAC FROM 1 BY 1
                   UNTIL WS-IND-PAC GREATER THAN WS-QTD-PACIENTES
               IF WS-PAC-TIPO(WS-IND-PAC) EQUAL "P"
                   MOVE "N" TO WS-JA-LISTADA
                   MOVE ZEROS TO WS-QT-FAIXA-PED
                   PERFORM VARYING WS-IND-PAC2 FROM 1 BY 1
                           UNTIL WS-IND-PAC2 GREATER THAN
                                 WS-QTD-PACIENTES
                       IF WS-PAC-TIPO(WS-IND-PAC2) EQUAL "P"
                          AND WS-PAC-DESC(WS-IND-PAC2) EQUAL
                              WS-PAC-DESC(WS-IND-PAC)
                           IF WS-IND-PAC2 LESS THAN WS-IND-PAC
                               MOVE "S" TO WS-JA-LISTADA
                           END-IF
                           ADD 1 TO WS-QT-FAIXA-PED
                       END-IF
                   END-PERFORM
                   IF WS-JA-LISTADA EQUAL "N"
                       MOVE SPACES TO REG-RELATORIO
                       STRING WS-PAC-DESC(WS-IND-PAC)
                              ": " WS-QT-FAIXA-PED
                           DELIMITED BY SIZE INTO REG-RELATORIO
                       END-STRING
                       WRITE REG-RELATORIO
                       DISPLAY REG-RELATORIO(1:30)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-QT-PEDIATRICOS EQUAL ZEROS
               MOVE "  (NENHUM)" TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY REG-RELATORIO(1:20)
           END-IF.
       0410-RESUMO-PEDIATRICO-FIM. EXIT.
      ******************************************************************
       END PROGRAM IMC.
