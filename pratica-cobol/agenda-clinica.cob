      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Agenda de consultas da clinica e controle de faltas
      *          O IMC processa as medicoes depois do fato, mas os
      *          retornos eram marcados num caderno e ninguem via quem
      *          deixou de vir. Este programa mantem o
      *          agendamentos.txt (PACIENTE;NOME;DATA AAAAMMDD;HORA
      *          HHMM;PROFISSIONAL;STATUS M marcada / A atendida /
      *          F falta / C cancelada). A marcacao mostra os horarios
      *          livres do profissional no dia e so aceita horario da
      *          grade dele (profissionais.txt: PROF;NOME;INICIO HHMM;
      *          FIM HHMM;DURACAO EM MINUTOS;DIAS -- sete S/N de
      *          segunda a domingo), sem outra consulta marcada no
      *          mesmo horario para o profissional ou para o paciente.
      *          Imprime a agenda do dia por profissional
      *          (agendadia.txt). O IMC marca a consulta como atendida
      *          quando chega medicao do paciente na data; o que
      *          continuar marcado com data passada vira falta no
      *          fechamento. O relatorio de contato (faltosos.txt)
      *          junta os pacientes que faltaram e nao remarcaram com
      *          os alertas de peso do IMC-TENDENCIA (alertimc.txt)
      *          sem consulta futura marcada -- e a lista que a
      *          recepcao usa para ligar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. AGENDA-CLINICA.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT AGENDAMENTOS ASSIGN TO "C:\teste\agendamentos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-AGENDAMENTOS.

           SELECT PROFISSIONAIS ASSIGN TO "C:\teste\profissionais.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PROFISSIONAIS.

           SELECT ALERTIMC ASSIGN TO "C:\teste\alertimc.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-ALERTIMC.

           SELECT AGENDADIA ASSIGN TO "C:\teste\agendadia.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-AGENDADIA.

           SELECT FALTOSOS ASSIGN TO "C:\teste\faltosos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FALTOSOS.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  AGENDAMENTOS.
       01  REG-AGENDAMENTO             PIC X(80).
      *
       FD  PROFISSIONAIS.
       01  REG-PROFISSIONAL            PIC X(80).
      *
       FD  ALERTIMC.
       01  REG-ALERTIMC                PIC X(60).
      *
       FD  AGENDADIA.
       01  REG-AGENDADIA               PIC X(100).
      *
       FD  FALTOSOS.
       01  REG-FALTOSO                 PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-AGENDAMENTOS     PIC X(02)           VALUE SPACES.
       77  FS-PROFISSIONAIS    PIC X(02)           VALUE SPACES.
       77  FS-ALERTIMC         PIC X(02)           VALUE SPACES.
       77  FS-AGENDADIA        PIC X(02)           VALUE SPACES.
       77  FS-FALTOSOS         PIC X(02)           VALUE SPACES.
       77  WS-OPCAO            PIC 9               VALUE ZEROS.
       77  WS-MUDOU            PIC X               VALUE "N".
       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.

      *--> PROFISSIONAIS E A GRADE DE ATENDIMENTO DE CADA UM
       77  WS-QTD-PRO          PIC 9(02)           VALUE ZEROS.
       77  WS-IND-PRO          PIC 9(02)           VALUE ZEROS.
       77  WS-PRO-ACHADO       PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-PRO          OCCURS 30 TIMES.
           05 WS-PRO-ID        PIC X(10).
           05 WS-PRO-NOME      PIC X(30).
           05 WS-PRO-INICIO    PIC 9(04).
           05 WS-PRO-FIM       PIC 9(04).
           05 WS-PRO-DURACAO   PIC 9(02).
           05 WS-PRO-DIAS      PIC X(07).
       01  WS-PRO-INICIO-X     PIC X(04)           VALUE ZEROS.
       01  WS-PRO-INICIO-N REDEFINES WS-PRO-INICIO-X
                           PIC 9(04).
       01  WS-PRO-FIM-X        PIC X(04)           VALUE ZEROS.
       01  WS-PRO-FIM-N REDEFINES WS-PRO-FIM-X
                           PIC 9(04).
       01  WS-PRO-DURACAO-X    PIC X(02)           VALUE ZEROS.
       01  WS-PRO-DURACAO-N REDEFINES WS-PRO-DURACAO-X
                           PIC 9(02).

      *--> CONSULTAS EM MEMORIA
       77  WS-QTD-AGE          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-AGE          PIC 9(04)           VALUE ZEROS.
       77  WS-IND-AUX          PIC 9(04)           VALUE ZEROS.
       77  WS-AGE-ACHADA       PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-AGE          OCCURS 2000 TIMES.
           05 WS-AGE-PACIENTE  PIC X(10).
           05 WS-AGE-NOME      PIC X(20).
           05 WS-AGE-DATA      PIC 9(08).
           05 WS-AGE-HORA      PIC 9(04).
           05 WS-AGE-PROF      PIC X(10).
           05 WS-AGE-STATUS    PIC X(01).
       01  WS-LIN-DATA-X       PIC X(08)           VALUE ZEROS.
       01  WS-LIN-DATA REDEFINES WS-LIN-DATA-X
                           PIC 9(08).
       01  WS-LIN-HORA-X       PIC X(04)           VALUE ZEROS.
       01  WS-LIN-HORA REDEFINES WS-LIN-HORA-X
                           PIC 9(04).

      *--> ALERTAS DE PESO DO IMC-TENDENCIA (ID;NOME;DATA;VARIACAO)
       77  WS-QTD-ALE          PIC 9(03)           VALUE ZEROS.
       77  WS-IND-ALE          PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-ALE          OCCURS 100 TIMES.
           05 WS-ALE-PACIENTE  PIC X(10).
           05 WS-ALE-NOME      PIC X(20).
           05 WS-ALE-DATA      PIC X(08).
           05 WS-ALE-VARIACAO  PIC X(08).

      *--> ENTRADA E HORARIOS
       77  WS-PACIENTE-ENT     PIC X(10)           VALUE SPACES.
       77  WS-NOME-ENT         PIC X(20)           VALUE SPACES.
       77  WS-PROF-ENT         PIC X(10)           VALUE SPACES.
       77  WS-DATA-ENT         PIC X(08)           VALUE SPACES.
       77  WS-HORA-ENT         PIC X(04)           VALUE SPACES.
       77  WS-DATA             PIC 9(08)           VALUE ZEROS.
       77  WS-HORA             PIC 9(04)           VALUE ZEROS.
       77  WS-DIA-SEMANA       PIC 9(01)           VALUE ZEROS.
       77  WS-MIN-INICIO       PIC 9(04)           VALUE ZEROS.
       77  WS-MIN-FIM          PIC 9(04)           VALUE ZEROS.
       77  WS-MIN-SLOT         PIC 9(04)           VALUE ZEROS.
       77  WS-MIN-HORA         PIC 9(04)           VALUE ZEROS.
       77  WS-HORA-SLOT        PIC 9(04)           VALUE ZEROS.
       77  WS-SLOT-OCUPADO     PIC X               VALUE "N".
       77  WS-SLOT-VALIDO      PIC X               VALUE "N".
       77  WS-QT-LIVRES        PIC 9(03)           VALUE ZEROS.
       01  WS-LINHA-LIVRES     PIC X(80)           VALUE SPACES.
       77  WS-LIV-PTR          PIC 9(03)           VALUE 1.

      *--> RELATORIOS
       77  WS-QT-FALTAS        PIC 9(04)           VALUE ZEROS.
       77  WS-QT-CONSULTAS     PIC 9(03)           VALUE ZEROS.
       77  WS-QT-PROFS         PIC 9(02)           VALUE ZEROS.
       77  WS-QT-CONTATOS      PIC 9(04)           VALUE ZEROS.
       77  WS-TEM-FUTURA       PIC X               VALUE "N".
       77  WS-JA-LISTADO       PIC X               VALUE "N".
       77  WS-ULTIMA-FALTA     PIC 9(08)           VALUE ZEROS.
       77  WS-QT-FALTAS-PAC    PIC 9(03)           VALUE ZEROS.
       77  WS-TEM-ALERTA       PIC X               VALUE "N".
       77  WS-SITUACAO         PIC X(10)           VALUE SPACES.
       77  WS-MOTIVO           PIC X(40)           VALUE SPACES.
       77  WS-QTD-EDT          PIC ZZZ9.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM 0100-CARREGAR-PROFISSIONAIS.
           PERFORM 0110-CARREGAR-AGENDAMENTOS.
           DISPLAY "PROFISSIONAIS: " WS-QTD-PRO
                   " CONSULTAS NO ARQUIVO: " WS-QTD-AGE.

           PERFORM 0200-PROCESSAR UNTIL WS-OPCAO EQUAL 9.
           PERFORM 0900-REGRAVAR-AGENDAMENTOS.
           STOP RUN.
      ******************************************************************
       0100-CARREGAR-PROFISSIONAIS SECTION.
       0101-CARREGAR-PROFISSIONAIS.
           MOVE ZEROS TO WS-QTD-PRO.
           OPEN INPUT PROFISSIONAIS.
           IF FS-PROFISSIONAIS NOT EQUAL "00"
               DISPLAY "PROFISSIONAIS.TXT INDISPONIVEL: "
                       FS-PROFISSIONAIS
               EXIT SECTION
           END-IF.
           READ PROFISSIONAIS.
           PERFORM UNTIL FS-PROFISSIONAIS NOT EQUAL "00"
                      OR WS-QTD-PRO EQUAL 30
               ADD 1 TO WS-QTD-PRO
               MOVE SPACES TO WS-PRO-ID(WS-QTD-PRO)
                              WS-PRO-NOME(WS-QTD-PRO)
                              WS-PRO-DIAS(WS-QTD-PRO)
               MOVE ZEROS TO WS-PRO-INICIO-X WS-PRO-FIM-X
                             WS-PRO-DURACAO-X
               UNSTRING REG-PROFISSIONAL DELIMITED BY ";"
                   INTO WS-PRO-ID(WS-QTD-PRO)
                        WS-PRO-NOME(WS-QTD-PRO)
                        WS-PRO-INICIO-X WS-PRO-FIM-X
                        WS-PRO-DURACAO-X
                        WS-PRO-DIAS(WS-QTD-PRO)
               END-UNSTRING
               MOVE WS-PRO-INICIO-N  TO WS-PRO-INICIO(WS-QTD-PRO)
               MOVE WS-PRO-FIM-N     TO WS-PRO-FIM(WS-QTD-PRO)
               MOVE WS-PRO-DURACAO-N TO WS-PRO-DURACAO(WS-QTD-PRO)
      *--> SEM DURACAO INFORMADA A CONSULTA E DE 30 MINUTOS; SEM DIAS,
      *    SEGUNDA A SEXTA
               IF WS-PRO-DURACAO(WS-QTD-PRO) EQUAL ZEROS
                   MOVE 30 TO WS-PRO-DURACAO(WS-QTD-PRO)
               END-IF
               IF WS-PRO-DIAS(WS-QTD-PRO) EQUAL SPACES
                   MOVE "SSSSSNN" TO WS-PRO-DIAS(WS-QTD-PRO)
               END-IF
               READ PROFISSIONAIS
           END-PERFORM.
           CLOSE PROFISSIONAIS.
       0100-CARREGAR-PROFISSIONAIS-FIM. EXIT.
      ******************************************************************
       0110-CARREGAR-AGENDAMENTOS SECTION.
       0111-CARREGAR-AGENDAMENTOS.
           MOVE ZEROS TO WS-QTD-AGE.
           OPEN INPUT AGENDAMENTOS.
           IF FS-AGENDAMENTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ AGENDAMENTOS.
           PERFORM UNTIL FS-AGENDAMENTOS NOT EQUAL "00"
                      OR WS-QTD-AGE EQUAL 2000
               ADD 1 TO WS-QTD-AGE
               MOVE SPACES TO WS-AGE-PACIENTE(WS-QTD-AGE)
                              WS-AGE-NOME(WS-QTD-AGE)
                              WS-AGE-PROF(WS-QTD-AGE)
                              WS-AGE-STATUS(WS-QTD-AGE)
               MOVE ZEROS TO WS-LIN-DATA-X WS-LIN-HORA-X
               UNSTRING REG-AGENDAMENTO DELIMITED BY ";"
                   INTO WS-AGE-PACIENTE(WS-QTD-AGE)
                        WS-AGE-NOME(WS-QTD-AGE)
                        WS-LIN-DATA-X WS-LIN-HORA-X
                        WS-AGE-PROF(WS-QTD-AGE)
                        WS-AGE-STATUS(WS-QTD-AGE)
               END-UNSTRING
               MOVE WS-LIN-DATA TO WS-AGE-DATA(WS-QTD-AGE)
               MOVE WS-LIN-HORA TO WS-AGE-HORA(WS-QTD-AGE)
               READ AGENDAMENTOS
           END-PERFORM.
           CLOSE AGENDAMENTOS.
       0110-CARREGAR-AGENDAMENTOS-FIM. EXIT.
      ******************************************************************
       0200-PROCESSAR          SECTION.
       0201-PROCESSAR.
           DISPLAY " ".
           DISPLAY "1-MARCAR CONSULTA 2-CANCELAR CONSULTA ".
           DISPLAY "3-AGENDA DO DIA 4-REGISTRAR FALTAS ".
           DISPLAY "5-RELATORIO DE CONTATO (FALTOSOS) 9-SAIR (GRAVA): ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0300-MARCAR-CONSULTA
               WHEN 2
                   PERFORM 0400-CANCELAR-CONSULTA
               WHEN 3
                   PERFORM 0500-AGENDA-DO-DIA
               WHEN 4
                   PERFORM 0600-REGISTRAR-FALTAS
               WHEN 5
                   PERFORM 0700-RELATORIO-CONTATO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       0200-PROCESSAR-FIM.     EXIT.
      ******************************************************************
       0250-LOCALIZAR-PROFISSIONAL SECTION.
       0251-LOCALIZAR-PROFISSIONAL.
           MOVE ZEROS TO WS-PRO-ACHADO.
           PERFORM VARYING WS-IND-PRO FROM 1 BY 1
                   UNTIL WS-IND-PRO GREATER THAN WS-QTD-PRO
               IF WS-PRO-ID(WS-IND-PRO) EQUAL WS-PROF-ENT
                   MOVE WS-IND-PRO TO WS-PRO-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0250-LOCALIZAR-PROFISSIONAL-FIM. EXIT.
      ******************************************************************
      *--> DIA DA SEMANA DE WS-DATA: 1 = SEGUNDA ... 7 = DOMINGO
       0260-DIA-DA-SEMANA      SECTION.
       0261-DIA-DA-SEMANA.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-DATA), 7).
           IF WS-DIA-SEMANA EQUAL ZEROS
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.
       0260-DIA-DA-SEMANA-FIM. EXIT.
      ******************************************************************
      *--> O PROFISSIONAL JA TEM CONSULTA MARCADA (OU ATENDIDA) EM
      *    WS-DATA/WS-HORA-SLOT? CANCELADA E FALTA NAO OCUPAM
       0270-SLOT-OCUPADO       SECTION.
       0271-SLOT-OCUPADO.
           MOVE "N" TO WS-SLOT-OCUPADO.
           MOVE ZEROS TO WS-AGE-ACHADA.
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGE
               IF WS-AGE-PROF(WS-IND-AGE) EQUAL WS-PRO-ID(WS-PRO-ACHADO)
                  AND WS-AGE-DATA(WS-IND-AGE) EQUAL WS-DATA
                  AND WS-AGE-HORA(WS-IND-AGE) EQUAL WS-HORA-SLOT
                  AND (WS-AGE-STATUS(WS-IND-AGE) EQUAL "M"
                       OR WS-AGE-STATUS(WS-IND-AGE) EQUAL "A")
                   MOVE "S" TO WS-SLOT-OCUPADO
                   MOVE WS-IND-AGE TO WS-AGE-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0270-SLOT-OCUPADO-FIM.  EXIT.
      ******************************************************************
      *--> HORARIO HHMM <-> MINUTOS DO DIA, PARA ANDAR NA GRADE DE
      *    DURACAO EM DURACAO
       0280-GRADE-DO-DIA       SECTION.
       0281-GRADE-DO-DIA.
           DIVIDE WS-PRO-INICIO(WS-PRO-ACHADO) BY 100
               GIVING WS-MIN-INICIO REMAINDER WS-MIN-HORA.
           COMPUTE WS-MIN-INICIO = WS-MIN-INICIO * 60 + WS-MIN-HORA.
           DIVIDE WS-PRO-FIM(WS-PRO-ACHADO) BY 100
               GIVING WS-MIN-FIM REMAINDER WS-MIN-HORA.
           COMPUTE WS-MIN-FIM = WS-MIN-FIM * 60 + WS-MIN-HORA.
       0280-GRADE-DO-DIA-FIM.  EXIT.
      ******************************************************************
       0290-HORA-DO-SLOT       SECTION.
       0291-HORA-DO-SLOT.
           DIVIDE WS-MIN-SLOT BY 60
               GIVING WS-HORA-SLOT REMAINDER WS-MIN-HORA.
           COMPUTE WS-HORA-SLOT = WS-HORA-SLOT * 100 + WS-MIN-HORA.
       0290-HORA-DO-SLOT-FIM.  EXIT.
      ******************************************************************
      *--> MARCACAO: MOSTRA OS HORARIOS LIVRES DO PROFISSIONAL NO DIA
      *    E SO ACEITA UM DELES
       0300-MARCAR-CONSULTA    SECTION.
       0301-MARCAR-CONSULTA.
           IF WS-QTD-AGE EQUAL 2000
               DISPLAY "ARQUIVO DE AGENDAMENTOS CHEIO"
               EXIT SECTION
           END-IF.
           DISPLAY "PACIENTE (ID): ".
           MOVE SPACES TO WS-PACIENTE-ENT.
           ACCEPT WS-PACIENTE-ENT.
           IF WS-PACIENTE-ENT EQUAL SPACES
               DISPLAY "PACIENTE OBRIGATORIO"
               EXIT SECTION
           END-IF.
      *--> NOME DO PACIENTE: O DA ULTIMA CONSULTA, SE HOUVER
           MOVE SPACES TO WS-NOME-ENT.
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGE
               IF WS-AGE-PACIENTE(WS-IND-AGE) EQUAL WS-PACIENTE-ENT
                   MOVE WS-AGE-NOME(WS-IND-AGE) TO WS-NOME-ENT
               END-IF
           END-PERFORM.
           IF WS-NOME-ENT EQUAL SPACES
               DISPLAY "NOME DO PACIENTE: "
               ACCEPT WS-NOME-ENT
           ELSE
               DISPLAY "PACIENTE " WS-NOME-ENT
           END-IF.

           DISPLAY "PROFISSIONAL: ".
           MOVE SPACES TO WS-PROF-ENT.
           ACCEPT WS-PROF-ENT.
           PERFORM 0250-LOCALIZAR-PROFISSIONAL.
           IF WS-PRO-ACHADO EQUAL ZEROS
               DISPLAY "PROFISSIONAL NAO CADASTRADO"
               EXIT SECTION
           END-IF.

           DISPLAY "DATA (AAAAMMDD): ".
           MOVE SPACES TO WS-DATA-ENT.
           ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT IS NOT NUMERIC
               DISPLAY "DATA INVALIDA"
               EXIT SECTION
           END-IF.
           MOVE WS-DATA-ENT TO WS-DATA.
           IF WS-DATA LESS THAN WS-DATA-HOJE
               DISPLAY "DATA JA PASSOU"
               EXIT SECTION
           END-IF.
           PERFORM 0260-DIA-DA-SEMANA.
           IF WS-PRO-DIAS(WS-PRO-ACHADO)(WS-DIA-SEMANA:1) NOT EQUAL "S"
               DISPLAY "PROFISSIONAL NAO ATENDE NESTE DIA DA SEMANA"
               EXIT SECTION
           END-IF.

           PERFORM 0310-MOSTRAR-LIVRES.
           IF WS-QT-LIVRES EQUAL ZEROS
               DISPLAY "AGENDA DO DIA LOTADA"
               EXIT SECTION
           END-IF.

           DISPLAY "HORARIO (HHMM): ".
           MOVE SPACES TO WS-HORA-ENT.
           ACCEPT WS-HORA-ENT.
           IF WS-HORA-ENT IS NOT NUMERIC
               DISPLAY "HORARIO INVALIDO"
               EXIT SECTION
           END-IF.
           MOVE WS-HORA-ENT TO WS-HORA.

      *--> O HORARIO TEM DE CAIR NA GRADE DO PROFISSIONAL
           MOVE "N" TO WS-SLOT-VALIDO.
           PERFORM 0280-GRADE-DO-DIA.
           PERFORM VARYING WS-MIN-SLOT FROM WS-MIN-INICIO
                   BY WS-PRO-DURACAO(WS-PRO-ACHADO)
                   UNTIL WS-MIN-SLOT NOT LESS THAN WS-MIN-FIM
               PERFORM 0290-HORA-DO-SLOT
               IF WS-HORA-SLOT EQUAL WS-HORA
                   MOVE "S" TO WS-SLOT-VALIDO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SLOT-VALIDO EQUAL "N"
               DISPLAY "HORARIO FORA DA GRADE DO PROFISSIONAL"
               EXIT SECTION
           END-IF.

           MOVE WS-HORA TO WS-HORA-SLOT.
           PERFORM 0270-SLOT-OCUPADO.
           IF WS-SLOT-OCUPADO EQUAL "S"
               DISPLAY "HORARIO JA OCUPADO POR "
                       WS-AGE-PACIENTE(WS-AGE-ACHADA)
               EXIT SECTION
           END-IF.

      *--> O PACIENTE NAO PODE ESTAR EM DOIS LUGARES NA MESMA HORA
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGE
               IF WS-AGE-PACIENTE(WS-IND-AGE) EQUAL WS-PACIENTE-ENT
                  AND WS-AGE-DATA(WS-IND-AGE) EQUAL WS-DATA
                  AND WS-AGE-HORA(WS-IND-AGE) EQUAL WS-HORA
                  AND WS-AGE-STATUS(WS-IND-AGE) EQUAL "M"
                   DISPLAY "PACIENTE JA TEM CONSULTA NESTE HORARIO COM "
                           WS-AGE-PROF(WS-IND-AGE)
                   EXIT SECTION
               END-IF
           END-PERFORM.

           ADD 1 TO WS-QTD-AGE.
           MOVE WS-PACIENTE-ENT TO WS-AGE-PACIENTE(WS-QTD-AGE).
           MOVE WS-NOME-ENT     TO WS-AGE-NOME(WS-QTD-AGE).
           MOVE WS-DATA         TO WS-AGE-DATA(WS-QTD-AGE).
           MOVE WS-HORA         TO WS-AGE-HORA(WS-QTD-AGE).
           MOVE WS-PROF-ENT     TO WS-AGE-PROF(WS-QTD-AGE).
           MOVE "M"             TO WS-AGE-STATUS(WS-QTD-AGE).
           MOVE "S" TO WS-MUDOU.
           DISPLAY "CONSULTA MARCADA: " WS-DATA(7:2) "/" WS-DATA(5:2)
                   "/" WS-DATA(1:4) " AS " WS-HORA(1:2) ":"
                   WS-HORA(3:2).
       0300-MARCAR-CONSULTA-FIM. EXIT.
      ******************************************************************
       0310-MOSTRAR-LIVRES     SECTION.
       0311-MOSTRAR-LIVRES.
           MOVE ZEROS TO WS-QT-LIVRES.
           MOVE SPACES TO WS-LINHA-LIVRES.
           MOVE 1 TO WS-LIV-PTR.
           DISPLAY "HORARIOS LIVRES:".
           PERFORM 0280-GRADE-DO-DIA.
           PERFORM VARYING WS-MIN-SLOT FROM WS-MIN-INICIO
                   BY WS-PRO-DURACAO(WS-PRO-ACHADO)
                   UNTIL WS-MIN-SLOT NOT LESS THAN WS-MIN-FIM
               PERFORM 0290-HORA-DO-SLOT
               PERFORM 0270-SLOT-OCUPADO
               IF WS-SLOT-OCUPADO EQUAL "N"
                   ADD 1 TO WS-QT-LIVRES
                   STRING " " WS-HORA-SLOT(1:2) ":" WS-HORA-SLOT(3:2)
                       DELIMITED BY SIZE INTO WS-LINHA-LIVRES
                       WITH POINTER WS-LIV-PTR
                   END-STRING
                   IF WS-LIV-PTR GREATER THAN 60
                       DISPLAY WS-LINHA-LIVRES
                       MOVE SPACES TO WS-LINHA-LIVRES
                       MOVE 1 TO WS-LIV-PTR
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIV-PTR GREATER THAN 1
               DISPLAY WS-LINHA-LIVRES
           END-IF.
       0310-MOSTRAR-LIVRES-FIM. EXIT.
      ******************************************************************
       0400-CANCELAR-CONSULTA  SECTION.
       0401-CANCELAR-CONSULTA.
           DISPLAY "PACIENTE (ID): ".
           MOVE SPACES TO WS-PACIENTE-ENT.
           ACCEPT WS-PACIENTE-ENT.
           DISPLAY "DATA (AAAAMMDD): ".
           MOVE SPACES TO WS-DATA-ENT.
           ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT IS NOT NUMERIC
               DISPLAY "DATA INVALIDA"
               EXIT SECTION
           END-IF.
           MOVE WS-DATA-ENT TO WS-DATA.

           MOVE ZEROS TO WS-AGE-ACHADA.
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGE
               IF WS-AGE-PACIENTE(WS-IND-AGE) EQUAL WS-PACIENTE-ENT
                  AND WS-AGE-DATA(WS-IND-AGE) EQUAL WS-DATA
                  AND WS-AGE-STATUS(WS-IND-AGE) EQUAL "M"
                   MOVE WS-IND-AGE TO WS-AGE-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-AGE-ACHADA EQUAL ZEROS
               DISPLAY "NENHUMA CONSULTA MARCADA NA DATA"
               EXIT SECTION
           END-IF.

           MOVE "C" TO WS-AGE-STATUS(WS-AGE-ACHADA).
           MOVE "S" TO WS-MUDOU.
           DISPLAY "CONSULTA DAS " WS-AGE-HORA(WS-AGE-ACHADA)(1:2) ":"
                   WS-AGE-HORA(WS-AGE-ACHADA)(3:2) " COM "
                   WS-AGE-PROF(WS-AGE-ACHADA) " CANCELADA".
       0400-CANCELAR-CONSULTA-FIM. EXIT.
      ******************************************************************
      *--> AGENDA DO DIA: TODA A GRADE DO PROFISSIONAL, HORARIO A
      *    HORARIO, LIVRE OU COM O PACIENTE; PROFISSIONAL VAZIO = TODOS
      *    OS QUE ATENDEM NO DIA
       0500-AGENDA-DO-DIA      SECTION.
       0501-AGENDA-DO-DIA.
           DISPLAY "DATA (AAAAMMDD, VAZIO = HOJE): ".
           MOVE SPACES TO WS-DATA-ENT.
           ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT IS NUMERIC
               MOVE WS-DATA-ENT TO WS-DATA
           ELSE
               MOVE WS-DATA-HOJE TO WS-DATA
           END-IF.
           DISPLAY "PROFISSIONAL (VAZIO = TODOS): ".
           MOVE SPACES TO WS-PROF-ENT.
           ACCEPT WS-PROF-ENT.
           PERFORM 0260-DIA-DA-SEMANA.

           OPEN OUTPUT AGENDADIA.
           MOVE ZEROS TO WS-QT-PROFS.
           PERFORM VARYING WS-PRO-ACHADO FROM 1 BY 1
                   UNTIL WS-PRO-ACHADO GREATER THAN WS-QTD-PRO
               IF (WS-PROF-ENT EQUAL SPACES
                   OR WS-PRO-ID(WS-PRO-ACHADO) EQUAL WS-PROF-ENT)
                  AND WS-PRO-DIAS(WS-PRO-ACHADO)(WS-DIA-SEMANA:1)
                          EQUAL "S"
                   PERFORM 0510-AGENDA-PROFISSIONAL
               END-IF
           END-PERFORM.
           CLOSE AGENDADIA.

           IF WS-QT-PROFS EQUAL ZEROS
               DISPLAY "NENHUM PROFISSIONAL ATENDE NESTA DATA"
           ELSE
               DISPLAY "AGENDA GRAVADA EM AGENDADIA.TXT"
           END-IF.
       0500-AGENDA-DO-DIA-FIM. EXIT.
      ******************************************************************
       0510-AGENDA-PROFISSIONAL SECTION.
       0511-AGENDA-PROFISSIONAL.
           ADD 1 TO WS-QT-PROFS.
           MOVE ZEROS TO WS-QT-CONSULTAS.
           MOVE SPACES TO REG-AGENDADIA.
           STRING "AGENDA DE " WS-DATA(7:2) "/" WS-DATA(5:2) "/"
                  WS-DATA(1:4) " - " WS-PRO-ID(WS-PRO-ACHADO)
                  " " WS-PRO-NOME(WS-PRO-ACHADO)
               DELIMITED BY SIZE INTO REG-AGENDADIA
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           MOVE ALL "-" TO REG-AGENDADIA(1:70).
           PERFORM 0590-GRAVAR-E-MOSTRAR.

           PERFORM 0280-GRADE-DO-DIA.
           PERFORM VARYING WS-MIN-SLOT FROM WS-MIN-INICIO
                   BY WS-PRO-DURACAO(WS-PRO-ACHADO)
                   UNTIL WS-MIN-SLOT NOT LESS THAN WS-MIN-FIM
               PERFORM 0290-HORA-DO-SLOT
               PERFORM 0270-SLOT-OCUPADO
               IF WS-SLOT-OCUPADO EQUAL "S"
                   ADD 1 TO WS-QT-CONSULTAS
                   IF WS-AGE-STATUS(WS-AGE-ACHADA) EQUAL "A"
                       MOVE "ATENDIDA" TO WS-SITUACAO
                   ELSE
                       MOVE "MARCADA" TO WS-SITUACAO
                   END-IF
                   STRING "  " WS-HORA-SLOT(1:2) ":" WS-HORA-SLOT(3:2)
                          "  " WS-AGE-PACIENTE(WS-AGE-ACHADA)
                          " " WS-AGE-NOME(WS-AGE-ACHADA)
                          " " WS-SITUACAO
                       DELIMITED BY SIZE INTO REG-AGENDADIA
                   END-STRING
               ELSE
                   STRING "  " WS-HORA-SLOT(1:2) ":" WS-HORA-SLOT(3:2)
                          "  (LIVRE)"
                       DELIMITED BY SIZE INTO REG-AGENDADIA
                   END-STRING
               END-IF
               PERFORM 0590-GRAVAR-E-MOSTRAR
           END-PERFORM.

      *--> FALTAS DO DIA SAEM NO RODAPE (NAO OCUPAM MAIS O HORARIO)
           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX GREATER THAN WS-QTD-AGE
               IF WS-AGE-PROF(WS-IND-AUX) EQUAL WS-PRO-ID(WS-PRO-ACHADO)
                  AND WS-AGE-DATA(WS-IND-AUX) EQUAL WS-DATA
                  AND WS-AGE-STATUS(WS-IND-AUX) EQUAL "F"
                   STRING "  FALTA: " WS-AGE-HORA(WS-IND-AUX)(1:2) ":"
                          WS-AGE-HORA(WS-IND-AUX)(3:2)
                          "  " WS-AGE-PACIENTE(WS-IND-AUX)
                          " " WS-AGE-NOME(WS-IND-AUX)
                       DELIMITED BY SIZE INTO REG-AGENDADIA
                   END-STRING
                   PERFORM 0590-GRAVAR-E-MOSTRAR
               END-IF
           END-PERFORM.

           MOVE WS-QT-CONSULTAS TO WS-QTD-EDT.
           STRING "  CONSULTAS NO DIA: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-AGENDADIA
           END-STRING.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
           PERFORM 0590-GRAVAR-E-MOSTRAR.
       0510-AGENDA-PROFISSIONAL-FIM. EXIT.
      ******************************************************************
       0590-GRAVAR-E-MOSTRAR   SECTION.
       0591-GRAVAR-E-MOSTRAR.
           WRITE REG-AGENDADIA.
           DISPLAY REG-AGENDADIA.
           MOVE SPACES TO REG-AGENDADIA.
       0590-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
      *--> CONSULTA AINDA MARCADA COM DATA ANTERIOR A DATA-BASE E
      *    FALTA: SE O PACIENTE TIVESSE VINDO, O IMC JA TERIA DADO
      *    BAIXA PELA MEDICAO
       0600-REGISTRAR-FALTAS   SECTION.
       0601-REGISTRAR-FALTAS.
           DISPLAY "CONSULTAS ANTERIORES A (AAAAMMDD, VAZIO = HOJE): ".
           MOVE SPACES TO WS-DATA-ENT.
           ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT IS NUMERIC
               MOVE WS-DATA-ENT TO WS-DATA
           ELSE
               MOVE WS-DATA-HOJE TO WS-DATA
           END-IF.

           MOVE ZEROS TO WS-QT-FALTAS.
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGE
               IF WS-AGE-STATUS(WS-IND-AGE) EQUAL "M"
                  AND WS-AGE-DATA(WS-IND-AGE) LESS THAN WS-DATA
                   MOVE "F" TO WS-AGE-STATUS(WS-IND-AGE)
                   ADD 1 TO WS-QT-FALTAS
               END-IF
           END-PERFORM.
           IF WS-QT-FALTAS GREATER THAN ZEROS
               MOVE "S" TO WS-MUDOU
           END-IF.
           DISPLAY "FALTAS REGISTRADAS: " WS-QT-FALTAS.
       0600-REGISTRAR-FALTAS-FIM. EXIT.
      ******************************************************************
      *--> LISTA DE CONTATO: QUEM FALTOU E NAO TEM CONSULTA FUTURA
      *    MARCADA, MAIS QUEM TEVE ALERTA DE PESO NO IMC-TENDENCIA E
      *    TAMBEM NAO ESTA MARCADO; FALTA + ALERTA SAI PRIMEIRO
       0700-RELATORIO-CONTATO  SECTION.
       0701-RELATORIO-CONTATO.
           PERFORM 0710-CARREGAR-ALERTAS.

           OPEN OUTPUT FALTOSOS.
           MOVE SPACES TO REG-FALTOSO.
           STRING "PACIENTES PARA CONTATO EM " WS-DATA-HOJE(7:2) "/"
                  WS-DATA-HOJE(5:2) "/" WS-DATA-HOJE(1:4)
                  " (SEM CONSULTA FUTURA MARCADA)"
               DELIMITED BY SIZE INTO REG-FALTOSO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           MOVE ALL "=" TO REG-FALTOSO(1:90).
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           MOVE "  PACIENTE   NOME" TO REG-FALTOSO.
           MOVE "MOTIVO" TO REG-FALTOSO(35:6).
           PERFORM 0790-GRAVAR-E-MOSTRAR.

           MOVE ZEROS TO WS-QT-CONTATOS.
      *--> PRIMEIRO QUEM TEM FALTA E ALERTA, DEPOIS SO FALTA
           MOVE "S" TO WS-TEM-ALERTA.
           PERFORM 0720-LISTAR-FALTOSOS.
           MOVE "N" TO WS-TEM-ALERTA.
           PERFORM 0720-LISTAR-FALTOSOS.
           PERFORM 0750-LISTAR-ALERTAS.

           MOVE ALL "=" TO REG-FALTOSO(1:90).
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           MOVE WS-QT-CONTATOS TO WS-QTD-EDT.
           STRING "PACIENTES PARA CONTATO: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-FALTOSO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           CLOSE FALTOSOS.
           DISPLAY "RELATORIO GRAVADO EM FALTOSOS.TXT".
       0700-RELATORIO-CONTATO-FIM. EXIT.
      ******************************************************************
       0710-CARREGAR-ALERTAS   SECTION.
       0711-CARREGAR-ALERTAS.
           MOVE ZEROS TO WS-QTD-ALE.
           OPEN INPUT ALERTIMC.
           IF FS-ALERTIMC NOT EQUAL "00"
               DISPLAY "ALERTIMC.TXT INDISPONIVEL - SO AS FALTAS"
               EXIT SECTION
           END-IF.
           READ ALERTIMC.
           PERFORM UNTIL FS-ALERTIMC NOT EQUAL "00"
                      OR WS-QTD-ALE EQUAL 100
               ADD 1 TO WS-QTD-ALE
               MOVE SPACES TO WS-TAB-ALE(WS-QTD-ALE)
               UNSTRING REG-ALERTIMC DELIMITED BY ";"
                   INTO WS-ALE-PACIENTE(WS-QTD-ALE)
                        WS-ALE-NOME(WS-QTD-ALE)
                        WS-ALE-DATA(WS-QTD-ALE)
                        WS-ALE-VARIACAO(WS-QTD-ALE)
               END-UNSTRING
               READ ALERTIMC
           END-PERFORM.
           CLOSE ALERTIMC.
       0710-CARREGAR-ALERTAS-FIM. EXIT.
      ******************************************************************
      *--> UM PACIENTE POR LINHA (NA PRIMEIRA FALTA DELE NO ARQUIVO)
       0720-LISTAR-FALTOSOS    SECTION.
       0721-LISTAR-FALTOSOS.
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGE
               IF WS-AGE-STATUS(WS-IND-AGE) EQUAL "F"
                   MOVE WS-AGE-PACIENTE(WS-IND-AGE) TO WS-PACIENTE-ENT
                   PERFORM 0730-PRIMEIRA-FALTA
                   IF WS-JA-LISTADO EQUAL "N"
                       PERFORM 0740-SITUACAO-PACIENTE
                       IF WS-TEM-FUTURA EQUAL "N"
                           PERFORM 0745-LINHA-FALTOSO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0720-LISTAR-FALTOSOS-FIM. EXIT.
      ******************************************************************
       0730-PRIMEIRA-FALTA     SECTION.
       0731-PRIMEIRA-FALTA.
           MOVE "N" TO WS-JA-LISTADO.
           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX NOT LESS THAN WS-IND-AGE
               IF WS-AGE-PACIENTE(WS-IND-AUX) EQUAL WS-PACIENTE-ENT
                  AND WS-AGE-STATUS(WS-IND-AUX) EQUAL "F"
                   MOVE "S" TO WS-JA-LISTADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0730-PRIMEIRA-FALTA-FIM. EXIT.
      ******************************************************************
      *--> CONSULTA FUTURA MARCADA, QUANTAS FALTAS E A ULTIMA DELAS
       0740-SITUACAO-PACIENTE  SECTION.
       0741-SITUACAO-PACIENTE.
           MOVE "N" TO WS-TEM-FUTURA.
           MOVE ZEROS TO WS-QT-FALTAS-PAC WS-ULTIMA-FALTA.
           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX GREATER THAN WS-QTD-AGE
               IF WS-AGE-PACIENTE(WS-IND-AUX) EQUAL WS-PACIENTE-ENT
                   IF WS-AGE-STATUS(WS-IND-AUX) EQUAL "M"
                      AND WS-AGE-DATA(WS-IND-AUX) NOT LESS THAN
                              WS-DATA-HOJE
                       MOVE "S" TO WS-TEM-FUTURA
                   END-IF
                   IF WS-AGE-STATUS(WS-IND-AUX) EQUAL "F"
                       ADD 1 TO WS-QT-FALTAS-PAC
                       IF WS-AGE-DATA(WS-IND-AUX) GREATER THAN
                               WS-ULTIMA-FALTA
                           MOVE WS-AGE-DATA(WS-IND-AUX)
                                   TO WS-ULTIMA-FALTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0740-SITUACAO-PACIENTE-FIM. EXIT.
      ******************************************************************
       0745-LINHA-FALTOSO      SECTION.
       0746-LINHA-FALTOSO.
           MOVE ZEROS TO WS-IND-ALE.
           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX GREATER THAN WS-QTD-ALE
               IF WS-ALE-PACIENTE(WS-IND-AUX) EQUAL WS-PACIENTE-ENT
                   MOVE WS-IND-AUX TO WS-IND-ALE
               END-IF
           END-PERFORM.
           IF (WS-TEM-ALERTA EQUAL "S" AND WS-IND-ALE EQUAL ZEROS)
              OR (WS-TEM-ALERTA EQUAL "N"
                  AND WS-IND-ALE GREATER THAN ZEROS)
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-QT-CONTATOS.
           MOVE SPACES TO WS-MOTIVO.
           MOVE WS-QT-FALTAS-PAC TO WS-QTD-EDT.
           STRING WS-QTD-EDT " FALTA(S), ULTIMA "
                  WS-ULTIMA-FALTA(7:2) "/" WS-ULTIMA-FALTA(5:2) "/"
                  WS-ULTIMA-FALTA(1:4)
               DELIMITED BY SIZE INTO WS-MOTIVO
           END-STRING.
           STRING "  " WS-PACIENTE-ENT
                  " " WS-AGE-NOME(WS-IND-AGE)
                  " " WS-MOTIVO
               DELIMITED BY SIZE INTO REG-FALTOSO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           IF WS-IND-ALE GREATER THAN ZEROS
               STRING "                                 "
                      "+ ALERTA DE PESO: "
                      WS-ALE-VARIACAO(WS-IND-ALE) " KG ATE "
                      WS-ALE-DATA(WS-IND-ALE)
                   DELIMITED BY SIZE INTO REG-FALTOSO
               END-STRING
               PERFORM 0790-GRAVAR-E-MOSTRAR
           END-IF.
       0745-LINHA-FALTOSO-FIM. EXIT.
      ******************************************************************
      *--> ALERTA DE PESO SEM FALTA: SO ENTRA SE NAO HA CONSULTA
      *    FUTURA MARCADA (UMA LINHA POR PACIENTE, O ULTIMO ALERTA)
       0750-LISTAR-ALERTAS     SECTION.
       0751-LISTAR-ALERTAS.
           PERFORM VARYING WS-IND-ALE FROM 1 BY 1
                   UNTIL WS-IND-ALE GREATER THAN WS-QTD-ALE
               MOVE WS-ALE-PACIENTE(WS-IND-ALE) TO WS-PACIENTE-ENT
               MOVE "N" TO WS-JA-LISTADO
               PERFORM VARYING WS-IND-AUX FROM WS-IND-ALE BY 1
                       UNTIL WS-IND-AUX NOT LESS THAN WS-QTD-ALE
                   IF WS-ALE-PACIENTE(WS-IND-AUX + 1) EQUAL
                           WS-PACIENTE-ENT
                       MOVE "S" TO WS-JA-LISTADO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-JA-LISTADO EQUAL "N"
                   PERFORM 0740-SITUACAO-PACIENTE
                   IF WS-TEM-FUTURA EQUAL "N"
                      AND WS-QT-FALTAS-PAC EQUAL ZEROS
                       ADD 1 TO WS-QT-CONTATOS
                       STRING "  " WS-PACIENTE-ENT
                              " " WS-ALE-NOME(WS-IND-ALE)
                              " ALERTA DE PESO: "
                              WS-ALE-VARIACAO(WS-IND-ALE) " KG ATE "
                              WS-ALE-DATA(WS-IND-ALE)
                           DELIMITED BY SIZE INTO REG-FALTOSO
                       END-STRING
                       PERFORM 0790-GRAVAR-E-MOSTRAR
                   END-IF
               END-IF
           END-PERFORM.
       0750-LISTAR-ALERTAS-FIM. EXIT.
      ******************************************************************
       0790-GRAVAR-E-MOSTRAR   SECTION.
       0791-GRAVAR-E-MOSTRAR.
           WRITE REG-FALTOSO.
           DISPLAY REG-FALTOSO.
           MOVE SPACES TO REG-FALTOSO.
       0790-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
       0900-REGRAVAR-AGENDAMENTOS SECTION.
       0901-REGRAVAR-AGENDAMENTOS.
           IF WS-MUDOU NOT EQUAL "S"
               EXIT SECTION
           END-IF.
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
           DISPLAY "AGENDAMENTOS GRAVADOS".
       0900-REGRAVAR-AGENDAMENTOS-FIM. EXIT.
      ******************************************************************
       END PROGRAM AGENDA-CLINICA.
