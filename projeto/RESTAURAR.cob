      * Date:14/06/2025
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  MODULO DE RESTAURACAO (LIXEIRA)
      *     Apos restaurar, oferece desfazer as suspensoes da cascata
      *     (agendados suspensos, pontos congelados) pedindo a
      *     reativacao ao CASCPED; a lista CASCATA executa os itens.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *---> OPERADOR LOGADO NO MAIN (PARA A AUDITORIA DA RESTAURACAO)
           COPY "OPERADOR.cpy".

      *---> JORNAL DO CLIENTES (IMAGEM POSTERIOR DE CADA GRAVACAO)
       01  WK-JOR-OPERACAO          PIC X(01) VALUE SPACES.
       01  WK-JOR-PROGRAMA          PIC X(10) VALUE "RESTAURAR".

      *---> PEDIDO DE CASCATA PARA DESFAZER AS SUSPENSOES FEITAS NA
      *     SAIDA DO CLIENTE (SUBPROGRAMA CASCPED)
       77  WK-CAS-TIPO             PIC X(01) VALUE SPACES.
       77  WK-CAS-ORIGEM           PIC X(10) VALUE "RESTAURAR".
       77  WK-CAS-RC               PIC X(02) VALUE SPACES.

      *---> LINHA DE AUDITORIA DA OPERACAO (FORMATO DO EXCLUIR 0510)
       01  FS-AUDITORIA             PIC X(02) VALUE SPACES.
       01  WK-AUDITORIA-PATH        PIC X(100)
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   ADD 1 TO WK-QTD-CLIENTES
                   MOVE "I" TO WK-JOR-OPERACAO
                   CALL "JORNAL" USING WK-JOR-OPERACAO WK-JOR-PROGRAMA
                                       REG-CLIENTES
               MOVE "M" TO WK-CLI-ACAO
               CALL "CTRLCLI" USING WK-CLI-ACAO WK-CLI-QTD
                                    WK-CLI-FLAG WK-CLI-RC
                   DISPLAY "CLIENTE RESTAURADO!" FOREGROUND-COLOR 2
                       AT 1510
                   ACCEPT WK-TECLA AT 1545
                   PERFORM 0530-DESFAZER-CASCATA
           END-WRITE.
       0500-EXECUTAR-RESTAURACAO-FIM. EXIT.
      ******************************************************************
      *---> O CLIENTE VOLTOU: OFERECE DESFAZER O QUE A CASCATA DA SAIDA
      *     SUSPENDEU. SO REGISTRA O PEDIDO; A LISTA CASCATA DESDOBRA
      *     NOS ITENS A REVERTER E CANCELA OS AINDA PENDENTES.
       0530-DESFAZER-CASCATA   SECTION.
           DISPLAY "DESFAZER AS SUSPENSOES DA CASCATA? (S/N): "
                   FOREGROUND-COLOR 2 AT 1610.
           ACCEPT WK-OPCAO AT 1653.
           IF FUNCTION UPPER-CASE(WK-OPCAO) = "S"
               MOVE "R" TO WK-CAS-TIPO
               CALL "CASCPED" USING WK-CAS-TIPO REG-TELEFONE REG-CPF
                                    WK-CAS-ORIGEM WK-OPERADOR-LOGADO
                                    WK-CAS-RC
               IF WK-CAS-RC NOT EQUAL "00"
                   MOVE "ERRO AO GRAVAR O PEDIDO DE CASCATA"
                                               TO WK-ABEND-MESSAGE
                   SET SEVERIDADE-ERRO TO TRUE
                   CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-IF.
       0530-DESFAZER-CASCATA-FIM. EXIT.
      ******************************************************************
      *---> LINHAS DE LIXEIRA GRAVADAS ANTES DO ENDERECO, DA DATA DE
      *     STATUS, DO CONSENTIMENTO E DA FILIAL VOLTAM COMPLETADAS
      *     COM ESPACOS; ZERA OS CAMPOS NUMERICOS NOVOS (SENAO O
