      * Date:09/06/2025
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  MODULO DE RELATORIO EM DISCO
      *     Na rodada em lote (RELDISK_MODO=LOTE) o backup e o
      *     relatorio leem o cadastro pela varredura unica (VARRCLI),
      *     do extrato gerado no inicio da cadeia NOTURNO; no menu a
      *     leitura continua direta no indexado, com os filtros.
      *     Indice da pagina de totais por filial com 3 digitos, para
      *     o laco de 1 a 99 terminar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       77  WK-LINHA-PAG             PIC 9(02) VALUE ZEROS.
       77  WK-QT-ATIVOS-REL         PIC 9(06) VALUE ZEROS.
       77  WK-QT-INATIVOS-REL       PIC 9(06) VALUE ZEROS.
       77  WK-IDX-FILIAL            PIC 9(03) VALUE ZEROS.
       01  WK-CONTADORES-FILIAL.
           05 WK-CONT-FILIAL        PIC 9(06) OCCURS 99 TIMES.

      *     DESACOMPANHADA (NOTURNO.cob), PARA PULAR AS TELAS DE
      *     FORMATO/FILTRO E AS PAUSAS DE "APERTE UMA TECLA".
       77  WK-MODO-EXECUCAO         PIC X(10) VALUE SPACES.
      *---> "S" NA RODADA EM LOTE: LEITURA PELA VARREDURA UNICA
       77  WK-VARREDURA             PIC X(01) VALUE "N".
       77  WK-VAR-ACAO              PIC X(01) VALUE SPACES.

      *---> CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARAMCTL):
      *     VARIAVEL DE AMBIENTE VENCE, DEPOIS O ARQUIVO, DEPOIS O
           END-IF.

           PERFORM 0120-CONTAR-CLIENTES.

      *---> EM LOTE O INDEXADO SO SERVE PARA A CONTAGEM ACIMA; O RESTO
      *     VEM DA VARREDURA UNICA, QUE ABRE O ARQUIVO POR CONTA PROPRIA
           IF WK-MODO-EXECUCAO EQUAL "LOTE"
               CLOSE CLIENTES
               MOVE "S" TO WK-VARREDURA
           END-IF.

           PERFORM 0150-BACKUP-CLIENTES.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
               SET SEVERIDADE-ATENCAO TO TRUE
               CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
           ELSE
               IF WK-VARREDURA EQUAL "S"
                   MOVE "A" TO WK-VAR-ACAO
                   CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES
                                        FS-CLIENTES
               ELSE
                   MOVE ZEROS TO REG-TELEFONE
                   START CLIENTES KEY NOT LESS THAN CHAVE-CLIENTES
                       INVALID KEY
                           CONTINUE
                   END-START
               END-IF
               IF FS-CLIENTES EQUAL "00"
                   PERFORM 0215-LER-CLIENTE
                   PERFORM UNTIL FS-CLIENTES EQUAL "10"
                       MOVE REG-CLIENTES TO REG-BACKUP
                       WRITE REG-BACKUP
                       PERFORM 0215-LER-CLIENTE
                   END-PERFORM
               END-IF
               CLOSE BACKUP-CLIENTES
           END-IF.
       0160-ANOTAR-ULTIMO-BACKUP-FIM. EXIT.
      ******************************************************************
      *---> OS PARAGRAFOS DO RELATORIO FICAM NA SECAO PROPRIA: SEM ELA,
      *     O PERFORM DA 0160 SEGUIA ADIANTE PELA TELA DE FORMATO E
      *     RODAVA O RELATORIO DE NOVO DENTRO DO BACKUP.
       0200-RELATORIO          SECTION.
       0205-SOLICITAR-FORMATO.
           MOVE 1 TO WK-FORMATO-SAIDA.
           DISPLAY TELA-FORMATO.
      *     008) QUANDO O FILTRO FOR ALFABETICO, PARA QUE O RELATORIO
      *     REALMENTE PERCORRA O ARQUIVO EM ORDEM ALFABETICA E NAO
      *     APENAS FILTRE UM SUBCONJUNTO EM ORDEM DE TELEFONE.
      *     EM LOTE (TODOS, ORDEM DE TELEFONE) A VARREDURA UNICA JA
      *     ENTREGA O ARQUIVO DO INICIO NA ORDEM DA CHAVE.
           IF WK-VARREDURA EQUAL "S"
               MOVE "A" TO WK-VAR-ACAO
               CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES
                                    FS-CLIENTES
           ELSE
               IF WK-TIPO-FILTRO EQUAL 3
                   MOVE WK-NOME-FILTRO TO REG-NOME
                   START CLIENTES KEY IS NOT LESS THAN REG-NOME
               ELSE
                   MOVE WK-TEL-INICIAL TO REG-TELEFONE
                   START CLIENTES KEY NOT LESS THAN REG-TELEFONE
               END-IF
           END-IF.

      *---> LE REGISTRO
           PERFORM 0215-LER-CLIENTE.
           EVALUATE TRUE
               WHEN FS-CLIENTES(1:1) EQUAL "2"
                   MOVE "NAO ENCONTRADO!" TO WK-ABEND-MESSAGE
                   SET SEVERIDADE-ERRO TO TRUE
                   CALL "ERROLOG" USING WK-ABEND-MESSAGE WK-SEVERIDADE
                   PERFORM 0900-PAUSA
               WHEN FS-CLIENTES(1:1) EQUAL "0"
                   IF WK-FORMATO-SAIDA EQUAL 2
                       OPEN OUTPUT RELATO-CSV
                   ELSE
                                   END-IF
                               END-IF
                           END-IF
                           PERFORM 0215-LER-CLIENTE
                       END-PERFORM

                       IF ((WK-FORMATO-SAIDA EQUAL 2 AND FS-RELATO-CSV
                           PERFORM 0900-PAUSA
                       END-IF
                   END-IF
           END-EVALUATE.

           PERFORM 1000-FINALIZAR.
      *
                   UNTIL WK-IDX-FILIAL GREATER THAN 99
               IF WK-CONT-FILIAL(WK-IDX-FILIAL) GREATER THAN ZEROS
                   MOVE SPACES TO REG-RELATO
                   STRING "TOTAL DA FILIAL " WK-IDX-FILIAL(2:2)
                          "............: "
                          WK-CONT-FILIAL(WK-IDX-FILIAL)
                       DELIMITED BY SIZE INTO REG-RELATO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *---> PROXIMO CLIENTE: PELA VARREDURA UNICA EM LOTE, DIRETO DO
      *     INDEXADO NO MENU.
       0215-LER-CLIENTE.
           IF WK-VARREDURA EQUAL "S"
               MOVE "L" TO WK-VAR-ACAO
               CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES
                                    FS-CLIENTES
           ELSE
               READ CLIENTES NEXT
           END-IF.
      *
       0220-REGISTRO-ATENDE-FILTRO.
           MOVE "S" TO WK-GRAVA-REGISTRO.
           END-IF.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           IF WK-VARREDURA EQUAL "S"
               MOVE "F" TO WK-VAR-ACAO
               CALL "VARRCLI" USING WK-VAR-ACAO REG-CLIENTES
                                    FS-CLIENTES
           ELSE
               CLOSE CLIENTES
           END-IF.
           CLOSE RELATO.
           CLOSE RELATO-CSV.

