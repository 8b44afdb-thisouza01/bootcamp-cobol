      *     quem esta assinado agora (ultimo evento "E" sem o "S"
      *     correspondente) e, a pedido, o historico de entradas e
      *     saidas do mais novo para o mais antigo.
      *     Na janela de lote do NOTURNO/MENSAL o diario tambem tem
      *     "L" (supervisor liberou a sessao) e "R" (entrada recusada),
      *     que aparecem no historico.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           CLOSE SESSOES.
       0300-CARREGAR-DIARIO-FIM. EXIT.
      ******************************************************************
      *---> "L" (LIBERACAO DO SUPERVISOR NA JANELA DE LOTE) E "R"
      *     (ENTRADA RECUSADA) SO VAO PARA O HISTORICO: NAO MUDAM QUEM
      *     ESTA ASSINADO.
       0310-ANOTAR-ULTIMO-EVENTO SECTION.
           IF WK-SES-EVENTO EQUAL "L" OR WK-SES-EVENTO EQUAL "R"
               EXIT SECTION
           END-IF.
           MOVE ZEROS TO WK-LOGIN-ACHADO.
           PERFORM VARYING WK-IDX-LOGIN FROM 1 BY 1
                   UNTIL WK-IDX-LOGIN GREATER THAN WK-QTD-LOGINS
