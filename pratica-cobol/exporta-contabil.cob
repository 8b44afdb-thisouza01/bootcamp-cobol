      *
       FILE                    SECTION.
       FD  EXTRATO.
       01  REG-EXTRATO                 PIC X(200).
      *
       FD  EXPORTA.
       01  REG-EXPORTA                 PIC X(80).

      *--> CREDITO: O QUE ENTRA NA CONTA (TRANSFERENCIA RECEBIDA,
      *    RESIDUO DE ENCERRAMENTO, REEMBOLSO DE VIAGEM DO
      *    PAGA-REEMBOLSO, ESTORNO DE LANCAMENTOS CANCELADOS E
      *    LIBERACAO DE EMPRESTIMO, RESGATE DE APLICACAO E MOEDA
      *    VENDIDA PELO CLIENTE NO CAMBIO, SALARIO CREDITADO PELA
      *    FOLHA); TODO O RESTO E DEBITO
           IF WS-LAN-CATEG(1:10) EQUAL "TRANSF-REC"
                   OR WS-LAN-CATEG(1:9) EQUAL "ENCER-TRF"
                   OR WS-LAN-CATEG(1:6) EQUAL "VIAGEM"
                   OR WS-LAN-CATEG(1:7) EQUAL "ESTORNO"
                   OR WS-LAN-CATEG(1:10) EQUAL "EMPR-LIBER"
                   OR WS-LAN-CATEG(1:10) EQUAL "INVEST-RES"
                   OR WS-LAN-CATEG(1:10) EQUAL "CAMBIO-VND"
                   OR WS-LAN-CATEG(1:7) EQUAL "SALARIO"
               MOVE "C" TO WS-LAN-DC
           ELSE
               MOVE "D" TO WS-LAN-DC
