      ******************************************************************
      * Author:Thiago
      * Date:15/10/2026
      * Purpose: Recall de produto pelo fornecedor
      *          Quando um fornecedor recolhe um produto nao havia como
      *          saber quem levou, embora a venda com cliente
      *          identificado (fidelidade) traga o telefone do
      *          clientes.dat. Opcao 1 abre o recall: codigo do
      *          produto, ate 5 lotes (vazio = todos) e o periodo de
      *          venda. Le o diario vendas.txt (linhas "V"/"I" da
      *          venda, "K" com o lote consumido, "R" devolucao e "C"
      *          cancelamento) e o histvendas.txt dos dias que ja sairam
      *          do diario; o comprador sai do telefone da venda,
      *          resolvido no clientes.dat. A lista de contato (nome,
      *          telefone, e-mail e endereco) vai para
      *          recall_<CODIGO>_<AAAAMMDD>.txt, o produto fica com a
      *          situacao "R" no produtos.txt (o CAIXA-MERCADO recusa a
      *          venda) e cada comprador entra no recall.txt como
      *          PENDENTE, ou INALCANCAVEL se nao esta no cadastro.
      *          Opcao 2 registra o resultado de cada contato
      *          (CONTATADO, DEVOLVIDO, INALCANCAVEL) com data e
      *          operador; opcao 3 emite o resumo (recallresumo.txt):
      *          quantidade vendida, devolvida e inalcancavel;
      *          opcao 4 encerra o recall e libera o produto no caixa.
      *          recall.txt:
      *            A;CODIGO;ABERTURA;DATA-DE;DATA-ATE;LOTE1..LOTE5
      *            C;CODIGO;ABERTURA;TELEFONE;DATA;RESULTADO;QTD;
      *              OPERADOR
      *            F;CODIGO;ABERTURA;DATA;OPERADOR
      *          Venda anterior as linhas "K" nao tem lote registrado:
      *          com filtro de lote ela entra na lista marcada "LOTE?".
      *          O histvendas.txt nao tem comprador nem lote: o que
      *          vendeu por ele conta como inalcancavel.
      *          As listas e os resumos ficam registrados no catalogo
      *          de relatorios (SPOOLCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
      *
       PROGRAM-ID. RECALL-PRODUTO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO "C:\teste\produtos.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PRODUTOS.

           SELECT VENDAS ASSIGN TO "C:\teste\vendas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-VENDAS.

           SELECT HISTVENDAS ASSIGN TO "C:\teste\histvendas.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HISTVENDAS.

      *--> LOTES DO COMPRAS-MERCADO (CODIGO;LOTE;...), SO PARA CONFERIR
      *    SE O LOTE INFORMADO E DO PRODUTO
           SELECT LOTES ASSIGN TO "C:\teste\lotes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-LOTES.

      *--> CADASTRO DE CLIENTES DO SISTEMA PRINCIPAL (CLIENTES_PATH) --
      *    AS CHAVES DECLARADAS PRECISAM SER AS MESMAS DO ARQUIVO
           SELECT CLIENTES ASSIGN TO WS-CLIENTES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CLI-TELEFONE
               ALTERNATE RECORD KEY IS CLI-NOME
                                       WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-CPF
                                       WITH DUPLICATES
               FILE STATUS     IS FS-CLIENTES.

           SELECT RECALL ASSIGN TO "C:\teste\recall.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RECALL.

           SELECT RELATORIO ASSIGN TO WS-RELATORIO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  PRODUTOS.
       01  REG-PRODUTO                 PIC X(100).
      *
       FD  VENDAS.
       01  REG-VENDA                   PIC X(100).
      *
       FD  HISTVENDAS.
       01  REG-HISTVENDA               PIC X(80).
      *
       FD  LOTES.
       01  REG-LOTE                    PIC X(80).
      *
      *--> SO A CHAVE, O NOME, O E-MAIL, A SITUACAO E O ENDERECO
      *    INTERESSAM AQUI; O RESTO DO REGISTRO FICA NOS FILLERS
       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CLI-TELEFONE             PIC 9(09).
           05 CLI-NOME                 PIC A(30).
           05 CLI-EMAIL                PIC X(40).
           05 CLI-CPF                  PIC 9(11).
           05 FILLER                   PIC X(08).
           05 CLI-STATUS               PIC X(01).
           05 FILLER                   PIC X(107).
           05 CLI-ENDERECO.
               10 CLI-END-LOGRADOURO   PIC X(40).
               10 CLI-END-NUMERO       PIC X(06).
               10 CLI-END-COMPLEMENTO  PIC X(15).
               10 CLI-END-BAIRRO       PIC X(20).
               10 CLI-END-CIDADE       PIC X(25).
               10 CLI-END-UF           PIC X(02).
               10 CLI-END-CEP          PIC 9(08).
           05 FILLER                   PIC X(31).
      *
       FD  RECALL.
       01  REG-RECALL                  PIC X(120).
      *
       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(132).
      ******************************************************************
       WORKING-STORAGE         SECTION.
       77  FS-PRODUTOS         PIC X(02)           VALUE SPACES.
       77  FS-VENDAS           PIC X(02)           VALUE SPACES.
       77  FS-HISTVENDAS       PIC X(02)           VALUE SPACES.
       77  FS-LOTES            PIC X(02)           VALUE SPACES.
       77  FS-CLIENTES         PIC X(02)           VALUE SPACES.
       77  FS-RECALL           PIC X(02)           VALUE SPACES.
       77  FS-RELATORIO        PIC X(02)           VALUE SPACES.
       01  WS-CLIENTES-PATH    PIC X(100)          VALUE SPACES.
       01  WS-RELATORIO-PATH   PIC X(60)           VALUE SPACES.

       77  WS-DATA-HOJE        PIC 9(08)           VALUE ZEROS.
       77  WS-OPCAO            PIC 9(01)           VALUE ZEROS.
       77  WS-CONFIRMA         PIC X(01)           VALUE SPACES.
       77  WS-OPERADOR         PIC X(10)           VALUE SPACES.

      *--> CATALOGO INTEIRO EM MEMORIA (REGRAVADO COM A SITUACAO NOVA)
      *    WS-CAT-SITUACAO: "R" = EM RECALL, VENDA BLOQUEADA NO CAIXA
       77  WS-QTD-CATALOGO     PIC 9(02)           VALUE ZEROS.
       77  WS-IND-CAT          PIC 9(02)           VALUE ZEROS.
       77  WS-IND-ACHADO       PIC 9(02)           VALUE ZEROS.
       01  WS-TAB-CATALOGO     OCCURS 50 TIMES.
           05 WS-CAT-CODIGO    PIC X(05).
           05 WS-CAT-NOME      PIC A(20).
           05 WS-CAT-VALOR     PIC 9(04)V99.
           05 WS-CAT-ESTOQUE   PIC 9(04).
           05 WS-CAT-TIPO      PIC X(01).
           05 WS-CAT-CLASSE    PIC X(02).
           05 WS-CAT-SITUACAO  PIC X(01).
       01  WS-VALOR-LIDO-X     PIC X(06)           VALUE ZEROS.
       01  WS-VALOR-LIDO REDEFINES WS-VALOR-LIDO-X
                           PIC 9(04)V99.

      *--> PARAMETROS DO RECALL (DIGITADOS NA ABERTURA OU LIDOS DA
      *    LINHA "A" DO RECALL.TXT)
       77  WS-RCL-CODIGO       PIC X(05)           VALUE SPACES.
       77  WS-RCL-ABERTURA     PIC X(08)           VALUE SPACES.
       77  WS-RCL-DATA-DE      PIC 9(08)           VALUE ZEROS.
       77  WS-RCL-DATA-ATE     PIC 9(08)           VALUE ZEROS.
       77  WS-RCL-ABERTO       PIC X(01)           VALUE "N".
       77  WS-DATA-ENT         PIC X(08)           VALUE SPACES.
       77  WS-QTD-LOTES-RCL    PIC 9(01)           VALUE ZEROS.
       77  WS-IND-LOTE-RCL     PIC 9(01)           VALUE ZEROS.
       01  WS-TAB-LOTES-RCL.
           05 WS-RCL-LOTE      PIC X(10)           OCCURS 5 TIMES.
       77  WS-LOTE-ENT         PIC X(10)           VALUE SPACES.
       77  WS-LOTE-CONFERE     PIC X(01)           VALUE "N".
       77  WS-LOTE-DO-FILTRO   PIC X(01)           VALUE "N".

      *--> REFERENCIAS DE VENDA (DATA+HORA) DAS LINHAS "K", "R" E "C"
      *    DO DIARIO, JUNTADAS NA 1a PASSADA: SE A VENDA TEM LOTE
      *    REGISTRADO DO PRODUTO, QUANTO SAIU DOS LOTES DO FILTRO,
      *    QUANTAS DEVOLUCOES DO PRODUTO E SE FOI CANCELADA
       77  WS-QTD-REFS         PIC 9(04)           VALUE ZEROS.
       77  WS-IND-REF          PIC 9(04)           VALUE ZEROS.
       77  WS-REF-ACHADA       PIC 9(04)           VALUE ZEROS.
       01  WS-TAB-REFS         OCCURS 1000 TIMES.
           05 WS-REF-CHAVE     PIC X(14).
           05 WS-REF-COM-LOTE  PIC X(01).
           05 WS-REF-QTD-LOTE  PIC 9(05).
           05 WS-REF-DEVOLUCOES PIC 9(03).
           05 WS-REF-CANCELADA PIC X(01).
       77  WS-REF-PROCURADA    PIC X(14)           VALUE SPACES.

      *--> COMPRADORES IDENTIFICADOS (TELEFONE DA LINHA "V")
       77  WS-QTD-COMPRADORES  PIC 9(03)           VALUE ZEROS.
       77  WS-IND-CMP          PIC 9(03)           VALUE ZEROS.
       77  WS-CMP-ACHADO       PIC 9(03)           VALUE ZEROS.
       01  WS-TAB-COMPRADORES  OCCURS 300 TIMES.
           05 WS-CMP-TELEFONE  PIC 9(09).
           05 WS-CMP-QTD       PIC 9(05)V999.
           05 WS-CMP-DEVOLVIDO PIC 9(05)V999.
           05 WS-CMP-VENDAS    PIC 9(03).
           05 WS-CMP-ULT-DATA  PIC X(08).
           05 WS-CMP-SEM-LOTE  PIC X(01).
           05 WS-CMP-CADASTRO  PIC X(01).
               88 CMP-NO-CADASTRO              VALUE "S".
           05 WS-CMP-STATUS    PIC X(01).
           05 WS-CMP-NOME      PIC X(30).
           05 WS-CMP-EMAIL     PIC X(40).
           05 WS-CMP-ENDERECO  PIC X(116).
           05 WS-CMP-RESULTADO PIC X(12).
           05 WS-CMP-DATA-RES  PIC X(08).
       01  WS-ENDERECO-CMP.
           05 WS-ECM-LOGRADOURO PIC X(40).
           05 WS-ECM-NUMERO    PIC X(06).
           05 WS-ECM-COMPLEMENTO PIC X(15).
           05 WS-ECM-BAIRRO    PIC X(20).
           05 WS-ECM-CIDADE    PIC X(25).
           05 WS-ECM-UF        PIC X(02).
           05 WS-ECM-CEP       PIC 9(08).

      *--> DIAS PRESENTES NO DIARIO (O HISTVENDAS SO CONTA OS OUTROS,
      *    PARA O MESMO DIA NAO SOMAR DUAS VEZES)
       77  WS-QTD-DIAS         PIC 9(03)           VALUE ZEROS.
       77  WS-IND-DIA          PIC 9(03)           VALUE ZEROS.
       77  WS-DIA-NO-DIARIO    PIC X(01)           VALUE "N".
       01  WS-TAB-DIAS.
           05 WS-DIA           PIC X(08)           OCCURS 200 TIMES.

      *--> LINHA DO DIARIO DESMONTADA
       77  WS-LIN-TIPO         PIC X(01)           VALUE SPACES.
       77  WS-LIN-CAMPO2       PIC X(20)           VALUE SPACES.
       77  WS-LIN-CAMPO3       PIC X(20)           VALUE SPACES.
       77  WS-LIN-CAMPO4       PIC X(20)           VALUE SPACES.
       77  WS-LIN-CAMPO5       PIC X(20)           VALUE SPACES.
       77  WS-LIN-CAMPO6       PIC X(20)           VALUE SPACES.
       77  WS-LIN-DESCARTE     PIC X(20)           VALUE SPACES.
       77  WS-LIN-TELEFONE     PIC X(09)           VALUE SPACES.
       01  WS-QTD-LIDO-X       PIC X(06)           VALUE ZEROS.
       01  WS-QTD-LIDO REDEFINES WS-QTD-LIDO-X
                           PIC 9(03)V999.
       01  WS-QTD-LOTE-X       PIC X(04)           VALUE ZEROS.
       01  WS-QTD-LOTE REDEFINES WS-QTD-LOTE-X
                           PIC 9(04).
       01  WS-QTD-HIST-X       PIC X(08)           VALUE ZEROS.
       01  WS-QTD-HIST-LIDA REDEFINES WS-QTD-HIST-X
                           PIC 9(05)V999.

      *--> GRUPO DA VENDA CORRENTE (AS LINHAS "I" SEGUEM O "V")
       77  WS-GRUPO-AFETADO    PIC X(01)           VALUE "N".
       77  WS-GRUPO-DATA       PIC X(08)           VALUE SPACES.
       77  WS-GRUPO-TELEFONE   PIC 9(09)           VALUE ZEROS.
       77  WS-QTD-AFETADA      PIC 9(05)V999       VALUE ZEROS.
       77  WS-SEM-LOTE         PIC X(01)           VALUE "N".

      *--> RESULTADO DO CONTATO LIDO/GRAVADO NO RECALL.TXT
       77  WS-RES-TELEFONE-X   PIC X(09)           VALUE SPACES.
       77  WS-RES-TELEFONE     PIC 9(09)           VALUE ZEROS.
       77  WS-RES-DATA         PIC X(08)           VALUE SPACES.
       77  WS-RES-RESULTADO    PIC X(12)           VALUE SPACES.
       77  WS-RES-OPCAO        PIC 9(01)           VALUE ZEROS.
       77  WS-TEL-CONTATO      PIC 9(09)           VALUE ZEROS.

      *--> TOTAIS DO RESUMO
       77  WS-TOT-VENDIDO-DIA  PIC 9(07)V999       VALUE ZEROS.
       77  WS-TOT-VENDIDO-HIST PIC 9(07)V999       VALUE ZEROS.
       77  WS-TOT-ANONIMO      PIC 9(07)V999       VALUE ZEROS.
       77  WS-TOT-VENDIDO      PIC 9(07)V999       VALUE ZEROS.
       77  WS-TOT-DEVOLVIDO    PIC 9(07)V999       VALUE ZEROS.
       77  WS-TOT-INALCANCAVEL PIC 9(07)V999       VALUE ZEROS.
       77  WS-TOT-EM-ABERTO    PIC 9(07)V999       VALUE ZEROS.
       77  WS-QT-PENDENTES     PIC 9(03)           VALUE ZEROS.
       77  WS-QT-CONTATADOS    PIC 9(03)           VALUE ZEROS.
       77  WS-QT-DEVOLVERAM    PIC 9(03)           VALUE ZEROS.
       77  WS-QT-INALCANCAVEIS PIC 9(03)           VALUE ZEROS.
       77  WS-QTD-EDT          PIC ZZ.ZZZ.ZZ9,999.
       77  WS-QT-EDT           PIC ZZ9.

      *--> REGISTRO DA RODADA NO CATALOGO DE RELATORIOS (SPOOLCTL)
       77  WS-SPO-PROGRAMA     PIC X(10)           VALUE "RECALL".
       77  WS-SPO-ARQUIVO      PIC X(60)           VALUE SPACES.
       77  WS-SPO-LINHAS       PIC 9(06)           VALUE ZEROS.
       77  WS-SPO-OPERADOR     PIC X(10)           VALUE SPACES.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
       0001-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           ACCEPT WS-CLIENTES-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WS-CLIENTES-PATH EQUAL SPACES
               MOVE "C:/projeto-bootcamp/clientes.dat"
                                               TO WS-CLIENTES-PATH
           END-IF.

           DISPLAY "RECALL DE PRODUTO".
           DISPLAY "1-ABRIR RECALL 2-REGISTRAR CONTATO 3-RESUMO "
                   "4-ENCERRAR (LIBERA O PRODUTO): ".
           ACCEPT WS-OPCAO.
           IF WS-OPCAO LESS THAN 1 OR WS-OPCAO GREATER THAN 4
               DISPLAY "OPCAO INVALIDA"
               STOP RUN
           END-IF.

           DISPLAY "OPERADOR (LOGIN): ".
           ACCEPT WS-OPERADOR.
           MOVE WS-OPERADOR TO WS-SPO-OPERADOR.
           DISPLAY "CODIGO DO PRODUTO: ".
           ACCEPT WS-RCL-CODIGO.
           PERFORM 0110-CARREGAR-CATALOGO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 0100-ABRIR-RECALL
               WHEN 2
                   PERFORM 0600-REGISTRAR-CONTATO
               WHEN 3
                   PERFORM 0700-RESUMO
               WHEN 4
                   PERFORM 0800-ENCERRAR-RECALL
           END-EVALUATE.
           STOP RUN.
      ******************************************************************
      *--> ABERTURA: PARAMETROS, APURACAO DAS VENDAS, CADASTRO DOS
      *    COMPRADORES, LISTA DE CONTATO, REGISTRO NO RECALL.TXT E
      *    BLOQUEIO DO PRODUTO NO CATALOGO
       0100-ABRIR-RECALL       SECTION.
       0101-ABRIR-RECALL.
           IF WS-IND-ACHADO EQUAL ZEROS
               DISPLAY "PRODUTO NAO ENCONTRADO NO CATALOGO"
               EXIT SECTION
           END-IF.
           PERFORM 0150-LOCALIZAR-RECALL.
           IF WS-RCL-ABERTO EQUAL "S"
               DISPLAY "JA HA RECALL ABERTO PARA O PRODUTO DESDE "
                       WS-RCL-ABERTURA
               EXIT SECTION
           END-IF.
      *--> OS CONTATOS DE UM RECALL ANTERIOR JA ENCERRADO NAO CONTAM
           MOVE ZEROS TO WS-QTD-COMPRADORES.

           MOVE ZEROS TO WS-QTD-LOTES-RCL.
           MOVE SPACES TO WS-TAB-LOTES-RCL.
           MOVE "X" TO WS-LOTE-ENT.
           PERFORM UNTIL WS-LOTE-ENT EQUAL SPACES
                      OR WS-QTD-LOTES-RCL EQUAL 5
               DISPLAY "LOTE AFETADO (VAZIO = FIM / TODOS): "
               ACCEPT WS-LOTE-ENT
               IF WS-LOTE-ENT NOT EQUAL SPACES
                   PERFORM 0120-CONFERIR-LOTE
                   IF WS-LOTE-CONFERE NOT EQUAL "S"
                       DISPLAY "ATENCAO: LOTE " WS-LOTE-ENT
                               " NAO CONSTA DO LOTES.TXT PARA O "
                               "PRODUTO"
                   END-IF
                   ADD 1 TO WS-QTD-LOTES-RCL
                   MOVE WS-LOTE-ENT TO WS-RCL-LOTE(WS-QTD-LOTES-RCL)
               END-IF
           END-PERFORM.

           DISPLAY "VENDAS DESDE (AAAAMMDD, VAZIO = SEM LIMITE): ".
           ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT IS NUMERIC
               MOVE WS-DATA-ENT TO WS-RCL-DATA-DE
           ELSE
               MOVE ZEROS TO WS-RCL-DATA-DE
           END-IF.
           DISPLAY "VENDAS ATE (AAAAMMDD, VAZIO = HOJE): ".
           ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT IS NUMERIC
               MOVE WS-DATA-ENT TO WS-RCL-DATA-ATE
           ELSE
               MOVE WS-DATA-HOJE TO WS-RCL-DATA-ATE
           END-IF.
           IF WS-RCL-DATA-ATE LESS THAN WS-RCL-DATA-DE
               DISPLAY "PERIODO INVALIDO"
               EXIT SECTION
           END-IF.

           DISPLAY "CONFIRMA A ABERTURA DO RECALL DE "
                   WS-CAT-NOME(WS-IND-ACHADO) " (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
               DISPLAY "ABERTURA CANCELADA"
               EXIT SECTION
           END-IF.

           MOVE WS-DATA-HOJE TO WS-RCL-ABERTURA.
           PERFORM 0300-APURAR-VENDAS.
           PERFORM 0400-RESOLVER-COMPRADORES.
           PERFORM 0450-EMITIR-LISTA.
           PERFORM 0470-GRAVAR-ABERTURA.
           MOVE "R" TO WS-CAT-SITUACAO(WS-IND-ACHADO).
           PERFORM 0190-REGRAVAR-CATALOGO.
           DISPLAY "PRODUTO BLOQUEADO NO CAIXA".
           PERFORM 0500-APURAR-RESUMO.
           DISPLAY "COMPRADORES IDENTIFICADOS: " WS-QTD-COMPRADORES
                   " - LISTA EM " WS-RELATORIO-PATH.
           MOVE WS-TOT-VENDIDO TO WS-QTD-EDT.
           DISPLAY "QUANTIDADE VENDIDA NO PERIODO: " WS-QTD-EDT.
       0100-ABRIR-RECALL-FIM.  EXIT.
      ******************************************************************
       0110-CARREGAR-CATALOGO  SECTION.
       0111-CARREGAR-CATALOGO.
           MOVE ZEROS TO WS-QTD-CATALOGO WS-IND-ACHADO.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ PRODUTOS.
           PERFORM UNTIL FS-PRODUTOS NOT EQUAL "00"
                      OR WS-QTD-CATALOGO EQUAL 50
               ADD 1 TO WS-QTD-CATALOGO
               MOVE ZEROS TO WS-VALOR-LIDO-X
               MOVE SPACES TO WS-CAT-TIPO(WS-QTD-CATALOGO)
                              WS-CAT-CLASSE(WS-QTD-CATALOGO)
                              WS-CAT-SITUACAO(WS-QTD-CATALOGO)
               UNSTRING REG-PRODUTO DELIMITED BY ";"
                   INTO WS-CAT-CODIGO(WS-QTD-CATALOGO)
                        WS-CAT-NOME(WS-QTD-CATALOGO)
                        WS-VALOR-LIDO-X
                        WS-CAT-ESTOQUE(WS-QTD-CATALOGO)
                        WS-CAT-TIPO(WS-QTD-CATALOGO)
                        WS-CAT-CLASSE(WS-QTD-CATALOGO)
                        WS-CAT-SITUACAO(WS-QTD-CATALOGO)
               END-UNSTRING
               MOVE WS-VALOR-LIDO TO WS-CAT-VALOR(WS-QTD-CATALOGO)
               IF WS-CAT-TIPO(WS-QTD-CATALOGO) NOT EQUAL "P"
                   MOVE "U" TO WS-CAT-TIPO(WS-QTD-CATALOGO)
               END-IF
               IF WS-CAT-CLASSE(WS-QTD-CATALOGO) EQUAL SPACES
                   MOVE "00" TO WS-CAT-CLASSE(WS-QTD-CATALOGO)
               END-IF
               IF WS-CAT-CODIGO(WS-QTD-CATALOGO) EQUAL WS-RCL-CODIGO
                   MOVE WS-QTD-CATALOGO TO WS-IND-ACHADO
               END-IF
               READ PRODUTOS
           END-PERFORM.
           CLOSE PRODUTOS.
       0110-CARREGAR-CATALOGO-FIM. EXIT.
      ******************************************************************
       0120-CONFERIR-LOTE      SECTION.
       0121-CONFERIR-LOTE.
           MOVE "N" TO WS-LOTE-CONFERE.
           OPEN INPUT LOTES.
           IF FS-LOTES NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ LOTES.
           PERFORM UNTIL FS-LOTES NOT EQUAL "00"
               MOVE SPACES TO WS-LIN-CAMPO2 WS-LIN-CAMPO3
               UNSTRING REG-LOTE DELIMITED BY ";"
                   INTO WS-LIN-CAMPO2 WS-LIN-CAMPO3
               END-UNSTRING
               IF WS-LIN-CAMPO2(1:5) EQUAL WS-RCL-CODIGO
                  AND WS-LIN-CAMPO3(1:10) EQUAL WS-LOTE-ENT
                   MOVE "S" TO WS-LOTE-CONFERE
               END-IF
               READ LOTES
           END-PERFORM.
           CLOSE LOTES.
       0120-CONFERIR-LOTE-FIM. EXIT.
      ******************************************************************
      *--> PROCURA NO RECALL.TXT O ULTIMO "A" DO PRODUTO SEM "F" DEPOIS
      *    (PARAMETROS DO RECALL ABERTO) E, DELE, O ULTIMO RESULTADO
      *    DE CADA COMPRADOR (LINHAS "C")
       0150-LOCALIZAR-RECALL   SECTION.
       0151-LOCALIZAR-RECALL.
           MOVE "N" TO WS-RCL-ABERTO.
           MOVE SPACES TO WS-RCL-ABERTURA.
           MOVE ZEROS TO WS-QTD-COMPRADORES.
           OPEN INPUT RECALL.
           IF FS-RECALL NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ RECALL.
           PERFORM UNTIL FS-RECALL NOT EQUAL "00"
               MOVE SPACES TO WS-LIN-CAMPO2 WS-LIN-CAMPO3
               UNSTRING REG-RECALL DELIMITED BY ";"
                   INTO WS-LIN-TIPO WS-LIN-CAMPO2 WS-LIN-CAMPO3
               END-UNSTRING
               IF WS-LIN-CAMPO2(1:5) EQUAL WS-RCL-CODIGO
                   EVALUATE WS-LIN-TIPO
                       WHEN "A"
                           PERFORM 0155-LER-ABERTURA
                       WHEN "C"
                           IF WS-RCL-ABERTO EQUAL "S"
                              AND WS-LIN-CAMPO3(1:8) EQUAL
                                                   WS-RCL-ABERTURA
                               PERFORM 0160-LER-CONTATO
                           END-IF
                       WHEN "F"
                           IF WS-LIN-CAMPO3(1:8) EQUAL WS-RCL-ABERTURA
                               MOVE "N" TO WS-RCL-ABERTO
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ RECALL
           END-PERFORM.
           CLOSE RECALL.
       0150-LOCALIZAR-RECALL-FIM. EXIT.
      *
       0155-LER-ABERTURA       SECTION.
       0156-LER-ABERTURA.
           MOVE "S" TO WS-RCL-ABERTO.
           MOVE ZEROS TO WS-QTD-COMPRADORES WS-QTD-LOTES-RCL.
           MOVE SPACES TO WS-TAB-LOTES-RCL.
           MOVE SPACES TO WS-LIN-CAMPO4 WS-LIN-CAMPO5.
           UNSTRING REG-RECALL DELIMITED BY ";"
               INTO WS-LIN-TIPO WS-LIN-CAMPO2 WS-LIN-CAMPO3
                    WS-LIN-CAMPO4 WS-LIN-CAMPO5
                    WS-RCL-LOTE(1) WS-RCL-LOTE(2) WS-RCL-LOTE(3)
                    WS-RCL-LOTE(4) WS-RCL-LOTE(5)
           END-UNSTRING.
           MOVE WS-LIN-CAMPO3(1:8) TO WS-RCL-ABERTURA.
           MOVE ZEROS TO WS-RCL-DATA-DE WS-RCL-DATA-ATE.
           IF WS-LIN-CAMPO4(1:8) IS NUMERIC
               MOVE WS-LIN-CAMPO4(1:8) TO WS-RCL-DATA-DE
           END-IF.
           IF WS-LIN-CAMPO5(1:8) IS NUMERIC
               MOVE WS-LIN-CAMPO5(1:8) TO WS-RCL-DATA-ATE
           END-IF.
           PERFORM VARYING WS-IND-LOTE-RCL FROM 1 BY 1
                   UNTIL WS-IND-LOTE-RCL GREATER THAN 5
               IF WS-RCL-LOTE(WS-IND-LOTE-RCL) NOT EQUAL SPACES
                   MOVE WS-IND-LOTE-RCL TO WS-QTD-LOTES-RCL
               END-IF
           END-PERFORM.
       0155-LER-ABERTURA-FIM.  EXIT.
      *
       0160-LER-CONTATO        SECTION.
       0161-LER-CONTATO.
           MOVE SPACES TO WS-RES-TELEFONE-X WS-RES-DATA
                          WS-RES-RESULTADO.
           UNSTRING REG-RECALL DELIMITED BY ";"
               INTO WS-LIN-TIPO WS-LIN-CAMPO2 WS-LIN-CAMPO3
                    WS-RES-TELEFONE-X WS-RES-DATA WS-RES-RESULTADO
           END-UNSTRING.
           IF WS-RES-TELEFONE-X IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-RES-TELEFONE-X TO WS-RES-TELEFONE.
           PERFORM 0380-LOCALIZAR-COMPRADOR.
           IF WS-CMP-ACHADO EQUAL ZEROS
               IF WS-QTD-COMPRADORES EQUAL 300
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-COMPRADORES
               MOVE WS-QTD-COMPRADORES TO WS-CMP-ACHADO
               INITIALIZE WS-TAB-COMPRADORES(WS-CMP-ACHADO)
               MOVE WS-RES-TELEFONE
                       TO WS-CMP-TELEFONE(WS-CMP-ACHADO)
           END-IF.
           MOVE WS-RES-RESULTADO TO WS-CMP-RESULTADO(WS-CMP-ACHADO).
           MOVE WS-RES-DATA      TO WS-CMP-DATA-RES(WS-CMP-ACHADO).
       0160-LER-CONTATO-FIM.   EXIT.
      ******************************************************************
       0190-REGRAVAR-CATALOGO  SECTION.
       0191-REGRAVAR-CATALOGO.
           OPEN OUTPUT PRODUTOS.
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER THAN WS-QTD-CATALOGO
               MOVE SPACES TO REG-PRODUTO
               STRING WS-CAT-CODIGO(WS-IND-CAT)
                      ";" WS-CAT-NOME(WS-IND-CAT)
                      ";" WS-CAT-VALOR(WS-IND-CAT)
                      ";" WS-CAT-ESTOQUE(WS-IND-CAT)
                      ";" WS-CAT-TIPO(WS-IND-CAT)
                      ";" WS-CAT-CLASSE(WS-IND-CAT)
                      ";" WS-CAT-SITUACAO(WS-IND-CAT)
                   DELIMITED BY SIZE INTO REG-PRODUTO
               END-STRING
               WRITE REG-PRODUTO
           END-PERFORM.
           CLOSE PRODUTOS.
       0190-REGRAVAR-CATALOGO-FIM. EXIT.
      ******************************************************************
      *--> DUAS PASSADAS NO DIARIO: A 1a JUNTA AS REFERENCIAS DAS
      *    LINHAS "K", "R" E "C" (QUE PODEM VIR DEPOIS DO GRUPO DA
      *    VENDA); A 2a SOMA AS LINHAS "I" DO PRODUTO POR COMPRADOR.
      *    DEPOIS O HISTVENDAS DOS DIAS QUE NAO ESTAO NO DIARIO.
       0300-APURAR-VENDAS      SECTION.
       0301-APURAR-VENDAS.
           MOVE ZEROS TO WS-QTD-REFS WS-QTD-DIAS
                         WS-TOT-VENDIDO-DIA WS-TOT-VENDIDO-HIST
                         WS-TOT-ANONIMO.
           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL "00"
               DISPLAY "VENDAS.TXT INDISPONIVEL - SO O HISTORICO"
           ELSE
               READ VENDAS
               PERFORM UNTIL FS-VENDAS NOT EQUAL "00"
                   IF REG-VENDA(1:2) EQUAL "K;"
                      OR REG-VENDA(1:2) EQUAL "R;"
                      OR REG-VENDA(1:2) EQUAL "C;"
                       PERFORM 0310-JUNTAR-REFERENCIA
                   END-IF
                   READ VENDAS
               END-PERFORM
               CLOSE VENDAS

               MOVE "N" TO WS-GRUPO-AFETADO
               OPEN INPUT VENDAS
               READ VENDAS
               PERFORM UNTIL FS-VENDAS NOT EQUAL "00"
                   EVALUATE REG-VENDA(1:2)
                       WHEN "V;"
                           PERFORM 0320-ABRIR-GRUPO
                       WHEN "I;"
                           IF WS-GRUPO-AFETADO EQUAL "S"
                               PERFORM 0330-SOMAR-ITEM
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ VENDAS
               END-PERFORM
               CLOSE VENDAS
           END-IF.
           PERFORM 0350-SOMAR-HISTORICO.
       0300-APURAR-VENDAS-FIM. EXIT.
      *
      *--> "K;DATA;HORA;CODIGO;LOTE;QTD;CAIXA"
      *    "R;DATA;HORA;DATAHORA-DA-VENDA;CODIGO;VALOR;TELEFONE;CAIXA"
      *    "C;DATA;HORA;DATAHORA-DA-VENDA;TOTAL;TELEFONE;SUPERV;CAIXA"
       0310-JUNTAR-REFERENCIA  SECTION.
       0311-JUNTAR-REFERENCIA.
           MOVE SPACES TO WS-LIN-CAMPO2 WS-LIN-CAMPO3 WS-LIN-CAMPO4
                          WS-LIN-CAMPO5.
           MOVE ZEROS TO WS-QTD-LOTE-X.
           UNSTRING REG-VENDA DELIMITED BY ";"
               INTO WS-LIN-TIPO WS-LIN-CAMPO2 WS-LIN-CAMPO3
                    WS-LIN-CAMPO4 WS-LIN-CAMPO5 WS-QTD-LOTE-X
           END-UNSTRING.
           MOVE SPACES TO WS-REF-PROCURADA.
           EVALUATE WS-LIN-TIPO
               WHEN "K"
                   IF WS-LIN-CAMPO4(1:5) NOT EQUAL WS-RCL-CODIGO
                       EXIT SECTION
                   END-IF
                   STRING WS-LIN-CAMPO2(1:8) WS-LIN-CAMPO3(1:6)
                       DELIMITED BY SIZE INTO WS-REF-PROCURADA
                   END-STRING
               WHEN "R"
                   IF WS-LIN-CAMPO5(1:5) NOT EQUAL WS-RCL-CODIGO
                       EXIT SECTION
                   END-IF
                   MOVE WS-LIN-CAMPO4(1:14) TO WS-REF-PROCURADA
               WHEN OTHER
                   MOVE WS-LIN-CAMPO4(1:14) TO WS-REF-PROCURADA
           END-EVALUATE.

           PERFORM 0390-LOCALIZAR-REFERENCIA.
           IF WS-REF-ACHADA EQUAL ZEROS
               IF WS-QTD-REFS EQUAL 1000
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-REFS
               MOVE WS-QTD-REFS TO WS-REF-ACHADA
               MOVE WS-REF-PROCURADA TO WS-REF-CHAVE(WS-REF-ACHADA)
               MOVE "N" TO WS-REF-COM-LOTE(WS-REF-ACHADA)
                           WS-REF-CANCELADA(WS-REF-ACHADA)
               MOVE ZEROS TO WS-REF-QTD-LOTE(WS-REF-ACHADA)
                             WS-REF-DEVOLUCOES(WS-REF-ACHADA)
           END-IF.

           EVALUATE WS-LIN-TIPO
               WHEN "K"
                   MOVE "S" TO WS-REF-COM-LOTE(WS-REF-ACHADA)
                   MOVE WS-LIN-CAMPO5(1:10) TO WS-LOTE-ENT
                   PERFORM 0395-LOTE-NO-FILTRO
                   IF WS-LOTE-DO-FILTRO EQUAL "S"
                      AND WS-QTD-LOTE-X IS NUMERIC
                       ADD WS-QTD-LOTE
                           TO WS-REF-QTD-LOTE(WS-REF-ACHADA)
                   END-IF
               WHEN "R"
                   ADD 1 TO WS-REF-DEVOLUCOES(WS-REF-ACHADA)
               WHEN OTHER
                   MOVE "S" TO WS-REF-CANCELADA(WS-REF-ACHADA)
           END-EVALUATE.
       0310-JUNTAR-REFERENCIA-FIM. EXIT.
      *
      *--> "V;DATA;HORA;QTD;TOTAL;DINHEIRO;CARTAO;TROCO;TELEFONE;..."
       0320-ABRIR-GRUPO        SECTION.
       0321-ABRIR-GRUPO.
           MOVE "N" TO WS-GRUPO-AFETADO.
           MOVE SPACES TO WS-LIN-CAMPO2 WS-LIN-CAMPO3 WS-LIN-TELEFONE.
           UNSTRING REG-VENDA DELIMITED BY ";"
               INTO WS-LIN-TIPO WS-LIN-CAMPO2 WS-LIN-CAMPO3
                    WS-LIN-DESCARTE WS-LIN-DESCARTE WS-LIN-DESCARTE
                    WS-LIN-DESCARTE WS-LIN-DESCARTE WS-LIN-TELEFONE
           END-UNSTRING.
           IF WS-LIN-CAMPO2(1:8) IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-LIN-CAMPO2(1:8) TO WS-GRUPO-DATA.

           MOVE "N" TO WS-DIA-NO-DIARIO.
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA GREATER THAN WS-QTD-DIAS
               IF WS-DIA(WS-IND-DIA) EQUAL WS-GRUPO-DATA
                   MOVE "S" TO WS-DIA-NO-DIARIO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DIA-NO-DIARIO EQUAL "N" AND WS-QTD-DIAS LESS THAN 200
               ADD 1 TO WS-QTD-DIAS
               MOVE WS-GRUPO-DATA TO WS-DIA(WS-QTD-DIAS)
           END-IF.

           IF WS-GRUPO-DATA LESS THAN WS-RCL-DATA-DE
                   OR WS-GRUPO-DATA GREATER THAN WS-RCL-DATA-ATE
               EXIT SECTION
           END-IF.

           STRING WS-LIN-CAMPO2(1:8) WS-LIN-CAMPO3(1:6)
               DELIMITED BY SIZE INTO WS-REF-PROCURADA
           END-STRING.
           PERFORM 0390-LOCALIZAR-REFERENCIA.
           IF WS-REF-ACHADA GREATER THAN ZEROS
               IF WS-REF-CANCELADA(WS-REF-ACHADA) EQUAL "S"
                   EXIT SECTION
               END-IF
           END-IF.

           MOVE ZEROS TO WS-GRUPO-TELEFONE.
           IF WS-LIN-TELEFONE IS NUMERIC
               MOVE WS-LIN-TELEFONE TO WS-GRUPO-TELEFONE
           END-IF.
           MOVE "S" TO WS-GRUPO-AFETADO.
       0320-ABRIR-GRUPO-FIM.   EXIT.
      *
      *--> "I;CODIGO;NOME;VALOR;QTD;TRIBUTO;CLASSE". COM FILTRO DE LOTE
      *    VALE O QUE A LINHA "K" DA VENDA TIROU DOS LOTES DO FILTRO;
      *    VENDA SEM LINHA "K" (ANTERIOR AO REGISTRO DO LOTE) ENTRA
      *    INTEIRA, MARCADA SEM LOTE. A DEVOLUCAO DO CAIXA (LINHA "R")
      *    DEVOLVE O PRIMEIRO ITEM DO PRODUTO NA VENDA.
       0330-SOMAR-ITEM         SECTION.
       0331-SOMAR-ITEM.
           MOVE SPACES TO WS-LIN-CAMPO2.
           MOVE ZEROS TO WS-QTD-LIDO-X.
           UNSTRING REG-VENDA DELIMITED BY ";"
               INTO WS-LIN-TIPO WS-LIN-CAMPO2 WS-LIN-DESCARTE
                    WS-LIN-DESCARTE WS-QTD-LIDO-X
           END-UNSTRING.
           IF WS-LIN-CAMPO2(1:5) NOT EQUAL WS-RCL-CODIGO
               EXIT SECTION
           END-IF.
           IF WS-QTD-LIDO-X IS NOT NUMERIC
               MOVE 1 TO WS-QTD-LIDO
           END-IF.

           MOVE WS-QTD-LIDO TO WS-QTD-AFETADA.
           MOVE "N" TO WS-SEM-LOTE.
           IF WS-QTD-LOTES-RCL GREATER THAN ZEROS
               IF WS-REF-ACHADA GREATER THAN ZEROS
                  AND WS-REF-COM-LOTE(WS-REF-ACHADA) EQUAL "S"
                   MOVE WS-REF-QTD-LOTE(WS-REF-ACHADA)
                                               TO WS-QTD-AFETADA
                   MOVE ZEROS TO WS-REF-QTD-LOTE(WS-REF-ACHADA)
               ELSE
                   MOVE "S" TO WS-SEM-LOTE
               END-IF
           END-IF.
           IF WS-QTD-AFETADA EQUAL ZEROS
               EXIT SECTION
           END-IF.
           ADD WS-QTD-AFETADA TO WS-TOT-VENDIDO-DIA.

           IF WS-GRUPO-TELEFONE EQUAL ZEROS
               ADD WS-QTD-AFETADA TO WS-TOT-ANONIMO
               EXIT SECTION
           END-IF.

           MOVE WS-GRUPO-TELEFONE TO WS-RES-TELEFONE.
           PERFORM 0380-LOCALIZAR-COMPRADOR.
           IF WS-CMP-ACHADO EQUAL ZEROS
               IF WS-QTD-COMPRADORES EQUAL 300
                   DISPLAY "ATENCAO: MAIS DE 300 COMPRADORES - "
                           "O RESTO CONTA COMO SEM CADASTRO"
                   ADD WS-QTD-AFETADA TO WS-TOT-ANONIMO
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-QTD-COMPRADORES
               MOVE WS-QTD-COMPRADORES TO WS-CMP-ACHADO
               INITIALIZE WS-TAB-COMPRADORES(WS-CMP-ACHADO)
               MOVE WS-GRUPO-TELEFONE TO WS-CMP-TELEFONE(WS-CMP-ACHADO)
               MOVE "N" TO WS-CMP-SEM-LOTE(WS-CMP-ACHADO)
           END-IF.
           ADD WS-QTD-AFETADA TO WS-CMP-QTD(WS-CMP-ACHADO).
           ADD 1 TO WS-CMP-VENDAS(WS-CMP-ACHADO).
           MOVE WS-GRUPO-DATA TO WS-CMP-ULT-DATA(WS-CMP-ACHADO).
           IF WS-SEM-LOTE EQUAL "S"
               MOVE "S" TO WS-CMP-SEM-LOTE(WS-CMP-ACHADO)
           END-IF.
           IF WS-REF-ACHADA GREATER THAN ZEROS
               IF WS-REF-DEVOLUCOES(WS-REF-ACHADA) GREATER THAN ZEROS
                   SUBTRACT 1 FROM WS-REF-DEVOLUCOES(WS-REF-ACHADA)
                   ADD WS-QTD-AFETADA
                       TO WS-CMP-DEVOLVIDO(WS-CMP-ACHADO)
               END-IF
           END-IF.
       0330-SOMAR-ITEM-FIM.    EXIT.
      *
      *--> HISTVENDAS: DATA;CODIGO;NOME;QTD;VALOR;TRIBUTO;CLASSE -- SO
      *    OS DIAS FORA DO DIARIO, SEM COMPRADOR E SEM LOTE
       0350-SOMAR-HISTORICO    SECTION.
       0351-SOMAR-HISTORICO.
           OPEN INPUT HISTVENDAS.
           IF FS-HISTVENDAS NOT EQUAL "00"
               EXIT SECTION
           END-IF.
           READ HISTVENDAS.
           PERFORM UNTIL FS-HISTVENDAS NOT EQUAL "00"
               MOVE SPACES TO WS-LIN-CAMPO2 WS-LIN-CAMPO3
               MOVE ZEROS TO WS-QTD-HIST-X
               UNSTRING REG-HISTVENDA DELIMITED BY ";"
                   INTO WS-LIN-CAMPO2 WS-LIN-CAMPO3 WS-LIN-DESCARTE
                        WS-QTD-HIST-X
               END-UNSTRING
               IF WS-LIN-CAMPO3(1:5) EQUAL WS-RCL-CODIGO
                  AND WS-LIN-CAMPO2(1:8) IS NUMERIC
                  AND WS-LIN-CAMPO2(1:8) NOT LESS THAN WS-RCL-DATA-DE
                  AND WS-LIN-CAMPO2(1:8)
                                   NOT GREATER THAN WS-RCL-DATA-ATE
                  AND WS-QTD-HIST-X IS NUMERIC
                   MOVE "N" TO WS-DIA-NO-DIARIO
                   PERFORM VARYING WS-IND-DIA FROM 1 BY 1
                           UNTIL WS-IND-DIA GREATER THAN WS-QTD-DIAS
                       IF WS-DIA(WS-IND-DIA) EQUAL WS-LIN-CAMPO2(1:8)
                           MOVE "S" TO WS-DIA-NO-DIARIO
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-DIA-NO-DIARIO EQUAL "N"
                       ADD WS-QTD-HIST-LIDA TO WS-TOT-VENDIDO-HIST
                   END-IF
               END-IF
               READ HISTVENDAS
           END-PERFORM.
           CLOSE HISTVENDAS.
       0350-SOMAR-HISTORICO-FIM. EXIT.
      *
       0380-LOCALIZAR-COMPRADOR SECTION.
       0381-LOCALIZAR-COMPRADOR.
           MOVE ZEROS TO WS-CMP-ACHADO.
           PERFORM VARYING WS-IND-CMP FROM 1 BY 1
                   UNTIL WS-IND-CMP GREATER THAN WS-QTD-COMPRADORES
               IF WS-CMP-TELEFONE(WS-IND-CMP) EQUAL WS-RES-TELEFONE
                   MOVE WS-IND-CMP TO WS-CMP-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0380-LOCALIZAR-COMPRADOR-FIM. EXIT.
      *
       0390-LOCALIZAR-REFERENCIA SECTION.
       0391-LOCALIZAR-REFERENCIA.
           MOVE ZEROS TO WS-REF-ACHADA.
           PERFORM VARYING WS-IND-REF FROM 1 BY 1
                   UNTIL WS-IND-REF GREATER THAN WS-QTD-REFS
               IF WS-REF-CHAVE(WS-IND-REF) EQUAL WS-REF-PROCURADA
                   MOVE WS-IND-REF TO WS-REF-ACHADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0390-LOCALIZAR-REFERENCIA-FIM. EXIT.
      *
       0395-LOTE-NO-FILTRO     SECTION.
       0396-LOTE-NO-FILTRO.
           MOVE "N" TO WS-LOTE-DO-FILTRO.
           IF WS-QTD-LOTES-RCL EQUAL ZEROS
               MOVE "S" TO WS-LOTE-DO-FILTRO
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IND-LOTE-RCL FROM 1 BY 1
                   UNTIL WS-IND-LOTE-RCL GREATER THAN WS-QTD-LOTES-RCL
               IF WS-RCL-LOTE(WS-IND-LOTE-RCL) EQUAL WS-LOTE-ENT
                   MOVE "S" TO WS-LOTE-DO-FILTRO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       0395-LOTE-NO-FILTRO-FIM. EXIT.
      ******************************************************************
      *--> COMPRADOR NO CLIENTES.DAT: NOME, E-MAIL, SITUACAO E ENDERECO.
      *    TELEFONE QUE NAO ESTA NO CADASTRO NAO TEM COMO SER AVISADO.
       0400-RESOLVER-COMPRADORES SECTION.
       0401-RESOLVER-COMPRADORES.
           PERFORM VARYING WS-IND-CMP FROM 1 BY 1
                   UNTIL WS-IND-CMP GREATER THAN WS-QTD-COMPRADORES
               MOVE "N" TO WS-CMP-CADASTRO(WS-IND-CMP)
               MOVE "INALCANCAVEL" TO WS-CMP-RESULTADO(WS-IND-CMP)
           END-PERFORM.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL "00"
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - ABERTURA "
                       "INTERROMPIDA"
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IND-CMP FROM 1 BY 1
                   UNTIL WS-IND-CMP GREATER THAN WS-QTD-COMPRADORES
               MOVE WS-CMP-TELEFONE(WS-IND-CMP) TO CLI-TELEFONE
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CMP-CADASTRO(WS-IND-CMP)
                       MOVE "PENDENTE" TO WS-CMP-RESULTADO(WS-IND-CMP)
                       MOVE CLI-NOME     TO WS-CMP-NOME(WS-IND-CMP)
                       MOVE CLI-EMAIL    TO WS-CMP-EMAIL(WS-IND-CMP)
                       MOVE CLI-STATUS   TO WS-CMP-STATUS(WS-IND-CMP)
                       MOVE CLI-ENDERECO TO WS-CMP-ENDERECO(WS-IND-CMP)
               END-READ
           END-PERFORM.
           CLOSE CLIENTES.
       0400-RESOLVER-COMPRADORES-FIM. EXIT.
      ******************************************************************
      *--> LISTA DE CONTATO: UM BLOCO POR COMPRADOR, DEPOIS O RESUMO
       0450-EMITIR-LISTA       SECTION.
       0451-EMITIR-LISTA.
           MOVE SPACES TO WS-RELATORIO-PATH.
           STRING "C:\teste\recall_" WS-RCL-CODIGO "_"
                  WS-RCL-ABERTURA ".txt"
               DELIMITED BY SIZE INTO WS-RELATORIO-PATH
           END-STRING.
           OPEN OUTPUT RELATORIO.
           MOVE ZEROS TO WS-SPO-LINHAS.

           MOVE SPACES TO REG-RELATORIO.
           STRING "RECALL DO PRODUTO " WS-RCL-CODIGO " "
                  WS-CAT-NOME(WS-IND-ACHADO) " ABERTO EM "
                  WS-RCL-ABERTURA " POR " WS-OPERADOR
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           PERFORM 0480-CABECALHO-PARAMETROS.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE "COMPRADORES A CONTATAR:" TO REG-RELATORIO.
           PERFORM 0490-GRAVAR-LINHA.

           PERFORM VARYING WS-IND-CMP FROM 1 BY 1
                   UNTIL WS-IND-CMP GREATER THAN WS-QTD-COMPRADORES
               MOVE WS-CMP-QTD(WS-IND-CMP) TO WS-QTD-EDT
               MOVE SPACES TO REG-RELATORIO
               STRING "TEL " WS-CMP-TELEFONE(WS-IND-CMP)
                      "  " WS-CMP-NOME(WS-IND-CMP)
                      "  QTD" WS-QTD-EDT
                      "  ULTIMA COMPRA " WS-CMP-ULT-DATA(WS-IND-CMP)
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               IF WS-CMP-SEM-LOTE(WS-IND-CMP) EQUAL "S"
                   MOVE "LOTE?" TO REG-RELATORIO(111:5)
               END-IF
               PERFORM 0490-GRAVAR-LINHA
               IF CMP-NO-CADASTRO(WS-IND-CMP)
                   MOVE WS-CMP-ENDERECO(WS-IND-CMP) TO WS-ENDERECO-CMP
                   MOVE SPACES TO REG-RELATORIO
                   STRING "    E-MAIL " WS-CMP-EMAIL(WS-IND-CMP)
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   END-STRING
                   IF WS-CMP-STATUS(WS-IND-CMP) EQUAL "I"
                       MOVE "(CLIENTE INATIVO NO CADASTRO)"
                                           TO REG-RELATORIO(60:29)
                   END-IF
                   PERFORM 0490-GRAVAR-LINHA
                   MOVE SPACES TO REG-RELATORIO
                   STRING "    END. "
                          FUNCTION TRIM(WS-ECM-LOGRADOURO)
                          ", " FUNCTION TRIM(WS-ECM-NUMERO)
                          " "  FUNCTION TRIM(WS-ECM-COMPLEMENTO)
                          " - " FUNCTION TRIM(WS-ECM-BAIRRO)
                          " - " FUNCTION TRIM(WS-ECM-CIDADE)
                          "/"  WS-ECM-UF
                          " CEP " WS-ECM-CEP
                       DELIMITED BY SIZE INTO REG-RELATORIO
                   END-STRING
                   PERFORM 0490-GRAVAR-LINHA
               ELSE
                   MOVE "    TELEFONE FORA DO CADASTRO - INALCANCAVEL"
                                           TO REG-RELATORIO
                   PERFORM 0490-GRAVAR-LINHA
               END-IF
           END-PERFORM.
           IF WS-QTD-COMPRADORES EQUAL ZEROS
               MOVE "NENHUMA VENDA COM CLIENTE IDENTIFICADO NO PERIODO"
                                           TO REG-RELATORIO
               PERFORM 0490-GRAVAR-LINHA
           END-IF.
           CLOSE RELATORIO.

           MOVE "RECALL" TO WS-SPO-PROGRAMA.
           MOVE WS-RELATORIO-PATH TO WS-SPO-ARQUIVO.
           CALL "SPOOLCTL" USING WS-SPO-PROGRAMA WS-SPO-ARQUIVO
                                 WS-SPO-LINHAS WS-SPO-OPERADOR.
       0450-EMITIR-LISTA-FIM.  EXIT.
      *
      *--> ABERTURA NO RECALL.TXT E UMA LINHA "C" POR COMPRADOR, JA
      *    COM O RESULTADO INICIAL (PENDENTE OU INALCANCAVEL)
       0470-GRAVAR-ABERTURA    SECTION.
       0471-GRAVAR-ABERTURA.
           OPEN EXTEND RECALL.
           IF FS-RECALL EQUAL "35"
               OPEN OUTPUT RECALL
               CLOSE RECALL
               OPEN EXTEND RECALL
           END-IF.
           MOVE SPACES TO REG-RECALL.
           STRING "A;" WS-RCL-CODIGO
                  ";"  WS-RCL-ABERTURA
                  ";"  WS-RCL-DATA-DE
                  ";"  WS-RCL-DATA-ATE
                  ";"  WS-RCL-LOTE(1)
                  ";"  WS-RCL-LOTE(2)
                  ";"  WS-RCL-LOTE(3)
                  ";"  WS-RCL-LOTE(4)
                  ";"  WS-RCL-LOTE(5)
               DELIMITED BY SIZE INTO REG-RECALL
           END-STRING.
           WRITE REG-RECALL.
           PERFORM VARYING WS-IND-CMP FROM 1 BY 1
                   UNTIL WS-IND-CMP GREATER THAN WS-QTD-COMPRADORES
               MOVE WS-CMP-TELEFONE(WS-IND-CMP) TO WS-RES-TELEFONE
               MOVE WS-CMP-RESULTADO(WS-IND-CMP) TO WS-RES-RESULTADO
               MOVE WS-IND-CMP TO WS-CMP-ACHADO
               PERFORM 0475-GRAVAR-LINHA-CONTATO
           END-PERFORM.
           CLOSE RECALL.
       0470-GRAVAR-ABERTURA-FIM. EXIT.
      *
      *--> "C;CODIGO;ABERTURA;TELEFONE;DATA;RESULTADO;QTD;OPERADOR"
      *    (RECALL ABERTO EM EXTEND PELO CHAMADOR)
       0475-GRAVAR-LINHA-CONTATO SECTION.
       0476-GRAVAR-LINHA-CONTATO.
           MOVE SPACES TO REG-RECALL.
           STRING "C;" WS-RCL-CODIGO
                  ";"  WS-RCL-ABERTURA
                  ";"  WS-RES-TELEFONE
                  ";"  WS-DATA-HOJE
                  ";"  WS-RES-RESULTADO
                  ";"  WS-CMP-QTD(WS-CMP-ACHADO)
                  ";"  WS-OPERADOR
               DELIMITED BY SIZE INTO REG-RECALL
           END-STRING.
           WRITE REG-RECALL.
       0475-GRAVAR-LINHA-CONTATO-FIM. EXIT.
      *
       0480-CABECALHO-PARAMETROS SECTION.
       0481-CABECALHO-PARAMETROS.
           MOVE SPACES TO REG-RELATORIO.
           STRING "VENDAS DE " WS-RCL-DATA-DE " ATE " WS-RCL-DATA-ATE
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           IF WS-QTD-LOTES-RCL EQUAL ZEROS
               MOVE "LOTES: TODOS" TO REG-RELATORIO
           ELSE
               STRING "LOTES: " WS-RCL-LOTE(1) " " WS-RCL-LOTE(2)
                      " " WS-RCL-LOTE(3) " " WS-RCL-LOTE(4)
                      " " WS-RCL-LOTE(5)
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
           END-IF.
           PERFORM 0490-GRAVAR-LINHA.
       0480-CABECALHO-PARAMETROS-FIM. EXIT.
      *
       0490-GRAVAR-LINHA       SECTION.
       0491-GRAVAR-LINHA.
           WRITE REG-RELATORIO.
           ADD 1 TO WS-SPO-LINHAS.
       0490-GRAVAR-LINHA-FIM.  EXIT.
      ******************************************************************
      *--> TOTAIS DO RESUMO: VENDIDO = DIARIO + HISTORICO; DEVOLVIDO =
      *    DEVOLUCOES DO CAIXA, OU TUDO O QUE O COMPRADOR LEVOU QUANDO
      *    O CONTATO REGISTROU "DEVOLVIDO"; INALCANCAVEL = VENDA SEM
      *    CLIENTE, HISTORICO (SEM COMPRADOR) E O QUE FICOU COM
      *    COMPRADOR INALCANCAVEL
       0500-APURAR-RESUMO      SECTION.
       0501-APURAR-RESUMO.
           COMPUTE WS-TOT-VENDIDO = WS-TOT-VENDIDO-DIA
                                  + WS-TOT-VENDIDO-HIST.
           COMPUTE WS-TOT-INALCANCAVEL = WS-TOT-ANONIMO
                                       + WS-TOT-VENDIDO-HIST.
           MOVE ZEROS TO WS-TOT-DEVOLVIDO WS-TOT-EM-ABERTO
                         WS-QT-PENDENTES WS-QT-CONTATADOS
                         WS-QT-DEVOLVERAM WS-QT-INALCANCAVEIS.
           PERFORM VARYING WS-IND-CMP FROM 1 BY 1
                   UNTIL WS-IND-CMP GREATER THAN WS-QTD-COMPRADORES
               IF WS-CMP-DEVOLVIDO(WS-IND-CMP)
                                   GREATER THAN WS-CMP-QTD(WS-IND-CMP)
                   MOVE WS-CMP-QTD(WS-IND-CMP)
                                   TO WS-CMP-DEVOLVIDO(WS-IND-CMP)
               END-IF
               EVALUATE WS-CMP-RESULTADO(WS-IND-CMP)
                   WHEN "DEVOLVIDO"
                       ADD 1 TO WS-QT-DEVOLVERAM
                       MOVE WS-CMP-QTD(WS-IND-CMP)
                                   TO WS-CMP-DEVOLVIDO(WS-IND-CMP)
                   WHEN "INALCANCAVEL"
                       ADD 1 TO WS-QT-INALCANCAVEIS
                       COMPUTE WS-TOT-INALCANCAVEL =
                               WS-TOT-INALCANCAVEL
                             + WS-CMP-QTD(WS-IND-CMP)
                             - WS-CMP-DEVOLVIDO(WS-IND-CMP)
                   WHEN "CONTATADO"
                       ADD 1 TO WS-QT-CONTATADOS
                       COMPUTE WS-TOT-EM-ABERTO =
                               WS-TOT-EM-ABERTO
                             + WS-CMP-QTD(WS-IND-CMP)
                             - WS-CMP-DEVOLVIDO(WS-IND-CMP)
                   WHEN OTHER
                       ADD 1 TO WS-QT-PENDENTES
                       COMPUTE WS-TOT-EM-ABERTO =
                               WS-TOT-EM-ABERTO
                             + WS-CMP-QTD(WS-IND-CMP)
                             - WS-CMP-DEVOLVIDO(WS-IND-CMP)
               END-EVALUATE
               ADD WS-CMP-DEVOLVIDO(WS-IND-CMP) TO WS-TOT-DEVOLVIDO
           END-PERFORM.
       0500-APURAR-RESUMO-FIM. EXIT.
      ******************************************************************
      *--> RESULTADO DO CONTATO: O TELEFONE PRECISA SER DE UM COMPRADOR
      *    DO RECALL ABERTO; O ULTIMO RESULTADO E O QUE VALE
       0600-REGISTRAR-CONTATO  SECTION.
       0601-REGISTRAR-CONTATO.
           PERFORM 0150-LOCALIZAR-RECALL.
           IF WS-RCL-ABERTO NOT EQUAL "S"
               DISPLAY "NAO HA RECALL ABERTO PARA O PRODUTO"
               EXIT SECTION
           END-IF.
           DISPLAY "TELEFONE DO COMPRADOR: ".
           ACCEPT WS-TEL-CONTATO.
           MOVE WS-TEL-CONTATO TO WS-RES-TELEFONE.
           PERFORM 0380-LOCALIZAR-COMPRADOR.
           IF WS-CMP-ACHADO EQUAL ZEROS
               DISPLAY "TELEFONE NAO ESTA NA LISTA DESTE RECALL"
               EXIT SECTION
           END-IF.
           DISPLAY "SITUACAO ATUAL: " WS-CMP-RESULTADO(WS-CMP-ACHADO)
                   " EM " WS-CMP-DATA-RES(WS-CMP-ACHADO).
           DISPLAY "RESULTADO (1=CONTATADO / 2=DEVOLVIDO / "
                   "3=INALCANCAVEL): ".
           ACCEPT WS-RES-OPCAO.
           EVALUATE WS-RES-OPCAO
               WHEN 1
                   MOVE "CONTATADO" TO WS-RES-RESULTADO
               WHEN 2
                   MOVE "DEVOLVIDO" TO WS-RES-RESULTADO
               WHEN 3
                   MOVE "INALCANCAVEL" TO WS-RES-RESULTADO
               WHEN OTHER
                   DISPLAY "RESULTADO INVALIDO"
                   EXIT SECTION
           END-EVALUATE.

      *--> A QTD DA LINHA "C" REPETE O QUE A ABERTURA APUROU PARA O
      *    COMPRADOR
           PERFORM 0300-APURAR-VENDAS.
           MOVE WS-TEL-CONTATO TO WS-RES-TELEFONE.
           PERFORM 0380-LOCALIZAR-COMPRADOR.
           OPEN EXTEND RECALL.
           PERFORM 0475-GRAVAR-LINHA-CONTATO.
           CLOSE RECALL.
           DISPLAY "CONTATO REGISTRADO: " WS-RES-RESULTADO.
       0600-REGISTRAR-CONTATO-FIM. EXIT.
      ******************************************************************
      *--> RESUMO DO RECALL ABERTO (OU DO ULTIMO ENCERRADO): REFAZ A
      *    APURACAO COM OS PARAMETROS DA ABERTURA E CRUZA COM O ULTIMO
      *    RESULTADO DE CADA COMPRADOR
       0700-RESUMO             SECTION.
       0701-RESUMO.
           PERFORM 0150-LOCALIZAR-RECALL.
           IF WS-RCL-ABERTURA EQUAL SPACES
               DISPLAY "NAO HA RECALL REGISTRADO PARA O PRODUTO"
               EXIT SECTION
           END-IF.
           PERFORM 0300-APURAR-VENDAS.
           PERFORM 0500-APURAR-RESUMO.

           MOVE "C:\teste\recallresumo.txt" TO WS-RELATORIO-PATH.
           OPEN OUTPUT RELATORIO.
           MOVE ZEROS TO WS-SPO-LINHAS.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RESUMO DO RECALL DO PRODUTO " WS-RCL-CODIGO
                  " ABERTO EM " WS-RCL-ABERTURA " - EMISSAO "
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           IF WS-RCL-ABERTO NOT EQUAL "S"
               MOVE "RECALL ENCERRADO - PRODUTO LIBERADO"
                                               TO REG-RELATORIO
               PERFORM 0790-GRAVAR-E-MOSTRAR
           END-IF.
           PERFORM 0480-CABECALHO-PARAMETROS.

           MOVE WS-TOT-VENDIDO TO WS-QTD-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "QUANTIDADE VENDIDA.................: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           MOVE WS-TOT-VENDIDO-HIST TO WS-QTD-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  DO HISTORICO (SEM COMPRADOR).....: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           MOVE WS-TOT-DEVOLVIDO TO WS-QTD-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "QUANTIDADE DEVOLVIDA...............: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           MOVE WS-TOT-INALCANCAVEL TO WS-QTD-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "QUANTIDADE INALCANCAVEL............: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           MOVE WS-TOT-EM-ABERTO TO WS-QTD-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "QUANTIDADE AINDA COM CLIENTE.......: " WS-QTD-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.

           MOVE WS-QTD-COMPRADORES TO WS-QT-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "COMPRADORES IDENTIFICADOS..........: " WS-QT-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           MOVE WS-QT-CONTATADOS TO WS-QT-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  CONTATADOS.......................: " WS-QT-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           MOVE WS-QT-DEVOLVERAM TO WS-QT-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  DEVOLVERAM.......................: " WS-QT-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           MOVE WS-QT-INALCANCAVEIS TO WS-QT-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  INALCANCAVEIS....................: " WS-QT-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           MOVE WS-QT-PENDENTES TO WS-QT-EDT.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  PENDENTES........................: " WS-QT-EDT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           PERFORM 0790-GRAVAR-E-MOSTRAR.
           CLOSE RELATORIO.

           MOVE "RECALLRES" TO WS-SPO-PROGRAMA.
           MOVE WS-RELATORIO-PATH TO WS-SPO-ARQUIVO.
           CALL "SPOOLCTL" USING WS-SPO-PROGRAMA WS-SPO-ARQUIVO
                                 WS-SPO-LINHAS WS-SPO-OPERADOR.
       0700-RESUMO-FIM.        EXIT.
      *
       0790-GRAVAR-E-MOSTRAR   SECTION.
       0791-GRAVAR-E-MOSTRAR.
           PERFORM 0490-GRAVAR-LINHA.
           DISPLAY REG-RELATORIO.
       0790-GRAVAR-E-MOSTRAR-FIM. EXIT.
      ******************************************************************
      *--> ENCERRAMENTO: LINHA "F" NO RECALL.TXT E O PRODUTO VOLTA A
      *    SER VENDIDO. COMPRADOR AINDA PENDENTE SO GERA AVISO.
       0800-ENCERRAR-RECALL    SECTION.
       0801-ENCERRAR-RECALL.
           PERFORM 0150-LOCALIZAR-RECALL.
           IF WS-RCL-ABERTO NOT EQUAL "S"
               DISPLAY "NAO HA RECALL ABERTO PARA O PRODUTO"
               EXIT SECTION
           END-IF.
           MOVE ZEROS TO WS-QT-PENDENTES.
           PERFORM VARYING WS-IND-CMP FROM 1 BY 1
                   UNTIL WS-IND-CMP GREATER THAN WS-QTD-COMPRADORES
               IF WS-CMP-RESULTADO(WS-IND-CMP) EQUAL "PENDENTE"
                   ADD 1 TO WS-QT-PENDENTES
               END-IF
           END-PERFORM.
           IF WS-QT-PENDENTES GREATER THAN ZEROS
               DISPLAY "ATENCAO: " WS-QT-PENDENTES
                       " COMPRADOR(ES) AINDA PENDENTE(S) DE CONTATO"
           END-IF.
           DISPLAY "CONFIRMA O ENCERRAMENTO E A LIBERACAO DO PRODUTO "
                   "(S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
               DISPLAY "ENCERRAMENTO CANCELADO"
               EXIT SECTION
           END-IF.

           OPEN EXTEND RECALL.
           MOVE SPACES TO REG-RECALL.
           STRING "F;" WS-RCL-CODIGO
                  ";"  WS-RCL-ABERTURA
                  ";"  WS-DATA-HOJE
                  ";"  WS-OPERADOR
               DELIMITED BY SIZE INTO REG-RECALL
           END-STRING.
           WRITE REG-RECALL.
           CLOSE RECALL.

           IF WS-IND-ACHADO GREATER THAN ZEROS
               MOVE SPACES TO WS-CAT-SITUACAO(WS-IND-ACHADO)
               PERFORM 0190-REGRAVAR-CATALOGO
               DISPLAY "PRODUTO LIBERADO NO CAIXA"
           ELSE
               DISPLAY "PRODUTO NAO ESTA MAIS NO CATALOGO"
           END-IF.
           DISPLAY "RECALL ENCERRADO".
       0800-ENCERRAR-RECALL-FIM. EXIT.
      ******************************************************************
       END PROGRAM RECALL-PRODUTO.
