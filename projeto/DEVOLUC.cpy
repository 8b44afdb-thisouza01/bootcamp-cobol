      *---------------------------------------------------------------*
      * COPYBOOK: DEVOLUC.cpy                                         *
      * Descricao: Layout do arquivo de devolucoes (devolucao.dat,    *
      *            indexado pelo telefone do cliente): marca de       *
      *            endereco e de email inentregaveis, com data e      *
      *            motivo da ultima devolucao dos Correios ou bounce  *
      *            do fornecedor de email. Gravado pelo lote          *
      *            DEVOLUCAO; a marca cai quando o ALTERAR muda o     *
      *            endereco/email (subprograma DEVOLCTL). O endereco  *
      *            em si fica intocado no clientes.dat.               *
      * Historico de alteracoes:                                      *
      *   15/10/2026 TS  Criacao                                      *
      *---------------------------------------------------------------*
       01  REG-DEVOLUCAO.
           05 CHAVE-DEVOLUCAO.
               10 DEV-TELEFONE         PIC 9(09).
           05 DEV-CPF                  PIC 9(11) VALUE ZEROS.
           05 DEV-END-FLAG             PIC X(01) VALUE "N".
               88 ENDERECO-INENTREGAVEL VALUE "S".
           05 DEV-END-DATA             PIC 9(08) VALUE ZEROS.
           05 DEV-END-MOTIVO           PIC X(30) VALUE SPACES.
           05 DEV-EMAIL-FLAG           PIC X(01) VALUE "N".
               88 EMAIL-INENTREGAVEL   VALUE "S".
           05 DEV-EMAIL-DATA           PIC 9(08) VALUE ZEROS.
           05 DEV-EMAIL-MOTIVO         PIC X(30) VALUE SPACES.
           05 DEV-QT-DEVOLUCOES        PIC 9(03) VALUE ZEROS.
           05 DEV-DATA-ATUALIZ         PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------------*
