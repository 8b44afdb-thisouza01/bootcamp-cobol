      *---------------------------------------------------------------*
      * COPYBOOK: DOCUMENTO.cpy                                       *
      * Descricao: Layout do registro de documentos do cliente        *
      *            (documentos.dat, indexado por CPF + tipo): o que   *
      *            foi apresentado, validade, quem conferiu e quando. *
      *            Chave pelo CPF porque o telefone pode mudar (ver   *
      *            CLIENTE.cpy); o telefone fica so como referencia.  *
      *            Mantido pelo modulo DOCUMENTOS (chamado do         *
      *            CONSULTA e da VISAO360), conferido na abertura de  *
      *            conta (ABRE-CONTA) e varrido pelo lote DOCVENC.    *
      *            DOC-VALIDADE em zeros = documento sem vencimento.  *
      * Historico de alteracoes:                                      *
      *   15/10/2026 TS  Criacao                                      *
      *---------------------------------------------------------------*
       01  REG-DOCUMENTO.
           05 CHAVE-DOCUMENTO.
               10 DOC-CPF              PIC 9(11).
               10 DOC-TIPO             PIC X(03).
                   88 DOC-RG           VALUE "RG ".
                   88 DOC-ENDERECO     VALUE "END".
                   88 DOC-RENDA        VALUE "REN".
                   88 DOC-TIPO-VALIDO  VALUES "RG " "END" "REN".
           05 DOC-TELEFONE             PIC 9(09) VALUE ZEROS.
           05 DOC-NUMERO               PIC X(20) VALUE SPACES.
           05 DOC-EMISSAO              PIC 9(08) VALUE ZEROS.
           05 DOC-VALIDADE             PIC 9(08) VALUE ZEROS.
           05 DOC-CONFERIDO-POR        PIC X(10) VALUE SPACES.
           05 DOC-DATA-CONFERENCIA     PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------------*
