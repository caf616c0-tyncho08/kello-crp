      *-----------------------------------------------------------*
      *  CRP243.CPY - campos de dados do conjunto de telas CRP243,  *
      *  continuacao de GS-DATA-BLOCK (CRP243.CPB).                 *
      *-----------------------------------------------------------*
           05  GS-CONTRATO                    PIC 9(04)   VALUE ZEROS.
           05  GS-ALBUM                       PIC 9(04)   VALUE ZEROS.
      *    GS-DATA-PAGTO/GS-DATA-VALIDADE - digitadas DDMMAAAA;
      *    validade em branco = a propria data de pagamento.
           05  GS-DATA-PAGTO                  PIC 9(08)   VALUE ZEROS.
           05  GS-DATA-VALIDADE               PIC 9(08)   VALUE ZEROS.
      *    GS-TAXA-JURO - juros de mora em % ao mes, como na tela
      *    da remessa (CRP9109).
           05  GS-TAXA-JURO                   PIC 9(03)V99 VALUE ZEROS.
      *    GS-NUM-COTACAO - numero (SEQ-CR227) da cotacao gravada,
      *    ou informado p/ reimpressao.
           05  GS-NUM-COTACAO                 PIC 9(05)   VALUE ZEROS.
      *    GS-COMPRADOR ate GS-TOTAL-ATUALIZADO - somente exibicao.
           05  GS-COMPRADOR                   PIC X(37)   VALUE SPACES.
           05  GS-QTDE-TITULOS                PIC 9(03)   VALUE ZEROS.
           05  GS-TOTAL-ORIGINAL              PIC 9(11)V99 VALUE ZEROS.
           05  GS-TOTAL-JUROS                 PIC 9(11)V99 VALUE ZEROS.
           05  GS-TOTAL-MULTA                 PIC 9(11)V99 VALUE ZEROS.
           05  GS-TOTAL-DESCONTO              PIC 9(11)V99 VALUE ZEROS.
           05  GS-TOTAL-ATUALIZADO            PIC 9(11)V99 VALUE ZEROS.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
