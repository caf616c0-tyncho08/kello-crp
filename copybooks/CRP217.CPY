           05  GS-VALOR-PAGO                  PIC 9(11)V99 VALUE ZEROS.
      *    GS-FORMA-PAGTO = 1-caixa  2-cheque  3-PIX.
           05  GS-FORMA-PAGTO                 PIC 9(01)   VALUE ZEROS.
      *    GS-NUM-COTACAO - numero da cotacao de quitacao (SEQ-CR227
      *    do contrato/album) p/ a baixa pela cotacao.
           05  GS-NUM-COTACAO                 PIC 9(05)   VALUE ZEROS.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
