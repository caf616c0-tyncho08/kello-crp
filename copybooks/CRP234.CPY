      *-----------------------------------------------------------*
      *  CRP234.CPY - campos de dados do conjunto de telas CRP234,  *
      *  continuacao de GS-DATA-BLOCK (CRP234.CPB).                 *
      *-----------------------------------------------------------*
           05  GS-CONTRATO                    PIC 9(04)   VALUE ZEROS.
           05  GS-ALBUM                       PIC 9(04)   VALUE ZEROS.
      *    GS-SEQ-CREDITO ate GS-SALDO - credito selecionado na list
      *    box (somente exibicao); GS-DATA-CREDITO em DDMMAAAA.
           05  GS-SEQ-CREDITO                 PIC 9(05)   VALUE ZEROS.
           05  GS-DATA-CREDITO                PIC 9(08)   VALUE ZEROS.
           05  GS-ORIGEM                      PIC X(10)   VALUE SPACES.
           05  GS-TIPO                        PIC X(12)   VALUE SPACES.
           05  GS-VALOR-CREDITO               PIC 9(11)V99 VALUE ZEROS.
           05  GS-SALDO                       PIC 9(11)V99 VALUE ZEROS.
      *    GS-SEQ-TITULO ate GS-VALOR-TITULO - proximo titulo aberto
      *    do contrato (menor vencimento), onde o credito e aplicado.
           05  GS-SEQ-TITULO                  PIC 9(05)   VALUE ZEROS.
           05  GS-DOCTO                       PIC X(11)   VALUE SPACES.
           05  GS-VENCTO                      PIC 9(08)   VALUE ZEROS.
           05  GS-VALOR-TITULO                PIC 9(11)V99 VALUE ZEROS.
      *    GS-MOTIVO - obrigatorio na devolucao (forma/comprovante).
           05  GS-MOTIVO                      PIC X(60)   VALUE SPACES.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
