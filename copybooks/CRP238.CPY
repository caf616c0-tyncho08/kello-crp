      *-----------------------------------------------------------*
      *  CRP238.CPY - campos de dados do conjunto de telas CRP238,  *
      *  continuacao de GS-DATA-BLOCK (CRP238.CPB).                 *
      *-----------------------------------------------------------*
      *    GS-COD-COMPL/GS-SEQ - chave da proposta (CRD224) escolhida
      *    na list box.
           05  GS-COD-COMPL                   PIC 9(09)   VALUE ZEROS.
           05  GS-SEQ                         PIC 9(05)   VALUE ZEROS.
      *    GS-CONTRATO ate GS-MOTIVO-PDD - somente exibicao.
           05  GS-CONTRATO                    PIC 9(04)   VALUE ZEROS.
           05  GS-ALBUM                       PIC 9(04)   VALUE ZEROS.
           05  GS-DOCTO                       PIC X(11)   VALUE SPACES.
           05  GS-VENCTO                      PIC 9(08)   VALUE ZEROS.
           05  GS-VALOR-TITULO                PIC 9(11)V99 VALUE ZEROS.
           05  GS-PORTADOR                    PIC 9(04)   VALUE ZEROS.
           05  GS-CARTEIRA                    PIC 9(02)   VALUE ZEROS.
           05  GS-DIAS-ATRASO                 PIC 9(05)   VALUE ZEROS.
           05  GS-MOTIVO-PDD                  PIC X(16)   VALUE SPACES.
           05  GS-DATA-PROPOSTA               PIC 9(08)   VALUE ZEROS.
      *    GS-OBS - obrigatoria na recusa; vai p/ o CRD224 e p/ a
      *    anotacao.
           05  GS-OBS                         PIC X(60)   VALUE SPACES.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-TOTAL-PROPOSTO              PIC 9(13)V99 VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
