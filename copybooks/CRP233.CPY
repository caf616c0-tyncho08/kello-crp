      *-----------------------------------------------------------*
      *  CRP233.CPY - campos de dados do conjunto de telas CRP233,  *
      *  continuacao de GS-DATA-BLOCK (CRP233.CPB).                 *
      *-----------------------------------------------------------*
           05  GS-CONTRATO                    PIC 9(04)   VALUE ZEROS.
           05  GS-ALBUM                       PIC 9(04)   VALUE ZEROS.
           05  GS-SEQ                         PIC 9(05)   VALUE ZEROS.
      *    GS-DOCTO ate GS-VALOR-PAGO - somente exibicao (titulo e
      *    baixa a estornar); GS-DATA-PAGTO em DDMMAAAA.
           05  GS-DOCTO                       PIC X(11)   VALUE SPACES.
           05  GS-VENCTO                      PIC 9(08)   VALUE ZEROS.
           05  GS-VALOR-TITULO                PIC 9(11)V99 VALUE ZEROS.
           05  GS-DATA-PAGTO                  PIC 9(08)   VALUE ZEROS.
           05  GS-VALOR-PAGO                  PIC 9(11)V99 VALUE ZEROS.
      *    GS-MOTIVO - obrigatorio; vai p/ a anotacao e p/ o CRD221.
           05  GS-MOTIVO                      PIC X(60)   VALUE SPACES.
      *    GS-ACP-USUARIO/GS-ACP-SENHA - segundo usuario aprovador,
      *    mesmo esquema da transferencia de portador do CRP9109.
           05  GS-ACP-USUARIO                 PIC X(20)   VALUE SPACES.
           05  GS-ACP-SENHA                   PIC X(12)   VALUE SPACES.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
