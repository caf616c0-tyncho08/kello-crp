      *-----------------------------------------------------------*
      *  CRP236.CPY - campos de dados do conjunto de telas CRP236,  *
      *  continuacao de GS-DATA-BLOCK (CRP236.CPB).                 *
      *-----------------------------------------------------------*
           05  GS-MES                         PIC 9(02)   VALUE ZEROS.
           05  GS-ANO                         PIC 9(04)   VALUE ZEROS.
      *    GS-SITUACAO ate GS-USUARIO-FECH - somente exibicao.
           05  GS-SITUACAO                    PIC X(10)   VALUE SPACES.
           05  GS-DATA-FECH                   PIC 9(08)   VALUE ZEROS.
           05  GS-USUARIO-FECH                PIC X(20)   VALUE SPACES.
      *    GS-MOTIVO - obrigatorio na reabertura.
           05  GS-MOTIVO                      PIC X(60)   VALUE SPACES.
      *    GS-ACP-USUARIO/GS-ACP-SENHA - segundo usuario aprovador,
      *    mesmo esquema da transferencia de portador do CRP9109.
           05  GS-ACP-USUARIO                 PIC X(20)   VALUE SPACES.
           05  GS-ACP-SENHA                   PIC X(12)   VALUE SPACES.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
