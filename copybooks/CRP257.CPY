      *-----------------------------------------------------------*
      *  CRP257.CPY - campos de dados do conjunto de telas CRP257,  *
      *  continuacao de GS-DATA-BLOCK (CRP257.CPB).                 *
      *-----------------------------------------------------------*
      *    GS-DATA-FOTO - data da foto (DDMMAAAA), chave do CRD236.
           05  GS-DATA-FOTO                   PIC 9(08)   VALUE ZEROS.
      *    Demais campos da foto - somente exibicao.
           05  GS-HORA-FOTO                   PIC X(05)   VALUE SPACES.
           05  GS-USUARIO-FOTO                PIC X(20)   VALUE SPACES.
           05  GS-PASTA                       PIC X(40)   VALUE SPACES.
           05  GS-SITUACAO                    PIC X(20)   VALUE SPACES.
           05  GS-QTDE-ARQ                    PIC 9(02)   VALUE ZEROS.
           05  GS-TOTAL-REG                   PIC 9(11)   VALUE ZEROS.
           05  GS-ULT-RESTAURACAO             PIC X(40)   VALUE SPACES.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
