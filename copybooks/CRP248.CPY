      *-----------------------------------------------------------*
      *  CRP248.CPY - campos de dados do conjunto de telas CRP248,  *
      *  continuacao de GS-DATA-BLOCK (CRP248.CPB).                 *
      *-----------------------------------------------------------*
      *    GS-CPF - CPF (11 digitos) ou CNPJ do titular, sem pontos.
           05  GS-CPF                         PIC 9(14)   VALUE ZEROS.
      *    GS-QTDE-CONTRATOS/GS-QTDE-TITULOS - somente exibicao.
           05  GS-QTDE-CONTRATOS              PIC 9(03)   VALUE ZEROS.
           05  GS-QTDE-TITULOS                PIC 9(05)   VALUE ZEROS.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
