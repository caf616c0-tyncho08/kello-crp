      *-----------------------------------------------------------*
      *  CRP247.CPY - campos de dados do conjunto de telas CRP247,  *
      *  continuacao de GS-DATA-BLOCK (CRP247.CPB).                 *
      *-----------------------------------------------------------*
      *    GS-PORT-ORIG/GS-PORT-DEST - zeros = todos os portadores.
      *    GS-ETAPA - branco = todas (P S T E R C L, ver CRPW231).
      *    GS-DIAS-LIMITE - dias na mesma etapa a partir dos quais o
      *    titulo ainda nao encerrado e marcado como parado (zeros =
      *    10); GS-SO-PARADOS = 1 lista somente os parados.
           05  GS-PORT-ORIG                   PIC 9(04)   VALUE ZEROS.
           05  GS-PORT-DEST                   PIC 9(04)   VALUE ZEROS.
           05  GS-ETAPA                       PIC X(01)   VALUE SPACES.
           05  GS-DIAS-LIMITE                 PIC 9(03)   VALUE ZEROS.
           05  GS-SO-PARADOS                  PIC 9(01)   VALUE ZEROS.
      *    GS-QTDE-TITULOS ate GS-TOTAL-VALOR - somente exibicao
      *    (titulos listados, parados e valor listado).
           05  GS-QTDE-TITULOS                PIC 9(06)   VALUE ZEROS.
           05  GS-QTDE-PARADOS                PIC 9(06)   VALUE ZEROS.
           05  GS-TOTAL-VALOR                 PIC 9(13)V99 VALUE ZEROS.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
