      *-----------------------------------------------------------*
      *  CRP254.CPY - campos de dados do conjunto de telas CRP254,  *
      *  continuacao de GS-DATA-BLOCK (CRP254.CPB).                 *
      *-----------------------------------------------------------*
      *    GS-COBRADOR/GS-DATA-LISTA - lista de trabalho exibida;
      *    abrem com o usuario logado e a lista mais recente dele.
           05  GS-COBRADOR                    PIC X(20)   VALUE SPACES.
           05  GS-DATA-LISTA                  PIC 9(08)   VALUE ZEROS.
      *    GS-COD-COMPL/GS-SEQ - titulo escolhido na list box.
           05  GS-COD-COMPL                   PIC 9(09)   VALUE ZEROS.
           05  GS-SEQ                         PIC 9(05)   VALUE ZEROS.
      *    GS-CONTRATO ate GS-ULT-CONTATO - somente exibicao.
           05  GS-CONTRATO                    PIC 9(04)   VALUE ZEROS.
           05  GS-ALBUM                       PIC 9(04)   VALUE ZEROS.
           05  GS-COMPRADOR                   PIC X(37)   VALUE SPACES.
           05  GS-DOCTO                       PIC X(11)   VALUE SPACES.
           05  GS-VENCTO                      PIC 9(08)   VALUE ZEROS.
           05  GS-VALOR-TITULO                PIC 9(11)V99 VALUE ZEROS.
           05  GS-PORTADOR                    PIC 9(04)   VALUE ZEROS.
           05  GS-CARTEIRA                    PIC 9(02)   VALUE ZEROS.
           05  GS-DIAS-ATRASO                 PIC 9(05)   VALUE ZEROS.
           05  GS-PROMESSA-QUEBRADA           PIC X(40)   VALUE SPACES.
           05  GS-ULT-CONTATO                 PIC X(80)   VALUE SPACES.
      *    GS-RESULTADO = P-promessa  N-nao atendeu  R-recusou
      *    J-diz que ja pagou  O-outro. Promessa exige data (nao
      *    anterior a hoje) e valor; o valor abre com o do titulo.
           05  GS-RESULTADO                   PIC X(01)   VALUE SPACES.
           05  GS-DATA-PROMESSA               PIC 9(08)   VALUE ZEROS.
           05  GS-VALOR-PROMESSA              PIC 9(11)V99 VALUE ZEROS.
           05  GS-OBS                         PIC X(60)   VALUE SPACES.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-CONT-CONTATADOS             PIC 9(04)   VALUE ZEROS.
           05  GS-CONT-QUEBRADAS              PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
