      *-----------------------------------------------------------*
      *  CRP252.CPY - campos de dados do conjunto de telas CRP252,  *
      *  continuacao de GS-DATA-BLOCK (CRP252.CPB).                 *
      *-----------------------------------------------------------*
      *    GS-SEQ - ordem da regra (CRD233); a primeira regra que
      *    atende o titulo define o cobrador.
           05  GS-SEQ                         PIC 9(03)   VALUE ZEROS.
           05  GS-COBRADOR                    PIC X(20)   VALUE SPACES.
      *    GS-NOME-COBRADOR - somente exibicao (NOME-CA002).
           05  GS-NOME-COBRADOR               PIC X(40)   VALUE SPACES.
      *    GS-PORTADOR/GS-CARTEIRA/GS-VALOR-* zerados = qualquer.
           05  GS-PORTADOR                    PIC 9(04)   VALUE ZEROS.
           05  GS-CARTEIRA                    PIC 9(02)   VALUE ZEROS.
           05  GS-VALOR-INI                   PIC 9(11)V99 VALUE ZEROS.
           05  GS-VALOR-FIM                   PIC 9(11)V99 VALUE ZEROS.
           05  GS-INATIVO                     PIC X(01)   VALUE "N".
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
