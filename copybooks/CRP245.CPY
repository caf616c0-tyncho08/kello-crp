      *-----------------------------------------------------------*
      *  CRP245.CPY - campos de dados do conjunto de telas CRP245,  *
      *  continuacao de GS-DATA-BLOCK (CRP245.CPB).                 *
      *-----------------------------------------------------------*
      *    GS-FILTRO-PORTADOR - restringe a list box a um portador;
      *    zero lista os lancamentos em aberto de todos.
           05  GS-FILTRO-PORTADOR             PIC 9(04)   VALUE ZEROS.
      *    GS-PORTADOR/GS-DATA-LANCTO/GS-SEQ - chave do registro
      *    (CRD230) escolhido na list box.
           05  GS-PORTADOR                    PIC 9(04)   VALUE ZEROS.
           05  GS-DATA-LANCTO                 PIC 9(08)   VALUE ZEROS.
           05  GS-SEQ                         PIC 9(05)   VALUE ZEROS.
      *    GS-NOME-PORTADOR ate GS-SITUACAO - somente exibicao.
           05  GS-NOME-PORTADOR               PIC X(30)   VALUE SPACES.
           05  GS-TIPO                        PIC X(10)   VALUE SPACES.
           05  GS-VALOR                       PIC 9(11)V99 VALUE ZEROS.
           05  GS-HISTORICO                   PIC X(40)   VALUE SPACES.
           05  GS-DOCUMENTO                   PIC X(20)   VALUE SPACES.
           05  GS-ORIGEM                      PIC X(10)   VALUE SPACES.
           05  GS-ARQUIVO                     PIC X(08)   VALUE SPACES.
           05  GS-DATA-IMPORTACAO             PIC 9(08)   VALUE ZEROS.
           05  GS-SITUACAO                    PIC X(20)   VALUE SPACES.
      *    GS-MOTIVO - obrigatorio p/ resolver; vai p/ o CRD230.
           05  GS-MOTIVO                      PIC X(60)   VALUE SPACES.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
