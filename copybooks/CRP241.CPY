      *-----------------------------------------------------------*
      *  CRP241.CPY - campos de dados do conjunto de telas CRP241,  *
      *  continuacao de GS-DATA-BLOCK (CRP241.CPB).                 *
      *-----------------------------------------------------------*
      *    GS-FILTRO-CONTRATO/GS-FILTRO-ALBUM - restringem a list box
      *    a um contrato (album zero = todos os albuns); contrato
      *    zero lista toda negativacao em aberto (P, I e R).
           05  GS-FILTRO-CONTRATO             PIC 9(04)   VALUE ZEROS.
           05  GS-FILTRO-ALBUM                PIC 9(04)   VALUE ZEROS.
      *    GS-COD-COMPL/GS-SEQ - chave do registro (CRD225) escolhido
      *    na list box.
           05  GS-COD-COMPL                   PIC 9(09)   VALUE ZEROS.
           05  GS-SEQ                         PIC 9(05)   VALUE ZEROS.
      *    GS-CONTRATO ate GS-DATA-EXCLUSAO - somente exibicao.
           05  GS-CONTRATO                    PIC 9(04)   VALUE ZEROS.
           05  GS-ALBUM                       PIC 9(04)   VALUE ZEROS.
           05  GS-DOCTO                       PIC X(11)   VALUE SPACES.
           05  GS-VENCTO                      PIC 9(08)   VALUE ZEROS.
           05  GS-VALOR-TITULO                PIC 9(11)V99 VALUE ZEROS.
           05  GS-INSCRICAO                   PIC 9(14)   VALUE ZEROS.
           05  GS-NOME                        PIC X(37)   VALUE SPACES.
           05  GS-ORIGEM                      PIC X(10)   VALUE SPACES.
           05  GS-SITUACAO                    PIC X(20)   VALUE SPACES.
           05  GS-DATA-INCLUSAO               PIC 9(08)   VALUE ZEROS.
           05  GS-DATA-EXCLUSAO               PIC 9(08)   VALUE ZEROS.
      *    GS-MOTIVO - obrigatorio na rejeicao; vai p/ o CRD225 e p/
      *    a anotacao.
           05  GS-MOTIVO                      PIC X(60)   VALUE SPACES.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
