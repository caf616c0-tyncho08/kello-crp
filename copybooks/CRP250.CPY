      *-----------------------------------------------------------*
      *  CRP250.CPY - campos de dados do conjunto de telas CRP250,  *
      *  continuacao de GS-DATA-BLOCK (CRP250.CPB).                 *
      *-----------------------------------------------------------*
      *    Titulo consultado.
           05  GS-CONTRATO                    PIC 9(04)   VALUE ZEROS.
           05  GS-ALBUM                       PIC 9(04)   VALUE ZEROS.
           05  GS-SEQ                         PIC 9(05)   VALUE ZEROS.
      *    Dados atuais do titulo (CRD020) - somente exibicao.
           05  GS-NR-DOCTO                    PIC X(11)   VALUE SPACES.
           05  GS-VENCTO                      PIC 9(08)   VALUE ZEROS.
           05  GS-VALOR                       PIC 9(11)V99 VALUE ZEROS.
           05  GS-PORTADOR                    PIC 9(04)   VALUE ZEROS.
           05  GS-SITUACAO                    PIC X(20)   VALUE SPACES.
           05  GS-QTDE-EVENTOS                PIC 9(04)   VALUE ZEROS.
      *    Nome/caminho do arquivo-texto gerado por EXPORTA-CSV.
           05  GS-NOME-ARQ-CSV                PIC X(60)   VALUE SPACES.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
