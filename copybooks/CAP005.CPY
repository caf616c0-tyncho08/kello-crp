      *-----------------------------------------------------------*
      *  CAP005.CPY - campos de dados do conjunto de telas CAP005,  *
      *  continuacao de GS-DATA-BLOCK (CAP005.CPB).                 *
      *-----------------------------------------------------------*
           05  GS-USUARIO-RED                 PIC X(20)   VALUE SPACES.
      *    GS-NOME-USU .. GS-TENTATIVAS - dados do CAD002, somente
      *    exibicao. GS-SITUACAO = "ATIVO", "BLOQUEADO" ou "TROCA
      *    PENDENTE" (senha provisoria/convertida, DATA-SENHA
      *    zerada); datas em DD/MM/AAAA.
           05  GS-NOME-USU                    PIC X(40)   VALUE SPACES.
           05  GS-SITUACAO                    PIC X(15)   VALUE SPACES.
           05  GS-DATA-BLOQUEIO               PIC X(10)   VALUE SPACES.
           05  GS-DATA-SENHA                  PIC X(10)   VALUE SPACES.
           05  GS-TENTATIVAS                  PIC 9(02)   VALUE ZEROS.
      *    GS-SENHA-PROV - senha provisoria do GS-REINICIA-FLG,
      *    digitada sem eco.
           05  GS-SENHA-PROV                  PIC X(12)   VALUE SPACES.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
