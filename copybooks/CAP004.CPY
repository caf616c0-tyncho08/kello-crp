      *-----------------------------------------------------------*
      *  CAP004.CPY - campos de dados do conjunto de telas CAP004,  *
      *  continuacao de GS-DATA-BLOCK (CAP004.CPB).                 *
      *-----------------------------------------------------------*
      *    GS-USUARIO-RED/GS-NOME-USU - o proprio usuario logado,
      *    somente exibicao (cada um troca so a sua senha).
           05  GS-USUARIO-RED                 PIC X(20)   VALUE SPACES.
           05  GS-NOME-USU                    PIC X(40)   VALUE SPACES.
      *    GS-DATA-SENHA - data da ultima troca (DD/MM/AAAA) ou
      *    "VENCIDA"; somente exibicao.
           05  GS-DATA-SENHA                  PIC X(10)   VALUE SPACES.
      *    Campos de senha, digitados sem eco na tela.
           05  GS-SENHA-ATUAL                 PIC X(12)   VALUE SPACES.
           05  GS-SENHA-NOVA                  PIC X(12)   VALUE SPACES.
           05  GS-SENHA-CONF                  PIC X(12)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
