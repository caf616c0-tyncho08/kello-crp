           05  GS-ARQUIVO                   PIC X(08)   VALUE SPACES.
           05  GS-PROGRAMA                  PIC X(08)   VALUE SPACES.
           05  GS-OPERACAO                  PIC X(01)   VALUE SPACES.
      *        GS-OPERACAO = "I"/"A"/"E" ou SPACES p/ todas; "F"/"L"
      *        com GS-ARQUIVO "CAD002" filtram as senhas erradas e
      *        os bloqueios (ver LOGW001)
           05  GS-REGISTRO                  PIC X(200)  VALUE SPACES.
      *        GS-SESSAO-* mostram, para o registro do LOG001 em
      *        detalhe, a sessao (LOGACESS) do mesmo PROGRAMA que
           05  GS-SES-FIL-HORAS-INI         PIC 9(08)   VALUE ZEROS.
           05  GS-SES-FIL-DATA-FIM          PIC 9(08)   VALUE ZEROS.
           05  GS-SES-FIL-HORAS-FIM         PIC 9(08)   VALUE ZEROS.
      *        GS-ANO-ARQUIVO - ano arquivado (LOG001AAAA/LOGACSAAAA,
      *        gerados pelo CRP251) em que a pesquisa esta; ZEROS =
      *        arquivos vivos.
           05  GS-ANO-ARQUIVO               PIC 9(04)   VALUE ZEROS.
           05  GS-CONT                      PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                    PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO             PIC X(60)   VALUE SPACES.
