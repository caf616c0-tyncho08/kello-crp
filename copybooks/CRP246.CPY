      *-----------------------------------------------------------*
      *  CRP246.CPY - campos de dados do conjunto de telas CRP246,  *
      *  continuacao de GS-DATA-BLOCK (CRP246.CPB).                 *
      *-----------------------------------------------------------*
      *    GS-DATA-BASE - inicio da previsao (DDMMAAAA); zeros = hoje.
      *    GS-SEMANAS (ate 13, padrao 8) e GS-MESES (ate 12, padrao
      *    6) - tamanho do horizonte semanal e mensal.
      *    GS-MESES-HIST (ate 60, padrao 12) - meses de vencimentos
      *    anteriores a data base usados p/ o historico de cada
      *    portador/carteira.
      *    GS-FILTRO-PORTADOR - zeros = todos os portadores.
           05  GS-DATA-BASE                   PIC 9(08)   VALUE ZEROS.
           05  GS-SEMANAS                     PIC 9(02)   VALUE ZEROS.
           05  GS-MESES                       PIC 9(02)   VALUE ZEROS.
           05  GS-MESES-HIST                  PIC 9(02)   VALUE ZEROS.
           05  GS-FILTRO-PORTADOR             PIC 9(04)   VALUE ZEROS.
      *    Nome/caminho do arquivo-texto gerado por EXPORTA-CSV.
           05  GS-NOME-ARQ-CSV                PIC X(60)   VALUE SPACES.
      *    GS-QTDE-TITULOS ate GS-TOTAL-INADIMPLENCIA - somente
      *    exibicao (total geral da previsao calculada).
           05  GS-QTDE-TITULOS                PIC 9(06)   VALUE ZEROS.
           05  GS-TOTAL-ABERTO                PIC 9(13)V99 VALUE ZEROS.
           05  GS-TOTAL-PREVISTO              PIC 9(13)V99 VALUE ZEROS.
           05  GS-TOTAL-INADIMPLENCIA         PIC 9(13)V99 VALUE ZEROS.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
