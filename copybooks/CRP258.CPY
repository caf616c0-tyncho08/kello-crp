      *-----------------------------------------------------------*
      *  CRP258.CPY - campos de dados do conjunto de telas CRP258,  *
      *  continuacao de GS-DATA-BLOCK (CRP258.CPB).                 *
      *-----------------------------------------------------------*
           05  GS-CONTRATO                    PIC 9(04)   VALUE ZEROS.
           05  GS-ALBUM                       PIC 9(04)   VALUE ZEROS.
      *    GS-COMPRADOR / GS-CONT-ABERTOS - somente exibicao (CGD010
      *    e titulos em aberto do contrato/album no CRD020).
           05  GS-COMPRADOR                   PIC X(37)   VALUE SPACES.
           05  GS-CONT-ABERTOS                PIC 9(04)   VALUE ZEROS.
      *    Plano do carne: valor total do contrato, entrada (vence
      *    hoje; zero = sem entrada), quantidade de parcelas do
      *    saldo, primeiro vencimento (digitado DDMMAAAA) e dia de
      *    vencimento das demais (zero = o dia do primeiro).
           05  GS-VALOR-TOTAL                 PIC 9(11)V99 VALUE ZEROS.
           05  GS-VALOR-ENTRADA               PIC 9(11)V99 VALUE ZEROS.
           05  GS-QTDE-PARC                   PIC 9(02)   VALUE ZEROS.
           05  GS-PRIM-VENCTO                 PIC 9(08)   VALUE ZEROS.
           05  GS-DIA-VENCTO                  PIC 9(02)   VALUE ZEROS.
           05  GS-PORTADOR                    PIC 9(04)   VALUE ZEROS.
           05  GS-CARTEIRA                    PIC 9(02)   VALUE ZEROS.
           05  GS-TIPO-DOCTO                  PIC X(01)   VALUE SPACES.
      *    GS-VALOR-PARC - somente exibicao: valor de cada parcela (a
      *    ultima leva a diferenca dos centavos).
           05  GS-VALOR-PARC                  PIC 9(11)V99 VALUE ZEROS.
           05  GS-CONT                        PIC 9(04)   VALUE ZEROS.
           05  GS-LINDET                      PIC X(80)   VALUE SPACES.
           05  GS-MENSAGEM-ERRO               PIC X(60)   VALUE SPACES.
