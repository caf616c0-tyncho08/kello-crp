      *-----------------------------------------------------------*
      *  CRPFOTO.CPY - arquivos da cobranca copiados na foto      *
      *  noturna (CRP256) e devolvidos pela restauracao (CRP257), *
      *  na ordem de copia. Arquivo novo que o fechamento noturno *
      *  altere entra aqui e no CRPFOTO. Ficam fora o CRD218 (o   *
      *  CRP230 o mantem aberto durante os passos), o proprio     *
      *  CRD236 e os logs (LOG001/LOGACESS).                      *
      *-----------------------------------------------------------*
           05  TAB-ARQ-FOTO-W.
               10  FILLER          PIC X(06) VALUE "CRD020".
               10  FILLER          PIC X(06) VALUE "CRD200".
               10  FILLER          PIC X(06) VALUE "CRD201".
               10  FILLER          PIC X(06) VALUE "CRD210".
               10  FILLER          PIC X(06) VALUE "CRD211".
               10  FILLER          PIC X(06) VALUE "CRD212".
               10  FILLER          PIC X(06) VALUE "CRD213".
               10  FILLER          PIC X(06) VALUE "CRD214".
               10  FILLER          PIC X(06) VALUE "CRD215".
               10  FILLER          PIC X(06) VALUE "CRD216".
               10  FILLER          PIC X(06) VALUE "CRD217".
               10  FILLER          PIC X(06) VALUE "CRD219".
               10  FILLER          PIC X(06) VALUE "CRD220".
               10  FILLER          PIC X(06) VALUE "CRD221".
               10  FILLER          PIC X(06) VALUE "CRD222".
               10  FILLER          PIC X(06) VALUE "CRD223".
               10  FILLER          PIC X(06) VALUE "CRD224".
               10  FILLER          PIC X(06) VALUE "CRD225".
               10  FILLER          PIC X(06) VALUE "CRD226".
               10  FILLER          PIC X(06) VALUE "CRD227".
               10  FILLER          PIC X(06) VALUE "CRD228".
               10  FILLER          PIC X(06) VALUE "CRD229".
               10  FILLER          PIC X(06) VALUE "CRD230".
               10  FILLER          PIC X(06) VALUE "CRD231".
               10  FILLER          PIC X(06) VALUE "CRD232".
               10  FILLER          PIC X(06) VALUE "CRD233".
               10  FILLER          PIC X(06) VALUE "CRD234".
               10  FILLER          PIC X(06) VALUE "CRD235".
           05  FILLER REDEFINES TAB-ARQ-FOTO-W.
               10  ARQ-FOTO-W      PIC X(06) OCCURS 28 TIMES.
           05  QTDE-ARQ-FOTO-W     PIC 9(02)   VALUE 28.
