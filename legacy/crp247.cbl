       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP247.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Acompanhamento da migracao de carteira entre bancos
      *           (CRD231, gerado pelo CRP9109). Lista cada titulo em
      *           migracao com a etapa em que esta - pedido de baixa
      *           no banco de origem, portador transferido, entrada
      *           enviada/rejeitada no destino, concluida - e marca
      *           os que estao parados na mesma etapa ha mais dias
      *           que o limite informado (retorno que nao veio,
      *           entrada que nao saiu). Total por etapa na list box
      *           e no relatorio.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX231.
           COPY LOGACESS.SEL.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW231.
       COPY LOGACESS.FD.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY "CRP247.CPB".
           COPY "CRP247.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
           COPY "CBPRINT.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX      VALUE SPACES.
           05  ST-CRD231             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD020           PIC X(30)   VALUE SPACES.
           05  PATH-CRD231           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - conta os relatorios impressos na sessao
      *    p/ o registro FECHADO do LOGACESS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
           05  DIAS-LIMITE-W         PIC 9(03)   VALUE ZEROS.
           05  DATA-HOJE-INT-W       PIC S9(9) COMP VALUE ZEROS.
           05  DIAS-PARADO-W         PIC S9(7) COMP VALUE ZEROS.
           05  PARADO-W              PIC X(01)   VALUE "N".
           05  SELECIONA-W           PIC X(01)   VALUE "N".
           05  DOCTO-W               PIC X(11)   VALUE SPACES.
      *    Etapas na ordem do CRPW231; TAB-ETAPA-W acumula quantidade,
      *    parados e valor de cada uma.
           05  ETAPAS-W              PIC X(07)   VALUE "PSTERCL".
           05  FILLER REDEFINES ETAPAS-W.
               10  LETRA-ETAPA-W     PIC X(01)   OCCURS 7 TIMES.
           05  DESCR-ETAPAS-W.
               10  FILLER            PIC X(12)   VALUE "BAIXA PEDIDA".
               10  FILLER            PIC X(12)   VALUE "SEM REGISTRO".
               10  FILLER            PIC X(12)   VALUE "TRANSFERIDO ".
               10  FILLER            PIC X(12)   VALUE "ENTR.ENVIADA".
               10  FILLER            PIC X(12)   VALUE "ENTR.REJEIT.".
               10  FILLER            PIC X(12)   VALUE "CONCLUIDA   ".
               10  FILLER            PIC X(12)   VALUE "LIQUIDADA   ".
           05  FILLER REDEFINES DESCR-ETAPAS-W.
               10  DESCR-ETAPA-W     PIC X(12)   OCCURS 7 TIMES.
           05  TAB-ETAPA-W.
               10  TAB-ETAPA-OCR OCCURS 7 TIMES.
                   15  QTDE-ETP-W           PIC 9(06).
                   15  PARADOS-ETP-W        PIC 9(06).
                   15  VALOR-ETP-W          PIC 9(13)V99.
           05  IND-ETP-W             PIC 9(02)   VALUE ZEROS.
           05  VALOR-LISTA-W         PIC ZZ.ZZZ.ZZZ,ZZ.
           05  VALOR-TOT-LISTA-W     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  QTDE-LISTA-W          PIC ZZZ.ZZ9.
           05  PARADOS-LISTA-W       PIC ZZZ.ZZ9.
           05  DIAS-LISTA-W          PIC ZZZ9.
           05  DIAS-LIMITE-DSP-W     PIC ZZ9.
           05  PORTADOR-DSP-W        PIC ZZZ9.
           05  DATA-AUX-W            PIC 9(08)   VALUE ZEROS.
           05  FILLER REDEFINES DATA-AUX-W.
               10  ANO-AUX-W         PIC 9(04).
               10  MES-AUX-W         PIC 9(02).
               10  DIA-AUX-W         PIC 9(02).
           05  DATA-LISTA-W.
               10  DIA-LISTA-W       PIC 9(02).
               10  FILLER            PIC X        VALUE "/".
               10  MES-LISTA-W       PIC 9(02).
               10  FILLER            PIC X        VALUE "/".
               10  ANO-LISTA-W       PIC 9(04).
           05  DATA-LISTA-X-W        PIC X(10)   VALUE SPACES.
           05  LINDET-RELAT-W        PIC X(132)  VALUE SPACES.
           05  PAG-W                 PIC 9(03)   VALUE ZEROS.
           05  LIN                   PIC 9(02)   VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
       77 wHandle                      pic 9(09) comp-5 value zeros.

       01 WS-DATA-SYS.
          05 WS-DATA-CPU.
             10 WS-ANO-CPU                 PIC 9(04).
             10 WS-MES-CPU                 PIC 9(02).
             10 WS-DIA-CPU                 PIC 9(02).
          05 FILLER                        PIC X(13).

       01  WS-HORA-SYS                 PIC 9(08).
       01  FILLER REDEFINES WS-HORA-SYS.
           03 WS-HO-SYS                PIC 9(02).
           03 WS-MI-SYS                PIC 9(02).
           03 WS-SE-SYS                PIC 9(02).
           03 WS-MS-SYS                PIC 9(02).

       LINKAGE SECTION.
       77  POP-UP                  PIC X(30).
       PROCEDURE DIVISION USING POP-UP.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           PERFORM CORPO-PROGRAMA UNTIL GS-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           ACCEPT HORA-BRA FROM TIME.
           INITIALIZE GS-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE GS-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE GS-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD231" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD231.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN INPUT CRD020
           OPEN I-O   CRD231
           IF ST-CRD231 = "35"
              CLOSE CRD231      OPEN OUTPUT CRD231
              CLOSE CRD231      OPEN I-O    CRD231
           END-IF.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD231 <> "00"
              MOVE "ERRO ABERTURA CRD231: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD231 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CRP247" TO ACESSO-PROGRAMA-W
           MOVE SPACES   TO ACESSO-PERMITIDO-W
           CALL "CAPACESS" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                 ACESSO-PERMITIDO-W
           CANCEL "CAPACESS"
           IF ACESSO-PERMITIDO-W = "N"
              MOVE "Usuario sem acesso a este programa"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.

           open i-o logacess

           move function current-date to ws-data-sys

           move usuario-w           to logacess-usuario
           move ws-data-cpu         to logacess-data
           accept ws-hora-sys from time
           move ws-hora-sys         to logacess-horas
           move 1                   to logacess-sequencia
           move "CRP247"            to logacess-programa
           move "ABERTO"            to logacess-status
           move zeros               to logacess-qtde-gravacoes
                                        logacess-qtde-exclusoes
                                        logacess-qtde-remessas
           move "10" to fs-logacess
           perform until fs-logacess = "00"
                write reg-logacess invalid key
                    add 1 to logacess-sequencia
                not invalid key
                    move "00" to fs-logacess
                end-write
           end-perform

           close logacess

           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN GS-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN GS-CARREGAR-FLG-TRUE
                   PERFORM CONFERE-PARAMETROS
                   IF ERRO-W = ZEROS
                      PERFORM CARREGA-LISTA
                   END-IF
               WHEN GS-IMPRIMIR-FLG-TRUE
                   PERFORM CONFERE-PARAMETROS
                   IF ERRO-W = ZEROS
                      COPY IMPRESSORA.CHAMA.
                      IF LNK-MAPEAMENTO <> SPACES
                         PERFORM IMPRIME-RELATORIO
                      END-IF
                   END-IF
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.
       CENTRALIZAR SECTION.
          move-object-handle principal handle8
          move handle8 to wHandle
          invoke Window "fromHandleWithClass" using wHandle Window
                 returning janelaPrincipal

          invoke janelaPrincipal "CentralizarNoDesktop".

       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           MOVE SPACES TO GS-ETAPA.
           MOVE ZEROS  TO GS-PORT-ORIG GS-PORT-DEST GS-DIAS-LIMITE
                          GS-SO-PARADOS GS-QTDE-TITULOS
                          GS-QTDE-PARADOS GS-TOTAL-VALOR.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       CONFERE-PARAMETROS SECTION.
      *    Devolve ERRO-W = 1 com a mensagem ja exibida; limite em
      *    zero assume 10 dias e volta preenchido p/ a tela.
           MOVE ZEROS TO ERRO-W.
           IF GS-ETAPA <> SPACES AND
              GS-ETAPA <> "P" AND GS-ETAPA <> "S" AND
              GS-ETAPA <> "T" AND GS-ETAPA <> "E" AND
              GS-ETAPA <> "R" AND GS-ETAPA <> "C" AND GS-ETAPA <> "L"
              MOVE "Etapa invalida (P S T E R C L ou branco)"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-DIAS-LIMITE = ZEROS
              MOVE 10 TO GS-DIAS-LIMITE
           END-IF.
           MOVE GS-DIAS-LIMITE TO DIAS-LIMITE-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU TO DATA-AUX-W.
           MOVE FUNCTION INTEGER-OF-DATE(DATA-AUX-W)
                                        TO DATA-HOJE-INT-W.
           INITIALIZE TAB-ETAPA-W.
           MOVE ZEROS TO GS-QTDE-TITULOS GS-QTDE-PARADOS
                         GS-TOTAL-VALOR.

       LE-PROXIMO-CRD231 SECTION.
      *    Le o proximo CRD231 que passa nos filtros da tela;
      *    ST-CRD231 = "10" no fim. Devolve DOCTO-W (do CRD020),
      *    DIAS-PARADO-W/PARADO-W e IND-ETP-W da etapa.
           MOVE "N" TO SELECIONA-W.
           PERFORM UNTIL SELECIONA-W = "S" OR ST-CRD231 = "10"
              READ CRD231 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD231
              NOT AT END
                   PERFORM CONFERE-FILTROS
              END-READ
           END-PERFORM.

       CONFERE-FILTROS SECTION.
           IF GS-PORT-ORIG <> ZEROS AND
              GS-PORT-ORIG <> PORTADOR-ORIG-CR231
              EXIT SECTION
           END-IF.
           IF GS-PORT-DEST <> ZEROS AND
              GS-PORT-DEST <> PORTADOR-DEST-CR231
              EXIT SECTION
           END-IF.
           IF GS-ETAPA <> SPACES AND GS-ETAPA <> ETAPA-CR231
              EXIT SECTION
           END-IF.
      *    Parado = ainda nao encerrado e ha mais de DIAS-LIMITE-W
      *    dias na mesma etapa (DATA-ETAPA-CR231).
           MOVE ZEROS TO DIAS-PARADO-W.
           MOVE "N"   TO PARADO-W.
           IF NOT CR231-ENCERRADA AND DATA-ETAPA-CR231 > ZEROS
              COMPUTE DIAS-PARADO-W = DATA-HOJE-INT-W -
                      FUNCTION INTEGER-OF-DATE(DATA-ETAPA-CR231)
              IF DIAS-PARADO-W > DIAS-LIMITE-W
                 MOVE "S" TO PARADO-W
              END-IF
           END-IF.
           IF GS-SO-PARADOS = 1 AND PARADO-W <> "S"
              EXIT SECTION
           END-IF.
           MOVE 1 TO IND-ETP-W.
           PERFORM UNTIL IND-ETP-W > 7 OR
                         LETRA-ETAPA-W(IND-ETP-W) = ETAPA-CR231
              ADD 1 TO IND-ETP-W
           END-PERFORM.
           IF IND-ETP-W > 7
              EXIT SECTION
           END-IF.
           MOVE COD-COMPL-CR231 TO COD-COMPL-CR20.
           MOVE SEQ-CR231       TO SEQ-CR20.
           READ CRD020 INVALID KEY
                MOVE "*EXCLUIDO*" TO DOCTO-W
           NOT INVALID KEY
                MOVE NR-DOCTO-CR20 TO DOCTO-W
           END-READ.
           ADD 1             TO QTDE-ETP-W(IND-ETP-W) GS-QTDE-TITULOS.
           ADD VALOR-CR231   TO VALOR-ETP-W(IND-ETP-W) GS-TOTAL-VALOR.
           IF PARADO-W = "S"
              ADD 1 TO PARADOS-ETP-W(IND-ETP-W) GS-QTDE-PARADOS
           END-IF.
           MOVE "S" TO SELECIONA-W.

       INICIA-LEITURA-CRD231 SECTION.
           MOVE ZEROS TO CHAVE-CR231.
           START CRD231 KEY IS NOT < CHAVE-CR231 INVALID KEY
                 MOVE "10" TO ST-CRD231
           NOT INVALID KEY
                 MOVE "00" TO ST-CRD231
           END-START.

       CARREGA-LISTA SECTION.
      *    Um titulo por linha; no fim o total de cada etapa.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           PERFORM INICIA-LEITURA-CRD231.
           PERFORM LE-PROXIMO-CRD231.
           PERFORM UNTIL ST-CRD231 = "10"
              PERFORM INSERE-LINHA-TITULO
              PERFORM LE-PROXIMO-CRD231
           END-PERFORM.
           MOVE SPACES TO GS-LINDET.
           MOVE "INSERE-LIST" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           PERFORM VARYING IND-ETP-W FROM 1 BY 1 UNTIL IND-ETP-W > 7
              IF QTDE-ETP-W(IND-ETP-W) > ZEROS
                 PERFORM INSERE-LINHA-ETAPA
              END-IF
           END-PERFORM.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       INSERE-LINHA-TITULO SECTION.
           ADD 1 TO GS-CONT
           MOVE SPACES TO GS-LINDET
           MOVE DOCTO-W                  TO GS-LINDET(01: 11)
           MOVE DATA-VENCTO-CR231        TO DATA-AUX-W
           PERFORM MONTA-DATA-LISTA
           MOVE DATA-LISTA-X-W           TO GS-LINDET(13: 10)
           MOVE VALOR-CR231              TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W            TO GS-LINDET(24: 13)
           MOVE PORTADOR-ORIG-CR231      TO PORTADOR-DSP-W
           MOVE PORTADOR-DSP-W           TO GS-LINDET(38: 04)
           MOVE PORTADOR-DEST-CR231      TO PORTADOR-DSP-W
           MOVE PORTADOR-DSP-W           TO GS-LINDET(43: 04)
           MOVE DESCR-ETAPA-W(IND-ETP-W) TO GS-LINDET(48: 12)
           MOVE DATA-ETAPA-CR231         TO DATA-AUX-W
           PERFORM MONTA-DATA-LISTA
           MOVE DATA-LISTA-X-W           TO GS-LINDET(61: 10)
           IF NOT CR231-ENCERRADA
              MOVE DIAS-PARADO-W         TO DIAS-LISTA-W
              MOVE DIAS-LISTA-W          TO GS-LINDET(72: 04)
           END-IF
           IF PARADO-W = "S"
              MOVE "*"                   TO GS-LINDET(77: 01)
           END-IF
           MOVE "INSERE-LIST"            TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       INSERE-LINHA-ETAPA SECTION.
           ADD 1 TO GS-CONT
           MOVE QTDE-ETP-W(IND-ETP-W)    TO QTDE-LISTA-W
           MOVE PARADOS-ETP-W(IND-ETP-W) TO PARADOS-LISTA-W
           MOVE VALOR-ETP-W(IND-ETP-W)   TO VALOR-TOT-LISTA-W
           MOVE SPACES TO GS-LINDET
           STRING "TOTAL " DESCR-ETAPA-W(IND-ETP-W) ": "
                  QTDE-LISTA-W " TIT. " PARADOS-LISTA-W
                  " PARADOS " VALOR-TOT-LISTA-W
                  DELIMITED BY SIZE INTO GS-LINDET
           END-STRING
           MOVE "INSERE-LIST"            TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       MONTA-DATA-LISTA SECTION.
      *    DATA-AUX-W (AAAAMMDD) em DATA-LISTA-X-W (DD/MM/AAAA);
      *    data zerada sai em branco.
           IF DATA-AUX-W = ZEROS
              MOVE SPACES TO DATA-LISTA-X-W
           ELSE
              MOVE DIA-AUX-W    TO DIA-LISTA-W
              MOVE MES-AUX-W    TO MES-LISTA-W
              MOVE ANO-AUX-W    TO ANO-LISTA-W
              MOVE DATA-LISTA-W TO DATA-LISTA-X-W
           END-IF.

       IMPRIME-RELATORIO SECTION.
           MOVE ZEROS TO PAG-W.
           OPEN OUTPUT RELAT.
           PERFORM ABRE-MODO-CONDENSADO.
           PERFORM CABECALHO-RELATORIO.
           PERFORM INICIA-LEITURA-CRD231.
           PERFORM LE-PROXIMO-CRD231.
           PERFORM UNTIL ST-CRD231 = "10"
              PERFORM IMPRIME-LINHA-TITULO
              PERFORM LE-PROXIMO-CRD231
           END-PERFORM.
           IF LIN > 50
              PERFORM CABECALHO-RELATORIO
           END-IF.
           MOVE ALL "-" TO LINDET-RELAT-W.
           WRITE REG-RELAT FROM LINDET-RELAT-W.
           PERFORM VARYING IND-ETP-W FROM 1 BY 1 UNTIL IND-ETP-W > 7
              IF QTDE-ETP-W(IND-ETP-W) > ZEROS
                 MOVE QTDE-ETP-W(IND-ETP-W)    TO QTDE-LISTA-W
                 MOVE PARADOS-ETP-W(IND-ETP-W) TO PARADOS-LISTA-W
                 MOVE VALOR-ETP-W(IND-ETP-W)   TO VALOR-TOT-LISTA-W
                 MOVE SPACES TO LINDET-RELAT-W
                 STRING "TOTAL " LETRA-ETAPA-W(IND-ETP-W) "-"
                        DESCR-ETAPA-W(IND-ETP-W) ": "
                        QTDE-LISTA-W " TITULO(S)   "
                        PARADOS-LISTA-W " PARADO(S)   VALOR "
                        VALOR-TOT-LISTA-W
                        DELIMITED BY SIZE INTO LINDET-RELAT-W
                 END-STRING
                 WRITE REG-RELAT FROM LINDET-RELAT-W
              END-IF
           END-PERFORM.
           MOVE GS-QTDE-TITULOS TO QTDE-LISTA-W.
           MOVE GS-QTDE-PARADOS TO PARADOS-LISTA-W.
           MOVE GS-TOTAL-VALOR  TO VALOR-TOT-LISTA-W.
           MOVE SPACES TO LINDET-RELAT-W.
           STRING "TOTAL GERAL          : " QTDE-LISTA-W
                  " TITULO(S)   " PARADOS-LISTA-W
                  " PARADO(S)   VALOR " VALOR-TOT-LISTA-W
                  DELIMITED BY SIZE INTO LINDET-RELAT-W
           END-STRING.
           WRITE REG-RELAT FROM LINDET-RELAT-W AFTER 2.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT AFTER PAGE
           PERFORM FECHA-MODO-CONDENSADO.
           CLOSE RELAT.
           ADD 1 TO CONT-GRAVACOES-W.

       CABECALHO-RELATORIO SECTION.
           ADD 1 TO PAG-W.
           MOVE SPACES TO LINDET-RELAT-W.
           MOVE NOME-EMPRESA-W      TO LINDET-RELAT-W(01: 40)
           MOVE "PAG: "             TO LINDET-RELAT-W(120: 05)
           MOVE PAG-W               TO LINDET-RELAT-W(125: 03)
           IF PAG-W = 1
              WRITE REG-RELAT FROM LINDET-RELAT-W
           ELSE
              WRITE REG-RELAT FROM LINDET-RELAT-W AFTER PAGE
           END-IF.
           MOVE WS-DATA-CPU         TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE DIAS-LIMITE-W       TO DIAS-LIMITE-DSP-W.
           MOVE SPACES TO LINDET-RELAT-W.
           STRING "ACOMPANHAMENTO DA MIGRACAO DE CARTEIRA EM "
                  DATA-LISTA-X-W " - PARADO: MAIS DE "
                  DIAS-LIMITE-DSP-W " DIAS NA MESMA ETAPA"
                  DELIMITED BY SIZE INTO LINDET-RELAT-W
           END-STRING.
           WRITE REG-RELAT FROM LINDET-RELAT-W AFTER 2.
           MOVE SPACES TO LINDET-RELAT-W.
           STRING "DOCUMENTO   CONTRATO   SEQ.  VENCTO         "
                  "    VALOR ORIG DEST ETAPA        INICIO     ET"
                  "APA EM   DIAS  REM.BAIXA   REM.ENTR.  OC"
                  DELIMITED BY SIZE INTO LINDET-RELAT-W
           END-STRING.
           WRITE REG-RELAT FROM LINDET-RELAT-W AFTER 2.
           MOVE ALL "=" TO LINDET-RELAT-W.
           WRITE REG-RELAT FROM LINDET-RELAT-W.
           MOVE 6 TO LIN.

       IMPRIME-LINHA-TITULO SECTION.
           IF LIN > 60
              PERFORM CABECALHO-RELATORIO
           END-IF.
           MOVE SPACES TO LINDET-RELAT-W.
           MOVE DOCTO-W                  TO LINDET-RELAT-W(01: 11)
           MOVE COD-COMPL-CR231          TO LINDET-RELAT-W(13: 09)
           MOVE SEQ-CR231                TO LINDET-RELAT-W(24: 05)
           MOVE DATA-VENCTO-CR231        TO DATA-AUX-W
           PERFORM MONTA-DATA-LISTA
           MOVE DATA-LISTA-X-W           TO LINDET-RELAT-W(30: 10)
           MOVE VALOR-CR231              TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W            TO LINDET-RELAT-W(41: 13)
           MOVE PORTADOR-ORIG-CR231      TO PORTADOR-DSP-W
           MOVE PORTADOR-DSP-W           TO LINDET-RELAT-W(55: 04)
           MOVE PORTADOR-DEST-CR231      TO PORTADOR-DSP-W
           MOVE PORTADOR-DSP-W           TO LINDET-RELAT-W(60: 04)
           MOVE DESCR-ETAPA-W(IND-ETP-W) TO LINDET-RELAT-W(65: 12)
           MOVE DATA-INICIO-CR231        TO DATA-AUX-W
           PERFORM MONTA-DATA-LISTA
           MOVE DATA-LISTA-X-W           TO LINDET-RELAT-W(78: 10)
           MOVE DATA-ETAPA-CR231         TO DATA-AUX-W
           PERFORM MONTA-DATA-LISTA
           MOVE DATA-LISTA-X-W           TO LINDET-RELAT-W(89: 10)
           IF NOT CR231-ENCERRADA
              MOVE DIAS-PARADO-W         TO DIAS-LISTA-W
              MOVE DIAS-LISTA-W          TO LINDET-RELAT-W(100: 04)
           END-IF
           IF PARADO-W = "S"
              MOVE "*"                   TO LINDET-RELAT-W(104: 01)
           END-IF
           MOVE DATA-REM-BAIXA-CR231     TO DATA-AUX-W
           PERFORM MONTA-DATA-LISTA
           MOVE DATA-LISTA-X-W           TO LINDET-RELAT-W(106: 10)
           MOVE DATA-REM-ENTR-CR231      TO DATA-AUX-W
           PERFORM MONTA-DATA-LISTA
           MOVE DATA-LISTA-X-W           TO LINDET-RELAT-W(118: 10)
           IF ULT-OCORR-CR231 <> ZEROS
              MOVE ULT-OCORR-CR231       TO LINDET-RELAT-W(129: 02)
           END-IF
           WRITE REG-RELAT FROM LINDET-RELAT-W.
           ADD 1 TO LIN.

       ABRE-MODO-CONDENSADO SECTION.
      *    Isolado em secao propria porque COND-HP/COND-EP (CONDENSA)
      *    tem seu proprio ponto final (mesma observacao do CRP9109).
           COPY CONDENSA.

       FECHA-MODO-CONDENSADO SECTION.
           COPY DESCONDENSA.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP247" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.

       exibir-mensagem section.
           move    spaces to resp-msg.
           call    "MENSAGEM" using tipo-msg resp-msg mensagem
           cancel  "MENSAGEM".
           move spaces to mensagem.

       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, GS-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           open i-o logacess

           move function current-date to ws-data-sys

           move usuario-w           to logacess-usuario
           move ws-data-cpu         to logacess-data
           accept ws-hora-sys from time
           move ws-hora-sys         to logacess-horas
           move 1                   to logacess-sequencia
           move "CRP247"            to logacess-programa
           move "FECHADO"           to logacess-status
           move cont-gravacoes-w    to logacess-qtde-gravacoes
           move zeros               to logacess-qtde-exclusoes
                                        logacess-qtde-remessas
           move "10" to fs-logacess
           perform until fs-logacess = "00"
                write reg-logacess invalid key
                    add 1 to logacess-sequencia
                not invalid key
                    move "00" to fs-logacess
                end-write
           end-perform

           close logacess

           CLOSE CRD020 CRD231
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
