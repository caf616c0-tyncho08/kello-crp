       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP250.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Vida do titulo - linha do tempo de um titulo do
      *           contas a receber (contrato/album/seq), em ordem
      *           cronologica, com o usuario de cada evento:
      *           - emissao (CRD020) e imagens do titulo gravadas no
      *             LOG001 (correcao CRP229, baixa manual CRP217,
      *             renegociacao CRP226, estorno CRP233, credito
      *             CRP234, perda CRP238);
      *           - cada remessa de entrada e de instrucao e cada
      *             ocorrencia do retorno (historico bancario CRD232;
      *             titulo enviado antes do historico mostra so o
      *             registro atual do CRD219);
      *           - anotacoes CRD200/CRD201 que citam o documento ou
      *             o seq do titulo; carta de cobranca (CRD214), passos
      *             do protesto (CRD216), tarifas (CRD217) e
      *             liquidacoes do retorno (CRD229).
      *           Sai na list box, impressa ou em arquivo ";" p/ as
      *           contestacoes de cliente.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX214.
           COPY CRPX216.
           COPY CRPX217.
           COPY CRPX219.
           COPY CRPX229.
           COPY CRPX232.
           COPY LOGX001.
           COPY LOGACESS.SEL.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.
           SELECT TEMPOCSV ASSIGN TO GS-NOME-ARQ-CSV
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-TEMPOCSV.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW214.
       COPY CRPW216.
       COPY CRPW217.
       COPY CRPW219.
       COPY CRPW229.
       COPY CRPW232.
       COPY LOGW001.
       COPY LOGACESS.FD.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER          PIC X(132).
       FD  TEMPOCSV
           LABEL RECORD IS OMITTED.
       01  REG-TEMPOCSV        PIC X(160).

       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY "CRP250.CPB".
           COPY "CRP250.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
           COPY "CBPRINT.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX      VALUE SPACES.
           05  ST-CRD200             PIC XX      VALUE SPACES.
           05  ST-CRD201             PIC XX      VALUE SPACES.
           05  ST-CRD214             PIC XX      VALUE SPACES.
           05  ST-CRD216             PIC XX      VALUE SPACES.
           05  ST-CRD217             PIC XX      VALUE SPACES.
           05  ST-CRD219             PIC XX      VALUE SPACES.
           05  ST-CRD229             PIC XX      VALUE SPACES.
           05  ST-CRD232             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  ST-TEMPOCSV           PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD020           PIC X(30)   VALUE SPACES.
           05  PATH-CRD200           PIC X(30)   VALUE SPACES.
           05  PATH-CRD201           PIC X(30)   VALUE SPACES.
           05  PATH-CRD214           PIC X(30)   VALUE SPACES.
           05  PATH-CRD216           PIC X(30)   VALUE SPACES.
           05  PATH-CRD217           PIC X(30)   VALUE SPACES.
           05  PATH-CRD219           PIC X(30)   VALUE SPACES.
           05  PATH-CRD229           PIC X(30)   VALUE SPACES.
           05  PATH-CRD232           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
      *    Arquivos que podem ainda nao existir na empresa.
           05  TEM-CRD214-W          PIC X(01)   VALUE "S".
           05  TEM-CRD216-W          PIC X(01)   VALUE "S".
           05  TEM-CRD217-W          PIC X(01)   VALUE "S".
           05  TEM-CRD219-W          PIC X(01)   VALUE "S".
           05  TEM-CRD229-W          PIC X(01)   VALUE "S".
           05  TEM-CRD232-W          PIC X(01)   VALUE "S".
           05  TEM-LOG001-W          PIC X(01)   VALUE "S".
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - conta os relatorios impressos e os
      *    arquivos exportados na sessao p/ o registro FECHADO do
      *    LOGACESS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
           05  SAIDA-W               PIC X(01)   VALUE "L".
      *    SAIDA-W - L-list box  R-relatorio impresso (EMITE-LINHA).
           05  LINHA-W               PIC X(132)  VALUE SPACES.
      *    Titulo consultado: a area do CRD020 e reaproveitada p/ ler
      *    as imagens gravadas no LOG001, por isso o registro fica
      *    guardado em REG-CRD020-TIT-W.
           05  REG-CRD020-TIT-W      PIC X(112)  VALUE SPACES.
           05  CHAVE-TIT-W           PIC X(14)   VALUE SPACES.
           05  COD-COMPL-TIT-W       PIC 9(09)   VALUE ZEROS.
           05  SEQ-TIT-W             PIC 9(05)   VALUE ZEROS.
           05  NR-DOCTO-TIT-W        PIC X(11)   VALUE SPACES.
           05  TAM-DOCTO-W           PIC 9(02)   VALUE ZEROS.
      *    PADRAO-SEQ-W - "SEQ: 99999", como o seq do titulo aparece
      *    no texto das anotacoes (carta, estorno, baixa parcial,
      *    perda, credito aplicado).
           05  PADRAO-SEQ-W.
               10  FILLER            PIC X(05)   VALUE "SEQ: ".
               10  SEQ-PADRAO-W      PIC 9(05)   VALUE ZEROS.
           05  CONT-ACHOU-W          PIC 9(03)   VALUE ZEROS.
           05  ACHOU-ANOT-W          PIC X(01)   VALUE "N".
           05  ACHOU-CARTA-W         PIC X(01)   VALUE "N".
           05  QTDE-HIST-W           PIC 9(04)   VALUE ZEROS.
      *    TAB-EVENTO-W - linha do tempo, mantida em ordem de
      *    data/hora a cada inclusao (INCLUI-EVENTO); eventos com a
      *    mesma data/hora ficam na ordem em que foram lidos.
           05  TAB-EVENTO-W.
               10  EVENTO-OCR OCCURS 300 TIMES.
                   15  CHAVE-EV-W.
                       20  DATA-EV-W        PIC 9(08).
                       20  HORA-EV-W        PIC 9(08).
                   15  TIPO-EV-W            PIC X(12).
                   15  DESCR-EV-W           PIC X(72).
                   15  USUARIO-EV-W         PIC X(20).
           05  EVENTO-NOVO-W.
               10  CHAVE-NV-W.
                   15  DATA-NV-W            PIC 9(08).
                   15  HORA-NV-W            PIC 9(08).
               10  TIPO-NV-W                PIC X(12).
               10  DESCR-NV-W               PIC X(72).
               10  USUARIO-NV-W             PIC X(20).
           05  QTDE-EV-W             PIC 9(03)   VALUE ZEROS.
           05  IND-EV-W              PIC 9(03)   VALUE ZEROS.
           05  CONT-FORA-EV-W        PIC 9(04)   VALUE ZEROS.
           05  ACHOU-POS-W           PIC X(01)   VALUE "N".
           05  CODIGO-AUX-W          PIC 9(02)   VALUE ZEROS.
           05  OCORR-DESCR-W         PIC X(20)   VALUE SPACES.
           05  INSTR-DESCR-W         PIC X(16)   VALUE SPACES.
           05  VALOR-LISTA-W         PIC ZZ.ZZZ.ZZZ,ZZ.
           05  VALOR-LISTA-2-W       PIC ZZ.ZZZ.ZZZ,ZZ.
           05  CONTRATO-DSP-W        PIC 9(04).
           05  ALBUM-DSP-W           PIC 9(04).
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
           05  DATA-LISTA-2-W        PIC X(10)   VALUE SPACES.
           05  HORA-AUX-W            PIC 9(08)   VALUE ZEROS.
           05  FILLER REDEFINES HORA-AUX-W.
               10  HH-AUX-W          PIC 9(02).
               10  MI-AUX-W          PIC 9(02).
               10  FILLER            PIC 9(04).
           05  HORA-LISTA-W.
               10  HH-LISTA-W        PIC 9(02).
               10  FILLER            PIC X        VALUE ":".
               10  MI-LISTA-W        PIC 9(02).
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
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "CRD214" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD214.
           MOVE "CRD216" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD216.
           MOVE "CRD217" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD217.
           MOVE "CRD219" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD219.
           MOVE "CRD229" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD229.
           MOVE "CRD232" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD232.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN INPUT CRD020 CRD200 CRD201
           OPEN INPUT CRD214
           IF ST-CRD214 = "35"
              MOVE "N" TO TEM-CRD214-W
           ELSE
              IF ST-CRD214 <> "00"
                 MOVE "ERRO ABERTURA CRD214: "  TO GS-MENSAGEM-ERRO
                 MOVE ST-CRD214 TO GS-MENSAGEM-ERRO(23: 02)
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF
           OPEN INPUT CRD216
           IF ST-CRD216 = "35"
              MOVE "N" TO TEM-CRD216-W
           ELSE
              IF ST-CRD216 <> "00"
                 MOVE "ERRO ABERTURA CRD216: "  TO GS-MENSAGEM-ERRO
                 MOVE ST-CRD216 TO GS-MENSAGEM-ERRO(23: 02)
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF
           OPEN INPUT CRD217
           IF ST-CRD217 = "35"
              MOVE "N" TO TEM-CRD217-W
           ELSE
              IF ST-CRD217 <> "00"
                 MOVE "ERRO ABERTURA CRD217: "  TO GS-MENSAGEM-ERRO
                 MOVE ST-CRD217 TO GS-MENSAGEM-ERRO(23: 02)
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF
           OPEN INPUT CRD219
           IF ST-CRD219 = "35"
              MOVE "N" TO TEM-CRD219-W
           ELSE
              IF ST-CRD219 <> "00"
                 MOVE "ERRO ABERTURA CRD219: "  TO GS-MENSAGEM-ERRO
                 MOVE ST-CRD219 TO GS-MENSAGEM-ERRO(23: 02)
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF
           OPEN INPUT CRD229
           IF ST-CRD229 = "35"
              MOVE "N" TO TEM-CRD229-W
           ELSE
              IF ST-CRD229 <> "00"
                 MOVE "ERRO ABERTURA CRD229: "  TO GS-MENSAGEM-ERRO
                 MOVE ST-CRD229 TO GS-MENSAGEM-ERRO(23: 02)
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF
           OPEN INPUT CRD232
           IF ST-CRD232 = "35"
              MOVE "N" TO TEM-CRD232-W
           ELSE
              IF ST-CRD232 <> "00"
                 MOVE "ERRO ABERTURA CRD232: "  TO GS-MENSAGEM-ERRO
                 MOVE ST-CRD232 TO GS-MENSAGEM-ERRO(23: 02)
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF
           OPEN INPUT LOG001
           IF ST-LOG001 = "35"
              MOVE "N" TO TEM-LOG001-W
           ELSE
              IF ST-LOG001 <> "00"
                 MOVE "ERRO ABERTURA LOG001: "  TO GS-MENSAGEM-ERRO
                 MOVE ST-LOG001 TO GS-MENSAGEM-ERRO(23: 02)
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD200 <> "00"
              MOVE "ERRO ABERTURA CRD200: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD200 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD201 <> "00"
              MOVE "ERRO ABERTURA CRD201: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD201 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CRP250" TO ACESSO-PROGRAMA-W
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
           move "CRP250"            to logacess-programa
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
               WHEN GS-CONSULTAR-FLG-TRUE
                   PERFORM MONTA-LINHA-TEMPO
                   IF ERRO-W = ZEROS
                      MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
                      PERFORM CALL-DIALOG-SYSTEM
                      MOVE ZEROS TO GS-CONT
                      MOVE "L" TO SAIDA-W
                      PERFORM EMITE-LINHA-TEMPO
                      MOVE "REFRESH-DATA" TO DS-PROCEDURE
                      PERFORM CALL-DIALOG-SYSTEM
                   END-IF
               WHEN GS-IMPRIMIR-FLG-TRUE
                   PERFORM MONTA-LINHA-TEMPO
                   IF ERRO-W = ZEROS
                      COPY IMPRESSORA.CHAMA.
                      IF LNK-MAPEAMENTO <> SPACES
                         PERFORM IMPRIME-RELATORIO
                      END-IF
                   END-IF
               WHEN GS-EXPORTAR-FLG-TRUE
                   PERFORM MONTA-LINHA-TEMPO
                   IF ERRO-W = ZEROS
                      PERFORM EXPORTA-CSV
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
           MOVE ZEROS  TO GS-CONTRATO GS-ALBUM GS-SEQ GS-VENCTO
                          GS-VALOR GS-PORTADOR GS-QTDE-EVENTOS.
           MOVE SPACES TO GS-NR-DOCTO GS-SITUACAO.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       MONTA-LINHA-TEMPO SECTION.
      *    Le o titulo e junta na TAB-EVENTO-W tudo o que aconteceu
      *    com ele, de todos os arquivos.
           MOVE ZEROS TO ERRO-W QTDE-EV-W CONT-FORA-EV-W
                         GS-QTDE-EVENTOS.
           INITIALIZE TAB-EVENTO-W.
           IF GS-CONTRATO = ZEROS OR GS-SEQ = ZEROS
              MOVE "Informe contrato, album e seq do titulo"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           STRING "0" GS-CONTRATO GS-ALBUM INTO COD-COMPL-CR20.
           MOVE GS-SEQ TO SEQ-CR20.
           READ CRD020 INVALID KEY
                MOVE "Titulo nao cadastrado" TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-READ.
           MOVE REG-CRD020      TO REG-CRD020-TIT-W.
           MOVE CHAVE-CR20      TO CHAVE-TIT-W.
           MOVE COD-COMPL-CR20  TO COD-COMPL-TIT-W.
           MOVE SEQ-CR20        TO SEQ-TIT-W SEQ-PADRAO-W.
           MOVE NR-DOCTO-CR20   TO NR-DOCTO-TIT-W GS-NR-DOCTO.
           MOVE DATA-VENCTO-CR20 TO GS-VENCTO.
           MOVE VALOR-TOT-CR20  TO GS-VALOR.
           MOVE PORTADOR-CR20   TO GS-PORTADOR.
           PERFORM MONTA-SITUACAO-TITULO.
           MOVE OCORR-DESCR-W   TO GS-SITUACAO.
           MOVE ZEROS TO TAM-DOCTO-W.
           INSPECT NR-DOCTO-TIT-W TALLYING TAM-DOCTO-W
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           PERFORM INCLUI-EMISSAO.
           IF TEM-LOG001-W = "S"
              PERFORM LE-LOG-TITULO
              MOVE REG-CRD020-TIT-W TO REG-CRD020
           END-IF.
           PERFORM LE-HISTORICO-BANCO.
           PERFORM LE-ANOTACOES.
           PERFORM LE-CARTA.
           PERFORM LE-PROTESTO.
           PERFORM LE-TARIFAS.
           PERFORM LE-LIQUIDACOES.
           MOVE QTDE-EV-W TO GS-QTDE-EVENTOS.
           IF CONT-FORA-EV-W > ZEROS
              MOVE SPACES TO MENSAGEM
              STRING "Mais de 300 eventos: " CONT-FORA-EV-W
                     " evento(s) ficaram fora da linha do tempo"
                     DELIMITED BY SIZE INTO MENSAGEM
              END-STRING
              MOVE "C" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
           END-IF.

       MONTA-SITUACAO-TITULO SECTION.
      *    Situacao do REG-CRD020 corrente em OCORR-DESCR-W.
           EVALUATE BAIXADO-CR20
               WHEN 0 MOVE "EM ABERTO"            TO OCORR-DESCR-W
               WHEN 1 MOVE "PAGO"                 TO OCORR-DESCR-W
               WHEN 2 MOVE "RENEGOCIADO"          TO OCORR-DESCR-W
               WHEN 3 MOVE "CANCELADO"            TO OCORR-DESCR-W
               WHEN 4 MOVE "PERDA (PDD)"          TO OCORR-DESCR-W
               WHEN OTHER MOVE SPACES             TO OCORR-DESCR-W
           END-EVALUATE.

       INCLUI-EVENTO SECTION.
      *    Inclui EVENTO-NOVO-W na TAB-EVENTO-W ja na posicao da sua
      *    data/hora, deslocando p/ baixo os eventos posteriores.
           IF QTDE-EV-W = 300
              ADD 1 TO CONT-FORA-EV-W
              EXIT SECTION
           END-IF.
           MOVE QTDE-EV-W TO IND-EV-W.
           MOVE "N"       TO ACHOU-POS-W.
           PERFORM UNTIL ACHOU-POS-W = "S"
              IF IND-EV-W = ZEROS
                 MOVE "S" TO ACHOU-POS-W
              ELSE
                 IF CHAVE-EV-W(IND-EV-W) > CHAVE-NV-W
                    MOVE EVENTO-OCR(IND-EV-W)
                                  TO EVENTO-OCR(IND-EV-W + 1)
                    SUBTRACT 1 FROM IND-EV-W
                 ELSE
                    MOVE "S" TO ACHOU-POS-W
                 END-IF
              END-IF
           END-PERFORM.
           ADD 1 TO QTDE-EV-W.
           MOVE EVENTO-NOVO-W TO EVENTO-OCR(IND-EV-W + 1).
           MOVE SPACES        TO EVENTO-NOVO-W.

       INCLUI-EMISSAO SECTION.
           MOVE SPACES             TO EVENTO-NOVO-W.
           MOVE DATA-EMISSAO-CR20  TO DATA-NV-W.
           MOVE ZEROS              TO HORA-NV-W.
           MOVE "EMISSAO"          TO TIPO-NV-W.
           MOVE DATA-VENCTO-CR20   TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE VALOR-TOT-CR20     TO VALOR-LISTA-W.
           STRING "DOCTO " NR-DOCTO-CR20 " VC " DATA-LISTA-X-W
                  " VL " VALOR-LISTA-W " PORT " PORTADOR-CR20
                  " CART " CARTEIRA-CR20
                  DELIMITED BY SIZE INTO DESCR-NV-W
           END-STRING.
           PERFORM INCLUI-EVENTO.

       LE-LOG-TITULO SECTION.
      *    Varre o LOG001 inteiro (a chave e data/hora) atras das
      *    imagens do CRD020 deste titulo: a chave fica nos primeiros
      *    14 bytes do LOG1-REGISTRO, ou depois do rotulo "ANTES: "/
      *    "DEPOIS: " na correcao do CRP229.
           MOVE ZEROS TO LOG1-DATA LOG1-HORAS LOG1-SEQUENCIA.
           START LOG001 KEY IS NOT LESS LOG1-CHAVE INVALID KEY
                 MOVE "10" TO ST-LOG001.
           PERFORM UNTIL ST-LOG001 = "10"
             READ LOG001 NEXT RECORD AT END MOVE "10" TO ST-LOG001
               NOT AT END
                 IF LOG1-ARQUIVO = "CRD020"
                    EVALUATE TRUE
                        WHEN LOG1-REGISTRO(1: 14) = CHAVE-TIT-W
                             MOVE LOG1-REGISTRO(1: 112) TO REG-CRD020
                             PERFORM INCLUI-EVENTO-LOG
                        WHEN LOG1-REGISTRO(1: 7) = "ANTES: " AND
                             LOG1-REGISTRO(8: 14) = CHAVE-TIT-W
                             MOVE LOG1-REGISTRO(8: 112) TO REG-CRD020
                             PERFORM INCLUI-EVENTO-LOG
                        WHEN LOG1-REGISTRO(1: 8) = "DEPOIS: " AND
                             LOG1-REGISTRO(9: 14) = CHAVE-TIT-W
                             MOVE LOG1-REGISTRO(9: 112) TO REG-CRD020
                             PERFORM INCLUI-EVENTO-LOG
                    END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM.

       INCLUI-EVENTO-LOG SECTION.
      *    Imagem do titulo (REG-CRD020) gravada no LOG001: o tipo do
      *    evento vem do programa que gravou e da operacao (B = imagem
      *    de antes, A = depois).
           MOVE SPACES          TO EVENTO-NOVO-W.
           MOVE LOG1-DATA       TO DATA-NV-W.
           MOVE LOG1-HORAS      TO HORA-NV-W.
           MOVE LOG1-USUARIO    TO USUARIO-NV-W.
           EVALUATE TRUE
               WHEN LOG1-PROGRAMA = "CRP229"
                    IF LOG1-REGISTRO(1: 7) = "ANTES: "
                       MOVE "CORRECAO-ANT" TO TIPO-NV-W
                    ELSE
                       MOVE "CORRECAO-DEP" TO TIPO-NV-W
                    END-IF
               WHEN LOG1-PROGRAMA = "CRP217"
                    MOVE "BAIXA MANUAL"    TO TIPO-NV-W
               WHEN LOG1-PROGRAMA = "CRP226"
                    MOVE "RENEGOCIACAO"    TO TIPO-NV-W
               WHEN LOG1-PROGRAMA = "CRP233"
                    IF LOG1-OPERACAO = "B"
                       MOVE "ESTORNO-ANT"  TO TIPO-NV-W
                    ELSE
                       MOVE "ESTORNO-DEP"  TO TIPO-NV-W
                    END-IF
               WHEN LOG1-PROGRAMA = "CRP238"
                    IF LOG1-OPERACAO = "B"
                       MOVE "PERDA-ANT"    TO TIPO-NV-W
                    ELSE
                       MOVE "PERDA (PDD)"  TO TIPO-NV-W
                    END-IF
               WHEN LOG1-PROGRAMA = "CRP234" AND LOG1-OPERACAO = "A"
                    MOVE "CREDITO APL."    TO TIPO-NV-W
               WHEN LOG1-OPERACAO = "I"
                    MOVE "INCLUSAO"        TO TIPO-NV-W
               WHEN LOG1-OPERACAO = "E"
                    MOVE "EXCLUSAO"        TO TIPO-NV-W
               WHEN OTHER
                    MOVE "ALTERACAO"       TO TIPO-NV-W
           END-EVALUATE.
           MOVE DATA-VENCTO-CR20  TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE DATA-LISTA-X-W    TO DATA-LISTA-2-W.
           MOVE DATA-PAGTO-CR20   TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE VALOR-TOT-CR20    TO VALOR-LISTA-W.
           MOVE VALOR-PAGO-CR20   TO VALOR-LISTA-2-W.
           STRING "VC " DATA-LISTA-2-W " VL " VALOR-LISTA-W
                  " PG " DATA-LISTA-X-W " " VALOR-LISTA-2-W
                  " SIT " BAIXADO-CR20 " " LOG1-PROGRAMA(1: 7)
                  DELIMITED BY SIZE INTO DESCR-NV-W
           END-STRING.
           PERFORM INCLUI-EVENTO.

       LE-HISTORICO-BANCO SECTION.
      *    Remessas, instrucoes e ocorrencias do retorno do titulo
      *    (CRD232). Titulo sem historico (enviado antes de o CRD232
      *    existir) mostra o que o registro bancario CRD219 guarda.
           MOVE ZEROS TO QTDE-HIST-W.
           IF TEM-CRD232-W = "S"
              MOVE COD-COMPL-TIT-W TO COD-COMPL-CR232
              MOVE SEQ-TIT-W       TO SEQ-CR232
              MOVE ZEROS           TO DATA-CR232 HORA-CR232
                                      SEQ-MOV-CR232
              START CRD232 KEY IS NOT LESS CHAVE-CR232 INVALID KEY
                    MOVE "10" TO ST-CRD232
              END-START
              PERFORM UNTIL ST-CRD232 = "10"
                READ CRD232 NEXT RECORD AT END MOVE "10" TO ST-CRD232
                  NOT AT END
                    IF COD-COMPL-CR232 <> COD-COMPL-TIT-W OR
                       SEQ-CR232 <> SEQ-TIT-W
                       MOVE "10" TO ST-CRD232
                    ELSE
                       ADD 1 TO QTDE-HIST-W
                       PERFORM INCLUI-EVENTO-BANCO
                    END-IF
                END-READ
              END-PERFORM
           END-IF.
           IF QTDE-HIST-W = ZEROS AND TEM-CRD219-W = "S"
              PERFORM INCLUI-REGISTRO-ATUAL
           END-IF.

       INCLUI-EVENTO-BANCO SECTION.
           MOVE SPACES          TO EVENTO-NOVO-W.
           MOVE DATA-CR232      TO DATA-NV-W.
           MOVE HORA-CR232      TO HORA-NV-W.
           MOVE USUARIO-CR232   TO USUARIO-NV-W.
           EVALUATE TRUE
               WHEN CR232-ENTRADA
                    MOVE "REMESSA"      TO TIPO-NV-W
                    MOVE DATA-REM-CR232 TO DATA-AUX-W
                    PERFORM MONTA-DATA-LISTA
                    STRING "ENTRADA PORT " PORTADOR-CR232
                           " NN " NOSSO-NUMERO-CR232
                           " REM " DATA-LISTA-X-W "/" SEQ-REM-CR232
                           DELIMITED BY SIZE INTO DESCR-NV-W
                    END-STRING
               WHEN CR232-INSTRUCAO
                    MOVE "INSTRUCAO"    TO TIPO-NV-W
                    MOVE CODIGO-CR232   TO CODIGO-AUX-W
                    PERFORM MONTA-DESCR-INSTRUCAO
                    MOVE DATA-REM-CR232 TO DATA-AUX-W
                    PERFORM MONTA-DATA-LISTA
                    STRING CODIGO-CR232 "-" INSTR-DESCR-W
                           " PORT " PORTADOR-CR232
                           " NN " NOSSO-NUMERO-CR232
                           " REM " DATA-LISTA-X-W
                           DELIMITED BY SIZE INTO DESCR-NV-W
                    END-STRING
               WHEN OTHER
                    MOVE "RETORNO"      TO TIPO-NV-W
                    MOVE CODIGO-CR232   TO CODIGO-AUX-W
                    PERFORM MONTA-DESCR-OCORRENCIA
                    MOVE DATA-OCORR-CR232 TO DATA-AUX-W
                    PERFORM MONTA-DATA-LISTA
                    MOVE VALOR-CR232    TO VALOR-LISTA-W
                    STRING "OCORR " CODIGO-CR232 "-" OCORR-DESCR-W
                           " DATA " DATA-LISTA-X-W
                           " VALOR " VALOR-LISTA-W
                           DELIMITED BY SIZE INTO DESCR-NV-W
                    END-STRING
           END-EVALUATE.
           PERFORM INCLUI-EVENTO.

       INCLUI-REGISTRO-ATUAL SECTION.
      *    Sem historico: so o registro corrente do CRD219 - o envio
      *    que vale hoje, o ultimo comando e a ultima ocorrencia (o
      *    usuario do CRD219 e o da ultima atualizacao, por isso vai
      *    so nela).
           MOVE COD-COMPL-TIT-W TO COD-COMPL-CR219.
           MOVE SEQ-TIT-W       TO SEQ-CR219.
           READ CRD219 INVALID KEY
                EXIT SECTION
           END-READ.
           MOVE SPACES               TO EVENTO-NOVO-W.
           MOVE DATA-REGISTRO-CR219  TO DATA-NV-W.
           MOVE ZEROS                TO HORA-NV-W.
           MOVE "REMESSA"            TO TIPO-NV-W.
           MOVE DATA-REM-CR219       TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           STRING "ENTRADA PORT " PORTADOR-CR219
                  " NN " NOSSO-NUMERO-CR219
                  " REM " DATA-LISTA-X-W "/" SEQ-REM-CR219
                  DELIMITED BY SIZE INTO DESCR-NV-W
           END-STRING.
           IF ULT-INSTRUCAO-CR219 = ZEROS AND ULT-OCORR-CR219 = ZEROS
              MOVE USUARIO-CR219     TO USUARIO-NV-W
           END-IF.
           PERFORM INCLUI-EVENTO.
           IF ULT-INSTRUCAO-CR219 <> ZEROS
              MOVE SPACES               TO EVENTO-NOVO-W
              MOVE DATA-INSTRUCAO-CR219 TO DATA-NV-W
              MOVE ZEROS                TO HORA-NV-W
              MOVE "INSTRUCAO"          TO TIPO-NV-W
              MOVE ULT-INSTRUCAO-CR219  TO CODIGO-AUX-W
              PERFORM MONTA-DESCR-INSTRUCAO
              STRING ULT-INSTRUCAO-CR219 "-" INSTR-DESCR-W
                     " PORT " PORTADOR-CR219
                     " NN " NOSSO-NUMERO-CR219 " (ULTIMA)"
                     DELIMITED BY SIZE INTO DESCR-NV-W
              END-STRING
              IF ULT-OCORR-CR219 = ZEROS OR
                 DATA-INSTRUCAO-CR219 > DATA-OCORR-CR219
                 MOVE USUARIO-CR219     TO USUARIO-NV-W
              END-IF
              PERFORM INCLUI-EVENTO
           END-IF.
           IF ULT-OCORR-CR219 <> ZEROS
              MOVE SPACES               TO EVENTO-NOVO-W
              MOVE DATA-OCORR-CR219     TO DATA-NV-W
              MOVE ZEROS                TO HORA-NV-W
              MOVE "RETORNO"            TO TIPO-NV-W
              MOVE ULT-OCORR-CR219      TO CODIGO-AUX-W
              PERFORM MONTA-DESCR-OCORRENCIA
              STRING "OCORR " ULT-OCORR-CR219 "-" OCORR-DESCR-W
                     " (ULTIMA)"
                     DELIMITED BY SIZE INTO DESCR-NV-W
              END-STRING
              IF ULT-INSTRUCAO-CR219 = ZEROS OR
                 DATA-OCORR-CR219 NOT < DATA-INSTRUCAO-CR219
                 MOVE USUARIO-CR219     TO USUARIO-NV-W
              END-IF
              PERFORM INCLUI-EVENTO
           END-IF.

       MONTA-DESCR-INSTRUCAO SECTION.
      *    Comando da remessa de instrucao (CODIGO-AUX-W) em
      *    INSTR-DESCR-W - mesmos codigos do CRP9109.
           EVALUATE CODIGO-AUX-W
               WHEN 31 MOVE "PRORROGACAO"       TO INSTR-DESCR-W
               WHEN 32 MOVE "PEDIDO DE BAIXA"   TO INSTR-DESCR-W
               WHEN 33 MOVE "ABATIMENTO"        TO INSTR-DESCR-W
               WHEN 34 MOVE "PROTESTAR"         TO INSTR-DESCR-W
               WHEN OTHER MOVE SPACES           TO INSTR-DESCR-W
           END-EVALUATE.

       MONTA-DESCR-OCORRENCIA SECTION.
      *    Ocorrencia do retorno (CODIGO-AUX-W) em OCORR-DESCR-W -
      *    mesmas faixas do CRP9110.
           EVALUATE CODIGO-AUX-W
               WHEN 02 MOVE "ENTRADA CONFIRMADA"  TO OCORR-DESCR-W
               WHEN 03 MOVE "ENTRADA REJEITADA"   TO OCORR-DESCR-W
               WHEN 06 WHEN 07 WHEN 08 WHEN 17
                       MOVE "LIQUIDACAO"          TO OCORR-DESCR-W
               WHEN 15 MOVE "LIQUIDADO CARTORIO"  TO OCORR-DESCR-W
               WHEN 09 WHEN 10
                       MOVE "BAIXA NO BANCO"      TO OCORR-DESCR-W
               WHEN 19 MOVE "PROTESTO ACEITO"     TO OCORR-DESCR-W
               WHEN 20 MOVE "SUSTACAO PROTESTO"   TO OCORR-DESCR-W
               WHEN 23 MOVE "ENVIADO A CARTORIO"  TO OCORR-DESCR-W
               WHEN 25 MOVE "PROTESTADO"          TO OCORR-DESCR-W
               WHEN 28 MOVE "TARIFA"              TO OCORR-DESCR-W
               WHEN 96 MOVE "CUSTAS PROTESTO"     TO OCORR-DESCR-W
               WHEN OTHER MOVE "OUTRAS"           TO OCORR-DESCR-W
           END-EVALUATE.

       LE-ANOTACOES SECTION.
      *    As anotacoes sao por contrato/album (CRD200/CRD201 nao
      *    tem o seq do titulo na chave): entra na linha do tempo a
      *    anotacao com alguma linha que cite o documento ou o
      *    "SEQ: 99999" do titulo. A de retorno (origem 1) nao
      *    identifica o titulo - as ocorrencias vem do CRD232.
           MOVE "N" TO ACHOU-CARTA-W.
           MOVE COD-COMPL-TIT-W TO COD-COMPL-CR200.
           MOVE ZEROS           TO SEQ-CR200.
           START CRD200 KEY IS NOT LESS CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
             READ CRD200 NEXT RECORD AT END MOVE "10" TO ST-CRD200
               NOT AT END
                 IF COD-COMPL-CR200 <> COD-COMPL-TIT-W
                    MOVE "10" TO ST-CRD200
                 ELSE
                    IF SITUACAO-ANOTACAO-CR200 <> 1
                       PERFORM VERIFICA-ANOTACAO
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       VERIFICA-ANOTACAO SECTION.
           MOVE "N"              TO ACHOU-ANOT-W.
           MOVE COD-COMPL-CR200  TO COD-COMPL-CR201.
           MOVE SEQ-CR200        TO SEQ-CR201.
           MOVE ZEROS            TO SUBSEQ-CR201.
           START CRD201 KEY IS NOT LESS CHAVE-CR201 INVALID KEY
                 MOVE "10" TO ST-CRD201.
           PERFORM UNTIL ST-CRD201 = "10"
             READ CRD201 NEXT RECORD AT END MOVE "10" TO ST-CRD201
               NOT AT END
                 IF COD-COMPL-CR201 <> COD-COMPL-CR200 OR
                    SEQ-CR201 <> SEQ-CR200
                    MOVE "10" TO ST-CRD201
                 ELSE
                    PERFORM CONFERE-LINHA-ANOTACAO
                    IF ACHOU-ANOT-W = "S"
                       MOVE "10" TO ST-CRD201
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF ACHOU-ANOT-W = "N"
              EXIT SECTION
           END-IF.
           IF SITUACAO-ANOTACAO-CR200 = 3
              MOVE "S" TO ACHOU-CARTA-W
           END-IF.
           MOVE SPACES            TO EVENTO-NOVO-W.
           MOVE DATA-MOVTO-CR200  TO DATA-NV-W.
           COMPUTE HORA-NV-W = HORA-MOVTO-CR200 * 10000.
           MOVE "ANOTACAO"        TO TIPO-NV-W.
           MOVE ANOTACAO-CR201(1: 72) TO DESCR-NV-W.
           MOVE USUARIO-CR200     TO USUARIO-NV-W.
           PERFORM INCLUI-EVENTO.

       CONFERE-LINHA-ANOTACAO SECTION.
      *    "CREDITO CLIENTE SEQ: 99999" e o seq do credito (CRD222),
      *    nao o do titulo - nao conta.
           MOVE ZEROS TO CONT-ACHOU-W.
           IF TAM-DOCTO-W > 3
              INSPECT ANOTACAO-CR201 TALLYING CONT-ACHOU-W
                      FOR ALL NR-DOCTO-TIT-W(1: TAM-DOCTO-W)
           END-IF.
           INSPECT ANOTACAO-CR201 TALLYING CONT-ACHOU-W
                   FOR ALL PADRAO-SEQ-W.
           IF ANOTACAO-CR201(1: 21) = "CREDITO CLIENTE SEQ: " AND
              ANOTACAO-CR201(22: 5) = SEQ-PADRAO-W
              SUBTRACT 1 FROM CONT-ACHOU-W
           END-IF.
           IF CONT-ACHOU-W > ZEROS
              MOVE "S" TO ACHOU-ANOT-W
           END-IF.

       LE-CARTA SECTION.
      *    O CRD214 guarda so a ultima carta do titulo; entra quando
      *    nenhuma anotacao de carta (origem 3) ja apareceu.
           IF TEM-CRD214-W = "N" OR ACHOU-CARTA-W = "S"
              EXIT SECTION
           END-IF.
           MOVE COD-COMPL-TIT-W TO COD-COMPL-CR214.
           MOVE SEQ-TIT-W       TO SEQ-CR214.
           READ CRD214 INVALID KEY
                EXIT SECTION
           END-READ.
           IF DATA-ULT-CARTA-CR214 = ZEROS
              EXIT SECTION
           END-IF.
           MOVE SPACES               TO EVENTO-NOVO-W.
           MOVE DATA-ULT-CARTA-CR214 TO DATA-NV-W.
           MOVE ZEROS                TO HORA-NV-W.
           MOVE "CARTA"              TO TIPO-NV-W.
           STRING "CARTA DE COBRANCA NIVEL " NIVEL-CR214
                  " (ULTIMA ENVIADA)"
                  DELIMITED BY SIZE INTO DESCR-NV-W
           END-STRING.
           MOVE USUARIO-CR214        TO USUARIO-NV-W.
           PERFORM INCLUI-EVENTO.

       LE-PROTESTO SECTION.
      *    Um evento por passo do protesto com data no CRD216. O
      *    usuario guardado e o da ultima movimentacao, por isso vai
      *    so no passo da situacao atual.
           IF TEM-CRD216-W = "N"
              EXIT SECTION
           END-IF.
           MOVE COD-COMPL-TIT-W TO COD-COMPL-CR216.
           MOVE SEQ-TIT-W       TO SEQ-CR216.
           READ CRD216 INVALID KEY
                EXIT SECTION
           END-READ.
           IF DATA-ENVIO-CR216 <> ZEROS
              MOVE SPACES              TO EVENTO-NOVO-W
              MOVE DATA-ENVIO-CR216    TO DATA-NV-W
              MOVE "INSTRUCAO DE PROTESTO ACEITA PELO BANCO"
                                       TO DESCR-NV-W
              IF SITUACAO-PROT-CR216 = 1
                 MOVE USUARIO-CR216    TO USUARIO-NV-W
              END-IF
              PERFORM INCLUI-EVENTO-PROTESTO
           END-IF.
           IF DATA-CONFIRMACAO-CR216 <> ZEROS
              MOVE SPACES              TO EVENTO-NOVO-W
              MOVE DATA-CONFIRMACAO-CR216 TO DATA-NV-W
              MOVE "TITULO ENVIADO A CARTORIO" TO DESCR-NV-W
              IF SITUACAO-PROT-CR216 = 2
                 MOVE USUARIO-CR216    TO USUARIO-NV-W
              END-IF
              PERFORM INCLUI-EVENTO-PROTESTO
           END-IF.
           IF DATA-SUSTACAO-CR216 <> ZEROS
              MOVE SPACES              TO EVENTO-NOVO-W
              MOVE DATA-SUSTACAO-CR216 TO DATA-NV-W
              MOVE "PROTESTO SUSTADO"  TO DESCR-NV-W
              IF SITUACAO-PROT-CR216 = 3
                 MOVE USUARIO-CR216    TO USUARIO-NV-W
              END-IF
              PERFORM INCLUI-EVENTO-PROTESTO
           END-IF.
           IF DATA-PROTESTO-CR216 <> ZEROS
              MOVE SPACES              TO EVENTO-NOVO-W
              MOVE DATA-PROTESTO-CR216 TO DATA-NV-W
              MOVE "PROTESTO LAVRADO"  TO DESCR-NV-W
              IF SITUACAO-PROT-CR216 = 4
                 MOVE USUARIO-CR216    TO USUARIO-NV-W
              END-IF
              PERFORM INCLUI-EVENTO-PROTESTO
           END-IF.
           IF SITUACAO-PROT-CR216 = 5 OR VALOR-CUSTAS-CR216 > ZEROS
              MOVE SPACES              TO EVENTO-NOVO-W
              MOVE DATA-MOVTO-CR216    TO DATA-NV-W
              MOVE VALOR-CUSTAS-CR216  TO VALOR-LISTA-W
              IF SITUACAO-PROT-CR216 = 5
                 STRING "LIQUIDADO EM CARTORIO - CUSTAS "
                        VALOR-LISTA-W
                        DELIMITED BY SIZE INTO DESCR-NV-W
                 END-STRING
              ELSE
                 STRING "CUSTAS DE PROTESTO ACUMULADAS "
                        VALOR-LISTA-W
                        DELIMITED BY SIZE INTO DESCR-NV-W
                 END-STRING
              END-IF
              MOVE USUARIO-CR216       TO USUARIO-NV-W
              PERFORM INCLUI-EVENTO-PROTESTO
           END-IF.

       INCLUI-EVENTO-PROTESTO SECTION.
           MOVE ZEROS       TO HORA-NV-W.
           MOVE "PROTESTO"  TO TIPO-NV-W.
           PERFORM INCLUI-EVENTO.

       LE-TARIFAS SECTION.
      *    CRD217 e por portador/data: varredura inteira.
           IF TEM-CRD217-W = "N"
              EXIT SECTION
           END-IF.
           MOVE ZEROS TO PORTADOR-CR217 DATA-CR217 SEQ-CR217.
           START CRD217 KEY IS NOT LESS CHAVE-CR217 INVALID KEY
                 MOVE "10" TO ST-CRD217.
           PERFORM UNTIL ST-CRD217 = "10"
             READ CRD217 NEXT RECORD AT END MOVE "10" TO ST-CRD217
               NOT AT END
                 IF COD-COMPL-CR217 = COD-COMPL-TIT-W AND
                    SEQ-TIT-CR217 = SEQ-TIT-W
                    MOVE SPACES          TO EVENTO-NOVO-W
                    MOVE DATA-CR217      TO DATA-NV-W
                    MOVE ZEROS           TO HORA-NV-W
                    MOVE "TARIFA"        TO TIPO-NV-W
                    MOVE VALOR-CR217     TO VALOR-LISTA-W
                    STRING "OCORR " TIPO-OCORR-CR217
                           " PORT " PORTADOR-CR217
                           " VALOR " VALOR-LISTA-W
                           DELIMITED BY SIZE INTO DESCR-NV-W
                    END-STRING
                    MOVE USUARIO-CR217   TO USUARIO-NV-W
                    PERFORM INCLUI-EVENTO
                 END-IF
             END-READ
           END-PERFORM.

       LE-LIQUIDACOES SECTION.
      *    CRD229 e por portador/data: varredura inteira.
           IF TEM-CRD229-W = "N"
              EXIT SECTION
           END-IF.
           MOVE ZEROS TO PORTADOR-CR229 DATA-CR229 SEQ-CR229.
           START CRD229 KEY IS NOT LESS CHAVE-CR229 INVALID KEY
                 MOVE "10" TO ST-CRD229.
           PERFORM UNTIL ST-CRD229 = "10"
             READ CRD229 NEXT RECORD AT END MOVE "10" TO ST-CRD229
               NOT AT END
                 IF COD-COMPL-CR229 = COD-COMPL-TIT-W AND
                    SEQ-TIT-CR229 = SEQ-TIT-W
                    PERFORM INCLUI-LIQUIDACAO
                 END-IF
             END-READ
           END-PERFORM.

       INCLUI-LIQUIDACAO SECTION.
           MOVE SPACES          TO EVENTO-NOVO-W.
           MOVE DATA-CR229      TO DATA-NV-W.
           MOVE ZEROS           TO HORA-NV-W.
           MOVE "LIQUIDACAO"    TO TIPO-NV-W.
           MOVE VALOR-CR229     TO VALOR-LISTA-W.
           IF CR229-CONCILIADA
              MOVE DATA-CONCILIACAO-CR229 TO DATA-AUX-W
              PERFORM MONTA-DATA-LISTA
              STRING "OCORR " TIPO-OCORR-CR229
                     " PORT " PORTADOR-CR229
                     " VALOR " VALOR-LISTA-W
                     " CONCILIADA EM " DATA-LISTA-X-W
                     DELIMITED BY SIZE INTO DESCR-NV-W
              END-STRING
           ELSE
              STRING "OCORR " TIPO-OCORR-CR229
                     " PORT " PORTADOR-CR229
                     " VALOR " VALOR-LISTA-W
                     " NAO CONCILIADA"
                     DELIMITED BY SIZE INTO DESCR-NV-W
              END-STRING
           END-IF.
           MOVE USUARIO-CR229   TO USUARIO-NV-W.
           PERFORM INCLUI-EVENTO.

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

       MONTA-HORA-LISTA SECTION.
      *    HORA-AUX-W (HHMMSSCC) em HORA-LISTA-W (HH:MM).
           MOVE HH-AUX-W TO HH-LISTA-W.
           MOVE MI-AUX-W TO MI-LISTA-W.

       EMITE-LINHA-TEMPO SECTION.
      *    Cabecalho do titulo e um evento por linha. Na list box (80
      *    posicoes) sai data, evento, usuario (10) e o comeco da
      *    descricao; no relatorio, tudo.
           MOVE REG-CRD020-TIT-W TO REG-CRD020.
           MOVE COD-COMPL-TIT-W(2: 4) TO CONTRATO-DSP-W.
           MOVE COD-COMPL-TIT-W(6: 4) TO ALBUM-DSP-W.
           STRING "CONTRATO " CONTRATO-DSP-W " ALBUM " ALBUM-DSP-W
                  " SEQ " SEQ-TIT-W " DOCTO " NR-DOCTO-CR20
                  " - " GS-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-W
           END-STRING.
           PERFORM EMITE-LINHA.
           MOVE DATA-VENCTO-CR20 TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE DATA-LISTA-X-W   TO DATA-LISTA-2-W.
           MOVE DATA-PAGTO-CR20  TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE VALOR-TOT-CR20   TO VALOR-LISTA-W.
           MOVE VALOR-PAGO-CR20  TO VALOR-LISTA-2-W.
           STRING "VENCTO " DATA-LISTA-2-W " VALOR " VALOR-LISTA-W
                  " PORT " PORTADOR-CR20 " PAGO " DATA-LISTA-X-W
                  " " VALOR-LISTA-2-W
                  DELIMITED BY SIZE INTO LINHA-W
           END-STRING.
           PERFORM EMITE-LINHA.
           PERFORM EMITE-LINHA.
           IF SAIDA-W = "L"
              MOVE "DATA       EVENTO       USUARIO    DESCRICAO"
                TO LINHA-W
           ELSE
              MOVE "DATA       HORA  EVENTO       DESCRICAO"
                TO LINHA-W
              MOVE "USUARIO"  TO LINHA-W(104: 7)
           END-IF.
           PERFORM EMITE-LINHA.
           PERFORM VARYING IND-EV-W FROM 1 BY 1
                   UNTIL IND-EV-W > QTDE-EV-W
              MOVE DATA-EV-W(IND-EV-W) TO DATA-AUX-W
              PERFORM MONTA-DATA-LISTA
              MOVE DATA-LISTA-X-W      TO LINHA-W(01: 10)
              IF SAIDA-W = "L"
                 MOVE TIPO-EV-W(IND-EV-W)    TO LINHA-W(12: 12)
                 MOVE USUARIO-EV-W(IND-EV-W) TO LINHA-W(25: 10)
                 MOVE DESCR-EV-W(IND-EV-W)   TO LINHA-W(36: 45)
              ELSE
                 IF HORA-EV-W(IND-EV-W) <> ZEROS
                    MOVE HORA-EV-W(IND-EV-W) TO HORA-AUX-W
                    PERFORM MONTA-HORA-LISTA
                    MOVE HORA-LISTA-W        TO LINHA-W(12: 5)
                 END-IF
                 MOVE TIPO-EV-W(IND-EV-W)    TO LINHA-W(18: 12)
                 MOVE DESCR-EV-W(IND-EV-W)   TO LINHA-W(31: 72)
                 MOVE USUARIO-EV-W(IND-EV-W) TO LINHA-W(104: 20)
              END-IF
              PERFORM EMITE-LINHA
           END-PERFORM.

       EMITE-LINHA SECTION.
      *    LINHA-W vai p/ a list box (80 posicoes) ou p/ a impressora
      *    conforme SAIDA-W e volta em branco.
           IF SAIDA-W = "L"
              ADD 1 TO GS-CONT
              MOVE LINHA-W(01: 80) TO GS-LINDET
              MOVE "INSERE-LIST"   TO DS-PROCEDURE
              PERFORM CALL-DIALOG-SYSTEM
           ELSE
              IF LIN > 60
                 PERFORM CABECALHO-RELATORIO
              END-IF
              WRITE REG-RELAT FROM LINHA-W
              ADD 1 TO LIN
           END-IF.
           MOVE SPACES TO LINHA-W.

       IMPRIME-RELATORIO SECTION.
           MOVE ZEROS TO PAG-W.
           MOVE "R"   TO SAIDA-W.
           OPEN OUTPUT RELAT.
           PERFORM ABRE-MODO-CONDENSADO.
           PERFORM CABECALHO-RELATORIO.
           PERFORM EMITE-LINHA-TEMPO.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT AFTER PAGE
           PERFORM FECHA-MODO-CONDENSADO.
           CLOSE RELAT.
           MOVE "L"   TO SAIDA-W.
           ADD 1 TO CONT-GRAVACOES-W.

       CABECALHO-RELATORIO SECTION.
           ADD 1 TO PAG-W.
           MOVE SPACES TO REG-RELAT.
           MOVE NOME-EMPRESA-W      TO REG-RELAT(01: 40)
           MOVE "PAG: "             TO REG-RELAT(120: 05)
           MOVE PAG-W               TO REG-RELAT(125: 03)
           IF PAG-W = 1
              WRITE REG-RELAT
           ELSE
              WRITE REG-RELAT AFTER PAGE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU         TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE SPACES TO REG-RELAT.
           STRING "VIDA DO TITULO - LINHA DO TEMPO - EMITIDO EM "
                  DATA-LISTA-X-W
                  DELIMITED BY SIZE INTO REG-RELAT
           END-STRING.
           WRITE REG-RELAT AFTER 2.
           MOVE ALL "=" TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 5 TO LIN.

       EXPORTA-CSV SECTION.
      *    A mesma linha do tempo, um evento por linha (";"), p/
      *    anexar a resposta de uma contestacao do cliente.
           IF GS-NOME-ARQ-CSV = SPACES
              MOVE "Informe o nome do arquivo CSV" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           OPEN OUTPUT TEMPOCSV.
           IF ST-TEMPOCSV <> "00"
              MOVE "ERRO ABERTURA ARQUIVO CSV: " TO GS-MENSAGEM-ERRO
              MOVE ST-TEMPOCSV TO GS-MENSAGEM-ERRO(28: 02)
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE COD-COMPL-TIT-W(2: 4) TO CONTRATO-DSP-W.
           MOVE COD-COMPL-TIT-W(6: 4) TO ALBUM-DSP-W.
           MOVE SPACES TO REG-TEMPOCSV.
           STRING "CONTRATO;ALBUM;SEQ;DOCTO;DATA;HORA;EVENTO;DESCRICAO;"
                  "USUARIO"
                  DELIMITED BY SIZE INTO REG-TEMPOCSV
           END-STRING.
           WRITE REG-TEMPOCSV.
           PERFORM VARYING IND-EV-W FROM 1 BY 1
                   UNTIL IND-EV-W > QTDE-EV-W
              PERFORM EXPORTA-LINHA-EVENTO
           END-PERFORM.
           CLOSE TEMPOCSV.
           ADD 1 TO CONT-GRAVACOES-W.
           MOVE "Exportacao CSV concluida" TO MENSAGEM
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM.

       EXPORTA-LINHA-EVENTO SECTION.
           MOVE DATA-EV-W(IND-EV-W) TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE HORA-EV-W(IND-EV-W) TO HORA-AUX-W.
           PERFORM MONTA-HORA-LISTA.
           MOVE SPACES TO REG-TEMPOCSV.
           STRING CONTRATO-DSP-W          DELIMITED BY SIZE
                  ";"                     DELIMITED BY SIZE
                  ALBUM-DSP-W             DELIMITED BY SIZE
                  ";"                     DELIMITED BY SIZE
                  SEQ-TIT-W               DELIMITED BY SIZE
                  ";"                     DELIMITED BY SIZE
                  NR-DOCTO-TIT-W          DELIMITED BY SIZE
                  ";"                     DELIMITED BY SIZE
                  DATA-LISTA-X-W          DELIMITED BY SIZE
                  ";"                     DELIMITED BY SIZE
                  HORA-LISTA-W            DELIMITED BY SIZE
                  ";"                     DELIMITED BY SIZE
                  TIPO-EV-W(IND-EV-W)     DELIMITED BY SIZE
                  ";"                     DELIMITED BY SIZE
                  DESCR-EV-W(IND-EV-W)    DELIMITED BY SIZE
                  ";"                     DELIMITED BY SIZE
                  USUARIO-EV-W(IND-EV-W)  DELIMITED BY SIZE
                  INTO REG-TEMPOCSV
           END-STRING.
           WRITE REG-TEMPOCSV.

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
           MOVE "CRP250" TO DS-SET-NAME
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
           move "CRP250"            to logacess-programa
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

           CLOSE CRD020 CRD200 CRD201
           IF TEM-CRD214-W = "S"
              CLOSE CRD214
           END-IF
           IF TEM-CRD216-W = "S"
              CLOSE CRD216
           END-IF
           IF TEM-CRD217-W = "S"
              CLOSE CRD217
           END-IF
           IF TEM-CRD219-W = "S"
              CLOSE CRD219
           END-IF
           IF TEM-CRD229-W = "S"
              CLOSE CRD229
           END-IF
           IF TEM-CRD232-W = "S"
              CLOSE CRD232
           END-IF
           IF TEM-LOG001-W = "S"
              CLOSE LOG001
           END-IF
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
