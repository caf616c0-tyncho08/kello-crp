       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP234.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Utilizacao dos creditos do cliente (CRD222 -
      *           pagamento em duplicidade ou a maior gravado pelo
      *           CRP9110, CRP227 e CRP217). O saldo do credito e
      *           aplicado no proximo titulo aberto do contrato
      *           (menor vencimento) - baixa total, ou baixa parcial
      *           com titulo residual do restante no mesmo padrao do
      *           GERA-TITULO-RESIDUAL do CRP9110 - ou marcado como
      *           devolvido ao cliente. Anotacao CRD200/CRD201 e
      *           LOG001 em cada movimento. Movimento lancado na data
      *           de hoje - recusado com a competencia contabil de
      *           hoje fechada (CRD223, CRP236).

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
           COPY CRPX219.
           COPY CRPX222.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW219.
       COPY CRPW222.
       COPY LOGW001.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           COPY "CRP234.CPB".
           COPY "CRP234.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX      VALUE SPACES.
           05  ST-CRD200             PIC XX      VALUE SPACES.
           05  ST-CRD201             PIC XX      VALUE SPACES.
           05  ST-CRD219             PIC XX      VALUE SPACES.
           05  ST-CRD222             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD020           PIC X(30)   VALUE SPACES.
           05  PATH-CRD200           PIC X(30)   VALUE SPACES.
           05  PATH-CRD201           PIC X(30)   VALUE SPACES.
           05  PATH-CRD219           PIC X(30)   VALUE SPACES.
           05  PATH-CRD222           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ULT-SEQ               PIC 9(5)    VALUE ZEROS.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  COD-COMPL-CR20-W      PIC 9(09)   VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - conta aplicacoes/devolucoes da sessao
      *    p/ gravar no registro FECHADO do LOGACESS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
           05  SALDO-W               PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-APLICADO-W      PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-RESIDUAL-W      PIC 9(11)V99 VALUE ZEROS.
           05  SEQ-RESIDUAL-W        PIC 9(05)   VALUE ZEROS.
           05  ULT-SEQ-CR20-W        PIC 9(05)   VALUE ZEROS.
           05  MENOR-VENCTO-W        PIC 9(08)   VALUE ZEROS.
           05  SEQ-PROXIMO-W         PIC 9(05)   VALUE ZEROS.
           05  TITULO-NO-BANCO-W     PIC X(01)   VALUE "N".
      *    COMPET-FECHADA-W - devolvido pelo CRPCOMPE: "S" = a data
      *    de hoje cai em competencia contabil fechada.
           05  COMPET-FECHADA-W      PIC X(01)   VALUE "N".
               88  COMPETENCIA-FECHADA           VALUE "S".
           05  REG-CRD020-SALVA-W    PIC X(112)  VALUE SPACES.
           05  DOCTO-AUX-W           PIC X(11)   VALUE SPACES.
           05  VALOR-ANOT-W          PIC 9(13)   VALUE ZEROS.
           05  VALOR-LISTA-W         PIC ZZ.ZZZ.ZZZ,ZZ.
           05  DATA-LISTA-W.
               10  DIA-LISTA-W       PIC 9(02).
               10  FILLER            PIC X        VALUE "/".
               10  MES-LISTA-W       PIC 9(02).
               10  FILLER            PIC X        VALUE "/".
               10  ANO-LISTA-W       PIC 9(04).
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
           MOVE "CRD219" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD219.
           MOVE "CRD222" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD222.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN I-O CRD020 LOG001 CRD222
           OPEN INPUT CRD219
           PERFORM ABRE-ARQUIVO-ANOTACAO.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD219 = "35"
              CLOSE CRD219      OPEN OUTPUT CRD219
              CLOSE CRD219      OPEN INPUT CRD219
           END-IF.
           IF ST-CRD219 <> "00"
              MOVE "ERRO ABERTURA CRD219: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD219 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD222 = "35"
              CLOSE CRD222      OPEN OUTPUT CRD222
              CLOSE CRD222      OPEN I-O CRD222
           END-IF.
           IF ST-CRD222 <> "00"
              MOVE "ERRO ABERTURA CRD222: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD222 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-LOG001 = "35"
              CLOSE LOG001      OPEN OUTPUT LOG001
              CLOSE LOG001      OPEN I-O LOG001
           END-IF.
           IF ST-LOG001 <> "00"
              MOVE "ERRO ABERTURA LOG001: "  TO GS-MENSAGEM-ERRO
              MOVE ST-LOG001 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CRP234" TO ACESSO-PROGRAMA-W
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
           move "CRP234"            to logacess-programa
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
               WHEN GS-APLICAR-FLG-TRUE
                   PERFORM APLICAR-CREDITO
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-DEVOLVER-FLG-TRUE
                   PERFORM DEVOLVER-CREDITO
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN GS-CARREGA-ULT-TRUE
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CARREGA-LIST-BOX-TRUE
                   MOVE GS-LINDET(71: 05) TO GS-SEQ-CREDITO
                   PERFORM CARREGAR-DADOS
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.
       CENTRALIZAR SECTION.
          move-object-handle principal handle8
          move handle8 to wHandle
          invoke Window "fromHandleWithClass" using wHandle Window
                 returning janelaPrincipal

          invoke janelaPrincipal "CentralizarNoDesktop".

       ABRE-ARQUIVO-ANOTACAO SECTION.
           OPEN I-O CRD200 CRD201.
           IF ST-CRD200 = "35"  CLOSE CRD200  OPEN OUTPUT CRD200
                                CLOSE CRD200  OPEN I-O CRD200.
           IF ST-CRD201 = "35"  CLOSE CRD201  OPEN OUTPUT CRD201
                                CLOSE CRD201  OPEN I-O CRD201.
           IF ST-CRD200 <> "00"
              MOVE "ERRO ABERTURA CRD200: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD200 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD201 <> "00"
              MOVE "ERRO ABERTURA CRD201: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD201 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.

       MONTAR-CHAVE-CREDITO SECTION.
      *    Contrato+album digitados (classe 0 + contrato + album),
      *    como no CRP217, e o SEQ do credito escolhido.
           STRING "0" GS-CONTRATO GS-ALBUM INTO COD-COMPL-CR20.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR20-W COD-COMPL-CR222.
           MOVE GS-SEQ-CREDITO TO SEQ-CR222.

       CARREGAR-DADOS SECTION.
      *    Re-le o credito selecionado na list box e o proximo
      *    titulo aberto do contrato, p/ conferencia.
           PERFORM MONTAR-CHAVE-CREDITO.
           READ CRD222 INVALID KEY
                INITIALIZE REG-CRD222
           END-READ.
           MOVE DATA-CREDITO-CR222 TO DATA-INV.
           IF DATA-INV > ZEROS
              CALL "GRIDAT1" USING DATA-INV
           END-IF.
           MOVE DATA-INV            TO GS-DATA-CREDITO.
           EVALUATE TRUE
               WHEN CR222-ORIGEM-RETORNO MOVE "RETORNO"   TO GS-ORIGEM
               WHEN CR222-ORIGEM-PIX     MOVE "PIX"       TO GS-ORIGEM
               WHEN CR222-ORIGEM-MANUAL  MOVE "MANUAL"    TO GS-ORIGEM
               WHEN OTHER                MOVE SPACES      TO GS-ORIGEM
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CR222-DUPLICIDADE MOVE "DUPLICIDADE" TO GS-TIPO
               WHEN CR222-A-MAIOR     MOVE "A MAIOR"     TO GS-TIPO
               WHEN OTHER             MOVE SPACES        TO GS-TIPO
           END-EVALUATE.
           MOVE VALOR-CREDITO-CR222 TO GS-VALOR-CREDITO.
           IF CR222-ABERTO
              COMPUTE GS-SALDO = VALOR-CREDITO-CR222 -
                                 VALOR-UTILIZADO-CR222
           ELSE
              MOVE ZEROS TO GS-SALDO
           END-IF.
           PERFORM ACHA-PROXIMO-TITULO.
           IF SEQ-PROXIMO-W = ZEROS
              MOVE SPACES TO GS-DOCTO
              MOVE ZEROS  TO GS-SEQ-TITULO GS-VENCTO GS-VALOR-TITULO
           ELSE
              MOVE NR-DOCTO-CR20    TO GS-DOCTO
              MOVE SEQ-CR20         TO GS-SEQ-TITULO
              MOVE DATA-VENCTO-CR20 TO GS-VENCTO
              MOVE VALOR-TOT-CR20   TO GS-VALOR-TITULO
           END-IF.

       ACHA-PROXIMO-TITULO SECTION.
      *    Titulo aberto (BAIXADO-CR20 = 0) de menor vencimento do
      *    contrato; fica lido em REG-CRD020. SEQ-PROXIMO-W zerado =
      *    contrato sem titulo aberto.
           MOVE ZEROS    TO SEQ-PROXIMO-W.
           MOVE 99999999 TO MENOR-VENCTO-W.
           MOVE COD-COMPL-CR20-W TO COD-COMPL-CR20.
           MOVE ZEROS            TO SEQ-CR20.
           START CRD020 KEY IS NOT < CHAVE-CR20
                 INVALID KEY MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END MOVE "10" TO ST-CRD020
              NOT AT END
                IF COD-COMPL-CR20 <> COD-COMPL-CR20-W
                   MOVE "10" TO ST-CRD020
                ELSE
                   IF BAIXADO-CR20 = 0 AND
                      DATA-VENCTO-CR20 < MENOR-VENCTO-W
                      MOVE DATA-VENCTO-CR20 TO MENOR-VENCTO-W
                      MOVE SEQ-CR20         TO SEQ-PROXIMO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           IF SEQ-PROXIMO-W > ZEROS
              MOVE COD-COMPL-CR20-W TO COD-COMPL-CR20
              MOVE SEQ-PROXIMO-W    TO SEQ-CR20
              READ CRD020 INVALID KEY
                   MOVE ZEROS TO SEQ-PROXIMO-W
              END-READ
           END-IF.

       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
      *    Limpa o credito e o titulo; contrato/album ficam na tela.
           MOVE SPACES TO GS-ORIGEM GS-TIPO GS-DOCTO GS-MOTIVO.
           MOVE ZEROS  TO GS-SEQ-CREDITO GS-DATA-CREDITO
                          GS-VALOR-CREDITO GS-SALDO GS-SEQ-TITULO
                          GS-VENCTO GS-VALOR-TITULO.

       LE-CREDITO-ABERTO SECTION.
      *    Le o credito escolhido e confere que ainda tem saldo e
      *    que o mes de hoje esta aberto; ERRO-W = 1 quando nao pode
      *    ser usado.
           MOVE ZEROS TO ERRO-W.
           PERFORM MONTAR-CHAVE-CREDITO.
           READ CRD222 INVALID KEY
                MOVE "Credito nao localizado em CRD222"
                  TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-READ.
           COMPUTE SALDO-W = VALOR-CREDITO-CR222 -
                             VALOR-UTILIZADO-CR222.
           IF NOT CR222-ABERTO OR SALDO-W = ZEROS
              MOVE "Credito sem saldo (utilizado ou devolvido)"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           CALL "CRPCOMPE" USING PARAMETROS-W WS-DATA-CPU
                                 COMPET-FECHADA-W.
           CANCEL "CRPCOMPE".
           IF COMPETENCIA-FECHADA
              MOVE "Competencia contabil do mes corrente esta fechada"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.

       APLICAR-CREDITO SECTION.
      *    Aplica o saldo no proximo titulo aberto do contrato. Saldo
      *    que cobre o titulo baixa o titulo pelo valor de face;
      *    saldo menor baixa pelo saldo e o restante vira titulo
      *    residual, com o mesmo vencimento, como o
      *    GERA-TITULO-RESIDUAL do CRP9110 faz na liquidacao
      *    parcial.
           PERFORM LE-CREDITO-ABERTO.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           PERFORM ACHA-PROXIMO-TITULO.
           IF SEQ-PROXIMO-W = ZEROS
              MOVE "Contrato sem titulo aberto p/ aplicar o credito"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE ZEROS TO VALOR-RESIDUAL-W SEQ-RESIDUAL-W.
           IF SALDO-W < VALOR-TOT-CR20
              MOVE SALDO-W TO VALOR-APLICADO-W
              COMPUTE VALOR-RESIDUAL-W = VALOR-TOT-CR20 - SALDO-W
           ELSE
              MOVE VALOR-TOT-CR20 TO VALOR-APLICADO-W
           END-IF.
           MOVE SPACES TO MENSAGEM.
           MOVE VALOR-APLICADO-W TO VALOR-LISTA-W.
           IF VALOR-RESIDUAL-W > ZEROS
              STRING "Confirma aplicar " VALOR-LISTA-W
                     " no titulo " NR-DOCTO-CR20
                     " (baixa parcial, restante em titulo residual) ?"
                     DELIMITED BY SIZE INTO MENSAGEM
              END-STRING
           ELSE
              STRING "Confirma aplicar " VALOR-LISTA-W
                     " no titulo " NR-DOCTO-CR20
                     " (baixa total) ?"
                     DELIMITED BY SIZE INTO MENSAGEM
              END-STRING
           END-IF.
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE 1                TO BAIXADO-CR20.
           MOVE WS-DATA-CPU      TO DATA-PAGTO-CR20.
           MOVE VALOR-APLICADO-W TO VALOR-PAGO-CR20.
           REWRITE REG-CRD020 INVALID KEY
                MOVE "ERRO REGRAVACAO CRD020: " TO GS-MENSAGEM-ERRO
                MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(25: 02)
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-REWRITE.
           MOVE "A"         TO LOG1-OPERACAO
           MOVE "CRD020"    TO LOG1-ARQUIVO
           MOVE REG-CRD020  TO LOG1-REGISTRO
           PERFORM GRAVA-LOG.

           ADD VALOR-APLICADO-W TO VALOR-UTILIZADO-CR222.
           IF VALOR-UTILIZADO-CR222 NOT < VALOR-CREDITO-CR222
              MOVE "U" TO SITUACAO-CR222
           END-IF.
           MOVE WS-DATA-CPU TO DATA-SITUACAO-CR222.
           MOVE SEQ-CR20    TO SEQ-APLICADO-CR222.
           MOVE USUARIO-W   TO USUARIO-SIT-CR222.
           REWRITE REG-CRD222
           END-REWRITE.
           MOVE "A"         TO LOG1-OPERACAO
           MOVE "CRD222"    TO LOG1-ARQUIVO
           MOVE REG-CRD222  TO LOG1-REGISTRO
           PERFORM GRAVA-LOG.

           PERFORM GRAVA-CABECALHO-ANOTACAO.
           MOVE "CREDITO CLIENTE SEQ: 99999 - APLICADO NO SEQ: 99999 - V
      -    "ALOR: 9999999999999" TO ANOTACAO-CR201.
           MOVE SEQ-CR222           TO ANOTACAO-CR201(22: 5)
           MOVE SEQ-CR20            TO ANOTACAO-CR201(47: 5)
           COMPUTE VALOR-ANOT-W = VALOR-APLICADO-W * 100
           MOVE VALOR-ANOT-W        TO ANOTACAO-CR201(62: 13)
           PERFORM GRAVA-LINHA-ANOTACAO.

           IF VALOR-RESIDUAL-W > ZEROS
              PERFORM GERA-TITULO-RESIDUAL
           END-IF.

           MOVE "N" TO TITULO-NO-BANCO-W.
           MOVE CHAVE-CR20 TO CHAVE-CR219.
           READ CRD219 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF CR219-REGISTRADO
                   MOVE "S" TO TITULO-NO-BANCO-W
                END-IF
           END-READ.
           ADD 1 TO CONT-GRAVACOES-W.
           IF TITULO-NO-BANCO-W = "S"
              MOVE "Credito aplicado. O titulo baixado esta registrado n
      -            "o banco - enviar pedido de baixa (instrucao 32) pela
      -            " remessa de instrucao" TO MENSAGEM
           ELSE
              MOVE "Credito aplicado com sucesso" TO MENSAGEM
           END-IF.
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           PERFORM LIMPAR-DADOS.

       GERA-TITULO-RESIDUAL SECTION.
      *    Restante do titulo nao coberto pelo credito: titulo novo
      *    no proximo SEQ-CR20 livre do contrato, NR-DOCTO com "R"
      *    na frente e o mesmo vencimento, mais a linha "BAIXA
      *    PARCIAL" no layout do CRP9110 (lida pelo estorno do
      *    CRP233).
           MOVE REG-CRD020 TO REG-CRD020-SALVA-W.
           MOVE ZEROS TO SEQ-CR20 ULT-SEQ-CR20-W.
           START CRD020 KEY IS NOT < CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
             READ CRD020 NEXT RECORD AT END MOVE "10" TO ST-CRD020
               NOT AT END
                 IF COD-COMPL-CR20 <>
                    REG-CRD020-SALVA-W(1: 9)
                    MOVE "10" TO ST-CRD020
                 ELSE MOVE SEQ-CR20 TO ULT-SEQ-CR20-W
                      CONTINUE
             END-READ
           END-PERFORM.
           ADD 1 TO ULT-SEQ-CR20-W.

           MOVE REG-CRD020-SALVA-W      TO REG-CRD020.
           MOVE ULT-SEQ-CR20-W          TO SEQ-CR20
                                           SEQ-RESIDUAL-W.
           MOVE ZEROS                   TO BAIXADO-CR20.
           MOVE NR-DOCTO-CR20           TO DOCTO-AUX-W.
           MOVE "R"                     TO NR-DOCTO-CR20(1: 1).
           MOVE DOCTO-AUX-W(1: 10)      TO NR-DOCTO-CR20(2: 10).
           MOVE WS-DATA-CPU             TO DATA-MOVTO-CR20.
           MOVE VALOR-RESIDUAL-W        TO VALOR-TOT-CR20.
           MOVE ZEROS                   TO DATA-PAGTO-CR20
                                           VALOR-PAGO-CR20.
           MOVE ZEROS TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
              WRITE REG-CRD020 INVALID KEY
                 ADD 1 TO SEQ-CR20
                 MOVE SEQ-CR20 TO SEQ-RESIDUAL-W
                 CONTINUE
               NOT INVALID KEY MOVE "10" TO ST-CRD020
           END-PERFORM.
           MOVE "I"         TO LOG1-OPERACAO
           MOVE "CRD020"    TO LOG1-ARQUIVO
           MOVE REG-CRD020  TO LOG1-REGISTRO
           PERFORM GRAVA-LOG.

           MOVE REG-CRD020-SALVA-W      TO REG-CRD020.
           MOVE "BAIXA PARCIAL SEQ: 99999 - RESID SEQ: 99999 - VLR: 9999
      -    "999999999 - VENCTO: 99999999" TO ANOTACAO-CR201.
           MOVE SEQ-CR20            TO ANOTACAO-CR201(20: 5)
           MOVE SEQ-RESIDUAL-W      TO ANOTACAO-CR201(39: 5)
           COMPUTE VALOR-ANOT-W = VALOR-RESIDUAL-W * 100
           MOVE VALOR-ANOT-W        TO ANOTACAO-CR201(52: 13)
           MOVE DATA-VENCTO-CR20    TO ANOTACAO-CR201(76: 8)
           PERFORM GRAVA-LINHA-ANOTACAO.

       DEVOLVER-CREDITO SECTION.
      *    Marca o saldo do credito como devolvido ao cliente (TED,
      *    PIX, cheque - a forma vai no motivo, obrigatorio).
           PERFORM LE-CREDITO-ABERTO.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           IF GS-MOTIVO = SPACES
              MOVE "Informe a forma/comprovante da devolucao"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE SALDO-W TO VALOR-LISTA-W.
           MOVE SPACES TO MENSAGEM.
           STRING "Confirma a devolucao de " VALOR-LISTA-W
                  " ao cliente ?" DELIMITED BY SIZE INTO MENSAGEM
           END-STRING.
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE "D"         TO SITUACAO-CR222.
           MOVE WS-DATA-CPU TO DATA-SITUACAO-CR222.
           MOVE USUARIO-W   TO USUARIO-SIT-CR222.
           REWRITE REG-CRD222
           END-REWRITE.
           MOVE "A"         TO LOG1-OPERACAO
           MOVE "CRD222"    TO LOG1-ARQUIVO
           MOVE REG-CRD222  TO LOG1-REGISTRO
           PERFORM GRAVA-LOG.

           MOVE COD-COMPL-CR222 TO COD-COMPL-CR20.
           PERFORM GRAVA-CABECALHO-ANOTACAO.
           MOVE "CREDITO CLIENTE SEQ: 99999 - DEVOLVIDO - VALOR: 9999999
      -    "999999" TO ANOTACAO-CR201.
           MOVE SEQ-CR222           TO ANOTACAO-CR201(22: 5)
           COMPUTE VALOR-ANOT-W = SALDO-W * 100
           MOVE VALOR-ANOT-W        TO ANOTACAO-CR201(49: 13)
           PERFORM GRAVA-LINHA-ANOTACAO.
           MOVE SPACES TO ANOTACAO-CR201.
           STRING "DEVOLUCAO: " GS-MOTIVO DELIMITED BY SIZE
                  INTO ANOTACAO-CR201.
           PERFORM GRAVA-LINHA-ANOTACAO.
           ADD 1 TO CONT-GRAVACOES-W.
           MOVE "Credito marcado como devolvido" TO MENSAGEM
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           PERFORM LIMPAR-DADOS.

       GRAVA-LOG SECTION.
      *    LOG1-OPERACAO/LOG1-ARQUIVO/LOG1-REGISTRO ja vem
      *    preenchidos.
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CRP234"    TO LOG1-PROGRAMA
           MOVE 1 TO LOG1-SEQUENCIA
           MOVE "10" TO ST-LOG001
           PERFORM UNTIL ST-LOG001 = "00"
                WRITE REG-LOG001 INVALID KEY
                    ADD 1 TO LOG1-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO ST-LOG001
                END-WRITE
           END-PERFORM.

       GRAVA-CABECALHO-ANOTACAO SECTION.
      *    Cabecalho CRD200 no padrao do CRP217; SITUACAO-ANOTACAO-
      *    CR200 = 7 identifica movimento de credito do cliente. As
      *    linhas vem em seguida por GRAVA-LINHA-ANOTACAO.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
           START CRD200 KEY IS NOT < CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
             READ CRD200 NEXT RECORD AT END MOVE "10" TO ST-CRD200
               NOT AT END
                 IF COD-COMPL-CR200 <> COD-COMPL-CR20
                              MOVE "10" TO ST-CRD200
                 ELSE MOVE SEQ-CR200 TO ULT-SEQ
                      CONTINUE
             END-READ
           END-PERFORM.
           MOVE 7               TO SITUACAO-ANOTACAO-CR200.
           ADD 1 TO ULT-SEQ.
           MOVE ULT-SEQ        TO SEQ-CR200.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE WS-DATA-CPU     TO DATA-RETORNO-CR200.
           MOVE USUARIO-W       TO USUARIO-CR200.
           MOVE WS-DATA-CPU     TO DATA-MOVTO-CR200.
           ACCEPT HORA-BRA FROM TIME.
           MOVE HORA-BRA(1: 4)  TO HORA-MOVTO-CR200.

           MOVE ZEROS TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
              WRITE REG-CRD200 INVALID KEY
                 ADD 1 TO SEQ-CR200
                 CONTINUE
               NOT INVALID KEY MOVE "10" TO ST-CRD200
           END-PERFORM.
           MOVE SEQ-CR200      TO SEQ-CR201.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR201.
           MOVE 1              TO SUBSEQ-CR201.

       GRAVA-LINHA-ANOTACAO SECTION.
           MOVE ZEROS TO ST-CRD201.
           PERFORM UNTIL ST-CRD201 = "10"
             WRITE REG-CRD201 INVALID KEY
               ADD 1 TO SUBSEQ-CR201
               CONTINUE
              NOT INVALID KEY
                MOVE "10" TO ST-CRD201
             END-WRITE
           END-PERFORM.
           ADD 1 TO SUBSEQ-CR201.

       CARREGA-ULTIMOS SECTION.
      *    Lista todos os creditos do contrato/album digitado, com a
      *    situacao e o saldo, p/ o operador escolher.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           STRING "0" GS-CONTRATO GS-ALBUM INTO COD-COMPL-CR20.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR20-W COD-COMPL-CR222.
           MOVE ZEROS          TO SEQ-CR222.
           START CRD222 KEY IS NOT < CHAVE-CR222
                 INVALID KEY MOVE "10" TO ST-CRD222.
           MOVE SPACES TO GS-LINDET.
           MOVE ZEROS TO GS-CONT.
           PERFORM UNTIL ST-CRD222 = "10"
              READ CRD222 NEXT RECORD AT END MOVE "10" TO ST-CRD222
              NOT AT END
                IF COD-COMPL-CR222 <> COD-COMPL-CR20-W
                   MOVE "10" TO ST-CRD222
                ELSE
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE DATA-CREDITO-CR222(7: 2) TO DIA-LISTA-W
                   MOVE DATA-CREDITO-CR222(5: 2) TO MES-LISTA-W
                   MOVE DATA-CREDITO-CR222(1: 4) TO ANO-LISTA-W
                   MOVE DATA-LISTA-W        TO GS-LINDET(01: 10)
                   MOVE ORIGEM-CR222        TO GS-LINDET(12: 01)
                   MOVE TIPO-CR222          TO GS-LINDET(14: 01)
                   MOVE VALOR-CREDITO-CR222 TO VALOR-LISTA-W
                   MOVE VALOR-LISTA-W       TO GS-LINDET(16: 13)
                   COMPUTE SALDO-W = VALOR-CREDITO-CR222 -
                                     VALOR-UTILIZADO-CR222
                   EVALUATE TRUE
                       WHEN CR222-ABERTO
                            MOVE SALDO-W         TO VALOR-LISTA-W
                            MOVE VALOR-LISTA-W   TO GS-LINDET(30: 13)
                            MOVE "ABERTO"        TO GS-LINDET(44: 09)
                       WHEN CR222-UTILIZADO
                            MOVE "UTILIZADO"     TO GS-LINDET(44: 09)
                       WHEN CR222-DEVOLVIDO
                            MOVE "DEVOLVIDO"     TO GS-LINDET(44: 09)
                       WHEN CR222-CANCELADO
                            MOVE "CANCELADO"     TO GS-LINDET(44: 09)
                   END-EVALUATE
                   MOVE SEQ-CR222           TO GS-LINDET(71: 05)
                   MOVE "INSERE-LIST"       TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
              END-READ
           END-PERFORM.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP234" TO DS-SET-NAME
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
           move "CRP234"            to logacess-programa
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

           CLOSE CRD020 CRD200 CRD201 CRD219 CRD222 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
