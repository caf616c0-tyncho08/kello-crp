       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP238.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Aprovacao da baixa por perda (PDD). Lista as
      *           propostas pendentes gravadas no CRD224 pelo CRP237
      *           e o supervisor aprova ou recusa item a item. A
      *           aprovacao baixa o titulo como perda (BAIXADO-CR20 =
      *           4, nada pago), com as imagens antes ("B") e depois
      *           ("A") no LOG001 e anotacao CRD200/CRD201 situacao
      *           8; a perda sai na proxima interface contabil
      *           (CRP222). Titulo ainda registrado no banco (CRD219)
      *           precisa do pedido de baixa (instrucao 32) pela
      *           remessa de instrucao do CRP9109 - o supervisor e
      *           avisado. A recusa exige observacao e tira o titulo
      *           das propostas (o CRP237 nao o propoe de novo). A
      *           aprovacao e lancada na data de hoje - competencia
      *           contabil de hoje fechada (CRD223, CRP236) recusa.

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
           COPY CRPX224.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW219.
       COPY CRPW224.
       COPY LOGW001.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           COPY "CRP238.CPB".
           COPY "CRP238.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX      VALUE SPACES.
           05  ST-CRD200             PIC XX      VALUE SPACES.
           05  ST-CRD201             PIC XX      VALUE SPACES.
           05  ST-CRD219             PIC XX      VALUE SPACES.
           05  ST-CRD224             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD020           PIC X(30)   VALUE SPACES.
           05  PATH-CRD200           PIC X(30)   VALUE SPACES.
           05  PATH-CRD201           PIC X(30)   VALUE SPACES.
           05  PATH-CRD219           PIC X(30)   VALUE SPACES.
           05  PATH-CRD224           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ULT-SEQ               PIC 9(5)    VALUE ZEROS.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - conta as decisoes da sessao p/ gravar
      *    no registro FECHADO do LOGACESS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
      *    DECISAO-W - "A" aprovada, "R" recusada; vai p/ o CRD224 e
      *    p/ a anotacao.
           05  DECISAO-W             PIC X(01)   VALUE SPACES.
           05  TITULO-NO-BANCO-W     PIC X(01)   VALUE "N".
      *    COMPET-FECHADA-W - devolvido pelo CRPCOMPE: "S" = a data
      *    da aprovacao cai em competencia contabil fechada.
           05  COMPET-FECHADA-W      PIC X(01)   VALUE "N".
               88  COMPETENCIA-FECHADA           VALUE "S".
           05  VALOR-ANOT-W          PIC 9(13)   VALUE ZEROS.
           05  VALOR-LISTA-W         PIC ZZ.ZZZ.ZZZ,ZZ.
           05  DIAS-LISTA-W          PIC ZZZZ9.
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
           MOVE "CRD224" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD224.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN I-O CRD020 LOG001 CRD224
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
           IF ST-CRD224 = "35"
              CLOSE CRD224      OPEN OUTPUT CRD224
              CLOSE CRD224      OPEN I-O CRD224
           END-IF.
           IF ST-CRD224 <> "00"
              MOVE "ERRO ABERTURA CRD224: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD224 TO GS-MENSAGEM-ERRO(23: 02)
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
      *    Quem entra aqui decide a perda: o acesso ao CRP238 fica so
      *    com o perfil de supervisor no CAD003.
           MOVE "CRP238" TO ACESSO-PROGRAMA-W
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
           move "CRP238"            to logacess-programa
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
               WHEN GS-APROVAR-FLG-TRUE
                   MOVE "A" TO DECISAO-W
                   PERFORM DECIDIR-PROPOSTA
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-RECUSAR-FLG-TRUE
                   MOVE "R" TO DECISAO-W
                   PERFORM DECIDIR-PROPOSTA
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN GS-CARREGA-ULT-TRUE
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CARREGA-LIST-BOX-TRUE
                   MOVE GS-LINDET(66: 09) TO GS-COD-COMPL
                   MOVE GS-LINDET(75: 05) TO GS-SEQ
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

       CARREGAR-DADOS SECTION.
      *    Re-le a proposta selecionada na list box e exibe o titulo
      *    p/ conferencia do supervisor.
           MOVE GS-COD-COMPL TO COD-COMPL-CR224.
           MOVE GS-SEQ       TO SEQ-CR224.
           READ CRD224 INVALID KEY
                INITIALIZE REG-CRD224
           END-READ.
           MOVE COD-COMPL-CR224(2: 4) TO GS-CONTRATO.
           MOVE COD-COMPL-CR224(6: 4) TO GS-ALBUM.
           MOVE NR-DOCTO-CR224        TO GS-DOCTO.
           MOVE DATA-VENCTO-CR224     TO DATA-INV.
           IF DATA-INV > ZEROS
              CALL "GRIDAT1" USING DATA-INV
           END-IF.
           MOVE DATA-INV              TO GS-VENCTO.
           MOVE DATA-PROPOSTA-CR224   TO DATA-INV.
           IF DATA-INV > ZEROS
              CALL "GRIDAT1" USING DATA-INV
           END-IF.
           MOVE DATA-INV              TO GS-DATA-PROPOSTA.
           MOVE VALOR-CR224           TO GS-VALOR-TITULO.
           MOVE PORTADOR-CR224        TO GS-PORTADOR.
           MOVE CARTEIRA-CR224        TO GS-CARTEIRA.
           MOVE DIAS-ATRASO-CR224     TO GS-DIAS-ATRASO.
           EVALUATE TRUE
               WHEN CR224-MOTIVO-CARTA
                    MOVE "CARTA FINAL"      TO GS-MOTIVO-PDD
               WHEN CR224-MOTIVO-PROTESTO
                    MOVE "PROTESTO LAVRADO" TO GS-MOTIVO-PDD
               WHEN CR224-MOTIVO-VALOR
                    MOVE "VALOR BAIXO"      TO GS-MOTIVO-PDD
               WHEN OTHER
                    MOVE SPACES             TO GS-MOTIVO-PDD
           END-EVALUATE.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           MOVE SPACES TO GS-DOCTO GS-MOTIVO-PDD GS-OBS.
           MOVE ZEROS  TO GS-COD-COMPL GS-SEQ GS-CONTRATO GS-ALBUM
                          GS-VENCTO GS-VALOR-TITULO GS-PORTADOR
                          GS-CARTEIRA GS-DIAS-ATRASO GS-DATA-PROPOSTA.

       DECIDIR-PROPOSTA SECTION.
      *    DECISAO-W = "A" baixa o titulo como perda; "R" recusa a
      *    proposta e o titulo segue em cobranca. So proposta ainda
      *    pendente (P) e decidida; titulo que ja saiu da carteira
      *    tem a proposta encerrada como liquidada.
           IF GS-SEQ = ZEROS
              MOVE "Selecione a proposta na lista" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE GS-COD-COMPL TO COD-COMPL-CR224.
           MOVE GS-SEQ       TO SEQ-CR224.
           READ CRD224 INVALID KEY
                MOVE "Proposta nao localizada em CRD224"
                  TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-READ.
           IF NOT CR224-PROPOSTO
              MOVE "Proposta ja decidida" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF DECISAO-W = "R" AND GS-OBS = SPACES
              MOVE "Informe a observacao da recusa" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE COD-COMPL-CR224 TO COD-COMPL-CR20.
           MOVE SEQ-CR224       TO SEQ-CR20.
           READ CRD020 INVALID KEY
                MOVE 9 TO BAIXADO-CR20
           END-READ.
           IF BAIXADO-CR20 <> 0
              MOVE "L"          TO SITUACAO-CR224
              MOVE WS-DATA-CPU  TO DATA-DECISAO-CR224
              MOVE USUARIO-W    TO USUARIO-DECISAO-CR224
              MOVE "TITULO SAIU DA CARTEIRA ANTES DA DECISAO"
                                TO OBS-CR224
              REWRITE REG-CRD224
              END-REWRITE
              MOVE "Titulo nao esta mais em aberto - proposta encerrada 
      -            "como liquidada" TO MENSAGEM
              MOVE "C" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
              PERFORM LIMPAR-DADOS
              EXIT SECTION
           END-IF.
           IF DECISAO-W = "A"
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
              CALL "CRPCOMPE" USING PARAMETROS-W WS-DATA-CPU
                                    COMPET-FECHADA-W
              CANCEL "CRPCOMPE"
              IF COMPETENCIA-FECHADA
                 MOVE "Competencia contabil do mes corrente esta fechada
      -               "" TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 EXIT SECTION
              END-IF
              MOVE "Confirma a baixa do titulo como perda ?"
                TO MENSAGEM
           ELSE
              MOVE "Confirma a recusa da perda (titulo segue em cobranca
      -            ") ?" TO MENSAGEM
           END-IF.
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE "N" TO TITULO-NO-BANCO-W.
           IF DECISAO-W = "A"
              MOVE "B" TO LOG1-OPERACAO
              PERFORM GRAVA-LOG-TITULO
              MOVE 4   TO BAIXADO-CR20
              REWRITE REG-CRD020 INVALID KEY
                   MOVE "ERRO REGRAVACAO CRD020: " TO GS-MENSAGEM-ERRO
                   MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(25: 02)
                   PERFORM CARREGA-MENSAGEM-ERRO
                   EXIT SECTION
              END-REWRITE
              MOVE "A" TO LOG1-OPERACAO
              PERFORM GRAVA-LOG-TITULO
              MOVE CHAVE-CR20 TO CHAVE-CR219
              READ CRD219 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   IF CR219-REGISTRADO AND ULT-INSTRUCAO-CR219 <> 32
                      MOVE "S" TO TITULO-NO-BANCO-W
                   END-IF
              END-READ
           END-IF.

           MOVE DECISAO-W    TO SITUACAO-CR224.
           MOVE WS-DATA-CPU  TO DATA-DECISAO-CR224.
           MOVE USUARIO-W    TO USUARIO-DECISAO-CR224.
           MOVE GS-OBS       TO OBS-CR224.
           MOVE ZEROS        TO DATA-EXPORTACAO-CR224.
           REWRITE REG-CRD224
           END-REWRITE.
           MOVE "A" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG-PROPOSTA.

           PERFORM GRAVA-ANOTACAO-PERDA.
           ADD 1 TO CONT-GRAVACOES-W.

           IF DECISAO-W = "R"
              MOVE "Proposta recusada - titulo segue em cobranca"
                TO MENSAGEM
           ELSE
              IF TITULO-NO-BANCO-W = "S"
                 MOVE "Perda aprovada. O titulo esta registrado no banco
      -               " - enviar pedido de baixa (instrucao 32) pela rem
      -               "essa de instrucao" TO MENSAGEM
              ELSE
                 MOVE "Perda aprovada com sucesso" TO MENSAGEM
              END-IF
           END-IF.
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           PERFORM LIMPAR-DADOS.

       GRAVA-LOG-TITULO SECTION.
      *    LOG1-OPERACAO ja vem preenchido: "B" = imagem antes da
      *    baixa por perda, "A" = imagem depois.
           MOVE "CRD020"    TO LOG1-ARQUIVO
           MOVE REG-CRD020  TO LOG1-REGISTRO
           PERFORM GRAVA-LOG.

       GRAVA-LOG-PROPOSTA SECTION.
           MOVE "CRD224"    TO LOG1-ARQUIVO
           MOVE REG-CRD224  TO LOG1-REGISTRO
           PERFORM GRAVA-LOG.

       GRAVA-LOG SECTION.
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CRP238"    TO LOG1-PROGRAMA
           MOVE 1 TO LOG1-SEQUENCIA
           MOVE "10" TO ST-LOG001
           PERFORM UNTIL ST-LOG001 = "00"
                WRITE REG-LOG001 INVALID KEY
                    ADD 1 TO LOG1-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO ST-LOG001
                END-WRITE
           END-PERFORM.

       GRAVA-ANOTACAO-PERDA SECTION.
      *    Mesmo padrao CRD200/CRD201 da baixa manual do CRP217.
      *    SITUACAO-ANOTACAO-CR200 = 8 identifica decisao de perda.
      *    Linha 1: aprovada/recusada, titulo, valor e motivo da
      *    proposta; linha 2: a observacao do supervisor, se houver.
           MOVE COD-COMPL-CR224 TO COD-COMPL-CR200
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
           START CRD200 KEY IS NOT < CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
             READ CRD200 NEXT RECORD AT END MOVE "10" TO ST-CRD200
               NOT AT END
                 IF COD-COMPL-CR200 <> COD-COMPL-CR224
                              MOVE "10" TO ST-CRD200
                 ELSE MOVE SEQ-CR200 TO ULT-SEQ
                      CONTINUE
             END-READ
           END-PERFORM.
           MOVE 8               TO SITUACAO-ANOTACAO-CR200.
           ADD 1 TO ULT-SEQ.
           MOVE ULT-SEQ         TO SEQ-CR200.
           MOVE COD-COMPL-CR224 TO COD-COMPL-CR200.
           MOVE ZEROS           TO DATA-RETORNO-CR200.
           MOVE USUARIO-W       TO USUARIO-CR200.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
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

           MOVE SEQ-CR200       TO SEQ-CR201.
           MOVE COD-COMPL-CR224 TO COD-COMPL-CR201.
           MOVE 1               TO SUBSEQ-CR201.
           IF DECISAO-W = "A"
              MOVE "PERDA APROVADA SEQ: 99999 - VLR: 9999999999999 - MOT
      -            "IVO: " TO ANOTACAO-CR201
           ELSE
              MOVE "PERDA RECUSADA SEQ: 99999 - VLR: 9999999999999 - MOT
      -            "IVO: " TO ANOTACAO-CR201
           END-IF.
           MOVE SEQ-CR224           TO ANOTACAO-CR201(21: 5)
           COMPUTE VALOR-ANOT-W = VALOR-CR224 * 100
           MOVE VALOR-ANOT-W        TO ANOTACAO-CR201(34: 13)
           MOVE GS-MOTIVO-PDD       TO ANOTACAO-CR201(58: 16)
           PERFORM GRAVA-LINHA-ANOTACAO.
           IF GS-OBS <> SPACES
              MOVE SPACES TO ANOTACAO-CR201
              STRING "OBS: " GS-OBS DELIMITED BY SIZE
                     INTO ANOTACAO-CR201
              PERFORM GRAVA-LINHA-ANOTACAO
           END-IF.

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
      *    Lista, na list box, toda proposta de perda ainda pendente
      *    (CRD224 situacao P), com o total provisionado.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE LOW-VALUES TO CHAVE-CR224.
           START CRD224 KEY IS NOT < CHAVE-CR224
                 INVALID KEY MOVE "10" TO ST-CRD224.
           MOVE SPACES TO GS-LINDET.
           MOVE ZEROS TO GS-CONT GS-TOTAL-PROPOSTO.
           PERFORM UNTIL ST-CRD224 = "10"
              READ CRD224 NEXT RECORD AT END MOVE "10" TO ST-CRD224
              NOT AT END
                IF CR224-PROPOSTO
                   ADD 1 TO GS-CONT
                   ADD VALOR-CR224 TO GS-TOTAL-PROPOSTO
                   MOVE SPACES TO GS-LINDET
                   MOVE COD-COMPL-CR224(2: 4) TO GS-LINDET(01: 04)
                   MOVE COD-COMPL-CR224(6: 4) TO GS-LINDET(06: 04)
                   MOVE SEQ-CR224             TO GS-LINDET(11: 05)
                   MOVE NR-DOCTO-CR224        TO GS-LINDET(17: 11)
                   IF DATA-VENCTO-CR224 > ZEROS
                      MOVE DATA-VENCTO-CR224(7: 2) TO DIA-LISTA-W
                      MOVE DATA-VENCTO-CR224(5: 2) TO MES-LISTA-W
                      MOVE DATA-VENCTO-CR224(1: 4) TO ANO-LISTA-W
                      MOVE DATA-LISTA-W    TO GS-LINDET(29: 10)
                   END-IF
                   MOVE DIAS-ATRASO-CR224     TO DIAS-LISTA-W
                   MOVE DIAS-LISTA-W          TO GS-LINDET(40: 05)
                   MOVE VALOR-CR224           TO VALOR-LISTA-W
                   MOVE VALOR-LISTA-W         TO GS-LINDET(46: 13)
                   EVALUATE TRUE
                       WHEN CR224-MOTIVO-CARTA
                            MOVE "CARTA" TO GS-LINDET(60: 05)
                       WHEN CR224-MOTIVO-PROTESTO
                            MOVE "PROT." TO GS-LINDET(60: 05)
                       WHEN CR224-MOTIVO-VALOR
                            MOVE "VALOR" TO GS-LINDET(60: 05)
                   END-EVALUATE
                   MOVE COD-COMPL-CR224       TO GS-LINDET(66: 09)
                   MOVE SEQ-CR224             TO GS-LINDET(75: 05)
                   MOVE "INSERE-LIST"         TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
              END-READ
           END-PERFORM.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP238" TO DS-SET-NAME
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
           move "CRP238"            to logacess-programa
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

           CLOSE CRD020 CRD200 CRD201 CRD219 CRD224 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
