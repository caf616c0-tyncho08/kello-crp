       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP236.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Fechamento e reabertura de competencia contabil
      *           (CRD223). Depois que a contabilidade fecha o mes
      *           com os arquivos do CRP222, o mes e fechado aqui e
      *           nenhum programa de lancamento aceita mais
      *           movimento datado nele (consulta pelo CRPCOMPE).
      *           Fechar nao pede aprovacao; reabrir exige motivo e
      *           a senha de um segundo usuario aprovador, como a
      *           transferencia de portador do CRP9109. Fechamento e
      *           reabertura ficam no LOG001.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX223.
           COPY CAPX002.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW223.
       COPY CAPW002.
       COPY LOGW001.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           COPY "CRP236.CPB".
           COPY "CRP236.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD223             PIC XX      VALUE SPACES.
           05  ST-CAD002             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD223           PIC X(30)   VALUE SPACES.
           05  PATH-CAD002           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - conta fechamentos/reaberturas da sessao
      *    p/ gravar no registro FECHADO do LOGACESS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
      *    SENHA-OK-W so vai a 1 quando VALIDAR-SENHA confere a senha
      *    do segundo usuario (GS-ACP-USUARIO, diferente do usuario
      *    logado) no CAD002; a reabertura exige isso e volta a zero
      *    depois de cada reabertura.
           05  SENHA-OK-W            PIC 9       VALUE ZEROS.
           05  SENHA-RESULTADO-W     PIC X(01)   VALUE SPACES.
           05  APROVADOR-W           PIC X(20)   VALUE SPACES.
           05  COMPETENCIA-W         PIC 9(06)   VALUE ZEROS.
           05  COMPETENCIA-ATUAL-W   PIC 9(06)   VALUE ZEROS.
           05  EXISTE-CR223-W        PIC X(01)   VALUE "N".
           05  COMPETENCIA-LISTA-W.
               10  MES-COMP-LISTA-W  PIC 9(02).
               10  FILLER            PIC X        VALUE "/".
               10  ANO-COMP-LISTA-W  PIC 9(04).
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
           MOVE "CRD223" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD223.
           MOVE "CAD002" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD002.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN I-O CRD223 LOG001
           OPEN INPUT CAD002
           IF ST-CRD223 = "35"
              CLOSE CRD223      OPEN OUTPUT CRD223
              CLOSE CRD223      OPEN I-O CRD223
           END-IF.
           IF ST-CRD223 <> "00"
              MOVE "ERRO ABERTURA CRD223: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD223 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CAD002 <> "00"
              MOVE "ERRO ABERTURA CAD002: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CAD002 TO GS-MENSAGEM-ERRO(23: 02)
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
           MOVE "CRP236" TO ACESSO-PROGRAMA-W
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
           move "CRP236"            to logacess-programa
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
               WHEN GS-FECHAR-FLG-TRUE
                   PERFORM FECHAR-COMPETENCIA
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-VALIDA-SENHA-TRUE
                   PERFORM VALIDAR-SENHA
               WHEN GS-REABRIR-FLG-TRUE
                   IF SENHA-OK-W = 1
                      PERFORM REABRIR-COMPETENCIA
                      MOVE ZEROS TO SENHA-OK-W
                      PERFORM CARREGA-ULTIMOS
                   ELSE
                      MOVE "Aprovacao de um Segundo Usuario e Obrigatori
      -                    "a Antes da Reabertura da Competencia"
                        TO MENSAGEM
                      MOVE "C" TO TIPO-MSG
                      PERFORM EXIBIR-MENSAGEM
                   END-IF
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN GS-CARREGA-ULT-TRUE
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CARREGA-LIST-BOX-TRUE
                   MOVE GS-LINDET(71: 02) TO GS-MES
                   MOVE GS-LINDET(73: 04) TO GS-ANO
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

       VALIDAR-SENHA SECTION.
      *    A reabertura exige a senha de um SEGUNDO usuario (o
      *    aprovador), nunca a do proprio USUARIO-W logado - mesma
      *    regra da transferencia de portador do CRP9109.
      *    A conferencia (tentativas, bloqueio, validade e LOG001)
      *    e toda do CAPSENHA.
           MOVE ZEROS TO SENHA-OK-W.
           IF GS-ACP-USUARIO = SPACES OR GS-ACP-USUARIO = USUARIO-W
              MOVE "Informe um Segundo Usuario Aprovador, Diferente do U
      -               "suario Logado" TO MENSAGEM
              MOVE "C" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
           ELSE
              MOVE SPACES TO SENHA-RESULTADO-W
              CALL "CAPSENHA" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                    GS-ACP-USUARIO GS-ACP-SENHA
                                    SENHA-RESULTADO-W
              CANCEL "CAPSENHA"
              EVALUATE SENHA-RESULTADO-W
                WHEN "S"
                     MOVE 1 TO SENHA-OK-W
                     MOVE GS-ACP-USUARIO TO APROVADOR-W
                WHEN "U"
                     MOVE "Usuario Aprovador Nao Cadastrado" TO MENSAGEM
                WHEN "B"
                     MOVE "Usuario Aprovador Bloqueado - Procure o Admin
      -                   "istrador" TO MENSAGEM
                WHEN "V"
                     MOVE "Senha do Usuario Aprovador Vencida - Trocar n
      -                   "o CAP004" TO MENSAGEM
                WHEN OTHER
                     MOVE "Senha do Usuario Aprovador Invalida"
                       TO MENSAGEM
              END-EVALUATE
              IF SENHA-OK-W = ZEROS
                 MOVE "C" TO TIPO-MSG
                 PERFORM EXIBIR-MENSAGEM
              END-IF
           END-IF.
           MOVE SPACES TO GS-ACP-SENHA.

       MONTAR-COMPETENCIA SECTION.
      *    Competencia AAAAMM a partir de mes/ano digitados; ERRO-W
      *    = 1 quando o mes/ano nao e valido.
           MOVE ZEROS TO ERRO-W.
           IF GS-MES < 1 OR GS-MES > 12 OR GS-ANO < 2000
              MOVE "Informe mes (01 a 12) e ano da competencia"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE GS-ANO TO COMPETENCIA-W(1: 4).
           MOVE GS-MES TO COMPETENCIA-W(5: 2).
           MOVE COMPETENCIA-W TO COMPETENCIA-CR223.
           MOVE "S" TO EXISTE-CR223-W.
           READ CRD223 INVALID KEY
                MOVE "N" TO EXISTE-CR223-W
           END-READ.

       CARREGAR-DADOS SECTION.
      *    Exibe a situacao da competencia selecionada/digitada.
           PERFORM MONTAR-COMPETENCIA.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           MOVE SPACES TO GS-USUARIO-FECH.
           MOVE ZEROS  TO GS-DATA-FECH.
           IF EXISTE-CR223-W = "N"
              MOVE "ABERTA" TO GS-SITUACAO
              EXIT SECTION
           END-IF.
           IF CR223-FECHADA
              MOVE "FECHADA"   TO GS-SITUACAO
           ELSE
              MOVE "REABERTA"  TO GS-SITUACAO
           END-IF.
           MOVE DATA-FECHAMENTO-CR223 TO DATA-INV.
           CALL "GRIDAT1" USING DATA-INV.
           MOVE DATA-INV                 TO GS-DATA-FECH.
           MOVE USUARIO-FECHAMENTO-CR223 TO GS-USUARIO-FECH.

       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           MOVE ZEROS  TO GS-MES GS-ANO GS-DATA-FECH.
           MOVE SPACES TO GS-SITUACAO GS-USUARIO-FECH GS-MOTIVO
                          GS-ACP-USUARIO GS-ACP-SENHA.

       FECHAR-COMPETENCIA SECTION.
      *    Fecha o mes informado. Mes futuro nao pode ser fechado;
      *    mes reaberto pode ser fechado de novo.
           PERFORM MONTAR-COMPETENCIA.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU(1: 6) TO COMPETENCIA-ATUAL-W.
           IF COMPETENCIA-W > COMPETENCIA-ATUAL-W
              MOVE "Competencia futura nao pode ser fechada"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF EXISTE-CR223-W = "S" AND CR223-FECHADA
              MOVE "Competencia ja esta fechada" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE GS-MES TO MES-COMP-LISTA-W.
           MOVE GS-ANO TO ANO-COMP-LISTA-W.
           MOVE SPACES TO MENSAGEM.
           IF COMPETENCIA-W = COMPETENCIA-ATUAL-W
              STRING "Competencia " COMPETENCIA-LISTA-W
                     " e o mes corrente - nenhum lancamento de hoje e"
                     "m diante sera aceito. Confirma o fechamento ?"
                     DELIMITED BY SIZE INTO MENSAGEM
              END-STRING
           ELSE
              STRING "Confirma o fechamento da competencia "
                     COMPETENCIA-LISTA-W " ?"
                     DELIMITED BY SIZE INTO MENSAGEM
              END-STRING
           END-IF.
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.

           IF EXISTE-CR223-W = "N"
              INITIALIZE REG-CRD223
              MOVE COMPETENCIA-W TO COMPETENCIA-CR223
           END-IF.
           MOVE "F"              TO SITUACAO-CR223.
           MOVE WS-DATA-CPU      TO DATA-FECHAMENTO-CR223.
           ACCEPT HORA-BRA FROM TIME.
           MOVE HORA-BRA(1: 4)   TO HORA-FECHAMENTO-CR223.
           MOVE USUARIO-W        TO USUARIO-FECHAMENTO-CR223.
           IF EXISTE-CR223-W = "N"
              WRITE REG-CRD223 INVALID KEY
                 MOVE "ERRO GRAVACAO CRD223: " TO GS-MENSAGEM-ERRO
                 MOVE ST-CRD223 TO GS-MENSAGEM-ERRO(23: 02)
                 PERFORM CARREGA-MENSAGEM-ERRO
                 EXIT SECTION
              END-WRITE
              MOVE "I" TO LOG1-OPERACAO
           ELSE
              REWRITE REG-CRD223 INVALID KEY
                 MOVE "ERRO REGRAVACAO CRD223: " TO GS-MENSAGEM-ERRO
                 MOVE ST-CRD223 TO GS-MENSAGEM-ERRO(25: 02)
                 PERFORM CARREGA-MENSAGEM-ERRO
                 EXIT SECTION
              END-REWRITE
              MOVE "A" TO LOG1-OPERACAO
           END-IF.
           PERFORM GRAVA-LOG.
           ADD 1 TO CONT-GRAVACOES-W.
           MOVE "Competencia fechada" TO MENSAGEM
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           PERFORM LIMPAR-DADOS.

       REABRIR-COMPETENCIA SECTION.
      *    Reabre o mes fechado; o motivo e o aprovador ficam no
      *    CRD223 e no LOG001.
           PERFORM MONTAR-COMPETENCIA.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           IF EXISTE-CR223-W = "N" OR NOT CR223-FECHADA
              MOVE "Competencia nao esta fechada" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-MOTIVO = SPACES
              MOVE "Informe o motivo da reabertura" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE GS-MES TO MES-COMP-LISTA-W.
           MOVE GS-ANO TO ANO-COMP-LISTA-W.
           MOVE SPACES TO MENSAGEM.
           STRING "Confirma a reabertura da competencia "
                  COMPETENCIA-LISTA-W " ?"
                  DELIMITED BY SIZE INTO MENSAGEM
           END-STRING.
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE "R"              TO SITUACAO-CR223.
           MOVE WS-DATA-CPU      TO DATA-REABERTURA-CR223.
           ACCEPT HORA-BRA FROM TIME.
           MOVE HORA-BRA(1: 4)   TO HORA-REABERTURA-CR223.
           MOVE USUARIO-W        TO USUARIO-REABERTURA-CR223.
           MOVE APROVADOR-W      TO APROVADOR-CR223.
           MOVE GS-MOTIVO        TO MOTIVO-REABERTURA-CR223.
           REWRITE REG-CRD223 INVALID KEY
              MOVE "ERRO REGRAVACAO CRD223: " TO GS-MENSAGEM-ERRO
              MOVE ST-CRD223 TO GS-MENSAGEM-ERRO(25: 02)
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-REWRITE.
           MOVE "A" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG.
           ADD 1 TO CONT-GRAVACOES-W.
           MOVE "Competencia reaberta" TO MENSAGEM
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           PERFORM LIMPAR-DADOS.

       GRAVA-LOG SECTION.
      *    Imagem do CRD223 depois da gravacao; LOG1-OPERACAO ja vem
      *    preenchida.
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CRD223"    TO LOG1-ARQUIVO
           MOVE "CRP236"    TO LOG1-PROGRAMA
           MOVE REG-CRD223  TO LOG1-REGISTRO
           MOVE 1 TO LOG1-SEQUENCIA
           MOVE "10" TO ST-LOG001
           PERFORM UNTIL ST-LOG001 = "00"
                WRITE REG-LOG001 INVALID KEY
                    ADD 1 TO LOG1-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO ST-LOG001
                END-WRITE
           END-PERFORM.

       CARREGA-ULTIMOS SECTION.
      *    Lista todas as competencias com registro no CRD223.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO COMPETENCIA-CR223.
           START CRD223 KEY IS NOT < COMPETENCIA-CR223
                 INVALID KEY MOVE "10" TO ST-CRD223.
           MOVE SPACES TO GS-LINDET.
           MOVE ZEROS TO GS-CONT.
           PERFORM UNTIL ST-CRD223 = "10"
              READ CRD223 NEXT RECORD AT END MOVE "10" TO ST-CRD223
              NOT AT END
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE COMPETENCIA-CR223(5: 2) TO MES-COMP-LISTA-W
                   MOVE COMPETENCIA-CR223(1: 4) TO ANO-COMP-LISTA-W
                   MOVE COMPETENCIA-LISTA-W  TO GS-LINDET(01: 07)
                   IF CR223-FECHADA
                      MOVE "FECHADA"         TO GS-LINDET(10: 08)
                   ELSE
                      MOVE "REABERTA"        TO GS-LINDET(10: 08)
                   END-IF
                   MOVE DATA-FECHAMENTO-CR223(7: 2) TO DIA-LISTA-W
                   MOVE DATA-FECHAMENTO-CR223(5: 2) TO MES-LISTA-W
                   MOVE DATA-FECHAMENTO-CR223(1: 4) TO ANO-LISTA-W
                   MOVE DATA-LISTA-W         TO GS-LINDET(20: 10)
                   MOVE USUARIO-FECHAMENTO-CR223
                                             TO GS-LINDET(32: 20)
                   IF CR223-REABERTA
                      MOVE APROVADOR-CR223   TO GS-LINDET(53: 17)
                   END-IF
                   MOVE COMPETENCIA-CR223(5: 2) TO GS-LINDET(71: 02)
                   MOVE COMPETENCIA-CR223(1: 4) TO GS-LINDET(73: 04)
                   MOVE "INSERE-LIST"        TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
              END-READ
           END-PERFORM.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP236" TO DS-SET-NAME
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
           move "CRP236"            to logacess-programa
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

           CLOSE CRD223 CAD002 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
