       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP245.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Lancamentos do extrato bancario que ficaram em
      *           aberto na conciliacao do CRP244 (CRD230). Lista os
      *           lancamentos em aberto - de todos os portadores ou
      *           so de um - e permite resolver manualmente o que nao
      *           e retorno de cobranca (transferencia, aplicacao,
      *           estorno do banco ...): com o motivo informado o
      *           lancamento sai da conciliacao (situacao R). Cada
      *           alteracao grava a imagem do CRD230 no LOG001.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX018.
           COPY CRPX230.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW018.
       COPY CRPW230.
       COPY LOGW001.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           COPY "CRP245.CPB".
           COPY "CRP245.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CAD018             PIC XX      VALUE SPACES.
           05  ST-CRD230             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CAD018           PIC X(30)   VALUE SPACES.
           05  PATH-CRD230           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - conta os lancamentos resolvidos na sessao
      *    p/ gravar no registro FECHADO do LOGACESS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
           05  VALOR-LISTA-W         PIC ZZ.ZZZ.ZZZ,ZZ.
           05  SITUACAO-LISTA-W      PIC X(20)   VALUE SPACES.
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
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "CRD230" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD230.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN INPUT CAD018
           OPEN I-O CRD230 LOG001
           IF ST-CAD018 <> "00"
              MOVE "ERRO ABERTURA CAD018: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CAD018 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD230 = "35"
              CLOSE CRD230      OPEN OUTPUT CRD230
              CLOSE CRD230      OPEN I-O CRD230
           END-IF.
           IF ST-CRD230 <> "00"
              MOVE "ERRO ABERTURA CRD230: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD230 TO GS-MENSAGEM-ERRO(23: 02)
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
           MOVE "CRP245" TO ACESSO-PROGRAMA-W
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
           move "CRP245"            to logacess-programa
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
               WHEN GS-RESOLVER-FLG-TRUE
                   PERFORM RESOLVER-LANCAMENTO
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN GS-CARREGA-ULT-TRUE
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CARREGA-LIST-BOX-TRUE
                   MOVE GS-LINDET(62: 04) TO GS-PORTADOR
                   MOVE GS-LINDET(66: 08) TO GS-DATA-LANCTO
                   MOVE GS-LINDET(74: 05) TO GS-SEQ
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

       CARREGAR-DADOS SECTION.
      *    GS-DATA-LANCTO chega da lista em AAAAMMDD (chave) e vai p/
      *    a tela em DDMMAAAA.
           MOVE GS-PORTADOR    TO PORTADOR-CR230.
           MOVE GS-DATA-LANCTO TO DATA-CR230.
           MOVE GS-SEQ         TO SEQ-CR230.
           READ CRD230 INVALID KEY
                INITIALIZE REG-CRD230
           END-READ.
           MOVE PORTADOR-CR230        TO PORTADOR.
           READ CAD018 INVALID KEY
                MOVE SPACES TO NOME-PORT
           END-READ.
           MOVE NOME-PORT             TO GS-NOME-PORTADOR.
           MOVE DATA-CR230            TO DATA-INV.
           IF DATA-INV > ZEROS
              CALL "GRIDAT1" USING DATA-INV
           END-IF.
           MOVE DATA-INV              TO GS-DATA-LANCTO.
           MOVE DATA-IMPORTACAO-CR230 TO DATA-INV.
           IF DATA-INV > ZEROS
              CALL "GRIDAT1" USING DATA-INV
           END-IF.
           MOVE DATA-INV              TO GS-DATA-IMPORTACAO.
           EVALUATE TRUE
               WHEN CR230-CREDITO MOVE "CREDITO" TO GS-TIPO
               WHEN CR230-DEBITO  MOVE "DEBITO"  TO GS-TIPO
               WHEN OTHER         MOVE SPACES    TO GS-TIPO
           END-EVALUATE.
           MOVE VALOR-CR230           TO GS-VALOR.
           MOVE HISTORICO-CR230       TO GS-HISTORICO.
           MOVE DOCUMENTO-CR230       TO GS-DOCUMENTO.
           EVALUATE ORIGEM-CR230
               WHEN "O"   MOVE "OFX"       TO GS-ORIGEM
               WHEN "C"   MOVE "CNAB 240"  TO GS-ORIGEM
               WHEN OTHER MOVE SPACES      TO GS-ORIGEM
           END-EVALUATE.
           MOVE ARQUIVO-CR230         TO GS-ARQUIVO.
           PERFORM DESCRICAO-SITUACAO.
           MOVE SITUACAO-LISTA-W      TO GS-SITUACAO.
           MOVE MOTIVO-CR230          TO GS-MOTIVO.

       DESCRICAO-SITUACAO SECTION.
           EVALUATE TRUE
               WHEN CR230-ABERTO
                    MOVE "EM ABERTO"         TO SITUACAO-LISTA-W
               WHEN CR230-CONCILIADO
                    MOVE "CONCILIADO"        TO SITUACAO-LISTA-W
               WHEN CR230-RESOLVIDO
                    MOVE "RESOLVIDO"         TO SITUACAO-LISTA-W
               WHEN OTHER
                    MOVE SPACES              TO SITUACAO-LISTA-W
           END-EVALUATE.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           MOVE SPACES TO GS-NOME-PORTADOR GS-TIPO GS-HISTORICO
                          GS-DOCUMENTO GS-ORIGEM GS-ARQUIVO
                          GS-SITUACAO GS-MOTIVO.
           MOVE ZEROS  TO GS-PORTADOR GS-DATA-LANCTO GS-SEQ GS-VALOR
                          GS-DATA-IMPORTACAO.

       LE-REGISTRO-SELECIONADO SECTION.
      *    Devolve ERRO-W = 1 quando nada foi selecionado ou o
      *    registro nao existe mais.
           MOVE ZEROS TO ERRO-W.
           IF GS-SEQ = ZEROS
              MOVE "Selecione o lancamento na lista"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE GS-DATA-LANCTO TO DATA-INV.
           CALL "GRIDAT2" USING DATA-INV.
           MOVE GS-PORTADOR  TO PORTADOR-CR230.
           MOVE DATA-INV     TO DATA-CR230.
           MOVE GS-SEQ       TO SEQ-CR230.
           READ CRD230 INVALID KEY
                MOVE "Lancamento nao localizado em CRD230"
                  TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
           END-READ.

       RESOLVER-LANCAMENTO SECTION.
      *    So lancamento em aberto; depois de resolvido ele nao entra
      *    mais na soma do extrato da conciliacao daquela data.
           PERFORM LE-REGISTRO-SELECIONADO.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           IF NOT CR230-ABERTO
              MOVE "Lancamento nao esta em aberto" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-MOTIVO = SPACES
              MOVE "Informe o motivo" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE "Confirma a retirada do lancamento da conciliacao ?"
             TO MENSAGEM
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.
           MOVE "B" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG-EXTRATO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE "R"          TO SITUACAO-CR230.
           MOVE GS-MOTIVO    TO MOTIVO-CR230.
           MOVE WS-DATA-CPU  TO DATA-SITUACAO-CR230.
           MOVE USUARIO-W    TO USUARIO-CR230.
           REWRITE REG-CRD230 INVALID KEY
                MOVE "ERRO REGRAVACAO CRD230: " TO GS-MENSAGEM-ERRO
                MOVE ST-CRD230 TO GS-MENSAGEM-ERRO(25: 02)
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-REWRITE.
           MOVE "A" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG-EXTRATO.
           ADD 1 TO CONT-GRAVACOES-W.
           MOVE "Lancamento resolvido com sucesso" TO MENSAGEM
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           PERFORM LIMPAR-DADOS.

       GRAVA-LOG-EXTRATO SECTION.
      *    LOG1-OPERACAO ja vem preenchido: "B" = imagem antes,
      *    "A" = imagem depois.
           MOVE "CRD230"    TO LOG1-ARQUIVO
           MOVE REG-CRD230  TO LOG1-REGISTRO
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CRP245"    TO LOG1-PROGRAMA
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
      *    So os lancamentos em aberto, de todos os portadores ou so
      *    do portador do filtro.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO CHAVE-CR230.
           MOVE GS-FILTRO-PORTADOR TO PORTADOR-CR230.
           START CRD230 KEY IS NOT < CHAVE-CR230
                 INVALID KEY MOVE "10" TO ST-CRD230.
           MOVE SPACES TO GS-LINDET.
           MOVE ZEROS TO GS-CONT.
           PERFORM UNTIL ST-CRD230 = "10"
              READ CRD230 NEXT RECORD AT END MOVE "10" TO ST-CRD230
              NOT AT END
                IF GS-FILTRO-PORTADOR > ZEROS AND
                   PORTADOR-CR230 <> GS-FILTRO-PORTADOR
                   MOVE "10" TO ST-CRD230
                ELSE
                   IF CR230-ABERTO
                      PERFORM INSERE-LINHA-LISTA
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       INSERE-LINHA-LISTA SECTION.
           ADD 1 TO GS-CONT
           MOVE SPACES TO GS-LINDET
           MOVE PORTADOR-CR230        TO GS-LINDET(01: 04)
           MOVE DATA-CR230(7: 2)      TO DIA-LISTA-W
           MOVE DATA-CR230(5: 2)      TO MES-LISTA-W
           MOVE DATA-CR230(1: 4)      TO ANO-LISTA-W
           MOVE DATA-LISTA-W          TO GS-LINDET(06: 10)
           MOVE TIPO-LANCTO-CR230     TO GS-LINDET(17: 01)
           MOVE VALOR-CR230           TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W         TO GS-LINDET(19: 13)
           MOVE HISTORICO-CR230       TO GS-LINDET(33: 28)
           MOVE PORTADOR-CR230        TO GS-LINDET(62: 04)
           MOVE DATA-CR230            TO GS-LINDET(66: 08)
           MOVE SEQ-CR230             TO GS-LINDET(74: 05)
           MOVE "INSERE-LIST"         TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP245" TO DS-SET-NAME
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
           move "CRP245"            to logacess-programa
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

           CLOSE CAD018 CRD230 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
