       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP252.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Regras de distribuicao da cobranca (CRD233). Cada
      *           regra entrega a um cobrador (usuario do CAD002) os
      *           titulos vencidos de um portador, de uma carteira
      *           e/ou de uma faixa de valor - campo zerado vale
      *           qualquer. O CRP253 monta toda noite a lista de
      *           trabalho de cada cobrador aplicando as regras na
      *           ordem da sequencia. Inclusao, alteracao e exclusao
      *           ficam no LOG001.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX233.
           COPY CAPX002.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW233.
       COPY CAPW002.
       COPY LOGW001.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           COPY "CRP252.CPB".
           COPY "CRP252.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD233             PIC XX      VALUE SPACES.
           05  ST-CAD002             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD233           PIC X(30)   VALUE SPACES.
           05  PATH-CAD002           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ULT-SEQ               PIC 9(3)    VALUE ZEROS.
      *    ULT-SEQ - maior SEQ-CR233 gravada; a proxima regra nova
      *    recebe ULT-SEQ + 1.
           05  GRAVA-W               PIC 9       VALUE ZEROS.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
           05  CONT-EXCLUSOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W / CONT-EXCLUSOES-W - contam a atividade da
      *    sessao p/ gravar no registro FECHADO do LOGACESS.
           05  VALOR-LISTA-W         PIC ZZ.ZZZ.ZZZ,ZZ.
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
           INITIALIZE GS-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE GS-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE GS-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CRD233" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD233.
           MOVE "CAD002" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD002.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN I-O CRD233 LOG001
           OPEN INPUT CAD002
           MOVE 1 TO GRAVA-W.
           IF ST-CRD233 = "35"
              CLOSE CRD233      OPEN OUTPUT CRD233
              CLOSE CRD233      OPEN I-O CRD233
           END-IF.
           IF ST-CRD233 <> "00"
              MOVE "ERRO ABERTURA CRD233: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD233 TO GS-MENSAGEM-ERRO(23: 02)
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
           MOVE "CRP252" TO ACESSO-PROGRAMA-W
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
           move "CRP252"            to logacess-programa
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
                PERFORM ACHAR-SEQ
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN GS-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN GS-SAVE-FLG-TRUE
                   PERFORM SALVAR-DADOS
                   IF ERRO-W = ZEROS
                      PERFORM CARREGA-ULTIMOS
                      PERFORM LIMPAR-DADOS
                      PERFORM ACHAR-SEQ
                   END-IF
                   MOVE ZEROS TO ERRO-W
               WHEN GS-LOAD-FLG-TRUE
                   PERFORM CARREGAR-DADOS
               WHEN GS-EXCLUI-FLG-TRUE
                   PERFORM EXCLUI-RECORD
                   PERFORM CARREGA-ULTIMOS
                   PERFORM ACHAR-SEQ
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
                   PERFORM ACHAR-SEQ
               WHEN GS-CARREGA-ULT-TRUE
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CARREGA-LIST-BOX-TRUE
                   MOVE GS-LINDET(1: 3) TO GS-SEQ
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
           MOVE ZEROS TO GRAVA-W.
           MOVE GS-SEQ          TO SEQ-CR233
           READ CRD233 INVALID KEY INITIALIZE REG-CRD233
                                   MOVE GS-SEQ TO SEQ-CR233
                                   MOVE "N" TO INATIVO-CR233
                                   MOVE 1 TO GRAVA-W.
           MOVE COBRADOR-CR233     TO GS-COBRADOR.
           MOVE PORTADOR-CR233     TO GS-PORTADOR.
           MOVE CARTEIRA-CR233     TO GS-CARTEIRA.
           MOVE VALOR-INI-CR233    TO GS-VALOR-INI.
           MOVE VALOR-FIM-CR233    TO GS-VALOR-FIM.
           MOVE INATIVO-CR233      TO GS-INATIVO.
           PERFORM LE-COBRADOR.
       LE-COBRADOR SECTION.
           MOVE SPACES TO GS-NOME-COBRADOR.
           IF GS-COBRADOR = SPACES
              EXIT SECTION
           END-IF.
           MOVE GS-COBRADOR TO NOME-REDUZ-CA002.
           READ CAD002 INVALID KEY
                MOVE "*** USUARIO NAO CADASTRADO ***"
                  TO GS-NOME-COBRADOR
              NOT INVALID KEY
                MOVE NOME-CA002 TO GS-NOME-COBRADOR
           END-READ.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           INITIALIZE REG-CRD233
           MOVE "N" TO INATIVO-CR233
           INITIALIZE GS-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       EXCLUI-RECORD SECTION.
      *    A regra excluida so deixa de valer na proxima lista do
      *    CRP253; a lista ja gerada continua com o cobrador.
           MOVE GS-SEQ TO SEQ-CR233.
           READ CRD233 INVALID KEY
                MOVE "Regra nao cadastrada" TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                MOVE ZEROS TO ERRO-W
                EXIT SECTION
           END-READ.
           DELETE CRD233 NOT INVALID KEY
                  MOVE "E"         TO LOG1-OPERACAO
                  PERFORM GRAVA-LOG
                  ADD 1 TO CONT-EXCLUSOES-W
           END-DELETE.
           PERFORM LIMPAR-DADOS.
           MOVE 1 TO GRAVA-W.
       SALVAR-DADOS SECTION.
           IF GS-SEQ = ZEROS
              MOVE "Informe a sequencia da regra" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           PERFORM LE-COBRADOR.
           IF GS-COBRADOR = SPACES OR
              GS-NOME-COBRADOR = "*** USUARIO NAO CADASTRADO ***"
              MOVE "Cobrador deve ser um usuario do CAD002"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-VALOR-FIM <> ZEROS AND GS-VALOR-FIM < GS-VALOR-INI
              MOVE "Valor final menor que o inicial" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-INATIVO <> "S"
              MOVE "N" TO GS-INATIVO
           END-IF.
           MOVE GS-SEQ          TO SEQ-CR233.
           MOVE GS-COBRADOR     TO COBRADOR-CR233.
           MOVE GS-PORTADOR     TO PORTADOR-CR233.
           MOVE GS-CARTEIRA     TO CARTEIRA-CR233.
           MOVE GS-VALOR-INI    TO VALOR-INI-CR233.
           MOVE GS-VALOR-FIM    TO VALOR-FIM-CR233.
           MOVE GS-INATIVO      TO INATIVO-CR233.
           IF GRAVA-W = 1
              WRITE REG-CRD233 INVALID KEY
                   PERFORM ERRO-GRAVACAO
              NOT INVALID KEY
                   MOVE "I"         TO LOG1-OPERACAO
                   PERFORM GRAVA-LOG
                   ADD 1 TO CONT-GRAVACOES-W
              END-WRITE
           ELSE
              REWRITE REG-CRD233 INVALID KEY
                   PERFORM ERRO-GRAVACAO
              NOT INVALID KEY
                   MOVE "A"         TO LOG1-OPERACAO
                   PERFORM GRAVA-LOG
                   ADD 1 TO CONT-GRAVACOES-W
              END-REWRITE
           END-IF.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO CRD233: " TO GS-MENSAGEM-ERRO
           MOVE ST-CRD233       TO GS-MENSAGEM-ERRO(23: 2)
           PERFORM CARREGA-MENSAGEM-ERRO.
       GRAVA-LOG SECTION.
      *    LOG1-OPERACAO ja vem preenchido (I/A/E).
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CRD233"    TO LOG1-ARQUIVO
           MOVE "CRP252"    TO LOG1-PROGRAMA
           MOVE REG-CRD233  TO LOG1-REGISTRO
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
      *    Todas as regras na ordem em que o CRP253 as aplica.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO SEQ-CR233.
           START CRD233 KEY IS NOT < SEQ-CR233
                 INVALID KEY MOVE "10" TO ST-CRD233.
           MOVE SPACES TO GS-LINDET.
           MOVE ZEROS TO GS-CONT.
           PERFORM UNTIL ST-CRD233 = "10"
              READ CRD233 NEXT RECORD AT END MOVE "10" TO ST-CRD233
              NOT AT END
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE SEQ-CR233         TO GS-LINDET(01: 03)
                   MOVE COBRADOR-CR233    TO GS-LINDET(05: 20)
                   IF PORTADOR-CR233 = ZEROS
                      MOVE "TODOS"        TO GS-LINDET(26: 05)
                   ELSE
                      MOVE PORTADOR-CR233 TO GS-LINDET(26: 04)
                   END-IF
                   IF CARTEIRA-CR233 = ZEROS
                      MOVE "TODAS"        TO GS-LINDET(32: 05)
                   ELSE
                      MOVE CARTEIRA-CR233 TO GS-LINDET(32: 02)
                   END-IF
                   MOVE VALOR-INI-CR233   TO VALOR-LISTA-W
                   MOVE VALOR-LISTA-W     TO GS-LINDET(38: 13)
                   IF VALOR-FIM-CR233 = ZEROS
                      MOVE "SEM LIMITE"   TO GS-LINDET(52: 10)
                   ELSE
                      MOVE VALOR-FIM-CR233 TO VALOR-LISTA-W
                      MOVE VALOR-LISTA-W  TO GS-LINDET(52: 13)
                   END-IF
                   IF NOT CR233-ATIVO
                      MOVE "INATIVA"      TO GS-LINDET(67: 07)
                   END-IF
                   MOVE "INSERE-LIST"     TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
              END-READ
           END-PERFORM.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       SET-UP-FOR-REFRESH-SCREEN SECTION.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP252" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.

       ACHAR-SEQ SECTION.
      *    Sugere a proxima sequencia livre, de 10 em 10, p/ deixar
      *    espaco de encaixar regra nova entre duas existentes.
           MOVE ZEROS TO SEQ-CR233 ULT-SEQ
           START CRD233 KEY IS NOT < SEQ-CR233 INVALID KEY
                 MOVE "10" TO ST-CRD233
           END-START
           PERFORM UNTIL ST-CRD233 = "10"
              READ CRD233 NEXT RECORD AT END MOVE "10" TO ST-CRD233
                NOT AT END
                 MOVE SEQ-CR233 TO ULT-SEQ
              END-READ
           END-PERFORM.
           IF ULT-SEQ < 990
              COMPUTE GS-SEQ = (ULT-SEQ / 10 + 1) * 10
           ELSE
              MOVE ZEROS TO GS-SEQ
           END-IF.
           MOVE 1 TO GRAVA-W.

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
           move "CRP252"            to logacess-programa
           move "FECHADO"           to logacess-status
           move cont-gravacoes-w    to logacess-qtde-gravacoes
           move cont-exclusoes-w    to logacess-qtde-exclusoes
           move zeros               to logacess-qtde-remessas
           move "10" to fs-logacess
           perform until fs-logacess = "00"
                write reg-logacess invalid key
                    add 1 to logacess-sequencia
                not invalid key
                    move "00" to fs-logacess
                end-write
           end-perform

           close logacess

           CLOSE CRD233 CAD002 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
