       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP005.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Administracao de senhas (CAD002): lista os
      *           usuarios com a situacao da senha, desbloqueia o
      *           usuario bloqueado pelo CAPSENHA (tentativas
      *           erradas) e reinicia a senha de quem a esqueceu,
      *           com uma senha provisoria ja vencida - o proprio
      *           usuario troca no CAP004 antes de poder aprovar.
      *           Administrador e quem tem acesso a este programa
      *           pelo perfil (CAD003/CAPACESS); ninguem desbloqueia
      *           nem reinicia a propria senha aqui. Tudo gera
      *           LOG001, sem a senha.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX002.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW002.
       COPY LOGW001.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           COPY "CAP005.CPB".
           COPY "CAP005.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CAD002             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CAD002           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - desbloqueios/reinicios da sessao, p/
      *    o registro FECHADO do LOGACESS.
           05  TAMANHO-MINIMO-W      PIC 9(02)   VALUE 6.
           05  QTDE-BRANCOS-W        PIC 9(02)   VALUE ZEROS.
           05  TAMANHO-SENHA-W       PIC 9(02)   VALUE ZEROS.
           05  SITUACAO-W            PIC X(15)   VALUE SPACES.
           05  DATA-AUX-W            PIC 9(08)   VALUE ZEROS.
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
           INITIALIZE GS-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE GS-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE GS-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CAD002" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD002.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN I-O CAD002 LOG001
           IF ST-LOG001 = "35"
              CLOSE LOG001      OPEN OUTPUT LOG001
              CLOSE LOG001      OPEN I-O LOG001
           END-IF.
           IF ST-CAD002 <> "00"
              MOVE "ERRO ABERTURA CAD002: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CAD002 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-LOG001 <> "00"
              MOVE "ERRO ABERTURA LOG001: "  TO GS-MENSAGEM-ERRO
              MOVE ST-LOG001 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CAP005" TO ACESSO-PROGRAMA-W
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
           move "CAP005"            to logacess-programa
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
               WHEN GS-LE-USUARIO-TRUE
                   PERFORM LER-USUARIO
               WHEN GS-DESBLOQUEIA-FLG-TRUE
                   PERFORM DESBLOQUEAR-USUARIO
                   PERFORM LER-USUARIO
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-REINICIA-FLG-TRUE
                   PERFORM REINICIAR-SENHA
                   MOVE SPACES TO GS-SENHA-PROV
                   PERFORM LER-USUARIO
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN GS-CARREGA-ULT-TRUE
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CARREGA-LIST-BOX-TRUE
                   MOVE GS-LINDET(01: 20) TO GS-USUARIO-RED
                   PERFORM LER-USUARIO
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.
       CENTRALIZAR SECTION.
          move-object-handle principal handle8
          move handle8 to wHandle
          invoke Window "fromHandleWithClass" using wHandle Window
                 returning janelaPrincipal

          invoke janelaPrincipal "CentralizarNoDesktop".

       LER-USUARIO SECTION.
           MOVE SPACES TO GS-NOME-USU GS-SITUACAO GS-DATA-BLOQUEIO
                          GS-DATA-SENHA.
           MOVE ZEROS  TO GS-TENTATIVAS.
           MOVE GS-USUARIO-RED TO NOME-REDUZ-CA002.
           READ CAD002 INVALID KEY
                MOVE "*******" TO GS-NOME-USU
                EXIT SECTION
           END-READ.
           MOVE NOME-CA002       TO GS-NOME-USU.
           PERFORM MONTA-SITUACAO.
           MOVE SITUACAO-W       TO GS-SITUACAO.
           MOVE TENTATIVAS-CA002 TO GS-TENTATIVAS.
           IF DATA-BLOQUEIO-CA002 > ZEROS AND CA002-BLOQUEADO
              MOVE DATA-BLOQUEIO-CA002 TO DATA-AUX-W
              PERFORM FORMATA-DATA
              MOVE DATA-LISTA-W        TO GS-DATA-BLOQUEIO
           END-IF.
           IF DATA-SENHA-CA002 > ZEROS
              MOVE DATA-SENHA-CA002    TO DATA-AUX-W
              PERFORM FORMATA-DATA
              MOVE DATA-LISTA-W        TO GS-DATA-SENHA
           END-IF.

       MONTA-SITUACAO SECTION.
      *    A validade em dias fica no CAPSENHA; aqui so se distingue
      *    a senha provisoria/convertida (DATA-SENHA zerada).
           IF CA002-BLOQUEADO
              MOVE "BLOQUEADO"      TO SITUACAO-W
           ELSE
              IF DATA-SENHA-CA002 = ZEROS
                 MOVE "TROCA PENDENTE" TO SITUACAO-W
              ELSE
                 MOVE "ATIVO"          TO SITUACAO-W
              END-IF
           END-IF.

       FORMATA-DATA SECTION.
           MOVE DATA-AUX-W(7: 2) TO DIA-LISTA-W.
           MOVE DATA-AUX-W(5: 2) TO MES-LISTA-W.
           MOVE DATA-AUX-W(1: 4) TO ANO-LISTA-W.

       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           MOVE SPACES TO GS-USUARIO-RED GS-NOME-USU GS-SITUACAO
                          GS-DATA-BLOQUEIO GS-DATA-SENHA GS-SENHA-PROV.
           MOVE ZEROS  TO GS-TENTATIVAS.

       CONFERE-USUARIO SECTION.
      *    ERRO-W = 1 quando o usuario da tela nao pode ser mexido:
      *    inexistente ou o proprio administrador logado.
           MOVE ZEROS TO ERRO-W.
           IF GS-USUARIO-RED = USUARIO-W
              MOVE "Nao e permitido alterar o proprio usuario aqui"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE GS-USUARIO-RED TO NOME-REDUZ-CA002.
           READ CAD002 INVALID KEY
                MOVE "Usuario nao cadastrado no CAD002"
                  TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
           END-READ.

       DESBLOQUEAR-USUARIO SECTION.
           PERFORM CONFERE-USUARIO.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           IF NOT CA002-BLOQUEADO AND TENTATIVAS-CA002 = ZEROS
              MOVE "Usuario nao esta bloqueado" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE "N"   TO BLOQUEADO-CA002.
           MOVE ZEROS TO TENTATIVAS-CA002 DATA-BLOQUEIO-CA002.
           REWRITE REG-CAD002 INVALID KEY
                PERFORM ERRO-GRAVACAO
           NOT INVALID KEY
                MOVE SPACES TO LOG1-REGISTRO
                STRING "DESBLOQUEIO - USUARIO: " GS-USUARIO-RED
                       DELIMITED BY SIZE INTO LOG1-REGISTRO
                PERFORM GRAVA-LOG-CAD002
           END-REWRITE.

       REINICIAR-SENHA SECTION.
      *    Senha provisoria com DATA-SENHA zerada: o CAPSENHA a
      *    trata como vencida, entao ela so serve p/ entrar no
      *    CAP004 e trocar.
           PERFORM CONFERE-USUARIO.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           MOVE ZEROS TO QTDE-BRANCOS-W.
           INSPECT GS-SENHA-PROV TALLYING QTDE-BRANCOS-W
                   FOR ALL SPACES.
           COMPUTE TAMANHO-SENHA-W = 12 - QTDE-BRANCOS-W.
           IF GS-SENHA-PROV(1: 1) = SPACE OR
              TAMANHO-SENHA-W < TAMANHO-MINIMO-W
              MOVE "A senha provisoria deve ter no minimo 6 posicoes"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE GS-SENHA-PROV TO SENHA-CA002.
           MOVE "N"   TO BLOQUEADO-CA002.
           MOVE ZEROS TO DATA-SENHA-CA002 TENTATIVAS-CA002
                         DATA-BLOQUEIO-CA002.
           REWRITE REG-CAD002 INVALID KEY
                PERFORM ERRO-GRAVACAO
           NOT INVALID KEY
                MOVE SPACES TO LOG1-REGISTRO
                STRING "SENHA REINICIADA - USUARIO: " GS-USUARIO-RED
                       DELIMITED BY SIZE INTO LOG1-REGISTRO
                PERFORM GRAVA-LOG-CAD002
           END-REWRITE.

       GRAVA-LOG-CAD002 SECTION.
      *    LOG1-REGISTRO ja vem montado - so o texto, nunca a
      *    imagem do CAD002, que traz a senha.
           MOVE USUARIO-W   TO LOG1-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU TO LOG1-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS TO LOG1-HORAS.
           MOVE "A"         TO LOG1-OPERACAO.
           MOVE "CAD002"    TO LOG1-ARQUIVO.
           MOVE "CAP005"    TO LOG1-PROGRAMA.
           MOVE 1 TO LOG1-SEQUENCIA.
           MOVE "10" TO ST-LOG001.
           PERFORM UNTIL ST-LOG001 = "00"
                WRITE REG-LOG001 INVALID KEY
                    ADD 1 TO LOG1-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO ST-LOG001
                END-WRITE
           END-PERFORM.
           ADD 1 TO CONT-GRAVACOES-W.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO: " TO GS-MENSAGEM-ERRO
           MOVE ST-CAD002         TO GS-MENSAGEM-ERRO(16: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.
       CARREGA-ULTIMOS SECTION.
      *    Lista todos os usuarios do CAD002 com a situacao da
      *    senha: usuario, nome, situacao, tentativas e ultima troca.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE LOW-VALUES TO NOME-REDUZ-CA002
           START CAD002 KEY IS NOT < NOME-REDUZ-CA002
                 INVALID KEY MOVE "10" TO ST-CAD002.
           MOVE SPACES TO GS-LINDET.
           MOVE ZEROS TO GS-CONT.
           PERFORM UNTIL ST-CAD002 = "10"
              READ CAD002 NEXT RECORD AT END MOVE "10" TO ST-CAD002
              NOT AT END
                 ADD 1 TO GS-CONT
                 PERFORM MONTA-SITUACAO
                 MOVE SPACES TO GS-LINDET
                 MOVE NOME-REDUZ-CA002      TO GS-LINDET(01: 20)
                 MOVE NOME-CA002(1: 25)     TO GS-LINDET(22: 25)
                 MOVE SITUACAO-W            TO GS-LINDET(48: 15)
                 MOVE TENTATIVAS-CA002      TO GS-LINDET(64: 02)
                 IF DATA-SENHA-CA002 > ZEROS
                    MOVE DATA-SENHA-CA002   TO DATA-AUX-W
                    PERFORM FORMATA-DATA
                    MOVE DATA-LISTA-W       TO GS-LINDET(67: 10)
                 END-IF
                 MOVE "INSERE-LIST"     TO DS-PROCEDURE
                 PERFORM CALL-DIALOG-SYSTEM
              END-READ
           END-PERFORM.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CAP005" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.

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
           move "CAP005"            to logacess-programa
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

           CLOSE CAD002 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
