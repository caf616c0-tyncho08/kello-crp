       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP004.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Troca da propria senha (CAD002). O usuario
      *           logado confirma a senha atual (conferida pelo
      *           CAPSENHA, que conta a tentativa errada e bloqueia
      *           como nas aprovacoes) e digita a nova duas vezes:
      *           minimo de TAMANHO-MINIMO-W posicoes, sem branco
      *           no inicio e diferente da atual. A troca grava a
      *           data (DATA-SENHA-CA002), que e de onde o CAPSENHA
      *           conta a validade. Senha vencida ou provisoria
      *           (CAP005) e aceita aqui como senha atual - e
      *           justamente p/ trocar. Usuario bloqueado nao troca;
      *           so o CAP005 libera. A troca gera LOG001 sem a
      *           senha.

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
           COPY "CAP004.CPB".
           COPY "CAP004.CPY".
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
           05  SENHA-RESULTADO-W     PIC X(01)   VALUE SPACES.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - trocas feitas na sessao, p/ o
      *    registro FECHADO do LOGACESS.
           05  TAMANHO-MINIMO-W      PIC 9(02)   VALUE 6.
           05  QTDE-BRANCOS-W        PIC 9(02)   VALUE ZEROS.
           05  TAMANHO-SENHA-W       PIC 9(02)   VALUE ZEROS.
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
      *    Todo usuario pode trocar a propria senha, mas a consulta
      *    ao perfil fica como nos demais programas.
           MOVE "CAP004" TO ACESSO-PROGRAMA-W
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
           move "CAP004"            to logacess-programa
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
                PERFORM LER-USUARIO
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN GS-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN GS-TROCA-FLG-TRUE
                   PERFORM TROCAR-SENHA
                   PERFORM LIMPAR-DADOS
                   PERFORM LER-USUARIO
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

       LER-USUARIO SECTION.
      *    Mostra o usuario logado e a data da ultima troca.
           MOVE USUARIO-W      TO GS-USUARIO-RED NOME-REDUZ-CA002.
           READ CAD002 INVALID KEY
                MOVE "*******" TO NOME-CA002
                MOVE ZEROS     TO DATA-SENHA-CA002.
           MOVE NOME-CA002 TO GS-NOME-USU.
           IF DATA-SENHA-CA002 = ZEROS
              MOVE "VENCIDA" TO GS-DATA-SENHA
           ELSE
              MOVE DATA-SENHA-CA002(7: 2) TO DIA-LISTA-W
              MOVE DATA-SENHA-CA002(5: 2) TO MES-LISTA-W
              MOVE DATA-SENHA-CA002(1: 4) TO ANO-LISTA-W
              MOVE DATA-LISTA-W           TO GS-DATA-SENHA
           END-IF.

       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
      *    Limpa so os campos de senha; nunca ficam na tela.
           MOVE SPACES TO GS-SENHA-ATUAL GS-SENHA-NOVA GS-SENHA-CONF.
       TROCAR-SENHA SECTION.
      *    A senha atual passa pelo CAPSENHA (tentativa errada conta
      *    e pode bloquear). "V" = senha certa, mas vencida: e o caso
      *    de quem veio trocar, entao vale como "S".
           MOVE SPACES TO SENHA-RESULTADO-W.
           CALL "CAPSENHA" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                 USUARIO-W GS-SENHA-ATUAL
                                 SENHA-RESULTADO-W
           CANCEL "CAPSENHA"
           EVALUATE SENHA-RESULTADO-W
             WHEN "S"
             WHEN "V"
                  CONTINUE
             WHEN "U"
                  MOVE "Usuario nao cadastrado no CAD002"
                    TO GS-MENSAGEM-ERRO
             WHEN "B"
                  MOVE "Usuario bloqueado - procure o administrador"
                    TO GS-MENSAGEM-ERRO
             WHEN OTHER
                  MOVE "Senha atual invalida" TO GS-MENSAGEM-ERRO
           END-EVALUATE.
           IF SENHA-RESULTADO-W <> "S" AND SENHA-RESULTADO-W <> "V"
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.

           MOVE ZEROS TO QTDE-BRANCOS-W.
           INSPECT GS-SENHA-NOVA TALLYING QTDE-BRANCOS-W
                   FOR ALL SPACES.
           COMPUTE TAMANHO-SENHA-W = 12 - QTDE-BRANCOS-W.
           IF GS-SENHA-NOVA(1: 1) = SPACE OR
              TAMANHO-SENHA-W < TAMANHO-MINIMO-W
              MOVE "A nova senha deve ter no minimo 6 posicoes"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-SENHA-NOVA <> GS-SENHA-CONF
              MOVE "A confirmacao nao confere com a nova senha"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-SENHA-NOVA = GS-SENHA-ATUAL
              MOVE "A nova senha deve ser diferente da atual"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.

      *    Rele depois do CAPSENHA, que pode ter regravado o
      *    registro (tentativas zeradas).
           MOVE USUARIO-W TO NOME-REDUZ-CA002.
           READ CAD002 INVALID KEY
                MOVE "Usuario nao cadastrado no CAD002"
                  TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-READ.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE GS-SENHA-NOVA  TO SENHA-CA002.
           MOVE WS-DATA-CPU    TO DATA-SENHA-CA002.
           MOVE ZEROS          TO TENTATIVAS-CA002.
           REWRITE REG-CAD002 INVALID KEY
                PERFORM ERRO-GRAVACAO
           NOT INVALID KEY
                MOVE USUARIO-W   TO LOG1-USUARIO
                MOVE WS-DATA-CPU TO LOG1-DATA
                ACCEPT WS-HORA-SYS FROM TIME
                MOVE WS-HORA-SYS TO LOG1-HORAS
                MOVE "A"         TO LOG1-OPERACAO
                MOVE "CAD002"    TO LOG1-ARQUIVO
                MOVE "CAP004"    TO LOG1-PROGRAMA
                MOVE SPACES      TO LOG1-REGISTRO
                STRING "TROCA DE SENHA - USUARIO: " USUARIO-W
                       DELIMITED BY SIZE INTO LOG1-REGISTRO
                MOVE 1 TO LOG1-SEQUENCIA
                PERFORM GRAVA-LOG
                ADD 1 TO CONT-GRAVACOES-W
                MOVE "Senha alterada com sucesso" TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
           END-REWRITE.
       GRAVA-LOG SECTION.
           MOVE "10" TO ST-LOG001.
           PERFORM UNTIL ST-LOG001 = "00"
                WRITE REG-LOG001 INVALID KEY
                    ADD 1 TO LOG1-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO ST-LOG001
                END-WRITE
           END-PERFORM.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO: " TO GS-MENSAGEM-ERRO
           MOVE ST-CAD002         TO GS-MENSAGEM-ERRO(16: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CAP004" TO DS-SET-NAME
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
           move "CAP004"            to logacess-programa
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
