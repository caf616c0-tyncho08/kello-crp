       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP257.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Restauracao de uma foto dos arquivos da cobranca
      *           tirada pelo CRP256 antes do fechamento noturno
      *           (CRD236). Lista as fotos ainda em disco; a foto
      *           completa escolhida, depois de confirmada, volta ao
      *           vivo arquivo por arquivo pelo CRPFOTO, com a
      *           quantidade de registros conferida contra a da foto
      *           e um registro "R" no LOG001 por arquivo. Os passos
      *           do CRD218 que comecaram depois da foto voltam a
      *           pendente, p/ o CRP230 refaze-los na proxima
      *           execucao. Todos os usuarios devem estar fora do
      *           sistema durante a restauracao.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX236.
           COPY CRPX218.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW236.
       COPY CRPW218.
       COPY LOGW001.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           COPY "CRP257.CPB".
           COPY "CRP257.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD236             PIC XX      VALUE SPACES.
           05  ST-CRD218             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD236           PIC X(30)   VALUE SPACES.
           05  PATH-CRD218           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - arquivos restaurados na sessao, p/ o
      *    registro FECHADO do LOGACESS.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(08)   VALUE ZEROS.
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  OPERACAO-FOTO-W       PIC X(01)   VALUE "R".
           05  ARQUIVO-W             PIC X(06)   VALUE SPACES.
           05  QTDE-REG-W            PIC 9(09)   VALUE ZEROS.
           05  STATUS-FOTO-W         PIC X(02)   VALUE SPACES.
           05  IND-ARQ-W             PIC 9(02)   VALUE ZEROS.
           05  CONT-RESTAURADOS-W    PIC 9(02)   VALUE ZEROS.
           05  CONT-DIVERGENTES-W    PIC 9(02)   VALUE ZEROS.
           05  CONT-FALHAS-W         PIC 9(02)   VALUE ZEROS.
           05  CONT-PASSOS-W         PIC 9(03)   VALUE ZEROS.
           05  MOMENTO-FOTO-W.
               10  DATA-MOMENTO-FOTO-W   PIC 9(08).
               10  HORA-MOMENTO-FOTO-W   PIC 9(08).
           05  MOMENTO-PASSO-W.
               10  DATA-MOMENTO-PASSO-W  PIC 9(08).
               10  HORA-MOMENTO-PASSO-W  PIC 9(08).
      *    MOMENTO-FOTO-W / MOMENTO-PASSO-W - data+hora p/ saber se
      *    o passo do CRD218 comecou depois da foto.
           05  QTDE-DSP-W            PIC ZZZ.ZZZ.ZZ9.
           05  QTDE2-DSP-W           PIC ZZZ.ZZZ.ZZ9.
           05  TOTAL-DSP-W           PIC ZZ.ZZZ.ZZZ.ZZ9.
           05  CONT-DSP-W            PIC Z9.
           05  CONT2-DSP-W           PIC Z9.
           05  CONT3-DSP-W           PIC ZZ9.
           05  DATA-DSP-W.
               10  DIA-DSP-W         PIC 9(02).
               10  FILLER            PIC X       VALUE "/".
               10  MES-DSP-W         PIC 9(02).
               10  FILLER            PIC X       VALUE "/".
               10  ANO-DSP-W         PIC 9(04).
           05  HORA-DSP-W.
               10  HH-DSP-W          PIC 9(02).
               10  FILLER            PIC X       VALUE ":".
               10  MM-DSP-W          PIC 9(02).
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
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
           MOVE "CRD236" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD236.
           MOVE "CRD218" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD218.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN I-O CRD236 LOG001
           IF ST-CRD236 = "35"
              CLOSE CRD236      OPEN OUTPUT CRD236
              CLOSE CRD236      OPEN I-O CRD236
           END-IF.
           IF ST-CRD236 <> "00"
              MOVE "ERRO ABERTURA CRD236: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD236 TO GS-MENSAGEM-ERRO(23: 02)
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
           MOVE "CRP257" TO ACESSO-PROGRAMA-W
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
           move "CRP257"            to logacess-programa
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
               WHEN GS-LOAD-FLG-TRUE
                   PERFORM CARREGAR-DADOS
               WHEN GS-RESTAURA-FLG-TRUE
                   PERFORM RESTAURA-FOTO
                   PERFORM CARREGA-ULTIMOS
                   PERFORM CARREGAR-DADOS
                   MOVE ZEROS TO ERRO-W
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN GS-CARREGA-ULT-TRUE
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CARREGA-LIST-BOX-TRUE
                   MOVE GS-LINDET(01: 02) TO GS-DATA-FOTO(1: 2)
                   MOVE GS-LINDET(04: 02) TO GS-DATA-FOTO(3: 2)
                   MOVE GS-LINDET(07: 04) TO GS-DATA-FOTO(5: 4)
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
           MOVE GS-DATA-FOTO TO DATA-INV.
           CALL "GRIDAT2" USING DATA-INV.
           MOVE DATA-INV     TO DATA-FOTO-CR236.
           MOVE SPACES TO GS-HORA-FOTO GS-USUARIO-FOTO GS-PASTA
                          GS-SITUACAO GS-ULT-RESTAURACAO.
           MOVE ZEROS  TO GS-QTDE-ARQ GS-TOTAL-REG.
           READ CRD236 INVALID KEY
                MOVE "*** FOTO NAO ENCONTRADA ***" TO GS-SITUACAO
                EXIT SECTION
           END-READ.
           MOVE HORA-FOTO-CR236(1: 2)  TO HH-DSP-W.
           MOVE HORA-FOTO-CR236(3: 2)  TO MM-DSP-W.
           MOVE HORA-DSP-W             TO GS-HORA-FOTO.
           MOVE USUARIO-FOTO-CR236     TO GS-USUARIO-FOTO.
           MOVE PASTA-CR236            TO GS-PASTA.
           PERFORM DESCREVE-SITUACAO.
           MOVE QTDE-ARQ-CR236         TO GS-QTDE-ARQ.
           MOVE TOTAL-REG-CR236        TO GS-TOTAL-REG.
           IF DATA-RESTAURA-CR236 <> ZEROS
              MOVE DATA-RESTAURA-CR236(7: 2) TO DIA-DSP-W
              MOVE DATA-RESTAURA-CR236(5: 2) TO MES-DSP-W
              MOVE DATA-RESTAURA-CR236(1: 4) TO ANO-DSP-W
              MOVE HORA-RESTAURA-CR236(1: 2) TO HH-DSP-W
              MOVE HORA-RESTAURA-CR236(3: 2) TO MM-DSP-W
              STRING DATA-DSP-W DELIMITED BY SIZE
                     " "        DELIMITED BY SIZE
                     HORA-DSP-W DELIMITED BY SIZE
                     " "        DELIMITED BY SIZE
                     USUARIO-RESTAURA-CR236 DELIMITED BY SIZE
                     INTO GS-ULT-RESTAURACAO
           END-IF.
       DESCREVE-SITUACAO SECTION.
           EVALUATE TRUE
               WHEN CR236-COMPLETA
                    MOVE "COMPLETA"          TO GS-SITUACAO
               WHEN CR236-INICIADA
                    MOVE "INCOMPLETA (CAIU)" TO GS-SITUACAO
               WHEN CR236-ERRO
                    MOVE "ERRO NA COPIA"     TO GS-SITUACAO
               WHEN CR236-EXPURGADA
                    MOVE "EXPURGADA"         TO GS-SITUACAO
               WHEN OTHER
                    MOVE SITUACAO-CR236      TO GS-SITUACAO
           END-EVALUATE.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           INITIALIZE REG-CRD236
           INITIALIZE GS-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       RESTAURA-FOTO SECTION.
           MOVE GS-DATA-FOTO TO DATA-INV.
           CALL "GRIDAT2" USING DATA-INV.
           MOVE DATA-INV     TO DATA-FOTO-CR236.
           READ CRD236 INVALID KEY
                MOVE "Foto nao encontrada" TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-READ.
      *    Foto "I"/"E" nao tem todos os arquivos; "X" ja nao tem a
      *    pasta.
           IF NOT CR236-COMPLETA
              MOVE "So foto completa pode ser restaurada"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE DATA-FOTO-CR236(7: 2) TO DIA-DSP-W.
           MOVE DATA-FOTO-CR236(5: 2) TO MES-DSP-W.
           MOVE DATA-FOTO-CR236(1: 4) TO ANO-DSP-W.
           MOVE HORA-FOTO-CR236(1: 2) TO HH-DSP-W.
           MOVE HORA-FOTO-CR236(3: 2) TO MM-DSP-W.
           MOVE SPACES TO MENSAGEM.
           STRING "Restaurar a foto de " DELIMITED BY SIZE
                  DATA-DSP-W             DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  HORA-DSP-W             DELIMITED BY SIZE
                  " ? Os arquivos da cobranca voltam a esse ponto e "
                                         DELIMITED BY SIZE
                  "tudo o que foi feito depois se perde. Todos os "
                                         DELIMITED BY SIZE
                  "usuarios devem estar fora do sistema."
                                         DELIMITED BY SIZE
                  INTO MENSAGEM.
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.

           MOVE ZEROS TO CONT-RESTAURADOS-W CONT-DIVERGENTES-W
                         CONT-FALHAS-W IND-ARQ-W.
           PERFORM UNTIL IND-ARQ-W = QTDE-ARQ-CR236
              ADD 1 TO IND-ARQ-W
              PERFORM RESTAURA-ARQUIVO
           END-PERFORM.
           PERFORM VOLTA-PASSOS-NOTURNOS.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU TO DATA-HOJE-W.
           ACCEPT HORA-BRA FROM TIME.
           MOVE DATA-HOJE-W TO DATA-RESTAURA-CR236.
           MOVE HORA-BRA    TO HORA-RESTAURA-CR236.
           MOVE USUARIO-W   TO USUARIO-RESTAURA-CR236.
           REWRITE REG-CRD236 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE "CRD236"   TO LOG1-ARQUIVO
                   MOVE REG-CRD236 TO LOG1-REGISTRO
                   MOVE "A"        TO LOG1-OPERACAO
                   PERFORM GRAVA-LOG
           END-REWRITE.

           MOVE CONT-RESTAURADOS-W TO CONT-DSP-W.
           MOVE QTDE-ARQ-CR236     TO CONT2-DSP-W.
           MOVE CONT-PASSOS-W      TO CONT3-DSP-W.
           MOVE SPACES TO MENSAGEM.
           IF CONT-FALHAS-W = ZEROS AND CONT-DIVERGENTES-W = ZEROS
              STRING "Foto restaurada: " DELIMITED BY SIZE
                     CONT-DSP-W          DELIMITED BY SIZE
                     " arquivos conferidos. Passos da noite "
                                         DELIMITED BY SIZE
                     "reabertos no CRD218: " DELIMITED BY SIZE
                     CONT3-DSP-W         DELIMITED BY SIZE
                     INTO MENSAGEM
           ELSE
              MOVE CONT-FALHAS-W      TO CONT-DSP-W
              MOVE CONT-DIVERGENTES-W TO CONT2-DSP-W
              STRING "ATENCAO: restauracao com problema - "
                                         DELIMITED BY SIZE
                     CONT-DSP-W          DELIMITED BY SIZE
                     " arquivo(s) com erro e " DELIMITED BY SIZE
                     CONT2-DSP-W         DELIMITED BY SIZE
                     " com quantidade diferente da foto. Ver o "
                                         DELIMITED BY SIZE
                     "LOG001 (operacao R) antes de liberar o sistema."
                                         DELIMITED BY SIZE
                     INTO MENSAGEM
           END-IF.
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM.

       RESTAURA-ARQUIVO SECTION.
      *    Cada arquivo volta pelo CRPFOTO e a quantidade gravada e
      *    conferida contra a da foto; o LOG001 guarda uma linha "R"
      *    por arquivo com as duas quantidades e o status.
           MOVE NOME-ARQ-CR236(IND-ARQ-W) TO ARQUIVO-W.
           MOVE ZEROS  TO QTDE-REG-W.
           MOVE SPACES TO STATUS-FOTO-W.
           CALL "CRPFOTO" USING PARAMETROS-W OPERACAO-FOTO-W
                                PASTA-CR236 ARQUIVO-W QTDE-REG-W
                                STATUS-FOTO-W.
           CANCEL "CRPFOTO".
           IF STATUS-FOTO-W <> "00"
              ADD 1 TO CONT-FALHAS-W
           ELSE
              IF QTDE-REG-W <> QTDE-REG-CR236(IND-ARQ-W)
                 ADD 1 TO CONT-DIVERGENTES-W
              ELSE
                 ADD 1 TO CONT-RESTAURADOS-W
                 ADD 1 TO CONT-GRAVACOES-W
              END-IF
           END-IF.

           MOVE QTDE-REG-CR236(IND-ARQ-W) TO QTDE-DSP-W.
           MOVE QTDE-REG-W                TO QTDE2-DSP-W.
           MOVE SPACES TO LOG1-REGISTRO.
           STRING "FOTO "           DELIMITED BY SIZE
                  DATA-DSP-W        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  HORA-DSP-W        DELIMITED BY SIZE
                  " PASTA "         DELIMITED BY SIZE
                  PASTA-CR236       DELIMITED BY SPACE
                  " REGISTROS NA FOTO " DELIMITED BY SIZE
                  QTDE-DSP-W        DELIMITED BY SIZE
                  " RESTAURADOS "   DELIMITED BY SIZE
                  QTDE2-DSP-W       DELIMITED BY SIZE
                  " STATUS "        DELIMITED BY SIZE
                  STATUS-FOTO-W     DELIMITED BY SIZE
                  INTO LOG1-REGISTRO.
           MOVE ARQUIVO-W TO LOG1-ARQUIVO.
           MOVE "R"       TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG.

       VOLTA-PASSOS-NOTURNOS SECTION.
      *    Passo do CRP230 iniciado depois da foto rodou sobre dados
      *    que acabaram de ser desfeitos: volta a "P" p/ a proxima
      *    execucao refaze-lo. O proprio CRP256 comeca antes da hora
      *    gravada na foto e fica como esta.
           MOVE ZEROS TO CONT-PASSOS-W.
           MOVE DATA-FOTO-CR236 TO DATA-MOMENTO-FOTO-W.
           MOVE HORA-FOTO-CR236 TO HORA-MOMENTO-FOTO-W.
           OPEN I-O CRD218.
           IF ST-CRD218 <> "00"
              IF ST-CRD218 <> "35"
                 CLOSE CRD218
              END-IF
              EXIT SECTION
           END-IF.
           MOVE ZEROS TO SEQ-CR218.
           START CRD218 KEY IS NOT LESS SEQ-CR218 INVALID KEY
                 MOVE "10" TO ST-CRD218.
           PERFORM UNTIL ST-CRD218 = "10"
             READ CRD218 NEXT RECORD AT END MOVE "10" TO ST-CRD218
               NOT AT END
                 MOVE DATA-INI-CR218 TO DATA-MOMENTO-PASSO-W
                 MOVE HORA-INI-CR218 TO HORA-MOMENTO-PASSO-W
                 IF NOT CR218-PENDENTE AND
                    MOMENTO-PASSO-W NOT < MOMENTO-FOTO-W
                    MOVE "P"   TO STATUS-CR218
                    MOVE ZEROS TO DATA-INI-CR218 HORA-INI-CR218
                                  DATA-FIM-CR218 HORA-FIM-CR218
                                  RETORNO-CR218
                    REWRITE REG-CRD218
                    END-REWRITE
                    ADD 1 TO CONT-PASSOS-W
                    MOVE "CRD218"   TO LOG1-ARQUIVO
                    MOVE REG-CRD218 TO LOG1-REGISTRO
                    MOVE "A"        TO LOG1-OPERACAO
                    PERFORM GRAVA-LOG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CRD218.

       GRAVA-LOG SECTION.
      *    LOG1-OPERACAO, LOG1-ARQUIVO e LOG1-REGISTRO ja vem
      *    preenchidos.
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CRP257"    TO LOG1-PROGRAMA
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
      *    Fotos ainda em disco (todas menos as expurgadas), da mais
      *    antiga p/ a mais recente.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO DATA-FOTO-CR236.
           START CRD236 KEY IS NOT < DATA-FOTO-CR236
                 INVALID KEY MOVE "10" TO ST-CRD236.
           MOVE SPACES TO GS-LINDET.
           MOVE ZEROS TO GS-CONT.
           PERFORM UNTIL ST-CRD236 = "10"
              READ CRD236 NEXT RECORD AT END MOVE "10" TO ST-CRD236
              NOT AT END
                IF NOT CR236-EXPURGADA
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE DATA-FOTO-CR236(7: 2) TO DIA-DSP-W
                   MOVE DATA-FOTO-CR236(5: 2) TO MES-DSP-W
                   MOVE DATA-FOTO-CR236(1: 4) TO ANO-DSP-W
                   MOVE DATA-DSP-W            TO GS-LINDET(01: 10)
                   MOVE HORA-FOTO-CR236(1: 2) TO HH-DSP-W
                   MOVE HORA-FOTO-CR236(3: 2) TO MM-DSP-W
                   MOVE HORA-DSP-W            TO GS-LINDET(12: 05)
                   PERFORM DESCREVE-SITUACAO
                   MOVE GS-SITUACAO           TO GS-LINDET(19: 17)
                   MOVE TOTAL-REG-CR236       TO TOTAL-DSP-W
                   MOVE TOTAL-DSP-W           TO GS-LINDET(37: 14)
                   IF DATA-RESTAURA-CR236 <> ZEROS
                      MOVE "RESTAURADA"       TO GS-LINDET(53: 10)
                   END-IF
                   MOVE "INSERE-LIST"         TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO GS-SITUACAO.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       SET-UP-FOR-REFRESH-SCREEN SECTION.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP257" TO DS-SET-NAME
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
           move "CRP257"            to logacess-programa
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

           CLOSE CRD236 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
