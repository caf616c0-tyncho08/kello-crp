       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP241.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Acompanhamento da negativacao no biro de credito
      *           (Serasa/SPC). Lista os titulos do CRD225 gravados
      *           pelo CRP240 - todos os em aberto ou so os de um
      *           contrato - com CPF/CNPJ, nome e situacao. A
      *           rejeicao devolvida pelo biro e lancada aqui sobre o
      *           titulo incluido (motivo obrigatorio); depois de
      *           corrigido o cadastro (CPF/CNPJ no CGD011/CGD014) o
      *           rejeitado e reenviado: volta a pendente e o CRP240
      *           gera a inclusao de novo na proxima rodada. Cada
      *           alteracao grava a imagem do CRD225 no LOG001.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX225.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW225.
       COPY LOGW001.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           COPY "CRP241.CPB".
           COPY "CRP241.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX      VALUE SPACES.
           05  ST-CRD225             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD020           PIC X(30)   VALUE SPACES.
           05  PATH-CRD225           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - conta as rejeicoes/reenvios da sessao
      *    p/ gravar no registro FECHADO do LOGACESS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
           05  CONTRATO-W            PIC 9(04)   VALUE ZEROS.
           05  ALBUM-W               PIC 9(04)   VALUE ZEROS.
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
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD225" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD225.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN INPUT CRD020
           OPEN I-O CRD225 LOG001
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD225 = "35"
              CLOSE CRD225      OPEN OUTPUT CRD225
              CLOSE CRD225      OPEN I-O CRD225
           END-IF.
           IF ST-CRD225 <> "00"
              MOVE "ERRO ABERTURA CRD225: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD225 TO GS-MENSAGEM-ERRO(23: 02)
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
           MOVE "CRP241" TO ACESSO-PROGRAMA-W
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
           move "CRP241"            to logacess-programa
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
               WHEN GS-REJEITAR-FLG-TRUE
                   PERFORM REJEITAR-INCLUSAO
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-REENVIAR-FLG-TRUE
                   PERFORM REENVIAR-INCLUSAO
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

       CARREGAR-DADOS SECTION.
           MOVE GS-COD-COMPL TO COD-COMPL-CR225.
           MOVE GS-SEQ       TO SEQ-CR225.
           READ CRD225 INVALID KEY
                INITIALIZE REG-CRD225
           END-READ.
           MOVE COD-COMPL-CR225(2: 4) TO GS-CONTRATO.
           MOVE COD-COMPL-CR225(6: 4) TO GS-ALBUM.
           MOVE NR-DOCTO-CR225        TO GS-DOCTO.
           MOVE DATA-VENCTO-CR225     TO DATA-INV.
           IF DATA-INV > ZEROS
              CALL "GRIDAT1" USING DATA-INV
           END-IF.
           MOVE DATA-INV              TO GS-VENCTO.
           MOVE DATA-INCLUSAO-CR225   TO DATA-INV.
           IF DATA-INV > ZEROS
              CALL "GRIDAT1" USING DATA-INV
           END-IF.
           MOVE DATA-INV              TO GS-DATA-INCLUSAO.
           MOVE DATA-EXCLUSAO-CR225   TO DATA-INV.
           IF DATA-INV > ZEROS
              CALL "GRIDAT1" USING DATA-INV
           END-IF.
           MOVE DATA-INV              TO GS-DATA-EXCLUSAO.
           MOVE VALOR-CR225           TO GS-VALOR-TITULO.
           MOVE INSCRICAO-CR225       TO GS-INSCRICAO.
           MOVE NOME-CR225            TO GS-NOME.
           EVALUATE ORIGEM-INSCRICAO-CR225
               WHEN "C"   MOVE "COMPRADOR" TO GS-ORIGEM
               WHEN "A"   MOVE "AVALISTA"  TO GS-ORIGEM
               WHEN OTHER MOVE SPACES      TO GS-ORIGEM
           END-EVALUATE.
           PERFORM DESCRICAO-SITUACAO.
           MOVE SITUACAO-LISTA-W      TO GS-SITUACAO.
           MOVE MOTIVO-REJEICAO-CR225 TO GS-MOTIVO.

       DESCRICAO-SITUACAO SECTION.
           EVALUATE TRUE
               WHEN CR225-PENDENTE
                    MOVE "PENDENTE"          TO SITUACAO-LISTA-W
               WHEN CR225-INCLUIDO
                    MOVE "INCLUIDO"          TO SITUACAO-LISTA-W
               WHEN CR225-EXCLUIDO
                    MOVE "EXCLUIDO"          TO SITUACAO-LISTA-W
               WHEN CR225-REJEITADO
                    MOVE "REJEITADO"         TO SITUACAO-LISTA-W
               WHEN OTHER
                    MOVE SPACES              TO SITUACAO-LISTA-W
           END-EVALUATE.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           MOVE SPACES TO GS-DOCTO GS-NOME GS-ORIGEM GS-SITUACAO
                          GS-MOTIVO.
           MOVE ZEROS  TO GS-COD-COMPL GS-SEQ GS-CONTRATO GS-ALBUM
                          GS-VENCTO GS-VALOR-TITULO GS-INSCRICAO
                          GS-DATA-INCLUSAO GS-DATA-EXCLUSAO.

       LE-REGISTRO-SELECIONADO SECTION.
      *    Devolve ERRO-W = 1 quando nada foi selecionado ou o
      *    registro nao existe mais.
           MOVE ZEROS TO ERRO-W.
           IF GS-SEQ = ZEROS
              MOVE "Selecione o titulo na lista" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE GS-COD-COMPL TO COD-COMPL-CR225.
           MOVE GS-SEQ       TO SEQ-CR225.
           READ CRD225 INVALID KEY
                MOVE "Titulo nao localizado em CRD225"
                  TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
           END-READ.

       REJEITAR-INCLUSAO SECTION.
      *    So a inclusao ja enviada (I) pode voltar rejeitada; o
      *    titulo sai do biro sem registro de exclusao e fica
      *    aguardando a correcao do cadastro.
           PERFORM LE-REGISTRO-SELECIONADO.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           IF NOT CR225-INCLUIDO
              MOVE "So titulo incluido pode ser rejeitado"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-MOTIVO = SPACES
              MOVE "Informe o motivo da rejeicao" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE "Confirma a rejeicao da inclusao pelo biro ?"
             TO MENSAGEM
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.
           MOVE "B" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG-NEGATIVACAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE "R"          TO SITUACAO-CR225.
           MOVE GS-MOTIVO    TO MOTIVO-REJEICAO-CR225.
           MOVE WS-DATA-CPU  TO DATA-SITUACAO-CR225.
           MOVE USUARIO-W    TO USUARIO-CR225.
           PERFORM REGRAVA-NEGATIVACAO.

       REENVIAR-INCLUSAO SECTION.
      *    Rejeitado volta a pendente: o CRP240 busca o CPF/CNPJ de
      *    novo no cadastro e gera outra inclusao.
           PERFORM LE-REGISTRO-SELECIONADO.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           IF NOT CR225-REJEITADO
              MOVE "So titulo rejeitado pode ser reenviado"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE CHAVE-CR225 TO CHAVE-CR20.
           READ CRD020 INVALID KEY
                MOVE 9 TO BAIXADO-CR20
           END-READ.
           IF BAIXADO-CR20 <> 0
              MOVE "Titulo nao esta mais em aberto" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE "Confirma o reenvio da inclusao na proxima rodada ?"
             TO MENSAGEM
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.
           MOVE "B" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG-NEGATIVACAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE "P"          TO SITUACAO-CR225.
           MOVE WS-DATA-CPU  TO DATA-SITUACAO-CR225.
           MOVE USUARIO-W    TO USUARIO-CR225.
           PERFORM REGRAVA-NEGATIVACAO.

       REGRAVA-NEGATIVACAO SECTION.
           REWRITE REG-CRD225 INVALID KEY
                MOVE "ERRO REGRAVACAO CRD225: " TO GS-MENSAGEM-ERRO
                MOVE ST-CRD225 TO GS-MENSAGEM-ERRO(25: 02)
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-REWRITE.
           MOVE "A" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG-NEGATIVACAO.
           ADD 1 TO CONT-GRAVACOES-W.
           MOVE "Situacao atualizada com sucesso" TO MENSAGEM
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           PERFORM LIMPAR-DADOS.

       GRAVA-LOG-NEGATIVACAO SECTION.
      *    LOG1-OPERACAO ja vem preenchido: "B" = imagem antes,
      *    "A" = imagem depois.
           MOVE "CRD225"    TO LOG1-ARQUIVO
           MOVE REG-CRD225  TO LOG1-REGISTRO
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CRP241"    TO LOG1-PROGRAMA
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
      *    Sem contrato informado lista toda negativacao ainda em
      *    aberto (P, I, R); com contrato, todo registro dele,
      *    inclusive os ja excluidos.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE LOW-VALUES TO CHAVE-CR225.
           IF GS-FILTRO-CONTRATO > ZEROS
              MOVE ZEROS              TO CHAVE-CR225
              MOVE GS-FILTRO-CONTRATO TO COD-COMPL-CR225(2: 4)
              MOVE GS-FILTRO-ALBUM    TO COD-COMPL-CR225(6: 4)
           END-IF.
           START CRD225 KEY IS NOT < CHAVE-CR225
                 INVALID KEY MOVE "10" TO ST-CRD225.
           MOVE SPACES TO GS-LINDET.
           MOVE ZEROS TO GS-CONT.
           PERFORM UNTIL ST-CRD225 = "10"
              READ CRD225 NEXT RECORD AT END MOVE "10" TO ST-CRD225
              NOT AT END
                MOVE COD-COMPL-CR225(2: 4) TO CONTRATO-W
                MOVE COD-COMPL-CR225(6: 4) TO ALBUM-W
                IF GS-FILTRO-CONTRATO > ZEROS
                   IF CONTRATO-W <> GS-FILTRO-CONTRATO OR
                      (GS-FILTRO-ALBUM > ZEROS AND
                       ALBUM-W <> GS-FILTRO-ALBUM)
                      IF CONTRATO-W > GS-FILTRO-CONTRATO
                         MOVE "10" TO ST-CRD225
                      END-IF
                   ELSE
                      PERFORM INSERE-LINHA-LISTA
                   END-IF
                ELSE
                   IF NOT CR225-EXCLUIDO
                      PERFORM INSERE-LINHA-LISTA
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       INSERE-LINHA-LISTA SECTION.
           ADD 1 TO GS-CONT
           MOVE SPACES TO GS-LINDET
           MOVE CONTRATO-W            TO GS-LINDET(01: 04)
           MOVE ALBUM-W               TO GS-LINDET(06: 04)
           MOVE SEQ-CR225             TO GS-LINDET(11: 05)
           MOVE NR-DOCTO-CR225        TO GS-LINDET(17: 11)
           IF DATA-VENCTO-CR225 > ZEROS
              MOVE DATA-VENCTO-CR225(7: 2) TO DIA-LISTA-W
              MOVE DATA-VENCTO-CR225(5: 2) TO MES-LISTA-W
              MOVE DATA-VENCTO-CR225(1: 4) TO ANO-LISTA-W
              MOVE DATA-LISTA-W    TO GS-LINDET(29: 10)
           END-IF
           MOVE VALOR-CR225           TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W         TO GS-LINDET(40: 13)
           PERFORM DESCRICAO-SITUACAO
           MOVE SITUACAO-LISTA-W      TO GS-LINDET(54: 11)
           MOVE COD-COMPL-CR225       TO GS-LINDET(66: 09)
           MOVE SEQ-CR225             TO GS-LINDET(75: 05)
           MOVE "INSERE-LIST"         TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP241" TO DS-SET-NAME
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
           move "CRP241"            to logacess-programa
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

           CLOSE CRD020 CRD225 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
