       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP254.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Lista de trabalho do cobrador. Exibe a lista do
      *           dia (CRD234, montada a noite pelo CRP253 com as
      *           regras do CRD233) - promessas quebradas primeiro -
      *           e o cobrador registra o resultado de cada contato
      *           no CRD235: promessa (data e valor), nao atendeu,
      *           recusou, diz que ja pagou ou outro. Nova promessa
      *           substitui a pendente do mesmo titulo. Cada contato
      *           vai p/ o LOG001 e p/ as anotacoes do titulo
      *           (CRD200/CRD201 situacao 9). A promessa e conferida
      *           contra a baixa do CRD020 pelo CRP253 na noite
      *           seguinte a data prometida.

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
           COPY CRPX234.
           COPY CRPX235.
           COPY CGPX010.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW234.
       COPY CRPW235.
       COPY CGPW010.
       COPY LOGW001.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           COPY "CRP254.CPB".
           COPY "CRP254.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX      VALUE SPACES.
           05  ST-CRD200             PIC XX      VALUE SPACES.
           05  ST-CRD201             PIC XX      VALUE SPACES.
           05  ST-CRD234             PIC XX      VALUE SPACES.
           05  ST-CRD235             PIC XX      VALUE SPACES.
           05  ST-CGD010             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD020           PIC X(30)   VALUE SPACES.
           05  PATH-CRD200           PIC X(30)   VALUE SPACES.
           05  PATH-CRD201           PIC X(30)   VALUE SPACES.
           05  PATH-CRD234           PIC X(30)   VALUE SPACES.
           05  PATH-CRD235           PIC X(30)   VALUE SPACES.
           05  PATH-CGD010           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ULT-SEQ               PIC 9(5)    VALUE ZEROS.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)    VALUE ZEROS.
      *    DATA-LISTA-INV-W - GS-DATA-LISTA em AAAAMMDD (chave do
      *    CRD234).
           05  DATA-LISTA-INV-W      PIC 9(8)    VALUE ZEROS.
           05  DATA-PROMESSA-INV-W   PIC 9(8)    VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - conta os contatos da sessao p/ gravar
      *    no registro FECHADO do LOGACESS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
      *    PASSADA-W - CARREGA-ULTIMOS le a lista duas vezes: 1 so as
      *    promessas quebradas, 2 o restante.
           05  PASSADA-W             PIC 9(01)   VALUE ZEROS.
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
           MOVE "CRD234" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD234.
           MOVE "CRD235" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD235.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN I-O CRD234 CRD235 LOG001
           OPEN INPUT CRD020 CGD010
           PERFORM ABRE-ARQUIVO-ANOTACAO.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CGD010 <> "00"
              MOVE "ERRO ABERTURA CGD010: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CGD010 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD234 = "35"
              CLOSE CRD234      OPEN OUTPUT CRD234
              CLOSE CRD234      OPEN I-O CRD234
           END-IF.
           IF ST-CRD234 <> "00"
              MOVE "ERRO ABERTURA CRD234: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD234 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD235 = "35"
              CLOSE CRD235      OPEN OUTPUT CRD235
              CLOSE CRD235      OPEN I-O CRD235
           END-IF.
           IF ST-CRD235 <> "00"
              MOVE "ERRO ABERTURA CRD235: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD235 TO GS-MENSAGEM-ERRO(23: 02)
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
           MOVE "CRP254" TO ACESSO-PROGRAMA-W
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
           move "CRP254"            to logacess-programa
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

           MOVE WS-DATA-CPU TO DATA-HOJE-W.
           IF ERRO-W = ZEROS
                MOVE USUARIO-W TO GS-COBRADOR
                PERFORM ACHA-ULTIMA-LISTA
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN GS-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN GS-GRAVA-CONTATO-FLG-TRUE
                   PERFORM GRAVA-CONTATO
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN GS-CARREGA-ULT-TRUE
                   IF GS-DATA-LISTA = ZEROS
                      PERFORM ACHA-ULTIMA-LISTA
                   END-IF
                   PERFORM LIMPAR-DADOS
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

       ACHA-ULTIMA-LISTA SECTION.
      *    A lista do cobrador mais recente ate hoje (o CRP253 roda a
      *    noite; de manha a lista de "hoje" pode ainda nao existir
      *    se a rotina noturna falhou). O CRD234 guarda 30 dias, a
      *    leitura completa e curta.
           MOVE ZEROS TO DATA-LISTA-INV-W GS-DATA-LISTA.
           MOVE LOW-VALUES TO CHAVE-CR234.
           START CRD234 KEY IS NOT < CHAVE-CR234
                 INVALID KEY MOVE "10" TO ST-CRD234.
           PERFORM UNTIL ST-CRD234 = "10"
              READ CRD234 NEXT RECORD AT END MOVE "10" TO ST-CRD234
              NOT AT END
                IF DATA-LISTA-CR234 > DATA-HOJE-W
                   MOVE "10" TO ST-CRD234
                ELSE
                   IF COBRADOR-CR234 = GS-COBRADOR
                      MOVE DATA-LISTA-CR234 TO DATA-LISTA-INV-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           IF DATA-LISTA-INV-W > ZEROS
              MOVE DATA-LISTA-INV-W TO DATA-INV
              CALL "GRIDAT1" USING DATA-INV
              MOVE DATA-INV TO GS-DATA-LISTA
           END-IF.

       CARREGAR-DADOS SECTION.
      *    Re-le o item selecionado, o comprador (CGD010) e o ultimo
      *    contato registrado p/ o titulo (CRD235).
           PERFORM LIMPAR-DADOS.
           MOVE GS-DATA-LISTA TO DATA-INV.
           CALL "GRIDAT2" USING DATA-INV.
           MOVE DATA-INV      TO DATA-LISTA-CR234.
           MOVE GS-COBRADOR   TO COBRADOR-CR234.
           MOVE GS-COD-COMPL  TO COD-COMPL-CR234.
           MOVE GS-SEQ        TO SEQ-CR234.
           READ CRD234 INVALID KEY
                MOVE ZEROS TO GS-COD-COMPL GS-SEQ
                EXIT SECTION
           END-READ.
           MOVE COD-COMPL-CR234(2: 4) TO GS-CONTRATO.
           MOVE COD-COMPL-CR234(6: 4) TO GS-ALBUM.
           MOVE NR-DOCTO-CR234        TO GS-DOCTO.
           MOVE DATA-VENCTO-CR234     TO DATA-INV.
           IF DATA-INV > ZEROS
              CALL "GRIDAT1" USING DATA-INV
           END-IF.
           MOVE DATA-INV              TO GS-VENCTO.
           MOVE VALOR-CR234           TO GS-VALOR-TITULO
                                         GS-VALOR-PROMESSA.
           MOVE PORTADOR-CR234        TO GS-PORTADOR.
           MOVE CARTEIRA-CR234        TO GS-CARTEIRA.
           MOVE DIAS-ATRASO-CR234     TO GS-DIAS-ATRASO.
           IF CR234-PROMESSA-QUEBRADA
              MOVE DATA-PROMESSA-CR234(7: 2) TO DIA-LISTA-W
              MOVE DATA-PROMESSA-CR234(5: 2) TO MES-LISTA-W
              MOVE DATA-PROMESSA-CR234(1: 4) TO ANO-LISTA-W
              STRING "PROMESSA QUEBRADA - PROMETIDO P/ " DATA-LISTA-W
                     DELIMITED BY SIZE INTO GS-PROMESSA-QUEBRADA
           END-IF.
           MOVE COD-COMPL-CR234 TO COD-COMPL-CG10.
           READ CGD010 INVALID KEY
                MOVE "*** CONTRATO NAO CADASTRADO ***" TO GS-COMPRADOR
              NOT INVALID KEY
                MOVE COMPRADOR-CG10 TO GS-COMPRADOR
           END-READ.
           PERFORM LE-ULTIMO-CONTATO.

       LE-ULTIMO-CONTATO SECTION.
      *    A chave do CRD235 e cronologica dentro do titulo: fica o
      *    ultimo registro lido.
           MOVE SPACES          TO GS-ULT-CONTATO.
           MOVE COD-COMPL-CR234 TO COD-COMPL-CR235.
           MOVE SEQ-CR234       TO SEQ-CR235.
           MOVE ZEROS           TO DATA-CONTATO-CR235
                                   HORA-CONTATO-CR235.
           START CRD235 KEY IS NOT < CHAVE-CR235 INVALID KEY
                 MOVE "10" TO ST-CRD235.
           PERFORM UNTIL ST-CRD235 = "10"
             READ CRD235 NEXT RECORD AT END MOVE "10" TO ST-CRD235
               NOT AT END
                 IF COD-COMPL-CR235 <> COD-COMPL-CR234 OR
                    SEQ-CR235 <> SEQ-CR234
                    MOVE "10" TO ST-CRD235
                 ELSE
                    MOVE SPACES TO GS-ULT-CONTATO
                    MOVE DATA-CONTATO-CR235(7: 2) TO DIA-LISTA-W
                    MOVE DATA-CONTATO-CR235(5: 2) TO MES-LISTA-W
                    MOVE DATA-CONTATO-CR235(1: 4) TO ANO-LISTA-W
                    MOVE DATA-LISTA-W       TO GS-ULT-CONTATO(01: 10)
                    MOVE COBRADOR-CR235     TO GS-ULT-CONTATO(12: 20)
                    MOVE RESULTADO-CR235    TO GS-ULT-CONTATO(33: 01)
                    IF CR235-PROMESSA
                       MOVE SITUACAO-PROM-CR235
                                            TO GS-ULT-CONTATO(35: 01)
                    END-IF
                    MOVE OBS-CR235(1: 44)   TO GS-ULT-CONTATO(37: 44)
                 END-IF
             END-READ
           END-PERFORM.

       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           MOVE SPACES TO GS-DOCTO GS-COMPRADOR GS-PROMESSA-QUEBRADA
                          GS-ULT-CONTATO GS-RESULTADO GS-OBS.
           MOVE ZEROS  TO GS-CONTRATO GS-ALBUM GS-VENCTO
                          GS-VALOR-TITULO GS-PORTADOR GS-CARTEIRA
                          GS-DIAS-ATRASO GS-DATA-PROMESSA
                          GS-VALOR-PROMESSA.

       GRAVA-CONTATO SECTION.
      *    Registra o contato com o titulo selecionado: CRD235 (+ LOG
      *    "I"), marca o item da lista como contatado e anota no
      *    titulo (CRD200/CRD201 situacao 9). Promessa nova encerra
      *    a pendente do mesmo titulo como substituida (S).
           IF GS-SEQ = ZEROS
              MOVE "Selecione o titulo na lista" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE GS-RESULTADO TO RESULTADO-CR235.
           IF NOT CR235-RESULTADO-VALIDO
              MOVE "Resultado invalido (P, N, R, J ou O)"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE ZEROS TO DATA-PROMESSA-INV-W.
           IF CR235-PROMESSA
              MOVE GS-DATA-PROMESSA TO DATA-INV
              CALL "GRIDAT2" USING DATA-INV
              MOVE DATA-INV TO DATA-PROMESSA-INV-W
              IF DATA-PROMESSA-INV-W(5: 2) < "01" OR
                 DATA-PROMESSA-INV-W(5: 2) > "12" OR
                 DATA-PROMESSA-INV-W(7: 2) < "01" OR
                 DATA-PROMESSA-INV-W(7: 2) > "31"
                 MOVE "Data da promessa invalida" TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 EXIT SECTION
              END-IF
              IF DATA-PROMESSA-INV-W < DATA-HOJE-W
                 MOVE "Data da promessa anterior a hoje"
                   TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 EXIT SECTION
              END-IF
              IF GS-VALOR-PROMESSA = ZEROS
                 MOVE "Informe o valor prometido" TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 EXIT SECTION
              END-IF
           END-IF.
           MOVE GS-DATA-LISTA TO DATA-INV.
           CALL "GRIDAT2" USING DATA-INV.
           MOVE DATA-INV      TO DATA-LISTA-CR234.
           MOVE GS-COBRADOR   TO COBRADOR-CR234.
           MOVE GS-COD-COMPL  TO COD-COMPL-CR234.
           MOVE GS-SEQ        TO SEQ-CR234.
           READ CRD234 INVALID KEY
                MOVE "Titulo nao localizado na lista" TO
                     GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-READ.
           MOVE COD-COMPL-CR234 TO COD-COMPL-CR20.
           MOVE SEQ-CR234       TO SEQ-CR20.
           READ CRD020 INVALID KEY
                MOVE 9 TO BAIXADO-CR20
           END-READ.
           IF BAIXADO-CR20 <> 0
              MOVE "Titulo nao esta mais em aberto no contas a receber"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE "Confirma o registro do contato ?" TO MENSAGEM
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU TO DATA-HOJE-W.
           IF GS-RESULTADO = "P"
              PERFORM SUBSTITUI-PROMESSA-PENDENTE
           END-IF.

           INITIALIZE REG-CRD235.
           MOVE COD-COMPL-CR234     TO COD-COMPL-CR235.
           MOVE SEQ-CR234           TO SEQ-CR235.
           MOVE DATA-HOJE-W         TO DATA-CONTATO-CR235.
           ACCEPT HORA-BRA FROM TIME.
           MOVE HORA-BRA            TO HORA-CONTATO-CR235.
           MOVE COBRADOR-CR234      TO COBRADOR-CR235.
           MOVE GS-RESULTADO        TO RESULTADO-CR235.
           MOVE GS-OBS              TO OBS-CR235.
           IF CR235-PROMESSA
              MOVE DATA-PROMESSA-INV-W TO DATA-PROMESSA-CR235
              MOVE GS-VALOR-PROMESSA   TO VALOR-PROMESSA-CR235
              MOVE "P"                 TO SITUACAO-PROM-CR235
           ELSE
              MOVE SPACES              TO SITUACAO-PROM-CR235
           END-IF.
           MOVE ZEROS TO ST-CRD235.
           PERFORM UNTIL ST-CRD235 = "10"
              WRITE REG-CRD235 INVALID KEY
                 ADD 1 TO HORA-CONTATO-CR235
              NOT INVALID KEY
                 MOVE "10" TO ST-CRD235
              END-WRITE
           END-PERFORM.
           MOVE "I" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG-CONTATO.

           MOVE "C"          TO SITUACAO-CR234.
           MOVE GS-RESULTADO TO RESULTADO-CR234.
           REWRITE REG-CRD234
           END-REWRITE.

           PERFORM GRAVA-ANOTACAO-CONTATO.
           ADD 1 TO CONT-GRAVACOES-W.

           MOVE "Contato registrado" TO MENSAGEM
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           PERFORM LIMPAR-DADOS.
           MOVE ZEROS TO GS-COD-COMPL GS-SEQ.

       SUBSTITUI-PROMESSA-PENDENTE SECTION.
      *    So uma promessa pendente por titulo: a anterior ainda no
      *    prazo passa a S e nao entra na conferencia do CRP253.
           MOVE COD-COMPL-CR234 TO COD-COMPL-CR235.
           MOVE SEQ-CR234       TO SEQ-CR235.
           MOVE ZEROS           TO DATA-CONTATO-CR235
                                   HORA-CONTATO-CR235.
           START CRD235 KEY IS NOT < CHAVE-CR235 INVALID KEY
                 MOVE "10" TO ST-CRD235.
           PERFORM UNTIL ST-CRD235 = "10"
             READ CRD235 NEXT RECORD AT END MOVE "10" TO ST-CRD235
               NOT AT END
                 IF COD-COMPL-CR235 <> COD-COMPL-CR234 OR
                    SEQ-CR235 <> SEQ-CR234
                    MOVE "10" TO ST-CRD235
                 ELSE
                    IF CR235-PROMESSA AND CR235-PENDENTE
                       MOVE "S"         TO SITUACAO-PROM-CR235
                       MOVE DATA-HOJE-W TO DATA-VERIFICACAO-CR235
                       REWRITE REG-CRD235
                       END-REWRITE
                       MOVE "A" TO LOG1-OPERACAO
                       PERFORM GRAVA-LOG-CONTATO
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       GRAVA-LOG-CONTATO SECTION.
           MOVE "CRD235"    TO LOG1-ARQUIVO
           MOVE REG-CRD235  TO LOG1-REGISTRO
           PERFORM GRAVA-LOG.

       GRAVA-LOG SECTION.
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CRP254"    TO LOG1-PROGRAMA
           MOVE 1 TO LOG1-SEQUENCIA
           MOVE "10" TO ST-LOG001
           PERFORM UNTIL ST-LOG001 = "00"
                WRITE REG-LOG001 INVALID KEY
                    ADD 1 TO LOG1-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO ST-LOG001
                END-WRITE
           END-PERFORM.

       GRAVA-ANOTACAO-CONTATO SECTION.
      *    Mesmo padrao CRD200/CRD201 da baixa manual do CRP217.
      *    SITUACAO-ANOTACAO-CR200 = 9 identifica contato de
      *    cobranca; na promessa DATA-RETORNO-CR200 = data prometida.
      *    Linha 1: resultado, titulo e promessa; linha 2: a
      *    observacao do cobrador, se houver.
           MOVE COD-COMPL-CR234 TO COD-COMPL-CR200
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
           START CRD200 KEY IS NOT < CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
             READ CRD200 NEXT RECORD AT END MOVE "10" TO ST-CRD200
               NOT AT END
                 IF COD-COMPL-CR200 <> COD-COMPL-CR234
                              MOVE "10" TO ST-CRD200
                 ELSE MOVE SEQ-CR200 TO ULT-SEQ
                      CONTINUE
             END-READ
           END-PERFORM.
           MOVE 9               TO SITUACAO-ANOTACAO-CR200.
           ADD 1 TO ULT-SEQ.
           MOVE ULT-SEQ         TO SEQ-CR200.
           MOVE COD-COMPL-CR234 TO COD-COMPL-CR200.
           MOVE DATA-PROMESSA-INV-W TO DATA-RETORNO-CR200.
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
           MOVE COD-COMPL-CR234 TO COD-COMPL-CR201.
           MOVE 1               TO SUBSEQ-CR201.
           MOVE SPACES          TO ANOTACAO-CR201.
           EVALUATE GS-RESULTADO
               WHEN "P"
                    MOVE DATA-PROMESSA-INV-W(7: 2) TO DIA-LISTA-W
                    MOVE DATA-PROMESSA-INV-W(5: 2) TO MES-LISTA-W
                    MOVE DATA-PROMESSA-INV-W(1: 4) TO ANO-LISTA-W
                    COMPUTE VALOR-ANOT-W = GS-VALOR-PROMESSA * 100
                    STRING "PROMESSA DE PAGTO SEQ: " SEQ-CR234
                           " P/ " DATA-LISTA-W " - VLR: " VALOR-ANOT-W
                           DELIMITED BY SIZE INTO ANOTACAO-CR201
               WHEN "N"
                    STRING "CONTATO COBRANCA SEQ: " SEQ-CR234
                           " - NAO ATENDEU/NAO LOCALIZADO"
                           DELIMITED BY SIZE INTO ANOTACAO-CR201
               WHEN "R"
                    STRING "CONTATO COBRANCA SEQ: " SEQ-CR234
                           " - RECUSOU PAGAR"
                           DELIMITED BY SIZE INTO ANOTACAO-CR201
               WHEN "J"
                    STRING "CONTATO COBRANCA SEQ: " SEQ-CR234
                           " - INFORMA QUE JA PAGOU"
                           DELIMITED BY SIZE INTO ANOTACAO-CR201
               WHEN OTHER
                    STRING "CONTATO COBRANCA SEQ: " SEQ-CR234
                           " - OUTRO"
                           DELIMITED BY SIZE INTO ANOTACAO-CR201
           END-EVALUATE.
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
      *    Lista do cobrador/data da tela: primeiro as promessas
      *    quebradas, depois os demais titulos em ordem de contrato.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT GS-CONT-CONTATADOS GS-CONT-QUEBRADAS.
           IF GS-DATA-LISTA = ZEROS
              EXIT SECTION
           END-IF.
           MOVE GS-DATA-LISTA TO DATA-INV.
           CALL "GRIDAT2" USING DATA-INV.
           MOVE DATA-INV      TO DATA-LISTA-INV-W.
           MOVE 1 TO PASSADA-W.
           PERFORM LE-LISTA-COBRADOR.
           MOVE 2 TO PASSADA-W.
           PERFORM LE-LISTA-COBRADOR.

       LE-LISTA-COBRADOR SECTION.
           MOVE DATA-LISTA-INV-W TO DATA-LISTA-CR234.
           MOVE GS-COBRADOR      TO COBRADOR-CR234.
           MOVE ZEROS            TO COD-COMPL-CR234 SEQ-CR234.
           START CRD234 KEY IS NOT < CHAVE-CR234
                 INVALID KEY MOVE "10" TO ST-CRD234.
           MOVE SPACES TO GS-LINDET.
           PERFORM UNTIL ST-CRD234 = "10"
              READ CRD234 NEXT RECORD AT END MOVE "10" TO ST-CRD234
              NOT AT END
                IF DATA-LISTA-CR234 <> DATA-LISTA-INV-W OR
                   COBRADOR-CR234 <> GS-COBRADOR
                   MOVE "10" TO ST-CRD234
                ELSE
                   IF (PASSADA-W = 1 AND CR234-PROMESSA-QUEBRADA) OR
                      (PASSADA-W = 2 AND NOT CR234-PROMESSA-QUEBRADA)
                      PERFORM INSERE-ITEM-LISTA
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       INSERE-ITEM-LISTA SECTION.
           ADD 1 TO GS-CONT
           IF CR234-CONTATADO
              ADD 1 TO GS-CONT-CONTATADOS
           END-IF
           IF CR234-PROMESSA-QUEBRADA
              ADD 1 TO GS-CONT-QUEBRADAS
           END-IF
           MOVE SPACES TO GS-LINDET
           MOVE COD-COMPL-CR234(2: 4) TO GS-LINDET(01: 04)
           MOVE COD-COMPL-CR234(6: 4) TO GS-LINDET(06: 04)
           MOVE SEQ-CR234             TO GS-LINDET(11: 05)
           MOVE NR-DOCTO-CR234        TO GS-LINDET(17: 11)
           IF DATA-VENCTO-CR234 > ZEROS
              MOVE DATA-VENCTO-CR234(7: 2) TO DIA-LISTA-W
              MOVE DATA-VENCTO-CR234(5: 2) TO MES-LISTA-W
              MOVE DATA-VENCTO-CR234(1: 4) TO ANO-LISTA-W
              MOVE DATA-LISTA-W       TO GS-LINDET(29: 10)
           END-IF
           MOVE DIAS-ATRASO-CR234     TO DIAS-LISTA-W
           MOVE DIAS-LISTA-W          TO GS-LINDET(40: 05)
           MOVE VALOR-CR234           TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W         TO GS-LINDET(46: 13)
      *    col 60 - Q = promessa quebrada; col 62 - resultado do
      *    contato ja registrado nesta lista.
           MOVE PROMESSA-CR234        TO GS-LINDET(60: 01)
           IF CR234-CONTATADO
              MOVE RESULTADO-CR234    TO GS-LINDET(62: 01)
           END-IF
           MOVE COD-COMPL-CR234       TO GS-LINDET(66: 09)
           MOVE SEQ-CR234             TO GS-LINDET(75: 05)
           MOVE "INSERE-LIST"         TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP254" TO DS-SET-NAME
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
           move "CRP254"            to logacess-programa
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

           CLOSE CRD020 CRD200 CRD201 CRD234 CRD235 CGD010 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
