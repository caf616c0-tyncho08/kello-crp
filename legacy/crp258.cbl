       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP258.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Geracao do carne (plano de parcelas) de um contrato
      *           novo. Para um contrato/album do CGD010 monta, a
      *           partir do valor total, da entrada (vence hoje), da
      *           quantidade de parcelas, do primeiro vencimento e do
      *           dia de vencimento das demais, o plano na list box;
      *           confirmado, grava os titulos no CRD020 a partir do
      *           proximo SEQ-CR20 livre (mesma varredura do CRP226),
      *           com portador, carteira e tipo de documento
      *           informados, um registro "I" no LOG001 por titulo e
      *           uma anotacao CRD200/CRD201 com o plano. Contrato que
      *           ja tem titulo em aberto so recebe carne depois de o
      *           usuario confirmar. Com a competencia contabil de
      *           hoje fechada (CRD223) a geracao e recusada.
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
           COPY CGPX010.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CGPW010.
       COPY LOGW001.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           COPY "CRP258.CPB".
           COPY "CRP258.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX      VALUE SPACES.
           05  ST-CRD200             PIC XX      VALUE SPACES.
           05  ST-CRD201             PIC XX      VALUE SPACES.
           05  ST-CGD010             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD020           PIC X(30)   VALUE SPACES.
           05  PATH-CRD200           PIC X(30)   VALUE SPACES.
           05  PATH-CRD201           PIC X(30)   VALUE SPACES.
           05  PATH-CGD010           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ULT-SEQ               PIC 9(5)    VALUE ZEROS.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  COD-COMPL-CR20-W      PIC 9(09)   VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - conta os registros CRD020 gravados na
      *    sessao p/ o registro FECHADO do LOGACESS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
      *    COMPET-FECHADA-W - devolvido pelo CRPCOMPE: "S" = hoje cai
      *    em competencia contabil fechada.
           05  COMPET-FECHADA-W      PIC X(01)   VALUE "N".
               88  COMPETENCIA-FECHADA           VALUE "S".
           05  GEROU-W               PIC X(01)   VALUE "N".
      *    Areas da montagem do plano.
           05  DATA-HOJE-W           PIC 9(08)   VALUE ZEROS.
           05  PRIM-VENCTO-INV-W     PIC 9(08)   VALUE ZEROS.
           05  VENCTO-PARC-W.
               10  ANO-PARC-W        PIC 9(04).
               10  MES-PARC-W        PIC 9(02).
               10  DIA-PARC-W        PIC 9(02).
           05  VENCTO-PARC-N-W REDEFINES VENCTO-PARC-W PIC 9(08).
           05  DIA-BASE-W            PIC 9(02)   VALUE ZEROS.
      *    DATA-MES-W / ULT-DIA-MES-W - ACHA-ULTIMO-DIA-MES devolve
      *    em ULT-DIA-MES-W o ultimo dia do ano/mes de DATA-MES-W.
           05  DATA-MES-W.
               10  ANO-MES-W         PIC 9(04).
               10  MES-MES-W         PIC 9(02).
               10  DIA-MES-W         PIC 9(02).
           05  DATA-MES-N-W REDEFINES DATA-MES-W PIC 9(08).
           05  ULT-DIA-MES-W         PIC 9(02)   VALUE ZEROS.
           05  DATA-PROX-MES-W       PIC 9(08)   VALUE ZEROS.
           05  DATA-FIM-MES-W        PIC 9(08)   VALUE ZEROS.
           05  SALDO-W               PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-PARC-W          PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-ULT-PARC-W      PIC 9(11)V99 VALUE ZEROS.
           05  IND-PARC-W            PIC 9(02)   VALUE ZEROS.
      *    TAB-PLANO-W - plano montado: entrada (se houver) e as
      *    parcelas do saldo, na ordem de gravacao.
           05  TAB-PLANO-W.
               10  TAB-PLANO-OCR OCCURS 100 TIMES.
                   15  PARCELA-PL-W      PIC X(05).
                   15  VENCTO-PL-W       PIC 9(08).
                   15  VALOR-PL-W        PIC 9(11)V99.
           05  QTDE-PLANO-W          PIC 9(03)   VALUE ZEROS.
           05  IND-PL-W              PIC 9(03)   VALUE ZEROS.
           05  CONT-ABERTOS-W        PIC 9(04)   VALUE ZEROS.
           05  ULT-SEQ-CR20-W        PIC 9(05)   VALUE ZEROS.
           05  PRIM-SEQ-W            PIC 9(05)   VALUE ZEROS.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  CONT-ABERTOS-DSP      PIC ZZZ9.
           05  QTDE-PARC-DSP         PIC Z9.
           05  QTDE-PLANO-DSP        PIC ZZ9.
           05  PARC-DSP              PIC 99.
           05  DIA-DSP               PIC 99.
           05  SEQ-DSP               PIC ZZZZ9.
           05  SEQ2-DSP              PIC ZZZZ9.
           05  VALOR-LISTA-W         PIC ZZ.ZZZ.ZZZ,ZZ.
           05  VALOR-LISTA-2-W       PIC ZZ.ZZZ.ZZZ,ZZ.
           05  VALOR-LISTA-3-W       PIC ZZ.ZZZ.ZZZ,ZZ.
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
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN I-O CRD020 LOG001
           OPEN INPUT CGD010
           PERFORM ABRE-ARQUIVO-ANOTACAO.
           IF ST-CRD020 = "35"
              CLOSE CRD020      OPEN OUTPUT CRD020
              CLOSE CRD020      OPEN I-O CRD020
           END-IF.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CGD010 <> "00"
              MOVE "ERRO ABERTURA CGD010: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CGD010 TO GS-MENSAGEM-ERRO(23: 02)
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
           MOVE "CRP258" TO ACESSO-PROGRAMA-W
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
           move "CRP258"            to logacess-programa
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
                   PERFORM CARREGA-CONTRATO
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-SIMULA-FLG-TRUE
                   PERFORM MONTA-PLANO
                   IF ERRO-W = ZEROS
                      PERFORM EXIBE-PLANO
                   END-IF
                   MOVE ZEROS TO ERRO-W
               WHEN GS-GERA-FLG-TRUE
                   PERFORM GERA-CARNE
                   IF GEROU-W = "S"
                      PERFORM CARREGA-CONTRATO
                      PERFORM CARREGA-ULTIMOS
                   END-IF
                   MOVE ZEROS TO ERRO-W
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN GS-CARREGA-ULT-TRUE
                   PERFORM CARREGA-ULTIMOS
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

       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
      *    So limpa o plano; contrato/album ficam na tela com a lista
      *    dos titulos, p/ o operador conferir o que foi gravado.
           MOVE ZEROS  TO GS-VALOR-TOTAL GS-VALOR-ENTRADA GS-QTDE-PARC
                          GS-PRIM-VENCTO GS-DIA-VENCTO GS-PORTADOR
                          GS-CARTEIRA GS-VALOR-PARC.
           MOVE SPACES TO GS-TIPO-DOCTO.

       CARREGA-CONTRATO SECTION.
      *    Comprador do CGD010 e quantidade de titulos ainda em
      *    aberto do contrato/album.
           STRING "0" GS-CONTRATO GS-ALBUM INTO COD-COMPL-CR20.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR20-W.
           MOVE COD-COMPL-CR20-W TO COD-COMPL-CG10.
           READ CGD010 INVALID KEY
                MOVE "*** CONTRATO NAO CADASTRADO ***" TO GS-COMPRADOR
             NOT INVALID KEY
                MOVE COMPRADOR-CG10 TO GS-COMPRADOR
           END-READ.
           PERFORM CONTA-TITULOS-ABERTOS.
           MOVE CONT-ABERTOS-W TO GS-CONT-ABERTOS.

       CONTA-TITULOS-ABERTOS SECTION.
           MOVE ZEROS TO CONT-ABERTOS-W.
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
                   IF BAIXADO-CR20 = 0
                      ADD 1 TO CONT-ABERTOS-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       MONTA-PLANO SECTION.
      *    Valida a tela e monta TAB-PLANO-W (nada e gravado). O
      *    saldo (total - entrada) e dividido em parcelas iguais,
      *    truncadas no centavo; a ultima leva a diferenca. A
      *    primeira parcela vence na data digitada e as demais, mes
      *    a mes, no dia de vencimento (mes mais curto = ultimo dia
      *    do mes).
           MOVE ZEROS TO QTDE-PLANO-W GS-VALOR-PARC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU TO DATA-HOJE-W.
           PERFORM CARREGA-CONTRATO.
           IF GS-COMPRADOR = "*** CONTRATO NAO CADASTRADO ***"
              MOVE "Contrato/album nao cadastrado no CGD010"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-VALOR-TOTAL = ZEROS
              MOVE "Informe o valor total" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-VALOR-ENTRADA NOT < GS-VALOR-TOTAL
              MOVE "Entrada deve ser menor que o valor total"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-QTDE-PARC = ZEROS
              MOVE "Informe a quantidade de parcelas"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-PRIM-VENCTO = ZEROS
              MOVE "Informe o primeiro vencimento" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE GS-PRIM-VENCTO TO DATA-INV.
           CALL "GRIDAT2" USING DATA-INV.
           MOVE DATA-INV       TO PRIM-VENCTO-INV-W.
           MOVE DATA-INV       TO DATA-MES-N-W.
           MOVE ZEROS TO ULT-DIA-MES-W.
           IF MES-MES-W > ZEROS AND MES-MES-W < 13
              PERFORM ACHA-ULTIMO-DIA-MES
           END-IF.
           IF DIA-MES-W = ZEROS OR DIA-MES-W > ULT-DIA-MES-W
              MOVE "Primeiro vencimento invalido" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF PRIM-VENCTO-INV-W < DATA-HOJE-W
              MOVE "Primeiro vencimento anterior a hoje"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-DIA-VENCTO > 31
              MOVE "Dia de vencimento invalido" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-PORTADOR = ZEROS
              MOVE "Informe o portador" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-CARTEIRA = ZEROS
              MOVE "Informe a carteira" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-TIPO-DOCTO = SPACES
              MOVE "Informe o tipo de documento" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.

           COMPUTE SALDO-W = GS-VALOR-TOTAL - GS-VALOR-ENTRADA.
           COMPUTE VALOR-PARC-W = SALDO-W / GS-QTDE-PARC.
           IF VALOR-PARC-W = ZEROS
              MOVE "Saldo insuficiente p/ a quantidade de parcelas"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           COMPUTE VALOR-ULT-PARC-W = SALDO-W -
                   VALOR-PARC-W * (GS-QTDE-PARC - 1).
           MOVE VALOR-PARC-W TO GS-VALOR-PARC.

           IF GS-VALOR-ENTRADA > ZEROS
              ADD 1 TO QTDE-PLANO-W
              MOVE "ENT"            TO PARCELA-PL-W(QTDE-PLANO-W)
              MOVE DATA-HOJE-W      TO VENCTO-PL-W(QTDE-PLANO-W)
              MOVE GS-VALOR-ENTRADA TO VALOR-PL-W(QTDE-PLANO-W)
           END-IF.
           IF GS-DIA-VENCTO = ZEROS
              MOVE PRIM-VENCTO-INV-W(7: 2) TO DIA-BASE-W
           ELSE
              MOVE GS-DIA-VENCTO TO DIA-BASE-W
           END-IF.
           MOVE PRIM-VENCTO-INV-W TO VENCTO-PARC-N-W.
           MOVE GS-QTDE-PARC      TO QTDE-PARC-DSP.
           PERFORM VARYING IND-PARC-W FROM 1 BY 1
                   UNTIL IND-PARC-W > GS-QTDE-PARC
              IF IND-PARC-W > 1
                 PERFORM PROXIMO-VENCIMENTO
              END-IF
              ADD 1 TO QTDE-PLANO-W
              MOVE IND-PARC-W TO PARC-DSP
              MOVE SPACES TO PARCELA-PL-W(QTDE-PLANO-W)
              STRING PARC-DSP "/" GS-QTDE-PARC DELIMITED BY SIZE
                     INTO PARCELA-PL-W(QTDE-PLANO-W)
              MOVE VENCTO-PARC-N-W TO VENCTO-PL-W(QTDE-PLANO-W)
              IF IND-PARC-W = GS-QTDE-PARC
                 MOVE VALOR-ULT-PARC-W TO VALOR-PL-W(QTDE-PLANO-W)
              ELSE
                 MOVE VALOR-PARC-W     TO VALOR-PL-W(QTDE-PLANO-W)
              END-IF
           END-PERFORM.

       PROXIMO-VENCIMENTO SECTION.
           ADD 1 TO MES-PARC-W.
           IF MES-PARC-W > 12
              MOVE 1 TO MES-PARC-W
              ADD 1 TO ANO-PARC-W
           END-IF.
           MOVE VENCTO-PARC-N-W TO DATA-MES-N-W.
           PERFORM ACHA-ULTIMO-DIA-MES.
           IF DIA-BASE-W > ULT-DIA-MES-W
              MOVE ULT-DIA-MES-W TO DIA-PARC-W
           ELSE
              MOVE DIA-BASE-W    TO DIA-PARC-W
           END-IF.

       ACHA-ULTIMO-DIA-MES SECTION.
      *    Ultimo dia = vespera do dia 1 do mes seguinte.
           IF MES-MES-W = 12
              COMPUTE DATA-PROX-MES-W = (ANO-MES-W + 1) * 10000 + 101
           ELSE
              COMPUTE DATA-PROX-MES-W = ANO-MES-W * 10000 +
                                        (MES-MES-W + 1) * 100 + 1
           END-IF.
           COMPUTE DATA-FIM-MES-W = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(DATA-PROX-MES-W) - 1).
           MOVE DATA-FIM-MES-W(7: 2) TO ULT-DIA-MES-W.

       EXIBE-PLANO SECTION.
      *    Plano montado na list box, no lugar dos titulos do
      *    contrato: parcela, vencimento e valor.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           PERFORM VARYING IND-PL-W FROM 1 BY 1
                   UNTIL IND-PL-W > QTDE-PLANO-W
              ADD 1 TO GS-CONT
              MOVE SPACES TO GS-LINDET
              MOVE PARCELA-PL-W(IND-PL-W) TO GS-LINDET(01: 05)
              MOVE VENCTO-PL-W(IND-PL-W)(7: 2) TO DIA-LISTA-W
              MOVE VENCTO-PL-W(IND-PL-W)(5: 2) TO MES-LISTA-W
              MOVE VENCTO-PL-W(IND-PL-W)(1: 4) TO ANO-LISTA-W
              MOVE DATA-LISTA-W           TO GS-LINDET(13: 10)
              MOVE VALOR-PL-W(IND-PL-W)   TO VALOR-LISTA-W
              MOVE VALOR-LISTA-W          TO GS-LINDET(24: 13)
              IF PARCELA-PL-W(IND-PL-W) = "ENT"
                 MOVE "ENTRADA"           TO GS-LINDET(39: 07)
              END-IF
              MOVE "INSERE-LIST"          TO DS-PROCEDURE
              PERFORM CALL-DIALOG-SYSTEM
           END-PERFORM.

       GERA-CARNE SECTION.
      *    Monta e mostra o plano, confere a competencia e os titulos
      *    em aberto do contrato, pede confirmacao e grava.
           MOVE "N" TO GEROU-W.
           PERFORM MONTA-PLANO.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           PERFORM EXIBE-PLANO.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           CALL "CRPCOMPE" USING PARAMETROS-W WS-DATA-CPU
                                 COMPET-FECHADA-W.
           CANCEL "CRPCOMPE".
           IF COMPETENCIA-FECHADA
              MOVE "Competencia contabil do mes corrente esta fechada"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.

      *    Contrato com titulo em aberto normalmente ja tem carne (ou
      *    teve as parcelas digitadas a mao): so segue confirmando.
           IF CONT-ABERTOS-W > ZEROS
              MOVE CONT-ABERTOS-W TO CONT-ABERTOS-DSP
              MOVE SPACES TO MENSAGEM
              STRING "Contrato/album ja tem " DELIMITED BY SIZE
                     CONT-ABERTOS-DSP         DELIMITED BY SIZE
                     " titulo(s) em aberto. Gerar o carne mesmo "
                                              DELIMITED BY SIZE
                     "assim ?"                DELIMITED BY SIZE
                     INTO MENSAGEM
              END-STRING
              MOVE "Q" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
              IF RESP-MSG NOT EQUAL "S"
                 EXIT SECTION
              END-IF
           END-IF.

           MOVE QTDE-PLANO-W   TO QTDE-PLANO-DSP.
           MOVE GS-VALOR-TOTAL TO VALOR-LISTA-W.
           MOVE SPACES TO MENSAGEM.
           STRING "Gravar o carne com " DELIMITED BY SIZE
                  QTDE-PLANO-DSP        DELIMITED BY SIZE
                  " titulo(s), total de " DELIMITED BY SIZE
                  VALOR-LISTA-W         DELIMITED BY SIZE
                  " ?"                  DELIMITED BY SIZE
                  INTO MENSAGEM
           END-STRING.
           MOVE "Q" TO TIPO-MSG.
           PERFORM EXIBIR-MENSAGEM.
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.

           PERFORM GRAVA-TITULOS-CARNE.
           PERFORM GRAVA-ANOTACAO-CARNE.
           MOVE "S" TO GEROU-W.

           MOVE PRIM-SEQ-W     TO SEQ-DSP.
           MOVE ULT-SEQ-CR20-W TO SEQ2-DSP.
           MOVE SPACES TO MENSAGEM.
           STRING "Carne gerado - titulos SEQ " DELIMITED BY SIZE
                  SEQ-DSP               DELIMITED BY SIZE
                  " a "                 DELIMITED BY SIZE
                  SEQ2-DSP              DELIMITED BY SIZE
                  INTO MENSAGEM
           END-STRING.
           MOVE "C" TO TIPO-MSG.
           PERFORM EXIBIR-MENSAGEM.
           PERFORM LIMPAR-DADOS.

       GRAVA-TITULOS-CARNE SECTION.
      *    Grava o plano a partir do proximo SEQ-CR20 livre do
      *    contrato (mesma varredura do GERA-PARCELAS-NOVAS do
      *    CRP226). NR-DOCTO recebe "CNE" + seq p/ nao duplicar
      *    documento dentro do contrato; emissao/movimento de hoje.
           MOVE COD-COMPL-CR20-W TO COD-COMPL-CR20.
           MOVE ZEROS TO SEQ-CR20 ULT-SEQ-CR20-W PRIM-SEQ-W.
           START CRD020 KEY IS NOT < CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
             READ CRD020 NEXT RECORD AT END MOVE "10" TO ST-CRD020
               NOT AT END
                 IF COD-COMPL-CR20 <> COD-COMPL-CR20-W
                    MOVE "10" TO ST-CRD020
                 ELSE MOVE SEQ-CR20 TO ULT-SEQ-CR20-W
                      CONTINUE
             END-READ
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE   TO WS-DATA-SYS.
           PERFORM VARYING IND-PL-W FROM 1 BY 1
                   UNTIL IND-PL-W > QTDE-PLANO-W
              ADD 1 TO ULT-SEQ-CR20-W
              INITIALIZE REG-CRD020
              MOVE COD-COMPL-CR20-W     TO COD-COMPL-CR20
              MOVE ULT-SEQ-CR20-W       TO SEQ-CR20
              MOVE ZEROS                TO SITUACAO-CR20 BAIXADO-CR20
              MOVE GS-TIPO-DOCTO        TO TIPO-DOCTO-CR20
              MOVE WS-DATA-CPU          TO DATA-EMISSAO-CR20
                                           DATA-MOVTO-CR20
              MOVE VENCTO-PL-W(IND-PL-W) TO DATA-VENCTO-CR20
              MOVE VALOR-PL-W(IND-PL-W) TO VALOR-TOT-CR20
              MOVE GS-PORTADOR          TO PORTADOR-CR20
              MOVE GS-CARTEIRA          TO CARTEIRA-CR20
              MOVE ZEROS                TO DATA-PAGTO-CR20
                                           VALOR-PAGO-CR20
              MOVE ZEROS TO ST-CRD020
              PERFORM UNTIL ST-CRD020 = "10"
                 MOVE SPACES               TO NR-DOCTO-CR20
                 MOVE "CNE"                TO NR-DOCTO-CR20(1: 3)
                 MOVE SEQ-CR20             TO NR-DOCTO-CR20(4: 5)
                 WRITE REG-CRD020 INVALID KEY
                    ADD 1 TO SEQ-CR20
                    MOVE SEQ-CR20 TO ULT-SEQ-CR20-W
                    CONTINUE
                  NOT INVALID KEY MOVE "10" TO ST-CRD020
              END-PERFORM
              IF PRIM-SEQ-W = ZEROS
                 MOVE SEQ-CR20 TO PRIM-SEQ-W
              END-IF
              PERFORM GRAVA-LOG-INCLUSAO
              ADD 1 TO CONT-GRAVACOES-W
           END-PERFORM.

       GRAVA-LOG-INCLUSAO SECTION.
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "I"         TO LOG1-OPERACAO
           MOVE "CRD020"    TO LOG1-ARQUIVO
           MOVE "CRP258"    TO LOG1-PROGRAMA
           MOVE REG-CRD020  TO LOG1-REGISTRO
           MOVE 1 TO LOG1-SEQUENCIA
           MOVE "10" TO ST-LOG001
           PERFORM UNTIL ST-LOG001 = "00"
                WRITE REG-LOG001 INVALID KEY
                    ADD 1 TO LOG1-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO ST-LOG001
                END-WRITE
           END-PERFORM.

       GRAVA-ANOTACAO-CARNE SECTION.
      *    Uma anotacao CRD200/CRD201 sob o COD-COMPL do contrato com
      *    o plano gravado, no mesmo padrao do GRAVA-ANOTACAO-
      *    RENEGOCIACAO do CRP226. SITUACAO-ANOTACAO-CR200 = 5
      *    (plano de parcelas gerado); o texto "CARNE" distingue da
      *    renegociacao.
           MOVE COD-COMPL-CR20-W TO COD-COMPL-CR200
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
           START CRD200 KEY IS NOT < CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
             READ CRD200 NEXT RECORD AT END MOVE "10" TO ST-CRD200
               NOT AT END
                 IF COD-COMPL-CR200 <> COD-COMPL-CR20-W
                              MOVE "10" TO ST-CRD200
                 ELSE MOVE SEQ-CR200 TO ULT-SEQ
                      CONTINUE
             END-READ
           END-PERFORM.
           MOVE 5               TO SITUACAO-ANOTACAO-CR200.
           ADD 1 TO ULT-SEQ.
           MOVE ULT-SEQ          TO SEQ-CR200.
           MOVE COD-COMPL-CR20-W TO COD-COMPL-CR200.
           MOVE ZEROS            TO DATA-RETORNO-CR200.
           MOVE USUARIO-W        TO USUARIO-CR200.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU      TO DATA-MOVTO-CR200.
           ACCEPT HORA-BRA FROM TIME.
           MOVE HORA-BRA(1: 4)   TO HORA-MOVTO-CR200.

           MOVE ZEROS TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
              WRITE REG-CRD200 INVALID KEY
                 ADD 1 TO SEQ-CR200
                 CONTINUE
               NOT INVALID KEY MOVE "10" TO ST-CRD200
           END-PERFORM.

           MOVE SEQ-CR200        TO SEQ-CR201.
           MOVE COD-COMPL-CR20-W TO COD-COMPL-CR201.
           MOVE GS-VALOR-TOTAL   TO VALOR-LISTA-W.
           MOVE GS-VALOR-ENTRADA TO VALOR-LISTA-2-W.
           MOVE VALOR-PARC-W     TO VALOR-LISTA-3-W.
           MOVE SPACES TO ANOTACAO-CR201.
           STRING "CARNE - TOTAL "  DELIMITED BY SIZE
                  VALOR-LISTA-W     DELIMITED BY SIZE
                  " ENTRADA "       DELIMITED BY SIZE
                  VALOR-LISTA-2-W   DELIMITED BY SIZE
                  " - "             DELIMITED BY SIZE
                  QTDE-PARC-DSP     DELIMITED BY SIZE
                  " PARC DE "       DELIMITED BY SIZE
                  VALOR-LISTA-3-W   DELIMITED BY SIZE
                  INTO ANOTACAO-CR201
           END-STRING.
           MOVE 1 TO SUBSEQ-CR201.
           PERFORM GRAVA-LINHA-ANOTACAO.

           MOVE PRIM-VENCTO-INV-W(7: 2) TO DIA-LISTA-W.
           MOVE PRIM-VENCTO-INV-W(5: 2) TO MES-LISTA-W.
           MOVE PRIM-VENCTO-INV-W(1: 4) TO ANO-LISTA-W.
           MOVE DIA-BASE-W     TO DIA-DSP.
           MOVE PRIM-SEQ-W     TO SEQ-DSP.
           MOVE ULT-SEQ-CR20-W TO SEQ2-DSP.
           MOVE SPACES TO ANOTACAO-CR201.
           STRING "1o VENC "        DELIMITED BY SIZE
                  DATA-LISTA-W      DELIMITED BY SIZE
                  " DIA "           DELIMITED BY SIZE
                  DIA-DSP           DELIMITED BY SIZE
                  " PORTADOR "      DELIMITED BY SIZE
                  GS-PORTADOR       DELIMITED BY SIZE
                  " CART "          DELIMITED BY SIZE
                  GS-CARTEIRA       DELIMITED BY SIZE
                  " TIPO "          DELIMITED BY SIZE
                  GS-TIPO-DOCTO     DELIMITED BY SIZE
                  " SEQ "           DELIMITED BY SIZE
                  SEQ-DSP           DELIMITED BY SIZE
                  " A "             DELIMITED BY SIZE
                  SEQ2-DSP          DELIMITED BY SIZE
                  INTO ANOTACAO-CR201
           END-STRING.
           ADD 1 TO SUBSEQ-CR201.
           PERFORM GRAVA-LINHA-ANOTACAO.

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

       CARREGA-ULTIMOS SECTION.
      *    Lista, na list box, todos os titulos do contrato/album
      *    digitado com vencimento, valor e a marca do estado da
      *    baixa - mesma listagem do CRP226.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           STRING "0" GS-CONTRATO GS-ALBUM INTO COD-COMPL-CR20.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR20-W.
           MOVE ZEROS          TO SEQ-CR20.
           START CRD020 KEY IS NOT < CHAVE-CR20
                 INVALID KEY MOVE "10" TO ST-CRD020.
           MOVE SPACES TO GS-LINDET.
           MOVE ZEROS TO GS-CONT.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END MOVE "10" TO ST-CRD020
              NOT AT END
                IF COD-COMPL-CR20 <> COD-COMPL-CR20-W
                   MOVE "10" TO ST-CRD020
                ELSE
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE NR-DOCTO-CR20       TO GS-LINDET(01: 11)
                   IF DATA-VENCTO-CR20 > ZEROS
                      MOVE DATA-VENCTO-CR20(7: 2) TO DIA-LISTA-W
                      MOVE DATA-VENCTO-CR20(5: 2) TO MES-LISTA-W
                      MOVE DATA-VENCTO-CR20(1: 4) TO ANO-LISTA-W
                      MOVE DATA-LISTA-W    TO GS-LINDET(13: 10)
                   END-IF
                   MOVE VALOR-TOT-CR20      TO VALOR-LISTA-W
                   MOVE VALOR-LISTA-W       TO GS-LINDET(24: 13)
                   EVALUATE BAIXADO-CR20
                       WHEN 1
                            MOVE "BAIXADO" TO GS-LINDET(39: 07)
                       WHEN 2
                            MOVE "RENEGOC" TO GS-LINDET(39: 07)
                   END-EVALUATE
                   MOVE SEQ-CR20            TO GS-LINDET(71: 05)
                   MOVE "INSERE-LIST"       TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
              END-READ
           END-PERFORM.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP258" TO DS-SET-NAME
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
           move "CRP258"            to logacess-programa
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

           CLOSE CRD020 CRD200 CRD201 CGD010 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
