       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP233.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Estorno de baixa aplicada no titulo errado (baixa
      *           manual do CRP217 na parcela errada, PIX do CRP227
      *           casado com outro titulo, retorno aplicado no
      *           contrato errado). Reabre o titulo (BAIXADO-CR20,
      *           DATA-PAGTO-CR20 e VALOR-PAGO-CR20 zerados), cancela
      *           o titulo residual que o GERA-TITULO-RESIDUAL do
      *           CRP9110 desdobrou daquele pagamento (BAIXADO-CR20 =
      *           3), grava anotacao CRD200/CRD201 e as imagens antes
      *           ("B") e depois ("A") no LOG001, e deixa o estorno no
      *           CRD221 p/ a proxima interface contabil (CRP222)
      *           lancar a linha negativa. Exige a senha de um segundo
      *           usuario aprovador, como a transferencia de portador
      *           do CRP9109. O estorno e lancado na data de hoje -
      *           competencia contabil de hoje fechada (CRD223,
      *           CRP236) recusa o estorno. Credito do cliente
      *           (CRD222): o credito a maior gerado por esta baixa e
      *           cancelado e o credito aplicado nela pelo CRP234
      *           recupera o saldo; credito ja usado/devolvido recusa
      *           o estorno.

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
           COPY CRPX221.
           COPY CRPX222.
           COPY CAPX002.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW219.
       COPY CRPW221.
       COPY CRPW222.
       COPY CAPW002.
       COPY LOGW001.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           COPY "CRP233.CPB".
           COPY "CRP233.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX      VALUE SPACES.
           05  ST-CRD200             PIC XX      VALUE SPACES.
           05  ST-CRD201             PIC XX      VALUE SPACES.
           05  ST-CRD219             PIC XX      VALUE SPACES.
           05  ST-CRD221             PIC XX      VALUE SPACES.
           05  ST-CRD222             PIC XX      VALUE SPACES.
           05  ST-CAD002             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD020           PIC X(30)   VALUE SPACES.
           05  PATH-CRD200           PIC X(30)   VALUE SPACES.
           05  PATH-CRD201           PIC X(30)   VALUE SPACES.
           05  PATH-CRD219           PIC X(30)   VALUE SPACES.
           05  PATH-CRD221           PIC X(30)   VALUE SPACES.
           05  PATH-CRD222           PIC X(30)   VALUE SPACES.
           05  PATH-CAD002           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ULT-SEQ               PIC 9(5)    VALUE ZEROS.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  COD-COMPL-CR20-W      PIC 9(09)   VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - conta os estornos da sessao p/ gravar
      *    no registro FECHADO do LOGACESS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
      *    SENHA-OK-W so vai a 1 quando VALIDAR-SENHA confere a senha
      *    do segundo usuario (GS-ACP-USUARIO, diferente do usuario
      *    logado) no CAD002; o estorno exige isso e volta a zero
      *    depois de cada estorno.
           05  SENHA-OK-W            PIC 9       VALUE ZEROS.
           05  SENHA-RESULTADO-W     PIC X(01)   VALUE SPACES.
           05  APROVADOR-W           PIC X(20)   VALUE SPACES.
      *    REG-CRD020-ANTES-W - imagem do titulo antes do estorno
      *    (LOG001 "B" e valores do CRD221).
           05  REG-CRD020-ANTES-W    PIC X(112)  VALUE SPACES.
           05  DATA-PAGTO-ANTES-W    PIC 9(08)   VALUE ZEROS.
           05  VALOR-PAGO-ANTES-W    PIC 9(11)V99 VALUE ZEROS.
           05  SEQ-TITULO-W          PIC 9(05)   VALUE ZEROS.
      *    SEQ-RESIDUAL-W - SEQ-CR20 do residual desdobrado da baixa
      *    a estornar (achado na anotacao "BAIXA PARCIAL" do
      *    CRP9110); zeros = nenhum residual em aberto.
           05  SEQ-RESIDUAL-W        PIC 9(05)   VALUE ZEROS.
           05  SEQ-RESIDUAL-ANOT-W   PIC 9(05)   VALUE ZEROS.
           05  RESIDUAL-NO-BANCO-W   PIC X(01)   VALUE "N".
      *    Creditos do cliente (CRD222) afetados pelo estorno, achados
      *    antes da confirmacao por LOCALIZA-CREDITOS:
      *    TAB-CRED-GERADO-W - creditos a maior (TIPO "A") gerados
      *    por esta baixa (SEQ-TITULO-CR222 = titulo), a cancelar;
      *    SEQ-CRED-APLIC-W/VALOR-CRED-APLIC-W - credito aplicado
      *    neste titulo pelo CRP234 (ultima anotacao "APLICADO NO
      *    SEQ" do titulo sem estorno depois), a devolver ao saldo.
           05  TAB-CRED-GERADO-W.
               10  SEQ-CRED-GERADO-W OCCURS 20 TIMES PIC 9(05).
           05  QTDE-CRED-GERADO-W    PIC 9(02)   VALUE ZEROS.
           05  IND-CRED-W            PIC 9(02)   VALUE ZEROS.
           05  SEQ-CRED-APLIC-W      PIC 9(05)   VALUE ZEROS.
           05  VALOR-CRED-APLIC-W    PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-APLIC-ANOT-W    PIC 9(13)   VALUE ZEROS.
      *    COMPET-FECHADA-W - devolvido pelo CRPCOMPE: "S" = a data
      *    do estorno cai em competencia contabil fechada.
           05  COMPET-FECHADA-W      PIC X(01)   VALUE "N".
               88  COMPETENCIA-FECHADA           VALUE "S".
           05  VALOR-ANOT-W          PIC 9(13)   VALUE ZEROS.
           05  VALOR-LISTA-W         PIC ZZ.ZZZ.ZZZ,ZZ.
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
           MOVE "CRD221" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD221.
           MOVE "CRD222" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD222.
           MOVE "CAD002" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD002.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN I-O CRD020 LOG001 CRD221 CRD222
           OPEN INPUT CAD002 CRD219
           PERFORM ABRE-ARQUIVO-ANOTACAO.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CAD002 <> "00"
              MOVE "ERRO ABERTURA CAD002: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CAD002 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD219 = "35"
              CLOSE CRD219      OPEN OUTPUT CRD219
              CLOSE CRD219      OPEN INPUT CRD219
           END-IF.
           IF ST-CRD219 <> "00"
              MOVE "ERRO ABERTURA CRD219: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD219 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD221 = "35"
              CLOSE CRD221      OPEN OUTPUT CRD221
              CLOSE CRD221      OPEN I-O CRD221
           END-IF.
           IF ST-CRD221 <> "00"
              MOVE "ERRO ABERTURA CRD221: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD221 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD222 = "35"
              CLOSE CRD222      OPEN OUTPUT CRD222
              CLOSE CRD222      OPEN I-O CRD222
           END-IF.
           IF ST-CRD222 <> "00"
              MOVE "ERRO ABERTURA CRD222: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD222 TO GS-MENSAGEM-ERRO(23: 02)
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
           MOVE "CRP233" TO ACESSO-PROGRAMA-W
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
           move "CRP233"            to logacess-programa
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
               WHEN GS-VALIDA-SENHA-TRUE
                   PERFORM VALIDAR-SENHA
               WHEN GS-ESTORNAR-FLG-TRUE
                   IF SENHA-OK-W = 1
                      PERFORM ESTORNAR-BAIXA
                      MOVE ZEROS TO SENHA-OK-W
                      PERFORM CARREGA-ULTIMOS
                   ELSE
                      MOVE "Aprovacao de um Segundo Usuario e Obrigatori
      -                    "a Antes do Estorno da Baixa"
                        TO MENSAGEM
                      MOVE "C" TO TIPO-MSG
                      PERFORM EXIBIR-MENSAGEM
                   END-IF
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN GS-CARREGA-ULT-TRUE
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CARREGA-LIST-BOX-TRUE
                   MOVE GS-LINDET(71: 05) TO GS-SEQ
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

       VALIDAR-SENHA SECTION.
      *    O estorno exige a senha de um SEGUNDO usuario (o
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

       MONTAR-CHAVE-TITULO SECTION.
      *    Monta COD-COMPL-CR20 a partir de contrato+album digitados
      *    (classe 0 + contrato + album), como no CRP217.
           STRING "0" GS-CONTRATO GS-ALBUM INTO COD-COMPL-CR20.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR20-W.
           MOVE GS-SEQ         TO SEQ-CR20.

       CARREGAR-DADOS SECTION.
      *    Re-le o titulo selecionado na list box e exibe a baixa
      *    que sera estornada p/ conferencia.
           PERFORM MONTAR-CHAVE-TITULO.
           READ CRD020 INVALID KEY
                INITIALIZE NR-DOCTO-CR20 DATA-VENCTO-CR20
                           VALOR-TOT-CR20 DATA-PAGTO-CR20
                           VALOR-PAGO-CR20
           END-READ.
           MOVE NR-DOCTO-CR20      TO GS-DOCTO.
           MOVE DATA-VENCTO-CR20   TO GS-VENCTO.
           MOVE VALOR-TOT-CR20     TO GS-VALOR-TITULO.
           MOVE DATA-PAGTO-CR20    TO DATA-INV.
           IF DATA-INV > ZEROS
              CALL "GRIDAT1" USING DATA-INV
           END-IF.
           MOVE DATA-INV           TO GS-DATA-PAGTO.
           MOVE VALOR-PAGO-CR20    TO GS-VALOR-PAGO.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
      *    Limpa o titulo, o motivo e o aprovador; contrato/album
      *    ficam na tela.
           MOVE SPACES TO GS-DOCTO GS-MOTIVO GS-ACP-USUARIO
                          GS-ACP-SENHA.
           MOVE ZEROS  TO GS-SEQ GS-VENCTO GS-VALOR-TITULO
                          GS-DATA-PAGTO GS-VALOR-PAGO.
           MOVE ZEROS  TO SENHA-OK-W.

       ESTORNAR-BAIXA SECTION.
      *    Desfaz a baixa do titulo carregado. So BAIXADO-CR20 = 1
      *    (pagamento - retorno, caixa ou PIX) e estornavel; a
      *    renegociacao (2) tem tratamento proprio no CRP226. Se a
      *    baixa gerou residual e ele ja foi pago, o residual tem de
      *    ser estornado antes.
           PERFORM MONTAR-CHAVE-TITULO.
           READ CRD020 INVALID KEY
                MOVE "Titulo nao localizado em CRD020"
                  TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-READ.
           IF BAIXADO-CR20 <> 1
              MOVE "Titulo nao esta baixado por pagamento"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-MOTIVO = SPACES
              MOVE "Informe o motivo do estorno" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
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
           MOVE REG-CRD020      TO REG-CRD020-ANTES-W.
           MOVE SEQ-CR20        TO SEQ-TITULO-W.
           MOVE DATA-PAGTO-CR20 TO DATA-PAGTO-ANTES-W.
           MOVE VALOR-PAGO-CR20 TO VALOR-PAGO-ANTES-W.

           PERFORM LOCALIZA-RESIDUAL.
           IF SEQ-RESIDUAL-W > ZEROS
              MOVE COD-COMPL-CR20-W TO COD-COMPL-CR20
              MOVE SEQ-RESIDUAL-W   TO SEQ-CR20
              READ CRD020 INVALID KEY
                   MOVE ZEROS TO SEQ-RESIDUAL-W
              NOT INVALID KEY
                   IF BAIXADO-CR20 = 1 OR BAIXADO-CR20 = 2
                      MOVE SPACES TO MENSAGEM
                      STRING "O residual desta baixa (seq "
                             SEQ-RESIDUAL-W
                             ") ja foi baixado - estorne o residual "
                             "antes" DELIMITED BY SIZE INTO MENSAGEM
                      END-STRING
                      MOVE "C" TO TIPO-MSG
                      PERFORM EXIBIR-MENSAGEM
                      EXIT SECTION
                   END-IF
                   IF BAIXADO-CR20 <> 0
                      MOVE ZEROS TO SEQ-RESIDUAL-W
                   END-IF
              END-READ
              MOVE REG-CRD020-ANTES-W TO REG-CRD020
           END-IF.

           PERFORM LOCALIZA-CREDITOS.
           IF ERRO-W <> ZEROS
              MOVE ZEROS TO ERRO-W
              EXIT SECTION
           END-IF.

           MOVE SPACES TO MENSAGEM.
           IF SEQ-RESIDUAL-W > ZEROS
              STRING "Confirma o estorno da baixa e o cancelamento do "
                     "titulo residual (seq " SEQ-RESIDUAL-W ") ?"
                     DELIMITED BY SIZE INTO MENSAGEM
              END-STRING
           ELSE
              MOVE "Confirma o estorno da baixa do titulo ?"
                TO MENSAGEM
           END-IF.
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.

      *    Titulo original: imagem antes, reabertura, imagem depois.
           MOVE REG-CRD020-ANTES-W TO REG-CRD020.
           MOVE "B"                TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG-TITULO.
           MOVE ZEROS TO BAIXADO-CR20 DATA-PAGTO-CR20 VALOR-PAGO-CR20.
           REWRITE REG-CRD020 INVALID KEY
                MOVE "ERRO REGRAVACAO CRD020: " TO GS-MENSAGEM-ERRO
                MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(25: 02)
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-REWRITE.
           MOVE "A"                TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG-TITULO.

           MOVE "N" TO RESIDUAL-NO-BANCO-W.
           IF SEQ-RESIDUAL-W > ZEROS
              PERFORM CANCELA-RESIDUAL
           END-IF.
           PERFORM ESTORNA-CREDITOS.

           MOVE REG-CRD020-ANTES-W TO REG-CRD020.
           PERFORM GRAVA-ANOTACAO-ESTORNO.
           PERFORM GRAVA-ESTORNO-CONTABIL.
           ADD 1 TO CONT-GRAVACOES-W.

           IF RESIDUAL-NO-BANCO-W = "S"
              MOVE "Estorno efetuado. O residual cancelado esta registra
      -            "do no banco - enviar pedido de baixa (instrucao 32)
      -            "pela remessa de instrucao" TO MENSAGEM
           ELSE
              MOVE "Estorno efetuado com sucesso" TO MENSAGEM
           END-IF.
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           PERFORM LIMPAR-DADOS.

       LOCALIZA-RESIDUAL SECTION.
      *    Procura, nas anotacoes do contrato, a ultima "BAIXA
      *    PARCIAL SEQ: <titulo> - RESID SEQ: <residual>" gravada
      *    pelo GRAVA-ANOTACAO-RESIDUAL do CRP9110 p/ este titulo.
           MOVE ZEROS            TO SEQ-RESIDUAL-W.
           MOVE COD-COMPL-CR20-W TO COD-COMPL-CR201.
           MOVE ZEROS            TO SEQ-CR201 SUBSEQ-CR201.
           START CRD201 KEY IS NOT < CHAVE-CR201 INVALID KEY
                 MOVE "10" TO ST-CRD201.
           PERFORM UNTIL ST-CRD201 = "10"
             READ CRD201 NEXT RECORD AT END MOVE "10" TO ST-CRD201
               NOT AT END
                 IF COD-COMPL-CR201 <> COD-COMPL-CR20-W
                    MOVE "10" TO ST-CRD201
                 ELSE
                    IF ANOTACAO-CR201(1: 19) = "BAIXA PARCIAL SEQ: "
                       AND ANOTACAO-CR201(20: 5) = SEQ-TITULO-W
                       AND ANOTACAO-CR201(39: 5) NUMERIC
                       MOVE ANOTACAO-CR201(39: 5) TO SEQ-RESIDUAL-W
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       LOCALIZA-CREDITOS SECTION.
      *    Confere, antes da confirmacao, os creditos do cliente
      *    ligados a esta baixa; ERRO-W = 1 recusa o estorno.
      *    - Credito a maior (TIPO "A") com SEQ-TITULO-CR222 = titulo:
      *      o dinheiro dele e o desta baixa. Se ja foi usado ou
      *      devolvido, a aplicacao/devolucao tem de ser desfeita
      *      antes; aberto e intacto, sera cancelado. Credito de
      *      duplicidade (TIPO "D") vem de OUTRO pagamento, feito
      *      com o titulo ja baixado - o dinheiro entrou de fato e o
      *      credito fica como esta (pode ate ser aplicado neste
      *      mesmo titulo depois do estorno).
      *    - Credito aplicado neste titulo pelo CRP234: achado pela
      *      anotacao "CREDITO CLIENTE SEQ: c - APLICADO NO SEQ: t -
      *      VALOR: v" mais recente do titulo que nao tenha um
      *      "ESTORNO BAIXA SEQ: t" depois. Credito ja devolvido ao
      *      cliente recusa o estorno (o saldo devolvido nao pode
      *      voltar a ser usado).
           MOVE ZEROS TO QTDE-CRED-GERADO-W SEQ-CRED-APLIC-W
                         VALOR-CRED-APLIC-W ERRO-W.
           MOVE COD-COMPL-CR20-W TO COD-COMPL-CR222.
           MOVE ZEROS            TO SEQ-CR222.
           START CRD222 KEY IS NOT < CHAVE-CR222 INVALID KEY
                 MOVE "10" TO ST-CRD222.
           PERFORM UNTIL ST-CRD222 = "10"
             READ CRD222 NEXT RECORD AT END MOVE "10" TO ST-CRD222
               NOT AT END
                 IF COD-COMPL-CR222 <> COD-COMPL-CR20-W
                    MOVE "10" TO ST-CRD222
                 ELSE
                    IF CR222-A-MAIOR AND NOT CR222-CANCELADO
                       AND SEQ-TITULO-CR222 = SEQ-TITULO-W
                       IF NOT CR222-ABERTO OR
                          VALOR-UTILIZADO-CR222 > ZEROS
                          MOVE SPACES TO MENSAGEM
                          STRING "O credito do cliente seq "
                                 SEQ-CR222
                                 " gerado por esta baixa ja foi"
                                 " usado ou devolvido - desfaca"
                                 " isso antes"
                                 DELIMITED BY SIZE INTO MENSAGEM
                          END-STRING
                          MOVE "C" TO TIPO-MSG
                          PERFORM EXIBIR-MENSAGEM
                          MOVE 1 TO ERRO-W
                          EXIT SECTION
                       END-IF
                       IF QTDE-CRED-GERADO-W < 20
                          ADD 1 TO QTDE-CRED-GERADO-W
                          MOVE SEQ-CR222 TO
                               SEQ-CRED-GERADO-W(QTDE-CRED-GERADO-W)
                       END-IF
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

           MOVE COD-COMPL-CR20-W TO COD-COMPL-CR201.
           MOVE ZEROS            TO SEQ-CR201 SUBSEQ-CR201.
           START CRD201 KEY IS NOT < CHAVE-CR201 INVALID KEY
                 MOVE "10" TO ST-CRD201.
           PERFORM UNTIL ST-CRD201 = "10"
             READ CRD201 NEXT RECORD AT END MOVE "10" TO ST-CRD201
               NOT AT END
                 IF COD-COMPL-CR201 <> COD-COMPL-CR20-W
                    MOVE "10" TO ST-CRD201
                 ELSE
                    IF ANOTACAO-CR201(1: 21) = "CREDITO CLIENTE SEQ: "
                       AND ANOTACAO-CR201(30: 17) = "APLICADO NO SEQ: "
                       AND ANOTACAO-CR201(47: 5) = SEQ-TITULO-W
                       AND ANOTACAO-CR201(22: 5) NUMERIC
                       AND ANOTACAO-CR201(62: 13) NUMERIC
                       MOVE ANOTACAO-CR201(22: 5)  TO SEQ-CRED-APLIC-W
                       MOVE ANOTACAO-CR201(62: 13) TO VALOR-APLIC-ANOT-W
                       COMPUTE VALOR-CRED-APLIC-W =
                               VALOR-APLIC-ANOT-W / 100
                    END-IF
                    IF ANOTACAO-CR201(1: 19) = "ESTORNO BAIXA SEQ: "
                       AND ANOTACAO-CR201(20: 5) = SEQ-TITULO-W
                       MOVE ZEROS TO SEQ-CRED-APLIC-W
                                     VALOR-CRED-APLIC-W
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

           IF SEQ-CRED-APLIC-W > ZEROS
              MOVE COD-COMPL-CR20-W TO COD-COMPL-CR222
              MOVE SEQ-CRED-APLIC-W TO SEQ-CR222
              READ CRD222 INVALID KEY
                   MOVE ZEROS TO SEQ-CRED-APLIC-W VALOR-CRED-APLIC-W
              NOT INVALID KEY
                   IF CR222-DEVOLVIDO OR CR222-CANCELADO
                      MOVE SPACES TO MENSAGEM
                      STRING "A baixa usou o credito do cliente seq "
                             SEQ-CR222
                             ", que ja foi devolvido/cancelado"
                             " - estorno recusado"
                             DELIMITED BY SIZE INTO MENSAGEM
                      END-STRING
                      MOVE "C" TO TIPO-MSG
                      PERFORM EXIBIR-MENSAGEM
                      MOVE 1 TO ERRO-W
                   END-IF
              END-READ
           END-IF.

       ESTORNA-CREDITOS SECTION.
      *    Aplica o que LOCALIZA-CREDITOS achou, com imagens "B"/"A"
      *    de cada credito no LOG001: cancela os creditos a maior
      *    desta baixa e devolve ao credito aplicado pelo CRP234 o
      *    valor usado neste titulo (volta a ficar aberto).
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           PERFORM VARYING IND-CRED-W FROM 1 BY 1
                   UNTIL IND-CRED-W > QTDE-CRED-GERADO-W
              MOVE COD-COMPL-CR20-W TO COD-COMPL-CR222
              MOVE SEQ-CRED-GERADO-W(IND-CRED-W) TO SEQ-CR222
              READ CRD222 NOT INVALID KEY
                   MOVE "B" TO LOG1-OPERACAO
                   PERFORM GRAVA-LOG-CREDITO
                   MOVE "C"         TO SITUACAO-CR222
                   MOVE WS-DATA-CPU TO DATA-SITUACAO-CR222
                   MOVE USUARIO-W   TO USUARIO-SIT-CR222
                   REWRITE REG-CRD222
                   END-REWRITE
                   MOVE "A" TO LOG1-OPERACAO
                   PERFORM GRAVA-LOG-CREDITO
              END-READ
           END-PERFORM.
           IF SEQ-CRED-APLIC-W > ZEROS
              MOVE COD-COMPL-CR20-W TO COD-COMPL-CR222
              MOVE SEQ-CRED-APLIC-W TO SEQ-CR222
              READ CRD222 NOT INVALID KEY
                   MOVE "B" TO LOG1-OPERACAO
                   PERFORM GRAVA-LOG-CREDITO
                   IF VALOR-UTILIZADO-CR222 > VALOR-CRED-APLIC-W
                      SUBTRACT VALOR-CRED-APLIC-W
                          FROM VALOR-UTILIZADO-CR222
                   ELSE
                      MOVE ZEROS TO VALOR-UTILIZADO-CR222
                   END-IF
                   MOVE "A"         TO SITUACAO-CR222
                   MOVE WS-DATA-CPU TO DATA-SITUACAO-CR222
                   MOVE USUARIO-W   TO USUARIO-SIT-CR222
                   IF SEQ-APLICADO-CR222 = SEQ-TITULO-W
                      MOVE ZEROS TO SEQ-APLICADO-CR222
                   END-IF
                   REWRITE REG-CRD222
                   END-REWRITE
                   MOVE "A" TO LOG1-OPERACAO
                   PERFORM GRAVA-LOG-CREDITO
              END-READ
           END-IF.

       GRAVA-LOG-CREDITO SECTION.
      *    Imagem do REG-CRD222 corrente; LOG1-OPERACAO ja vem
      *    preenchido ("B" antes, "A" depois).
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CRD222"    TO LOG1-ARQUIVO
           MOVE "CRP233"    TO LOG1-PROGRAMA
           MOVE REG-CRD222  TO LOG1-REGISTRO
           MOVE 1 TO LOG1-SEQUENCIA
           MOVE "10" TO ST-LOG001
           PERFORM UNTIL ST-LOG001 = "00"
                WRITE REG-LOG001 INVALID KEY
                    ADD 1 TO LOG1-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO ST-LOG001
                END-WRITE
           END-PERFORM.

       CANCELA-RESIDUAL SECTION.
      *    Cancela o residual ainda em aberto (BAIXADO-CR20 = 3),
      *    com imagens antes/depois no LOG001. Residual ja enviado ao
      *    banco (CRD219 registrado) continua la ate o pedido de
      *    baixa - o operador e avisado no fim do estorno.
           MOVE COD-COMPL-CR20-W TO COD-COMPL-CR20.
           MOVE SEQ-RESIDUAL-W   TO SEQ-CR20.
           READ CRD020 INVALID KEY
                EXIT SECTION
           END-READ.
           MOVE "B" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG-TITULO.
           MOVE 3   TO BAIXADO-CR20.
           REWRITE REG-CRD020
           END-REWRITE.
           MOVE "A" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG-TITULO.
           MOVE CHAVE-CR20 TO CHAVE-CR219.
           READ CRD219 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF CR219-REGISTRADO
                   MOVE "S" TO RESIDUAL-NO-BANCO-W
                END-IF
           END-READ.

       GRAVA-LOG-TITULO SECTION.
      *    LOG1-OPERACAO ja vem preenchido: "B" = imagem antes do
      *    estorno, "A" = imagem depois.
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CRD020"    TO LOG1-ARQUIVO
           MOVE "CRP233"    TO LOG1-PROGRAMA
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

       GRAVA-ANOTACAO-ESTORNO SECTION.
      *    Mesmo padrao CRD200/CRD201 da baixa manual do CRP217.
      *    SITUACAO-ANOTACAO-CR200 = 6 identifica estorno de baixa.
      *    Linha 1: a baixa desfeita e o aprovador; depois o residual
      *    cancelado e os creditos do cliente cancelados/devolvidos,
      *    se houve; ultima linha: o motivo.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
           START CRD200 KEY IS NOT < CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
             READ CRD200 NEXT RECORD AT END MOVE "10" TO ST-CRD200
               NOT AT END
                 IF COD-COMPL-CR200 <> COD-COMPL-CR20
                              MOVE "10" TO ST-CRD200
                 ELSE MOVE SEQ-CR200 TO ULT-SEQ
                      CONTINUE
             END-READ
           END-PERFORM.
           MOVE 6               TO SITUACAO-ANOTACAO-CR200.
           ADD 1 TO ULT-SEQ.
           MOVE ULT-SEQ        TO SEQ-CR200.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE DATA-PAGTO-ANTES-W TO DATA-RETORNO-CR200.
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

           MOVE SEQ-CR200      TO SEQ-CR201.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR201.
           MOVE 1              TO SUBSEQ-CR201.
           MOVE "ESTORNO BAIXA SEQ: 99999 - PGTO: 99999999 - VLR: 999999
      -    "9999999 - APROV: " TO ANOTACAO-CR201.
           MOVE SEQ-TITULO-W        TO ANOTACAO-CR201(20: 5)
           MOVE DATA-PAGTO-ANTES-W  TO ANOTACAO-CR201(34: 8)
           COMPUTE VALOR-ANOT-W = VALOR-PAGO-ANTES-W * 100
           MOVE VALOR-ANOT-W        TO ANOTACAO-CR201(50: 13)
           MOVE APROVADOR-W(1: 18)  TO ANOTACAO-CR201(73: 18)
           PERFORM GRAVA-LINHA-ANOTACAO.
           IF SEQ-RESIDUAL-W > ZEROS
              MOVE "RESIDUAL CANCELADO SEQ: 99999" TO ANOTACAO-CR201
              MOVE SEQ-RESIDUAL-W   TO ANOTACAO-CR201(25: 5)
              PERFORM GRAVA-LINHA-ANOTACAO
           END-IF.
           PERFORM VARYING IND-CRED-W FROM 1 BY 1
                   UNTIL IND-CRED-W > QTDE-CRED-GERADO-W
              MOVE "CREDITO CLIENTE SEQ: 99999 - CANCELADO NO ESTORNO"
                TO ANOTACAO-CR201
              MOVE SEQ-CRED-GERADO-W(IND-CRED-W)
                TO ANOTACAO-CR201(22: 5)
              PERFORM GRAVA-LINHA-ANOTACAO
           END-PERFORM.
           IF SEQ-CRED-APLIC-W > ZEROS
              MOVE "CREDITO CLIENTE SEQ: 99999 - SALDO DEVOLVIDO NO ESTO
      -       "RNO - VALOR: 9999999999999" TO ANOTACAO-CR201
              MOVE SEQ-CRED-APLIC-W    TO ANOTACAO-CR201(22: 5)
              COMPUTE VALOR-ANOT-W = VALOR-CRED-APLIC-W * 100
              MOVE VALOR-ANOT-W        TO ANOTACAO-CR201(66: 13)
              PERFORM GRAVA-LINHA-ANOTACAO
           END-IF.
           MOVE SPACES TO ANOTACAO-CR201.
           STRING "MOTIVO: " GS-MOTIVO DELIMITED BY SIZE
                  INTO ANOTACAO-CR201.
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
           ADD 1 TO SUBSEQ-CR201.

       GRAVA-ESTORNO-CONTABIL SECTION.
      *    Deixa o estorno pendente no CRD221 p/ a proxima
      *    interface contabil (CRP222) lancar a linha negativa.
           INITIALIZE REG-CRD221.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CR221.
           MOVE SEQ-TITULO-W        TO SEQ-CR221.
           MOVE WS-DATA-CPU         TO DATA-ESTORNO-CR221.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS         TO HORA-ESTORNO-CR221.
           MOVE NR-DOCTO-CR20       TO NR-DOCTO-CR221.
           MOVE PORTADOR-CR20       TO PORTADOR-CR221.
           MOVE CARTEIRA-CR20       TO CARTEIRA-CR221.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-CR221.
           MOVE DATA-PAGTO-ANTES-W  TO DATA-PAGTO-CR221.
           MOVE VALOR-PAGO-ANTES-W  TO VALOR-PAGO-CR221.
           MOVE SEQ-RESIDUAL-W      TO SEQ-RESIDUAL-CR221.
           MOVE USUARIO-W           TO USUARIO-CR221.
           MOVE APROVADOR-W         TO APROVADOR-CR221.
           MOVE GS-MOTIVO           TO MOTIVO-CR221.
           MOVE ZEROS               TO DATA-EXPORTACAO-CR221.
           MOVE ZEROS TO ST-CRD221.
           PERFORM UNTIL ST-CRD221 = "10"
              WRITE REG-CRD221 INVALID KEY
                 ADD 1 TO HORA-ESTORNO-CR221
              NOT INVALID KEY
                 MOVE "10" TO ST-CRD221
              END-WRITE
           END-PERFORM.

       CARREGA-ULTIMOS SECTION.
      *    Lista, na list box, todos os titulos do contrato/album
      *    digitado, com a situacao de baixa, p/ o operador escolher
      *    a baixa a estornar.
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
                            MOVE VALOR-PAGO-CR20 TO VALOR-LISTA-W
                            MOVE VALOR-LISTA-W TO GS-LINDET(47: 13)
                       WHEN 2
                            MOVE "RENEGOC" TO GS-LINDET(39: 07)
                       WHEN 3
                            MOVE "CANCEL." TO GS-LINDET(39: 07)
                       WHEN 4
                            MOVE "PERDA"   TO GS-LINDET(39: 07)
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
           MOVE "CRP233" TO DS-SET-NAME
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
           move "CRP233"            to logacess-programa
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

           CLOSE CRD020 CRD200 CRD201 CRD219 CRD221 CRD222 CAD002
                 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
