      *           SEQ-CR20 livre, mesma varredura do
      *           GERA-TITULO-RESIDUAL do CRP9110), documentando a
      *           troca em CRD200/CRD201 e LOG001. Titulo que consta
      *           registrado no banco (registro bancario CRD219
      *           enviado/confirmado sem um pedido de baixa
      *           posterior - instrucao 32 do CRP9109) NAO pode ser
      *           renegociado ate o pedido de baixa ser enviado.
      *           Com a competencia contabil de hoje fechada (CRD223,
      *           CRP236) a renegociacao e recusada.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX219.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW219.
       COPY LOGW001.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           COPY "CRP226.CPB".
           05  ST-CRD020             PIC XX      VALUE SPACES.
           05  ST-CRD200             PIC XX      VALUE SPACES.
           05  ST-CRD201             PIC XX      VALUE SPACES.
           05  ST-CRD219             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD020           PIC X(30)   VALUE SPACES.
           05  PATH-CRD200           PIC X(30)   VALUE SPACES.
           05  PATH-CRD201           PIC X(30)   VALUE SPACES.
           05  PATH-CRD219           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ULT-SEQ               PIC 9(5)    VALUE ZEROS.
           05  GRAVA-W               PIC 9       VALUE ZEROS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
      *    Area da verificacao de titulo registrado no banco
      *    (VERIFICA-TITULO-NO-BANCO, pelo CRD219).
           05  TITULO-NO-BANCO-W     PIC X(01)   VALUE "N".
           05  SEQ-BLOQUEADO-W       PIC 9(05)   VALUE ZEROS.
           05  SEQ-BLOQ-DSP          PIC ZZZZ9.
      *    Areas da geracao do novo plano de parcelas.
           05  CARTEIRA-MODELO-W     PIC 9(02)   VALUE ZEROS.
           05  TIPO-DOCTO-MODELO-W   PIC X(01)   VALUE SPACES.
           05  TEM-MODELO-W          PIC X(01)   VALUE "N".
      *    COMPET-FECHADA-W - devolvido pelo CRPCOMPE: "S" = a data
      *    da renegociacao cai em competencia contabil fechada.
           05  COMPET-FECHADA-W      PIC X(01)   VALUE "N".
               88  COMPETENCIA-FECHADA           VALUE "S".
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  VALOR-ANOT-W          PIC 9(13)   VALUE ZEROS.
           05  CONT-BAIX-DSP         PIC ZZZ9.
       77 handle8                      pic 9(08) comp-x value zeros.
       77 wHandle                      pic 9(09) comp-5 value zeros.

       01 WS-DATA-SYS.
          05 WS-DATA-CPU.
             10 WS-ANO-CPU                 PIC 9(04).
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "CRD219" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD219.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN I-O CRD020 LOG001
           MOVE 1 TO GRAVA-W.
           PERFORM ABRE-ARQUIVO-ANOTACAO.
           OPEN INPUT CRD219.
           IF ST-CRD219 = "35"
              CLOSE CRD219      OPEN OUTPUT CRD219
              CLOSE CRD219      OPEN INPUT CRD219
           END-IF.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD219 <> "00"
              MOVE "ERRO ABERTURA CRD219: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD219 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-LOG001 = "35"
              CLOSE LOG001      OPEN OUTPUT LOG001
           CALL "GRIDAT2" USING DATA-INV.
           MOVE DATA-INV       TO PRIM-VENCTO-INV-W.

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

           PERFORM CONFERE-TITULOS-ABERTOS.
           IF CONT-ABERTOS-W = ZEROS
              MOVE "Nenhum titulo aberto p/ este contrato/album"
           END-PERFORM.

       VERIFICA-TITULO-NO-BANCO SECTION.
      *    Le o registro bancario CRD219 do titulo corrente: enviado
      *    ou com entrada confirmada (CR219-REGISTRADO) e sem pedido
      *    de baixa (instrucao 32) enviado depois = titulo ainda na
      *    carteira do banco.
           MOVE "N"            TO TITULO-NO-BANCO-W.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR219.
           MOVE SEQ-CR20       TO SEQ-CR219.
           READ CRD219 INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF CR219-REGISTRADO AND ULT-INSTRUCAO-CR219 <> 32
                   MOVE "S" TO TITULO-NO-BANCO-W
                END-IF
           END-READ.

       BAIXA-TITULOS-RENEGOCIADOS SECTION.
      *    Segundo passo: marca cada titulo aberto do contrato/album

           close logacess

           CLOSE CRD020 CRD200 CRD201 CRD219 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
