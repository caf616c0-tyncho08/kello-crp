       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP242.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *DECLARACAO ANUAL DE QUITACAO DE DEBITOS (LEI 12.007/2009).
      *VARRE O CRD020 POR CONTRATO/ALBUM (COD-COMPL) E EMITE A
      *DECLARACAO QUANDO TODAS AS PARCELAS COM VENCIMENTO NO ANO DE
      *REFERENCIA (POSICOES 68-71 DE PARAMETROS-W; EM BRANCO = ANO
      *ANTERIOR) ESTAO BAIXADAS POR PAGAMENTO (BAIXADO-CR20 = 1).
      *PARCELA EM ABERTO, RENEGOCIADA OU BAIXADA COMO PERDA IMPEDE A
      *DECLARACAO; PARCELA CANCELADA NAO E DEBITO E E IGNORADA. AS
      *DECLARACOES SAEM NO DECLQUIT (MESMOS MOLDES DO CARTACOB DO
      *CRP219) COM NOME E ENDERECO DO CLIENTE (CGD010/CGD011/CAD010)
      *E OS DADOS DO BENEFICIARIO (CRD220). CADA EMISSAO FICA NO
      *CRD226 E NAO E REPETIDA EM OUTRA RODADA DO MESMO ANO. A
      *LISTAGEM DECLREL (";") TRAZ OS CONTRATOS QUE NAO SE
      *QUALIFICAM, COM AS PARCELAS QUE IMPEDEM A DECLARACAO.
       DATE-WRITTEN.  15/10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX220.
           COPY CRPX226.
           COPY CGPX010.
           COPY CGPX011.
           COPY CAPX010.
           COPY LOGACESS.SEL.
           SELECT DECLQUIT ASSIGN TO PATH-DECLQUIT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-DECLQUIT.
           SELECT DECLREL ASSIGN TO PATH-DECLREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-DECLREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW220.
       COPY CRPW226.
       COPY CGPW010.
       COPY CGPW011.
       COPY CAPW010.
       COPY LOGACESS.FD.
      *    DECLQUIT - arquivo-texto com as declaracoes da rodada, uma
      *    apos a outra, pronto p/ imprimir.
       FD  DECLQUIT
           LABEL RECORD IS OMITTED.
       01  REG-DECLQUIT          PIC X(132).
      *    DECLREL - uma linha por parcela que impede a declaracao,
      *    mais os totais da rodada.
       FD  DECLREL
           LABEL RECORD IS OMITTED.
       01  REG-DECLREL           PIC X(250).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO.
           COPY "PARAMETR".
           05 ERRO-W               PIC 9       VALUE ZEROS.
           05 ACESSO-PROGRAMA-W    PIC X(08)   VALUE SPACES.
           05 ACESSO-PERMITIDO-W   PIC X(01)   VALUE SPACES.
           05 ST-CRD020            PIC XX      VALUE SPACES.
           05 ST-CRD220            PIC XX      VALUE SPACES.
           05 ST-CRD226            PIC XX      VALUE SPACES.
           05 ST-CGD010            PIC XX      VALUE SPACES.
           05 ST-CGD011            PIC XX      VALUE SPACES.
           05 ST-CAD010            PIC XX      VALUE SPACES.
           05 ST-DECLQUIT          PIC XX      VALUE SPACES.
           05 ST-DECLREL           PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-CRD020          PIC X(30)   VALUE SPACES.
           05 PATH-CRD220          PIC X(30)   VALUE SPACES.
           05 PATH-CRD226          PIC X(30)   VALUE SPACES.
           05 PATH-CGD010          PIC X(30)   VALUE SPACES.
           05 PATH-CGD011          PIC X(30)   VALUE SPACES.
           05 PATH-CAD010          PIC X(30)   VALUE SPACES.
           05 PATH-DECLQUIT        PIC X(30)   VALUE SPACES.
           05 PATH-DECLREL         PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
           05 ANO-REF-W            PIC 9(04)   VALUE ZEROS.
      *    ANO-REF-W - ano de referencia, de PARAMETROS-W(68: 4); em
      *    branco = ano anterior ao corrente. So ano ja encerrado.
           05 COD-COMPL-ANT-W      PIC 9(09)   VALUE ZEROS.
           05 QTDE-ANO-W           PIC 9(03)   VALUE ZEROS.
           05 VALOR-ANO-W          PIC 9(11)V99 VALUE ZEROS.
           05 IMPEDIDO-W           PIC X(01)   VALUE "N".
      *    QTDE-ANO-W/VALOR-ANO-W - parcelas pagas do contrato com
      *    vencimento no ano; IMPEDIDO-W = "S" quando alguma parcela
      *    do ano impede a declaracao.
           05 SITUACAO-IMP-W       PIC X(20)   VALUE SPACES.
           05 CONT-EMITIDAS-W      PIC 9(06)   VALUE ZEROS.
           05 CONT-JA-EMITIDAS-W   PIC 9(06)   VALUE ZEROS.
           05 CONT-IMPEDIDOS-W     PIC 9(06)   VALUE ZEROS.
           05 CONT-PARCELAS-IMP-W  PIC 9(06)   VALUE ZEROS.
           05 HORA-BRA             PIC 9(8)    VALUE ZEROS.
           05 CONTRATO-DSP-W       PIC 9(04).
           05 ALBUM-DSP-W          PIC 9(04).
           05 SEQ-DSP-W            PIC ZZZZ9.
           05 QTDE-DSP-W           PIC ZZZ.ZZ9.
           05 PARCELAS-DSP-W       PIC ZZ9.
           05 VALOR-DSP-W          PIC ZZZ.ZZZ.ZZ9,99.
           05 DATA-EDIT-W.
              10 DIA-EDIT-W        PIC 9(02).
              10 FILLER            PIC X        VALUE "/".
              10 MES-EDIT-W        PIC 9(02).
              10 FILLER            PIC X        VALUE "/".
              10 ANO-EDIT-W        PIC 9(04).
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).

       01  LINHA-CARTA-W           PIC X(132)  VALUE SPACES.

       01 WS-DATA-SYS.
          05 WS-DATA-CPU.
             10 WS-ANO-CPU         PIC 9(04).
             10 WS-MES-CPU         PIC 9(02).
             10 WS-DIA-CPU         PIC 9(02).
          05 FILLER                PIC X(13).

       01  WS-HORA-SYS                 PIC 9(08).
       01  FILLER REDEFINES WS-HORA-SYS.
           03 WS-HO-SYS                PIC 9(02).
           03 WS-MI-SYS                PIC 9(02).
           03 WS-SE-SYS                PIC 9(02).
           03 WS-MS-SYS                PIC 9(02).

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = ZEROS
              PERFORM GRAVA-CABECALHO-DECLREL
              PERFORM PROCESSA-CONTRATOS
              PERFORM GRAVA-TOTAIS-DECLREL.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           ACCEPT HORA-BRA FROM TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE ZEROS TO ERRO-W.
           MOVE "CRP242" TO ACESSO-PROGRAMA-W.
           MOVE SPACES TO ACESSO-PERMITIDO-W.
           CALL "CAPACESS" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                 ACESSO-PERMITIDO-W.
           CANCEL "CAPACESS".
           IF ACESSO-PERMITIDO-W = "N"
              DISPLAY "USUARIO SEM ACESSO AO CRP242"
              MOVE 1 TO ERRO-W.
           MOVE EMPRESA-W           TO EMP-REC.
           MOVE "CRD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD220"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD220.
           MOVE "CRD226"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD226.
           MOVE "CGD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CAD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD010.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "DECLQUIT" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       PATH-DECLQUIT
           MOVE "DECLREL" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DECLREL.
           COMPUTE ANO-REF-W = WS-ANO-CPU - 1.
           IF PARAMETROS-W(68: 4) NUMERIC
              MOVE PARAMETROS-W(68: 4) TO ANO-REF-W.
           IF ANO-REF-W NOT < WS-ANO-CPU
              DISPLAY "ANO DE REFERENCIA AINDA NAO ENCERRADO: "
                      ANO-REF-W
              MOVE 1 TO ERRO-W.

           OPEN INPUT CRD020 CRD220 CGD010 CGD011 CAD010.
           OPEN I-O   CRD226.
           IF ST-CRD226 = "35"  CLOSE CRD226  OPEN OUTPUT CRD226
                                CLOSE CRD226  OPEN I-O CRD226.
           OPEN OUTPUT DECLQUIT DECLREL.

           IF ST-CRD020 <> "00"
              DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
              MOVE 1 TO ERRO-W.
           IF ST-CRD226 <> "00"
              DISPLAY "ERRO ABERTURA CRD226: " ST-CRD226
              MOVE 1 TO ERRO-W.
           IF ST-CGD010 <> "00"
              DISPLAY "ERRO ABERTURA CGD010: " ST-CGD010
              MOVE 1 TO ERRO-W.
           IF ST-CGD011 <> "00"
              DISPLAY "ERRO ABERTURA CGD011: " ST-CGD011
              MOVE 1 TO ERRO-W.
           IF ST-CAD010 <> "00"
              DISPLAY "ERRO ABERTURA CAD010: " ST-CAD010
              MOVE 1 TO ERRO-W.
           IF ST-DECLQUIT <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO DECLQUIT: " ST-DECLQUIT
              MOVE 1 TO ERRO-W.
           IF ST-DECLREL <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO DECLREL: " ST-DECLREL
              MOVE 1 TO ERRO-W.
      *    Quem declara e o beneficiario da empresa (CRD220, mantido
      *    pelo CRP232); sem ele nada e emitido.
           IF ST-CRD220 <> "00"
              DISPLAY "ERRO ABERTURA CRD220: " ST-CRD220
              MOVE 1 TO ERRO-W
           ELSE
              MOVE EMPRESA-W TO EMPRESA-CR220
              READ CRD220 INVALID KEY
                   DISPLAY "BENEFICIARIO NAO CADASTRADO (CRD220) - "
                           "VER CRP232"
                   MOVE 1 TO ERRO-W
              END-READ
           END-IF.

           IF ERRO-W = ZEROS
              OPEN I-O LOGACESS

              MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

              MOVE USUARIO-W           TO LOGACESS-USUARIO
              MOVE WS-DATA-CPU         TO LOGACESS-DATA
              ACCEPT WS-HORA-SYS FROM TIME
              MOVE WS-HORA-SYS         TO LOGACESS-HORAS
              MOVE 1                   TO LOGACESS-SEQUENCIA
              MOVE "CRP242"            TO LOGACESS-PROGRAMA
              MOVE "ABERTO"            TO LOGACESS-STATUS
              MOVE ZEROS               TO LOGACESS-QTDE-GRAVACOES
                                           LOGACESS-QTDE-EXCLUSOES
                                           LOGACESS-QTDE-REMESSAS
              MOVE "10" TO FS-LOGACESS
              PERFORM UNTIL FS-LOGACESS = "00"
                   WRITE REG-LOGACESS INVALID KEY
                       ADD 1 TO LOGACESS-SEQUENCIA
                   NOT INVALID KEY
                       MOVE "00" TO FS-LOGACESS
                   END-WRITE
              END-PERFORM

              CLOSE LOGACESS.

       GRAVA-CABECALHO-DECLREL SECTION.
           MOVE SPACES TO REG-DECLREL.
           STRING "CONTRATOS SEM DECLARACAO DE QUITACAO - ANO "
                  ANO-REF-W DELIMITED BY SIZE
                  INTO REG-DECLREL
           WRITE REG-DECLREL.
           MOVE SPACES TO REG-DECLREL.
           STRING "CONTRATO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "ALBUM" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "COMPRADOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "SEQ" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "DOCUMENTO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VENCIMENTO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VALOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "SITUACAO" DELIMITED BY SIZE
                  INTO REG-DECLREL
           WRITE REG-DECLREL.

       PROCESSA-CONTRATOS SECTION.
      *    CRD020 em ordem de chave traz as parcelas de cada COD-COMPL
      *    juntas: a quebra de COD-COMPL fecha o contrato anterior.
           MOVE ZEROS TO COD-COMPL-ANT-W.
           MOVE LOW-VALUES TO CHAVE-CR20.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
             READ CRD020 NEXT RECORD AT END MOVE "10" TO ST-CRD020
               NOT AT END
                 IF COD-COMPL-CR20 <> COD-COMPL-ANT-W
                    IF COD-COMPL-ANT-W > ZEROS
                       PERFORM FECHA-CONTRATO
                    END-IF
                    MOVE COD-COMPL-CR20 TO COD-COMPL-ANT-W
                    MOVE ZEROS TO QTDE-ANO-W VALOR-ANO-W
                    MOVE "N"   TO IMPEDIDO-W
                 END-IF
                 IF DATA-VENCTO-CR20(1: 4) = ANO-REF-W
                    PERFORM TRATA-PARCELA-ANO
                 END-IF
             END-READ
           END-PERFORM.
           IF COD-COMPL-ANT-W > ZEROS
              PERFORM FECHA-CONTRATO
           END-IF.

       TRATA-PARCELA-ANO SECTION.
      *    Pago (1) conta p/ a declaracao; cancelado (3) nao e
      *    debito; em aberto (0), renegociado (2) e perda (4) impedem
      *    e vao p/ a listagem.
           EVALUATE BAIXADO-CR20
               WHEN 1
                    ADD 1 TO QTDE-ANO-W
                    ADD VALOR-PAGO-CR20 TO VALOR-ANO-W
               WHEN 3
                    CONTINUE
               WHEN 0
                    MOVE "EM ABERTO"          TO SITUACAO-IMP-W
                    PERFORM LISTA-PARCELA-IMPEDITIVA
               WHEN 2
                    MOVE "RENEGOCIADA"        TO SITUACAO-IMP-W
                    PERFORM LISTA-PARCELA-IMPEDITIVA
               WHEN OTHER
                    MOVE "BAIXADA COMO PERDA" TO SITUACAO-IMP-W
                    PERFORM LISTA-PARCELA-IMPEDITIVA
           END-EVALUATE.

       LISTA-PARCELA-IMPEDITIVA SECTION.
           IF IMPEDIDO-W = "N"
              MOVE "S" TO IMPEDIDO-W
              ADD 1 TO CONT-IMPEDIDOS-W
              MOVE COD-COMPL-CR20 TO COD-COMPL-CG10
              READ CGD010 INVALID KEY
                   MOVE SPACES TO COMPRADOR-CG10
              END-READ
           END-IF.
           ADD 1 TO CONT-PARCELAS-IMP-W.
           MOVE COD-COMPL-CR20(2: 4)   TO CONTRATO-DSP-W.
           MOVE COD-COMPL-CR20(6: 4)   TO ALBUM-DSP-W.
           MOVE SEQ-CR20               TO SEQ-DSP-W.
           MOVE VALOR-TOT-CR20         TO VALOR-DSP-W.
           MOVE DATA-VENCTO-CR20(7: 2) TO DIA-EDIT-W.
           MOVE DATA-VENCTO-CR20(5: 2) TO MES-EDIT-W.
           MOVE DATA-VENCTO-CR20(1: 4) TO ANO-EDIT-W.
           MOVE SPACES TO REG-DECLREL.
           STRING CONTRATO-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ALBUM-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  COMPRADOR-CG10 DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  SEQ-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  NR-DOCTO-CR20 DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  DATA-EDIT-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SITUACAO-IMP-W DELIMITED BY SIZE
                  INTO REG-DECLREL
           WRITE REG-DECLREL.

       FECHA-CONTRATO SECTION.
      *    Contrato sem parcela no ano nao recebe declaracao; com
      *    parcela impeditiva ja foi listado. Declaracao ja emitida
      *    do mesmo ano (CRD226) nao sai de novo.
           IF QTDE-ANO-W = ZEROS OR IMPEDIDO-W = "S"
              EXIT SECTION
           END-IF.
           MOVE COD-COMPL-ANT-W TO COD-COMPL-CR226.
           MOVE ANO-REF-W       TO ANO-REF-CR226.
           READ CRD226 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                ADD 1 TO CONT-JA-EMITIDAS-W
                EXIT SECTION
           END-READ.
           PERFORM IMPRIME-DECLARACAO.
           MOVE COD-COMPL-ANT-W TO COD-COMPL-CR226.
           MOVE ANO-REF-W       TO ANO-REF-CR226.
           MOVE WS-DATA-CPU     TO DATA-EMISSAO-CR226.
           MOVE QTDE-ANO-W      TO QTDE-TITULOS-CR226.
           MOVE VALOR-ANO-W     TO VALOR-PAGO-CR226.
           MOVE USUARIO-W       TO USUARIO-CR226.
           WRITE REG-CRD226 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CRD226: " ST-CRD226
           END-WRITE.
           ADD 1 TO CONT-EMITIDAS-W.

       IMPRIME-DECLARACAO SECTION.
      *    Mesmo bloco de remetente/destinatario das cartas do CRP219.
           MOVE COD-COMPL-ANT-W TO COD-COMPL-CG10 COD-COMPL-CG11.
           READ CGD010 INVALID KEY INITIALIZE REG-CGD010.
           READ CGD011 INVALID KEY INITIALIZE REG-CGD011.
           MOVE CIDADE1-CG11 TO CIDADE.
           READ CAD010 INVALID KEY MOVE SPACES TO NOME-CID UF-CID.

           MOVE ALL "=" TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE SPACES TO REG-DECLQUIT.
           STRING "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO "
                  ANO-REF-W DELIMITED BY SIZE
                  INTO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE SPACES TO REG-DECLQUIT.
           MOVE RAZAO-SOCIAL-CR220 TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE SPACES TO LINHA-CARTA-W.
           STRING ENDERECO-CR220 DELIMITED BY "  "
                  " - "          DELIMITED BY SIZE
                  BAIRRO-CR220   DELIMITED BY "  "
                  " - "          DELIMITED BY SIZE
                  CIDADE-CR220   DELIMITED BY "  "
                  "/"            DELIMITED BY SIZE
                  UF-CR220       DELIMITED BY SIZE
                  INTO LINHA-CARTA-W.
           MOVE LINHA-CARTA-W TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE SPACES TO LINHA-CARTA-W.
           IF TIPO-INSC-CR220 = 1
              STRING "CPF: " CNPJ-CR220(4: 11)
                     DELIMITED BY SIZE INTO LINHA-CARTA-W
           ELSE
              STRING "CNPJ: " CNPJ-CR220
                     DELIMITED BY SIZE INTO LINHA-CARTA-W
           END-IF.
           MOVE LINHA-CARTA-W TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE SPACES TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.

           MOVE SPACES TO LINHA-CARTA-W.
           STRING "A(O) SR(A). " COMPRADOR-CG10
                  DELIMITED BY SIZE INTO LINHA-CARTA-W.
           MOVE LINHA-CARTA-W TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE SPACES TO LINHA-CARTA-W.
           MOVE ENDERECO1-CG11 TO LINHA-CARTA-W.
           MOVE LINHA-CARTA-W TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE SPACES TO LINHA-CARTA-W.
           MOVE NOME-CID  TO LINHA-CARTA-W(1: 30).
           MOVE UF-CID    TO LINHA-CARTA-W(32: 2).
           MOVE "CEP"     TO LINHA-CARTA-W(36: 3).
           MOVE CEP1-CG11 TO LINHA-CARTA-W(40: 8).
           MOVE LINHA-CARTA-W TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE SPACES TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.

           MOVE COD-COMPL-ANT-W(2: 4) TO CONTRATO-DSP-W.
           MOVE COD-COMPL-ANT-W(6: 4) TO ALBUM-DSP-W.
           MOVE QTDE-ANO-W            TO PARCELAS-DSP-W.
           MOVE VALOR-ANO-W           TO VALOR-DSP-W.
           MOVE SPACES TO LINHA-CARTA-W.
           STRING "EM CUMPRIMENTO A LEI 12.007/2009, DECLARAMOS QUE "
                  "ESTAO QUITADAS TODAS AS PARCELAS COM VENCIMENTO "
                  "NO ANO DE " ANO-REF-W
                  DELIMITED BY SIZE INTO LINHA-CARTA-W.
           MOVE LINHA-CARTA-W TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE SPACES TO LINHA-CARTA-W.
           STRING "REFERENTES AO CONTRATO " CONTRATO-DSP-W
                  " ALBUM " ALBUM-DSP-W ", EM NOME DE "
                  COMPRADOR-CG10
                  DELIMITED BY SIZE INTO LINHA-CARTA-W.
           MOVE LINHA-CARTA-W TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE SPACES TO LINHA-CARTA-W.
           IF CPF1-CG11 > 99999999999
              STRING "INSCRITO(A) NO CNPJ " CPF1-CG11(8: 14) ","
                     DELIMITED BY SIZE INTO LINHA-CARTA-W
           ELSE
              IF CPF1-CG11 > ZEROS
                 STRING "INSCRITO(A) NO CPF " CPF1-CG11(11: 11) ","
                        DELIMITED BY SIZE INTO LINHA-CARTA-W
              END-IF
           END-IF.
           STRING LINHA-CARTA-W DELIMITED BY "  "
                  " NUM TOTAL DE " PARCELAS-DSP-W
                  " PARCELA(S), NO VALOR PAGO DE R$ " VALOR-DSP-W "."
                  DELIMITED BY SIZE INTO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE "ESTA DECLARACAO SUBSTITUI, P/ A COMPROVACAO DO CUMPRIME
      -         "NTO DAS OBRIGACOES DO CONSUMIDOR, AS QUITACOES DOS FATU
      -         "RAMENTOS" TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE "MENSAIS DOS MESES A QUE SE REFERE." TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE SPACES TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.

           MOVE WS-DIA-CPU TO DIA-EDIT-W.
           MOVE WS-MES-CPU TO MES-EDIT-W.
           MOVE WS-ANO-CPU TO ANO-EDIT-W.
           MOVE SPACES TO REG-DECLQUIT.
           STRING CIDADE-CR220 DELIMITED BY "  "
                  ", "         DELIMITED BY SIZE
                  DATA-EDIT-W  DELIMITED BY SIZE
                  INTO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE SPACES TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE RAZAO-SOCIAL-CR220 TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE SPACES TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.

       GRAVA-TOTAIS-DECLREL SECTION.
           MOVE CONT-EMITIDAS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-DECLREL.
           STRING "DECLARACOES EMITIDAS NESTA RODADA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-DECLREL
           WRITE REG-DECLREL.
           MOVE CONT-JA-EMITIDAS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-DECLREL.
           STRING "JA EMITIDAS EM RODADA ANTERIOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-DECLREL
           WRITE REG-DECLREL.
           MOVE CONT-IMPEDIDOS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-DECLREL.
           STRING "CONTRATOS QUE NAO SE QUALIFICAM" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-DECLREL
           WRITE REG-DECLREL.
           MOVE CONT-PARCELAS-IMP-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-DECLREL.
           STRING "PARCELAS QUE IMPEDEM A DECLARACAO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-DECLREL
           WRITE REG-DECLREL.

       FINALIZAR-PROGRAMA SECTION.
      *    Independe de ERRO-W, como no CRP219.
           OPEN I-O LOGACESS

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           MOVE USUARIO-W           TO LOGACESS-USUARIO
           MOVE WS-DATA-CPU         TO LOGACESS-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS         TO LOGACESS-HORAS
           MOVE 1                   TO LOGACESS-SEQUENCIA
           MOVE "CRP242"            TO LOGACESS-PROGRAMA
           MOVE "FECHADO"           TO LOGACESS-STATUS
           MOVE CONT-EMITIDAS-W     TO LOGACESS-QTDE-GRAVACOES
           MOVE ZEROS               TO LOGACESS-QTDE-EXCLUSOES
                                        LOGACESS-QTDE-REMESSAS
           MOVE "10" TO FS-LOGACESS
           PERFORM UNTIL FS-LOGACESS = "00"
                WRITE REG-LOGACESS INVALID KEY
                    ADD 1 TO LOGACESS-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO FS-LOGACESS
                END-WRITE
           END-PERFORM

           CLOSE LOGACESS

           CLOSE CRD020 CRD220 CRD226 CGD010 CGD011 CAD010
                 DECLQUIT DECLREL.

           STOP RUN.
