       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP235.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *RELATORIO DOS CREDITOS DO CLIENTE EM ABERTO (CRD222 - PAGAMENTO
      *EM DUPLICIDADE OU A MAIOR GRAVADO PELO CRP9110, CRP227 E
      *CRP217): UMA LINHA POR CREDITO COM SALDO, COM A IDADE EM DIAS
      *CONTADA DA DATA-CREDITO-CR222 E A FAIXA (0-30 / 31-60 / 61-90
      */ 91-180 / ACIMA DE 180 DIAS), MAIS O TOTAL POR FAIXA - NOS
      *MESMOS MOLDES DO AGING DO CRP221.
       DATE-WRITTEN.  15/10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX222.
           COPY LOGACESS.SEL.
           SELECT CREDREL ASSIGN TO PATH-CREDREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-CREDREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW222.
       COPY LOGACESS.FD.
      *    CREDREL - uma linha por credito em aberto, mais o total
      *    por faixa de idade e o total geral.
       FD  CREDREL
           LABEL RECORD IS OMITTED.
       01  REG-CREDREL           PIC X(250).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO.
           COPY "PARAMETR".
           05 ERRO-W               PIC 9       VALUE ZEROS.
           05 ACESSO-PROGRAMA-W    PIC X(08)   VALUE SPACES.
           05 ACESSO-PERMITIDO-W   PIC X(01)   VALUE SPACES.
           05 ST-CRD222            PIC XX      VALUE SPACES.
           05 ST-CREDREL           PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-CRD222          PIC X(30)   VALUE SPACES.
           05 PATH-CREDREL         PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
           05 DATA-HOJE-W          PIC 9(08)   VALUE ZEROS.
           05 DATA-HOJE-INT-W      PIC S9(9) COMP VALUE ZEROS.
           05 DATA-AUX-INT-W       PIC S9(9) COMP VALUE ZEROS.
           05 DIAS-IDADE-W         PIC S9(5)   VALUE ZEROS.
           05 FAIXA-W              PIC 9(01)   VALUE ZEROS.
      *    FAIXA-W = 1-(0-30) 2-(31-60) 3-(61-90) 4-(91-180)
      *    5-(acima de 180).
           05 SALDO-W              PIC 9(11)V99 VALUE ZEROS.
           05 CONT-CREDITOS-W      PIC 9(06)   VALUE ZEROS.
           05 TOT-FAIXA-W          OCCURS 5 TIMES
                                   PIC 9(13)V99 VALUE ZEROS.
           05 QTDE-FAIXA-W         OCCURS 5 TIMES
                                   PIC 9(06)   VALUE ZEROS.
           05 TOT-GERAL-W          PIC 9(13)V99 VALUE ZEROS.
           05 IND-FX-W             PIC 9(01)   VALUE ZEROS.
           05 CONTRATO-DSP-W       PIC 9(04).
           05 ALBUM-DSP-W          PIC 9(04).
           05 SEQ-DSP-W            PIC ZZZZ9.
           05 DIAS-DSP-W           PIC ZZZZ9.
           05 QTDE-DSP-W           PIC ZZZ.ZZ9.
           05 VALOR-DSP-W          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 SALDO-DSP-W          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 DESC-FAIXA-W         PIC X(10)   VALUE SPACES.
           05 DESC-ORIGEM-W        PIC X(07)   VALUE SPACES.
           05 DESC-TIPO-W          PIC X(11)   VALUE SPACES.
           05 DATA-DSP-W.
              10 DIA-DSP-W         PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 MES-DSP-W         PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 ANO-DSP-W         PIC 9(04).
           05 TAB-DESC-FAIXA-W.
              10 FILLER            PIC X(10)   VALUE "0-30".
              10 FILLER            PIC X(10)   VALUE "31-60".
              10 FILLER            PIC X(10)   VALUE "61-90".
              10 FILLER            PIC X(10)   VALUE "91-180".
              10 FILLER            PIC X(10)   VALUE "ACIMA 180".
           05 TAB-DESC-FAIXA-R REDEFINES TAB-DESC-FAIXA-W.
              10 DESC-FAIXA-TAB-W  OCCURS 5 TIMES PIC X(10).
           05 HORA-BRA             PIC 9(8)    VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).

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
              PERFORM GRAVA-CABECALHO-CREDREL
              PERFORM LISTA-CREDITOS-ABERTOS
              PERFORM GRAVA-TOTAIS-CREDREL
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           ACCEPT HORA-BRA FROM TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE ZEROS TO ERRO-W.
           MOVE "CRP235" TO ACESSO-PROGRAMA-W.
           MOVE SPACES TO ACESSO-PERMITIDO-W.
           CALL "CAPACESS" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                 ACESSO-PERMITIDO-W.
           CANCEL "CAPACESS".
           IF ACESSO-PERMITIDO-W = "N"
              DISPLAY "USUARIO SEM ACESSO AO CRP235"
              MOVE 1 TO ERRO-W.
           MOVE EMPRESA-W           TO EMP-REC.
           MOVE "CRD222"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD222.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "CREDREL" TO ARQ-REC.  MOVE EMPRESA-REF TO
                                                       PATH-CREDREL

           MOVE WS-DATA-CPU TO DATA-HOJE-W.
           MOVE FUNCTION INTEGER-OF-DATE(DATA-HOJE-W)
                                        TO DATA-HOJE-INT-W.

           OPEN INPUT CRD222.
           IF ST-CRD222 = "35"
              CLOSE CRD222      OPEN OUTPUT CRD222
              CLOSE CRD222      OPEN INPUT CRD222
           END-IF.
           OPEN OUTPUT CREDREL.

           IF ST-CRD222 <> "00"
              DISPLAY "ERRO ABERTURA CRD222: " ST-CRD222
              MOVE 1 TO ERRO-W.
           IF ST-CREDREL <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO CREDREL: " ST-CREDREL
              MOVE 1 TO ERRO-W.

           IF ERRO-W = ZEROS
              OPEN I-O LOGACESS

              MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

              MOVE USUARIO-W           TO LOGACESS-USUARIO
              MOVE WS-DATA-CPU         TO LOGACESS-DATA
              ACCEPT WS-HORA-SYS FROM TIME
              MOVE WS-HORA-SYS         TO LOGACESS-HORAS
              MOVE 1                   TO LOGACESS-SEQUENCIA
              MOVE "CRP235"            TO LOGACESS-PROGRAMA
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

       GRAVA-CABECALHO-CREDREL SECTION.
           MOVE SPACES TO REG-CREDREL.
           STRING "CONTRATO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "ALBUM" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "SEQ CREDITO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "DATA CREDITO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "ORIGEM" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "TIPO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "SEQ TITULO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VALOR CREDITO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "SALDO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "DIAS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "FAIXA" DELIMITED BY SIZE
                  INTO REG-CREDREL
           WRITE REG-CREDREL.

       LISTA-CREDITOS-ABERTOS SECTION.
      *    Varre CRD222 inteiro em ordem de chave (contrato/album) e
      *    lista todo credito aberto com saldo.
           MOVE LOW-VALUES TO CHAVE-CR222.
           START CRD222 KEY IS NOT LESS CHAVE-CR222 INVALID KEY
                 MOVE "10" TO ST-CRD222.
           PERFORM UNTIL ST-CRD222 = "10"
             READ CRD222 NEXT RECORD AT END MOVE "10" TO ST-CRD222
               NOT AT END
                 COMPUTE SALDO-W = VALOR-CREDITO-CR222 -
                                   VALOR-UTILIZADO-CR222
                 IF CR222-ABERTO AND SALDO-W > ZEROS
                    PERFORM CLASSIFICA-FAIXA
                    PERFORM GRAVA-LINHA-CREDITO
                 END-IF
             END-READ
           END-PERFORM.

       CLASSIFICA-FAIXA SECTION.
      *    Idade do credito em dias contra hoje; data zerada conta
      *    como credito de hoje.
           MOVE ZEROS TO DIAS-IDADE-W.
           IF DATA-CREDITO-CR222 > ZEROS
              MOVE FUNCTION INTEGER-OF-DATE(DATA-CREDITO-CR222)
                                           TO DATA-AUX-INT-W
              COMPUTE DIAS-IDADE-W =
                      DATA-HOJE-INT-W - DATA-AUX-INT-W
           END-IF.
           EVALUATE TRUE
               WHEN DIAS-IDADE-W <= 30     MOVE 1 TO FAIXA-W
               WHEN DIAS-IDADE-W <= 60     MOVE 2 TO FAIXA-W
               WHEN DIAS-IDADE-W <= 90     MOVE 3 TO FAIXA-W
               WHEN DIAS-IDADE-W <= 180    MOVE 4 TO FAIXA-W
               WHEN OTHER                  MOVE 5 TO FAIXA-W
           END-EVALUATE.

       GRAVA-LINHA-CREDITO SECTION.
           ADD 1       TO CONT-CREDITOS-W QTDE-FAIXA-W(FAIXA-W).
           ADD SALDO-W TO TOT-FAIXA-W(FAIXA-W) TOT-GERAL-W.
           MOVE COD-COMPL-CR222(2: 4)     TO CONTRATO-DSP-W.
           MOVE COD-COMPL-CR222(6: 4)     TO ALBUM-DSP-W.
           MOVE DATA-CREDITO-CR222(7: 2)  TO DIA-DSP-W.
           MOVE DATA-CREDITO-CR222(5: 2)  TO MES-DSP-W.
           MOVE DATA-CREDITO-CR222(1: 4)  TO ANO-DSP-W.
           EVALUATE TRUE
               WHEN CR222-ORIGEM-RETORNO MOVE "RETORNO" TO DESC-ORIGEM-W
               WHEN CR222-ORIGEM-PIX     MOVE "PIX"     TO DESC-ORIGEM-W
               WHEN CR222-ORIGEM-MANUAL  MOVE "MANUAL"  TO DESC-ORIGEM-W
               WHEN OTHER                MOVE SPACES    TO DESC-ORIGEM-W
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CR222-DUPLICIDADE MOVE "DUPLICIDADE" TO DESC-TIPO-W
               WHEN CR222-A-MAIOR     MOVE "A MAIOR"     TO DESC-TIPO-W
               WHEN OTHER             MOVE SPACES        TO DESC-TIPO-W
           END-EVALUATE.
           MOVE DESC-FAIXA-TAB-W(FAIXA-W) TO DESC-FAIXA-W.
           MOVE VALOR-CREDITO-CR222       TO VALOR-DSP-W.
           MOVE SALDO-W                   TO SALDO-DSP-W.
           MOVE DIAS-IDADE-W              TO DIAS-DSP-W.
           MOVE SEQ-CR222                 TO SEQ-DSP-W.
           MOVE SPACES TO REG-CREDREL.
           STRING CONTRATO-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ALBUM-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SEQ-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DATA-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DESC-ORIGEM-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DESC-TIPO-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SEQ-TITULO-CR222 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SALDO-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DIAS-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DESC-FAIXA-W DELIMITED BY SIZE
                  INTO REG-CREDREL
           WRITE REG-CREDREL.

       GRAVA-TOTAIS-CREDREL SECTION.
      *    Total por faixa de idade e total geral, no fim do arquivo.
           PERFORM VARYING IND-FX-W FROM 1 BY 1 UNTIL IND-FX-W > 5
              MOVE QTDE-FAIXA-W(IND-FX-W)     TO QTDE-DSP-W
              MOVE TOT-FAIXA-W(IND-FX-W)      TO SALDO-DSP-W
              MOVE SPACES TO REG-CREDREL
              STRING "TOTAL FAIXA " DELIMITED BY SIZE
                     DESC-FAIXA-TAB-W(IND-FX-W) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     QTDE-DSP-W DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     SALDO-DSP-W DELIMITED BY SIZE
                     INTO REG-CREDREL
              WRITE REG-CREDREL
           END-PERFORM.
           MOVE CONT-CREDITOS-W TO QTDE-DSP-W.
           MOVE TOT-GERAL-W     TO SALDO-DSP-W.
           MOVE SPACES TO REG-CREDREL.
           STRING "TOTAL GERAL" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SALDO-DSP-W DELIMITED BY SIZE
                  INTO REG-CREDREL
           WRITE REG-CREDREL.

       FINALIZAR-PROGRAMA SECTION.
      *    Independe de ERRO-W, como no CRP221: fecha o que abriu e
      *    registra o encerramento no LOGACESS.
           OPEN I-O LOGACESS

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           MOVE USUARIO-W           TO LOGACESS-USUARIO
           MOVE WS-DATA-CPU         TO LOGACESS-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS         TO LOGACESS-HORAS
           MOVE 1                   TO LOGACESS-SEQUENCIA
           MOVE "CRP235"            TO LOGACESS-PROGRAMA
           MOVE "FECHADO"           TO LOGACESS-STATUS
           MOVE CONT-CREDITOS-W     TO LOGACESS-QTDE-GRAVACOES
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

           CLOSE CRD222 CREDREL.

           STOP RUN.
