       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP255.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *RESUMO SEMANAL DAS PROMESSAS DE PAGAMENTO POR COBRADOR. A
      *SEMANA COMECA NA DATA DAS POSICOES 68-75 DE PARAMETROS-W
      *(AAAAMMDD) E TEM 7 DIAS; EM BRANCO = OS 7 DIAS QUE TERMINAM
      *ONTEM. PARA CADA COBRADOR, AS PROMESSAS DO CRD235 CUJA DATA
      *PROMETIDA CAI NA SEMANA, PELA SITUACAO DADA NA CONFERENCIA DO
      *CRP253: CUMPRIDAS (QTDE E VALOR), QUEBRADAS (QTDE E VALOR),
      *ENCERRADAS SEM PAGAMENTO, SUBSTITUIDAS E AINDA PENDENTES (NAO
      *CONFERIDAS - TOLERANCIA), COM O PERCENTUAL CUMPRIDO SOBRE AS
      *CUMPRIDAS MAIS AS QUEBRADAS; E OS CONTATOS REGISTRADOS NA
      *SEMANA (CRP254), TOTAL E COM PROMESSA. SAIDA NA LISTAGEM
      *PROMREL (";"). SO LE - NAO ALTERA NENHUM ARQUIVO. RETURN-CODE
      *8 EM ERRO DE ARQUIVO OU DE PARAMETRO.
       DATE-WRITTEN.  15/10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX235.
           COPY LOGACESS.SEL.
           SELECT PROMREL ASSIGN TO PATH-PROMREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-PROMREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW235.
       COPY LOGACESS.FD.
      *    PROMREL - resumo da semana por cobrador.
       FD  PROMREL
           LABEL RECORD IS OMITTED.
       01  REG-PROMREL           PIC X(250).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO.
           COPY "PARAMETR".
           05 ERRO-W               PIC 9       VALUE ZEROS.
           05 ACESSO-PROGRAMA-W    PIC X(08)   VALUE SPACES.
           05 ACESSO-PERMITIDO-W   PIC X(01)   VALUE SPACES.
           05 ST-CRD235            PIC XX      VALUE SPACES.
           05 ST-PROMREL           PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-CRD235          PIC X(30)   VALUE SPACES.
           05 PATH-PROMREL         PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
           05 DATA-HOJE-W          PIC 9(08)   VALUE ZEROS.
           05 DATA-HOJE-INT-W      PIC S9(9) COMP VALUE ZEROS.
           05 DATA-INI-INT-W       PIC S9(9) COMP VALUE ZEROS.
      *    DATA-INI-W/DATA-FIM-W - a semana (AAAAMMDD), de
      *    PARAMETROS-W(68: 8); em branco = hoje - 7 ate ontem.
           05 DATA-INI-W           PIC 9(08)   VALUE ZEROS.
           05 DATA-FIM-W           PIC 9(08)   VALUE ZEROS.
           05 CONT-PROMESSAS-W     PIC 9(06)   VALUE ZEROS.
      *    TAB-COB-W - totais da semana por cobrador.
           05 TAB-COB-W.
              10 TAB-COB-OCR OCCURS 200 TIMES.
                 15 COBRADOR-TC-W        PIC X(20).
                 15 CUMPRIDAS-TC-W       PIC 9(06).
                 15 VALOR-CUMPR-TC-W     PIC 9(13)V99.
                 15 QUEBRADAS-TC-W       PIC 9(06).
                 15 VALOR-QUEBR-TC-W     PIC 9(13)V99.
                 15 ENCERRADAS-TC-W      PIC 9(06).
                 15 SUBSTITUIDAS-TC-W    PIC 9(06).
                 15 PENDENTES-TC-W       PIC 9(06).
                 15 CONTATOS-TC-W        PIC 9(06).
                 15 CONT-PROM-TC-W       PIC 9(06).
           05 QTDE-COB-W           PIC 9(03)   VALUE ZEROS.
           05 IND-TC-W             PIC 9(03)   VALUE ZEROS.
      *    TOT-COB-W - linha de total geral (mesmo layout).
           05 TOT-COB-W.
              10 COBRADOR-TT-W           PIC X(20).
              10 CUMPRIDAS-TT-W          PIC 9(06).
              10 VALOR-CUMPR-TT-W        PIC 9(13)V99.
              10 QUEBRADAS-TT-W          PIC 9(06).
              10 VALOR-QUEBR-TT-W        PIC 9(13)V99.
              10 ENCERRADAS-TT-W         PIC 9(06).
              10 SUBSTITUIDAS-TT-W       PIC 9(06).
              10 PENDENTES-TT-W          PIC 9(06).
              10 CONTATOS-TT-W           PIC 9(06).
              10 CONT-PROM-TT-W          PIC 9(06).
      *    LINHA-COB-W - cobrador (ou o total) da linha em gravacao.
           05 LINHA-COB-W.
              10 COBRADOR-LN-W           PIC X(20).
              10 CUMPRIDAS-LN-W          PIC 9(06).
              10 VALOR-CUMPR-LN-W        PIC 9(13)V99.
              10 QUEBRADAS-LN-W          PIC 9(06).
              10 VALOR-QUEBR-LN-W        PIC 9(13)V99.
              10 ENCERRADAS-LN-W         PIC 9(06).
              10 SUBSTITUIDAS-LN-W       PIC 9(06).
              10 PENDENTES-LN-W          PIC 9(06).
              10 CONTATOS-LN-W           PIC 9(06).
              10 CONT-PROM-LN-W          PIC 9(06).
           05 ACHOU-W              PIC X(01)   VALUE "N".
           05 PERC-CUMPR-W         PIC 9(03)V9 VALUE ZEROS.
           05 PERC-DSP-W           PIC ZZ9,9.
           05 QTDE-DSP-W           PIC ZZZ.ZZ9.
           05 QTDE2-DSP-W          PIC ZZZ.ZZ9.
           05 QTDE3-DSP-W          PIC ZZZ.ZZ9.
           05 QTDE4-DSP-W          PIC ZZZ.ZZ9.
           05 QTDE5-DSP-W          PIC ZZZ.ZZ9.
           05 QTDE6-DSP-W          PIC ZZZ.ZZ9.
           05 QTDE7-DSP-W          PIC ZZZ.ZZ9.
           05 VALOR-DSP-W          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 VALOR2-DSP-W         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 DATA-DSP-W.
              10 DIA-DSP-W         PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 MES-DSP-W         PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 ANO-DSP-W         PIC 9(04).
           05 DATA2-DSP-W.
              10 DIA2-DSP-W        PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 MES2-DSP-W        PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 ANO2-DSP-W        PIC 9(04).
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
              PERFORM ACUMULA-PROMESSAS
              PERFORM GRAVA-PROMREL
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE ZEROS TO ERRO-W.
           MOVE "CRP255" TO ACESSO-PROGRAMA-W.
           MOVE SPACES TO ACESSO-PERMITIDO-W.
           CALL "CAPACESS" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                 ACESSO-PERMITIDO-W.
           CANCEL "CAPACESS".
           IF ACESSO-PERMITIDO-W = "N"
              DISPLAY "USUARIO SEM ACESSO AO CRP255"
              MOVE 1 TO ERRO-W.
           MOVE EMPRESA-W           TO EMP-REC.
           MOVE "CRD235"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD235.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "PROMREL" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PROMREL.

           MOVE WS-DATA-CPU TO DATA-HOJE-W.
           MOVE FUNCTION INTEGER-OF-DATE(DATA-HOJE-W)
                                        TO DATA-HOJE-INT-W.
           IF PARAMETROS-W(68: 8) = SPACES OR
              PARAMETROS-W(68: 8) = ZEROS
              COMPUTE DATA-INI-INT-W = DATA-HOJE-INT-W - 7
           ELSE
              IF PARAMETROS-W(68: 8) NOT NUMERIC OR
                 PARAMETROS-W(72: 2) < "01" OR
                 PARAMETROS-W(72: 2) > "12" OR
                 PARAMETROS-W(74: 2) < "01" OR
                 PARAMETROS-W(74: 2) > "31" OR
                 PARAMETROS-W(68: 4) < "1601"
                 DISPLAY "INICIO DA SEMANA INVALIDO (AAAAMMDD): "
                         PARAMETROS-W(68: 8)
                 MOVE 1 TO ERRO-W
                 MOVE DATA-HOJE-INT-W TO DATA-INI-INT-W
              ELSE
                 MOVE PARAMETROS-W(68: 8) TO DATA-INI-W
                 MOVE FUNCTION INTEGER-OF-DATE(DATA-INI-W)
                                           TO DATA-INI-INT-W
              END-IF
           END-IF.
           COMPUTE DATA-INI-W = FUNCTION DATE-OF-INTEGER
                   (DATA-INI-INT-W).
           COMPUTE DATA-FIM-W = FUNCTION DATE-OF-INTEGER
                   (DATA-INI-INT-W + 6).

           OPEN INPUT CRD235.
           IF ST-CRD235 = "35"
              CLOSE CRD235      OPEN OUTPUT CRD235
              CLOSE CRD235      OPEN INPUT CRD235
           END-IF.
           OPEN OUTPUT PROMREL.

           IF ST-CRD235 <> "00"
              DISPLAY "ERRO ABERTURA CRD235: " ST-CRD235
              MOVE 1 TO ERRO-W.
           IF ST-PROMREL <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO PROMREL: " ST-PROMREL
              MOVE 1 TO ERRO-W.

           IF ERRO-W = ZEROS
              OPEN I-O LOGACESS

              MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

              MOVE USUARIO-W           TO LOGACESS-USUARIO
              MOVE WS-DATA-CPU         TO LOGACESS-DATA
              ACCEPT WS-HORA-SYS FROM TIME
              MOVE WS-HORA-SYS         TO LOGACESS-HORAS
              MOVE 1                   TO LOGACESS-SEQUENCIA
              MOVE "CRP255"            TO LOGACESS-PROGRAMA
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

       ACUMULA-PROMESSAS SECTION.
      *    Varre o CRD235 inteiro: a chave e por titulo, nao por
      *    data. O contato conta na semana em que foi registrado; a
      *    promessa, na semana da data prometida.
           MOVE LOW-VALUES TO CHAVE-CR235.
           START CRD235 KEY IS NOT LESS CHAVE-CR235 INVALID KEY
                 MOVE "10" TO ST-CRD235.
           PERFORM UNTIL ST-CRD235 = "10"
             READ CRD235 NEXT RECORD AT END MOVE "10" TO ST-CRD235
               NOT AT END
                 IF DATA-CONTATO-CR235 NOT < DATA-INI-W AND
                    DATA-CONTATO-CR235 NOT > DATA-FIM-W
                    PERFORM ACHA-COBRADOR
                    IF ACHOU-W = "S"
                       ADD 1 TO CONTATOS-TC-W(IND-TC-W)
                       IF CR235-PROMESSA
                          ADD 1 TO CONT-PROM-TC-W(IND-TC-W)
                       END-IF
                    END-IF
                 END-IF
                 IF CR235-PROMESSA AND
                    DATA-PROMESSA-CR235 NOT < DATA-INI-W AND
                    DATA-PROMESSA-CR235 NOT > DATA-FIM-W
                    PERFORM ACHA-COBRADOR
                    IF ACHOU-W = "S"
                       PERFORM ACUMULA-SITUACAO
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       ACHA-COBRADOR SECTION.
           MOVE "N" TO ACHOU-W.
           MOVE ZEROS TO IND-TC-W.
           PERFORM UNTIL IND-TC-W = QTDE-COB-W OR ACHOU-W = "S"
              ADD 1 TO IND-TC-W
              IF COBRADOR-TC-W(IND-TC-W) = COBRADOR-CR235
                 MOVE "S" TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = "N" AND QTDE-COB-W < 200
              ADD 1 TO QTDE-COB-W
              MOVE QTDE-COB-W     TO IND-TC-W
              INITIALIZE TAB-COB-OCR(IND-TC-W)
              MOVE COBRADOR-CR235 TO COBRADOR-TC-W(IND-TC-W)
              MOVE "S" TO ACHOU-W
           END-IF.

       ACUMULA-SITUACAO SECTION.
           ADD 1 TO CONT-PROMESSAS-W.
           EVALUATE TRUE
               WHEN CR235-CUMPRIDA
                    ADD 1 TO CUMPRIDAS-TC-W(IND-TC-W)
                    ADD VALOR-PROMESSA-CR235
                                     TO VALOR-CUMPR-TC-W(IND-TC-W)
               WHEN CR235-QUEBRADA
                    ADD 1 TO QUEBRADAS-TC-W(IND-TC-W)
                    ADD VALOR-PROMESSA-CR235
                                     TO VALOR-QUEBR-TC-W(IND-TC-W)
               WHEN CR235-ENCERRADA
                    ADD 1 TO ENCERRADAS-TC-W(IND-TC-W)
               WHEN CR235-SUBSTITUIDA
                    ADD 1 TO SUBSTITUIDAS-TC-W(IND-TC-W)
               WHEN OTHER
                    ADD 1 TO PENDENTES-TC-W(IND-TC-W)
           END-EVALUATE.

       GRAVA-PROMREL SECTION.
           MOVE DATA-INI-W(7: 2) TO DIA-DSP-W.
           MOVE DATA-INI-W(5: 2) TO MES-DSP-W.
           MOVE DATA-INI-W(1: 4) TO ANO-DSP-W.
           MOVE DATA-FIM-W(7: 2) TO DIA2-DSP-W.
           MOVE DATA-FIM-W(5: 2) TO MES2-DSP-W.
           MOVE DATA-FIM-W(1: 4) TO ANO2-DSP-W.
           MOVE SPACES TO REG-PROMREL.
           STRING "PROMESSAS DE PAGAMENTO POR COBRADOR" DELIMITED BY
                  SIZE
                  ";" DELIMITED BY SIZE
                  DATA-DSP-W DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  DATA2-DSP-W DELIMITED BY SIZE
                  INTO REG-PROMREL
           WRITE REG-PROMREL.
           MOVE SPACES TO REG-PROMREL.
           STRING "COBRADOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "CUMPRIDAS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VALOR CUMPRIDO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "QUEBRADAS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VALOR QUEBRADO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "% CUMPRIDO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "ENCERRADAS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "SUBSTITUIDAS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "PENDENTES" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "CONTATOS NA SEMANA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "PROMESSAS FEITAS" DELIMITED BY SIZE
                  INTO REG-PROMREL
           WRITE REG-PROMREL.
           INITIALIZE TOT-COB-W.
           MOVE ZEROS TO IND-TC-W.
           PERFORM UNTIL IND-TC-W = QTDE-COB-W
              ADD 1 TO IND-TC-W
              ADD CUMPRIDAS-TC-W(IND-TC-W)    TO CUMPRIDAS-TT-W
              ADD VALOR-CUMPR-TC-W(IND-TC-W)  TO VALOR-CUMPR-TT-W
              ADD QUEBRADAS-TC-W(IND-TC-W)    TO QUEBRADAS-TT-W
              ADD VALOR-QUEBR-TC-W(IND-TC-W)  TO VALOR-QUEBR-TT-W
              ADD ENCERRADAS-TC-W(IND-TC-W)   TO ENCERRADAS-TT-W
              ADD SUBSTITUIDAS-TC-W(IND-TC-W) TO SUBSTITUIDAS-TT-W
              ADD PENDENTES-TC-W(IND-TC-W)    TO PENDENTES-TT-W
              ADD CONTATOS-TC-W(IND-TC-W)     TO CONTATOS-TT-W
              ADD CONT-PROM-TC-W(IND-TC-W)    TO CONT-PROM-TT-W
              MOVE TAB-COB-OCR(IND-TC-W)      TO LINHA-COB-W
              PERFORM GRAVA-LINHA-COBRADOR
           END-PERFORM.
           MOVE TOT-COB-W                     TO LINHA-COB-W.
           MOVE "TOTAL"                       TO COBRADOR-LN-W.
           PERFORM GRAVA-LINHA-COBRADOR.
           IF QTDE-COB-W = 200
              DISPLAY "CRD235 COM MAIS DE 200 COBRADORES - O EXCEDENTE "
                      "FICOU FORA DO RESUMO"
           END-IF.

       GRAVA-LINHA-COBRADOR SECTION.
      *    Percentual cumprido = cumpridas / (cumpridas + quebradas).
           IF CUMPRIDAS-LN-W + QUEBRADAS-LN-W = ZEROS
              MOVE ZEROS TO PERC-CUMPR-W
           ELSE
              COMPUTE PERC-CUMPR-W ROUNDED = CUMPRIDAS-LN-W * 100 /
                      (CUMPRIDAS-LN-W + QUEBRADAS-LN-W)
           END-IF.
           MOVE PERC-CUMPR-W      TO PERC-DSP-W.
           MOVE CUMPRIDAS-LN-W    TO QTDE-DSP-W.
           MOVE VALOR-CUMPR-LN-W  TO VALOR-DSP-W.
           MOVE QUEBRADAS-LN-W    TO QTDE2-DSP-W.
           MOVE VALOR-QUEBR-LN-W  TO VALOR2-DSP-W.
           MOVE ENCERRADAS-LN-W   TO QTDE3-DSP-W.
           MOVE SUBSTITUIDAS-LN-W TO QTDE4-DSP-W.
           MOVE PENDENTES-LN-W    TO QTDE5-DSP-W.
           MOVE CONTATOS-LN-W     TO QTDE6-DSP-W.
           MOVE CONT-PROM-LN-W    TO QTDE7-DSP-W.
           MOVE SPACES TO REG-PROMREL.
           STRING COBRADOR-LN-W DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE2-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR2-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PERC-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE3-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE4-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE5-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE6-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE7-DSP-W DELIMITED BY SIZE
                  INTO REG-PROMREL
           WRITE REG-PROMREL.

       FINALIZAR-PROGRAMA SECTION.
      *    Independe de ERRO-W, como no CRP237: fecha o que abriu e
      *    registra o encerramento no LOGACESS. So leitura - nada
      *    gravado nem excluido.
           OPEN I-O LOGACESS

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           MOVE USUARIO-W           TO LOGACESS-USUARIO
           MOVE WS-DATA-CPU         TO LOGACESS-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS         TO LOGACESS-HORAS
           MOVE 1                   TO LOGACESS-SEQUENCIA
           MOVE "CRP255"            TO LOGACESS-PROGRAMA
           MOVE "FECHADO"           TO LOGACESS-STATUS
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

           CLOSE LOGACESS

           CLOSE CRD235 PROMREL.

           IF ERRO-W NOT = ZEROS
              MOVE 8 TO RETURN-CODE.
           STOP RUN.
