       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP253.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *ROTINA NOTURNA DA COBRANCA POR COBRADOR. PRIMEIRO CONFERE AS
      *PROMESSAS DE PAGAMENTO (CRD235) CUJA DATA PROMETIDA JA PASSOU
      *(MAIS A TOLERANCIA DE COMPENSACAO DAS POSICOES 71-72 DE
      *PARAMETROS-W; EM BRANCO = 0 DIAS) CONTRA A BAIXA DO TITULO NO
      *CRD020: PAGO ATE A DATA E NO VALOR PROMETIDOS = CUMPRIDA;
      *SENAO QUEBRADA; RENEGOCIADO/CANCELADO/PERDA = ENCERRADA. A
      *QUEBRADA DOS ULTIMOS 7 DIAS E CONFERIDA DE NOVO (RETORNO QUE
      *CHEGOU ATRASADO). DEPOIS MONTA A LISTA DE TRABALHO DO DIA
      *(CRD234): TODO TITULO EM ABERTO VENCIDO HA PELO MENOS O MINIMO
      *DE DIAS (POSICOES 68-70; EM BRANCO = 1) VAI P/ O COBRADOR DA
      *PRIMEIRA REGRA DO CRD233 QUE O ATENDE, MARCADO QUANDO A ULTIMA
      *PROMESSA FOI QUEBRADA; TITULO COM PROMESSA AINDA NO PRAZO FICA
      *FORA. TITULO SEM REGRA SO SAI NA LISTAGEM COBREL (";"), QUE
      *TRAZ O TOTAL POR COBRADOR E AS PROMESSAS CONFERIDAS. LISTAS
      *COM MAIS DE 30 DIAS SAO APAGADAS. E UM PASSO DO FECHAMENTO
      *NOTURNO (CRP230); RETURN-CODE 8 EM ERRO DE ARQUIVO.
       DATE-WRITTEN.  15/10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX233.
           COPY CRPX234.
           COPY CRPX235.
           COPY LOGACESS.SEL.
           SELECT COBREL ASSIGN TO PATH-COBREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-COBREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW233.
       COPY CRPW234.
       COPY CRPW235.
       COPY LOGACESS.FD.
      *    COBREL - promessas conferidas na rodada e o resumo da lista
      *    do dia por cobrador.
       FD  COBREL
           LABEL RECORD IS OMITTED.
       01  REG-COBREL            PIC X(200).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO.
           COPY "PARAMETR".
           05 ERRO-W               PIC 9       VALUE ZEROS.
           05 ACESSO-PROGRAMA-W    PIC X(08)   VALUE SPACES.
           05 ACESSO-PERMITIDO-W   PIC X(01)   VALUE SPACES.
           05 ST-CRD020            PIC XX      VALUE SPACES.
           05 ST-CRD233            PIC XX      VALUE SPACES.
           05 ST-CRD234            PIC XX      VALUE SPACES.
           05 ST-CRD235            PIC XX      VALUE SPACES.
           05 ST-COBREL            PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-CRD020          PIC X(30)   VALUE SPACES.
           05 PATH-CRD233          PIC X(30)   VALUE SPACES.
           05 PATH-CRD234          PIC X(30)   VALUE SPACES.
           05 PATH-CRD235          PIC X(30)   VALUE SPACES.
           05 PATH-COBREL          PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
           05 DIAS-MINIMO-W        PIC 9(03)   VALUE 1.
      *    DIAS-MINIMO-W - atraso minimo p/ o titulo entrar na lista,
      *    de PARAMETROS-W(68: 3); em branco = 1 dia.
           05 DIAS-TOLERANCIA-W    PIC 9(02)   VALUE ZEROS.
      *    DIAS-TOLERANCIA-W - dias apos a data prometida antes de
      *    conferir a promessa (retorno bancario que chega depois),
      *    de PARAMETROS-W(71: 2); em branco = 0.
           05 DIAS-GUARDA-LISTA-W  PIC 9(03)   VALUE 30.
           05 DIAS-RECONFERE-W     PIC 9(03)   VALUE 7.
           05 DATA-HOJE-W          PIC 9(08)   VALUE ZEROS.
           05 DATA-HOJE-INT-W      PIC S9(9) COMP VALUE ZEROS.
           05 DATA-AUX-INT-W       PIC S9(9) COMP VALUE ZEROS.
           05 DATA-LIMITE-PROM-W   PIC 9(08)   VALUE ZEROS.
           05 DATA-LIMITE-LISTA-W  PIC 9(08)   VALUE ZEROS.
           05 DATA-RECONFERE-W     PIC 9(08)   VALUE ZEROS.
           05 DIAS-ATRASO-W        PIC S9(5)   VALUE ZEROS.
           05 HORA-GERACAO-W       PIC 9(08)   VALUE ZEROS.
           05 SITUACAO-ANT-W       PIC X(01)   VALUE SPACES.
           05 PROMESSA-TIT-W       PIC X(01)   VALUE SPACES.
           05 DATA-PROMESSA-TIT-W  PIC 9(08)   VALUE ZEROS.
           05 COBRADOR-TIT-W       PIC X(20)   VALUE SPACES.
           05 CONT-CUMPRIDAS-W     PIC 9(06)   VALUE ZEROS.
           05 CONT-QUEBRADAS-W     PIC 9(06)   VALUE ZEROS.
           05 CONT-ENCERRADAS-W    PIC 9(06)   VALUE ZEROS.
           05 CONT-LISTA-W         PIC 9(06)   VALUE ZEROS.
           05 CONT-EXCLUIDOS-W     PIC 9(06)   VALUE ZEROS.
           05 CONT-SEM-COBRADOR-W  PIC 9(06)   VALUE ZEROS.
           05 VALOR-SEM-COBRADOR-W PIC 9(13)V99 VALUE ZEROS.
      *    TAB-REGRA-W - regras ativas do CRD233, na ordem de SEQ.
           05 TAB-REGRA-W.
              10 TAB-REGRA-OCR OCCURS 200 TIMES.
                 15 COBRADOR-RG-W        PIC X(20).
                 15 PORTADOR-RG-W        PIC 9(04).
                 15 CARTEIRA-RG-W        PIC 9(02).
                 15 VALOR-INI-RG-W       PIC 9(11)V99.
                 15 VALOR-FIM-RG-W       PIC 9(11)V99.
           05 QTDE-REGRAS-W        PIC 9(03)   VALUE ZEROS.
           05 IND-RG-W             PIC 9(03)   VALUE ZEROS.
      *    TAB-COB-W - totais da lista do dia por cobrador.
           05 TAB-COB-W.
              10 TAB-COB-OCR OCCURS 200 TIMES.
                 15 COBRADOR-TC-W        PIC X(20).
                 15 QTDE-TC-W            PIC 9(06).
                 15 QUEBRADAS-TC-W       PIC 9(06).
                 15 VALOR-TC-W           PIC 9(13)V99.
           05 QTDE-COB-W           PIC 9(03)   VALUE ZEROS.
           05 IND-TC-W             PIC 9(03)   VALUE ZEROS.
           05 ACHOU-W              PIC X(01)   VALUE "N".
           05 CONTRATO-DSP-W       PIC 9(04).
           05 ALBUM-DSP-W          PIC 9(04).
           05 SEQ-DSP-W            PIC ZZZZ9.
           05 QTDE-DSP-W           PIC ZZZ.ZZ9.
           05 QTDE2-DSP-W          PIC ZZZ.ZZ9.
           05 VALOR-DSP-W          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 VALOR2-DSP-W         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 DESC-SITUACAO-W      PIC X(10)   VALUE SPACES.
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
              PERFORM CARREGA-REGRAS
              PERFORM GRAVA-CABECALHO-PROMESSAS
              PERFORM CONFERE-PROMESSAS
              PERFORM EXPURGA-LISTAS-ANTIGAS
              PERFORM MONTA-LISTA-DO-DIA
              PERFORM REMOVE-SOBRAS-DO-DIA
              PERFORM GRAVA-TOTAIS-COBREL
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           ACCEPT HORA-BRA FROM TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE ZEROS TO ERRO-W.
           MOVE "CRP253" TO ACESSO-PROGRAMA-W.
           MOVE SPACES TO ACESSO-PERMITIDO-W.
           CALL "CAPACESS" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                 ACESSO-PERMITIDO-W.
           CANCEL "CAPACESS".
           IF ACESSO-PERMITIDO-W = "N"
              DISPLAY "USUARIO SEM ACESSO AO CRP253"
              MOVE 1 TO ERRO-W.
           MOVE EMPRESA-W           TO EMP-REC.
           MOVE "CRD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD233"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD233.
           MOVE "CRD234"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD234.
           MOVE "CRD235"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD235.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "COBREL"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COBREL.
           IF PARAMETROS-W(68: 3) NUMERIC AND
              PARAMETROS-W(68: 3) <> "000"
              MOVE PARAMETROS-W(68: 3) TO DIAS-MINIMO-W.
           IF PARAMETROS-W(71: 2) NUMERIC
              MOVE PARAMETROS-W(71: 2) TO DIAS-TOLERANCIA-W.

           MOVE WS-DATA-CPU TO DATA-HOJE-W.
           MOVE HORA-BRA    TO HORA-GERACAO-W.
           MOVE FUNCTION INTEGER-OF-DATE(DATA-HOJE-W)
                                        TO DATA-HOJE-INT-W.
      *    Promessa conferida: data prometida + tolerancia < hoje.
           COMPUTE DATA-LIMITE-PROM-W = FUNCTION DATE-OF-INTEGER
                   (DATA-HOJE-INT-W - DIAS-TOLERANCIA-W - 1).
           COMPUTE DATA-LIMITE-LISTA-W = FUNCTION DATE-OF-INTEGER
                   (DATA-HOJE-INT-W - DIAS-GUARDA-LISTA-W).
           COMPUTE DATA-RECONFERE-W = FUNCTION DATE-OF-INTEGER
                   (DATA-HOJE-INT-W - DIAS-RECONFERE-W).

           OPEN INPUT CRD020.
           OPEN INPUT CRD233.
           IF ST-CRD233 = "35"
              CLOSE CRD233      OPEN OUTPUT CRD233
              CLOSE CRD233      OPEN INPUT CRD233
           END-IF.
           OPEN I-O CRD234.
           IF ST-CRD234 = "35"
              CLOSE CRD234      OPEN OUTPUT CRD234
              CLOSE CRD234      OPEN I-O CRD234
           END-IF.
           OPEN I-O CRD235.
           IF ST-CRD235 = "35"
              CLOSE CRD235      OPEN OUTPUT CRD235
              CLOSE CRD235      OPEN I-O CRD235
           END-IF.
           OPEN OUTPUT COBREL.

           IF ST-CRD020 <> "00"
              DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
              MOVE 1 TO ERRO-W.
           IF ST-CRD233 <> "00"
              DISPLAY "ERRO ABERTURA CRD233: " ST-CRD233
              MOVE 1 TO ERRO-W.
           IF ST-CRD234 <> "00"
              DISPLAY "ERRO ABERTURA CRD234: " ST-CRD234
              MOVE 1 TO ERRO-W.
           IF ST-CRD235 <> "00"
              DISPLAY "ERRO ABERTURA CRD235: " ST-CRD235
              MOVE 1 TO ERRO-W.
           IF ST-COBREL <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO COBREL: " ST-COBREL
              MOVE 1 TO ERRO-W.

           IF ERRO-W = ZEROS
              OPEN I-O LOGACESS

              MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

              MOVE USUARIO-W           TO LOGACESS-USUARIO
              MOVE WS-DATA-CPU         TO LOGACESS-DATA
              ACCEPT WS-HORA-SYS FROM TIME
              MOVE WS-HORA-SYS         TO LOGACESS-HORAS
              MOVE 1                   TO LOGACESS-SEQUENCIA
              MOVE "CRP253"            TO LOGACESS-PROGRAMA
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

       CARREGA-REGRAS SECTION.
           MOVE ZEROS TO QTDE-REGRAS-W SEQ-CR233.
           START CRD233 KEY IS NOT LESS SEQ-CR233 INVALID KEY
                 MOVE "10" TO ST-CRD233.
           PERFORM UNTIL ST-CRD233 = "10"
             READ CRD233 NEXT RECORD AT END MOVE "10" TO ST-CRD233
               NOT AT END
                 IF CR233-ATIVO AND QTDE-REGRAS-W < 200
                    ADD 1 TO QTDE-REGRAS-W
                    MOVE COBRADOR-CR233  TO
                                      COBRADOR-RG-W(QTDE-REGRAS-W)
                    MOVE PORTADOR-CR233  TO
                                      PORTADOR-RG-W(QTDE-REGRAS-W)
                    MOVE CARTEIRA-CR233  TO
                                      CARTEIRA-RG-W(QTDE-REGRAS-W)
                    MOVE VALOR-INI-CR233 TO
                                      VALOR-INI-RG-W(QTDE-REGRAS-W)
                    MOVE VALOR-FIM-CR233 TO
                                      VALOR-FIM-RG-W(QTDE-REGRAS-W)
                 END-IF
             END-READ
           END-PERFORM.
           IF QTDE-REGRAS-W = ZEROS
              DISPLAY "CRD233 SEM REGRAS ATIVAS - NENHUM TITULO SERA "
                      "DISTRIBUIDO (CADASTRAR NO CRP252)"
           END-IF.

       GRAVA-CABECALHO-PROMESSAS SECTION.
           MOVE SPACES TO REG-COBREL.
           STRING "CONTRATO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "ALBUM" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "SEQ" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "COBRADOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "DATA PROMETIDA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VALOR PROMETIDO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "DATA PAGAMENTO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VALOR PAGO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "PROMESSA" DELIMITED BY SIZE
                  INTO REG-COBREL
           WRITE REG-COBREL.

       CONFERE-PROMESSAS SECTION.
      *    Promessa pendente com a data (mais a tolerancia) vencida e
      *    quebrada recente sao conferidas contra o CRD020. So a
      *    baixa por pagamento (BAIXADO-CR20 = 1) cumpre a promessa.
           MOVE LOW-VALUES TO CHAVE-CR235.
           START CRD235 KEY IS NOT LESS CHAVE-CR235 INVALID KEY
                 MOVE "10" TO ST-CRD235.
           PERFORM UNTIL ST-CRD235 = "10"
             READ CRD235 NEXT RECORD AT END MOVE "10" TO ST-CRD235
               NOT AT END
                 IF CR235-PROMESSA
                    IF (CR235-PENDENTE AND
                        DATA-PROMESSA-CR235 NOT > DATA-LIMITE-PROM-W)
                       OR
                       (CR235-QUEBRADA AND
                        DATA-VERIFICACAO-CR235 NOT < DATA-RECONFERE-W)
                       PERFORM CONFERE-UMA-PROMESSA
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       CONFERE-UMA-PROMESSA SECTION.
           MOVE SITUACAO-PROM-CR235 TO SITUACAO-ANT-W.
           MOVE COD-COMPL-CR235 TO COD-COMPL-CR20.
           MOVE SEQ-CR235       TO SEQ-CR20.
           READ CRD020 INVALID KEY
                MOVE 9 TO BAIXADO-CR20
                MOVE ZEROS TO DATA-PAGTO-CR20 VALOR-PAGO-CR20
           END-READ.
           EVALUATE TRUE
               WHEN BAIXADO-CR20 = 1 AND
                    DATA-PAGTO-CR20 NOT > DATA-PROMESSA-CR235 AND
                    VALOR-PAGO-CR20 NOT < VALOR-PROMESSA-CR235
                    MOVE "C" TO SITUACAO-PROM-CR235
               WHEN BAIXADO-CR20 = 0 OR BAIXADO-CR20 = 1
                    MOVE "Q" TO SITUACAO-PROM-CR235
               WHEN OTHER
                    MOVE "E" TO SITUACAO-PROM-CR235
           END-EVALUATE.
      *    Quebrada so muda se o pagamento em dia apareceu agora; o
      *    titulo renegociado/cancelado depois da quebra nao apaga a
      *    quebra.
           IF SITUACAO-ANT-W = "Q" AND NOT CR235-CUMPRIDA
              MOVE "Q" TO SITUACAO-PROM-CR235
              EXIT SECTION
           END-IF.
           MOVE DATA-HOJE-W TO DATA-VERIFICACAO-CR235.
           IF BAIXADO-CR20 = 1
              MOVE DATA-PAGTO-CR20 TO DATA-PAGTO-CR235
              MOVE VALOR-PAGO-CR20 TO VALOR-PAGO-CR235
           ELSE
              MOVE ZEROS TO DATA-PAGTO-CR235 VALOR-PAGO-CR235
           END-IF.
           REWRITE REG-CRD235
           END-REWRITE.
           EVALUATE TRUE
               WHEN CR235-CUMPRIDA
                    ADD 1 TO CONT-CUMPRIDAS-W
                    MOVE "CUMPRIDA"  TO DESC-SITUACAO-W
               WHEN CR235-QUEBRADA
                    ADD 1 TO CONT-QUEBRADAS-W
                    MOVE "QUEBRADA"  TO DESC-SITUACAO-W
               WHEN OTHER
                    ADD 1 TO CONT-ENCERRADAS-W
                    MOVE "ENCERRADA" TO DESC-SITUACAO-W
           END-EVALUATE.
           PERFORM GRAVA-LINHA-PROMESSA.

       GRAVA-LINHA-PROMESSA SECTION.
           MOVE COD-COMPL-CR235(2: 4)      TO CONTRATO-DSP-W.
           MOVE COD-COMPL-CR235(6: 4)      TO ALBUM-DSP-W.
           MOVE SEQ-CR235                  TO SEQ-DSP-W.
           MOVE DATA-PROMESSA-CR235(7: 2)  TO DIA-DSP-W.
           MOVE DATA-PROMESSA-CR235(5: 2)  TO MES-DSP-W.
           MOVE DATA-PROMESSA-CR235(1: 4)  TO ANO-DSP-W.
           MOVE DATA-PAGTO-CR235(7: 2)     TO DIA2-DSP-W.
           MOVE DATA-PAGTO-CR235(5: 2)     TO MES2-DSP-W.
           MOVE DATA-PAGTO-CR235(1: 4)     TO ANO2-DSP-W.
           MOVE VALOR-PROMESSA-CR235       TO VALOR-DSP-W.
           MOVE VALOR-PAGO-CR235           TO VALOR2-DSP-W.
           MOVE SPACES TO REG-COBREL.
           STRING CONTRATO-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ALBUM-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SEQ-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  COBRADOR-CR235 DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  DATA-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DATA2-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR2-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DESC-SITUACAO-W DELIMITED BY SIZE
                  INTO REG-COBREL
           WRITE REG-COBREL.

       EXPURGA-LISTAS-ANTIGAS SECTION.
      *    A chave do CRD234 comeca pela data da lista.
           MOVE LOW-VALUES TO CHAVE-CR234.
           START CRD234 KEY IS NOT LESS CHAVE-CR234 INVALID KEY
                 MOVE "10" TO ST-CRD234.
           PERFORM UNTIL ST-CRD234 = "10"
             READ CRD234 NEXT RECORD AT END MOVE "10" TO ST-CRD234
               NOT AT END
                 IF DATA-LISTA-CR234 NOT < DATA-LIMITE-LISTA-W
                    MOVE "10" TO ST-CRD234
                 ELSE
                    DELETE CRD234 NOT INVALID KEY
                           ADD 1 TO CONT-EXCLUIDOS-W
                    END-DELETE
                 END-IF
             END-READ
           END-PERFORM.

       MONTA-LISTA-DO-DIA SECTION.
      *    Varre o CRD020 inteiro; titulo em aberto (BAIXADO-CR20 = 0)
      *    vencido ha DIAS-MINIMO-W dias ou mais vai p/ a lista do
      *    cobrador da primeira regra que o atende.
           MOVE LOW-VALUES TO CHAVE-CR20.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
             READ CRD020 NEXT RECORD AT END MOVE "10" TO ST-CRD020
               NOT AT END
                 IF BAIXADO-CR20 = 0 AND DATA-VENCTO-CR20 > ZEROS
                    MOVE FUNCTION INTEGER-OF-DATE(DATA-VENCTO-CR20)
                                                 TO DATA-AUX-INT-W
                    COMPUTE DIAS-ATRASO-W =
                            DATA-HOJE-INT-W - DATA-AUX-INT-W
                    IF DIAS-ATRASO-W >= DIAS-MINIMO-W
                       PERFORM ACHA-COBRADOR
                       IF COBRADOR-TIT-W = SPACES
                          ADD 1 TO CONT-SEM-COBRADOR-W
                          ADD VALOR-TOT-CR20 TO VALOR-SEM-COBRADOR-W
                       ELSE
                          PERFORM VERIFICA-PROMESSA-TITULO
                          IF PROMESSA-TIT-W <> "P"
                             PERFORM GRAVA-ITEM-LISTA
                          END-IF
                       END-IF
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       ACHA-COBRADOR SECTION.
           MOVE SPACES TO COBRADOR-TIT-W.
           MOVE ZEROS  TO IND-RG-W.
           PERFORM UNTIL IND-RG-W = QTDE-REGRAS-W
                         OR COBRADOR-TIT-W <> SPACES
              ADD 1 TO IND-RG-W
              IF (PORTADOR-RG-W(IND-RG-W) = ZEROS OR
                  PORTADOR-RG-W(IND-RG-W) = PORTADOR-CR20) AND
                 (CARTEIRA-RG-W(IND-RG-W) = ZEROS OR
                  CARTEIRA-RG-W(IND-RG-W) = CARTEIRA-CR20) AND
                 VALOR-TOT-CR20 NOT < VALOR-INI-RG-W(IND-RG-W) AND
                 (VALOR-FIM-RG-W(IND-RG-W) = ZEROS OR
                  VALOR-TOT-CR20 NOT > VALOR-FIM-RG-W(IND-RG-W))
                 MOVE COBRADOR-RG-W(IND-RG-W) TO COBRADOR-TIT-W
              END-IF
           END-PERFORM.

       VERIFICA-PROMESSA-TITULO SECTION.
      *    Vale a ultima promessa do titulo (a chave do CRD235 e
      *    cronologica dentro do titulo): P = ainda no prazo (fica
      *    fora da lista), Q = quebrada (marcada na lista).
           MOVE SPACES TO PROMESSA-TIT-W.
           MOVE ZEROS  TO DATA-PROMESSA-TIT-W.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR235.
           MOVE SEQ-CR20       TO SEQ-CR235.
           MOVE ZEROS          TO DATA-CONTATO-CR235
                                  HORA-CONTATO-CR235.
           START CRD235 KEY IS NOT LESS CHAVE-CR235 INVALID KEY
                 MOVE "10" TO ST-CRD235.
           PERFORM UNTIL ST-CRD235 = "10"
             READ CRD235 NEXT RECORD AT END MOVE "10" TO ST-CRD235
               NOT AT END
                 IF COD-COMPL-CR235 <> COD-COMPL-CR20 OR
                    SEQ-CR235 <> SEQ-CR20
                    MOVE "10" TO ST-CRD235
                 ELSE
                    IF CR235-PROMESSA
                       MOVE SITUACAO-PROM-CR235 TO PROMESSA-TIT-W
                       MOVE DATA-PROMESSA-CR235 TO DATA-PROMESSA-TIT-W
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       GRAVA-ITEM-LISTA SECTION.
      *    Rerodar no mesmo dia preserva o que o cobrador ja lancou
      *    (SITUACAO/RESULTADO) e so atualiza o resto.
           MOVE DATA-HOJE-W    TO DATA-LISTA-CR234.
           MOVE COBRADOR-TIT-W TO COBRADOR-CR234.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR234.
           MOVE SEQ-CR20       TO SEQ-CR234.
           READ CRD234 INVALID KEY
                MOVE "A"    TO SITUACAO-CR234
                MOVE SPACES TO RESULTADO-CR234
                MOVE "N"    TO ACHOU-W
              NOT INVALID KEY
                MOVE "S"    TO ACHOU-W
           END-READ.
           MOVE NR-DOCTO-CR20    TO NR-DOCTO-CR234.
           MOVE DATA-VENCTO-CR20 TO DATA-VENCTO-CR234.
           MOVE VALOR-TOT-CR20   TO VALOR-CR234.
           MOVE PORTADOR-CR20    TO PORTADOR-CR234.
           MOVE CARTEIRA-CR20    TO CARTEIRA-CR234.
           MOVE DIAS-ATRASO-W    TO DIAS-ATRASO-CR234.
           MOVE HORA-GERACAO-W   TO HORA-GERACAO-CR234.
           IF PROMESSA-TIT-W = "Q"
              MOVE "Q"                 TO PROMESSA-CR234
              MOVE DATA-PROMESSA-TIT-W TO DATA-PROMESSA-CR234
           ELSE
              MOVE SPACES TO PROMESSA-CR234
              MOVE ZEROS  TO DATA-PROMESSA-CR234
           END-IF.
           IF ACHOU-W = "S"
              REWRITE REG-CRD234
              END-REWRITE
           ELSE
              WRITE REG-CRD234
              END-WRITE
           END-IF.
           ADD 1 TO CONT-LISTA-W.
           PERFORM ACUMULA-COBRADOR.

       ACUMULA-COBRADOR SECTION.
           MOVE "N" TO ACHOU-W.
           MOVE ZEROS TO IND-TC-W.
           PERFORM UNTIL IND-TC-W = QTDE-COB-W OR ACHOU-W = "S"
              ADD 1 TO IND-TC-W
              IF COBRADOR-TC-W(IND-TC-W) = COBRADOR-CR234
                 MOVE "S" TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = "N" AND QTDE-COB-W < 200
              ADD 1 TO QTDE-COB-W
              MOVE QTDE-COB-W     TO IND-TC-W
              MOVE COBRADOR-CR234 TO COBRADOR-TC-W(IND-TC-W)
              MOVE ZEROS          TO QTDE-TC-W(IND-TC-W)
                                     QUEBRADAS-TC-W(IND-TC-W)
                                     VALOR-TC-W(IND-TC-W)
              MOVE "S" TO ACHOU-W
           END-IF.
           IF ACHOU-W = "S"
              ADD 1           TO QTDE-TC-W(IND-TC-W)
              ADD VALOR-CR234 TO VALOR-TC-W(IND-TC-W)
              IF CR234-PROMESSA-QUEBRADA
                 ADD 1 TO QUEBRADAS-TC-W(IND-TC-W)
              END-IF
           END-IF.

       REMOVE-SOBRAS-DO-DIA SECTION.
      *    Registro da lista de hoje que esta rodada nao revisou
      *    (titulo pago ou com promessa nova desde a rodada anterior
      *    do mesmo dia, regra mudada) sai da lista.
           MOVE LOW-VALUES  TO CHAVE-CR234.
           MOVE DATA-HOJE-W TO DATA-LISTA-CR234.
           START CRD234 KEY IS NOT LESS CHAVE-CR234 INVALID KEY
                 MOVE "10" TO ST-CRD234.
           PERFORM UNTIL ST-CRD234 = "10"
             READ CRD234 NEXT RECORD AT END MOVE "10" TO ST-CRD234
               NOT AT END
                 IF DATA-LISTA-CR234 <> DATA-HOJE-W
                    MOVE "10" TO ST-CRD234
                 ELSE
                    IF HORA-GERACAO-CR234 <> HORA-GERACAO-W
                       DELETE CRD234 NOT INVALID KEY
                              ADD 1 TO CONT-EXCLUIDOS-W
                       END-DELETE
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       GRAVA-TOTAIS-COBREL SECTION.
           MOVE CONT-CUMPRIDAS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-COBREL.
           STRING "PROMESSAS CUMPRIDAS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-COBREL
           WRITE REG-COBREL.
           MOVE CONT-QUEBRADAS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-COBREL.
           STRING "PROMESSAS QUEBRADAS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-COBREL
           WRITE REG-COBREL.
           MOVE CONT-ENCERRADAS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-COBREL.
           STRING "PROMESSAS ENCERRADAS SEM PAGAMENTO" DELIMITED BY
                  SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-COBREL
           WRITE REG-COBREL.
           MOVE SPACES TO REG-COBREL.
           STRING "COBRADOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "TITULOS NA LISTA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "PROMESSAS QUEBRADAS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VALOR" DELIMITED BY SIZE
                  INTO REG-COBREL
           WRITE REG-COBREL.
           MOVE ZEROS TO IND-TC-W.
           PERFORM UNTIL IND-TC-W = QTDE-COB-W
              ADD 1 TO IND-TC-W
              MOVE QTDE-TC-W(IND-TC-W)      TO QTDE-DSP-W
              MOVE QUEBRADAS-TC-W(IND-TC-W) TO QTDE2-DSP-W
              MOVE VALOR-TC-W(IND-TC-W)     TO VALOR-DSP-W
              MOVE SPACES TO REG-COBREL
              STRING COBRADOR-TC-W(IND-TC-W) DELIMITED BY SPACE
                     ";" DELIMITED BY SIZE
                     QTDE-DSP-W DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     QTDE2-DSP-W DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     VALOR-DSP-W DELIMITED BY SIZE
                     INTO REG-COBREL
              WRITE REG-COBREL
           END-PERFORM.
           MOVE CONT-SEM-COBRADOR-W  TO QTDE-DSP-W.
           MOVE VALOR-SEM-COBRADOR-W TO VALOR-DSP-W.
           MOVE SPACES TO REG-COBREL.
           STRING "SEM COBRADOR (NENHUMA REGRA DO CRD233)" DELIMITED BY
                  SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR-DSP-W DELIMITED BY SIZE
                  INTO REG-COBREL
           WRITE REG-COBREL.

       FINALIZAR-PROGRAMA SECTION.
      *    Independe de ERRO-W, como no CRP237: fecha o que abriu e
      *    registra o encerramento no LOGACESS.
           OPEN I-O LOGACESS

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           MOVE USUARIO-W           TO LOGACESS-USUARIO
           MOVE WS-DATA-CPU         TO LOGACESS-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS         TO LOGACESS-HORAS
           MOVE 1                   TO LOGACESS-SEQUENCIA
           MOVE "CRP253"            TO LOGACESS-PROGRAMA
           MOVE "FECHADO"           TO LOGACESS-STATUS
           MOVE CONT-LISTA-W        TO LOGACESS-QTDE-GRAVACOES
           MOVE CONT-EXCLUIDOS-W    TO LOGACESS-QTDE-EXCLUSOES
           MOVE ZEROS               TO LOGACESS-QTDE-REMESSAS
           MOVE "10" TO FS-LOGACESS
           PERFORM UNTIL FS-LOGACESS = "00"
                WRITE REG-LOGACESS INVALID KEY
                    ADD 1 TO LOGACESS-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO FS-LOGACESS
                END-WRITE
           END-PERFORM

           CLOSE LOGACESS

           CLOSE CRD020 CRD233 CRD234 CRD235 COBREL.

      *    RETURN-CODE diferente de zero avisa o CRP230 que o passo
      *    falhou.
           IF ERRO-W NOT = ZEROS
              MOVE 8 TO RETURN-CODE.

           STOP RUN.
