       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP237.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *PROPOSTA DE BAIXA POR PERDA (PDD): VARRE OS TITULOS EM ABERTO
      *DO CRD020 VENCIDOS HA PELO MENOS O MINIMO DE DIAS (POSICOES
      *68-70 DE PARAMETROS-W; EM BRANCO = 365) E PROPOE COMO
      *INCOBRAVEL NO CRD224 O QUE TEVE PROTESTO LAVRADO (CRD216), O
      *QUE JA RECEBEU O AVISO FINAL DO CICLO DE CARTAS DO CRP219
      *(CRD214) OU O QUE TEM VALOR ATE O LIMITE DAS POSICOES 71-78
      *(EM REAIS; EM BRANCO = 100) - ESTE SO PELA IDADE. O TITULO
      *PROPOSTO FICA PROVISIONADO ATE O SUPERVISOR APROVAR OU RECUSAR
      *NO CRP238; PROPOSTO QUE SAIU DA CARTEIRA (PAGO, RENEGOCIADO,
      *CANCELADO) ANTES DA DECISAO E ENCERRADO COMO LIQUIDADO, E O
      *RECUSADO NAO E PROPOSTO DE NOVO. A LISTAGEM PDDREL (";") TRAZ
      *TODO TITULO PROPOSTO COM O TOTAL PROVISIONADO POR MOTIVO.
       DATE-WRITTEN.  15/10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX214.
           COPY CRPX216.
           COPY CRPX224.
           COPY LOGACESS.SEL.
           SELECT PDDREL ASSIGN TO PATH-PDDREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-PDDREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW214.
       COPY CRPW216.
       COPY CRPW224.
       COPY LOGACESS.FD.
      *    PDDREL - uma linha por titulo proposto, mais o total por
      *    motivo e o total geral provisionado.
       FD  PDDREL
           LABEL RECORD IS OMITTED.
       01  REG-PDDREL            PIC X(250).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO.
           COPY "PARAMETR".
           05 ERRO-W               PIC 9       VALUE ZEROS.
           05 ACESSO-PROGRAMA-W    PIC X(08)   VALUE SPACES.
           05 ACESSO-PERMITIDO-W   PIC X(01)   VALUE SPACES.
           05 ST-CRD020            PIC XX      VALUE SPACES.
           05 ST-CRD214            PIC XX      VALUE SPACES.
           05 ST-CRD216            PIC XX      VALUE SPACES.
           05 ST-CRD224            PIC XX      VALUE SPACES.
           05 ST-PDDREL            PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-CRD020          PIC X(30)   VALUE SPACES.
           05 PATH-CRD214          PIC X(30)   VALUE SPACES.
           05 PATH-CRD216          PIC X(30)   VALUE SPACES.
           05 PATH-CRD224          PIC X(30)   VALUE SPACES.
           05 PATH-PDDREL          PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
           05 DIAS-MINIMO-W        PIC 9(03)   VALUE 365.
      *    DIAS-MINIMO-W - atraso minimo p/ propor a perda, de
      *    PARAMETROS-W(68: 3); em branco = 365 dias.
           05 VALOR-LIMITE-W       PIC 9(08)   VALUE 100.
      *    VALOR-LIMITE-W - titulo ate este valor (em reais) e
      *    proposto so pela idade, de PARAMETROS-W(71: 8); em
      *    branco = 100.
           05 TEM-CRD214-W         PIC X(01)   VALUE "S".
           05 TEM-CRD216-W         PIC X(01)   VALUE "S".
           05 DATA-HOJE-W          PIC 9(08)   VALUE ZEROS.
           05 DATA-HOJE-INT-W      PIC S9(9) COMP VALUE ZEROS.
           05 DATA-AUX-INT-W       PIC S9(9) COMP VALUE ZEROS.
           05 DIAS-ATRASO-W        PIC S9(5)   VALUE ZEROS.
           05 MOTIVO-W             PIC X(01)   VALUE SPACES.
           05 SITUACAO-LINHA-W     PIC X(08)   VALUE SPACES.
           05 CONT-NOVOS-W         PIC 9(06)   VALUE ZEROS.
           05 CONT-PROPOSTOS-W     PIC 9(06)   VALUE ZEROS.
           05 CONT-LIQUIDADOS-W    PIC 9(06)   VALUE ZEROS.
           05 IND-MOT-W            PIC 9(01)   VALUE ZEROS.
      *    Totais por motivo: 1-carta 2-protesto 3-valor.
           05 TOT-MOTIVO-W         OCCURS 3 TIMES
                                   PIC 9(13)V99 VALUE ZEROS.
           05 QTDE-MOTIVO-W        OCCURS 3 TIMES
                                   PIC 9(06)   VALUE ZEROS.
           05 TOT-GERAL-W          PIC 9(13)V99 VALUE ZEROS.
           05 TAB-DESC-MOTIVO-W.
              10 FILLER            PIC X(16)   VALUE "CARTA FINAL".
              10 FILLER            PIC X(16)   VALUE "PROTESTO LAVRADO".
              10 FILLER            PIC X(16)   VALUE "VALOR BAIXO".
           05 TAB-DESC-MOTIVO-R REDEFINES TAB-DESC-MOTIVO-W.
              10 DESC-MOTIVO-TAB-W OCCURS 3 TIMES PIC X(16).
           05 CONTRATO-DSP-W       PIC 9(04).
           05 ALBUM-DSP-W          PIC 9(04).
           05 SEQ-DSP-W            PIC ZZZZ9.
           05 DIAS-DSP-W           PIC ZZZZ9.
           05 PORTADOR-DSP-W       PIC ZZZ9.
           05 CARTEIRA-DSP-W       PIC Z9.
           05 QTDE-DSP-W           PIC ZZZ.ZZ9.
           05 VALOR-DSP-W          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 DATA-DSP-W.
              10 DIA-DSP-W         PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 MES-DSP-W         PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 ANO-DSP-W         PIC 9(04).
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
              PERFORM ENCERRA-PROPOSTAS-LIQUIDADAS
              PERFORM GRAVA-CABECALHO-PDDREL
              PERFORM PROPOE-CANDIDATOS
              PERFORM GRAVA-TOTAIS-PDDREL
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           ACCEPT HORA-BRA FROM TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE ZEROS TO ERRO-W.
           MOVE "CRP237" TO ACESSO-PROGRAMA-W.
           MOVE SPACES TO ACESSO-PERMITIDO-W.
           CALL "CAPACESS" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                 ACESSO-PERMITIDO-W.
           CANCEL "CAPACESS".
           IF ACESSO-PERMITIDO-W = "N"
              DISPLAY "USUARIO SEM ACESSO AO CRP237"
              MOVE 1 TO ERRO-W.
           MOVE EMPRESA-W           TO EMP-REC.
           MOVE "CRD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD214"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD214.
           MOVE "CRD216"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD216.
           MOVE "CRD224"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD224.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "PDDREL"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PDDREL.
           IF PARAMETROS-W(68: 3) NUMERIC
              MOVE PARAMETROS-W(68: 3) TO DIAS-MINIMO-W.
           IF PARAMETROS-W(71: 8) NUMERIC
              MOVE PARAMETROS-W(71: 8) TO VALOR-LIMITE-W.

           MOVE WS-DATA-CPU TO DATA-HOJE-W.
           MOVE FUNCTION INTEGER-OF-DATE(DATA-HOJE-W)
                                        TO DATA-HOJE-INT-W.

           OPEN INPUT CRD020.
      *    Sem CRD214 (nenhuma carta emitida ainda) ou sem CRD216
      *    (nenhum protesto) o motivo correspondente so nao ocorre.
           OPEN INPUT CRD214.
           IF ST-CRD214 = "35"
              MOVE "N" TO TEM-CRD214-W
           ELSE
              IF ST-CRD214 <> "00"
                 DISPLAY "ERRO ABERTURA CRD214: " ST-CRD214
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           OPEN INPUT CRD216.
           IF ST-CRD216 = "35"
              MOVE "N" TO TEM-CRD216-W
           ELSE
              IF ST-CRD216 <> "00"
                 DISPLAY "ERRO ABERTURA CRD216: " ST-CRD216
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           OPEN I-O CRD224.
           IF ST-CRD224 = "35"
              CLOSE CRD224      OPEN OUTPUT CRD224
              CLOSE CRD224      OPEN I-O CRD224
           END-IF.
           OPEN OUTPUT PDDREL.

           IF ST-CRD020 <> "00"
              DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
              MOVE 1 TO ERRO-W.
           IF ST-CRD224 <> "00"
              DISPLAY "ERRO ABERTURA CRD224: " ST-CRD224
              MOVE 1 TO ERRO-W.
           IF ST-PDDREL <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO PDDREL: " ST-PDDREL
              MOVE 1 TO ERRO-W.

           IF ERRO-W = ZEROS
              OPEN I-O LOGACESS

              MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

              MOVE USUARIO-W           TO LOGACESS-USUARIO
              MOVE WS-DATA-CPU         TO LOGACESS-DATA
              ACCEPT WS-HORA-SYS FROM TIME
              MOVE WS-HORA-SYS         TO LOGACESS-HORAS
              MOVE 1                   TO LOGACESS-SEQUENCIA
              MOVE "CRP237"            TO LOGACESS-PROGRAMA
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

       ENCERRA-PROPOSTAS-LIQUIDADAS SECTION.
      *    Proposta ainda sem decisao cujo titulo ja nao esta em
      *    aberto (pago pelo retorno/PIX/baixa manual, renegociado,
      *    cancelado) deixa de ser provisao: vira L com a data de hoje.
           MOVE LOW-VALUES TO CHAVE-CR224.
           START CRD224 KEY IS NOT LESS CHAVE-CR224 INVALID KEY
                 MOVE "10" TO ST-CRD224.
           PERFORM UNTIL ST-CRD224 = "10"
             READ CRD224 NEXT RECORD AT END MOVE "10" TO ST-CRD224
               NOT AT END
                 IF CR224-PROPOSTO
                    MOVE COD-COMPL-CR224 TO COD-COMPL-CR20
                    MOVE SEQ-CR224       TO SEQ-CR20
                    READ CRD020 INVALID KEY
                         MOVE 9 TO BAIXADO-CR20
                    END-READ
                    IF BAIXADO-CR20 <> 0
                       MOVE "L"          TO SITUACAO-CR224
                       MOVE DATA-HOJE-W  TO DATA-DECISAO-CR224
                       MOVE USUARIO-W    TO USUARIO-DECISAO-CR224
                       MOVE "TITULO SAIU DA CARTEIRA ANTES DA DECISAO"
                                         TO OBS-CR224
                       REWRITE REG-CRD224
                       END-REWRITE
                       ADD 1 TO CONT-LIQUIDADOS-W
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       GRAVA-CABECALHO-PDDREL SECTION.
           MOVE SPACES TO REG-PDDREL.
           STRING "CONTRATO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "ALBUM" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "SEQ" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "DOCUMENTO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "PORTADOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "CARTEIRA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VENCIMENTO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "DIAS ATRASO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VALOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "MOTIVO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "PROPOSTA" DELIMITED BY SIZE
                  INTO REG-PDDREL
           WRITE REG-PDDREL.

       PROPOE-CANDIDATOS SECTION.
      *    Varre CRD020 inteiro em ordem de chave; so titulo em aberto
      *    (BAIXADO-CR20 = 0) vencido ha pelo menos DIAS-MINIMO-W dias
      *    e com algum motivo de perda entra na proposta.
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
                       PERFORM VERIFICA-MOTIVO-PERDA
                       IF MOTIVO-W <> SPACES
                          PERFORM GRAVA-PROPOSTA
                       END-IF
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       VERIFICA-MOTIVO-PERDA SECTION.
      *    Protesto lavrado pesa mais que a carta final, que pesa mais
      *    que o valor baixo; nenhum dos tres = nao e candidato.
           MOVE SPACES TO MOTIVO-W.
           IF TEM-CRD216-W = "S"
              MOVE COD-COMPL-CR20 TO COD-COMPL-CR216
              MOVE SEQ-CR20       TO SEQ-CR216
              READ CRD216 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   IF SITUACAO-PROT-CR216 = 4
                      MOVE "P" TO MOTIVO-W
                   END-IF
              END-READ
           END-IF.
           IF MOTIVO-W = SPACES AND TEM-CRD214-W = "S"
              MOVE COD-COMPL-CR20 TO COD-COMPL-CR214
              MOVE SEQ-CR20       TO SEQ-CR214
              READ CRD214 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   IF NIVEL-CR214 = 3
                      MOVE "C" TO MOTIVO-W
                   END-IF
              END-READ
           END-IF.
           IF MOTIVO-W = SPACES AND VALOR-TOT-CR20 <= VALOR-LIMITE-W
              MOVE "V" TO MOTIVO-W
           END-IF.

       GRAVA-PROPOSTA SECTION.
      *    Titulo sem proposta: grava P. Proposta P: atualiza atraso,
      *    motivo e valor. Recusado fica de fora (o supervisor ja
      *    decidiu manter a cobranca). Liquidado (L) que voltou a
      *    ficar em aberto - estorno de baixa - e proposto de novo.
           MOVE "NOVO" TO SITUACAO-LINHA-W.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR224.
           MOVE SEQ-CR20       TO SEQ-CR224.
           READ CRD224 INVALID KEY
                INITIALIZE REG-CRD224
                MOVE COD-COMPL-CR20 TO COD-COMPL-CR224
                MOVE SEQ-CR20       TO SEQ-CR224
                MOVE "N" TO SITUACAO-CR224
           END-READ.
           IF CR224-RECUSADO OR CR224-APROVADO
              EXIT SECTION
           END-IF.
           IF CR224-PROPOSTO
              MOVE "MANTIDO" TO SITUACAO-LINHA-W
           ELSE
              MOVE DATA-HOJE-W TO DATA-PROPOSTA-CR224
              MOVE ZEROS       TO DATA-DECISAO-CR224
                                  DATA-EXPORTACAO-CR224
              MOVE SPACES      TO USUARIO-DECISAO-CR224 OBS-CR224
           END-IF.
           MOVE DIAS-ATRASO-W    TO DIAS-ATRASO-CR224.
           MOVE MOTIVO-W         TO MOTIVO-CR224.
           MOVE PORTADOR-CR20    TO PORTADOR-CR224.
           MOVE CARTEIRA-CR20    TO CARTEIRA-CR224.
           MOVE NR-DOCTO-CR20    TO NR-DOCTO-CR224.
           MOVE DATA-VENCTO-CR20 TO DATA-VENCTO-CR224.
           MOVE VALOR-TOT-CR20   TO VALOR-CR224.
           IF SITUACAO-CR224 = "N"
              MOVE "P" TO SITUACAO-CR224
              WRITE REG-CRD224
              END-WRITE
              ADD 1 TO CONT-NOVOS-W
           ELSE
              MOVE "P" TO SITUACAO-CR224
              REWRITE REG-CRD224
              END-REWRITE
           END-IF.
           PERFORM GRAVA-LINHA-PROPOSTA.

       GRAVA-LINHA-PROPOSTA SECTION.
           EVALUATE TRUE
               WHEN CR224-MOTIVO-CARTA     MOVE 1 TO IND-MOT-W
               WHEN CR224-MOTIVO-PROTESTO  MOVE 2 TO IND-MOT-W
               WHEN OTHER                  MOVE 3 TO IND-MOT-W
           END-EVALUATE.
           ADD 1            TO CONT-PROPOSTOS-W
                               QTDE-MOTIVO-W(IND-MOT-W).
           ADD VALOR-CR224  TO TOT-MOTIVO-W(IND-MOT-W) TOT-GERAL-W.
           MOVE COD-COMPL-CR224(2: 4)    TO CONTRATO-DSP-W.
           MOVE COD-COMPL-CR224(6: 4)    TO ALBUM-DSP-W.
           MOVE SEQ-CR224                TO SEQ-DSP-W.
           MOVE PORTADOR-CR224           TO PORTADOR-DSP-W.
           MOVE CARTEIRA-CR224           TO CARTEIRA-DSP-W.
           MOVE DATA-VENCTO-CR224(7: 2)  TO DIA-DSP-W.
           MOVE DATA-VENCTO-CR224(5: 2)  TO MES-DSP-W.
           MOVE DATA-VENCTO-CR224(1: 4)  TO ANO-DSP-W.
           MOVE DIAS-ATRASO-CR224        TO DIAS-DSP-W.
           MOVE VALOR-CR224              TO VALOR-DSP-W.
           MOVE SPACES TO REG-PDDREL.
           STRING CONTRATO-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ALBUM-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SEQ-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  NR-DOCTO-CR224 DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  PORTADOR-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CARTEIRA-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DATA-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DIAS-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DESC-MOTIVO-TAB-W(IND-MOT-W) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SITUACAO-LINHA-W DELIMITED BY SIZE
                  INTO REG-PDDREL
           WRITE REG-PDDREL.

       GRAVA-TOTAIS-PDDREL SECTION.
      *    Total provisionado por motivo e total geral, no fim do
      *    arquivo, mais quantas propostas sairam por liquidacao.
           PERFORM VARYING IND-MOT-W FROM 1 BY 1 UNTIL IND-MOT-W > 3
              MOVE QTDE-MOTIVO-W(IND-MOT-W)   TO QTDE-DSP-W
              MOVE TOT-MOTIVO-W(IND-MOT-W)    TO VALOR-DSP-W
              MOVE SPACES TO REG-PDDREL
              STRING "TOTAL " DELIMITED BY SIZE
                     DESC-MOTIVO-TAB-W(IND-MOT-W) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     QTDE-DSP-W DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     VALOR-DSP-W DELIMITED BY SIZE
                     INTO REG-PDDREL
              WRITE REG-PDDREL
           END-PERFORM.
           MOVE CONT-PROPOSTOS-W TO QTDE-DSP-W.
           MOVE TOT-GERAL-W      TO VALOR-DSP-W.
           MOVE SPACES TO REG-PDDREL.
           STRING "TOTAL PROVISIONADO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR-DSP-W DELIMITED BY SIZE
                  INTO REG-PDDREL
           WRITE REG-PDDREL.
           MOVE CONT-LIQUIDADOS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-PDDREL.
           STRING "PROPOSTAS ENCERRADAS POR LIQUIDACAO" DELIMITED BY
                  SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-PDDREL
           WRITE REG-PDDREL.

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
           MOVE "CRP237"            TO LOGACESS-PROGRAMA
           MOVE "FECHADO"           TO LOGACESS-STATUS
           MOVE CONT-NOVOS-W        TO LOGACESS-QTDE-GRAVACOES
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

           CLOSE CRD020 CRD224 PDDREL.
           IF TEM-CRD214-W = "S"
              CLOSE CRD214.
           IF TEM-CRD216-W = "S"
              CLOSE CRD216.

           STOP RUN.
