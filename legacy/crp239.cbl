       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP239.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *RELATORIO MENSAL DA PROVISAO P/ DEVEDORES DUVIDOSOS (PDD):
      *VARRE O CRD224 (PROPOSTAS DE PERDA DO CRP237 E DECISOES DO
      *CRP238) E TOTALIZA, POR PORTADOR E CARTEIRA COM O NOME DO
      *PORTADOR VINDO DO CAD018, O QUE ESTA PROVISIONADO (PROPOSTAS
      *AINDA PENDENTES) CONTRA O QUE FOI BAIXADO COMO PERDA E O QUE
      *FOI RECUSADO NA COMPETENCIA (AAAAMM NAS POSICOES 68-73 DE
      *PARAMETROS-W; EM BRANCO = MES CORRENTE) - NOS MESMOS MOLDES DO
      *AGING DO CRP221.
       DATE-WRITTEN.  15/10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX224.
           COPY CAPX018.
           COPY LOGACESS.SEL.
           SELECT PDDMES ASSIGN TO PATH-PDDMES
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-PDDMES.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW224.
       COPY CAPW018.
       COPY LOGACESS.FD.
      *    PDDMES - uma linha por combinacao portador/carteira com o
      *    provisionado, a perda e a recusa do mes, mais o total
      *    geral.
       FD  PDDMES
           LABEL RECORD IS OMITTED.
       01  REG-PDDMES            PIC X(250).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO.
           COPY "PARAMETR".
           05 ERRO-W               PIC 9       VALUE ZEROS.
           05 ACESSO-PROGRAMA-W    PIC X(08)   VALUE SPACES.
           05 ACESSO-PERMITIDO-W   PIC X(01)   VALUE SPACES.
           05 ST-CRD224            PIC XX      VALUE SPACES.
           05 ST-CAD018            PIC XX      VALUE SPACES.
           05 ST-PDDMES            PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-CRD224          PIC X(30)   VALUE SPACES.
           05 PATH-CAD018          PIC X(30)   VALUE SPACES.
           05 PATH-PDDMES          PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
           05 COMPETENCIA-W        PIC 9(06)   VALUE ZEROS.
      *    COMPETENCIA-W - mes do relatorio (AAAAMM), de
      *    PARAMETROS-W(68: 6); em branco/zeros = mes corrente.
           05 COLUNA-W             PIC 9(01)   VALUE ZEROS.
      *    COLUNA-W = 1-provisionado (proposta pendente)  2-perda
      *    aprovada no mes  3-recusada no mes.
           05 CONT-LIDOS-W         PIC 9(06)   VALUE ZEROS.
           05 CONT-FORA-TAB-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-FORA-TAB-W - propostas que nao couberam na
      *    TAB-PDD-W (mais de 30 combinacoes portador/carteira),
      *    listadas como linha propria no fim, como no CRP221.
           05 HORA-BRA             PIC 9(8)    VALUE ZEROS.
           05 TAB-PDD-W.
              10 TAB-PDD-OCR OCCURS 30 TIMES.
                 15 PORTADOR-PD-W        PIC 9(04) VALUE ZEROS.
                 15 CARTEIRA-PD-W        PIC 9(02) VALUE ZEROS.
                 15 QTDE-COL-PD-W        OCCURS 3 TIMES
                                         PIC 9(06) VALUE ZEROS.
                 15 VALOR-COL-PD-W       OCCURS 3 TIMES
                                         PIC 9(13)V99 VALUE ZEROS.
           05 QTDE-LINHAS-PDD-W          PIC 9(02) VALUE ZEROS.
           05 TOT-QTDE-COL-W             OCCURS 3 TIMES
                                         PIC 9(06) VALUE ZEROS.
           05 TOT-VALOR-COL-W            OCCURS 3 TIMES
                                         PIC 9(13)V99 VALUE ZEROS.
           05 IND-PD-W                   PIC 9(02) VALUE ZEROS.
           05 IND-COL-W                  PIC 9(01) VALUE ZEROS.
           05 ACHOU-PD-W                 PIC X(01) VALUE "N".
           05 PORTADOR-DSP-W             PIC ZZZ9.
           05 CARTEIRA-DSP-W             PIC Z9.
           05 TAB-QTDE-DSP-W.
              10 QTDE-COL-DSP-W          OCCURS 3 TIMES
                                         PIC ZZZ.ZZ9.
           05 TAB-VALOR-DSP-W.
              10 VALOR-COL-DSP-W         OCCURS 3 TIMES
                                         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 QTDE-DSP-W                 PIC ZZZ.ZZ9.
           05 NOME-PORT-REL-W            PIC X(30) VALUE SPACES.
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
              PERFORM APURA-PROVISAO
              PERFORM GRAVA-RELATORIO-PDD
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           ACCEPT HORA-BRA FROM TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE ZEROS TO ERRO-W.
           MOVE "CRP239" TO ACESSO-PROGRAMA-W.
           MOVE SPACES TO ACESSO-PERMITIDO-W.
           CALL "CAPACESS" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                 ACESSO-PERMITIDO-W.
           CANCEL "CAPACESS".
           IF ACESSO-PERMITIDO-W = "N"
              DISPLAY "USUARIO SEM ACESSO AO CRP239"
              MOVE 1 TO ERRO-W.
           MOVE EMPRESA-W           TO EMP-REC.
           MOVE "CRD224"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD224.
           MOVE "CAD018"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "PDDMES"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PDDMES.
           IF PARAMETROS-W(68: 6) NUMERIC
              MOVE PARAMETROS-W(68: 6) TO COMPETENCIA-W.
           IF COMPETENCIA-W = ZEROS
              MOVE WS-DATA-CPU(1: 6) TO COMPETENCIA-W.

           OPEN INPUT CRD224.
           IF ST-CRD224 = "35"
              CLOSE CRD224      OPEN OUTPUT CRD224
              CLOSE CRD224      OPEN INPUT CRD224
           END-IF.
           OPEN INPUT CAD018.
           OPEN OUTPUT PDDMES.

           IF ST-CRD224 <> "00"
              DISPLAY "ERRO ABERTURA CRD224: " ST-CRD224
              MOVE 1 TO ERRO-W.
           IF ST-CAD018 <> "00"
              DISPLAY "ERRO ABERTURA CAD018: " ST-CAD018
              MOVE 1 TO ERRO-W.
           IF ST-PDDMES <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO PDDMES: " ST-PDDMES
              MOVE 1 TO ERRO-W.

           IF ERRO-W = ZEROS
              OPEN I-O LOGACESS

              MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

              MOVE USUARIO-W           TO LOGACESS-USUARIO
              MOVE WS-DATA-CPU         TO LOGACESS-DATA
              ACCEPT WS-HORA-SYS FROM TIME
              MOVE WS-HORA-SYS         TO LOGACESS-HORAS
              MOVE 1                   TO LOGACESS-SEQUENCIA
              MOVE "CRP239"            TO LOGACESS-PROGRAMA
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

       APURA-PROVISAO SECTION.
      *    Proposta pendente conta como provisionada (saldo de hoje);
      *    aprovada ou recusada so conta se a decisao caiu no mes do
      *    relatorio. Liquidada nao entra - saiu sem virar perda.
           MOVE LOW-VALUES TO CHAVE-CR224.
           START CRD224 KEY IS NOT LESS CHAVE-CR224 INVALID KEY
                 MOVE "10" TO ST-CRD224.
           PERFORM UNTIL ST-CRD224 = "10"
             READ CRD224 NEXT RECORD AT END MOVE "10" TO ST-CRD224
               NOT AT END
                 ADD 1 TO CONT-LIDOS-W
                 MOVE ZEROS TO COLUNA-W
                 EVALUATE TRUE
                     WHEN CR224-PROPOSTO
                          MOVE 1 TO COLUNA-W
                     WHEN CR224-APROVADO AND
                          DATA-DECISAO-CR224(1: 6) = COMPETENCIA-W
                          MOVE 2 TO COLUNA-W
                     WHEN CR224-RECUSADO AND
                          DATA-DECISAO-CR224(1: 6) = COMPETENCIA-W
                          MOVE 3 TO COLUNA-W
                 END-EVALUATE
                 IF COLUNA-W > ZEROS
                    PERFORM ACUMULA-PROVISAO
                 END-IF
             END-READ
           END-PERFORM.

       ACUMULA-PROVISAO SECTION.
      *    Localiza (ou abre) na TAB-PDD-W a linha do portador/
      *    carteira da proposta corrente - mesma varredura linear do
      *    ACUMULA-AGING (CRP221).
           MOVE "N" TO ACHOU-PD-W.
           MOVE ZEROS TO IND-PD-W.
           PERFORM UNTIL IND-PD-W = QTDE-LINHAS-PDD-W
                         OR ACHOU-PD-W = "S"
              ADD 1 TO IND-PD-W
              IF PORTADOR-PD-W(IND-PD-W) = PORTADOR-CR224
                 AND CARTEIRA-PD-W(IND-PD-W) = CARTEIRA-CR224
                 MOVE "S" TO ACHOU-PD-W
              END-IF
           END-PERFORM.
           IF ACHOU-PD-W = "N" AND QTDE-LINHAS-PDD-W < 30
              ADD 1 TO QTDE-LINHAS-PDD-W
              MOVE QTDE-LINHAS-PDD-W TO IND-PD-W
              MOVE PORTADOR-CR224 TO PORTADOR-PD-W(IND-PD-W)
              MOVE CARTEIRA-CR224 TO CARTEIRA-PD-W(IND-PD-W)
              MOVE "S" TO ACHOU-PD-W
           END-IF.
           IF ACHOU-PD-W = "S"
              ADD 1           TO QTDE-COL-PD-W(IND-PD-W, COLUNA-W)
              ADD VALOR-CR224 TO VALOR-COL-PD-W(IND-PD-W, COLUNA-W)
              ADD 1           TO TOT-QTDE-COL-W(COLUNA-W)
              ADD VALOR-CR224 TO TOT-VALOR-COL-W(COLUNA-W)
           ELSE
              ADD 1           TO CONT-FORA-TAB-W
           END-IF.

       GRAVA-RELATORIO-PDD SECTION.
      *    Uma linha ";"-delimitada por portador/carteira, mais o
      *    total geral, nos mesmos moldes do GRAVA-RELATORIO-AGING
      *    do CRP221.
           MOVE SPACES TO REG-PDDMES.
           STRING "COMPETENCIA " DELIMITED BY SIZE
                  COMPETENCIA-W DELIMITED BY SIZE
                  INTO REG-PDDMES
           WRITE REG-PDDMES.
           MOVE SPACES TO REG-PDDMES.
           STRING "PORTADOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "NOME" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "CARTEIRA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "QTDE PROVISIONADA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VALOR PROVISIONADO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "QTDE PERDA MES" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VALOR PERDA MES" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "QTDE RECUSADA MES" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VALOR RECUSADO MES" DELIMITED BY SIZE
                  INTO REG-PDDMES
           WRITE REG-PDDMES.

           MOVE ZEROS TO IND-PD-W.
           PERFORM UNTIL IND-PD-W = QTDE-LINHAS-PDD-W
              ADD 1 TO IND-PD-W
              MOVE PORTADOR-PD-W(IND-PD-W) TO PORTADOR-DSP-W PORTADOR
              READ CAD018 INVALID KEY
                   MOVE "*******" TO NOME-PORT
              END-READ
              MOVE NOME-PORT TO NOME-PORT-REL-W
              MOVE CARTEIRA-PD-W(IND-PD-W) TO CARTEIRA-DSP-W
              PERFORM VARYING IND-COL-W FROM 1 BY 1
                      UNTIL IND-COL-W > 3
                 MOVE QTDE-COL-PD-W(IND-PD-W, IND-COL-W)
                   TO QTDE-COL-DSP-W(IND-COL-W)
                 MOVE VALOR-COL-PD-W(IND-PD-W, IND-COL-W)
                   TO VALOR-COL-DSP-W(IND-COL-W)
              END-PERFORM
              MOVE SPACES TO REG-PDDMES
              STRING PORTADOR-DSP-W DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     NOME-PORT-REL-W DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     CARTEIRA-DSP-W DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     QTDE-COL-DSP-W(1) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     VALOR-COL-DSP-W(1) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     QTDE-COL-DSP-W(2) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     VALOR-COL-DSP-W(2) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     QTDE-COL-DSP-W(3) DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     VALOR-COL-DSP-W(3) DELIMITED BY SIZE
                     INTO REG-PDDMES
              WRITE REG-PDDMES
           END-PERFORM.

           PERFORM VARYING IND-COL-W FROM 1 BY 1 UNTIL IND-COL-W > 3
              MOVE TOT-QTDE-COL-W(IND-COL-W)
                TO QTDE-COL-DSP-W(IND-COL-W)
              MOVE TOT-VALOR-COL-W(IND-COL-W)
                TO VALOR-COL-DSP-W(IND-COL-W)
           END-PERFORM.
           MOVE SPACES TO REG-PDDMES.
           STRING "TOTAL GERAL" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-COL-DSP-W(1) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR-COL-DSP-W(1) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-COL-DSP-W(2) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR-COL-DSP-W(2) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-COL-DSP-W(3) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR-COL-DSP-W(3) DELIMITED BY SIZE
                  INTO REG-PDDMES
           WRITE REG-PDDMES.

           IF CONT-FORA-TAB-W > ZEROS
              MOVE CONT-FORA-TAB-W TO QTDE-DSP-W
              MOVE SPACES TO REG-PDDMES
              STRING "DEMAIS COMBINACOES (FORA DA TABELA)"
                             DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     QTDE-DSP-W DELIMITED BY SIZE
                     INTO REG-PDDMES
              WRITE REG-PDDMES
           END-IF.

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
           MOVE "CRP239"            TO LOGACESS-PROGRAMA
           MOVE "FECHADO"           TO LOGACESS-STATUS
           MOVE CONT-LIDOS-W        TO LOGACESS-QTDE-GRAVACOES
           MOVE ZEROS               TO LOGACESS-QTDE-EXCLUSOES
           MOVE CONT-FORA-TAB-W     TO LOGACESS-QTDE-REMESSAS
           MOVE "10" TO FS-LOGACESS
           PERFORM UNTIL FS-LOGACESS = "00"
                WRITE REG-LOGACESS INVALID KEY
                    ADD 1 TO LOGACESS-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO FS-LOGACESS
                END-WRITE
           END-PERFORM

           CLOSE LOGACESS

           CLOSE CRD224 CAD018 PDDMES.

           STOP RUN.
