       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP246.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Previsao de recebimentos (fluxo de caixa) da
      *           carteira em aberto do CRD020. Cada titulo em aberto
      *           e distribuido em faixas semanais e mensais a partir
      *           da data base, pelo vencimento, ajustado pelo
      *           historico do proprio portador/carteira nos titulos
      *           vencidos nos ultimos meses: a parte paga no prazo
      *           entra no vencimento, a parte paga com atraso entra
      *           no vencimento mais o atraso medio e a parte nunca
      *           paga sai como inadimplencia prevista. Titulo ja
      *           vencido so tem as partes de atraso/nao pago. Sem
      *           historico proprio vale a media geral. Sai na list
      *           box (resumo), impressa e em arquivo ";" p/ a
      *           planilha do financeiro, nos moldes do CRP001.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CAPX018.
           COPY LOGACESS.SEL.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.
           SELECT FLUXCSV ASSIGN TO GS-NOME-ARQ-CSV
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-FLUXCSV.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CAPW018.
       COPY LOGACESS.FD.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER          PIC X(132).
       FD  FLUXCSV
           LABEL RECORD IS OMITTED.
       01  REG-FLUXCSV         PIC X(250).

       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY "CRP246.CPB".
           COPY "CRP246.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
           COPY "CBPRINT.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX      VALUE SPACES.
           05  ST-CAD018             PIC XX      VALUE SPACES.
           05  ST-FLUXCSV            PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD020           PIC X(30)   VALUE SPACES.
           05  PATH-CAD018           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - conta as previsoes impressas/exportadas
      *    na sessao p/ o registro FECHADO do LOGACESS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
      *    Parametros da previsao ja validados (CONFERE-PARAMETROS).
           05  DATA-BASE-W           PIC 9(08)   VALUE ZEROS.
           05  FILLER REDEFINES DATA-BASE-W.
               10  ANO-BASE-W        PIC 9(04).
               10  MES-BASE-W        PIC 9(02).
               10  DIA-BASE-W        PIC 9(02).
           05  DATA-BASE-INT-W       PIC S9(9) COMP VALUE ZEROS.
           05  ANO-MES-BASE-W        PIC S9(7) COMP VALUE ZEROS.
           05  DATA-HIST-INI-W       PIC 9(08)   VALUE ZEROS.
           05  DATA-HIST-FIM-W       PIC 9(08)   VALUE ZEROS.
           05  SEMANAS-W             PIC 9(02)   VALUE ZEROS.
           05  MESES-W               PIC 9(02)   VALUE ZEROS.
           05  MESES-HIST-W          PIC 9(02)   VALUE ZEROS.
           05  DATA-AUX-W            PIC 9(08)   VALUE ZEROS.
           05  FILLER REDEFINES DATA-AUX-W.
               10  ANO-AUX-W         PIC 9(04).
               10  MES-AUX-W         PIC 9(02).
               10  DIA-AUX-W         PIC 9(02).
           05  DATA-AUX-INT-W        PIC S9(9) COMP VALUE ZEROS.
           05  DATA-VENCTO-INT-W     PIC S9(9) COMP VALUE ZEROS.
           05  DATA-PAGTO-INT-W      PIC S9(9) COMP VALUE ZEROS.
           05  DIAS-W                PIC S9(7) COMP VALUE ZEROS.
           05  ANO-MES-W             PIC S9(7) COMP VALUE ZEROS.
           05  ANO-W                 PIC 9(04)   VALUE ZEROS.
           05  MES-W                 PIC 9(02)   VALUE ZEROS.
           05  IND-SEM-W             PIC S9(5) COMP VALUE ZEROS.
           05  IND-MES-W             PIC S9(5) COMP VALUE ZEROS.
           05  IND-PER-W             PIC 9(02)   VALUE ZEROS.
           05  QTDE-PER-W            PIC 9(02)   VALUE ZEROS.
      *    Partes do titulo corrente na previsao.
           05  VALOR-PRAZO-W         PIC 9(13)V99 VALUE ZEROS.
           05  VALOR-ATRASO-W        PIC 9(13)V99 VALUE ZEROS.
           05  VALOR-NAO-PAGO-W      PIC 9(13)V99 VALUE ZEROS.
           05  VALOR-DISTRIB-W       PIC 9(13)V99 VALUE ZEROS.
           05  DATA-DISTRIB-INT-W    PIC S9(9) COMP VALUE ZEROS.
           05  FRAC-AUX-W            PIC 9V9(6)  VALUE ZEROS.
           05  TOTAL-HIST-W          PIC 9(13)V99 VALUE ZEROS.
      *    TAB-FLUXO-W - uma linha por portador/carteira (ate 30,
      *    varredura linear como o ACUMULA-AGING do CRP221); a linha
      *    31 e o total geral, cujo historico e a media geral usada
      *    por quem nao tem historico proprio.
           05  TAB-FLUXO-W.
               10  TAB-FLUXO-OCR OCCURS 31 TIMES.
                   15  PORTADOR-FX-W        PIC 9(04).
                   15  CARTEIRA-FX-W        PIC 9(02).
                   15  QTDE-FX-W            PIC 9(06).
                   15  ABERTO-FX-W          PIC 9(13)V99.
                   15  HIST-PRAZO-FX-W      PIC 9(13)V99.
                   15  HIST-ATRASO-FX-W     PIC 9(13)V99.
                   15  HIST-NAO-FX-W        PIC 9(13)V99.
                   15  HIST-DIAS-FX-W       PIC 9(17)V99.
                   15  FRAC-PRAZO-FX-W      PIC 9V9(6).
                   15  FRAC-ATRASO-FX-W     PIC 9V9(6).
                   15  FRAC-NAO-FX-W        PIC 9V9(6).
                   15  MEDIA-DIAS-FX-W      PIC 9(04).
                   15  PROPRIO-FX-W         PIC X(01).
      *                PROPRIO-FX-W = "N" - sem historico proprio,
      *                frações da media geral (linha 31).
                   15  SEMANA-FX-W          OCCURS 13 TIMES
                                            PIC 9(13)V99.
                   15  ALEM-SEM-FX-W        PIC 9(13)V99.
                   15  MES-FX-W             OCCURS 12 TIMES
                                            PIC 9(13)V99.
                   15  ALEM-MES-FX-W        PIC 9(13)V99.
                   15  INADIMPL-FX-W        PIC 9(13)V99.
           05  QTDE-LINHAS-FX-W      PIC 9(02)   VALUE ZEROS.
           05  IND-FX-W              PIC 9(02)   VALUE ZEROS.
           05  IND-LIN-W             PIC 9(02)   VALUE ZEROS.
           05  ACHOU-FX-W            PIC X(01)   VALUE "N".
           05  CONT-FORA-TAB-W       PIC 9(06)   VALUE ZEROS.
      *    CONT-FORA-TAB-W - titulos de portador/carteira que nao
      *    couberam na tabela; ficam fora da previsao e sao
      *    avisados, como no CRP221.
           05  VALOR-LISTA-W         PIC ZZ.ZZZ.ZZZ,ZZ.
           05  VALOR-CSV-W           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  PERC-LISTA-W          PIC ZZ9,99.
           05  PERC-PRAZO-DSP-W      PIC ZZ9,99.
           05  PERC-ATRASO-DSP-W     PIC ZZ9,99.
           05  PERC-NAO-DSP-W        PIC ZZ9,99.
           05  DIAS-LISTA-W          PIC ZZZ9.
           05  QTDE-LISTA-W          PIC ZZZ.ZZ9.
           05  PORTADOR-DSP-W        PIC X(05)   VALUE SPACES.
           05  CARTEIRA-DSP-W        PIC X(02)   VALUE SPACES.
           05  NOME-PORT-REL-W       PIC X(30)   VALUE SPACES.
           05  DATA-LISTA-W.
               10  DIA-LISTA-W       PIC 9(02).
               10  FILLER            PIC X        VALUE "/".
               10  MES-LISTA-W       PIC 9(02).
               10  FILLER            PIC X        VALUE "/".
               10  ANO-LISTA-W       PIC 9(04).
           05  MES-ANO-LISTA-W.
               10  MES-MA-LISTA-W    PIC 9(02).
               10  FILLER            PIC X        VALUE "/".
               10  ANO-MA-LISTA-W    PIC 9(04).
           05  DATA-INI-LISTA-W      PIC X(10)   VALUE SPACES.
           05  DATA-FIM-LISTA-W      PIC X(10)   VALUE SPACES.
      *    Linha do arquivo ";" (GRAVA-LINHA-CSV).
           05  PERIODICIDADE-CSV-W   PIC X(10)   VALUE SPACES.
           05  PERIODO-CSV-W         PIC X(25)   VALUE SPACES.
           05  VALOR-PER-W           PIC 9(13)V99 VALUE ZEROS.
           05  LINDET-RELAT-W        PIC X(132)  VALUE SPACES.
           05  PAG-W                 PIC 9(03)   VALUE ZEROS.
           05  LIN                   PIC 9(02)   VALUE ZEROS.
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
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN INPUT CRD020 CAD018
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CAD018 <> "00"
              MOVE "ERRO ABERTURA CAD018: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CAD018 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CRP246" TO ACESSO-PROGRAMA-W
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
           move "CRP246"            to logacess-programa
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
               WHEN GS-CALCULAR-FLG-TRUE
                   PERFORM CALCULA-PREVISAO
                   IF ERRO-W = ZEROS
                      PERFORM CARREGA-LISTA-RESUMO
                   END-IF
               WHEN GS-IMPRIMIR-FLG-TRUE
                   PERFORM CALCULA-PREVISAO
                   IF ERRO-W = ZEROS
                      COPY IMPRESSORA.CHAMA.
                      IF LNK-MAPEAMENTO <> SPACES
                         PERFORM IMPRIME-PREVISAO
                      END-IF
                   END-IF
               WHEN GS-EXPORTAR-FLG-TRUE
                   PERFORM CALCULA-PREVISAO
                   IF ERRO-W = ZEROS
                      PERFORM EXPORTA-CSV
                   END-IF
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.
       CENTRALIZAR SECTION.
          move-object-handle principal handle8
          move handle8 to wHandle
          invoke Window "fromHandleWithClass" using wHandle Window
                 returning janelaPrincipal

          invoke janelaPrincipal "CentralizarNoDesktop".

       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           MOVE SPACES TO GS-NOME-ARQ-CSV.
           MOVE ZEROS  TO GS-DATA-BASE GS-SEMANAS GS-MESES
                          GS-MESES-HIST GS-FILTRO-PORTADOR
                          GS-QTDE-TITULOS GS-TOTAL-ABERTO
                          GS-TOTAL-PREVISTO GS-TOTAL-INADIMPLENCIA.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       CONFERE-PARAMETROS SECTION.
      *    Devolve ERRO-W = 1 com a mensagem ja exibida; campos em
      *    zero assumem o padrao (hoje, 8 semanas, 6 meses, 12 meses
      *    de historico) e voltam preenchidos p/ a tela.
           MOVE ZEROS TO ERRO-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           IF GS-DATA-BASE = ZEROS
              MOVE WS-DATA-CPU TO DATA-BASE-W DATA-INV
              CALL "GRIDAT1" USING DATA-INV
              MOVE DATA-INV    TO GS-DATA-BASE
           ELSE
              MOVE GS-DATA-BASE TO DATA-INV
              CALL "GRIDAT2" USING DATA-INV
              MOVE DATA-INV     TO DATA-BASE-W
           END-IF.
           IF MES-BASE-W < 01 OR MES-BASE-W > 12 OR
              DIA-BASE-W < 01 OR DIA-BASE-W > 31
              MOVE "Data base invalida" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-SEMANAS = ZEROS
              MOVE 8 TO GS-SEMANAS
           END-IF.
           IF GS-MESES = ZEROS
              MOVE 6 TO GS-MESES
           END-IF.
           IF GS-MESES-HIST = ZEROS
              MOVE 12 TO GS-MESES-HIST
           END-IF.
           IF GS-SEMANAS > 13 OR GS-MESES > 12 OR GS-MESES-HIST > 60
              MOVE "Maximo de 13 semanas, 12 meses e 60 meses de histori
      -            "co"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE GS-SEMANAS    TO SEMANAS-W.
           MOVE GS-MESES      TO MESES-W.
           MOVE GS-MESES-HIST TO MESES-HIST-W.
           MOVE FUNCTION INTEGER-OF-DATE(DATA-BASE-W)
                                        TO DATA-BASE-INT-W.
           COMPUTE ANO-MES-BASE-W = ANO-BASE-W * 12 + MES-BASE-W - 1.
      *    Historico: vencimentos do primeiro dia do mes MESES-HIST-W
      *    meses antes da data base ate a vespera dela.
           COMPUTE ANO-MES-W = ANO-MES-BASE-W - MESES-HIST-W.
           COMPUTE ANO-W = ANO-MES-W / 12.
           COMPUTE MES-W = ANO-MES-W - ANO-W * 12 + 1.
           MOVE ANO-W TO DATA-HIST-INI-W(1: 4).
           MOVE MES-W TO DATA-HIST-INI-W(5: 2).
           MOVE 01    TO DATA-HIST-INI-W(7: 2).
           COMPUTE DATA-AUX-INT-W = DATA-BASE-INT-W - 1.
           MOVE FUNCTION DATE-OF-INTEGER(DATA-AUX-INT-W)
                                        TO DATA-HIST-FIM-W.

       CALCULA-PREVISAO SECTION.
           PERFORM CONFERE-PARAMETROS.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           INITIALIZE TAB-FLUXO-W.
           MOVE ZEROS TO QTDE-LINHAS-FX-W CONT-FORA-TAB-W.
           PERFORM APURA-HISTORICO.
           PERFORM CALCULA-FRACOES.
           PERFORM APURA-PREVISAO.
           MOVE QTDE-FX-W(31)         TO GS-QTDE-TITULOS.
           MOVE ABERTO-FX-W(31)       TO GS-TOTAL-ABERTO.
           MOVE INADIMPL-FX-W(31)     TO GS-TOTAL-INADIMPLENCIA.
           COMPUTE GS-TOTAL-PREVISTO = ABERTO-FX-W(31)
                                     - INADIMPL-FX-W(31)
                                     - ALEM-MES-FX-W(31).
           IF CONT-FORA-TAB-W > ZEROS
              MOVE SPACES TO MENSAGEM
              STRING "Mais de 30 portadores/carteiras: "
                     CONT-FORA-TAB-W
                     " titulo(s) ficaram fora da previsao"
                     DELIMITED BY SIZE INTO MENSAGEM
              END-STRING
              MOVE "C" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
           END-IF.

       APURA-HISTORICO SECTION.
      *    Titulos vencidos na janela do historico: pago ate o
      *    vencimento = no prazo; pago depois = atraso (dias ponderados
      *    pelo valor p/ o atraso medio); perda (PDD) ou ainda em
      *    aberto ha mais de 30 dias = nao pago. Aberto ha menos de 30
      *    dias ainda nao tem desfecho e fica fora; renegociado e
      *    cancelado nao sao recebimento nem perda.
           MOVE LOW-VALUES TO CHAVE-CR20.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
             READ CRD020 NEXT RECORD AT END MOVE "10" TO ST-CRD020
               NOT AT END
                 IF (GS-FILTRO-PORTADOR = ZEROS OR
                     PORTADOR-CR20 = GS-FILTRO-PORTADOR) AND
                    DATA-VENCTO-CR20 >= DATA-HIST-INI-W AND
                    DATA-VENCTO-CR20 <= DATA-HIST-FIM-W
                    PERFORM ACUMULA-HISTORICO
                 END-IF
             END-READ
           END-PERFORM.

       ACUMULA-HISTORICO SECTION.
           MOVE FUNCTION INTEGER-OF-DATE(DATA-VENCTO-CR20)
                                        TO DATA-VENCTO-INT-W.
           EVALUATE BAIXADO-CR20
               WHEN 1
                    IF DATA-PAGTO-CR20 > DATA-VENCTO-CR20
                       MOVE FUNCTION INTEGER-OF-DATE(DATA-PAGTO-CR20)
                                        TO DATA-PAGTO-INT-W
                       COMPUTE DIAS-W = DATA-PAGTO-INT-W
                                      - DATA-VENCTO-INT-W
                    ELSE
                       MOVE ZEROS TO DIAS-W
                    END-IF
               WHEN 0
                    IF DATA-BASE-INT-W - DATA-VENCTO-INT-W < 30
                       EXIT SECTION
                    END-IF
               WHEN 4
                    CONTINUE
               WHEN OTHER
                    EXIT SECTION
           END-EVALUATE.
           PERFORM ACHA-LINHA-FLUXO.
           IF ACHOU-FX-W = "N"
              EXIT SECTION
           END-IF.
           MOVE IND-FX-W TO IND-LIN-W.
           PERFORM SOMA-HISTORICO-LINHA.
           MOVE 31 TO IND-LIN-W.
           PERFORM SOMA-HISTORICO-LINHA.

       SOMA-HISTORICO-LINHA SECTION.
           EVALUATE TRUE
               WHEN BAIXADO-CR20 = 1 AND DIAS-W > ZEROS
                    ADD VALOR-TOT-CR20 TO HIST-ATRASO-FX-W(IND-LIN-W)
                    COMPUTE HIST-DIAS-FX-W(IND-LIN-W) =
                            HIST-DIAS-FX-W(IND-LIN-W)
                          + DIAS-W * VALOR-TOT-CR20
               WHEN BAIXADO-CR20 = 1
                    ADD VALOR-TOT-CR20 TO HIST-PRAZO-FX-W(IND-LIN-W)
               WHEN OTHER
                    ADD VALOR-TOT-CR20 TO HIST-NAO-FX-W(IND-LIN-W)
           END-EVALUATE.

       ACHA-LINHA-FLUXO SECTION.
      *    Localiza (ou abre) a linha do portador/carteira do titulo
      *    corrente; linha nova aberta na fase da previsao ja nasce
      *    com o historico geral (CALCULA-FRACOES ja rodou).
           MOVE "N" TO ACHOU-FX-W.
           MOVE ZEROS TO IND-FX-W.
           PERFORM UNTIL IND-FX-W = QTDE-LINHAS-FX-W
                         OR ACHOU-FX-W = "S"
              ADD 1 TO IND-FX-W
              IF PORTADOR-FX-W(IND-FX-W) = PORTADOR-CR20
                 AND CARTEIRA-FX-W(IND-FX-W) = CARTEIRA-CR20
                 MOVE "S" TO ACHOU-FX-W
              END-IF
           END-PERFORM.
           IF ACHOU-FX-W = "N" AND QTDE-LINHAS-FX-W < 30
              ADD 1 TO QTDE-LINHAS-FX-W
              MOVE QTDE-LINHAS-FX-W TO IND-FX-W
              MOVE PORTADOR-CR20 TO PORTADOR-FX-W(IND-FX-W)
              MOVE CARTEIRA-CR20 TO CARTEIRA-FX-W(IND-FX-W)
              MOVE FRAC-PRAZO-FX-W(31)  TO FRAC-PRAZO-FX-W(IND-FX-W)
              MOVE FRAC-ATRASO-FX-W(31) TO FRAC-ATRASO-FX-W(IND-FX-W)
              MOVE FRAC-NAO-FX-W(31)    TO FRAC-NAO-FX-W(IND-FX-W)
              MOVE MEDIA-DIAS-FX-W(31)  TO MEDIA-DIAS-FX-W(IND-FX-W)
              MOVE "N"                  TO PROPRIO-FX-W(IND-FX-W)
              MOVE "S" TO ACHOU-FX-W
           END-IF.

       CALCULA-FRACOES SECTION.
      *    Primeiro a media geral (linha 31) - sem historico nenhum
      *    tudo e tratado como pago no prazo; depois cada linha com o
      *    seu, ou a geral quando nao tem.
           MOVE 31 TO IND-LIN-W.
           PERFORM CALCULA-FRACOES-LINHA.
           IF PROPRIO-FX-W(31) = "N"
              MOVE 1     TO FRAC-PRAZO-FX-W(31)
              MOVE ZEROS TO FRAC-ATRASO-FX-W(31) FRAC-NAO-FX-W(31)
                            MEDIA-DIAS-FX-W(31)
           END-IF.
           PERFORM VARYING IND-LIN-W FROM 1 BY 1
                   UNTIL IND-LIN-W > QTDE-LINHAS-FX-W
              PERFORM CALCULA-FRACOES-LINHA
              IF PROPRIO-FX-W(IND-LIN-W) = "N"
                 MOVE FRAC-PRAZO-FX-W(31)  TO
                                        FRAC-PRAZO-FX-W(IND-LIN-W)
                 MOVE FRAC-ATRASO-FX-W(31) TO
                                        FRAC-ATRASO-FX-W(IND-LIN-W)
                 MOVE FRAC-NAO-FX-W(31)    TO FRAC-NAO-FX-W(IND-LIN-W)
                 MOVE MEDIA-DIAS-FX-W(31)  TO
                                        MEDIA-DIAS-FX-W(IND-LIN-W)
              END-IF
           END-PERFORM.

       CALCULA-FRACOES-LINHA SECTION.
           COMPUTE TOTAL-HIST-W = HIST-PRAZO-FX-W(IND-LIN-W)
                                + HIST-ATRASO-FX-W(IND-LIN-W)
                                + HIST-NAO-FX-W(IND-LIN-W).
           IF TOTAL-HIST-W = ZEROS
              MOVE "N" TO PROPRIO-FX-W(IND-LIN-W)
              EXIT SECTION
           END-IF.
           MOVE "S" TO PROPRIO-FX-W(IND-LIN-W).
           COMPUTE FRAC-ATRASO-FX-W(IND-LIN-W) ROUNDED =
                   HIST-ATRASO-FX-W(IND-LIN-W) / TOTAL-HIST-W.
           COMPUTE FRAC-NAO-FX-W(IND-LIN-W) ROUNDED =
                   HIST-NAO-FX-W(IND-LIN-W) / TOTAL-HIST-W.
           COMPUTE FRAC-PRAZO-FX-W(IND-LIN-W) =
                   1 - FRAC-ATRASO-FX-W(IND-LIN-W)
                     - FRAC-NAO-FX-W(IND-LIN-W).
           IF HIST-ATRASO-FX-W(IND-LIN-W) > ZEROS
              COMPUTE MEDIA-DIAS-FX-W(IND-LIN-W) ROUNDED =
                      HIST-DIAS-FX-W(IND-LIN-W) /
                      HIST-ATRASO-FX-W(IND-LIN-W)
           ELSE
              MOVE ZEROS TO MEDIA-DIAS-FX-W(IND-LIN-W)
           END-IF.

       APURA-PREVISAO SECTION.
           MOVE LOW-VALUES TO CHAVE-CR20.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
             READ CRD020 NEXT RECORD AT END MOVE "10" TO ST-CRD020
               NOT AT END
                 IF BAIXADO-CR20 = 0 AND
                    (GS-FILTRO-PORTADOR = ZEROS OR
                     PORTADOR-CR20 = GS-FILTRO-PORTADOR)
                    PERFORM PREVE-TITULO
                 END-IF
             END-READ
           END-PERFORM.

       PREVE-TITULO SECTION.
      *    A vencer: parte no prazo no vencimento, parte em atraso no
      *    vencimento + atraso medio. Vencido: o no prazo ja nao vale;
      *    o que se espera receber e a proporcao atraso / (atraso +
      *    nao pago) do historico, no vencimento + atraso medio (ou
      *    ja na data base, se essa data passou). O resto do valor e
      *    inadimplencia prevista.
           PERFORM ACHA-LINHA-FLUXO.
           IF ACHOU-FX-W = "N"
              ADD 1 TO CONT-FORA-TAB-W
              EXIT SECTION
           END-IF.
           IF DATA-VENCTO-CR20 = ZEROS
              MOVE DATA-BASE-INT-W TO DATA-VENCTO-INT-W
           ELSE
              MOVE FUNCTION INTEGER-OF-DATE(DATA-VENCTO-CR20)
                                        TO DATA-VENCTO-INT-W
           END-IF.
           MOVE ZEROS TO VALOR-PRAZO-W VALOR-ATRASO-W.
           IF DATA-VENCTO-INT-W >= DATA-BASE-INT-W
              COMPUTE VALOR-PRAZO-W ROUNDED =
                      VALOR-TOT-CR20 * FRAC-PRAZO-FX-W(IND-FX-W)
              COMPUTE VALOR-ATRASO-W ROUNDED =
                      VALOR-TOT-CR20 * FRAC-ATRASO-FX-W(IND-FX-W)
           ELSE
              COMPUTE FRAC-AUX-W = FRAC-ATRASO-FX-W(IND-FX-W)
                                 + FRAC-NAO-FX-W(IND-FX-W)
              IF FRAC-AUX-W = ZEROS
                 MOVE VALOR-TOT-CR20 TO VALOR-ATRASO-W
              ELSE
                 COMPUTE VALOR-ATRASO-W ROUNDED =
                         VALOR-TOT-CR20 * FRAC-ATRASO-FX-W(IND-FX-W)
                                        / FRAC-AUX-W
              END-IF
           END-IF.
           IF VALOR-PRAZO-W + VALOR-ATRASO-W > VALOR-TOT-CR20
              COMPUTE VALOR-ATRASO-W = VALOR-TOT-CR20 - VALOR-PRAZO-W
           END-IF.
           COMPUTE VALOR-NAO-PAGO-W = VALOR-TOT-CR20
                                    - VALOR-PRAZO-W - VALOR-ATRASO-W.

           MOVE IND-FX-W TO IND-LIN-W.
           PERFORM SOMA-PREVISAO-LINHA.
           MOVE 31 TO IND-LIN-W.
           PERFORM SOMA-PREVISAO-LINHA.

       SOMA-PREVISAO-LINHA SECTION.
           ADD 1                TO QTDE-FX-W(IND-LIN-W).
           ADD VALOR-TOT-CR20   TO ABERTO-FX-W(IND-LIN-W).
           ADD VALOR-NAO-PAGO-W TO INADIMPL-FX-W(IND-LIN-W).
           IF VALOR-PRAZO-W > ZEROS
              MOVE VALOR-PRAZO-W     TO VALOR-DISTRIB-W
              MOVE DATA-VENCTO-INT-W TO DATA-DISTRIB-INT-W
              PERFORM DISTRIBUI-VALOR
           END-IF.
           IF VALOR-ATRASO-W > ZEROS
              MOVE VALOR-ATRASO-W    TO VALOR-DISTRIB-W
              COMPUTE DATA-DISTRIB-INT-W = DATA-VENCTO-INT-W
                                 + MEDIA-DIAS-FX-W(IND-FX-W)
              PERFORM DISTRIBUI-VALOR
           END-IF.

       DISTRIBUI-VALOR SECTION.
      *    Semana: blocos de 7 dias a partir da data base. Mes:
      *    mes-calendario, o primeiro e o da data base. O que cai
      *    antes da data base entra na primeira faixa.
           IF DATA-DISTRIB-INT-W < DATA-BASE-INT-W
              MOVE DATA-BASE-INT-W TO DATA-DISTRIB-INT-W
           END-IF.
           COMPUTE IND-SEM-W =
                   (DATA-DISTRIB-INT-W - DATA-BASE-INT-W) / 7 + 1.
           IF IND-SEM-W > SEMANAS-W
              ADD VALOR-DISTRIB-W TO ALEM-SEM-FX-W(IND-LIN-W)
           ELSE
              ADD VALOR-DISTRIB-W TO
                  SEMANA-FX-W(IND-LIN-W, IND-SEM-W)
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(DATA-DISTRIB-INT-W)
                                        TO DATA-AUX-W.
           COMPUTE IND-MES-W = ANO-AUX-W * 12 + MES-AUX-W - 1
                             - ANO-MES-BASE-W + 1.
           IF IND-MES-W > MESES-W
              ADD VALOR-DISTRIB-W TO ALEM-MES-FX-W(IND-LIN-W)
           ELSE
              ADD VALOR-DISTRIB-W TO
                  MES-FX-W(IND-LIN-W, IND-MES-W)
           END-IF.

       CARREGA-LISTA-RESUMO SECTION.
      *    Uma linha por portador/carteira: em aberto, previsto no
      *    horizonte mensal, inadimplencia, % no prazo/atraso/nao pago
      *    e atraso medio; por ultimo o total geral.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           PERFORM VARYING IND-LIN-W FROM 1 BY 1
                   UNTIL IND-LIN-W > QTDE-LINHAS-FX-W
              PERFORM INSERE-LINHA-RESUMO
           END-PERFORM.
           MOVE 31 TO IND-LIN-W.
           PERFORM INSERE-LINHA-RESUMO.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       INSERE-LINHA-RESUMO SECTION.
           ADD 1 TO GS-CONT
           PERFORM MONTA-PERCENTUAIS
           MOVE SPACES TO GS-LINDET
           IF IND-LIN-W = 31
              MOVE "TOTAL"                 TO GS-LINDET(01: 07)
           ELSE
              MOVE PORTADOR-FX-W(IND-LIN-W) TO GS-LINDET(01: 04)
              MOVE CARTEIRA-FX-W(IND-LIN-W) TO GS-LINDET(06: 02)
           END-IF
           MOVE ABERTO-FX-W(IND-LIN-W)    TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W             TO GS-LINDET(09: 13)
           COMPUTE VALOR-PER-W = ABERTO-FX-W(IND-LIN-W)
                               - INADIMPL-FX-W(IND-LIN-W)
                               - ALEM-MES-FX-W(IND-LIN-W)
           MOVE VALOR-PER-W               TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W             TO GS-LINDET(23: 13)
           MOVE INADIMPL-FX-W(IND-LIN-W)  TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W             TO GS-LINDET(37: 13)
           MOVE PERC-PRAZO-DSP-W          TO GS-LINDET(51: 06)
           MOVE PERC-ATRASO-DSP-W         TO GS-LINDET(58: 06)
           MOVE DIAS-LISTA-W              TO GS-LINDET(65: 04)
           MOVE PERC-NAO-DSP-W            TO GS-LINDET(70: 06)
           IF PROPRIO-FX-W(IND-LIN-W) = "N" AND IND-LIN-W <> 31
              MOVE "*"                    TO GS-LINDET(77: 01)
           END-IF
           MOVE "INSERE-LIST"             TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       MONTA-PERCENTUAIS SECTION.
           COMPUTE PERC-LISTA-W = FRAC-PRAZO-FX-W(IND-LIN-W) * 100.
           MOVE PERC-LISTA-W TO PERC-PRAZO-DSP-W.
           COMPUTE PERC-LISTA-W = FRAC-ATRASO-FX-W(IND-LIN-W) * 100.
           MOVE PERC-LISTA-W TO PERC-ATRASO-DSP-W.
           COMPUTE PERC-LISTA-W = FRAC-NAO-FX-W(IND-LIN-W) * 100.
           MOVE PERC-LISTA-W TO PERC-NAO-DSP-W.
           MOVE MEDIA-DIAS-FX-W(IND-LIN-W) TO DIAS-LISTA-W.
           IF IND-LIN-W = 31
              MOVE "TOTAL"  TO PORTADOR-DSP-W
              MOVE SPACES   TO CARTEIRA-DSP-W
              MOVE "TOTAL GERAL" TO NOME-PORT-REL-W
           ELSE
              MOVE PORTADOR-FX-W(IND-LIN-W) TO PORTADOR-DSP-W
                                               PORTADOR
              MOVE CARTEIRA-FX-W(IND-LIN-W) TO CARTEIRA-DSP-W
              READ CAD018 INVALID KEY
                   MOVE "*******" TO NOME-PORT
              END-READ
              MOVE NOME-PORT TO NOME-PORT-REL-W
           END-IF.

       MONTA-PERIODO-SEMANA SECTION.
      *    Inicio/fim da semana IND-PER-W em DATA-INI/FIM-LISTA-W.
           COMPUTE DATA-AUX-INT-W = DATA-BASE-INT-W
                                  + (IND-PER-W - 1) * 7.
           MOVE FUNCTION DATE-OF-INTEGER(DATA-AUX-INT-W)
                                        TO DATA-AUX-W.
           MOVE DATA-AUX-W(7: 2) TO DIA-LISTA-W.
           MOVE DATA-AUX-W(5: 2) TO MES-LISTA-W.
           MOVE DATA-AUX-W(1: 4) TO ANO-LISTA-W.
           MOVE DATA-LISTA-W     TO DATA-INI-LISTA-W.
           ADD 6 TO DATA-AUX-INT-W.
           MOVE FUNCTION DATE-OF-INTEGER(DATA-AUX-INT-W)
                                        TO DATA-AUX-W.
           MOVE DATA-AUX-W(7: 2) TO DIA-LISTA-W.
           MOVE DATA-AUX-W(5: 2) TO MES-LISTA-W.
           MOVE DATA-AUX-W(1: 4) TO ANO-LISTA-W.
           MOVE DATA-LISTA-W     TO DATA-FIM-LISTA-W.

       MONTA-PERIODO-MES SECTION.
      *    Mes IND-PER-W (MM/AAAA) em MES-ANO-LISTA-W.
           COMPUTE ANO-MES-W = ANO-MES-BASE-W + IND-PER-W - 1.
           COMPUTE ANO-W = ANO-MES-W / 12.
           COMPUTE MES-W = ANO-MES-W - ANO-W * 12 + 1.
           MOVE ANO-W TO ANO-MA-LISTA-W.
           MOVE MES-W TO MES-MA-LISTA-W.

       IMPRIME-PREVISAO SECTION.
      *    Um bloco por portador/carteira (e o total geral no fim):
      *    historico, semanas a esquerda e meses a direita.
           MOVE ZEROS TO PAG-W.
           OPEN OUTPUT RELAT.
           PERFORM ABRE-MODO-CONDENSADO.
           PERFORM CABECALHO-PREVISAO.
           PERFORM VARYING IND-LIN-W FROM 1 BY 1
                   UNTIL IND-LIN-W > QTDE-LINHAS-FX-W
              PERFORM IMPRIME-BLOCO-PREVISAO
           END-PERFORM.
           MOVE 31 TO IND-LIN-W.
           PERFORM IMPRIME-BLOCO-PREVISAO.
           IF CONT-FORA-TAB-W > ZEROS
              MOVE CONT-FORA-TAB-W TO QTDE-LISTA-W
              MOVE SPACES TO LINDET-RELAT-W
              STRING "DEMAIS COMBINACOES (FORA DA TABELA): "
                     QTDE-LISTA-W " TITULO(S) NAO INCLUIDOS"
                     DELIMITED BY SIZE INTO LINDET-RELAT-W
              END-STRING
              WRITE REG-RELAT FROM LINDET-RELAT-W AFTER 2
           END-IF.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT AFTER PAGE
           PERFORM FECHA-MODO-CONDENSADO.
           CLOSE RELAT.
           ADD 1 TO CONT-GRAVACOES-W.

       CABECALHO-PREVISAO SECTION.
           ADD 1 TO PAG-W.
           MOVE SPACES TO LINDET-RELAT-W.
           MOVE NOME-EMPRESA-W      TO LINDET-RELAT-W(01: 40)
           MOVE "PAG: "             TO LINDET-RELAT-W(120: 05)
           MOVE PAG-W               TO LINDET-RELAT-W(125: 03)
           IF PAG-W = 1
              WRITE REG-RELAT FROM LINDET-RELAT-W
           ELSE
              WRITE REG-RELAT FROM LINDET-RELAT-W AFTER PAGE
           END-IF.
           MOVE DATA-BASE-W(7: 2)     TO DIA-LISTA-W.
           MOVE DATA-BASE-W(5: 2)     TO MES-LISTA-W.
           MOVE DATA-BASE-W(1: 4)     TO ANO-LISTA-W.
           MOVE DATA-LISTA-W          TO DATA-INI-LISTA-W.
           MOVE SPACES TO LINDET-RELAT-W.
           STRING "PREVISAO DE RECEBIMENTOS (FLUXO DE CAIXA) - DATA BA"
                  "SE " DATA-INI-LISTA-W
                  DELIMITED BY SIZE INTO LINDET-RELAT-W
           END-STRING.
           WRITE REG-RELAT FROM LINDET-RELAT-W AFTER 2.
           MOVE DATA-HIST-INI-W(7: 2) TO DIA-LISTA-W.
           MOVE DATA-HIST-INI-W(5: 2) TO MES-LISTA-W.
           MOVE DATA-HIST-INI-W(1: 4) TO ANO-LISTA-W.
           MOVE DATA-LISTA-W          TO DATA-INI-LISTA-W.
           MOVE DATA-HIST-FIM-W(7: 2) TO DIA-LISTA-W.
           MOVE DATA-HIST-FIM-W(5: 2) TO MES-LISTA-W.
           MOVE DATA-HIST-FIM-W(1: 4) TO ANO-LISTA-W.
           MOVE DATA-LISTA-W          TO DATA-FIM-LISTA-W.
           MOVE SPACES TO LINDET-RELAT-W.
           STRING "HISTORICO: TITULOS VENCIDOS DE " DATA-INI-LISTA-W
                  " A " DATA-FIM-LISTA-W
                  DELIMITED BY SIZE INTO LINDET-RELAT-W
           END-STRING.
           WRITE REG-RELAT FROM LINDET-RELAT-W.
           MOVE ALL "=" TO LINDET-RELAT-W.
           WRITE REG-RELAT FROM LINDET-RELAT-W.
           MOVE 5 TO LIN.

       IMPRIME-BLOCO-PREVISAO SECTION.
           IF SEMANAS-W > MESES-W
              MOVE SEMANAS-W TO QTDE-PER-W
           ELSE
              MOVE MESES-W   TO QTDE-PER-W
           END-IF.
           IF LIN + QTDE-PER-W + 7 > 60
              PERFORM CABECALHO-PREVISAO
           END-IF.
           PERFORM MONTA-PERCENTUAIS.
           MOVE QTDE-FX-W(IND-LIN-W)   TO QTDE-LISTA-W.
           MOVE ABERTO-FX-W(IND-LIN-W) TO VALOR-LISTA-W.
           MOVE SPACES TO LINDET-RELAT-W.
           IF IND-LIN-W = 31
              STRING "TOTAL GERAL" "   TITULOS: " QTDE-LISTA-W
                     "   EM ABERTO: " VALOR-LISTA-W
                     DELIMITED BY SIZE INTO LINDET-RELAT-W
              END-STRING
           ELSE
              STRING "PORTADOR: " PORTADOR-DSP-W " - "
                     NOME-PORT-REL-W "   CARTEIRA: " CARTEIRA-DSP-W
                     "   TITULOS: " QTDE-LISTA-W
                     "   EM ABERTO: " VALOR-LISTA-W
                     DELIMITED BY SIZE INTO LINDET-RELAT-W
              END-STRING
           END-IF.
           WRITE REG-RELAT FROM LINDET-RELAT-W AFTER 2.
           MOVE SPACES TO LINDET-RELAT-W.
           STRING "HISTORICO: NO PRAZO " PERC-PRAZO-DSP-W
                  "%   EM ATRASO " PERC-ATRASO-DSP-W
                  "% (MEDIA " DIAS-LISTA-W " DIAS)   NAO PAGO "
                  PERC-NAO-DSP-W "%"
                  DELIMITED BY SIZE INTO LINDET-RELAT-W
           END-STRING.
           IF PROPRIO-FX-W(IND-LIN-W) = "N" AND IND-LIN-W <> 31
              MOVE "(SEM HISTORICO PROPRIO - MEDIA GERAL)"
                TO LINDET-RELAT-W(90: 38)
           END-IF.
           WRITE REG-RELAT FROM LINDET-RELAT-W.
           MOVE SPACES TO LINDET-RELAT-W.
           MOVE "SEMANA"          TO LINDET-RELAT-W(01: 06)
           MOVE "PERIODO"         TO LINDET-RELAT-W(09: 07)
           MOVE "PREVISTO"        TO LINDET-RELAT-W(39: 08)
           MOVE "|"               TO LINDET-RELAT-W(52: 01)
           MOVE "MES"             TO LINDET-RELAT-W(55: 03)
           MOVE "PREVISTO"        TO LINDET-RELAT-W(69: 08)
           WRITE REG-RELAT FROM LINDET-RELAT-W.
           ADD 4 TO LIN.
           PERFORM VARYING IND-PER-W FROM 1 BY 1
                   UNTIL IND-PER-W > QTDE-PER-W
              MOVE SPACES TO LINDET-RELAT-W
              IF IND-PER-W <= SEMANAS-W
                 PERFORM MONTA-PERIODO-SEMANA
                 MOVE IND-PER-W        TO LINDET-RELAT-W(01: 02)
                 MOVE DATA-INI-LISTA-W TO LINDET-RELAT-W(09: 10)
                 MOVE "A"              TO LINDET-RELAT-W(20: 01)
                 MOVE DATA-FIM-LISTA-W TO LINDET-RELAT-W(22: 10)
                 MOVE SEMANA-FX-W(IND-LIN-W, IND-PER-W)
                   TO VALOR-LISTA-W
                 MOVE VALOR-LISTA-W    TO LINDET-RELAT-W(34: 13)
              END-IF
              MOVE "|"                 TO LINDET-RELAT-W(52: 01)
              IF IND-PER-W <= MESES-W
                 PERFORM MONTA-PERIODO-MES
                 MOVE MES-ANO-LISTA-W  TO LINDET-RELAT-W(55: 07)
                 MOVE MES-FX-W(IND-LIN-W, IND-PER-W)
                   TO VALOR-LISTA-W
                 MOVE VALOR-LISTA-W    TO LINDET-RELAT-W(64: 13)
              END-IF
              WRITE REG-RELAT FROM LINDET-RELAT-W
              ADD 1 TO LIN
           END-PERFORM.
           MOVE SPACES TO LINDET-RELAT-W.
           MOVE "APOS O HORIZONTE"        TO LINDET-RELAT-W(09: 16)
           MOVE ALEM-SEM-FX-W(IND-LIN-W)  TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W             TO LINDET-RELAT-W(34: 13)
           MOVE "|"                       TO LINDET-RELAT-W(52: 01)
           MOVE "APOS"                    TO LINDET-RELAT-W(55: 04)
           MOVE ALEM-MES-FX-W(IND-LIN-W)  TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W             TO LINDET-RELAT-W(64: 13)
           WRITE REG-RELAT FROM LINDET-RELAT-W.
           MOVE SPACES TO LINDET-RELAT-W.
           MOVE "INADIMPLENCIA PREVISTA"  TO LINDET-RELAT-W(09: 22)
           MOVE INADIMPL-FX-W(IND-LIN-W)  TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W             TO LINDET-RELAT-W(34: 13)
           WRITE REG-RELAT FROM LINDET-RELAT-W.
           ADD 3 TO LIN.

       EXPORTA-CSV SECTION.
      *    Mesma previsao do relatorio, uma linha por faixa, p/ a
      *    planilha do financeiro (mesmo esquema do CRP001).
           IF GS-NOME-ARQ-CSV = SPACES
              MOVE "Informe o nome do arquivo CSV" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           OPEN OUTPUT FLUXCSV.
           IF ST-FLUXCSV <> "00"
              MOVE "ERRO ABERTURA ARQUIVO CSV: " TO GS-MENSAGEM-ERRO
              MOVE ST-FLUXCSV TO GS-MENSAGEM-ERRO(28: 02)
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE SPACES TO REG-FLUXCSV.
           STRING "PORTADOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "NOME" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "CARTEIRA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "PERIODICIDADE" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "PERIODO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "INICIO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "FIM" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VALOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "% NO PRAZO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "% EM ATRASO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "ATRASO MEDIO (DIAS)" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "% NAO PAGO" DELIMITED BY SIZE
                  INTO REG-FLUXCSV
           WRITE REG-FLUXCSV.
           PERFORM VARYING IND-LIN-W FROM 1 BY 1
                   UNTIL IND-LIN-W > QTDE-LINHAS-FX-W
              PERFORM EXPORTA-LINHA-FLUXO
           END-PERFORM.
           MOVE 31 TO IND-LIN-W.
           PERFORM EXPORTA-LINHA-FLUXO.
           CLOSE FLUXCSV.
           ADD 1 TO CONT-GRAVACOES-W.
           MOVE "Exportacao CSV concluida" TO MENSAGEM
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM.

       EXPORTA-LINHA-FLUXO SECTION.
           PERFORM MONTA-PERCENTUAIS.
           MOVE "SEMANAL" TO PERIODICIDADE-CSV-W.
           PERFORM VARYING IND-PER-W FROM 1 BY 1
                   UNTIL IND-PER-W > SEMANAS-W
              PERFORM MONTA-PERIODO-SEMANA
              MOVE SPACES TO PERIODO-CSV-W
              STRING "SEMANA " IND-PER-W DELIMITED BY SIZE
                     INTO PERIODO-CSV-W
              END-STRING
              MOVE SEMANA-FX-W(IND-LIN-W, IND-PER-W) TO VALOR-PER-W
              PERFORM GRAVA-LINHA-CSV
           END-PERFORM.
           MOVE "APOS O HORIZONTE"       TO PERIODO-CSV-W.
           MOVE SPACES                   TO DATA-INI-LISTA-W
                                            DATA-FIM-LISTA-W.
           MOVE ALEM-SEM-FX-W(IND-LIN-W) TO VALOR-PER-W.
           PERFORM GRAVA-LINHA-CSV.
           MOVE "MENSAL" TO PERIODICIDADE-CSV-W.
           PERFORM VARYING IND-PER-W FROM 1 BY 1
                   UNTIL IND-PER-W > MESES-W
              PERFORM MONTA-PERIODO-MES
              MOVE MES-ANO-LISTA-W TO PERIODO-CSV-W
              MOVE SPACES          TO DATA-INI-LISTA-W
                                      DATA-FIM-LISTA-W
              MOVE MES-FX-W(IND-LIN-W, IND-PER-W) TO VALOR-PER-W
              PERFORM GRAVA-LINHA-CSV
           END-PERFORM.
           MOVE "APOS O HORIZONTE"       TO PERIODO-CSV-W.
           MOVE ALEM-MES-FX-W(IND-LIN-W) TO VALOR-PER-W.
           PERFORM GRAVA-LINHA-CSV.
           MOVE SPACES                   TO PERIODICIDADE-CSV-W.
           MOVE "INADIMPLENCIA PREVISTA" TO PERIODO-CSV-W.
           MOVE INADIMPL-FX-W(IND-LIN-W) TO VALOR-PER-W.
           PERFORM GRAVA-LINHA-CSV.
           MOVE "EM ABERTO"              TO PERIODO-CSV-W.
           MOVE ABERTO-FX-W(IND-LIN-W)   TO VALOR-PER-W.
           PERFORM GRAVA-LINHA-CSV.

       GRAVA-LINHA-CSV SECTION.
           MOVE VALOR-PER-W TO VALOR-CSV-W.
           MOVE SPACES TO REG-FLUXCSV.
           STRING PORTADOR-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  NOME-PORT-REL-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CARTEIRA-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PERIODICIDADE-CSV-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PERIODO-CSV-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DATA-INI-LISTA-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DATA-FIM-LISTA-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR-CSV-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PERC-PRAZO-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PERC-ATRASO-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DIAS-LISTA-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PERC-NAO-DSP-W DELIMITED BY SIZE
                  INTO REG-FLUXCSV
           WRITE REG-FLUXCSV.

       ABRE-MODO-CONDENSADO SECTION.
      *    Isolado em secao propria porque COND-HP/COND-EP (CONDENSA)
      *    tem seu proprio ponto final (mesma observacao do CRP9109).
           COPY CONDENSA.

       FECHA-MODO-CONDENSADO SECTION.
           COPY DESCONDENSA.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP246" TO DS-SET-NAME
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
           move "CRP246"            to logacess-programa
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

           CLOSE CRD020 CAD018
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
