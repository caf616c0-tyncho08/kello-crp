       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP240.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *NEGATIVACAO NO BIRO DE CREDITO (SERASA/SPC): GERA O ARQUIVO
      *NEGEXP (";") COM OS REGISTROS DE INCLUSAO E DE EXCLUSAO P/ O
      *PORTAL DO BIRO E MANTEM A SITUACAO DE CADA TITULO NO CRD225.
      *INCLUSAO: TITULO EM ABERTO QUE JA RECEBEU O AVISO FINAL DO
      *CRP219 (NIVEL-CR214 = 3) E ESTA VENCIDO HA PELO MENOS O MINIMO
      *DE DIAS (POSICOES 68-70 DE PARAMETROS-W; EM BRANCO = 30), COM
      *O CPF/CNPJ DO COMPRADOR (CGD011) OU, NA FALTA DELE, DO
      *AVALISTA (CGD014). SEM CPF/CNPJ O TITULO FICA PENDENTE E E
      *TENTADO DE NOVO NA PROXIMA RODADA.
      *EXCLUSAO: TITULO INCLUIDO QUE FOI BAIXADO POR QUALQUER MEIO
      *(RETORNO CRP9110, BAIXA MANUAL CRP217, PIX CRP227,
      *RENEGOCIACAO CRP226 OU CANCELAMENTO) SAI AUTOMATICAMENTE NA
      *RODADA SEGUINTE, COM PRAZO LEGAL EM DIAS UTEIS CONTADO DA
      *BAIXA (POSICOES 71-72; EM BRANCO = 5). A BAIXA POR PERDA (PDD)
      *NAO EXCLUI - A DIVIDA CONTINUA. A LISTAGEM NEGREL (";") TRAZ
      *AS EXCLUSOES DA RODADA MARCANDO AS ATRASADAS (ENVIADAS DEPOIS
      *DO PRAZO), OS PENDENTES SEM CPF/CNPJ E OS REJEITADOS.
       DATE-WRITTEN.  15/10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX214.
           COPY CRPX220.
           COPY CRPX225.
           COPY CGPX010.
           COPY CGPX011.
           COPY CGPX014.
           COPY LOGACESS.SEL.
           SELECT NEGEXP ASSIGN TO PATH-NEGEXP
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-NEGEXP.
           SELECT NEGREL ASSIGN TO PATH-NEGREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-NEGREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW214.
       COPY CRPW220.
       COPY CRPW225.
       COPY CGPW010.
       COPY CGPW011.
       COPY CGPW014.
       COPY LOGACESS.FD.
      *    NEGEXP - uma linha por inclusao ("I") ou exclusao ("E") a
      *    lancar no portal do biro.
       FD  NEGEXP
           LABEL RECORD IS OMITTED.
       01  REG-NEGEXP            PIC X(250).
      *    NEGREL - conferencia da rodada: exclusoes (no prazo ou
      *    atrasadas), pendentes sem CPF/CNPJ e rejeitados.
       FD  NEGREL
           LABEL RECORD IS OMITTED.
       01  REG-NEGREL            PIC X(250).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO.
           COPY "PARAMETR".
           05 ERRO-W               PIC 9       VALUE ZEROS.
           05 ACESSO-PROGRAMA-W    PIC X(08)   VALUE SPACES.
           05 ACESSO-PERMITIDO-W   PIC X(01)   VALUE SPACES.
           05 ST-CRD020            PIC XX      VALUE SPACES.
           05 ST-CRD214            PIC XX      VALUE SPACES.
           05 ST-CRD220            PIC XX      VALUE SPACES.
           05 ST-CRD225            PIC XX      VALUE SPACES.
           05 ST-CGD010            PIC XX      VALUE SPACES.
           05 ST-CGD011            PIC XX      VALUE SPACES.
           05 ST-CGD014            PIC XX      VALUE SPACES.
           05 ST-NEGEXP            PIC XX      VALUE SPACES.
           05 ST-NEGREL            PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-CRD020          PIC X(30)   VALUE SPACES.
           05 PATH-CRD214          PIC X(30)   VALUE SPACES.
           05 PATH-CRD220          PIC X(30)   VALUE SPACES.
           05 PATH-CRD225          PIC X(30)   VALUE SPACES.
           05 PATH-CGD010          PIC X(30)   VALUE SPACES.
           05 PATH-CGD011          PIC X(30)   VALUE SPACES.
           05 PATH-CGD014          PIC X(30)   VALUE SPACES.
           05 PATH-NEGEXP          PIC X(30)   VALUE SPACES.
           05 PATH-NEGREL          PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
           05 DIAS-MINIMO-W        PIC 9(03)   VALUE 30.
      *    DIAS-MINIMO-W - atraso minimo p/ incluir, de
      *    PARAMETROS-W(68: 3); em branco = 30 dias.
           05 PRAZO-UTEIS-W        PIC 9(02)   VALUE 5.
      *    PRAZO-UTEIS-W - dias uteis p/ excluir depois da baixa, de
      *    PARAMETROS-W(71: 2); em branco = 5.
           05 TEM-CRD214-W         PIC X(01)   VALUE "S".
           05 DATA-HOJE-W          PIC 9(08)   VALUE ZEROS.
           05 DATA-HOJE-INT-W      PIC S9(9) COMP VALUE ZEROS.
           05 DATA-AUX-INT-W       PIC S9(9) COMP VALUE ZEROS.
           05 DIA-SEMANA-W         PIC 9(01)   VALUE ZEROS.
      *    DIA-SEMANA-W = MOD(dia inteiro - 1, 7): 0-segunda ...
      *    5-sabado 6-domingo (o dia 1 do calendario inteiro,
      *    01/01/1601, foi uma segunda-feira).
           05 CONT-UTEIS-W         PIC 9(03)   VALUE ZEROS.
           05 DIAS-ATRASO-W        PIC S9(5)   VALUE ZEROS.
           05 TIPO-REG-W           PIC X(01)   VALUE SPACES.
           05 SITUACAO-EXC-W       PIC X(10)   VALUE SPACES.
           05 OCORRENCIA-W         PIC X(10)   VALUE SPACES.
           05 MOTIVO-W             PIC X(60)   VALUE SPACES.
           05 CONT-INCLUSOES-W     PIC 9(06)   VALUE ZEROS.
           05 CONT-EXCLUSOES-W     PIC 9(06)   VALUE ZEROS.
           05 CONT-ATRASADAS-W     PIC 9(06)   VALUE ZEROS.
           05 CONT-SEM-CPF-W       PIC 9(06)   VALUE ZEROS.
           05 CONT-REJEITADOS-W    PIC 9(06)   VALUE ZEROS.
           05 CONTRATO-DSP-W       PIC 9(04).
           05 ALBUM-DSP-W          PIC 9(04).
           05 SEQ-DSP-W            PIC ZZZZ9.
           05 QTDE-DSP-W           PIC ZZZ.ZZ9.
           05 VALOR-DSP-W          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 INSCRICAO-DSP-W      PIC X(14)   VALUE SPACES.
           05 TIPO-INSC-DSP-W      PIC X(04)   VALUE SPACES.
           05 VENCTO-DSP-W.
              10 DIA-VEN-DSP-W     PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 MES-VEN-DSP-W     PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 ANO-VEN-DSP-W     PIC 9(04).
           05 BAIXA-DSP-W.
              10 DIA-BAI-DSP-W     PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 MES-BAI-DSP-W     PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 ANO-BAI-DSP-W     PIC 9(04).
           05 PRAZO-DSP-W.
              10 DIA-PRZ-DSP-W     PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 MES-PRZ-DSP-W     PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 ANO-PRZ-DSP-W     PIC 9(04).
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
              PERFORM GRAVA-CABECALHOS
              PERFORM PROCESSA-EXCLUSOES
              PERFORM PROCESSA-INCLUSOES
              PERFORM LISTA-PENDENCIAS
              PERFORM GRAVA-TOTAIS-NEGREL
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           ACCEPT HORA-BRA FROM TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE ZEROS TO ERRO-W.
           MOVE "CRP240" TO ACESSO-PROGRAMA-W.
           MOVE SPACES TO ACESSO-PERMITIDO-W.
           CALL "CAPACESS" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                 ACESSO-PERMITIDO-W.
           CANCEL "CAPACESS".
           IF ACESSO-PERMITIDO-W = "N"
              DISPLAY "USUARIO SEM ACESSO AO CRP240"
              MOVE 1 TO ERRO-W.
           MOVE EMPRESA-W           TO EMP-REC.
           MOVE "CRD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD214"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD214.
           MOVE "CRD220"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD220.
           MOVE "CRD225"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD225.
           MOVE "CGD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD014"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD014.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "NEGEXP"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-NEGEXP.
           MOVE "NEGREL"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-NEGREL.
           IF PARAMETROS-W(68: 3) NUMERIC
              MOVE PARAMETROS-W(68: 3) TO DIAS-MINIMO-W.
           IF PARAMETROS-W(71: 2) NUMERIC
              MOVE PARAMETROS-W(71: 2) TO PRAZO-UTEIS-W.

           MOVE WS-DATA-CPU TO DATA-HOJE-W.
           MOVE FUNCTION INTEGER-OF-DATE(DATA-HOJE-W)
                                        TO DATA-HOJE-INT-W.

           OPEN INPUT CRD020 CRD220 CGD010 CGD011 CGD014.
      *    Sem CRD214 nenhuma carta final foi emitida: nada a incluir,
      *    mas as exclusoes seguem.
           OPEN INPUT CRD214.
           IF ST-CRD214 = "35"
              MOVE "N" TO TEM-CRD214-W
           ELSE
              IF ST-CRD214 <> "00"
                 DISPLAY "ERRO ABERTURA CRD214: " ST-CRD214
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           OPEN I-O CRD225.
           IF ST-CRD225 = "35"
              CLOSE CRD225      OPEN OUTPUT CRD225
              CLOSE CRD225      OPEN I-O CRD225
           END-IF.
           OPEN OUTPUT NEGEXP NEGREL.

           IF ST-CRD020 <> "00"
              DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
              MOVE 1 TO ERRO-W.
           IF ST-CGD010 <> "00"
              DISPLAY "ERRO ABERTURA CGD010: " ST-CGD010
              MOVE 1 TO ERRO-W.
           IF ST-CGD011 <> "00"
              DISPLAY "ERRO ABERTURA CGD011: " ST-CGD011
              MOVE 1 TO ERRO-W.
           IF ST-CGD014 <> "00"
              DISPLAY "ERRO ABERTURA CGD014: " ST-CGD014
              MOVE 1 TO ERRO-W.
           IF ST-CRD225 <> "00"
              DISPLAY "ERRO ABERTURA CRD225: " ST-CRD225
              MOVE 1 TO ERRO-W.
           IF ST-NEGEXP <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO NEGEXP: " ST-NEGEXP
              MOVE 1 TO ERRO-W.
           IF ST-NEGREL <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO NEGREL: " ST-NEGREL
              MOVE 1 TO ERRO-W.
      *    O biro exige o CNPJ do credor em todo registro: sem o
      *    beneficiario cadastrado (CRD220, CRP232) nada e gerado.
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
              MOVE "CRP240"            TO LOGACESS-PROGRAMA
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

       GRAVA-CABECALHOS SECTION.
           MOVE SPACES TO REG-NEGEXP.
           STRING "TIPO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "TIPO INSCRICAO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "CPF/CNPJ DEVEDOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "NOME DEVEDOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "CONTRATO/ALBUM" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "SEQ" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "DOCUMENTO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VENCIMENTO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VALOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "DATA BAIXA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "CNPJ CREDOR" DELIMITED BY SIZE
                  INTO REG-NEGEXP
           WRITE REG-NEGEXP.
           MOVE SPACES TO REG-NEGREL.
           STRING "OCORRENCIA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "CONTRATO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "ALBUM" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "SEQ" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "DOCUMENTO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "VALOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "DATA BAIXA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "PRAZO EXCLUSAO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "SITUACAO/MOTIVO" DELIMITED BY SIZE
                  INTO REG-NEGREL
           WRITE REG-NEGREL.

       PROCESSA-EXCLUSOES SECTION.
      *    Varre o CRD225: titulo incluido que ja nao esta em aberto
      *    gera o registro de exclusao. Pendente ou rejeitado que foi
      *    baixado antes de chegar ao biro so e encerrado.
           MOVE LOW-VALUES TO CHAVE-CR225.
           START CRD225 KEY IS NOT LESS CHAVE-CR225 INVALID KEY
                 MOVE "10" TO ST-CRD225.
           PERFORM UNTIL ST-CRD225 = "10"
             READ CRD225 NEXT RECORD AT END MOVE "10" TO ST-CRD225
               NOT AT END
                 IF CR225-INCLUIDO OR CR225-PENDENTE OR
                    CR225-REJEITADO
                    PERFORM VERIFICA-TITULO-BAIXADO
                 END-IF
             END-READ
           END-PERFORM.

       VERIFICA-TITULO-BAIXADO SECTION.
      *    Pago (1), renegociado (2) ou cancelado (3) - ou excluido
      *    do CRD020 - tira o devedor do biro; perda (4) nao.
           MOVE COD-COMPL-CR225 TO COD-COMPL-CR20.
           MOVE SEQ-CR225       TO SEQ-CR20.
           READ CRD020 INVALID KEY
                INITIALIZE REG-CRD020
                MOVE 3 TO BAIXADO-CR20
           END-READ.
           IF BAIXADO-CR20 = 0 OR BAIXADO-CR20 = 4
              EXIT SECTION
           END-IF.
           IF CR225-PENDENTE OR CR225-REJEITADO
              MOVE "E"           TO SITUACAO-CR225
              MOVE DATA-HOJE-W   TO DATA-SITUACAO-CR225
                                    DATA-BAIXA-CR225
              MOVE USUARIO-W     TO USUARIO-CR225
              REWRITE REG-CRD225
              END-REWRITE
              EXIT SECTION
           END-IF.
           IF DATA-PAGTO-CR20 > ZEROS
              MOVE DATA-PAGTO-CR20 TO DATA-BAIXA-CR225
           ELSE
              MOVE DATA-HOJE-W     TO DATA-BAIXA-CR225
           END-IF.
           PERFORM CALCULA-PRAZO-EXCLUSAO.
           MOVE "E" TO TIPO-REG-W.
           PERFORM GRAVA-REGISTRO-NEGEXP.
           ADD 1 TO CONT-EXCLUSOES-W.
           IF DATA-HOJE-W > PRAZO-EXCLUSAO-CR225
              MOVE "ATRASADA"    TO SITUACAO-EXC-W
              ADD 1 TO CONT-ATRASADAS-W
           ELSE
              MOVE "NO PRAZO"    TO SITUACAO-EXC-W
           END-IF.
           MOVE "E"           TO SITUACAO-CR225.
           MOVE DATA-HOJE-W   TO DATA-EXCLUSAO-CR225
                                 DATA-SITUACAO-CR225.
           MOVE USUARIO-W     TO USUARIO-CR225.
           REWRITE REG-CRD225
           END-REWRITE.
           PERFORM GRAVA-LINHA-EXCLUSAO.

       CALCULA-PRAZO-EXCLUSAO SECTION.
      *    Soma PRAZO-UTEIS-W dias uteis (segunda a sexta) a data da
      *    baixa.
           MOVE FUNCTION INTEGER-OF-DATE(DATA-BAIXA-CR225)
                                        TO DATA-AUX-INT-W.
           MOVE ZEROS TO CONT-UTEIS-W.
           PERFORM UNTIL CONT-UTEIS-W >= PRAZO-UTEIS-W
              ADD 1 TO DATA-AUX-INT-W
              COMPUTE DIA-SEMANA-W =
                      FUNCTION MOD(DATA-AUX-INT-W - 1, 7)
              IF DIA-SEMANA-W < 5
                 ADD 1 TO CONT-UTEIS-W
              END-IF
           END-PERFORM.
           MOVE FUNCTION DATE-OF-INTEGER(DATA-AUX-INT-W)
                                        TO PRAZO-EXCLUSAO-CR225.

       PROCESSA-INCLUSOES SECTION.
      *    Varre CRD020 inteiro em ordem de chave; titulo em aberto,
      *    vencido ha pelo menos DIAS-MINIMO-W dias e com o aviso
      *    final do CRP219 vai p/ a inclusao.
           IF TEM-CRD214-W = "N"
              EXIT SECTION
           END-IF.
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
                       MOVE COD-COMPL-CR20 TO COD-COMPL-CR214
                       MOVE SEQ-CR20       TO SEQ-CR214
                       READ CRD214 INVALID KEY
                            MOVE ZEROS TO NIVEL-CR214
                       END-READ
                       IF NIVEL-CR214 = 3
                          PERFORM INCLUI-TITULO
                       END-IF
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       INCLUI-TITULO SECTION.
      *    Titulo novo entra como pendente; pendente (de rodada
      *    anterior sem CPF/CNPJ, ou reenvio do CRP241) e tentado de
      *    novo. Incluido, rejeitado e excluido ficam como estao.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR225.
           MOVE SEQ-CR20       TO SEQ-CR225.
           READ CRD225 INVALID KEY
                INITIALIZE REG-CRD225
                MOVE COD-COMPL-CR20 TO COD-COMPL-CR225
                MOVE SEQ-CR20       TO SEQ-CR225
                MOVE "P"            TO SITUACAO-CR225
                MOVE DATA-HOJE-W    TO DATA-PENDENCIA-CR225
                                       DATA-SITUACAO-CR225
                MOVE USUARIO-W      TO USUARIO-CR225
                WRITE REG-CRD225
                END-WRITE
           END-READ.
           IF NOT CR225-PENDENTE
              EXIT SECTION
           END-IF.
           PERFORM BUSCA-DEVEDOR.
           MOVE NR-DOCTO-CR20    TO NR-DOCTO-CR225.
           MOVE DATA-VENCTO-CR20 TO DATA-VENCTO-CR225.
           MOVE VALOR-TOT-CR20   TO VALOR-CR225.
           IF INSCRICAO-CR225 = ZEROS
              REWRITE REG-CRD225
              END-REWRITE
              EXIT SECTION
           END-IF.
           MOVE "I" TO TIPO-REG-W.
           PERFORM GRAVA-REGISTRO-NEGEXP.
           ADD 1 TO CONT-INCLUSOES-W.
           MOVE "I"           TO SITUACAO-CR225.
           MOVE DATA-HOJE-W   TO DATA-INCLUSAO-CR225
                                 DATA-SITUACAO-CR225.
           MOVE SPACES        TO MOTIVO-REJEICAO-CR225.
           MOVE USUARIO-W     TO USUARIO-CR225.
           REWRITE REG-CRD225
           END-REWRITE.

       BUSCA-DEVEDOR SECTION.
      *    CPF/CNPJ do comprador (CGD011) e nome do contrato (CGD010);
      *    sem CPF/CNPJ do comprador, o avalista (CGD014). Acima de
      *    11 digitos e CNPJ, como no CGP014.
           MOVE ZEROS  TO INSCRICAO-CR225 TIPO-INSCRICAO-CR225.
           MOVE SPACES TO NOME-CR225 ORIGEM-INSCRICAO-CR225.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CG10 COD-COMPL-CG11
                                  COD-COMPL-CG14.
           READ CGD011 INVALID KEY
                INITIALIZE REG-CGD011
           END-READ.
           IF CPF1-CG11 > ZEROS
              READ CGD010 INVALID KEY
                   MOVE SPACES TO COMPRADOR-CG10
              END-READ
              MOVE CPF1-CG11       TO INSCRICAO-CR225
              MOVE COMPRADOR-CG10  TO NOME-CR225
              MOVE "C"             TO ORIGEM-INSCRICAO-CR225
           ELSE
              READ CGD014 INVALID KEY
                   INITIALIZE REG-CGD014
              END-READ
              IF CPF-CG14 > ZEROS
                 MOVE CPF-CG14     TO INSCRICAO-CR225
                 MOVE NOME-CG14    TO NOME-CR225
                 MOVE "A"          TO ORIGEM-INSCRICAO-CR225
              END-IF
           END-IF.
           IF INSCRICAO-CR225 > 99999999999
              MOVE 2 TO TIPO-INSCRICAO-CR225
           ELSE
              IF INSCRICAO-CR225 > ZEROS
                 MOVE 1 TO TIPO-INSCRICAO-CR225
              END-IF
           END-IF.

       MONTA-CAMPOS-DSP SECTION.
           MOVE COD-COMPL-CR225(2: 4)    TO CONTRATO-DSP-W.
           MOVE COD-COMPL-CR225(6: 4)    TO ALBUM-DSP-W.
           MOVE SEQ-CR225                TO SEQ-DSP-W.
           MOVE VALOR-CR225              TO VALOR-DSP-W.
           MOVE DATA-VENCTO-CR225(7: 2)  TO DIA-VEN-DSP-W.
           MOVE DATA-VENCTO-CR225(5: 2)  TO MES-VEN-DSP-W.
           MOVE DATA-VENCTO-CR225(1: 4)  TO ANO-VEN-DSP-W.
           MOVE DATA-BAIXA-CR225(7: 2)   TO DIA-BAI-DSP-W.
           MOVE DATA-BAIXA-CR225(5: 2)   TO MES-BAI-DSP-W.
           MOVE DATA-BAIXA-CR225(1: 4)   TO ANO-BAI-DSP-W.
           MOVE PRAZO-EXCLUSAO-CR225(7: 2) TO DIA-PRZ-DSP-W.
           MOVE PRAZO-EXCLUSAO-CR225(5: 2) TO MES-PRZ-DSP-W.
           MOVE PRAZO-EXCLUSAO-CR225(1: 4) TO ANO-PRZ-DSP-W.
           IF TIPO-INSCRICAO-CR225 = 2
              MOVE "CNPJ"                TO TIPO-INSC-DSP-W
              MOVE INSCRICAO-CR225       TO INSCRICAO-DSP-W
           ELSE
              MOVE "CPF"                 TO TIPO-INSC-DSP-W
              MOVE INSCRICAO-CR225(4: 11) TO INSCRICAO-DSP-W
           END-IF.

       GRAVA-REGISTRO-NEGEXP SECTION.
      *    TIPO-REG-W = "I" inclusao, "E" exclusao; a exclusao leva a
      *    data da baixa, a inclusao vai com ela em branco.
           PERFORM MONTA-CAMPOS-DSP.
           MOVE SPACES TO REG-NEGEXP.
           IF TIPO-REG-W = "I"
              MOVE SPACES TO BAIXA-DSP-W
           END-IF.
           STRING TIPO-REG-W       DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  TIPO-INSC-DSP-W  DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  INSCRICAO-DSP-W  DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  NOME-CR225       DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  COD-COMPL-CR225  DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  SEQ-CR225        DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  NR-DOCTO-CR225   DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  VENCTO-DSP-W     DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  VALOR-DSP-W      DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  BAIXA-DSP-W      DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  CNPJ-CR220       DELIMITED BY SIZE
                  INTO REG-NEGEXP
           WRITE REG-NEGEXP.

       GRAVA-LINHA-EXCLUSAO SECTION.
           MOVE SPACES TO REG-NEGREL.
           STRING "EXCLUSAO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CONTRATO-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ALBUM-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SEQ-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  NR-DOCTO-CR225 DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  VALOR-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  BAIXA-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PRAZO-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SITUACAO-EXC-W DELIMITED BY SIZE
                  INTO REG-NEGREL
           WRITE REG-NEGREL.

       LISTA-PENDENCIAS SECTION.
      *    Depois da rodada: pendente que continuou sem CPF/CNPJ e
      *    rejeitado pelo biro aguardando correcao/reenvio (CRP241).
           MOVE LOW-VALUES TO CHAVE-CR225.
           START CRD225 KEY IS NOT LESS CHAVE-CR225 INVALID KEY
                 MOVE "10" TO ST-CRD225.
           PERFORM UNTIL ST-CRD225 = "10"
             READ CRD225 NEXT RECORD AT END MOVE "10" TO ST-CRD225
               NOT AT END
                 IF CR225-PENDENTE OR CR225-REJEITADO
                    PERFORM GRAVA-LINHA-PENDENCIA
                 END-IF
             END-READ
           END-PERFORM.

       GRAVA-LINHA-PENDENCIA SECTION.
           PERFORM MONTA-CAMPOS-DSP.
           IF CR225-PENDENTE
              ADD 1 TO CONT-SEM-CPF-W
              MOVE "PENDENTE"                 TO OCORRENCIA-W
              MOVE "SEM CPF/CNPJ NO CONTRATO" TO MOTIVO-W
           ELSE
              ADD 1 TO CONT-REJEITADOS-W
              MOVE "REJEITADO"                TO OCORRENCIA-W
              MOVE MOTIVO-REJEICAO-CR225      TO MOTIVO-W
           END-IF.
           MOVE SPACES TO REG-NEGREL.
           STRING OCORRENCIA-W DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  CONTRATO-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ALBUM-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SEQ-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  NR-DOCTO-CR225 DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  VALOR-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MOTIVO-W DELIMITED BY SIZE
                  INTO REG-NEGREL
           WRITE REG-NEGREL.

       GRAVA-TOTAIS-NEGREL SECTION.
           MOVE CONT-INCLUSOES-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-NEGREL.
           STRING "TOTAL INCLUSOES ENVIADAS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-NEGREL
           WRITE REG-NEGREL.
           MOVE CONT-EXCLUSOES-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-NEGREL.
           STRING "TOTAL EXCLUSOES ENVIADAS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-NEGREL
           WRITE REG-NEGREL.
           MOVE CONT-ATRASADAS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-NEGREL.
           STRING "EXCLUSOES FORA DO PRAZO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-NEGREL
           WRITE REG-NEGREL.
           MOVE CONT-SEM-CPF-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-NEGREL.
           STRING "PENDENTES SEM CPF/CNPJ" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-NEGREL
           WRITE REG-NEGREL.
           MOVE CONT-REJEITADOS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-NEGREL.
           STRING "REJEITADOS AGUARDANDO REENVIO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-NEGREL
           WRITE REG-NEGREL.

       FINALIZAR-PROGRAMA SECTION.
      *    Independe de ERRO-W, como no CRP222: fecha o que abriu e
      *    registra o encerramento no LOGACESS.
           OPEN I-O LOGACESS

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           MOVE USUARIO-W           TO LOGACESS-USUARIO
           MOVE WS-DATA-CPU         TO LOGACESS-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS         TO LOGACESS-HORAS
           MOVE 1                   TO LOGACESS-SEQUENCIA
           MOVE "CRP240"            TO LOGACESS-PROGRAMA
           MOVE "FECHADO"           TO LOGACESS-STATUS
           MOVE CONT-INCLUSOES-W    TO LOGACESS-QTDE-GRAVACOES
           MOVE CONT-EXCLUSOES-W    TO LOGACESS-QTDE-EXCLUSOES
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

           CLOSE CRD020 CRD220 CRD225 CGD010 CGD011 CGD014
                 NEGEXP NEGREL.
           IF TEM-CRD214-W = "S"
              CLOSE CRD214.

           STOP RUN.
