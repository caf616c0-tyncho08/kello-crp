       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP256.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *FOTO DOS ARQUIVOS DA COBRANCA ANTES DO FECHAMENTO NOTURNO. E O
      *PRIMEIRO PASSO DO CRP230: COPIA CADA ARQUIVO DA TABELA
      *CRPFOTO.CPY (CRD020, CRD200/201, CRD210 EM DIANTE) P/ A PASTA
      *FOTOAAAAMMDD DEBAIXO DA PASTA DA EMPRESA, PELO CRPFOTO, E
      *REGISTRA A FOTO NO CRD236 COM A QUANTIDADE DE REGISTROS DE
      *CADA ARQUIVO. SE UM PASSO DA NOITE ESTRAGAR OS DADOS (RETORNO
      *APLICADO PELA METADE, EXPURGO ERRADO), O CRP257 DEVOLVE A FOTO
      *AO VIVO. RODAR DE NOVO NO MESMO DIA REFAZ A FOTO DO DIA. COM A
      *FOTO COMPLETA, APAGA AS PASTAS DAS FOTOS MAIS VELHAS QUE OS
      *DIAS DE GUARDA (POSICOES 68-69 DE PARAMETROS-W; EM BRANCO = 7
      *NOITES) E AS MARCA "X". LISTAGEM FOTOREL (";") COM A CONTAGEM
      *POR ARQUIVO. RETURN-CODE 8 EM QUALQUER ERRO, P/ A NOITE NAO
      *SEGUIR SEM FOTO.
       DATE-WRITTEN.  15/10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX236.
           COPY LOGACESS.SEL.
           SELECT FOTOREL ASSIGN TO PATH-FOTOREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-FOTOREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW236.
       COPY LOGACESS.FD.
      *    FOTOREL - arquivos copiados na foto da noite com a
      *    quantidade de registros, e as fotos expurgadas.
       FD  FOTOREL
           LABEL RECORD IS OMITTED.
       01  REG-FOTOREL           PIC X(150).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO.
           COPY "PARAMETR".
           COPY "CRPFOTO.CPY".
           05 ERRO-W               PIC 9       VALUE ZEROS.
           05 ACESSO-PROGRAMA-W    PIC X(08)   VALUE SPACES.
           05 ACESSO-PERMITIDO-W   PIC X(01)   VALUE SPACES.
           05 ST-CRD236            PIC XX      VALUE SPACES.
           05 ST-FOTOREL           PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-CRD236          PIC X(30)   VALUE SPACES.
           05 PATH-FOTOREL         PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
           05 DIAS-GUARDA-W        PIC 9(02)   VALUE 7.
      *    DIAS-GUARDA-W - noites de foto mantidas em disco, de
      *    PARAMETROS-W(68: 2); em branco ou zero = 7.
           05 DATA-HOJE-W          PIC 9(08)   VALUE ZEROS.
           05 DATA-LIMITE-W        PIC 9(08)   VALUE ZEROS.
           05 HORA-BRA             PIC 9(8)    VALUE ZEROS.
           05 PASTA-FOTO-W         PIC X(40)   VALUE SPACES.
           05 COMANDO-W            PIC X(100)  VALUE SPACES.
      *    COMANDO-W - MKDIR/RMDIR da pasta da foto, disparado pelo
      *    sistema operacional como os passos do CRP230.
           05 OPERACAO-FOTO-W      PIC X(01)   VALUE "F".
           05 ARQUIVO-W            PIC X(06)   VALUE SPACES.
           05 QTDE-REG-W           PIC 9(09)   VALUE ZEROS.
           05 STATUS-FOTO-W        PIC X(02)   VALUE SPACES.
           05 GRAVA-W              PIC 9       VALUE ZEROS.
           05 IND-ARQ-W            PIC 9(02)   VALUE ZEROS.
           05 CONT-ARQUIVOS-W      PIC 9(06)   VALUE ZEROS.
           05 CONT-EXPURGADAS-W    PIC 9(06)   VALUE ZEROS.
           05 QTDE-DSP-W           PIC ZZZ.ZZZ.ZZ9.
           05 TOTAL-DSP-W          PIC ZZ.ZZZ.ZZZ.ZZ9.
           05 SITUACAO-REL-W       PIC X(20)   VALUE SPACES.
           05 DATA-DSP-W.
              10 DIA-DSP-W         PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 MES-DSP-W         PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 ANO-DSP-W         PIC 9(04).
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
              PERFORM TIRA-FOTO
           END-IF.
      *    Com a foto da noite falhando, as antigas ficam todas: sao
      *    o unico caminho de volta.
           IF ERRO-W = ZEROS
              PERFORM EXPURGA-FOTOS-ANTIGAS
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           ACCEPT HORA-BRA FROM TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE ZEROS TO ERRO-W.
           MOVE "CRP256" TO ACESSO-PROGRAMA-W.
           MOVE SPACES TO ACESSO-PERMITIDO-W.
           CALL "CAPACESS" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                 ACESSO-PERMITIDO-W.
           CANCEL "CAPACESS".
           IF ACESSO-PERMITIDO-W = "N"
              DISPLAY "USUARIO SEM ACESSO AO CRP256"
              MOVE 1 TO ERRO-W.
           MOVE EMPRESA-W           TO EMP-REC.
           MOVE "CRD236"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD236.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "FOTOREL" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-FOTOREL.
           IF PARAMETROS-W(68: 2) NUMERIC AND
              PARAMETROS-W(68: 2) <> "00"
              MOVE PARAMETROS-W(68: 2) TO DIAS-GUARDA-W.

           MOVE WS-DATA-CPU TO DATA-HOJE-W.
      *    Guarda de 7 = fica a foto de hoje e as das 6 noites
      *    anteriores.
           COMPUTE DATA-LIMITE-W = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(DATA-HOJE-W)
                    - DIAS-GUARDA-W).
           MOVE SPACES TO ARQ-REC.
           MOVE SPACES TO PASTA-FOTO-W.
           STRING EMPRESA-REF DELIMITED BY SPACE
                  "FOTO"      DELIMITED BY SIZE
                  DATA-HOJE-W DELIMITED BY SIZE
                  INTO PASTA-FOTO-W.

           OPEN I-O CRD236.
           IF ST-CRD236 = "35"
              CLOSE CRD236      OPEN OUTPUT CRD236
              CLOSE CRD236      OPEN I-O CRD236
           END-IF.
           OPEN OUTPUT FOTOREL.

           IF ST-CRD236 <> "00"
              DISPLAY "ERRO ABERTURA CRD236: " ST-CRD236
              MOVE 1 TO ERRO-W.
           IF ST-FOTOREL <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO FOTOREL: " ST-FOTOREL
              MOVE 1 TO ERRO-W.

           IF ERRO-W = ZEROS
              OPEN I-O LOGACESS

              MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

              MOVE USUARIO-W           TO LOGACESS-USUARIO
              MOVE WS-DATA-CPU         TO LOGACESS-DATA
              ACCEPT WS-HORA-SYS FROM TIME
              MOVE WS-HORA-SYS         TO LOGACESS-HORAS
              MOVE 1                   TO LOGACESS-SEQUENCIA
              MOVE "CRP256"            TO LOGACESS-PROGRAMA
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

       TIRA-FOTO SECTION.
      *    O CRD236 do dia e gravado "I" antes da primeira copia: se a
      *    maquina cair no meio, a foto fica marcada como incompleta
      *    e o CRP257 nao a oferece.
           MOVE DATA-HOJE-W TO DATA-FOTO-CR236.
           MOVE ZEROS TO GRAVA-W.
           READ CRD236 INVALID KEY
                MOVE 1 TO GRAVA-W
           END-READ.
           INITIALIZE REG-CRD236.
           MOVE DATA-HOJE-W  TO DATA-FOTO-CR236.
           MOVE HORA-BRA     TO HORA-FOTO-CR236.
           MOVE USUARIO-W    TO USUARIO-FOTO-CR236.
           MOVE PASTA-FOTO-W TO PASTA-CR236.
           MOVE "I"          TO SITUACAO-CR236.
           IF GRAVA-W = 1
              WRITE REG-CRD236 INVALID KEY
                    MOVE 1 TO ERRO-W
              END-WRITE
           ELSE
              REWRITE REG-CRD236 INVALID KEY
                    MOVE 1 TO ERRO-W
              END-REWRITE
           END-IF.
           IF ERRO-W <> ZEROS
              DISPLAY "ERRO GRAVACAO CRD236: " ST-CRD236
              EXIT SECTION
           END-IF.

      *    Pasta ja existente (foto refeita no mesmo dia) faz o MKDIR
      *    reclamar; os arquivos de dentro sao recriados pelo CRPFOTO.
           MOVE SPACES TO COMANDO-W.
           STRING "MKDIR "     DELIMITED BY SIZE
                  PASTA-FOTO-W DELIMITED BY SPACE
                  INTO COMANDO-W.
           CALL "SYSTEM" USING COMANDO-W.
           MOVE ZEROS TO RETURN-CODE.

           PERFORM GRAVA-CABECALHO-FOTOREL.
           MOVE ZEROS TO IND-ARQ-W.
           PERFORM UNTIL IND-ARQ-W = QTDE-ARQ-FOTO-W OR ERRO-W <> ZEROS
              ADD 1 TO IND-ARQ-W
              PERFORM COPIA-ARQUIVO
           END-PERFORM.

           IF ERRO-W = ZEROS
              MOVE "C" TO SITUACAO-CR236
           ELSE
              MOVE "E" TO SITUACAO-CR236
           END-IF.
           REWRITE REG-CRD236 INVALID KEY
                   DISPLAY "ERRO GRAVACAO CRD236: " ST-CRD236
                   MOVE 1 TO ERRO-W
           END-REWRITE.

           MOVE TOTAL-REG-CR236 TO TOTAL-DSP-W.
           MOVE SPACES TO REG-FOTOREL.
           STRING "TOTAL" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TOTAL-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SITUACAO-CR236 DELIMITED BY SIZE
                  INTO REG-FOTOREL
           WRITE REG-FOTOREL.

       COPIA-ARQUIVO SECTION.
           MOVE ARQ-FOTO-W(IND-ARQ-W) TO ARQUIVO-W.
           MOVE ZEROS  TO QTDE-REG-W.
           MOVE SPACES TO STATUS-FOTO-W.
           CALL "CRPFOTO" USING PARAMETROS-W OPERACAO-FOTO-W
                                PASTA-FOTO-W ARQUIVO-W QTDE-REG-W
                                STATUS-FOTO-W.
           CANCEL "CRPFOTO".

           MOVE ARQUIVO-W  TO NOME-ARQ-CR236(IND-ARQ-W).
           MOVE QTDE-REG-W TO QTDE-REG-CR236(IND-ARQ-W).
           MOVE IND-ARQ-W  TO QTDE-ARQ-CR236.
           ADD QTDE-REG-W  TO TOTAL-REG-CR236.
           IF STATUS-FOTO-W = "00"
              ADD 1 TO CONT-ARQUIVOS-W
              MOVE "COPIADO" TO SITUACAO-REL-W
           ELSE
              DISPLAY "ERRO NA COPIA DO " ARQUIVO-W ": "
                      STATUS-FOTO-W " - FOTO INCOMPLETA"
              MOVE SPACES TO SITUACAO-REL-W
              STRING "ERRO " DELIMITED BY SIZE
                     STATUS-FOTO-W DELIMITED BY SIZE
                     INTO SITUACAO-REL-W
              MOVE 1 TO ERRO-W
           END-IF.

           MOVE QTDE-REG-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-FOTOREL.
           STRING ARQUIVO-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SITUACAO-REL-W DELIMITED BY SIZE
                  INTO REG-FOTOREL
           WRITE REG-FOTOREL.

       GRAVA-CABECALHO-FOTOREL SECTION.
           MOVE DATA-HOJE-W(7: 2) TO DIA-DSP-W.
           MOVE DATA-HOJE-W(5: 2) TO MES-DSP-W.
           MOVE DATA-HOJE-W(1: 4) TO ANO-DSP-W.
           MOVE SPACES TO REG-FOTOREL.
           STRING "FOTO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DATA-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PASTA-FOTO-W DELIMITED BY SPACE
                  INTO REG-FOTOREL
           WRITE REG-FOTOREL.
           MOVE SPACES TO REG-FOTOREL.
           STRING "ARQUIVO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "REGISTROS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "SITUACAO" DELIMITED BY SIZE
                  INTO REG-FOTOREL
           WRITE REG-FOTOREL.

       EXPURGA-FOTOS-ANTIGAS SECTION.
      *    Foto anterior ao limite tem a pasta apagada; o registro do
      *    CRD236 fica, marcado "X", como historico.
           MOVE ZEROS TO DATA-FOTO-CR236.
           START CRD236 KEY IS NOT LESS DATA-FOTO-CR236 INVALID KEY
                 MOVE "10" TO ST-CRD236.
           PERFORM UNTIL ST-CRD236 = "10"
             READ CRD236 NEXT RECORD AT END MOVE "10" TO ST-CRD236
               NOT AT END
                 IF DATA-FOTO-CR236 > DATA-LIMITE-W
                    MOVE "10" TO ST-CRD236
                 ELSE
                    IF NOT CR236-EXPURGADA
                       PERFORM EXPURGA-FOTO
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       EXPURGA-FOTO SECTION.
           MOVE SPACES TO COMANDO-W.
           STRING "RMDIR /S /Q " DELIMITED BY SIZE
                  PASTA-CR236    DELIMITED BY SPACE
                  INTO COMANDO-W.
           CALL "SYSTEM" USING COMANDO-W.
           MOVE ZEROS TO RETURN-CODE.

           MOVE "X"         TO SITUACAO-CR236.
           MOVE DATA-HOJE-W TO DATA-EXPURGO-CR236.
           REWRITE REG-CRD236
           END-REWRITE.
           ADD 1 TO CONT-EXPURGADAS-W.

           MOVE DATA-FOTO-CR236(7: 2) TO DIA-DSP-W.
           MOVE DATA-FOTO-CR236(5: 2) TO MES-DSP-W.
           MOVE DATA-FOTO-CR236(1: 4) TO ANO-DSP-W.
           MOVE SPACES TO REG-FOTOREL.
           STRING "EXPURGADA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DATA-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PASTA-CR236 DELIMITED BY SPACE
                  INTO REG-FOTOREL
           WRITE REG-FOTOREL.

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
           MOVE "CRP256"            TO LOGACESS-PROGRAMA
           MOVE "FECHADO"           TO LOGACESS-STATUS
           MOVE CONT-ARQUIVOS-W     TO LOGACESS-QTDE-GRAVACOES
           MOVE CONT-EXPURGADAS-W   TO LOGACESS-QTDE-EXCLUSOES
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

           CLOSE CRD236 FOTOREL.

      *    RETURN-CODE diferente de zero avisa o CRP230 que o passo
      *    falhou.
           IF ERRO-W NOT = ZEROS
              MOVE 8 TO RETURN-CODE.

           STOP RUN.
