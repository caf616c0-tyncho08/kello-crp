       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP251.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *ARQUIVAMENTO ANUAL DO LOG001 (TRILHA DE AUDITORIA) E DO
      *LOGACESS (SESSOES): OS REGISTROS DE ANOS ANTERIORES AO ANO DE
      *CORTE (POSICOES 68-71 DE PARAMETROS-W; EM BRANCO = ANO
      *PASSADO, OU SEJA, FICAM VIVOS O ANO PASSADO E O CORRENTE) SAEM
      *DOS ARQUIVOS VIVOS P/ UM ARQUIVO POR ANO - LOG001AAAA E
      *LOGACSAAAA, MESMO LAYOUT E MESMA CHAVE, QUE O LOGP001
      *PESQUISA QUANDO O PERIODO PEDIDO CAI NUM ANO ARQUIVADO. CADA
      *ANO PASSA POR QUATRO ETAPAS: CONTA O QUE HA NO VIVO, COPIA P/
      *O ARQUIVO DO ANO, CONFERE REGISTRO A REGISTRO (LEITURA PELA
      *CHAVE NO ARQUIVO DO ANO) E SO COM A CONTAGEM BATENDO EXCLUI
      *DO VIVO. DIVERGENCIA NAO EXCLUI NADA E PARA O ARQUIVAMENTO.
      *RERODAR NAO FAZ MAL: REGISTRO QUE JA ESTA NO ARQUIVO DO ANO
      *(EXECUCAO ANTERIOR QUE CAIU ANTES DA EXCLUSAO) E CONTADO COMO
      *JA ARQUIVADO E CONFERIDO DO MESMO JEITO. RECUSA RODAR COM
      *SESSAO AINDA ABERTA NO LOGACESS (ABERTO SEM FECHADO DE ONTEM
      *OU HOJE, FORA O PROPRIO CRP230 QUE O DISPARA) - O PROGRAMA
      *ABERTO PODE ESTAR GRAVANDO NO LOG001. LISTAGEM ARQREL (";").
      *E UM PASSO DO FECHAMENTO NOTURNO (CRP230); RETURN-CODE 8 NA
      *RECUSA OU NA DIVERGENCIA.
       DATE-WRITTEN.  15/10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LOGX001.
           COPY LOGACESS.SEL.
           SELECT LOG001-ARQ ASSIGN TO PATH-LOG001-ARQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOG1-CHAVE-ARQ
                  STATUS IS ST-LOG001-ARQ.
           SELECT LOGACESS-ARQ ASSIGN TO PATH-LOGACESS-ARQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOGACESS-CHAVE-ARQ
                  STATUS IS ST-LOGACESS-ARQ.
           SELECT ARQREL ASSIGN TO PATH-ARQREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-ARQREL.

       DATA DIVISION.
       FILE SECTION.
       COPY LOGW001.
       COPY LOGACESS.FD.
      *-----------------------------------------------------------*
      *  LOG001-ARQ - arquivo do ano (LOG001AAAA): mesmo registro   *
      *  e mesma chave do LOGW001.                                   *
      *-----------------------------------------------------------*
       FD  LOG001-ARQ.
       01  REG-LOG001-ARQ.
           05  LOG1-CHAVE-ARQ             PIC X(20).
           05  FILLER                     PIC X(237).
      *-----------------------------------------------------------*
      *  LOGACESS-ARQ - arquivo do ano (LOGACSAAAA): mesmo registro *
      *  e mesma chave do LOGACESS.FD.                               *
      *-----------------------------------------------------------*
       FD  LOGACESS-ARQ.
       01  REG-LOGACESS-ARQ.
           05  LOGACESS-CHAVE-ARQ         PIC X(28).
           05  FILLER                     PIC X(46).
      *    ARQREL - um registro por arquivo/ano com as contagens de
      *    cada etapa, ou as sessoes abertas que impediram a rodada.
       FD  ARQREL
           LABEL RECORD IS OMITTED.
       01  REG-ARQREL            PIC X(150).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO.
           COPY "PARAMETR".
           05 ERRO-W               PIC 9       VALUE ZEROS.
           05 ACESSO-PROGRAMA-W    PIC X(08)   VALUE SPACES.
           05 ACESSO-PERMITIDO-W   PIC X(01)   VALUE SPACES.
           05 ST-LOG001            PIC XX      VALUE SPACES.
           05 ST-LOG001-ARQ        PIC XX      VALUE SPACES.
           05 ST-LOGACESS-ARQ      PIC XX      VALUE SPACES.
           05 ST-ARQREL            PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-LOG001          PIC X(30)   VALUE SPACES.
           05 PATH-LOG001-ARQ      PIC X(30)   VALUE SPACES.
           05 PATH-LOGACESS-ARQ    PIC X(30)   VALUE SPACES.
           05 PATH-ARQREL          PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
           05 ANO-CORTE-W          PIC 9(04)   VALUE ZEROS.
      *    ANO-CORTE-W - de PARAMETROS-W(68: 4); sai do vivo tudo o
      *    que for de ano ANTERIOR a ele.
           05 ANO-W                PIC 9(04)   VALUE ZEROS.
           05 ANO-INI-LOG001-W     PIC 9(04)   VALUE ZEROS.
           05 ANO-INI-ACESSO-W     PIC 9(04)   VALUE ZEROS.
      *    ANO-INI-* - ano do registro mais antigo de cada arquivo
      *    vivo; o arquivamento anda dele ate ANO-CORTE-W - 1.
           05 DATA-HOJE-W          PIC 9(08)   VALUE ZEROS.
           05 DATA-ONTEM-W         PIC 9(08)   VALUE ZEROS.
           05 DATA-INI-ANO-W       PIC 9(08)   VALUE ZEROS.
           05 DATA-FIM-ANO-W       PIC 9(08)   VALUE ZEROS.
           05 CONT-VIVO-W          PIC 9(08)   VALUE ZEROS.
           05 CONT-COPIADOS-W      PIC 9(08)   VALUE ZEROS.
           05 CONT-JA-ARQ-W        PIC 9(08)   VALUE ZEROS.
           05 CONT-CONFERIDOS-W    PIC 9(08)   VALUE ZEROS.
           05 CONT-EXCLUIDOS-W     PIC 9(08)   VALUE ZEROS.
           05 TOT-LOG001-W         PIC 9(06)   VALUE ZEROS.
           05 TOT-LOGACESS-W       PIC 9(06)   VALUE ZEROS.
      *    TOT-LOG001-W/TOT-LOGACESS-W - registros tirados do vivo;
      *    vao p/ GRAVACOES/EXCLUSOES do registro FECHADO.
           05 NOME-ARQ-W           PIC X(08)   VALUE SPACES.
           05 SITUACAO-W           PIC X(40)   VALUE SPACES.
           05 CONT-SEM-FECHAR-W    PIC 9(04)   VALUE ZEROS.
      *    TAB-SESS-W - sessoes de ontem/hoje por programa/usuario
      *    (ABERTO x FECHADO), mesma conta do CRP231.
           05 TAB-SESS-W.
              10 TAB-SESS-OCR OCCURS 100 TIMES.
                 15 PROGRAMA-SE-W        PIC X(08) VALUE SPACES.
                 15 USUARIO-SE-W         PIC X(20) VALUE SPACES.
                 15 QTDE-ABERTO-SE-W     PIC 9(04) VALUE ZEROS.
                 15 QTDE-FECHADO-SE-W    PIC 9(04) VALUE ZEROS.
           05 QTDE-PROG-SESS-W           PIC 9(03) VALUE ZEROS.
           05 IND-SE-W                   PIC 9(03) VALUE ZEROS.
           05 ACHOU-SE-W                 PIC X(01) VALUE "N".
           05 QTDE-DSP-W                 PIC ZZZZZZZ9.
           05 QTDE2-DSP-W                PIC ZZZZZZZ9.
           05 QTDE3-DSP-W                PIC ZZZZZZZ9.
           05 QTDE4-DSP-W                PIC ZZZZZZZ9.
           05 QTDE5-DSP-W                PIC ZZZZZZZ9.
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
              PERFORM VERIFICA-SESSOES-ABERTAS
           END-IF.
           IF ERRO-W = ZEROS
              PERFORM GRAVA-CABECALHO
              PERFORM ARQUIVA-LOG001
           END-IF.
           IF ERRO-W = ZEROS
              PERFORM ARQUIVA-LOGACESS
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           ACCEPT HORA-BRA FROM TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE ZEROS TO ERRO-W.
           MOVE "CRP251" TO ACESSO-PROGRAMA-W.
           MOVE SPACES TO ACESSO-PERMITIDO-W.
           CALL "CAPACESS" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                 ACESSO-PERMITIDO-W.
           CANCEL "CAPACESS".
           IF ACESSO-PERMITIDO-W = "N"
              DISPLAY "USUARIO SEM ACESSO AO CRP251"
              MOVE 1 TO ERRO-W.
           MOVE EMPRESA-W           TO EMP-REC.
           MOVE "LOG001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "ARQREL"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ARQREL.

           MOVE WS-DATA-CPU TO DATA-HOJE-W.
           COMPUTE DATA-ONTEM-W = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(DATA-HOJE-W) - 1).
           COMPUTE ANO-CORTE-W = WS-ANO-CPU - 1.
           IF PARAMETROS-W(68: 4) NUMERIC AND
              PARAMETROS-W(68: 4) <> "0000"
              MOVE PARAMETROS-W(68: 4) TO ANO-CORTE-W.
      *    O ano corrente nunca sai do vivo.
           IF ANO-CORTE-W > WS-ANO-CPU
              DISPLAY "ANO DE CORTE " ANO-CORTE-W
                      " POSTERIOR AO ANO CORRENTE"
              MOVE 1 TO ERRO-W.

           OPEN I-O LOG001.
           IF ST-LOG001 = "35"
              CLOSE LOG001      OPEN OUTPUT LOG001
              CLOSE LOG001      OPEN I-O LOG001
           END-IF.
           OPEN OUTPUT ARQREL.

           IF ST-LOG001 <> "00"
              DISPLAY "ERRO ABERTURA LOG001: " ST-LOG001
              MOVE 1 TO ERRO-W.
           IF ST-ARQREL <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO ARQREL: " ST-ARQREL
              MOVE 1 TO ERRO-W.

           IF ERRO-W = ZEROS
              OPEN I-O LOGACESS

              MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

              MOVE USUARIO-W           TO LOGACESS-USUARIO
              MOVE WS-DATA-CPU         TO LOGACESS-DATA
              ACCEPT WS-HORA-SYS FROM TIME
              MOVE WS-HORA-SYS         TO LOGACESS-HORAS
              MOVE 1                   TO LOGACESS-SEQUENCIA
              MOVE "CRP251"            TO LOGACESS-PROGRAMA
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

       VERIFICA-SESSOES-ABERTAS SECTION.
      *    Uma passada pelo LOGACESS inteiro: conta ABERTO x FECHADO
      *    por programa/usuario nos registros de ontem e hoje (sessao
      *    que atravessou a meia-noite fecha hoje o que abriu ontem)
      *    e, de quebra, acha o ano mais antigo do arquivo. Sessao
      *    mais velha que isso sem FECHADO e zumbi (programa que caiu
      *    - ver LOGP002) e nao segura o arquivamento. Ficam fora o
      *    CRP230, que dispara este passo e so fecha no fim da noite,
      *    e este proprio programa.
           MOVE ZEROS TO ANO-INI-ACESSO-W QTDE-PROG-SESS-W.
           OPEN INPUT LOGACESS.
           MOVE LOW-VALUES TO LOGACESS-CHAVE.
           START LOGACESS KEY IS NOT LESS LOGACESS-CHAVE INVALID KEY
                 MOVE "10" TO FS-LOGACESS.
           PERFORM UNTIL FS-LOGACESS = "10"
             READ LOGACESS NEXT RECORD AT END
                  MOVE "10" TO FS-LOGACESS
               NOT AT END
                 IF ANO-INI-ACESSO-W = ZEROS OR
                    LOGACESS-DATA(1: 4) < ANO-INI-ACESSO-W
                    MOVE LOGACESS-DATA(1: 4) TO ANO-INI-ACESSO-W
                 END-IF
                 IF LOGACESS-DATA NOT < DATA-ONTEM-W AND
                    LOGACESS-PROGRAMA <> "CRP230" AND
                    LOGACESS-PROGRAMA <> "CRP251"
                    PERFORM ACUMULA-SESSAO
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LOGACESS.

           MOVE ZEROS TO CONT-SEM-FECHAR-W IND-SE-W.
           PERFORM UNTIL IND-SE-W = QTDE-PROG-SESS-W
              ADD 1 TO IND-SE-W
              IF QTDE-ABERTO-SE-W(IND-SE-W) >
                 QTDE-FECHADO-SE-W(IND-SE-W)
                 ADD 1 TO CONT-SEM-FECHAR-W
                 MOVE QTDE-ABERTO-SE-W(IND-SE-W)  TO QTDE-DSP-W
                 MOVE QTDE-FECHADO-SE-W(IND-SE-W) TO QTDE2-DSP-W
                 MOVE SPACES TO REG-ARQREL
                 STRING "SESSAO ABERTA;" DELIMITED BY SIZE
                        PROGRAMA-SE-W(IND-SE-W) DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        USUARIO-SE-W(IND-SE-W) DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        QTDE-DSP-W DELIMITED BY SIZE
                        ";" DELIMITED BY SIZE
                        QTDE2-DSP-W DELIMITED BY SIZE
                        INTO REG-ARQREL
                 WRITE REG-ARQREL
                 DISPLAY "SESSAO ABERTA: " PROGRAMA-SE-W(IND-SE-W)
                         " " USUARIO-SE-W(IND-SE-W)
              END-IF
           END-PERFORM.
           IF CONT-SEM-FECHAR-W > ZEROS
              MOVE SPACES TO REG-ARQREL
              STRING "ARQUIVAMENTO RECUSADO - FECHE AS SESSOES ACIMA E R
      -              "ODE DE NOVO" DELIMITED BY SIZE INTO REG-ARQREL
              WRITE REG-ARQREL
              DISPLAY "ARQUIVAMENTO RECUSADO - HA SESSAO ABERTA NO LOG"
                      "ACESS"
              MOVE 1 TO ERRO-W
           END-IF.

       ACUMULA-SESSAO SECTION.
           MOVE "N" TO ACHOU-SE-W.
           MOVE ZEROS TO IND-SE-W.
           PERFORM UNTIL IND-SE-W = QTDE-PROG-SESS-W
                         OR ACHOU-SE-W = "S"
              ADD 1 TO IND-SE-W
              IF PROGRAMA-SE-W(IND-SE-W) = LOGACESS-PROGRAMA AND
                 USUARIO-SE-W(IND-SE-W)  = LOGACESS-USUARIO
                 MOVE "S" TO ACHOU-SE-W
              END-IF
           END-PERFORM.
           IF ACHOU-SE-W = "N" AND QTDE-PROG-SESS-W < 100
              ADD 1 TO QTDE-PROG-SESS-W
              MOVE QTDE-PROG-SESS-W TO IND-SE-W
              MOVE LOGACESS-PROGRAMA TO PROGRAMA-SE-W(IND-SE-W)
              MOVE LOGACESS-USUARIO  TO USUARIO-SE-W(IND-SE-W)
              MOVE "S" TO ACHOU-SE-W
           END-IF.
           IF ACHOU-SE-W = "S"
              IF LOGACESS-STATUS = "ABERTO"
                 ADD 1 TO QTDE-ABERTO-SE-W(IND-SE-W)
              ELSE
                 IF LOGACESS-STATUS = "FECHADO"
                    ADD 1 TO QTDE-FECHADO-SE-W(IND-SE-W)
                 END-IF
              END-IF
           END-IF.

       GRAVA-CABECALHO SECTION.
           MOVE SPACES TO REG-ARQREL.
           STRING "ARQUIVO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "ANO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "NO VIVO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "COPIADOS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "JA ARQUIVADOS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "CONFERIDOS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "EXCLUIDOS DO VIVO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "SITUACAO" DELIMITED BY SIZE
                  INTO REG-ARQREL
           WRITE REG-ARQREL.

      *-----------------------------------------------------------*
      *  LOG001 - a chave comeca pela data, entao cada ano e uma    *
      *  faixa continua de chaves (START na 1a data do ano).         *
      *-----------------------------------------------------------*
       ARQUIVA-LOG001 SECTION.
           MOVE ZEROS TO ANO-INI-LOG001-W.
           MOVE LOW-VALUES TO LOG1-CHAVE.
           START LOG001 KEY IS NOT LESS LOG1-CHAVE INVALID KEY
                 MOVE "10" TO ST-LOG001.
           IF ST-LOG001 <> "10"
              READ LOG001 NEXT RECORD AT END
                   MOVE "10" TO ST-LOG001
                NOT AT END
                   MOVE LOG1-DATA(1: 4) TO ANO-INI-LOG001-W
              END-READ
           END-IF.
           IF ANO-INI-LOG001-W = ZEROS
              EXIT SECTION
           END-IF.
           MOVE "LOG001" TO NOME-ARQ-W.
           MOVE ANO-INI-LOG001-W TO ANO-W.
           PERFORM UNTIL ANO-W NOT < ANO-CORTE-W OR ERRO-W <> ZEROS
              PERFORM ARQUIVA-ANO-LOG001
              ADD 1 TO ANO-W
           END-PERFORM.

       ARQUIVA-ANO-LOG001 SECTION.
           MOVE ZEROS TO CONT-VIVO-W CONT-COPIADOS-W CONT-JA-ARQ-W
                         CONT-CONFERIDOS-W CONT-EXCLUIDOS-W.
           COMPUTE DATA-INI-ANO-W = ANO-W * 10000 + 0101.
           COMPUTE DATA-FIM-ANO-W = ANO-W * 10000 + 1231.
           PERFORM CONTA-ANO-LOG001.
           IF CONT-VIVO-W = ZEROS
              EXIT SECTION
           END-IF.
           MOVE SPACES TO ARQ-REC.
           STRING "LOG001" ANO-W DELIMITED BY SIZE INTO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-LOG001-ARQ.
           OPEN I-O LOG001-ARQ.
           IF ST-LOG001-ARQ = "35"
              CLOSE LOG001-ARQ      OPEN OUTPUT LOG001-ARQ
              CLOSE LOG001-ARQ      OPEN I-O LOG001-ARQ
           END-IF.
           IF ST-LOG001-ARQ <> "00"
              DISPLAY "ERRO ABERTURA " ARQ-REC ": " ST-LOG001-ARQ
              MOVE "ERRO ABERTURA DO ARQUIVO DO ANO" TO SITUACAO-W
              PERFORM GRAVA-LINHA-ARQREL
              MOVE 1 TO ERRO-W
              EXIT SECTION
           END-IF.
           PERFORM COPIA-ANO-LOG001.
           PERFORM CONFERE-ANO-LOG001.
           IF CONT-CONFERIDOS-W = CONT-VIVO-W
              PERFORM EXCLUI-ANO-LOG001
              ADD CONT-EXCLUIDOS-W TO TOT-LOG001-W
              MOVE "ARQUIVADO" TO SITUACAO-W
           ELSE
              DISPLAY "LOG001 " ANO-W " - DIVERGENCIA NA CONFERENCIA"
                      ", NADA EXCLUIDO"
              MOVE "DIVERGENCIA - NADA EXCLUIDO DO VIVO"
                TO SITUACAO-W
              MOVE 1 TO ERRO-W
           END-IF.
           CLOSE LOG001-ARQ.
           PERFORM GRAVA-LINHA-ARQREL.

       CONTA-ANO-LOG001 SECTION.
           MOVE DATA-INI-ANO-W TO LOG1-DATA.
           MOVE ZEROS TO LOG1-HORAS LOG1-SEQUENCIA.
           START LOG001 KEY IS NOT LESS LOG1-CHAVE INVALID KEY
                 MOVE "10" TO ST-LOG001.
           PERFORM UNTIL ST-LOG001 = "10"
             READ LOG001 NEXT RECORD AT END MOVE "10" TO ST-LOG001
               NOT AT END
                 IF LOG1-DATA > DATA-FIM-ANO-W
                    MOVE "10" TO ST-LOG001
                 ELSE
                    ADD 1 TO CONT-VIVO-W
                 END-IF
             END-READ
           END-PERFORM.

       COPIA-ANO-LOG001 SECTION.
      *    Status 22 na gravacao = o registro ja esta no arquivo do
      *    ano (rodada anterior que caiu antes de excluir do vivo).
           MOVE DATA-INI-ANO-W TO LOG1-DATA.
           MOVE ZEROS TO LOG1-HORAS LOG1-SEQUENCIA.
           START LOG001 KEY IS NOT LESS LOG1-CHAVE INVALID KEY
                 MOVE "10" TO ST-LOG001.
           PERFORM UNTIL ST-LOG001 = "10"
             READ LOG001 NEXT RECORD AT END MOVE "10" TO ST-LOG001
               NOT AT END
                 IF LOG1-DATA > DATA-FIM-ANO-W
                    MOVE "10" TO ST-LOG001
                 ELSE
                    MOVE REG-LOG001 TO REG-LOG001-ARQ
                    WRITE REG-LOG001-ARQ INVALID KEY
                          ADD 1 TO CONT-JA-ARQ-W
                      NOT INVALID KEY
                          ADD 1 TO CONT-COPIADOS-W
                    END-WRITE
                 END-IF
             END-READ
           END-PERFORM.

       CONFERE-ANO-LOG001 SECTION.
      *    Cada registro do vivo tem de estar, igual, no arquivo do
      *    ano - so assim a exclusao do vivo e liberada.
           MOVE DATA-INI-ANO-W TO LOG1-DATA.
           MOVE ZEROS TO LOG1-HORAS LOG1-SEQUENCIA.
           START LOG001 KEY IS NOT LESS LOG1-CHAVE INVALID KEY
                 MOVE "10" TO ST-LOG001.
           PERFORM UNTIL ST-LOG001 = "10"
             READ LOG001 NEXT RECORD AT END MOVE "10" TO ST-LOG001
               NOT AT END
                 IF LOG1-DATA > DATA-FIM-ANO-W
                    MOVE "10" TO ST-LOG001
                 ELSE
                    MOVE LOG1-CHAVE TO LOG1-CHAVE-ARQ
                    READ LOG001-ARQ INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         IF REG-LOG001-ARQ = REG-LOG001
                            ADD 1 TO CONT-CONFERIDOS-W
                         END-IF
                    END-READ
                 END-IF
             END-READ
           END-PERFORM.

       EXCLUI-ANO-LOG001 SECTION.
           MOVE DATA-INI-ANO-W TO LOG1-DATA.
           MOVE ZEROS TO LOG1-HORAS LOG1-SEQUENCIA.
           START LOG001 KEY IS NOT LESS LOG1-CHAVE INVALID KEY
                 MOVE "10" TO ST-LOG001.
           PERFORM UNTIL ST-LOG001 = "10"
             READ LOG001 NEXT RECORD AT END MOVE "10" TO ST-LOG001
               NOT AT END
                 IF LOG1-DATA > DATA-FIM-ANO-W
                    MOVE "10" TO ST-LOG001
                 ELSE
                    DELETE LOG001 NOT INVALID KEY
                           ADD 1 TO CONT-EXCLUIDOS-W
                    END-DELETE
                 END-IF
             END-READ
           END-PERFORM.

      *-----------------------------------------------------------*
      *  LOGACESS - a chave comeca pelo programa, entao cada etapa  *
      *  varre o arquivo inteiro filtrando o ano pela data.          *
      *-----------------------------------------------------------*
       ARQUIVA-LOGACESS SECTION.
           IF ANO-INI-ACESSO-W = ZEROS
              EXIT SECTION
           END-IF.
           OPEN I-O LOGACESS.
           IF FS-LOGACESS <> "00"
              DISPLAY "ERRO ABERTURA LOGACESS: " FS-LOGACESS
              MOVE 1 TO ERRO-W
              EXIT SECTION
           END-IF.
           MOVE "LOGACESS" TO NOME-ARQ-W.
           MOVE ANO-INI-ACESSO-W TO ANO-W.
           PERFORM UNTIL ANO-W NOT < ANO-CORTE-W OR ERRO-W <> ZEROS
              PERFORM ARQUIVA-ANO-LOGACESS
              ADD 1 TO ANO-W
           END-PERFORM.
           CLOSE LOGACESS.

       ARQUIVA-ANO-LOGACESS SECTION.
           MOVE ZEROS TO CONT-VIVO-W CONT-COPIADOS-W CONT-JA-ARQ-W
                         CONT-CONFERIDOS-W CONT-EXCLUIDOS-W.
           PERFORM CONTA-ANO-LOGACESS.
           IF CONT-VIVO-W = ZEROS
              EXIT SECTION
           END-IF.
           MOVE SPACES TO ARQ-REC.
           STRING "LOGACS" ANO-W DELIMITED BY SIZE INTO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-LOGACESS-ARQ.
           OPEN I-O LOGACESS-ARQ.
           IF ST-LOGACESS-ARQ = "35"
              CLOSE LOGACESS-ARQ      OPEN OUTPUT LOGACESS-ARQ
              CLOSE LOGACESS-ARQ      OPEN I-O LOGACESS-ARQ
           END-IF.
           IF ST-LOGACESS-ARQ <> "00"
              DISPLAY "ERRO ABERTURA " ARQ-REC ": " ST-LOGACESS-ARQ
              MOVE "ERRO ABERTURA DO ARQUIVO DO ANO" TO SITUACAO-W
              PERFORM GRAVA-LINHA-ARQREL
              MOVE 1 TO ERRO-W
              EXIT SECTION
           END-IF.
           PERFORM COPIA-ANO-LOGACESS.
           PERFORM CONFERE-ANO-LOGACESS.
           IF CONT-CONFERIDOS-W = CONT-VIVO-W
              PERFORM EXCLUI-ANO-LOGACESS
              ADD CONT-EXCLUIDOS-W TO TOT-LOGACESS-W
              MOVE "ARQUIVADO" TO SITUACAO-W
           ELSE
              DISPLAY "LOGACESS " ANO-W " - DIVERGENCIA NA CONFERENCIA"
                      ", NADA EXCLUIDO"
              MOVE "DIVERGENCIA - NADA EXCLUIDO DO VIVO"
                TO SITUACAO-W
              MOVE 1 TO ERRO-W
           END-IF.
           CLOSE LOGACESS-ARQ.
           PERFORM GRAVA-LINHA-ARQREL.

       CONTA-ANO-LOGACESS SECTION.
           MOVE LOW-VALUES TO LOGACESS-CHAVE.
           START LOGACESS KEY IS NOT LESS LOGACESS-CHAVE INVALID KEY
                 MOVE "10" TO FS-LOGACESS.
           PERFORM UNTIL FS-LOGACESS = "10"
             READ LOGACESS NEXT RECORD AT END
                  MOVE "10" TO FS-LOGACESS
               NOT AT END
                 IF LOGACESS-DATA(1: 4) = ANO-W
                    ADD 1 TO CONT-VIVO-W
                 END-IF
             END-READ
           END-PERFORM.

       COPIA-ANO-LOGACESS SECTION.
           MOVE LOW-VALUES TO LOGACESS-CHAVE.
           START LOGACESS KEY IS NOT LESS LOGACESS-CHAVE INVALID KEY
                 MOVE "10" TO FS-LOGACESS.
           PERFORM UNTIL FS-LOGACESS = "10"
             READ LOGACESS NEXT RECORD AT END
                  MOVE "10" TO FS-LOGACESS
               NOT AT END
                 IF LOGACESS-DATA(1: 4) = ANO-W
                    MOVE REG-LOGACESS TO REG-LOGACESS-ARQ
                    WRITE REG-LOGACESS-ARQ INVALID KEY
                          ADD 1 TO CONT-JA-ARQ-W
                      NOT INVALID KEY
                          ADD 1 TO CONT-COPIADOS-W
                    END-WRITE
                 END-IF
             END-READ
           END-PERFORM.

       CONFERE-ANO-LOGACESS SECTION.
           MOVE LOW-VALUES TO LOGACESS-CHAVE.
           START LOGACESS KEY IS NOT LESS LOGACESS-CHAVE INVALID KEY
                 MOVE "10" TO FS-LOGACESS.
           PERFORM UNTIL FS-LOGACESS = "10"
             READ LOGACESS NEXT RECORD AT END
                  MOVE "10" TO FS-LOGACESS
               NOT AT END
                 IF LOGACESS-DATA(1: 4) = ANO-W
                    MOVE LOGACESS-CHAVE TO LOGACESS-CHAVE-ARQ
                    READ LOGACESS-ARQ INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         IF REG-LOGACESS-ARQ = REG-LOGACESS
                            ADD 1 TO CONT-CONFERIDOS-W
                         END-IF
                    END-READ
                 END-IF
             END-READ
           END-PERFORM.

       EXCLUI-ANO-LOGACESS SECTION.
           MOVE LOW-VALUES TO LOGACESS-CHAVE.
           START LOGACESS KEY IS NOT LESS LOGACESS-CHAVE INVALID KEY
                 MOVE "10" TO FS-LOGACESS.
           PERFORM UNTIL FS-LOGACESS = "10"
             READ LOGACESS NEXT RECORD AT END
                  MOVE "10" TO FS-LOGACESS
               NOT AT END
                 IF LOGACESS-DATA(1: 4) = ANO-W
                    DELETE LOGACESS NOT INVALID KEY
                           ADD 1 TO CONT-EXCLUIDOS-W
                    END-DELETE
                 END-IF
             END-READ
           END-PERFORM.

       GRAVA-LINHA-ARQREL SECTION.
           MOVE CONT-VIVO-W       TO QTDE-DSP-W.
           MOVE CONT-COPIADOS-W   TO QTDE2-DSP-W.
           MOVE CONT-JA-ARQ-W     TO QTDE3-DSP-W.
           MOVE CONT-CONFERIDOS-W TO QTDE4-DSP-W.
           MOVE CONT-EXCLUIDOS-W  TO QTDE5-DSP-W.
           MOVE SPACES TO REG-ARQREL.
           STRING NOME-ARQ-W DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  ANO-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE2-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE3-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE4-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE5-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SITUACAO-W DELIMITED BY SIZE
                  INTO REG-ARQREL
           WRITE REG-ARQREL.

       FINALIZAR-PROGRAMA SECTION.
      *    Independe de ERRO-W, como no CRP249: fecha o que abriu e
      *    registra o encerramento no LOGACESS.
           OPEN I-O LOGACESS

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           MOVE USUARIO-W           TO LOGACESS-USUARIO
           MOVE WS-DATA-CPU         TO LOGACESS-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS         TO LOGACESS-HORAS
           MOVE 1                   TO LOGACESS-SEQUENCIA
           MOVE "CRP251"            TO LOGACESS-PROGRAMA
           MOVE "FECHADO"           TO LOGACESS-STATUS
           MOVE TOT-LOG001-W        TO LOGACESS-QTDE-GRAVACOES
           MOVE TOT-LOGACESS-W      TO LOGACESS-QTDE-EXCLUSOES
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

           CLOSE LOG001 ARQREL.

      *    RETURN-CODE diferente de zero avisa o CRP230 que o passo
      *    falhou (recusa por sessao aberta ou divergencia).
           IF ERRO-W NOT = ZEROS
              MOVE 8 TO RETURN-CODE.

           STOP RUN.
