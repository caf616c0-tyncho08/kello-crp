       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP249.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *ANONIMIZACAO (LGPD) DOS DADOS PESSOAIS DE CONTRATOS ENCERRADOS
      *HA MAIS QUE O PRAZO DE GUARDA. CONTRATO (CGD010) SEM NENHUM
      *TITULO EM ABERTO NO CRD020 E CUJO ULTIMO MOVIMENTO (VENCIMENTO,
      *PAGAMENTO OU LANCAMENTO DO TITULO MAIS RECENTE) E ANTERIOR AO
      *PRAZO (POSICOES 68-69 DE PARAMETROS-W, EM ANOS; EM BRANCO = 5)
      *TEM APAGADOS O NOME DO COMPRADOR (CGD010), ENDERECO/CPF/CEP/
      *CIDADE (CGD011), NOME/CPF DO AVALISTA (CGD014) E NOME/CPF/CNPJ
      *DOS REGISTROS DE BIRO (CRD225). O HISTORICO FINANCEIRO - TITULOS,
      *ANOTACOES, CARTAS, PROTESTOS, CREDITOS - FICA COMO ESTA. NAO E
      *ANONIMIZADO O CONTRATO COM CREDITO DO CLIENTE AINDA EM ABERTO
      *(CRD222 - HA O QUE DEVOLVER), COM TITULO AINDA NO BIRO (CRD225
      *PENDENTE/INCLUIDO) OU EM CARTORIO (CRD216); ESSES SAEM NA
      *LISTAGEM ANONREL (";") COM O MOTIVO. CADA CADASTRO ALTERADO
      *GERA UM REGISTRO "A" NO LOG001 COM A IMAGEM JA ANONIMIZADA - A
      *IMAGEM ANTERIOR NAO E GRAVADA, SENAO O DADO APAGADO FICARIA NA
      *TRILHA. POSICAO 70 = "S" SO SIMULA: LISTA O QUE SERIA
      *ANONIMIZADO SEM ALTERAR NADA.
       DATE-WRITTEN.  15/10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX216.
           COPY CRPX222.
           COPY CRPX225.
           COPY CGPX010.
           COPY CGPX011.
           COPY CGPX014.
           COPY LOGX001.
           COPY LOGACESS.SEL.
           SELECT ANONREL ASSIGN TO PATH-ANONREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-ANONREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW216.
       COPY CRPW222.
       COPY CRPW225.
       COPY CGPW010.
       COPY CGPW011.
       COPY CGPW014.
       COPY LOGW001.
       COPY LOGACESS.FD.
      *    ANONREL - contratos anonimizados (ou que seriam, na
      *    simulacao) e os retidos por credito/biro/cartorio.
       FD  ANONREL
           LABEL RECORD IS OMITTED.
       01  REG-ANONREL           PIC X(250).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO.
           COPY "PARAMETR".
           05 ERRO-W               PIC 9       VALUE ZEROS.
           05 ACESSO-PROGRAMA-W    PIC X(08)   VALUE SPACES.
           05 ACESSO-PERMITIDO-W   PIC X(01)   VALUE SPACES.
           05 ST-CRD020            PIC XX      VALUE SPACES.
           05 ST-CRD216            PIC XX      VALUE SPACES.
           05 ST-CRD222            PIC XX      VALUE SPACES.
           05 ST-CRD225            PIC XX      VALUE SPACES.
           05 ST-CGD010            PIC XX      VALUE SPACES.
           05 ST-CGD011            PIC XX      VALUE SPACES.
           05 ST-CGD014            PIC XX      VALUE SPACES.
           05 ST-LOG001            PIC XX      VALUE SPACES.
           05 ST-ANONREL           PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-CRD020          PIC X(30)   VALUE SPACES.
           05 PATH-CRD216          PIC X(30)   VALUE SPACES.
           05 PATH-CRD222          PIC X(30)   VALUE SPACES.
           05 PATH-CRD225          PIC X(30)   VALUE SPACES.
           05 PATH-CGD010          PIC X(30)   VALUE SPACES.
           05 PATH-CGD011          PIC X(30)   VALUE SPACES.
           05 PATH-CGD014          PIC X(30)   VALUE SPACES.
           05 PATH-LOG001          PIC X(30)   VALUE SPACES.
           05 PATH-ANONREL         PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
           05 TEM-CRD216-W         PIC X(01)   VALUE "S".
           05 TEM-CRD222-W         PIC X(01)   VALUE "S".
           05 TEM-CRD225-W         PIC X(01)   VALUE "S".
           05 ANOS-GUARDA-W        PIC 9(02)   VALUE 5.
      *    ANOS-GUARDA-W - prazo de guarda depois do ultimo movimento,
      *    de PARAMETROS-W(68: 2); em branco = 5 anos.
           05 SIMULACAO-W          PIC X(01)   VALUE "N".
      *    SIMULACAO-W = "S" (PARAMETROS-W(70: 1)) - so lista.
           05 DATA-LIMITE-W        PIC 9(08)   VALUE ZEROS.
           05 FILLER REDEFINES DATA-LIMITE-W.
              10 ANO-LIMITE-W      PIC 9(04).
              10 MES-DIA-LIMITE-W  PIC 9(04).
      *    DATA-LIMITE-W - hoje menos ANOS-GUARDA-W anos; ultimo
      *    movimento anterior a ela = prazo de guarda vencido.
           05 NOME-ANONIMO-W       PIC X(37)
                                   VALUE "ANONIMIZADO - LGPD".
      *    NOME-ANONIMO-W - vai no lugar do nome do comprador; e por
      *    ele que a proxima rodada reconhece o contrato ja tratado.
           05 ULT-MOVTO-W          PIC 9(08)   VALUE ZEROS.
           05 QTDE-TITULOS-W       PIC 9(05)   VALUE ZEROS.
           05 TEM-ABERTO-W         PIC X(01)   VALUE "N".
           05 MOTIVO-W             PIC X(60)   VALUE SPACES.
           05 OCORRENCIA-W         PIC X(12)   VALUE SPACES.
           05 CONT-LIDOS-W         PIC 9(06)   VALUE ZEROS.
           05 CONT-ANONIMIZADOS-W  PIC 9(06)   VALUE ZEROS.
           05 CONT-RETIDOS-W       PIC 9(06)   VALUE ZEROS.
           05 CONT-JA-ANONIMOS-W   PIC 9(06)   VALUE ZEROS.
           05 CONT-CADASTROS-W     PIC 9(06)   VALUE ZEROS.
      *    CONT-CADASTROS-W - registros alterados (um LOG001 cada).
           05 CONTRATO-DSP-W       PIC 9(04).
           05 ALBUM-DSP-W          PIC 9(04).
           05 QTDE-DSP-W           PIC ZZZ.ZZ9.
           05 ULT-MOVTO-DSP-W.
              10 DIA-MOV-DSP-W     PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 MES-MOV-DSP-W     PIC 9(02).
              10 FILLER            PIC X       VALUE "/".
              10 ANO-MOV-DSP-W     PIC 9(04).
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
              PERFORM GRAVA-CABECALHO
              PERFORM PROCESSA-CONTRATOS
              PERFORM GRAVA-TOTAIS-ANONREL
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           ACCEPT HORA-BRA FROM TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE ZEROS TO ERRO-W.
           MOVE "CRP249" TO ACESSO-PROGRAMA-W.
           MOVE SPACES TO ACESSO-PERMITIDO-W.
           CALL "CAPACESS" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                 ACESSO-PERMITIDO-W.
           CANCEL "CAPACESS".
           IF ACESSO-PERMITIDO-W = "N"
              DISPLAY "USUARIO SEM ACESSO AO CRP249"
              MOVE 1 TO ERRO-W.
           MOVE EMPRESA-W           TO EMP-REC.
           MOVE "CRD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD216"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD216.
           MOVE "CRD222"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD222.
           MOVE "CRD225"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD225.
           MOVE "CGD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD014"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD014.
           MOVE "LOG001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "ANONREL" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ANONREL.
           IF PARAMETROS-W(68: 2) NUMERIC AND
              PARAMETROS-W(68: 2) <> "00"
              MOVE PARAMETROS-W(68: 2) TO ANOS-GUARDA-W.
           IF PARAMETROS-W(70: 1) = "S"
              MOVE "S" TO SIMULACAO-W.

           MOVE WS-DATA-CPU TO DATA-LIMITE-W.
           SUBTRACT ANOS-GUARDA-W FROM ANO-LIMITE-W.

           OPEN INPUT CRD020.
           OPEN I-O   CGD010 CGD011 CGD014.
      *    Sem CRD216/CRD222/CRD225 nao ha protesto, credito nem biro
      *    a conferir.
           OPEN INPUT CRD216.
           IF ST-CRD216 = "35"
              MOVE "N" TO TEM-CRD216-W
           ELSE
              IF ST-CRD216 <> "00"
                 DISPLAY "ERRO ABERTURA CRD216: " ST-CRD216
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           OPEN INPUT CRD222.
           IF ST-CRD222 = "35"
              MOVE "N" TO TEM-CRD222-W
           ELSE
              IF ST-CRD222 <> "00"
                 DISPLAY "ERRO ABERTURA CRD222: " ST-CRD222
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           OPEN I-O CRD225.
           IF ST-CRD225 = "35"
              MOVE "N" TO TEM-CRD225-W
           ELSE
              IF ST-CRD225 <> "00"
                 DISPLAY "ERRO ABERTURA CRD225: " ST-CRD225
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           OPEN I-O LOG001.
           IF ST-LOG001 = "35"
              CLOSE LOG001      OPEN OUTPUT LOG001
              CLOSE LOG001      OPEN I-O LOG001
           END-IF.
           OPEN OUTPUT ANONREL.

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
           IF ST-LOG001 <> "00"
              DISPLAY "ERRO ABERTURA LOG001: " ST-LOG001
              MOVE 1 TO ERRO-W.
           IF ST-ANONREL <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO ANONREL: " ST-ANONREL
              MOVE 1 TO ERRO-W.

           IF ERRO-W = ZEROS
              OPEN I-O LOGACESS

              MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

              MOVE USUARIO-W           TO LOGACESS-USUARIO
              MOVE WS-DATA-CPU         TO LOGACESS-DATA
              ACCEPT WS-HORA-SYS FROM TIME
              MOVE WS-HORA-SYS         TO LOGACESS-HORAS
              MOVE 1                   TO LOGACESS-SEQUENCIA
              MOVE "CRP249"            TO LOGACESS-PROGRAMA
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

       GRAVA-CABECALHO SECTION.
           MOVE SPACES TO REG-ANONREL.
           STRING "SITUACAO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "CONTRATO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "ALBUM" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "TITULOS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "ULTIMO MOVIMENTO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "MOTIVO" DELIMITED BY SIZE
                  INTO REG-ANONREL
           WRITE REG-ANONREL.

       PROCESSA-CONTRATOS SECTION.
      *    Varre o CGD010 inteiro; o contrato que ja leva o nome
      *    NOME-ANONIMO-W foi tratado numa rodada anterior.
           MOVE LOW-VALUES TO COD-COMPL-CG10.
           START CGD010 KEY IS NOT LESS COD-COMPL-CG10 INVALID KEY
                 MOVE "10" TO ST-CGD010.
           PERFORM UNTIL ST-CGD010 = "10"
             READ CGD010 NEXT RECORD AT END MOVE "10" TO ST-CGD010
               NOT AT END
                 ADD 1 TO CONT-LIDOS-W
                 IF COMPRADOR-CG10 = NOME-ANONIMO-W
                    ADD 1 TO CONT-JA-ANONIMOS-W
                 ELSE
                    PERFORM VERIFICA-CONTRATO
                 END-IF
             END-READ
           END-PERFORM.

       VERIFICA-CONTRATO SECTION.
      *    Titulos do contrato: qualquer um em aberto (BAIXADO 0)
      *    descarta; dos demais sai o ultimo movimento. Contrato sem
      *    titulo nenhum fica - nao ha como contar o prazo de guarda.
           MOVE ZEROS  TO ULT-MOVTO-W QTDE-TITULOS-W.
           MOVE "N"    TO TEM-ABERTO-W.
           MOVE SPACES TO MOTIVO-W.
           MOVE COD-COMPL-CG10 TO COD-COMPL-CR20.
           MOVE ZEROS          TO SEQ-CR20.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10" OR TEM-ABERTO-W = "S"
             READ CRD020 NEXT RECORD AT END MOVE "10" TO ST-CRD020
               NOT AT END
                 IF COD-COMPL-CR20 <> COD-COMPL-CG10
                    MOVE "10" TO ST-CRD020
                 ELSE
                    ADD 1 TO QTDE-TITULOS-W
                    IF BAIXADO-CR20 = 0
                       MOVE "S" TO TEM-ABERTO-W
                    ELSE
                       PERFORM ACHA-ULTIMO-MOVIMENTO
                       PERFORM VERIFICA-RETENCAO-TITULO
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF TEM-ABERTO-W = "S" OR QTDE-TITULOS-W = ZEROS OR
              ULT-MOVTO-W NOT < DATA-LIMITE-W
              EXIT SECTION
           END-IF.
           IF MOTIVO-W = SPACES
              PERFORM VERIFICA-CREDITO-ABERTO
           END-IF.
           IF MOTIVO-W <> SPACES
              ADD 1 TO CONT-RETIDOS-W
              MOVE "RETIDO" TO OCORRENCIA-W
              PERFORM GRAVA-LINHA-ANONREL
              EXIT SECTION
           END-IF.
           ADD 1 TO CONT-ANONIMIZADOS-W.
           IF SIMULACAO-W = "S"
              MOVE "SIMULADO"    TO OCORRENCIA-W
           ELSE
              MOVE "ANONIMIZADO" TO OCORRENCIA-W
              PERFORM ANONIMIZA-CONTRATO
           END-IF.
           PERFORM GRAVA-LINHA-ANONREL.

       ACHA-ULTIMO-MOVIMENTO SECTION.
           IF DATA-VENCTO-CR20 > ULT-MOVTO-W
              MOVE DATA-VENCTO-CR20 TO ULT-MOVTO-W.
           IF DATA-PAGTO-CR20 > ULT-MOVTO-W
              MOVE DATA-PAGTO-CR20  TO ULT-MOVTO-W.
           IF DATA-MOVTO-CR20 > ULT-MOVTO-W
              MOVE DATA-MOVTO-CR20  TO ULT-MOVTO-W.

       VERIFICA-RETENCAO-TITULO SECTION.
      *    Titulo baixado que ainda esta no biro ou em cartorio
      *    segura o contrato ate o CRP240/CRP225 encerrarem o ciclo.
           IF MOTIVO-W <> SPACES
              EXIT SECTION
           END-IF.
           IF TEM-CRD225-W = "S"
              MOVE COD-COMPL-CR20 TO COD-COMPL-CR225
              MOVE SEQ-CR20       TO SEQ-CR225
              READ CRD225 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   IF CR225-PENDENTE OR CR225-INCLUIDO
                      MOVE "TITULO AINDA NO BIRO DE CREDITO (CRD225)"
                        TO MOTIVO-W
                   END-IF
              END-READ
           END-IF.
           IF TEM-CRD216-W = "S" AND MOTIVO-W = SPACES
              MOVE COD-COMPL-CR20 TO COD-COMPL-CR216
              MOVE SEQ-CR20       TO SEQ-CR216
              READ CRD216 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   IF CR216-EM-CARTORIO
                      MOVE "TITULO EM CARTORIO (CRD216)" TO MOTIVO-W
                   END-IF
              END-READ
           END-IF.

       VERIFICA-CREDITO-ABERTO SECTION.
           IF TEM-CRD222-W = "N"
              EXIT SECTION
           END-IF.
           MOVE COD-COMPL-CG10 TO COD-COMPL-CR222.
           MOVE ZEROS          TO SEQ-CR222.
           START CRD222 KEY IS NOT LESS CHAVE-CR222 INVALID KEY
                 MOVE "10" TO ST-CRD222.
           PERFORM UNTIL ST-CRD222 = "10"
             READ CRD222 NEXT RECORD AT END MOVE "10" TO ST-CRD222
               NOT AT END
                 IF COD-COMPL-CR222 <> COD-COMPL-CG10
                    MOVE "10" TO ST-CRD222
                 ELSE
                    IF CR222-ABERTO
                       MOVE "CREDITO DO CLIENTE EM ABERTO (CRD222)"
                         TO MOTIVO-W
                       MOVE "10" TO ST-CRD222
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       ANONIMIZA-CONTRATO SECTION.
      *    Apaga so os dados pessoais; chaves, valores e datas ficam.
           MOVE NOME-ANONIMO-W TO COMPRADOR-CG10.
           REWRITE REG-CGD010 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CGD010: " ST-CGD010
           NOT INVALID KEY
                   MOVE "CGD010"   TO LOG1-ARQUIVO
                   MOVE REG-CGD010 TO LOG1-REGISTRO
                   PERFORM GRAVA-LOG001
           END-REWRITE.
           MOVE COD-COMPL-CG10 TO COD-COMPL-CG11.
           READ CGD011 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE SPACES TO ENDERECO1-CG11
                MOVE ZEROS  TO CPF1-CG11 CEP1-CG11 CIDADE1-CG11
                REWRITE REG-CGD011 INVALID KEY
                        DISPLAY "ERRO REGRAVACAO CGD011: " ST-CGD011
                NOT INVALID KEY
                        MOVE "CGD011"   TO LOG1-ARQUIVO
                        MOVE REG-CGD011 TO LOG1-REGISTRO
                        PERFORM GRAVA-LOG001
                END-REWRITE
           END-READ.
           MOVE COD-COMPL-CG10 TO COD-COMPL-CG14.
           READ CGD014 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE NOME-ANONIMO-W TO NOME-CG14
                MOVE ZEROS          TO CPF-CG14
                REWRITE REG-CGD014 INVALID KEY
                        DISPLAY "ERRO REGRAVACAO CGD014: " ST-CGD014
                NOT INVALID KEY
                        MOVE "CGD014"   TO LOG1-ARQUIVO
                        MOVE REG-CGD014 TO LOG1-REGISTRO
                        PERFORM GRAVA-LOG001
                END-REWRITE
           END-READ.
           IF TEM-CRD225-W = "S"
              PERFORM ANONIMIZA-BIRO
           END-IF.

       ANONIMIZA-BIRO SECTION.
      *    Registros de biro ja encerrados (excluido/rejeitado) do
      *    contrato guardam nome e CPF/CNPJ do devedor.
           MOVE COD-COMPL-CG10 TO COD-COMPL-CR225.
           MOVE ZEROS          TO SEQ-CR225.
           START CRD225 KEY IS NOT LESS CHAVE-CR225 INVALID KEY
                 MOVE "10" TO ST-CRD225.
           PERFORM UNTIL ST-CRD225 = "10"
             READ CRD225 NEXT RECORD AT END MOVE "10" TO ST-CRD225
               NOT AT END
                 IF COD-COMPL-CR225 <> COD-COMPL-CG10
                    MOVE "10" TO ST-CRD225
                 ELSE
                    MOVE NOME-ANONIMO-W TO NOME-CR225
                    MOVE ZEROS          TO INSCRICAO-CR225
                    REWRITE REG-CRD225 INVALID KEY
                        DISPLAY "ERRO REGRAVACAO CRD225: " ST-CRD225
                    NOT INVALID KEY
                        MOVE "CRD225"   TO LOG1-ARQUIVO
                        MOVE REG-CRD225 TO LOG1-REGISTRO
                        PERFORM GRAVA-LOG001
                    END-REWRITE
                 END-IF
             END-READ
           END-PERFORM.

       GRAVA-LOG001 SECTION.
      *    LOG1-ARQUIVO/LOG1-REGISTRO ja vem preenchidos com a imagem
      *    anonimizada.
           ADD 1 TO CONT-CADASTROS-W.
           MOVE "A"         TO LOG1-OPERACAO
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CRP249"    TO LOG1-PROGRAMA
           MOVE 1 TO LOG1-SEQUENCIA
           MOVE "10" TO ST-LOG001
           PERFORM UNTIL ST-LOG001 = "00"
                WRITE REG-LOG001 INVALID KEY
                    ADD 1 TO LOG1-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO ST-LOG001
                END-WRITE
           END-PERFORM.

       GRAVA-LINHA-ANONREL SECTION.
           MOVE COD-COMPL-CG10(2: 4) TO CONTRATO-DSP-W.
           MOVE COD-COMPL-CG10(6: 4) TO ALBUM-DSP-W.
           MOVE QTDE-TITULOS-W       TO QTDE-DSP-W.
           MOVE ULT-MOVTO-W(7: 2)    TO DIA-MOV-DSP-W.
           MOVE ULT-MOVTO-W(5: 2)    TO MES-MOV-DSP-W.
           MOVE ULT-MOVTO-W(1: 4)    TO ANO-MOV-DSP-W.
           MOVE SPACES TO REG-ANONREL.
           STRING OCORRENCIA-W DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  CONTRATO-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ALBUM-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ULT-MOVTO-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MOTIVO-W DELIMITED BY SIZE
                  INTO REG-ANONREL
           WRITE REG-ANONREL.

       GRAVA-TOTAIS-ANONREL SECTION.
           MOVE CONT-LIDOS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-ANONREL.
           STRING "CONTRATOS LIDOS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-ANONREL
           WRITE REG-ANONREL.
           MOVE CONT-ANONIMIZADOS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-ANONREL.
           IF SIMULACAO-W = "S"
              STRING "SERIAM ANONIMIZADOS (SIMULACAO)" DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     QTDE-DSP-W DELIMITED BY SIZE
                     INTO REG-ANONREL
           ELSE
              STRING "CONTRATOS ANONIMIZADOS" DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     QTDE-DSP-W DELIMITED BY SIZE
                     INTO REG-ANONREL
           END-IF.
           WRITE REG-ANONREL.
           MOVE CONT-RETIDOS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-ANONREL.
           STRING "RETIDOS (CREDITO/BIRO/CARTORIO)" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-ANONREL
           WRITE REG-ANONREL.
           MOVE CONT-JA-ANONIMOS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-ANONREL.
           STRING "JA ANONIMIZADOS ANTES" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-ANONREL
           WRITE REG-ANONREL.

       FINALIZAR-PROGRAMA SECTION.
      *    Independe de ERRO-W, como no CRP240: fecha o que abriu e
      *    registra o encerramento no LOGACESS.
           OPEN I-O LOGACESS

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           MOVE USUARIO-W           TO LOGACESS-USUARIO
           MOVE WS-DATA-CPU         TO LOGACESS-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS         TO LOGACESS-HORAS
           MOVE 1                   TO LOGACESS-SEQUENCIA
           MOVE "CRP249"            TO LOGACESS-PROGRAMA
           MOVE "FECHADO"           TO LOGACESS-STATUS
           MOVE CONT-CADASTROS-W    TO LOGACESS-QTDE-GRAVACOES
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

           CLOSE CRD020 CGD010 CGD011 CGD014 LOG001 ANONREL.
           IF TEM-CRD216-W = "S"
              CLOSE CRD216.
           IF TEM-CRD222-W = "S"
              CLOSE CRD222.
           IF TEM-CRD225-W = "S"
              CLOSE CRD225.

           STOP RUN.
