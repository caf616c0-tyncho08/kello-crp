       PROGRAM-ID.    CRP9110.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *BAIXA AUTOMATICA DE TITULOS PELO RETORNO DO BANCO
      *LIQUIDACAO/TARIFA COM DATA EM COMPETENCIA CONTABIL FECHADA
      *(CRD223 - CRP236) NAO E APLICADA: VAI P/ O RETORNO-REJ E P/ O
      *RETRABALHO, P/ SER REAPLICADA DEPOIS DA REABERTURA.
      *TODA LIQUIDACAO LIDA FICA TAMBEM NO CRD229 (PORTADOR/DATA/
      *VALOR), P/ A CONCILIACAO COM O EXTRATO BANCARIO (CRP244).
      *TITULO EM MIGRACAO DE CARTEIRA (CRD231): A BAIXA CONFIRMADA NO
      *BANCO DE ORIGEM TROCA O PORTADOR P/ O DE DESTINO.
      *TODA OCORRENCIA APLICADA AO TITULO FICA NO HISTORICO BANCARIO
      *CRD232 (CONSULTA DA VIDA DO TITULO - CRP250).
       DATE-WRITTEN.  14/03/2011.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CRPX215.
           COPY CRPX216.
           COPY CRPX217.
           COPY CRPX219.
           COPY CRPX222.
           COPY CRPX229.
           COPY CRPX231.
           COPY CRPX232.
           COPY LOGACESS.SEL.
           SELECT RETORNO ASSIGN TO RETORNO-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
       COPY CRPW215.
       COPY CRPW216.
       COPY CRPW217.
       COPY CRPW219.
       COPY CRPW222.
       COPY CRPW229.
       COPY CRPW231.
       COPY CRPW232.
       COPY LOGACESS.FD.
       FD  RETORNO.
       01  REG-RETORNO.
           05 ST-CRD215            PIC XX      VALUE SPACES.
           05 ST-CRD216            PIC XX      VALUE SPACES.
           05 ST-CRD217            PIC XX      VALUE SPACES.
           05 ST-CRD219            PIC XX      VALUE SPACES.
           05 ST-CRD222            PIC XX      VALUE SPACES.
           05 ST-CRD229            PIC XX      VALUE SPACES.
           05 ST-CRD231            PIC XX      VALUE SPACES.
           05 ST-CRD232            PIC XX      VALUE SPACES.
           05 ST-RETORNO           PIC XX      VALUE SPACES.
           05 ST-RETREJ            PIC XX      VALUE SPACES.
           05 ST-RETRAB            PIC XX      VALUE SPACES.
           05 PATH-CRD215          PIC X(30)   VALUE SPACES.
           05 PATH-CRD216          PIC X(30)   VALUE SPACES.
           05 PATH-CRD217          PIC X(30)   VALUE SPACES.
           05 PATH-CRD219          PIC X(30)   VALUE SPACES.
           05 PATH-CRD222          PIC X(30)   VALUE SPACES.
           05 PATH-CRD229          PIC X(30)   VALUE SPACES.
           05 PATH-CRD231          PIC X(30)   VALUE SPACES.
           05 PATH-CRD232          PIC X(30)   VALUE SPACES.
           05 PATH-RETREJ          PIC X(30)   VALUE SPACES.
           05 PATH-RETRAB          PIC X(30)   VALUE SPACES.
           05 PATH-RETRABTMP       PIC X(30)   VALUE SPACES.
           05 RESIDUAL-PENDENTE-W  PIC X(01)   VALUE "N".
               88 HA-RESIDUAL-PENDENTE            VALUE "S".
           05 VALOR-RESIDUAL-W     PIC 9(11)V99 VALUE ZEROS.
      *    CREDITO-PENDENTE-W - ligada por BAIXAR-TITULO quando a
      *    liquidacao nao pode ser baixada contra o titulo: titulo
      *    ja baixado por outro meio (caixa, PIX, renegociacao -
      *    TIPO-CREDITO-W "D", o valor inteiro) ou pago em dia por
      *    mais que o valor de face (TIPO-CREDITO-W "A", so o
      *    excedente); PROCESSA-RETORNO grava o credito do cliente
      *    no CRD222 (GRAVA-CREDITO-CLIENTE).
           05 CREDITO-PENDENTE-W   PIC X(01)   VALUE "N".
               88 HA-CREDITO-PENDENTE             VALUE "S".
           05 TIPO-CREDITO-W       PIC X(01)   VALUE SPACES.
           05 VALOR-CREDITO-W      PIC 9(11)V99 VALUE ZEROS.
           05 ULT-SEQ-CR222-W      PIC 9(05)   VALUE ZEROS.
           05 CONT-CREDITOS-W      PIC 9(06)   VALUE ZEROS.
           05 SEQ-RESIDUAL-W       PIC 9(05)   VALUE ZEROS.
           05 ULT-SEQ-CR20-W       PIC 9(05)   VALUE ZEROS.
           05 VENCTO-RESIDUAL-W    PIC 9(08)   VALUE ZEROS.
           05 REG-CRD020-SALVA-W   PIC X(112)  VALUE SPACES.
           05 DOCTO-AUX-W          PIC X(11)   VALUE SPACES.
           05 MOTIVO-REJ-W         PIC X(40)   VALUE SPACES.
      *    COMPET-FECHADA-W - devolvido pelo CRPCOMPE: "S" = a data
      *    da ocorrencia cai em competencia contabil fechada.
           05 COMPET-FECHADA-W     PIC X(01)   VALUE "N".
              88 COMPETENCIA-FECHADA           VALUE "S".
           05 LINHA-REJ-W          PIC X(200)  VALUE SPACES.
           05 HORA-BRA             PIC 9(8)    VALUE ZEROS.
           05 DATA-INV             PIC 9(8)    VALUE ZEROS.
      *    LINHA-240-W - tipo da linha corrente quando o retorno e
      *    CNAB 240 (ver PREPARA-LINHA-240): "N" = linha do layout
      *    de 500 posicoes, "H" = header/trailer de arquivo ou lote,
      *    "T"/"U" = segmentos do detalhe. O titulo so e aplicado no
      *    U; LINHA-T-240-W guarda o T que o antecede p/ o
      *    retrabalho, e T-240-PENDENTE-W diz se ele ja foi lido.
           05 LINHA-240-W          PIC X(01)   VALUE "N".
               88 LINHA-CNAB240                  VALUES "H" "T" "U".
               88 SEGMENTO-T-240                  VALUE "T".
           05 T-240-PENDENTE-W     PIC X(01)   VALUE "N".
           05 VALOR-TARIFA-240-W   PIC 9(15)   VALUE ZEROS.
      *    COD-MOVTO-240-W - codigo de movimento FEBRABAN do segmento
      *    T como veio do banco (ESTADO-DO-TITULO-T1 recebe a
      *    traducao p/ os codigos internos); vai na anotacao.
           05 COD-MOVTO-240-W      PIC 9(02)   VALUE ZEROS.
      *    DATA-CREDITO-W - data em que o banco credita a conta, chave
      *    do CRD229/CRD217 p/ a conciliacao do CRP244: no 240 e a
      *    DATA-CREDITO-SU do segmento U (na falta dela, a data da
      *    ocorrencia); o layout de 500 posicoes nao traz data de
      *    credito e fica na DATA-PAGAMENTO-T1.
           05 DATA-CREDITO-W       PIC 9(08)   VALUE ZEROS.
      *    TIPO-TARIFA-W/VALOR-TARIFA-W - ocorrencia e valor que
      *    GRAVA-TARIFA grava no CRD217.
           05 TIPO-TARIFA-W        PIC 9(02)   VALUE ZEROS.
           05 VALOR-TARIFA-W       PIC 9(11)V99 VALUE ZEROS.
           05 LINHA-T-240-W        PIC X(500)  VALUE SPACES.
           COPY CNAB240.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
      *        de vencimento/protesto, etc) so geram a anotacao
      *        CRD201, sem baixar o titulo.
               88  ESTADO-LIQUIDACAO-T1     VALUES 06 07 08 15 17.
      *        02 - entrada confirmada, 03 - entrada rejeitada: so
      *        atualizam a situacao do titulo no registro bancario
      *        CRD219 (ATUALIZA-REGISTRO-BANCO).
               88  ESTADO-CONFIRMACAO-T1      VALUE 02.
               88  ESTADO-REJEICAO-T1         VALUE 03.
      *        09/10 - baixa do titulo no banco (devolucao/baixa
      *        solicitada), SEM pagamento: o titulo sai da carteira
      *        do banco mas continua em aberto aqui, voltando p/ a
           MOVE "CRD215"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD215.
           MOVE "CRD216"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD216.
           MOVE "CRD217"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD217.
           MOVE "CRD219"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD219.
           MOVE "CRD222"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD222.
           MOVE "CRD229"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD229.
           MOVE "CRD231"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD231.
           MOVE "CRD232"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD232.
           MOVE "LOGACESS" TO ARQ-REC.  MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "RETORNOREJ" TO ARQ-REC. MOVE EMPRESA-REF TO
           OPEN I-O   CRD217.
           IF ST-CRD217 = "35"  CLOSE CRD217  OPEN OUTPUT CRD217
                                CLOSE CRD217  OPEN I-O CRD217.
           OPEN I-O   CRD219.
           IF ST-CRD219 = "35"  CLOSE CRD219  OPEN OUTPUT CRD219
                                CLOSE CRD219  OPEN I-O CRD219.
           OPEN I-O   CRD222.
           IF ST-CRD222 = "35"  CLOSE CRD222  OPEN OUTPUT CRD222
                                CLOSE CRD222  OPEN I-O CRD222.
           OPEN I-O   CRD229.
           IF ST-CRD229 = "35"  CLOSE CRD229  OPEN OUTPUT CRD229
                                CLOSE CRD229  OPEN I-O CRD229.
           OPEN I-O   CRD231.
           IF ST-CRD231 = "35"  CLOSE CRD231  OPEN OUTPUT CRD231
                                CLOSE CRD231  OPEN I-O CRD231.
           OPEN I-O   CRD232.
           IF ST-CRD232 = "35"  CLOSE CRD232  OPEN OUTPUT CRD232
                                CLOSE CRD232  OPEN I-O CRD232.
           OPEN INPUT RETORNO.
           OPEN OUTPUT RETORNO-REJ.

           IF ST-CRD217 <> "00"
              DISPLAY "ERRO ABERTURA CRD217: " ST-CRD217
              MOVE 1 TO ERRO-W.
           IF ST-CRD219 <> "00"
              DISPLAY "ERRO ABERTURA CRD219: " ST-CRD219
              MOVE 1 TO ERRO-W.
           IF ST-CRD222 <> "00"
              DISPLAY "ERRO ABERTURA CRD222: " ST-CRD222
              MOVE 1 TO ERRO-W.
           IF ST-CRD229 <> "00"
              DISPLAY "ERRO ABERTURA CRD229: " ST-CRD229
              MOVE 1 TO ERRO-W.
           IF ST-CRD231 <> "00"
              DISPLAY "ERRO ABERTURA CRD231: " ST-CRD231
              MOVE 1 TO ERRO-W.
           IF ST-CRD232 <> "00"
              DISPLAY "ERRO ABERTURA CRD232: " ST-CRD232
              MOVE 1 TO ERRO-W.
           IF ST-RETORNO <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO RETORNO: " ST-RETORNO
              MOVE 1 TO ERRO-W.
                 CONTINUE
              ELSE
              MOVE REG-RETORNO(1: 2) TO TIPO-W
      *       Linha de 240 posicoes (o restante do registro de 500
      *       vem em branco): retorno CNAB 240 - Itau, Bradesco, CEF.
              MOVE "N" TO LINHA-240-W
              IF REG-RETORNO(241: 260) = SPACES
                 PERFORM PREPARA-LINHA-240
              END-IF
              IF SEGMENTO-T-240
      *          O T so e aplicado junto com o U seguinte - sem
      *          checkpoint entre os dois, uma retomada rele o par.
                 CONTINUE
              ELSE
              IF TIPO-W = 0 OR TIPO-W = 99
                 MOVE SPACES TO CONTROLE-T1 NOSSO-NUMERO-T1
                 MOVE "REGISTRO TIPO 0/99 - CABECALHO OU RODAPE"
                                                   TO MOTIVO-REJ-W
                 PERFORM GRAVA-LINHA-REJEITADA
              ELSE
                   IF NOT LINHA-CNAB240
                      MOVE REG-RETORNO(3: 498) TO REM-TIPO1
                      MOVE DATA-PAGAMENTO-T1   TO DATA-CREDITO-W
                      MOVE ZEROS               TO VALOR-TARIFA-240-W
                   END-IF
                   MOVE CONTROLE-T1(2: 9)   TO COD-COMPL-CR20
                   MOVE CONTROLE-T1(11: 5)  TO SEQ-CR20
                   READ CRD020 INVALID KEY
                        PERFORM GRAVA-LINHA-REJEITADA
                        PERFORM GRAVA-LINHA-RETRABALHO
                   NOT INVALID KEY
                        MOVE "N" TO COMPET-FECHADA-W
                        IF ESTADO-LIQUIDACAO-T1 OR ESTADO-TARIFA-T1 OR
                           ESTADO-PROT-CUSTAS-T1 OR
                           VALOR-TARIFA-240-W > ZEROS
                           CALL "CRPCOMPE" USING PARAMETROS-W
                                DATA-PAGAMENTO-T1 COMPET-FECHADA-W
                           CANCEL "CRPCOMPE"
                        END-IF
                        IF COMPETENCIA-FECHADA
                           MOVE "OCORRENCIA EM COMPETENCIA FECHADA"
                                                   TO MOTIVO-REJ-W
                           PERFORM GRAVA-LINHA-REJEITADA
                           PERFORM GRAVA-LINHA-RETRABALHO
                        ELSE
                           PERFORM BAIXAR-TITULO
                           PERFORM GRAVA-ANOTACAO-RETORNO
                           REWRITE REG-CRD020
                           END-REWRITE
                           PERFORM ATUALIZA-REGISTRO-BANCO
                           IF HA-CREDITO-PENDENTE
                              PERFORM GRAVA-CREDITO-CLIENTE
                           END-IF
                           IF HA-RESIDUAL-PENDENTE
                              PERFORM GERA-TITULO-RESIDUAL
                           END-IF
                           IF ESTADO-PROTESTO-T1 OR
                              (ESTADO-DO-TITULO-T1 = 15)
                              PERFORM ATUALIZA-PROTESTO
                           END-IF
      *                    No 240 a tarifa vem no proprio segmento T
      *                    da ocorrencia (02, 06, 17...), nao so na 28:
      *                    vai p/ o CRD217 como tarifa (28).
                           IF ESTADO-TARIFA-T1 OR
                              ESTADO-PROT-CUSTAS-T1
                              MOVE ESTADO-DO-TITULO-T1 TO TIPO-TARIFA-W
                              MOVE VALOR-PAGO-T1(1: 11)
                                TO VALOR-TARIFA-W(1: 11)
                              MOVE VALOR-PAGO-T1(12: 2)
                                TO VALOR-TARIFA-W(12: 2)
                              PERFORM GRAVA-TARIFA
                           ELSE
                              IF VALOR-TARIFA-240-W > ZEROS
                                 MOVE 28 TO TIPO-TARIFA-W
                                 COMPUTE VALOR-TARIFA-W =
                                         VALOR-TARIFA-240-W / 100
                                 PERFORM GRAVA-TARIFA
                              END-IF
                           END-IF
                           IF ESTADO-LIQUIDACAO-T1
                              IF VALOR-W > ZEROS
                                 PERFORM GRAVA-LIQUIDACAO
                              END-IF
                              ADD 1 TO CONT-BAIXAS-W
                           ELSE
                              ADD 1 TO CONT-OCORRENCIAS-W
                           END-IF
                           PERFORM ATUALIZA-MIGRACAO
                        END-IF
                   END-READ
              END-IF
              PERFORM GRAVA-CHECKPOINT
              END-IF
              END-IF
            END-READ
           END-PERFORM.
      *    CRD212 primeiro, checkpoint depois: uma queda entre os
              CLOSE RETRAB
           END-IF.

       PREPARA-LINHA-240 SECTION.
      *    Traduz a linha CNAB 240 corrente p/ o REM-TIPO1 que o resto
      *    do programa ja entende. Header e trailer (tipos 0/1/5/9)
      *    viram TIPO-W 0/99 e seguem p/ a listagem como no layout
      *    de 500 posicoes. O segmento T traz o movimento, o nosso
      *    numero, o controle (USO-EMPRESA gravado pelo CRP9109 no
      *    segmento P) e a tarifa; o U traz o valor pago e a data da
      *    ocorrencia e do credito (DDMMAAAA no arquivo, AAAAMMDD no
      *    REM-TIPO1). Segmento que nao seja T nem U e listado como
      *    rodape.
      *    Os codigos de movimento FEBRABAN NAO coincidem com os do
      *    layout BB dos ESTADO-...-T1 (no 240, 07/08 confirmam
      *    instrucao de desconto e 15 e franco de pagamento), por
      *    isso sao traduzidos: 02, 03, 06, 09, 17, 19, 20, 23, 25 e
      *    28 tem o mesmo sentido e passam direto; 24 (retirada de
      *    cartorio e manutencao em carteira) vira a sustacao 20; o
      *    resto vira 99, que so gera a anotacao (com o codigo
      *    original do banco).
           MOVE REG-RETORNO(1: 240) TO REG-CNAB240.
           EVALUATE TRUE
               WHEN CNAB-HEADER-ARQUIVO OR CNAB-HEADER-LOTE
                    MOVE "H"   TO LINHA-240-W
                    MOVE ZEROS TO TIPO-W
               WHEN CNAB-DETALHE AND SEGMENTO-CNAB = "T"
                    MOVE "T"   TO LINHA-240-W
                    MOVE "S"   TO T-240-PENDENTE-W
                    MOVE REG-RETORNO TO LINHA-T-240-W
                    INITIALIZE REM-TIPO1
                    MOVE COD-MOVTO-ST    TO COD-MOVTO-240-W
                    EVALUATE COD-MOVTO-ST
                        WHEN 02 WHEN 03 WHEN 06 WHEN 09 WHEN 17
                        WHEN 19 WHEN 20 WHEN 23 WHEN 25 WHEN 28
                             MOVE COD-MOVTO-ST TO ESTADO-DO-TITULO-T1
                        WHEN 24
                             MOVE 20           TO ESTADO-DO-TITULO-T1
                        WHEN OTHER
                             MOVE 99           TO ESTADO-DO-TITULO-T1
                    END-EVALUATE
                    MOVE NOSSO-NUMERO-ST TO NOSSO-NUMERO-T1
                    MOVE CONTROLE-ST     TO CONTROLE-T1
                    MOVE NR-DOCUMENTO-ST TO SEU-NUMERO-T1
                    MOVE DATA-VENCTO-ST  TO DATA-VENCTO-T1
                    MOVE VALOR-TITULO-ST TO VALOR-TITULO-T1
                    MOVE VALOR-TARIFA-ST TO VALOR-TARIFA-240-W
               WHEN CNAB-DETALHE AND SEGMENTO-CNAB = "U"
                    MOVE "U"   TO LINHA-240-W
                    MOVE 01    TO TIPO-W
      *             U sem T antes: o controle fica em branco e a
      *             linha cai em "CONTROLE NAO LOCALIZADO".
                    IF T-240-PENDENTE-W <> "S"
                       INITIALIZE REM-TIPO1
                       MOVE SPACES TO LINHA-T-240-W
                       MOVE ZEROS  TO VALOR-TARIFA-240-W
                                      COD-MOVTO-240-W
                    END-IF
                    MOVE "N"   TO T-240-PENDENTE-W
                    IF ESTADO-TARIFA-T1 OR ESTADO-PROT-CUSTAS-T1
                       MOVE VALOR-TARIFA-240-W TO VALOR-PAGO-T1
                    ELSE
                       MOVE VALOR-PAGO-SU      TO VALOR-PAGO-T1
                    END-IF
                    IF DATA-OCORRENCIA-SU = ZEROS
                       MOVE ZEROS TO DATA-PAGAMENTO-T1
                    ELSE
                       MOVE DATA-OCORRENCIA-SU TO DATA-INV
                       CALL "GRIDAT2" USING DATA-INV
                       MOVE DATA-INV           TO DATA-PAGAMENTO-T1
                    END-IF
                    IF DATA-CREDITO-SU = ZEROS
                       MOVE DATA-PAGAMENTO-T1  TO DATA-CREDITO-W
                    ELSE
                       MOVE DATA-CREDITO-SU    TO DATA-INV
                       CALL "GRIDAT2" USING DATA-INV
                       MOVE DATA-INV           TO DATA-CREDITO-W
                    END-IF
               WHEN OTHER
                    MOVE "H"   TO LINHA-240-W
                    MOVE 99    TO TIPO-W
           END-EVALUATE.

       GRAVA-CONTROLE-RETORNO SECTION.
      *    Marca este arquivo de retorno como ja aplicado, p/
      *    VERIFICA-RETORNO-JA-PROCESSADO impedir uma nova aplicacao
           REWRITE REG-CRD216
           END-REWRITE.

       ATUALIZA-REGISTRO-BANCO SECTION.
      *    Mantem o registro bancario CRD219 do titulo (gravado pelo
      *    CRP9109 na remessa de entrada) em dia com o retorno:
      *    02 confirma a entrada, 03 rejeita (o titulo volta a ser
      *    elegivel p/ uma nova remessa), liquidacao ou baixa tiram o
      *    titulo da carteira do banco. Titulo registrado antes de
      *    existir o CRD219 ganha o registro aqui, com o nosso-numero
      *    devolvido pelo banco e sem a chave da remessa.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR219.
           MOVE SEQ-CR20       TO SEQ-CR219.
           READ CRD219 INVALID KEY
                INITIALIZE REG-CRD219
                MOVE COD-COMPL-CR20  TO COD-COMPL-CR219
                MOVE SEQ-CR20        TO SEQ-CR219
                MOVE NOSSO-NUMERO-T1 TO NOSSO-NUMERO-CR219
                MOVE PORTADOR-CR20   TO PORTADOR-CR219
                MOVE WS-DATA-CPU     TO DATA-REGISTRO-CR219
                MOVE "E"             TO SITUACAO-CR219
           END-READ.
           EVALUATE TRUE
               WHEN ESTADO-CONFIRMACAO-T1
                    MOVE "C" TO SITUACAO-CR219
               WHEN ESTADO-REJEICAO-T1
                    MOVE "R" TO SITUACAO-CR219
               WHEN ESTADO-LIQUIDACAO-T1
               WHEN ESTADO-BAIXA-T1
                    MOVE "B" TO SITUACAO-CR219
           END-EVALUATE.
           MOVE ESTADO-DO-TITULO-T1 TO ULT-OCORR-CR219.
           IF DATA-PAGAMENTO-T1 = ZEROS
              MOVE WS-DATA-CPU       TO DATA-OCORR-CR219
           ELSE
              MOVE DATA-PAGAMENTO-T1 TO DATA-OCORR-CR219
           END-IF.
           MOVE USUARIO-W TO USUARIO-CR219.
           WRITE REG-CRD219 INVALID KEY
                 REWRITE REG-CRD219
                 END-REWRITE
           END-WRITE.
           PERFORM GRAVA-HISTORICO-BANCO.

       GRAVA-HISTORICO-BANCO SECTION.
      *    A ocorrencia tambem fica no historico bancario CRD232 do
      *    titulo (o CRD219 guarda so a ultima): codigo, data e valor
      *    informados pelo banco e o nosso-numero do registro.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CR232.
           MOVE SEQ-CR20            TO SEQ-CR232.
           MOVE WS-DATA-CPU         TO DATA-CR232.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS         TO HORA-CR232.
           MOVE 1                   TO SEQ-MOV-CR232.
           MOVE "R"                 TO TIPO-CR232.
           MOVE ESTADO-DO-TITULO-T1 TO CODIGO-CR232.
           MOVE PORTADOR-CR20       TO PORTADOR-CR232.
           MOVE NOSSO-NUMERO-CR219  TO NOSSO-NUMERO-CR232.
           MOVE ZEROS               TO REMESSA-CR232.
           MOVE DATA-OCORR-CR219    TO DATA-OCORR-CR232.
           COMPUTE VALOR-CR232 = VALOR-PAGO-T1 / 100.
           MOVE USUARIO-W           TO USUARIO-CR232.
           MOVE ZEROS TO ST-CRD232.
           PERFORM UNTIL ST-CRD232 = "10"
              WRITE REG-CRD232 INVALID KEY
                 ADD 1 TO SEQ-MOV-CR232
               NOT INVALID KEY MOVE "10" TO ST-CRD232
              END-WRITE
           END-PERFORM.

       GRAVA-TARIFA SECTION.
      *    Captura no arquivo de custo CRD217 a ocorrencia de
      *    tarifa/custas recem-aplicada ao titulo corrente do
      *    CRD020: portador do titulo, data de credito e a tarifa
      *    (TIPO-TARIFA-W/VALOR-TARIFA-W) informadas pelo banco no
      *    detalhe (antes essas ocorrencias viravam so uma linha de
      *    texto na CRD201 e o custo de cada portador ficava
      *    invisivel). SEQ-CR217 desempata mais de uma ocorrencia do
      *    mesmo portador no mesmo dia.
           MOVE PORTADOR-CR20       TO PORTADOR-CR217.
           MOVE DATA-CREDITO-W      TO DATA-CR217.
           MOVE 1                   TO SEQ-CR217.
           MOVE TIPO-TARIFA-W       TO TIPO-OCORR-CR217.
           MOVE VALOR-TARIFA-W      TO VALOR-CR217.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CR217.
           MOVE SEQ-CR20            TO SEQ-TIT-CR217.
           MOVE USUARIO-W           TO USUARIO-CR217.
                END-WRITE
           END-PERFORM.

       GRAVA-LIQUIDACAO SECTION.
      *    Valor liquidado pelo banco p/ o titulo corrente (VALOR-W,
      *    ja convertido em BAIXAR-TITULO), com o portador do titulo
      *    e a data de credito (DATA-CREDITO-W) - o que o banco deve
      *    ter creditado na conta, antes das tarifas. Vale tambem p/ a
      *    liquidacao que virou credito do cliente: o dinheiro entrou.
           MOVE PORTADOR-CR20       TO PORTADOR-CR229.
           MOVE DATA-CREDITO-W      TO DATA-CR229.
           MOVE 1                   TO SEQ-CR229.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CR229.
           MOVE SEQ-CR20            TO SEQ-TIT-CR229.
           MOVE ESTADO-DO-TITULO-T1 TO TIPO-OCORR-CR229.
           MOVE VALOR-W             TO VALOR-CR229.
           MOVE "A"                 TO SITUACAO-CR229.
           MOVE ZEROS               TO DATA-CONCILIACAO-CR229.
           MOVE USUARIO-W           TO USUARIO-CR229.
           MOVE "10" TO ST-CRD229.
           PERFORM UNTIL ST-CRD229 = "00"
                WRITE REG-CRD229 INVALID KEY
                    ADD 1 TO SEQ-CR229
                NOT INVALID KEY
                    MOVE "00" TO ST-CRD229
                END-WRITE
           END-PERFORM.

       GRAVA-CHECKPOINT SECTION.
      *    Avanca o checkpoint p/ a linha recem-tratada; gravado a
      *    cada linha p/ a retomada perder no maximo uma.
      *    vai p/ o RETRAB novo; na reaplicacao, a linha que AINDA
      *    nao passou vai p/ o RETRAB-TMP (o retrabalho encolhe a
      *    cada rodada). Cabecalho/rodape (tipo 0/99) nunca entram
      *    aqui - nao ha o que reaplicar neles. No CNAB 240 vai o par
      *    T+U, p/ a reaplicacao remontar o titulo do mesmo jeito.
           IF MODO-RETRABALHO
              IF LINHA-CNAB240 AND LINHA-T-240-W <> SPACES
                 MOVE LINHA-T-240-W TO REG-RETRAB-TMP
                 WRITE REG-RETRAB-TMP
              END-IF
              MOVE REG-RETORNO TO REG-RETRAB-TMP
              WRITE REG-RETRAB-TMP
           ELSE
              IF LINHA-CNAB240 AND LINHA-T-240-W <> SPACES
                 MOVE LINHA-T-240-W TO REG-RETRAB
                 WRITE REG-RETRAB
              END-IF
              MOVE REG-RETORNO TO REG-RETRAB
              WRITE REG-RETRAB
           END-IF.
      *    qualquer outra ocorrencia (confirmacao de entrada, titulo
      *    rejeitado, etc) deixa o titulo como estava, pendente de
      *    cobranca, e so fica registrada na anotacao.
           MOVE "N" TO RESIDUAL-PENDENTE-W CREDITO-PENDENTE-W.
           IF ESTADO-LIQUIDACAO-T1
              MOVE VALOR-PAGO-T1(1: 11)    TO VALOR-W(1: 11)
              MOVE VALOR-PAGO-T1(12: 2)    TO VALOR-W(12: 2)
      *       Titulo ja baixado (caixa/PIX/renegociacao/residual
      *       cancelado) e o banco liquidou de novo: a baixa que ja
      *       existe fica como esta - nao sobrepoe DATA-PAGTO/
      *       VALOR-PAGO - e o valor recebido vira credito do
      *       cliente em duplicidade.
              IF BAIXADO-CR20 <> 0
                 IF VALOR-W > ZEROS
                    MOVE "D"     TO TIPO-CREDITO-W
                    MOVE VALOR-W TO VALOR-CREDITO-W
                    MOVE "S"     TO CREDITO-PENDENTE-W
                 END-IF
                 EXIT SECTION
              END-IF
              MOVE 1                       TO BAIXADO-CR20
              MOVE DATA-PAGAMENTO-T1       TO DATA-PAGTO-CR20
              MOVE VALOR-W                 TO VALOR-PAGO-CR20
      *       Pago ate o vencimento por mais que o valor de face: nao
      *       ha juros/multa que expliquem a diferenca - o titulo
      *       baixa pelo valor de face e o excedente vira credito do
      *       cliente. Depois do vencimento a diferenca continua
      *       sendo encargo cobrado pelo banco.
              IF VALOR-W > VALOR-TOT-CR20 AND
                 DATA-PAGAMENTO-T1 NOT > DATA-VENCTO-CR20
                 COMPUTE VALOR-CREDITO-W = VALOR-W - VALOR-TOT-CR20
                 MOVE VALOR-TOT-CR20       TO VALOR-PAGO-CR20
                 MOVE "A"                  TO TIPO-CREDITO-W
                 MOVE "S"                  TO CREDITO-PENDENTE-W
              END-IF
      *       Liquidacao por menos que o valor de face: o titulo fica
      *       baixado pelo valor pago e a diferenca vira um titulo
      *       residual novo (GERA-TITULO-RESIDUAL), p/ o saldo
              END-IF
           END-IF.

       GRAVA-CREDITO-CLIENTE SECTION.
      *    Credito do cliente no CRD222, proximo SEQ-CR222 do
      *    contrato (mesma varredura de ultimo-seq do CRD200), e uma
      *    linha a mais na anotacao do retorno que acabou de ser
      *    gravada (GRAVA-ANOTACAO-RETORNO), p/ amarrar os dois.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR222.
           MOVE ZEROS TO SEQ-CR222 ULT-SEQ-CR222-W.
           START CRD222 KEY IS NOT < CHAVE-CR222 INVALID KEY
                 MOVE "10" TO ST-CRD222.
           PERFORM UNTIL ST-CRD222 = "10"
             READ CRD222 NEXT RECORD AT END MOVE "10" TO ST-CRD222
               NOT AT END
                 IF COD-COMPL-CR222 <> COD-COMPL-CR20
                    MOVE "10" TO ST-CRD222
                 ELSE MOVE SEQ-CR222 TO ULT-SEQ-CR222-W
                      CONTINUE
             END-READ
           END-PERFORM.
           ADD 1 TO ULT-SEQ-CR222-W.
           INITIALIZE REG-CRD222.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CR222.
           MOVE ULT-SEQ-CR222-W     TO SEQ-CR222.
           MOVE DATA-PAGAMENTO-T1   TO DATA-CREDITO-CR222.
           MOVE "R"                 TO ORIGEM-CR222.
           MOVE TIPO-CREDITO-W      TO TIPO-CR222.
           MOVE SEQ-CR20            TO SEQ-TITULO-CR222.
           MOVE VALOR-CREDITO-W     TO VALOR-CREDITO-CR222.
           MOVE ZEROS               TO VALOR-UTILIZADO-CR222
                                       SEQ-APLICADO-CR222.
           MOVE "A"                 TO SITUACAO-CR222.
           MOVE WS-DATA-CPU         TO DATA-SITUACAO-CR222.
           MOVE NOSSO-NUMERO-T1     TO REFERENCIA-CR222.
           MOVE USUARIO-W           TO USUARIO-CR222.
           MOVE ZEROS TO ST-CRD222.
           PERFORM UNTIL ST-CRD222 = "10"
              WRITE REG-CRD222 INVALID KEY
                 ADD 1 TO SEQ-CR222
                 CONTINUE
               NOT INVALID KEY MOVE "10" TO ST-CRD222
           END-PERFORM.

           MOVE "CREDITO CLIENTE SEQ: 99999 - TIPO: X - VALOR: 999999999
      -    "9999" TO ANOTACAO-CR201.
           MOVE SEQ-CR222           TO ANOTACAO-CR201(22: 5)
           MOVE TIPO-CR222          TO ANOTACAO-CR201(36: 1)
           COMPUTE VALOR-ANOT-W = VALOR-CREDITO-W * 100
           MOVE VALOR-ANOT-W        TO ANOTACAO-CR201(47: 13)
           ADD 1 TO SUBSEQ-CR201.
           MOVE ZEROS TO ST-CRD201.
           PERFORM UNTIL ST-CRD201 = "10"
             WRITE REG-CRD201 INVALID KEY
               ADD 1 TO SUBSEQ-CR201
               CONTINUE
              NOT INVALID KEY
                MOVE "10" TO ST-CRD201
             END-WRITE
           END-PERFORM.
           MOVE "N" TO CREDITO-PENDENTE-W.
           ADD 1 TO CONT-CREDITOS-W.

       GERA-TITULO-RESIDUAL SECTION.
      *    Desdobra a diferenca de uma liquidacao parcial num titulo
      *    novo: proximo SEQ-CR20 livre do mesmo COD-COMPL-CR20 (a
           MOVE "RETORNO BANCO - OCORRENCIA: 99 - DATA PGTO: 99999999
      -    " - VALOR PAGO: 9999999999999" TO ANOTACAO-CR201.
           MOVE ESTADO-DO-TITULO-T1 TO ANOTACAO-CR201(29: 2)
           IF LINHA-CNAB240
              MOVE COD-MOVTO-240-W  TO ANOTACAO-CR201(29: 2)
           END-IF
           MOVE DATA-PAGAMENTO-T1   TO ANOTACAO-CR201(45: 8)
           MOVE VALOR-PAGO-T1       TO ANOTACAO-CR201(68: 13)
           MOVE ZEROS TO ST-CRD201.
             END-WRITE
           END-PERFORM.

       ATUALIZA-MIGRACAO SECTION.
      *    Titulo em migracao de carteira (CRD231 gravado pelo
      *    CRP9109). Com o pedido de baixa no banco de origem: a baixa
      *    confirmada (09/10) troca o portador do titulo ainda em
      *    aberto p/ o de destino - so agora, nunca antes - e o titulo
      *    fica aguardando a remessa de entrada do destino; liquidado
      *    no banco de origem, a migracao se encerra. Com a entrada
      *    enviada ao destino: confirmada conclui, rejeitada volta p/
      *    a proxima remessa. Chamada depois das tarifas/liquidacao,
      *    que ainda sao do portador de origem.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR231.
           MOVE SEQ-CR20       TO SEQ-CR231.
           READ CRD231 INVALID KEY
                EXIT SECTION
           END-READ.
           EVALUATE TRUE
               WHEN CR231-BAIXA-PEDIDA AND
                    PORTADOR-CR20 = PORTADOR-ORIG-CR231
                    EVALUATE TRUE
                        WHEN ESTADO-LIQUIDACAO-T1
                             MOVE "L" TO ETAPA-CR231
                        WHEN ESTADO-BAIXA-T1 AND BAIXADO-CR20 <> 0
                             MOVE "L" TO ETAPA-CR231
                        WHEN ESTADO-BAIXA-T1
                             PERFORM GRAVA-ANOTACAO-MIGRACAO
                             MOVE PORTADOR-DEST-CR231 TO PORTADOR-CR20
                             REWRITE REG-CRD020
                             END-REWRITE
                             MOVE "T" TO ETAPA-CR231
                        WHEN OTHER
                             EXIT SECTION
                    END-EVALUATE
               WHEN CR231-ENTRADA-ENVIADA AND
                    PORTADOR-CR20 = PORTADOR-DEST-CR231
                    EVALUATE TRUE
                        WHEN ESTADO-CONFIRMACAO-T1
                             MOVE "C" TO ETAPA-CR231
                        WHEN ESTADO-REJEICAO-T1
                             MOVE "R" TO ETAPA-CR231
                        WHEN ESTADO-LIQUIDACAO-T1
                             MOVE "C" TO ETAPA-CR231
                        WHEN OTHER
                             EXIT SECTION
                    END-EVALUATE
               WHEN OTHER
                    EXIT SECTION
           END-EVALUATE.
           MOVE ESTADO-DO-TITULO-T1 TO ULT-OCORR-CR231.
           MOVE WS-DATA-CPU         TO DATA-ETAPA-CR231.
           MOVE USUARIO-W           TO USUARIO-CR231.
           REWRITE REG-CRD231
           END-REWRITE.

       GRAVA-ANOTACAO-MIGRACAO SECTION.
      *    Anotacao da troca de portador pela migracao - mesmo
      *    registro de transferencia de portador (situacao 0) que o
      *    CRP9109 grava em GRAVA-ANOTACAO.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
           START CRD200 KEY IS NOT < CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
             READ CRD200 NEXT RECORD AT END MOVE "10" TO ST-CRD200
               NOT AT END
                 IF COD-COMPL-CR200 <> COD-COMPL-CR20
                              MOVE "10" TO ST-CRD200
                 ELSE MOVE SEQ-CR200 TO ULT-SEQ
                      CONTINUE
             END-READ
           END-PERFORM.
           MOVE ZEROS           TO SITUACAO-ANOTACAO-CR200.
           ADD 1 TO ULT-SEQ.
           MOVE ULT-SEQ        TO SEQ-CR200.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE DATA-PAGAMENTO-T1 TO DATA-RETORNO-CR200.
           MOVE USUARIO-W       TO USUARIO-CR200.
           MOVE WS-DATA-CPU     TO DATA-MOVTO-CR200.
           MOVE HORA-BRA(1: 4)  TO HORA-MOVTO-CR200.

           MOVE ZEROS TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
              WRITE REG-CRD200 INVALID KEY
                 ADD 1 TO SEQ-CR200
                 CONTINUE
               NOT INVALID KEY MOVE "10" TO ST-CRD200
           END-PERFORM.

           MOVE SEQ-CR200      TO SEQ-CR201.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR201.
           MOVE "MIGRACAO CARTEIRA- DOCTO: XXXXXXXXXX - BAIXA CONFIRMADA
      -    " - PORTADOR 9999 P/ 9999" TO ANOTACAO-CR201.
           MOVE NR-DOCTO-CR20       TO ANOTACAO-CR201(27: 11)
           MOVE PORTADOR-CR20       TO ANOTACAO-CR201(68: 4)
           MOVE PORTADOR-DEST-CR231 TO ANOTACAO-CR201(76: 4)
           MOVE ZEROS TO ST-CRD201.
           MOVE 1              TO SUBSEQ-CR201.
           PERFORM UNTIL ST-CRD201 = "10"
             WRITE REG-CRD201 INVALID KEY
               ADD 1 TO SUBSEQ-CR201
               CONTINUE
              NOT INVALID KEY
                MOVE "10" TO ST-CRD201
             END-WRITE
           END-PERFORM.

       FINALIZAR-PROGRAMA SECTION.
      *    Independe de ERRO-W: mesmo quando a abertura de algum
      *    arquivo falhou, os demais arquivos ja foram abertos em
           CLOSE LOGACESS

           CLOSE CAD018 CRD020 CRD200 CRD201 CRD212 CRD215 CRD216
                 CRD217 CRD219 CRD222 CRD229 CRD231 CRD232 RETORNO
                 RETORNO-REJ
                 RETRAB RETRAB-TMP.

           STOP RUN.
