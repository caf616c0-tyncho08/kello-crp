       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9109.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *GERA ARQUIVO REMESSA P/ O BANCO DO PORTADOR
       DATE-WRITTEN.  18/06/05.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CAPX010.
           COPY CAPX018.
           COPY BCOX001.
           COPY CRPX220.
           COPY CAPX002.
           COPY CRPX020.
           COPY CGPX010.
           COPY CRPX210.
           COPY CRPX211.
           COPY CRPX213.
           COPY CRPX219.
           COPY CRPX231.
           COPY CRPX232.
           COPY LOGX001.
           COPY LOGACESS.SEL.
           SELECT SEQBRAS ASSIGN TO PATH-SEQBRA
           SELECT REMESSA-HIST ASSIGN TO PATH-REMHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT REMESSA240 ASSIGN TO REMESSA-NOME2
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REM240.
           SELECT REMESSA-HIST240 ASSIGN TO PATH-REMHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT WORK ASSIGN TO VARIA-W
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
       COPY CAPW010.
       COPY CAPW018.
       COPY BCOW001.
       COPY CRPW220.
       COPY CRPW020.
       COPY CGPW010.
       COPY CGPW011.
       COPY CRPW210.
       COPY CRPW211.
       COPY CRPW213.
       COPY CRPW219.
       COPY CRPW231.
       COPY CRPW232.
       COPY LOGW001.
       COPY LOGACESS.FD.
       FD  SEQBRAS.
           05  ID-REG-REMH      PIC X(02).
           05  DADOS-REMH       PIC X(498).
           05  PULA-REMH        PIC X(02).
      *    REMESSA240/REMESSA-HIST240 - arquivo do banco (e sua copia
      *    arquivada) quando o portador e de banco CNAB 240: mesmo
      *    REMESSA-NOME2/PATH-REMHIST de REMESSA2/REMESSA-HIST, com
      *    registro de 240 posicoes + CR/LF.
       FD  REMESSA240
           label record is omitted.
       01  REG-REMESSA240.
           05  DADOS-REM240     PIC X(240).
           05  PULA-REM240      PIC X(02).
       FD  REMESSA-HIST240
           label record is omitted.
       01  REG-REMESSA-HIST240.
           05  DADOS-REMH240    PIC X(240).
           05  PULA-REMH240     PIC X(02).

       FD  WORK.
       01  REG-WORK.
           05 ST-CAD010           PIC XX     VALUE SPACES.
           05 ST-CAD018           PIC XX     VALUE SPACES.
           05 ST-BCO001           PIC XX     VALUE SPACES.
           05 ST-CRD220           PIC XX     VALUE SPACES.
           05 ST-CRD020           PIC XX     VALUE SPACES.
           05 ST-REM              PIC XX     VALUE SPACES.
           05 ST-CGD010           PIC XX     VALUE SPACES.
           05 ST-CRD210           PIC XX     VALUE SPACES.
           05 ST-CRD211           PIC XX     VALUE SPACES.
           05 ST-CRD213           PIC XX     VALUE SPACES.
           05 ST-CRD219           PIC XX     VALUE SPACES.
           05 ST-CRD231           PIC XX     VALUE SPACES.
           05 ST-CRD232           PIC XX     VALUE SPACES.
           05 ST-LOG001           PIC XX     VALUE SPACES.
           05 ST-REM2              PIC XX     VALUE SPACES.
           05 ST-REMHIST           PIC XX     VALUE SPACES.
           05 ST-REM240            PIC XX     VALUE SPACES.
           05 FS-LOGACESS         PIC XX     VALUE SPACES.
           05 CONT-REMESSAS-W     PIC 9(06)  VALUE ZEROS.
      *    CONT-REMESSAS-W - conta os arquivos de remessa gerados na
           05 PATH-CAD010         PIC X(30)  VALUE SPACES.
           05 PATH-CAD018         PIC X(30)  VALUE SPACES.
           05 PATH-BCO001         PIC X(30)  VALUE SPACES.
           05 PATH-CRD220         PIC X(30)  VALUE SPACES.
           05 PATH-CAD002         PIC X(30)  VALUE SPACES.
           05 PATH-CRD020         PIC X(30)  VALUE SPACES.
           05 PATH-CRD200         PIC X(30)  VALUE SPACES.
           05 PATH-CRD210         PIC X(30)  VALUE SPACES.
           05 PATH-CRD211         PIC X(30)  VALUE SPACES.
           05 PATH-CRD213         PIC X(30)  VALUE SPACES.
           05 PATH-CRD219         PIC X(30)  VALUE SPACES.
           05 PATH-CRD231         PIC X(30)  VALUE SPACES.
           05 PATH-CRD232         PIC X(30)  VALUE SPACES.
           05 PATH-LOG001         PIC X(30)  VALUE SPACES.
           05 PATH-REMHIST        PIC X(30)  VALUE SPACES.
      *    Areas da remessa de instrucao (GS-GERAR-INSTRUCAO):
      *    NOSSO-NUMERO-ACH-W guarda o nosso-numero original achado
      *    no registro bancario CRD219; CONT-INSTRUCOES-W conta os
      *    comandos gravados e CONT-SEM-REGISTRO-W os titulos pulados
      *    por nao estarem registrados no banco.
           05 NOSSO-NUMERO-ACH-W  PIC X(20)  VALUE SPACES.
           05 ACHOU-NN-W          PIC X(01)  VALUE "N".
           05 CONT-INSTRUCOES-W   PIC 9(04)  VALUE ZEROS.
           05 CONT-SEM-REGISTRO-W PIC 9(04)  VALUE ZEROS.
      *    CONT-JA-REGISTRADO-W conta os titulos que a selecao da
      *    remessa normal deixou de fora por ja estarem registrados
      *    no banco (CRD219 enviado/confirmado) - ver
      *    FAZER-OUTRAS-COMPARACOES.
           05 CONT-JA-REGISTRADO-W PIC 9(04) VALUE ZEROS.
           05 CONT-JAREG-DSP      PIC ZZZ9.
      *    CONT-OUTRO-PORT-W conta os titulos abertos do contrato
      *    que estao em OUTRO portador e por isso ficam fora do
      *    arquivo de instrucao - a remessa inteira e sempre de um
      *    mais de um depois de uma transferencia de portador.
           05 CONT-OUTRO-PORT-W   PIC 9(04)  VALUE ZEROS.
           05 CONT-INSTR-DSP      PIC ZZZ9.
      *    Contadores da migracao de carteira (GERA-ARQ-MIGRACAO):
      *    pedidos de baixa gravados, titulos que ja tinham o pedido
      *    de baixa (so entram no controle), titulos sem registro no
      *    banco de origem (portador trocado direto) e titulos que ja
      *    estavam numa migracao em andamento (pulados).
           05 CONT-MIGR-BAIXA-W   PIC 9(04)  VALUE ZEROS.
           05 CONT-MIGR-PEDIDA-W  PIC 9(04)  VALUE ZEROS.
           05 CONT-MIGR-DIRETA-W  PIC 9(04)  VALUE ZEROS.
           05 CONT-MIGR-ANDAM-W   PIC 9(04)  VALUE ZEROS.
           05 CONT-MIGR-BAIXA-DSP PIC ZZZ9.
           05 CONT-MIGR-PEDIDA-DSP PIC ZZZ9.
           05 CONT-MIGR-DIRETA-DSP PIC ZZZ9.
           05 CONT-MIGR-ANDAM-DSP PIC ZZZ9.
           05 INSTRUCAO-SALVA-W   PIC 9(02)  VALUE ZEROS.
           05 PORTADOR-DEST-SALVA-W PIC 9(04) VALUE ZEROS.
           05 CONT-SEMH-DSP       PIC ZZZ9.
           05 CONT-OUTP-DSP       PIC ZZZ9.
           05 PATH-SEQBRA         PIC X(30)  VALUE SPACES.
           05 ARQUIVO-LOGACESS    PIC X(30)  VALUE SPACES.
           05 VARIA-W             PIC 9(8)   VALUE ZEROS.
           05 VALOR-W             PIC 9(11)V99 VALUE ZEROS.
           05 SENHA-RESULTADO-W   PIC X(01)  VALUE SPACES.
           05 TIPO-W              PIC 99     VALUE ZEROS.
           05 SEQ-W               PIC 9(6)   VALUE ZEROS.
           05 OPCAO               PIC 9      VALUE ZEROS.
           05 MOVTO-INI-INV       PIC 9(8)     VALUE ZEROS.
           05 MOVTO-FIM-INV       PIC 9(8)     VALUE ZEROS.
           05 TAXA-JUROS          PIC 9(03)V99 VALUE ZEROS.
      *    LAYOUT-REMESSA-W - layout do banco do portador da remessa
      *    corrente (LAYOUT-CNAB-BCO), fixado por ACHAR-PARAMETROS-
      *    BANCO. No CNAB 240 a REMESSA auxiliar continua no layout de
      *    500 posicoes (conferencia, lista e transferencia de
      *    portador leem dela) e so o arquivo do banco e traduzido
      *    por GRAVA-REMESSA-BANCO; NR-REG-LOTE-240-W numera os
      *    segmentos do lote unico e COD-MOVTO-240-W guarda o codigo
      *    de movimento FEBRABAN correspondente ao ESTADO-DO-TITULO-T1.
           05 LAYOUT-REMESSA-W    PIC 9(03)    VALUE ZEROS.
               88  REMESSA-CNAB240                VALUE 240.
      *    BCO-CADASTRADO-W - "S" quando ACHAR-PARAMETROS-BANCO achou
      *    o banco do portador no BCO001; sem ele nao ha remessa.
           05 BCO-CADASTRADO-W    PIC X(01)    VALUE "N".
           05 NR-REG-LOTE-240-W   PIC 9(05)    VALUE ZEROS.
           05 COD-MOVTO-240-W     PIC 9(02)    VALUE ZEROS.
           05 DATA-GERACAO-240-W  PIC 9(08)    VALUE ZEROS.
      *    ACHAR-REGRA-CARTEIRA devolve, em PERC-MULTA-ACHADA-W/
      *    PERC-DESCONTO-ACHADA-W, a regra de REGRA-CARTEIRA-BCO que
      *    vale para a CARTEIRA-CR20 do titulo corrente (ou a regra
           05 REM-TIPO2.
              10 QUANTIDADE-T2     PIC 9(06)  VALUE ZEROS.
              10 BRANCO-T2         PIC X(492) VALUE SPACES.
           COPY CNAB240.

           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
           05  QTDE-PORT-REL        PIC ZZZ9.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  FILLER               PIC X(23) VALUE
                                     'SEM BANCO CADASTRADO: '.
           05  QTDE-PORT-FALLBACK-REL PIC ZZZ9.

       01  TAB-SEQUENCIA            PIC 9(11).
           MOVE "CAD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD010.
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "BCO001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BCO001.
           MOVE "CRD220" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD220.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "CRD210" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD210.
           MOVE "CRD211" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD211.
           MOVE "CRD213" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD213.
           MOVE "CRD219" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD219.
           MOVE "CRD231" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD231.
           MOVE "CRD232" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD232.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "SEQBRA7" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEQBRA.
           MOVE "LOGACESS" TO ARQ-REC.  MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN INPUT CGD010 CGD011 CGD014 CAD010 CAD018 CAD002
      *    BCO001 em I-O: a remessa CNAB 240 soma o NSA-BCO do banco.
           OPEN I-O   BCO001
           IF ST-BCO001 = "35"  CLOSE BCO001  OPEN OUTPUT BCO001
                                CLOSE BCO001  OPEN I-O BCO001
           END-IF
      *    CRD220 - beneficiario da empresa (header da remessa);
      *    criado vazio se ainda nao existir, e a remessa e recusada
      *    ate ser cadastrado pelo CRP232.
           OPEN I-O   CRD220
           IF ST-CRD220 = "35"  CLOSE CRD220  OPEN OUTPUT CRD220
                                CLOSE CRD220  OPEN I-O CRD220
           END-IF
           OPEN I-O   CRD020
           CLOSE      CRD020
           OPEN INPUT CRD020
           CLOSE SEQBRAS
           OPEN INPUT SEQBRAS

           OPEN I-O CRD219.
           IF ST-CRD219 = "35"  CLOSE CRD219  OPEN OUTPUT CRD219
                                CLOSE CRD219  OPEN I-O CRD219.
           OPEN I-O CRD231.
           IF ST-CRD231 = "35"  CLOSE CRD231  OPEN OUTPUT CRD231
                                CLOSE CRD231  OPEN I-O CRD231.
           OPEN I-O CRD232.
           IF ST-CRD232 = "35"  CLOSE CRD232  OPEN OUTPUT CRD232
                                CLOSE CRD232  OPEN I-O CRD232.

           IF ST-CGD010 <> "00"
              MOVE "ERRO ABERTURA CGD010: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CGD010 TO GS-MENSAGEM-ERRO(23: 02)
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD219 <> "00"
              MOVE "ERRO ABERTURA CRD219: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD219 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD231 <> "00"
              MOVE "ERRO ABERTURA CRD231: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD231 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD232 <> "00"
              MOVE "ERRO ABERTURA CRD232: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD232 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.

           open i-o logacess

                    PERFORM GERA-ARQ-INSTRUCAO
                    MOVE "REFRESH-DATA" TO DS-PROCEDURE
                    PERFORM CALL-DIALOG-SYSTEM
               WHEN GS-GERAR-MIGRACAO-TRUE
                    IF SENHA-OK-W = 1
                       MOVE "Confirma a Migracao da Carteira p/ o Nov
      -                    "o Portador ?" TO MENSAGEM
                       MOVE "Q" TO TIPO-MSG
                       PERFORM EXIBIR-MENSAGEM
                       IF RESP-MSG EQUAL "S"
                          PERFORM GERA-ARQ-MIGRACAO
                       END-IF
                       MOVE ZEROS TO SENHA-OK-W
                    ELSE
                       MOVE "Aprovacao de um Segundo Usuario e Obriga
      -                    "toria Antes de Migrar a Carteira"
                         TO MENSAGEM
                       MOVE "C" TO TIPO-MSG
                       PERFORM EXIBIR-MENSAGEM
                    END-IF
                    MOVE "REFRESH-DATA" TO DS-PROCEDURE
                    PERFORM CALL-DIALOG-SYSTEM
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.
      *    usuario (o aprovador), nunca a do proprio USUARIO-W
      *    logado, para evitar que o mesmo operador autorize a sua
      *    propria transferencia.
      *    A conferencia (tentativas, bloqueio, validade e LOG001)
      *    e toda do CAPSENHA.
           MOVE ZEROS TO SENHA-OK-W.
           IF GS-ACP-USUARIO = SPACES OR GS-ACP-USUARIO = USUARIO-W
              MOVE "Informe um Segundo Usuario Aprovador, Diferente
              MOVE "C" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
           ELSE
              MOVE SPACES TO SENHA-RESULTADO-W
              CALL "CAPSENHA" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                    GS-ACP-USUARIO GS-ACP-SENHA
                                    SENHA-RESULTADO-W
              CANCEL "CAPSENHA"
              EVALUATE SENHA-RESULTADO-W
                WHEN "S"
                     MOVE 1 TO SENHA-OK-W
                WHEN "U"
                     MOVE "Usuario Aprovador Nao Cadastrado" TO MENSAGEM
                WHEN "B"
                     MOVE "Usuario Aprovador Bloqueado - Procure o Admin
      -                   "istrador" TO MENSAGEM
                WHEN "V"
                     MOVE "Senha do Usuario Aprovador Vencida - Trocar n
      -                   "o CAP004" TO MENSAGEM
                WHEN OTHER
                     MOVE "Senha do Usuario Aprovador Invalida"
                       TO MENSAGEM
              END-EVALUATE
              IF SENHA-OK-W = ZEROS
                 MOVE "C" TO TIPO-MSG
                 PERFORM EXIBIR-MENSAGEM
              END-IF
           END-IF.

       LER-PORTADOR2 SECTION.
              END-IF
           END-IF.

           IF NOT GS-RELAT-QUALIDADE-FLG-TRUE
              PERFORM VERIFICA-CONTA-CNAB240
              IF ERRO-W <> ZEROS
                 MOVE ZEROS TO ERRO-W
                 EXIT SECTION
              END-IF
           END-IF.

           MOVE GS-TIPO-DOCTO TO AUX-TIPO-LISTA

           IF NOT GS-SIMULAR-FLG-TRUE
              MOVE "AUXILIAR"       TO REMESSA-NOME
              MOVE GS-NOME-ARQ-REMESSA  TO REMESSA-NOME2
              PERFORM ABRE-REMESSA-BANCO
           END-IF.



           INITIALIZE REG-CRD020

           MOVE ZEROS TO VALOR-TOTAL SEQ-W CONT-JA-REGISTRADO-W.
           PERFORM MOVER-DADOS-TIPO0.

           IF GS-ALBUM > 0
                 PERFORM CALL-DIALOG-SYSTEM
                 MOVE QTDE-TIT    TO QTDE-TIT-DSP
                 MOVE VALOR-TOTAL TO VALOR-TOTAL-DSP
                 MOVE CONT-JA-REGISTRADO-W TO CONT-JAREG-DSP
                 STRING "SIMULACAO - " QTDE-TIT-DSP DELIMITED BY SIZE
                        " titulo(s) selecionado(s), valor total "
                                                  DELIMITED BY SIZE
                        VALOR-TOTAL-DSP          DELIMITED BY SIZE
                        "; " CONT-JAREG-DSP      DELIMITED BY SIZE
                        " ja registrado(s) no banco (fora)"
                                                  DELIMITED BY SIZE
                        " - nada foi gravado ou consumido"
                                                  DELIMITED BY SIZE
                        INTO MENSAGEM
                 PERFORM EXIBIR-MENSAGEM
              ELSE
                 PERFORM MOVER-DADOS-TIPO4
                 PERFORM FECHA-REMESSA-BANCO
                 PERFORM GRAVA-CTRL-SEQUENCIA-FIM
                 PERFORM RECONCILIA-REMESSA
                 PERFORM ARQUIVA-REMESSA
                 ADD 1 TO CONT-REMESSAS-W
                 PERFORM CARREGA-LISTA
                 IF CONT-JA-REGISTRADO-W > ZEROS
                    MOVE CONT-JA-REGISTRADO-W TO CONT-JAREG-DSP
                    MOVE SPACES TO MENSAGEM
                    STRING CONT-JAREG-DSP
                           " titulo(s) ja registrado(s) no banco "
                           "ficaram fora desta remessa (use a "
                           "remessa de instrucao p/ comandos)"
                           DELIMITED BY SIZE INTO MENSAGEM
                    END-STRING
                    MOVE "C" TO TIPO-MSG
                    PERFORM EXIBIR-MENSAGEM
                 END-IF
              END-IF
           END-IF.

       GERA-ARQ-INSTRUCAO SECTION.
      *    Remessa de INSTRUCAO: comandos p/ titulos que ja estao
      *    registrados no banco (entrada ja transmitida - o titulo
      *    consta no registro bancario CRD219 como enviado ou
      *    confirmado). Nao consome SEQBRAS: o NOSSO-NUMERO-T1
      *    original de cada titulo vem do CRD219 pela
      *    ACHAR-NOSSO-NUMERO-REGISTRO; titulo aberto do contrato/
      *    album sem registro e pulado e contado. No pedido de baixa
      *    (32) entram tambem os titulos ja encerrados no contas a
      *    receber (perda, cancelado) que seguem registrados. O lote e
      *    controlado em CRD210 e arquivado em CRD211/CRD213 como
      *    uma remessa normal.
           IF GS-INSTRUCAO < 31 OR GS-INSTRUCAO > 34
              EXIT SECTION
           END-IF.

           PERFORM VERIFICA-CONTA-CNAB240.
           IF ERRO-W <> ZEROS
              MOVE ZEROS TO ERRO-W
              EXIT SECTION
           END-IF.

           MOVE ZEROS TO CONT-INSTRUCOES-W CONT-SEM-REGISTRO-W
                         CONT-OUTRO-PORT-W.
      *    Nenhum nosso-numero novo e consumido: a faixa registrada
      *    em CRD210 fica com inicio = fim = sequencia corrente.

           MOVE "AUXILIAR"          TO REMESSA-NOME.
           MOVE GS-NOME-ARQ-REMESSA TO REMESSA-NOME2.
           PERFORM ABRE-REMESSA-BANCO.

           INITIALIZE REG-CRD020.
           MOVE ZEROS TO VALOR-TOTAL SEQ-W.
           PERFORM MOVER-DADOS-TIPO0.

           STRING "0" GS-CONTRATO GS-ALBUM INTO COD-COMPL-CR20.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR20-W.
           MOVE ZEROS          TO SEQ-CR20.
                             IF PORTADOR-CR20 <> GS-PORTADOR
                                ADD 1 TO CONT-OUTRO-PORT-W
                             ELSE
                                PERFORM ACHAR-NOSSO-NUMERO-REGISTRO
                                IF ACHOU-NN-W = "S"
                                   PERFORM MOVER-DADOS-INSTRUCAO
                                ELSE
                                   ADD 1 TO CONT-SEM-REGISTRO-W
                                END-IF
                             END-IF
                          ELSE
      *                      pedido de baixa tambem vai p/ titulo ja
      *                      encerrado aqui (estorno, credito, perda)
      *                      que continua registrado no banco; sem
      *                      registro ou ja pedido, nada a comandar.
                             IF GS-INSTRUCAO = 32 AND
                                PORTADOR-CR20 = GS-PORTADOR
                                PERFORM ACHAR-NOSSO-NUMERO-REGISTRO
                                IF ACHOU-NN-W = "S" AND
                                   ULT-INSTRUCAO-CR219 <> 32
                                   PERFORM MOVER-DADOS-INSTRUCAO
                                END-IF
                             END-IF
                          END-IF
                END-READ
           END-PERFORM.

           PERFORM MOVER-DADOS-TIPO4.
           PERFORM FECHA-REMESSA-BANCO.
           PERFORM GRAVA-CTRL-SEQUENCIA-FIM.
           PERFORM ARQUIVA-REMESSA.
           ADD 1 TO CONT-REMESSAS-W.
           PERFORM CARREGA-LISTA.

           MOVE CONT-INSTRUCOES-W    TO CONT-INSTR-DSP.
           MOVE CONT-SEM-REGISTRO-W  TO CONT-SEMH-DSP.
           MOVE CONT-OUTRO-PORT-W    TO CONT-OUTP-DSP.
           MOVE SPACES TO MENSAGEM.
           STRING "Remessa de instrucao gerada - " CONT-INSTR-DSP
                  " comando(s); " CONT-SEMH-DSP
                  " titulo(s) sem registro no banco (pulados); "
                  CONT-OUTP-DSP
                  " de outro portador (pulados)"
                  DELIMITED BY SIZE INTO MENSAGEM
           MOVE "C" TO TIPO-MSG.
           PERFORM EXIBIR-MENSAGEM.

       ACHAR-NOSSO-NUMERO-REGISTRO SECTION.
      *    Busca no registro bancario CRD219 o nosso-numero com que o
      *    titulo corrente do CRD020 foi registrado no banco. So
      *    titulo enviado ou com entrada confirmada (CR219-REGISTRADO)
      *    aceita instrucao - rejeitado ou ja baixado no banco nao tem
      *    o que comandar.
           MOVE "N"            TO ACHOU-NN-W.
           MOVE SPACES         TO NOSSO-NUMERO-ACH-W.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR219.
           MOVE SEQ-CR20       TO SEQ-CR219.
           READ CRD219 INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF CR219-REGISTRADO
                   MOVE NOSSO-NUMERO-CR219 TO NOSSO-NUMERO-ACH-W
                   MOVE "S" TO ACHOU-NN-W
                END-IF
           END-READ.

       MOVER-DADOS-INSTRUCAO SECTION.
      *    Monta o registro tipo 1 de INSTRUCAO p/ o titulo corrente:
      *    mesmo esqueleto do MOVER-DADOS-TIPO1, mas com o
      *    NOSSO-NUMERO-T1 original recuperado do CRD219 (nenhuma
      *    sequencia nova) e o comando em ESTADO-DO-TITULO-T1
      *    (31-prorrogacao 32-pedido de baixa 33-abatimento
      *    34-protesto; a entrada normal grava 09). Dados cadastrais
           ADD 1  TO SEQ-W.
           MOVE REM-TIPO1 TO DADOS-REM.
           WRITE REG-REMESSA
           PERFORM GRAVA-REMESSA-BANCO.

      *    O comando fica registrado no CRD219 do titulo (lido por
      *    ACHAR-NOSSO-NUMERO-REGISTRO) - o CRP226 libera a
      *    renegociacao depois do pedido de baixa (32).
           MOVE GS-INSTRUCAO TO ULT-INSTRUCAO-CR219.
           MOVE DATA-DIA-I   TO DATA-INSTRUCAO-CR219.
           MOVE USUARIO-W    TO USUARIO-CR219.
           REWRITE REG-CRD219
           END-REWRITE.
           MOVE "I"                TO TIPO-CR232.
           MOVE GS-INSTRUCAO       TO CODIGO-CR232.
           PERFORM GRAVA-HISTORICO-BANCO.

       GERA-ARQ-MIGRACAO SECTION.
      *    Migracao de carteira entre bancos: os titulos em aberto do
      *    portador de origem (GS-PORTADOR), da carteira (GS-CARTEIRA,
      *    zeros = todas) e da faixa de vencimento (zeros = todos)
      *    passam p/ o portador de destino (GS-ACP-PORTADOR) em
      *    etapas controladas no CRD231. Aqui sai so a remessa de
      *    instrucao 32 (pedido de baixa) p/ o banco de origem - o
      *    portador do titulo registrado so muda quando o retorno
      *    confirmar a baixa (CRP9110), e a entrada no destino sai na
      *    remessa normal do novo portador (GRAVA-REGISTRO-BANCO).
      *    Titulo sem registro no banco de origem nao tem o que
      *    baixar: o portador e trocado direto (TRANSFERE-MIGRACAO-
      *    DIRETA). Titulo que ja esta numa migracao em andamento e
      *    pulado.
           IF GS-PORTADOR = ZEROS OR GS-ACP-PORTADOR = ZEROS
              MOVE "Informe o portador de origem e o de destino"
                TO MENSAGEM
              MOVE "C" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
              EXIT SECTION
           END-IF.
           IF GS-PORTADOR = GS-ACP-PORTADOR
              MOVE "Portador de destino igual ao de origem" TO MENSAGEM
              MOVE "C" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
              EXIT SECTION
           END-IF.
           MOVE GS-ACP-PORTADOR TO PORTADOR.
           READ CAD018 INVALID KEY
                MOVE "Portador de destino nao cadastrado" TO MENSAGEM
                MOVE "C" TO TIPO-MSG
                PERFORM EXIBIR-MENSAGEM
                EXIT SECTION
           END-READ.
           IF GS-NOME-ARQ-REMESSA = SPACES
              MOVE "Informe o nome do arquivo de remessa" TO MENSAGEM
              MOVE "C" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
              EXIT SECTION
           END-IF.

           PERFORM VERIFICA-CRD210-PENDENTE.
           IF HA-CRD210-PENDENTE
              MOVE "Ha remessa anterior iniciada sem concluir - resolv
      -           "a pela geracao normal antes de migrar a carteira"
                TO MENSAGEM
              MOVE "C" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
              EXIT SECTION
           END-IF.

           PERFORM VERIFICA-CONTA-CNAB240.
           IF ERRO-W <> ZEROS
              MOVE ZEROS TO ERRO-W
              EXIT SECTION
           END-IF.

           MOVE GS-VENCTO-INI     TO DATA-INV.
           CALL "GRIDAT2" USING DATA-INV.
           MOVE DATA-INV          TO VENCTO-INI-INV.
           IF GS-VENCTO-FIM = ZEROS
              MOVE 99999999       TO VENCTO-FIM-INV
           ELSE
              MOVE GS-VENCTO-FIM  TO DATA-INV
              CALL "GRIDAT2" USING DATA-INV
              MOVE DATA-INV       TO VENCTO-FIM-INV
           END-IF.

      *    MOVER-DADOS-INSTRUCAO grava o comando de GS-INSTRUCAO.
           MOVE GS-INSTRUCAO TO INSTRUCAO-SALVA-W.
           MOVE 32           TO GS-INSTRUCAO.
           MOVE ZEROS TO CONT-INSTRUCOES-W CONT-MIGR-BAIXA-W
                         CONT-MIGR-PEDIDA-W CONT-MIGR-DIRETA-W
                         CONT-MIGR-ANDAM-W.
           MOVE 1 TO CONT-SEQUENCIA.
           READ SEQBRAS.
           MOVE SEQUENCIA TO SEQUENCIA-W.
           PERFORM GRAVA-CTRL-SEQUENCIA-INICIO.

           MOVE "AUXILIAR"          TO REMESSA-NOME.
           MOVE GS-NOME-ARQ-REMESSA TO REMESSA-NOME2.
           PERFORM ABRE-REMESSA-BANCO.

           INITIALIZE REG-CRD020.
           MOVE ZEROS TO VALOR-TOTAL SEQ-W.
           PERFORM MOVER-DADOS-TIPO0.

           MOVE VENCTO-INI-INV TO DATA-VENCTO-CR20.
           START CRD020 KEY IS NOT LESS ALT2-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 = "10"
                READ CRD020 NEXT WITH IGNORE LOCK AT END
                    MOVE "10" TO ST-CRD020
                NOT AT END
                    IF DATA-VENCTO-CR20 > VENCTO-FIM-INV
                       MOVE "10" TO ST-CRD020
                    ELSE
                       IF BAIXADO-CR20 = 0 AND
                          PORTADOR-CR20 = GS-PORTADOR AND
                          (GS-CARTEIRA = ZEROS OR
                           CARTEIRA-CR20 = GS-CARTEIRA)
                          PERFORM SELECIONA-TITULO-MIGRACAO
                       END-IF
                    END-IF
                END-READ
           END-PERFORM.
           MOVE INSTRUCAO-SALVA-W TO GS-INSTRUCAO.

           PERFORM MOVER-DADOS-TIPO4.
           PERFORM FECHA-REMESSA-BANCO.
           PERFORM GRAVA-CTRL-SEQUENCIA-FIM.
           PERFORM ARQUIVA-REMESSA.
           ADD 1 TO CONT-REMESSAS-W.
           PERFORM CARREGA-LISTA.

           PERFORM TRANSFERE-MIGRACAO-DIRETA.

           MOVE CONT-MIGR-BAIXA-W    TO CONT-MIGR-BAIXA-DSP.
           MOVE CONT-MIGR-PEDIDA-W   TO CONT-MIGR-PEDIDA-DSP.
           MOVE CONT-MIGR-DIRETA-W   TO CONT-MIGR-DIRETA-DSP.
           MOVE CONT-MIGR-ANDAM-W    TO CONT-MIGR-ANDAM-DSP.
           MOVE SPACES TO MENSAGEM.
           STRING "Migracao iniciada - " CONT-MIGR-BAIXA-DSP
                  " pedido(s) de baixa na remessa; "
                  CONT-MIGR-PEDIDA-DSP " ja com baixa pedida; "
                  CONT-MIGR-DIRETA-DSP
                  " sem registro no banco (portador trocado); "
                  CONT-MIGR-ANDAM-DSP
                  " ja em migracao (pulados)"
                  DELIMITED BY SIZE INTO MENSAGEM
           END-STRING.
           MOVE "C" TO TIPO-MSG.
           PERFORM EXIBIR-MENSAGEM.

       SELECIONA-TITULO-MIGRACAO SECTION.
      *    Titulo corrente do CRD020 na selecao da migracao: registrado
      *    no banco de origem recebe o pedido de baixa (ou so entra no
      *    controle, se a baixa ja tinha sido pedida); sem registro
      *    fica na etapa S p/ a troca direta de portador.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR231.
           MOVE SEQ-CR20       TO SEQ-CR231.
           READ CRD231 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF NOT CR231-ENCERRADA
                   ADD 1 TO CONT-MIGR-ANDAM-W
                   EXIT SECTION
                END-IF
           END-READ.
           INITIALIZE REG-CRD231.
           PERFORM ACHAR-NOSSO-NUMERO-REGISTRO.
           IF ACHOU-NN-W = "S"
              IF ULT-INSTRUCAO-CR219 = 32
                 ADD 1 TO CONT-MIGR-PEDIDA-W
              ELSE
                 PERFORM MOVER-DADOS-INSTRUCAO
                 ADD 1 TO CONT-MIGR-BAIXA-W
                 MOVE CRD210-DATA  TO DATA-REM-BAIXA-CR231
                 MOVE CRD210-HORAS TO HORAS-REM-BAIXA-CR231
                 MOVE CRD210-SEQ   TO SEQ-REM-BAIXA-CR231
              END-IF
              MOVE "P" TO ETAPA-CR231
           ELSE
              ADD 1 TO CONT-MIGR-DIRETA-W
              MOVE "S" TO ETAPA-CR231
           END-IF.
           MOVE COD-COMPL-CR20    TO COD-COMPL-CR231.
           MOVE SEQ-CR20          TO SEQ-CR231.
           MOVE GS-PORTADOR       TO PORTADOR-ORIG-CR231.
           MOVE GS-ACP-PORTADOR   TO PORTADOR-DEST-CR231.
           MOVE CARTEIRA-CR20     TO CARTEIRA-CR231.
           MOVE DATA-VENCTO-CR20  TO DATA-VENCTO-CR231.
           MOVE VALOR-TOT-CR20    TO VALOR-CR231.
           MOVE DATA-DIA-I        TO DATA-INICIO-CR231
                                     DATA-ETAPA-CR231.
           MOVE USUARIO-W         TO USUARIO-CR231.
           WRITE REG-CRD231 INVALID KEY
                 REWRITE REG-CRD231
                 END-REWRITE
           END-WRITE.

       TRANSFERE-MIGRACAO-DIRETA SECTION.
      *    Titulos da migracao sem registro no banco de origem (etapa
      *    S - inclusive os que sobraram de uma execucao que caiu
      *    antes deste passo): o portador e trocado no CRD020 com a
      *    mesma anotacao CRD200/CRD201 da transferencia de portador
      *    (GRAVA-ANOTACAO) e o titulo passa a aguardar a remessa de
      *    entrada do destino (etapa T). Titulo que saiu do aberto
      *    nesse meio tempo encerra a migracao (etapa L).
           MOVE GS-ACP-PORTADOR TO PORTADOR-DEST-SALVA-W.
           CLOSE    CRD020.
           OPEN I-O CRD020.
           PERFORM ABRE-ARQUIVO-ANOTACAO.
           MOVE ZEROS TO CHAVE-CR231.
           START CRD231 KEY IS NOT LESS CHAVE-CR231 INVALID KEY
                 MOVE "10" TO ST-CRD231.
           PERFORM UNTIL ST-CRD231 = "10"
             READ CRD231 NEXT RECORD AT END MOVE "10" TO ST-CRD231
               NOT AT END
                 IF CR231-SEM-REGISTRO
                    MOVE COD-COMPL-CR231 TO COD-COMPL-CR20
                    MOVE SEQ-CR231       TO SEQ-CR20
                    READ CRD020 INVALID KEY
                         MOVE "L" TO ETAPA-CR231
                    NOT INVALID KEY
                         IF BAIXADO-CR20 <> 0
                            MOVE "L" TO ETAPA-CR231
                         ELSE
                            MOVE PORTADOR-DEST-CR231 TO GS-ACP-PORTADOR
                            PERFORM GRAVA-ANOTACAO
                            MOVE PORTADOR-DEST-CR231 TO PORTADOR-CR20
                            REWRITE REG-CRD020
                            END-REWRITE
                            MOVE "T" TO ETAPA-CR231
                         END-IF
                    END-READ
                    MOVE DATA-DIA-I TO DATA-ETAPA-CR231
                    MOVE USUARIO-W  TO USUARIO-CR231
                    REWRITE REG-CRD231
                    END-REWRITE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE      CRD200 CRD201 CRD020.
           OPEN INPUT CRD020.
           MOVE PORTADOR-DEST-SALVA-W TO GS-ACP-PORTADOR.

       ATUALIZA-MIGRACAO-ENTRADA SECTION.
      *    Titulo em migracao que acabou de sair na remessa de entrada
      *    do portador de destino (transferido, ou rejeitado numa
      *    entrada anterior): etapa E, com a chave do CRD210 desta
      *    remessa. O CRP9110 conclui (ou rejeita) no retorno.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR231.
           MOVE SEQ-CR20       TO SEQ-CR231.
           READ CRD231 INVALID KEY
                EXIT SECTION
           END-READ.
           IF (CR231-TRANSFERIDO OR CR231-ENTRADA-REJEITADA) AND
              PORTADOR-DEST-CR231 = PORTADOR-CR20
              MOVE "E"          TO ETAPA-CR231
              MOVE CRD210-DATA  TO DATA-REM-ENTR-CR231
              MOVE CRD210-HORAS TO HORAS-REM-ENTR-CR231
              MOVE CRD210-SEQ   TO SEQ-REM-ENTR-CR231
              MOVE ZEROS        TO ULT-OCORR-CR231
              MOVE DATA-DIA-I   TO DATA-ETAPA-CR231
              MOVE USUARIO-W    TO USUARIO-CR231
              REWRITE REG-CRD231
              END-REWRITE
           END-IF.

       VERIFICA-CRD210-PENDENTE SECTION.
      *    Varre o CRD210 inteiro a procura de um registro ainda "I"
           ACCEPT DATA-I FROM DATE.
           MOVE DIA-I TO DIA-W.
           ACCEPT HORA-BRA FROM TIME.
      *    A copia de remessa CNAB 240 leva "C" no lugar do "R" no
      *    inicio do nome: e por ele que CRP212, CRP214 e CRP218 sabem
      *    com que tamanho de registro ler cada copia arquivada.
           IF REMESSA-CNAB240
              STRING "C" DIA-W HORA-BRA(1: 6) DELIMITED BY SIZE
                     INTO ARQ-REC
           ELSE
              STRING "R" DIA-W HORA-BRA(1: 6) DELIMITED BY SIZE
                     INTO ARQ-REC
           END-IF.
           MOVE EMPRESA-REF TO PATH-REMHIST.

           IF REMESSA-CNAB240
              OPEN INPUT REMESSA240
              OPEN OUTPUT REMESSA-HIST240
              MOVE ZEROS TO ST-REM240
              PERFORM UNTIL ST-REM240 = "10"
                READ REMESSA240 AT END MOVE "10" TO ST-REM240
                  NOT AT END
                    MOVE REG-REMESSA240 TO REG-REMESSA-HIST240
                    WRITE REG-REMESSA-HIST240
                END-READ
              END-PERFORM
              CLOSE REMESSA240 REMESSA-HIST240
           ELSE
              OPEN INPUT REMESSA2
              OPEN OUTPUT REMESSA-HIST
              MOVE ZEROS TO ST-REM2
              PERFORM UNTIL ST-REM2 = "10"
                READ REMESSA2 AT END MOVE "10" TO ST-REM2
                  NOT AT END
                    MOVE REG-REMESSA2 TO REG-REMESSA-HIST
                    WRITE REG-REMESSA-HIST
                END-READ
              END-PERFORM
              CLOSE REMESSA2 REMESSA-HIST
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU            TO CRD211-DATA.
                       IF GS-RELAT-QUALIDADE-FLG-TRUE
                          PERFORM VERIFICA-QUALIDADE-CADASTRO
                       ELSE
                          PERFORM VERIFICA-TITULO-REGISTRADO
                          IF CR219-REGISTRADO
                             ADD 1 TO CONT-JA-REGISTRADO-W
                          ELSE
                             MOVE SEQ-W         TO GS-SEQ
                             MOVE "REFRESH-DATA" TO DS-PROCEDURE
                             PERFORM CALL-DIALOG-SYSTEM
                             PERFORM MOVER-DADOS-TIPO1
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       VERIFICA-TITULO-REGISTRADO SECTION.
      *    Le o registro bancario CRD219 do titulo corrente do CRD020.
      *    Titulo ja enviado numa remessa anterior (ou com a entrada
      *    confirmada pelo banco) nao pode sair de novo numa remessa
      *    de entrada - receberia um segundo nosso-numero e ficaria
      *    registrado duas vezes no banco. Rejeitado ou baixado no
      *    banco volta a ser elegivel. Sem registro, SITUACAO-CR219
      *    fica em branco (nao registrado).
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR219.
           MOVE SEQ-CR20       TO SEQ-CR219.
           READ CRD219 INVALID KEY
                INITIALIZE REG-CRD219
                MOVE COD-COMPL-CR20 TO COD-COMPL-CR219
                MOVE SEQ-CR20       TO SEQ-CR219
                MOVE SPACES         TO SITUACAO-CR219
           END-READ.

       GRAVA-REGISTRO-BANCO SECTION.
      *    Registra no CRD219 o nosso-numero recem-atribuido ao titulo
      *    por MOVER-DADOS-TIPO1, o portador e a remessa (chave do
      *    CRD210 aberto por GRAVA-CTRL-SEQUENCIA-INICIO). O registro
      *    ja foi lido por VERIFICA-TITULO-REGISTRADO: se existe (titulo
      *    rejeitado ou baixado antes) e reescrito com o envio novo.
           MOVE NOSSO-NUMERO-T1   TO NOSSO-NUMERO-CR219.
           MOVE PORTADOR-CR20     TO PORTADOR-CR219.
           MOVE CRD210-DATA       TO DATA-REM-CR219.
           MOVE CRD210-HORAS      TO HORAS-REM-CR219.
           MOVE CRD210-SEQ        TO SEQ-REM-CR219.
           MOVE DATA-DIA-I        TO DATA-REGISTRO-CR219.
           MOVE "E"               TO SITUACAO-CR219.
           MOVE ZEROS             TO ULT-OCORR-CR219 DATA-OCORR-CR219
                                     ULT-INSTRUCAO-CR219
                                     DATA-INSTRUCAO-CR219.
           MOVE USUARIO-W         TO USUARIO-CR219.
           WRITE REG-CRD219 INVALID KEY
                 REWRITE REG-CRD219
                 END-REWRITE
           END-WRITE.
           MOVE "E"                TO TIPO-CR232.
           MOVE ZEROS              TO CODIGO-CR232.
           PERFORM GRAVA-HISTORICO-BANCO.
           PERFORM ATUALIZA-MIGRACAO-ENTRADA.

       GRAVA-HISTORICO-BANCO SECTION.
      *    Um registro no historico bancario CRD232 por titulo enviado
      *    (entrada ou instrucao - TIPO-CR232/CODIGO-CR232 ja vem
      *    preenchidos), com o nosso-numero e a remessa do CRD210: o
      *    CRD219 so guarda o ultimo envio e a consulta da vida do
      *    titulo (CRP250) precisa de todos.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CR232.
           MOVE SEQ-CR20            TO SEQ-CR232.
           MOVE WS-DATA-CPU         TO DATA-CR232.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS         TO HORA-CR232.
           MOVE 1                   TO SEQ-MOV-CR232.
           MOVE PORTADOR-CR20       TO PORTADOR-CR232.
           MOVE NOSSO-NUMERO-CR219  TO NOSSO-NUMERO-CR232.
           MOVE CRD210-DATA         TO DATA-REM-CR232.
           MOVE CRD210-HORAS        TO HORAS-REM-CR232.
           MOVE CRD210-SEQ          TO SEQ-REM-CR232.
           MOVE DATA-VENCTO-CR20    TO DATA-OCORR-CR232.
           MOVE VALOR-TOT-CR20      TO VALOR-CR232.
           MOVE USUARIO-W           TO USUARIO-CR232.
           MOVE ZEROS TO ST-CRD232.
           PERFORM UNTIL ST-CRD232 = "10"
              WRITE REG-CRD232 INVALID KEY
                 ADD 1 TO SEQ-MOV-CR232
               NOT INVALID KEY MOVE "10" TO ST-CRD232
              END-WRITE
           END-PERFORM.

       VERIFICA-QUALIDADE-CADASTRO SECTION.
      *    Repete, so para conferencia, exatamente as leituras que
      *    MOVER-DADOS-TIPO1 faz em CGD011 (CPF do cliente) e CGD014
      *    Varre todo o cadastro CAD018 e, para cada portador, tenta
      *    achar o layout de banco correspondente em BCO001 (mesma
      *    chave usada por ACHAR-PARAMETROS-BANCO). Portador cujo
      *    COD-BANCO-CA018 nao tem BCO001 cadastrado tem a remessa
      *    recusada na geracao - este relatorio existe para achar
      *    esses casos antes do dia da remessa.
           MOVE ZEROS TO QTDE-PORT-W QTDE-PORT-FALLBACK-W.
           IF GS-PREVIEW-TRUE
              MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
                 MOVE COD-BANCO-CA018 TO CODIGO-BCO
                 READ BCO001 INVALID KEY
                      ADD 1 TO QTDE-PORT-FALLBACK-W
                      MOVE "SEM BCO001 - REMESSA RECUSADA (CADASTRAR
      -                    " NO CRP232)"
                        TO SITUACAO-PORT-REL
                    NOT INVALID KEY
                      MOVE NOME-BCO TO SITUACAO-PORT-REL
       ACHAR-PARAMETROS-BANCO SECTION.
      *    Localiza, a partir do portador selecionado na tela, o
      *    banco FEBRABAN correspondente (CAD018) e seus parametros
      *    de layout CNAB (BCO001). Portador sem banco cadastrado
      *    em BCO001 fica com os parametros zerados e BCO-CADASTRADO-W
      *    = "N" - VERIFICA-BENEFICIARIO recusa a remessa.
           MOVE GS-PORTADOR TO PORTADOR.
           READ CAD018 INVALID KEY MOVE ZEROS TO COD-BANCO-CA018.
           MOVE COD-BANCO-CA018 TO CODIGO-BCO.
           MOVE "S" TO BCO-CADASTRADO-W.
           READ BCO001 INVALID KEY
                MOVE "N"        TO BCO-CADASTRADO-W
                INITIALIZE REG-BCO001
                MOVE COD-BANCO-CA018 TO CODIGO-BCO
                MOVE 400        TO LAYOUT-CNAB-BCO
           END-READ.
           MOVE LAYOUT-CNAB-BCO TO LAYOUT-REMESSA-W.

       ACHAR-REGRA-CARTEIRA SECTION.
      *    Varre REGRA-CARTEIRA-BCO (ja carregado pela leitura de
           PERFORM ACHAR-PARAMETROS-BANCO.
           MOVE 1 TO SEQ-W.
           MOVE "00"                     TO ID-REG-REM.
      *    Beneficiario: CRD220 da empresa (CRP232).
           MOVE EMPRESA-W                TO EMPRESA-CR220
           READ CRD220 INVALID KEY
                INITIALIZE REG-CRD220
           END-READ
           MOVE "0"                      TO TIPO-INSC-T0(1: 1)
           MOVE TIPO-INSC-CR220          TO TIPO-INSC-T0(2: 1)
           MOVE CNPJ-CR220               TO INSC-T0
           MOVE RAZAO-SOCIAL-CR220       TO NOME-EMP-T0
           MOVE TIPO-ARQUIVO-BCO         TO TIPO-ARQUIVO-T0
           MOVE ZEROS                    TO BRANCO1-T0
           MOVE REM-TIPO0 TO DADOS-REM.
           IF NOT GS-SIMULAR-FLG-TRUE
              WRITE REG-REMESSA
              PERFORM GRAVA-REMESSA-BANCO
      *       AFTER 1
           END-IF
           MOVE ZEROS TO VALOR-TOTAL QTDE-TIT VALOR-CONF-W QTDE-CONF-W.
      *    STRING CLIENTE-CR20(1:4) NR-DOCTO-CR20 INTO SEU-NUMERO-T1

      * CALCULO PARA O NOSSO NUMERO -> BANCO SELECIONADO (BCO001)
      *    O nosso numero sai ja no formato do banco: e o que vai na
      *    remessa (400 e segmento P), o que fica no CRD219 e de onde
      *    o CRP218 tira o campo livre do boleto.
      *      341 Itau     - 8 digitos (final da sequencia)
      *      237 Bradesco - 11 digitos (0 + sequencia)
      *      104 CEF      - 17 digitos SIGCB: 1 (registrada) +
      *                     4 (emissao pelo beneficiario) + 15
      *      demais (BB)  - convenio 7 posicoes + sequencia de 10

           ADD 1 TO SEQUENCIA-W
           MOVE SPACES TO NOSSO-NUMERO-T1
           EVALUATE CODIGO-BCO
               WHEN 341
                    MOVE SEQUENCIA-W(3: 8)   TO NOSSO-NUMERO-T1(1: 8)
               WHEN 237
                    STRING "0" SEQUENCIA-W DELIMITED BY SIZE
                           INTO NOSSO-NUMERO-T1
               WHEN 104
                    STRING "14" "00000" SEQUENCIA-W DELIMITED BY SIZE
                           INTO NOSSO-NUMERO-T1
               WHEN OTHER
                    STRING CONVENIO-BCO SEQUENCIA-W INTO NOSSO-NUMERO-T1
           END-EVALUATE

           MOVE "X"                      TO CONTROLE-T1(1: 1)
           MOVE COD-COMPL-CR20           TO CONTROLE-T1(2: 9)
           MOVE REM-TIPO1 TO DADOS-REM.
           IF NOT GS-SIMULAR-FLG-TRUE
              WRITE REG-REMESSA
              PERFORM GRAVA-REMESSA-BANCO
              PERFORM GRAVA-REGISTRO-BANCO
           END-IF.
      *    AFTER 1.

           MOVE ZEROS                    TO BRANCO-T2
           MOVE REM-TIPO2                TO DADOS-REM.
           WRITE REG-REMESSA
           PERFORM GRAVA-REMESSA-BANCO.
      *    AFTER 1.

       VERIFICA-CONTA-CNAB240 SECTION.
      *    Banco CNAB 240 sem agencia/conta cadastradas no BCO001 nao
      *    pode gerar remessa: os headers e o segmento P sairiam
      *    zerados e o banco recusaria o arquivo inteiro.
           PERFORM VERIFICA-BENEFICIARIO.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           IF REMESSA-CNAB240 AND
              (AGENCIA-BCO = ZEROS OR CONTA-BCO = ZEROS)
              MOVE 1 TO ERRO-W
              MOVE SPACES TO MENSAGEM
              STRING "O banco deste portador usa CNAB 240 e nao tem "
                     "agencia/conta cadastradas no BCO001 - "
                     "remessa nao gerada"
                     DELIMITED BY SIZE INTO MENSAGEM
              END-STRING
              MOVE "C" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
           END-IF.

       VERIFICA-BENEFICIARIO SECTION.
      *    Sem o beneficiario da empresa (CRD220) ou sem o banco do
      *    portador no BCO001 a remessa nao e gerada - o header sairia
      *    sem CNPJ/razao social ou com o convenio de outro banco.
           MOVE EMPRESA-W TO EMPRESA-CR220.
           READ CRD220 INVALID KEY
                MOVE 1 TO ERRO-W
                MOVE SPACES TO MENSAGEM
                STRING "Beneficiario da empresa nao cadastrado (CRD2"
                       "20) - cadastrar no CRP232 antes de gerar a "
                       "remessa"
                       DELIMITED BY SIZE INTO MENSAGEM
                END-STRING
                MOVE "C" TO TIPO-MSG
                PERFORM EXIBIR-MENSAGEM
                EXIT SECTION
           END-READ.
           PERFORM ACHAR-PARAMETROS-BANCO.
           IF BCO-CADASTRADO-W = "N"
              MOVE 1 TO ERRO-W
              MOVE SPACES TO MENSAGEM
              STRING "O banco deste portador nao esta cadastrado no "
                     "BCO001 - cadastrar convenio/agencia/conta no "
                     "CRP232 antes de gerar a remessa"
                     DELIMITED BY SIZE INTO MENSAGEM
              END-STRING
              MOVE "C" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
           END-IF.

       ABRE-REMESSA-BANCO SECTION.
      *    Abre a REMESSA auxiliar e o arquivo do banco no layout do
      *    banco do portador (500 posicoes em REMESSA2, CNAB 240 em
      *    REMESSA240).
           PERFORM ACHAR-PARAMETROS-BANCO.
           MOVE ZEROS TO NR-REG-LOTE-240-W.
           IF REMESSA-CNAB240
              OPEN OUTPUT REMESSA REMESSA240
           ELSE
              OPEN OUTPUT REMESSA REMESSA2
           END-IF.

       FECHA-REMESSA-BANCO SECTION.
           IF REMESSA-CNAB240
              CLOSE REMESSA REMESSA240
           ELSE
              CLOSE REMESSA REMESSA2
           END-IF.

       GRAVA-REMESSA-BANCO SECTION.
      *    Leva p/ o arquivo do banco o registro que acabou de ser
      *    gravado na REMESSA auxiliar (REG-REMESSA). No layout de 500
      *    posicoes ele vai como esta; no CNAB 240 e traduzido: o
      *    header vira header de arquivo + header de lote, cada
      *    detalhe vira os segmentos P/Q/R (so o P numa instrucao) e
      *    o trailer vira trailer de lote + trailer de arquivo - um
      *    unico lote por arquivo, ja que a remessa inteira e sempre
      *    de um unico portador.
           IF REMESSA-CNAB240
              EVALUATE ID-REG-REM
                  WHEN "00"  PERFORM MOVER-HEADER-240
                  WHEN "01"  PERFORM MOVER-SEGMENTOS-240
                  WHEN "99"  PERFORM MOVER-TRAILER-240
              END-EVALUATE
           ELSE
              MOVE REG-REMESSA TO REG-REMESSA2
              MOVE X"0D0A"    TO  PULA-REM2
              WRITE REG-REMESSA2
           END-IF.

       MOVER-HEADER-240 SECTION.
      *    Header de arquivo (0) e header de lote (1). O NSA-BCO do
      *    banco e somado aqui e vai nos dois, como numero do arquivo
      *    e numero da remessa.
           READ BCO001 INVALID KEY
                CONTINUE
             NOT INVALID KEY
                ADD 1 TO NSA-BCO
                REWRITE REG-BCO001
                END-REWRITE
           END-READ.
           MOVE DATA-DIA-I TO DATA-INV.
           CALL "GRIDAT1" USING DATA-INV.
           MOVE DATA-INV   TO DATA-GERACAO-240-W.
           MOVE ZEROS      TO NR-REG-LOTE-240-W.

           MOVE SPACES TO REG-CNAB240.
           INITIALIZE REG-CNAB240-H0.
           MOVE CODIGO-BCO               TO BANCO-H0
           MOVE ZEROS                    TO LOTE-H0
           MOVE "0"                      TO TIPO-REG-H0
           MOVE TIPO-INSC-T0(2: 1)       TO TIPO-INSC-H0
           MOVE INSC-T0                  TO INSC-H0
           MOVE CONVENIO-BCO             TO CONVENIO-H0
           MOVE AGENCIA-BCO              TO AGENCIA-H0
           MOVE DV-AGENCIA-BCO           TO DV-AGENCIA-H0
           MOVE CONTA-BCO                TO CONTA-H0
           MOVE DV-CONTA-BCO             TO DV-CONTA-H0
           MOVE NOME-EMP-T0              TO NOME-EMP-H0
           MOVE NOME-BCO                 TO NOME-BANCO-H0
           MOVE 1                        TO COD-REM-RET-H0
           MOVE DATA-GERACAO-240-W       TO DATA-GERACAO-H0
           MOVE HORA-BRA(1: 6)           TO HORA-GERACAO-H0
           MOVE NSA-BCO                  TO NSA-H0
           MOVE 087                      TO VERSAO-LAYOUT-H0
           PERFORM GRAVA-LINHA-240.

           MOVE SPACES TO REG-CNAB240.
           INITIALIZE REG-CNAB240-H1.
           MOVE CODIGO-BCO               TO BANCO-H1
           MOVE 1                        TO LOTE-H1
           MOVE "1"                      TO TIPO-REG-H1
           MOVE "R"                      TO OPERACAO-H1
           MOVE 01                       TO SERVICO-H1
           MOVE 045                      TO VERSAO-LAYOUT-H1
           MOVE TIPO-INSC-T0(2: 1)       TO TIPO-INSC-H1
           MOVE INSC-T0                  TO INSC-H1
           MOVE CONVENIO-BCO             TO CONVENIO-H1
           MOVE AGENCIA-BCO              TO AGENCIA-H1
           MOVE DV-AGENCIA-BCO           TO DV-AGENCIA-H1
           MOVE CONTA-BCO                TO CONTA-H1
           MOVE DV-CONTA-BCO             TO DV-CONTA-H1
           MOVE NOME-EMP-T0              TO NOME-EMP-H1
           MOVE NSA-BCO                  TO NR-REMESSA-H1
           MOVE DATA-GERACAO-240-W       TO DATA-GRAVACAO-H1
           PERFORM GRAVA-LINHA-240.

       MOVER-SEGMENTOS-240 SECTION.
      *    Codigo de movimento FEBRABAN do ESTADO-DO-TITULO-T1 interno:
      *    09-entrada -> 01, 31-prorrogacao -> 06, 32-pedido de baixa
      *    -> 02, 33-abatimento -> 04, 34-protesto -> 09. So a entrada
      *    leva os dados do sacado (Q) e a multa (R); instrucao vai
      *    so com o segmento P.
           EVALUATE ESTADO-DO-TITULO-T1
               WHEN 31     MOVE 06 TO COD-MOVTO-240-W
               WHEN 32     MOVE 02 TO COD-MOVTO-240-W
               WHEN 33     MOVE 04 TO COD-MOVTO-240-W
               WHEN 34     MOVE 09 TO COD-MOVTO-240-W
               WHEN OTHER  MOVE 01 TO COD-MOVTO-240-W
           END-EVALUATE.
           PERFORM MOVER-SEGMENTO-P-240.
           IF COD-MOVTO-240-W = 01
              PERFORM MOVER-SEGMENTO-Q-240
              PERFORM MOVER-SEGMENTO-R-240
           END-IF.

       MOVER-SEGMENTO-P-240 SECTION.
           MOVE SPACES TO REG-CNAB240.
           INITIALIZE REG-CNAB240-SP.
           ADD 1 TO NR-REG-LOTE-240-W.
           MOVE CODIGO-BCO               TO BANCO-SP
           MOVE 1                        TO LOTE-SP
           MOVE "3"                      TO TIPO-REG-SP
           MOVE NR-REG-LOTE-240-W        TO NR-REG-SP
           MOVE "P"                      TO SEGMENTO-SP
           MOVE COD-MOVTO-240-W          TO COD-MOVTO-SP
           MOVE AGENCIA-BCO              TO AGENCIA-SP
           MOVE DV-AGENCIA-BCO           TO DV-AGENCIA-SP
           MOVE CONTA-BCO                TO CONTA-SP
           MOVE DV-CONTA-BCO             TO DV-CONTA-SP
           MOVE NOSSO-NUMERO-T1          TO NOSSO-NUMERO-SP
      *    carteira 1 (cobranca simples), titulo cadastrado no banco,
      *    boleto emitido e distribuido pela empresa (CRP218).
           MOVE 1                        TO CARTEIRA-SP
                                            FORMA-CADASTRO-SP
           MOVE "1"                      TO TIPO-DOCUMENTO-SP
           MOVE 2                        TO EMISSAO-BOLETO-SP
           MOVE "2"                      TO DISTRIBUICAO-SP
           MOVE SEU-NUMERO-T1            TO NR-DOCUMENTO-SP
           MOVE DATA-VENCTO-T1           TO DATA-VENCTO-SP
           MOVE VALOR-TITULO-T1          TO VALOR-TITULO-SP
           MOVE 02                       TO ESPECIE-SP
           MOVE ACEITE-T1                TO ACEITE-SP
           MOVE DATA-EMISSAO-T1          TO DATA-INV
           CALL "GRIDAT1" USING DATA-INV
           MOVE DATA-INV                 TO DATA-EMISSAO-SP
           IF VALOR-JUROS-T1 > ZEROS
              MOVE 1                     TO COD-JUROS-SP
              MOVE VALOR-JUROS-T1        TO VALOR-JUROS-SP
           ELSE
              MOVE 3                     TO COD-JUROS-SP
           END-IF
           IF VALOR-DESCONTO-T1 > ZEROS
              MOVE 1                     TO COD-DESCONTO-SP
              MOVE DATA-LIMITE-DESC-T1   TO DATA-DESCONTO-SP
              MOVE VALOR-DESCONTO-T1     TO VALOR-DESCONTO-SP
           END-IF
           MOVE VALOR-ABATIMENTO-T1      TO VALOR-ABATIMENTO-SP
           MOVE CONTROLE-T1(1: 15)       TO CONTROLE-SP
           MOVE PENDENTE-IMPRESSAO-T1    TO PENDENTE-IMPRESSAO-SP
           MOVE CARTEIRA-T1              TO CARTEIRA-BCO-SP
           IF QUANTIDADE-DIA-PRO-T1 > ZEROS
              MOVE 1                     TO COD-PROTESTO-SP
              MOVE QUANTIDADE-DIA-PRO-T1 TO PRAZO-PROTESTO-SP
              MOVE 2                     TO COD-BAIXA-SP
              MOVE "000"                 TO PRAZO-BAIXA-SP
           ELSE
              MOVE 3                     TO COD-PROTESTO-SP
              MOVE 1                     TO COD-BAIXA-SP
              MOVE "030"                 TO PRAZO-BAIXA-SP
           END-IF
           MOVE 09                       TO COD-MOEDA-SP
           PERFORM GRAVA-LINHA-240.

       MOVER-SEGMENTO-Q-240 SECTION.
      *    CGD011/CGD014 do titulo ainda estao em memoria, lidos por
      *    MOVER-DADOS-TIPO1 logo antes.
           MOVE SPACES TO REG-CNAB240.
           INITIALIZE REG-CNAB240-SQ.
           ADD 1 TO NR-REG-LOTE-240-W.
           MOVE CODIGO-BCO               TO BANCO-SQ
           MOVE 1                        TO LOTE-SQ
           MOVE "3"                      TO TIPO-REG-SQ
           MOVE NR-REG-LOTE-240-W        TO NR-REG-SQ
           MOVE "Q"                      TO SEGMENTO-SQ
           MOVE COD-MOVTO-240-W          TO COD-MOVTO-SQ
           MOVE TIPO-INSCRICAO-CLI-T1    TO TIPO-INSC-SQ
           IF TIPO-INSCRICAO-CLI-T1 = 02
              MOVE CPF1-CG11(3: 14)      TO INSC-SQ
           ELSE
              MOVE CPF1-CG11(6: 11)      TO INSC-SQ
           END-IF
           MOVE NOME-CLIENTE-T1          TO NOME-SQ
           MOVE ENDERECO-CLIENTE-T1      TO ENDERECO-SQ
           MOVE CEP-CLIENTE-T1           TO CEP-SQ
           MOVE CIDADE-CLIENTE-T1        TO CIDADE-SQ
           MOVE UF-CLIENTE-T1            TO UF-SQ
           IF TIPO-INSCRICAO-AVAL-T1 <> SPACES
              MOVE TIPO-INSCRICAO-AVAL-T1(2: 1) TO TIPO-INSC-AVAL-SQ
              MOVE CPF-CG14              TO INSC-AVAL-SQ
              MOVE NOME-AVALISTA-T1      TO NOME-AVAL-SQ
           END-IF
           PERFORM GRAVA-LINHA-240.

       MOVER-SEGMENTO-R-240 SECTION.
      *    A multa do REM-TIPO1 ja vem calculada em valor (regra da
      *    carteira), por isso vai com codigo 1 - valor fixo.
           MOVE SPACES TO REG-CNAB240.
           INITIALIZE REG-CNAB240-SR.
           ADD 1 TO NR-REG-LOTE-240-W.
           MOVE CODIGO-BCO               TO BANCO-SR
           MOVE 1                        TO LOTE-SR
           MOVE "3"                      TO TIPO-REG-SR
           MOVE NR-REG-LOTE-240-W        TO NR-REG-SR
           MOVE "R"                      TO SEGMENTO-SR
           MOVE COD-MOVTO-240-W          TO COD-MOVTO-SR
           IF CODIGO-MULTA-T1 > ZEROS
              MOVE 1                     TO COD-MULTA-SR
              MOVE DATA-MULTA-T1         TO DATA-MULTA-SR
              MOVE VALOR-MULTA-T1        TO VALOR-MULTA-SR
           END-IF
           MOVE MENSAGEM-T1              TO MENSAGEM3-SR
           PERFORM GRAVA-LINHA-240.

       MOVER-TRAILER-240 SECTION.
      *    Trailer de lote (5) e de arquivo (9). O lote conta o seu
      *    header e trailer alem dos segmentos; o arquivo conta ainda
      *    o header e o trailer de arquivo.
           MOVE SPACES TO REG-CNAB240.
           INITIALIZE REG-CNAB240-T5.
           MOVE CODIGO-BCO               TO BANCO-T5
           MOVE 1                        TO LOTE-T5
           MOVE "5"                      TO TIPO-REG-T5
           COMPUTE QTDE-REGISTROS-T5 = NR-REG-LOTE-240-W + 2
           MOVE QTDE-TIT                 TO QTDE-TIT-SIMPLES-T5
           COMPUTE VALOR-TIT-SIMPLES-T5 = VALOR-TOTAL * 100
           PERFORM GRAVA-LINHA-240.

           MOVE SPACES TO REG-CNAB240.
           INITIALIZE REG-CNAB240-T9.
           MOVE CODIGO-BCO               TO BANCO-T9
           MOVE 9999                     TO LOTE-T9
           MOVE "9"                      TO TIPO-REG-T9
           MOVE 1                        TO QTDE-LOTES-T9
           COMPUTE QTDE-REGISTROS-T9 = NR-REG-LOTE-240-W + 4
           PERFORM GRAVA-LINHA-240.

       GRAVA-LINHA-240 SECTION.
           MOVE REG-CNAB240 TO DADOS-REM240.
           MOVE X"0D0A"     TO PULA-REM240.
           WRITE REG-REMESSA240.

       CARREGA-LISTA SECTION.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           close logacess

           CLOSE CRD020 SEQBRAS CGD010 CGD011 CGD014 CAD010 CAD018
                 CAD002 BCO001 CRD219 CRD220 CRD231 CRD232.
           MOVE DS-QUIT-SET TO DS-CONTROL.
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.
