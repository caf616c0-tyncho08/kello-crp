       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP244.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *IMPORTACAO DO EXTRATO BANCARIO DA CONTA DE UM PORTADOR E
      *CONCILIACAO COM O RETORNO. O ARQUIVO (POSICOES 72-79 DE
      *PARAMETROS-W, NO DIRETORIO CORRENTE COMO O RETORNO DO CRP9110)
      *PODE SER OFX OU CNAB 240 DE EXTRATO (SEGMENTO E) - O FORMATO E
      *RECONHECIDO PELA PRIMEIRA LINHA. O PORTADOR VEM NAS POSICOES
      *68-71. CADA LANCAMENTO VAI P/ O CRD230 EM ABERTO; LANCAMENTO
      *PIX NAO E IMPORTADO (CONCILIACAO PIX E DO CRP227) E O QUE JA
      *FOI IMPORTADO ANTES E IGNORADO. SEM NOME DE ARQUIVO SO REFAZ A
      *CONCILIACAO DO QUE ESTA EM ABERTO.
      *CONCILIACAO: P/ CADA DATA COM LANCAMENTO DO EXTRATO EM ABERTO
      *OU LIQUIDACAO DO RETORNO AINDA NAO CONCILIADA (CRD229), ATE A
      *ULTIMA DATA JA COBERTA POR EXTRATO DO PORTADOR, O LIQUIDO DO
      *EXTRATO (CREDITOS - DEBITOS) TEM QUE SER IGUAL AO LIQUIDO DO
      *RETORNO (LIQUIDACOES - TARIFAS/CUSTAS DO CRD217). BATENDO, OS
      *DOIS LADOS FICAM CONCILIADOS; NAO BATENDO, TUDO FICA EM ABERTO
      *E A DATA SAI NA LISTAGEM CONCREL (";") COM A DIFERENCA E OS
      *LANCAMENTOS DO EXTRATO DAQUELE DIA. LANCAMENTO QUE NUNCA VAI
      *BATER (TRANSFERENCIA, APLICACAO ...) E RESOLVIDO NO CRP245.
       DATE-WRITTEN.  15/10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX018.
           COPY CRPX217.
           COPY CRPX229.
           COPY CRPX230.
           COPY LOGACESS.SEL.
           SELECT EXTRATO ASSIGN TO EXTRATO-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-EXTRATO.
           SELECT CONCREL ASSIGN TO PATH-CONCREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-CONCREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW018.
       COPY CRPW217.
       COPY CRPW229.
       COPY CRPW230.
       COPY LOGACESS.FD.
      *    EXTRATO - OFX (uma marca por linha) ou CNAB 240 de extrato
      *    p/ conciliacao bancaria (FEBRABAN, segmento E).
       FD  EXTRATO
           LABEL RECORD IS OMITTED.
       01  REG-EXTRATO           PIC X(500).
      *    CONCREL - datas que nao bateram, com os lancamentos do
      *    extrato em aberto de cada uma, e os totais da rodada.
       FD  CONCREL
           LABEL RECORD IS OMITTED.
       01  REG-CONCREL           PIC X(250).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO.
           COPY "PARAMETR".
           05 ERRO-W               PIC 9       VALUE ZEROS.
           05 ACESSO-PROGRAMA-W    PIC X(08)   VALUE SPACES.
           05 ACESSO-PERMITIDO-W   PIC X(01)   VALUE SPACES.
           05 ST-CAD018            PIC XX      VALUE SPACES.
           05 ST-CRD217            PIC XX      VALUE SPACES.
           05 ST-CRD229            PIC XX      VALUE SPACES.
           05 ST-CRD230            PIC XX      VALUE SPACES.
           05 ST-EXTRATO           PIC XX      VALUE SPACES.
           05 ST-CONCREL           PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-CAD018          PIC X(30)   VALUE SPACES.
           05 PATH-CRD217          PIC X(30)   VALUE SPACES.
           05 PATH-CRD229          PIC X(30)   VALUE SPACES.
           05 PATH-CRD230          PIC X(30)   VALUE SPACES.
           05 PATH-CONCREL         PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
      *    PORTADOR-W - PARAMETROS-W(68: 4), obrigatorio.
      *    EXTRATO-NOME-W - PARAMETROS-W(72: 8); em branco = nao ha
      *    arquivo a importar, so a conciliacao.
           05 PORTADOR-W           PIC 9(04)   VALUE ZEROS.
           05 EXTRATO-NOME-W       PIC X(08)   VALUE SPACES.
           05 TEM-EXTRATO-W        PIC X(01)   VALUE "N".
      *    FORMATO-W - O = OFX  C = CNAB 240 (primeira linha do
      *    arquivo).
           05 FORMATO-W            PIC X(01)   VALUE SPACES.
           05 BANCO-ARQ-W          PIC 9(03)   VALUE ZEROS.
           05 DATA-HOJE-W          PIC 9(08)   VALUE ZEROS.
      *    Lancamento corrente do extrato (comum aos dois formatos).
           05 DATA-LANCTO-W        PIC 9(08)   VALUE ZEROS.
           05 TIPO-LANCTO-W        PIC X(01)   VALUE SPACES.
           05 VALOR-LANCTO-W       PIC 9(11)V99 VALUE ZEROS.
           05 HISTORICO-W          PIC X(40)   VALUE SPACES.
           05 DOCUMENTO-W          PIC X(20)   VALUE SPACES.
           05 TRNTYPE-W            PIC X(10)   VALUE SPACES.
           05 EM-TRANSACAO-W       PIC X(01)   VALUE "N".
      *    Leitura das marcas do OFX.
           05 LINHA-W              PIC X(500)  VALUE SPACES.
           05 BRANCOS-W            PIC 9(03)   VALUE ZEROS.
           05 CONTEUDO-W           PIC X(60)   VALUE SPACES.
           05 TAM-W                PIC 9(03)   VALUE ZEROS.
           05 CONT-PIX-W           PIC 9(03)   VALUE ZEROS.
      *    Conversao de valor em texto ("-1234.56", "1.234,56"):
      *    todos os digitos acumulados em VALOR-CENT-W e CASAS-W =
      *    digitos depois do ultimo separador.
           05 VALOR-TEXTO-W        PIC X(30)   VALUE SPACES.
           05 VALOR-CENT-W         PIC 9(15)   VALUE ZEROS.
           05 CASAS-W              PIC 9(02)   VALUE ZEROS.
           05 TEM-SEPARADOR-W      PIC X(01)   VALUE "N".
           05 SINAL-W              PIC X(01)   VALUE SPACES.
           05 IND-W                PIC 9(03)   VALUE ZEROS.
           05 DIGITO-W             PIC 9(01)   VALUE ZEROS.
           05 DUPLICADO-W          PIC X(01)   VALUE "N".
           05 ULT-SEQ-CR230-W      PIC 9(05)   VALUE ZEROS.
      *    Conciliacao.
           05 DATA-LIMITE-W        PIC 9(08)   VALUE ZEROS.
      *    DATA-LIMITE-W - ultima data coberta por extrato do
      *    portador; depois dela a falta do credito ainda nao e
      *    diferenca.
           05 DATA-ATUAL-W         PIC 9(08)   VALUE ZEROS.
           05 DATA-PROX-EXT-W      PIC 9(08)   VALUE ZEROS.
           05 DATA-PROX-RET-W      PIC 9(08)   VALUE ZEROS.
           05 DATA-CONC-W          PIC 9(08)   VALUE ZEROS.
           05 TOTAL-LIQ-W          PIC 9(11)V99 VALUE ZEROS.
           05 TOTAL-TAR-W          PIC 9(11)V99 VALUE ZEROS.
           05 TOTAL-CRED-W         PIC 9(11)V99 VALUE ZEROS.
           05 TOTAL-DEB-W          PIC 9(11)V99 VALUE ZEROS.
           05 LIQUIDO-RET-W        PIC S9(11)V99 VALUE ZEROS.
           05 LIQUIDO-EXT-W        PIC S9(11)V99 VALUE ZEROS.
           05 DIFERENCA-W          PIC S9(11)V99 VALUE ZEROS.
           05 SITUACAO-DIF-W       PIC X(30)   VALUE SPACES.
           05 CONT-IMPORTADOS-W    PIC 9(06)   VALUE ZEROS.
           05 CONT-PIX-IGN-W       PIC 9(06)   VALUE ZEROS.
           05 CONT-DUPLICADOS-W    PIC 9(06)   VALUE ZEROS.
           05 CONT-DATAS-OK-W      PIC 9(06)   VALUE ZEROS.
           05 CONT-DATAS-DIF-W     PIC 9(06)   VALUE ZEROS.
           05 QTDE-DSP-W           PIC ZZZ.ZZ9.
           05 VALOR-DSP-W          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 VALOR-SIN-DSP-W      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 VALOR1-DSP-W         PIC X(19)   VALUE SPACES.
           05 VALOR2-DSP-W         PIC X(19)   VALUE SPACES.
           05 VALOR3-DSP-W         PIC X(19)   VALUE SPACES.
           05 VALOR4-DSP-W         PIC X(19)   VALUE SPACES.
           05 VALOR5-DSP-W         PIC X(19)   VALUE SPACES.
           05 VALOR6-DSP-W         PIC X(19)   VALUE SPACES.
           05 VALOR7-DSP-W         PIC X(19)   VALUE SPACES.
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
           IF ERRO-W = ZEROS AND TEM-EXTRATO-W = "S"
              PERFORM IMPORTA-EXTRATO
           END-IF.
           IF ERRO-W = ZEROS
              PERFORM GRAVA-CABECALHO
              PERFORM CONCILIA-PORTADOR
              PERFORM GRAVA-TOTAIS-CONCREL
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           ACCEPT HORA-BRA FROM TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU TO DATA-HOJE-W.
           MOVE ZEROS TO ERRO-W.
           MOVE "CRP244" TO ACESSO-PROGRAMA-W.
           MOVE SPACES TO ACESSO-PERMITIDO-W.
           CALL "CAPACESS" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                 ACESSO-PERMITIDO-W.
           CANCEL "CAPACESS".
           IF ACESSO-PERMITIDO-W = "N"
              DISPLAY "USUARIO SEM ACESSO AO CRP244"
              MOVE 1 TO ERRO-W.
           MOVE EMPRESA-W           TO EMP-REC.
           MOVE "CAD018"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "CRD217"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD217.
           MOVE "CRD229"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD229.
           MOVE "CRD230"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD230.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "CONCREL" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CONCREL.
           IF PARAMETROS-W(68: 4) NUMERIC
              MOVE PARAMETROS-W(68: 4) TO PORTADOR-W
           ELSE
              DISPLAY "INFORME O PORTADOR (POSICOES 68-71)"
              MOVE 1 TO ERRO-W.
           MOVE PARAMETROS-W(72: 8) TO EXTRATO-NOME-W.
           IF EXTRATO-NOME-W <> SPACES
              MOVE "S" TO TEM-EXTRATO-W.

           OPEN INPUT CAD018.
           OPEN INPUT CRD217.
      *    Sem CRD217 o banco nunca debitou tarifa pelo retorno.
           IF ST-CRD217 = "35"
              CLOSE CRD217      OPEN OUTPUT CRD217
              CLOSE CRD217      OPEN INPUT CRD217
           END-IF.
           OPEN I-O CRD229.
           IF ST-CRD229 = "35"
              CLOSE CRD229      OPEN OUTPUT CRD229
              CLOSE CRD229      OPEN I-O CRD229
           END-IF.
           OPEN I-O CRD230.
           IF ST-CRD230 = "35"
              CLOSE CRD230      OPEN OUTPUT CRD230
              CLOSE CRD230      OPEN I-O CRD230
           END-IF.
           OPEN OUTPUT CONCREL.

           IF ST-CAD018 <> "00"
              DISPLAY "ERRO ABERTURA CAD018: " ST-CAD018
              MOVE 1 TO ERRO-W
           ELSE
              MOVE PORTADOR-W TO PORTADOR
              READ CAD018 INVALID KEY
                   DISPLAY "PORTADOR NAO CADASTRADO (CAD018): "
                           PORTADOR-W
                   MOVE 1 TO ERRO-W
              END-READ
           END-IF.
           IF ST-CRD217 <> "00"
              DISPLAY "ERRO ABERTURA CRD217: " ST-CRD217
              MOVE 1 TO ERRO-W.
           IF ST-CRD229 <> "00"
              DISPLAY "ERRO ABERTURA CRD229: " ST-CRD229
              MOVE 1 TO ERRO-W.
           IF ST-CRD230 <> "00"
              DISPLAY "ERRO ABERTURA CRD230: " ST-CRD230
              MOVE 1 TO ERRO-W.
           IF ST-CONCREL <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO CONCREL: " ST-CONCREL
              MOVE 1 TO ERRO-W.
           IF TEM-EXTRATO-W = "S"
              OPEN INPUT EXTRATO
              IF ST-EXTRATO <> "00"
                 DISPLAY "ERRO ABERTURA ARQUIVO EXTRATO "
                         EXTRATO-NOME-W ": " ST-EXTRATO
                 MOVE 1 TO ERRO-W
                 MOVE "N" TO TEM-EXTRATO-W
              END-IF
           END-IF.

           IF ERRO-W = ZEROS
              OPEN I-O LOGACESS

              MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

              MOVE USUARIO-W           TO LOGACESS-USUARIO
              MOVE WS-DATA-CPU         TO LOGACESS-DATA
              ACCEPT WS-HORA-SYS FROM TIME
              MOVE WS-HORA-SYS         TO LOGACESS-HORAS
              MOVE 1                   TO LOGACESS-SEQUENCIA
              MOVE "CRP244"            TO LOGACESS-PROGRAMA
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

       IMPORTA-EXTRATO SECTION.
      *    A primeira linha diz o formato: OFX comeca pelo cabecalho
      *    OFXHEADER (ou direto pela marca <OFX>); o resto e tratado
      *    como CNAB 240.
           MOVE SPACES TO FORMATO-W.
           MOVE ZEROS  TO ST-EXTRATO.
           PERFORM UNTIL ST-EXTRATO = "10"
              READ EXTRATO AT END MOVE "10" TO ST-EXTRATO
              NOT AT END
                IF FORMATO-W = SPACES AND REG-EXTRATO <> SPACES
                   MOVE ZEROS TO TAM-W
                   INSPECT REG-EXTRATO TALLYING TAM-W FOR ALL "OFX"
                   IF TAM-W > ZEROS
                      MOVE "O" TO FORMATO-W
                   ELSE
                      MOVE "C" TO FORMATO-W
                   END-IF
                END-IF
                IF FORMATO-W = "O"
                   PERFORM TRATA-LINHA-OFX
                ELSE
                   IF FORMATO-W = "C"
                      PERFORM TRATA-LINHA-CNAB
                   END-IF
                END-IF
              END-READ
              IF ERRO-W <> ZEROS
                 MOVE "10" TO ST-EXTRATO
              END-IF
           END-PERFORM.
           CLOSE EXTRATO.
           MOVE "N" TO TEM-EXTRATO-W.

       TRATA-LINHA-OFX SECTION.
      *    Uma marca por linha, como os bancos geram o OFX 1.0.2
      *    (SGML): abre <STMTTRN>, le TRNTYPE/DTPOSTED/TRNAMT/FITID/
      *    NAME/MEMO e grava no fechamento </STMTTRN>.
           MOVE ZEROS TO BRANCOS-W.
           INSPECT REG-EXTRATO TALLYING BRANCOS-W FOR LEADING SPACES.
           IF BRANCOS-W >= 500
              EXIT SECTION
           END-IF.
           MOVE REG-EXTRATO(BRANCOS-W + 1: ) TO LINHA-W.
           EVALUATE TRUE
               WHEN LINHA-W(1: 8) = "<BANKID>"
                    MOVE LINHA-W(9: 60) TO CONTEUDO-W
                    PERFORM EXTRAI-CONTEUDO-OFX
                    PERFORM CONFERE-BANCO-ARQUIVO
               WHEN LINHA-W(1: 9) = "<STMTTRN>"
                    MOVE "S"    TO EM-TRANSACAO-W
                    MOVE ZEROS  TO DATA-LANCTO-W VALOR-LANCTO-W
                    MOVE SPACES TO TIPO-LANCTO-W HISTORICO-W
                                   DOCUMENTO-W TRNTYPE-W
               WHEN LINHA-W(1: 10) = "</STMTTRN>"
                    IF EM-TRANSACAO-W = "S"
                       PERFORM GRAVA-LANCAMENTO
                    END-IF
                    MOVE "N" TO EM-TRANSACAO-W
               WHEN EM-TRANSACAO-W <> "S"
                    CONTINUE
               WHEN LINHA-W(1: 9) = "<TRNTYPE>"
                    MOVE LINHA-W(10: 60) TO CONTEUDO-W
                    PERFORM EXTRAI-CONTEUDO-OFX
                    MOVE CONTEUDO-W TO TRNTYPE-W
               WHEN LINHA-W(1: 10) = "<DTPOSTED>"
                    IF LINHA-W(11: 8) NUMERIC
                       MOVE LINHA-W(11: 8) TO DATA-LANCTO-W
                    END-IF
               WHEN LINHA-W(1: 8) = "<TRNAMT>"
                    MOVE LINHA-W(9: 60) TO CONTEUDO-W
                    PERFORM EXTRAI-CONTEUDO-OFX
                    MOVE CONTEUDO-W TO VALOR-TEXTO-W
                    PERFORM CONVERTE-VALOR-TEXTO
                    IF SINAL-W = "-"
                       MOVE "D" TO TIPO-LANCTO-W
                    ELSE
                       MOVE "C" TO TIPO-LANCTO-W
                    END-IF
               WHEN LINHA-W(1: 7) = "<FITID>"
                    MOVE LINHA-W(8: 60) TO CONTEUDO-W
                    PERFORM EXTRAI-CONTEUDO-OFX
                    MOVE CONTEUDO-W TO DOCUMENTO-W
               WHEN LINHA-W(1: 6) = "<NAME>"
                    IF HISTORICO-W = SPACES
                       MOVE LINHA-W(7: 60) TO CONTEUDO-W
                       PERFORM EXTRAI-CONTEUDO-OFX
                       MOVE CONTEUDO-W TO HISTORICO-W
                    END-IF
               WHEN LINHA-W(1: 6) = "<MEMO>"
                    MOVE LINHA-W(7: 60) TO CONTEUDO-W
                    PERFORM EXTRAI-CONTEUDO-OFX
                    MOVE CONTEUDO-W TO HISTORICO-W
           END-EVALUATE.

       EXTRAI-CONTEUDO-OFX SECTION.
      *    O conteudo da marca vai ate o fim da linha ou ate a marca
      *    de fechamento, quando o banco a coloca na mesma linha.
           MOVE ZEROS TO TAM-W.
           INSPECT CONTEUDO-W TALLYING TAM-W FOR CHARACTERS
                   BEFORE INITIAL "<".
           IF TAM-W < 60
              MOVE SPACES TO CONTEUDO-W(TAM-W + 1: )
           END-IF.

       CONFERE-BANCO-ARQUIVO SECTION.
      *    Extrato de outro banco que nao o do portador informado e
      *    recusado inteiro (antes de gravar qualquer lancamento o
      *    BANKID/header ja foi lido).
           MOVE ZEROS TO TAM-W.
           INSPECT CONTEUDO-W TALLYING TAM-W FOR CHARACTERS
                   BEFORE INITIAL SPACE.
           IF TAM-W >= 3
              IF CONTEUDO-W(TAM-W - 2: 3) NUMERIC
                 MOVE CONTEUDO-W(TAM-W - 2: 3) TO BANCO-ARQ-W
                 IF BANCO-ARQ-W <> COD-BANCO-CA018
                    DISPLAY "EXTRATO DO BANCO " BANCO-ARQ-W
                            " - PORTADOR " PORTADOR-W " E DO BANCO "
                            COD-BANCO-CA018
                    MOVE 1 TO ERRO-W
                 END-IF
              END-IF
           END-IF.

       TRATA-LINHA-CNAB SECTION.
      *    CNAB 240 de extrato: header de arquivo (tipo 0) traz o
      *    banco; detalhe tipo 3 segmento E traz cada lancamento -
      *    data DDMMAAAA em 143, valor 16V2 em 151, D/C em 169,
      *    historico em 177 e numero do documento em 202.
           IF REG-EXTRATO(8: 1) = "0"
              MOVE REG-EXTRATO(1: 3) TO CONTEUDO-W
              PERFORM CONFERE-BANCO-ARQUIVO
              EXIT SECTION
           END-IF.
           IF REG-EXTRATO(8: 1) <> "3" OR REG-EXTRATO(14: 1) <> "E"
              EXIT SECTION
           END-IF.
           MOVE ZEROS  TO DATA-LANCTO-W VALOR-LANCTO-W.
           MOVE SPACES TO TRNTYPE-W.
           IF REG-EXTRATO(143: 8) NUMERIC
              MOVE REG-EXTRATO(147: 4) TO DATA-LANCTO-W(1: 4)
              MOVE REG-EXTRATO(145: 2) TO DATA-LANCTO-W(5: 2)
              MOVE REG-EXTRATO(143: 2) TO DATA-LANCTO-W(7: 2)
           END-IF.
           IF REG-EXTRATO(151: 18) NUMERIC
              MOVE REG-EXTRATO(155: 14) TO VALOR-CENT-W
              COMPUTE VALOR-LANCTO-W = VALOR-CENT-W / 100
           END-IF.
           MOVE REG-EXTRATO(169: 1)  TO TIPO-LANCTO-W.
           MOVE REG-EXTRATO(177: 25) TO HISTORICO-W.
           MOVE REG-EXTRATO(202: 20) TO DOCUMENTO-W.
           PERFORM GRAVA-LANCAMENTO.

       CONVERTE-VALOR-TEXTO SECTION.
           MOVE ZEROS  TO VALOR-CENT-W CASAS-W VALOR-LANCTO-W.
           MOVE "N"    TO TEM-SEPARADOR-W.
           MOVE SPACES TO SINAL-W.
           PERFORM VARYING IND-W FROM 1 BY 1 UNTIL IND-W > 30
              EVALUATE TRUE
                  WHEN VALOR-TEXTO-W(IND-W: 1) = "-"
                       MOVE "-" TO SINAL-W
                  WHEN VALOR-TEXTO-W(IND-W: 1) = "." OR ","
                       MOVE "S"   TO TEM-SEPARADOR-W
                       MOVE ZEROS TO CASAS-W
                  WHEN VALOR-TEXTO-W(IND-W: 1) NUMERIC
                       MOVE VALOR-TEXTO-W(IND-W: 1) TO DIGITO-W
                       COMPUTE VALOR-CENT-W = VALOR-CENT-W * 10
                                            + DIGITO-W
                       IF TEM-SEPARADOR-W = "S"
                          ADD 1 TO CASAS-W
                       END-IF
              END-EVALUATE
           END-PERFORM.
      *    Sem separador, ou com mais de 2 casas depois do ultimo (era
      *    separador de milhar), o numero e inteiro.
           EVALUATE TRUE
               WHEN TEM-SEPARADOR-W = "N" OR CASAS-W > 2
                    COMPUTE VALOR-LANCTO-W = VALOR-CENT-W
               WHEN CASAS-W = 2
                    COMPUTE VALOR-LANCTO-W = VALOR-CENT-W / 100
               WHEN CASAS-W = 1
                    COMPUTE VALOR-LANCTO-W = VALOR-CENT-W / 10
               WHEN OTHER
                    COMPUTE VALOR-LANCTO-W = VALOR-CENT-W
           END-EVALUATE.

       GRAVA-LANCAMENTO SECTION.
      *    PIX fica de fora (CRP227); lancamento ja importado de um
      *    extrato anterior (mesma data/tipo/valor/documento) tambem.
           IF DATA-LANCTO-W = ZEROS OR VALOR-LANCTO-W = ZEROS OR
              (TIPO-LANCTO-W <> "C" AND TIPO-LANCTO-W <> "D")
              EXIT SECTION
           END-IF.
           MOVE ZEROS TO CONT-PIX-W.
           INSPECT HISTORICO-W TALLYING CONT-PIX-W FOR ALL "PIX".
           INSPECT TRNTYPE-W   TALLYING CONT-PIX-W FOR ALL "PIX".
           IF CONT-PIX-W > ZEROS
              ADD 1 TO CONT-PIX-IGN-W
              EXIT SECTION
           END-IF.

           MOVE "N" TO DUPLICADO-W.
           MOVE ZEROS TO ULT-SEQ-CR230-W.
           MOVE PORTADOR-W    TO PORTADOR-CR230.
           MOVE DATA-LANCTO-W TO DATA-CR230.
           MOVE ZEROS         TO SEQ-CR230.
           START CRD230 KEY IS NOT < CHAVE-CR230
                 INVALID KEY MOVE "10" TO ST-CRD230.
           PERFORM UNTIL ST-CRD230 = "10"
              READ CRD230 NEXT RECORD AT END MOVE "10" TO ST-CRD230
              NOT AT END
                IF PORTADOR-CR230 <> PORTADOR-W OR
                   DATA-CR230 <> DATA-LANCTO-W
                   MOVE "10" TO ST-CRD230
                ELSE
                   MOVE SEQ-CR230 TO ULT-SEQ-CR230-W
                   IF TIPO-LANCTO-CR230 = TIPO-LANCTO-W AND
                      VALOR-CR230 = VALOR-LANCTO-W AND
                      DOCUMENTO-CR230 = DOCUMENTO-W
                      MOVE "S" TO DUPLICADO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           IF DUPLICADO-W = "S"
              ADD 1 TO CONT-DUPLICADOS-W
              EXIT SECTION
           END-IF.

           INITIALIZE REG-CRD230.
           MOVE PORTADOR-W      TO PORTADOR-CR230.
           MOVE DATA-LANCTO-W   TO DATA-CR230.
           ADD 1 TO ULT-SEQ-CR230-W.
           MOVE ULT-SEQ-CR230-W TO SEQ-CR230.
           MOVE TIPO-LANCTO-W   TO TIPO-LANCTO-CR230.
           MOVE VALOR-LANCTO-W  TO VALOR-CR230.
           MOVE HISTORICO-W     TO HISTORICO-CR230.
           MOVE DOCUMENTO-W     TO DOCUMENTO-CR230.
           MOVE FORMATO-W       TO ORIGEM-CR230.
           MOVE EXTRATO-NOME-W  TO ARQUIVO-CR230.
           MOVE DATA-HOJE-W     TO DATA-IMPORTACAO-CR230
                                   DATA-SITUACAO-CR230.
           MOVE "A"             TO SITUACAO-CR230.
           MOVE USUARIO-W       TO USUARIO-CR230.
           MOVE "10" TO ST-CRD230.
           PERFORM UNTIL ST-CRD230 = "00"
                WRITE REG-CRD230 INVALID KEY
                    ADD 1 TO SEQ-CR230
                NOT INVALID KEY
                    MOVE "00" TO ST-CRD230
                END-WRITE
           END-PERFORM.
           ADD 1 TO CONT-IMPORTADOS-W.

       GRAVA-CABECALHO SECTION.
           MOVE SPACES TO REG-CONCREL.
           STRING "OCORRENCIA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "PORTADOR" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "DATA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "LIQUIDACOES RETORNO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "TARIFAS/CUSTAS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "LIQUIDO ESPERADO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "CREDITOS EXTRATO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "DEBITOS EXTRATO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "LIQUIDO EXTRATO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "DIFERENCA" DELIMITED BY SIZE
                  INTO REG-CONCREL
           WRITE REG-CONCREL.

       CONCILIA-PORTADOR SECTION.
      *    Percorre, em ordem de data, as datas que ainda tem algo em
      *    aberto de um lado ou do outro (proxima data do CRD230 em
      *    aberto x proxima do CRD229 em aberto), ate DATA-LIMITE-W.
           PERFORM ACHA-DATA-LIMITE.
           MOVE ZEROS TO DATA-ATUAL-W.
           PERFORM UNTIL DATA-ATUAL-W = 99999999
              PERFORM PROXIMA-DATA-EXTRATO
              PERFORM PROXIMA-DATA-RETORNO
              IF DATA-PROX-EXT-W < DATA-PROX-RET-W
                 MOVE DATA-PROX-EXT-W TO DATA-CONC-W
              ELSE
                 MOVE DATA-PROX-RET-W TO DATA-CONC-W
              END-IF
              IF DATA-CONC-W > DATA-LIMITE-W
                 MOVE 99999999 TO DATA-ATUAL-W
              ELSE
                 PERFORM CONCILIA-DATA
                 MOVE DATA-CONC-W TO DATA-ATUAL-W
              END-IF
           END-PERFORM.

       ACHA-DATA-LIMITE SECTION.
           MOVE ZEROS TO DATA-LIMITE-W.
           MOVE PORTADOR-W TO PORTADOR-CR230.
           MOVE ZEROS      TO DATA-CR230 SEQ-CR230.
           START CRD230 KEY IS NOT < CHAVE-CR230
                 INVALID KEY MOVE "10" TO ST-CRD230.
           PERFORM UNTIL ST-CRD230 = "10"
              READ CRD230 NEXT RECORD AT END MOVE "10" TO ST-CRD230
              NOT AT END
                IF PORTADOR-CR230 <> PORTADOR-W
                   MOVE "10" TO ST-CRD230
                ELSE
                   MOVE DATA-CR230 TO DATA-LIMITE-W
                END-IF
              END-READ
           END-PERFORM.

       PROXIMA-DATA-EXTRATO SECTION.
           MOVE 99999999     TO DATA-PROX-EXT-W.
           MOVE PORTADOR-W   TO PORTADOR-CR230.
           MOVE DATA-ATUAL-W TO DATA-CR230.
           MOVE 99999        TO SEQ-CR230.
           START CRD230 KEY IS > CHAVE-CR230
                 INVALID KEY MOVE "10" TO ST-CRD230.
           PERFORM UNTIL ST-CRD230 = "10"
              READ CRD230 NEXT RECORD AT END MOVE "10" TO ST-CRD230
              NOT AT END
                IF PORTADOR-CR230 <> PORTADOR-W
                   MOVE "10" TO ST-CRD230
                ELSE
                   IF CR230-ABERTO
                      MOVE DATA-CR230 TO DATA-PROX-EXT-W
                      MOVE "10" TO ST-CRD230
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       PROXIMA-DATA-RETORNO SECTION.
           MOVE 99999999     TO DATA-PROX-RET-W.
           MOVE PORTADOR-W   TO PORTADOR-CR229.
           MOVE DATA-ATUAL-W TO DATA-CR229.
           MOVE 99999        TO SEQ-CR229.
           START CRD229 KEY IS > CHAVE-CR229
                 INVALID KEY MOVE "10" TO ST-CRD229.
           PERFORM UNTIL ST-CRD229 = "10"
              READ CRD229 NEXT RECORD AT END MOVE "10" TO ST-CRD229
              NOT AT END
                IF PORTADOR-CR229 <> PORTADOR-W
                   MOVE "10" TO ST-CRD229
                ELSE
                   IF CR229-ABERTA
                      MOVE DATA-CR229 TO DATA-PROX-RET-W
                      MOVE "10" TO ST-CRD229
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       CONCILIA-DATA SECTION.
      *    Liquido do retorno (CRD229 em aberto menos CRD217 do dia)
      *    contra liquido do extrato (CRD230 em aberto do dia).
           MOVE ZEROS TO TOTAL-LIQ-W TOTAL-TAR-W TOTAL-CRED-W
                         TOTAL-DEB-W.
           MOVE PORTADOR-W  TO PORTADOR-CR229.
           MOVE DATA-CONC-W TO DATA-CR229.
           MOVE ZEROS       TO SEQ-CR229.
           START CRD229 KEY IS NOT < CHAVE-CR229
                 INVALID KEY MOVE "10" TO ST-CRD229.
           PERFORM UNTIL ST-CRD229 = "10"
              READ CRD229 NEXT RECORD AT END MOVE "10" TO ST-CRD229
              NOT AT END
                IF PORTADOR-CR229 <> PORTADOR-W OR
                   DATA-CR229 <> DATA-CONC-W
                   MOVE "10" TO ST-CRD229
                ELSE
                   IF CR229-ABERTA
                      ADD VALOR-CR229 TO TOTAL-LIQ-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE PORTADOR-W  TO PORTADOR-CR217.
           MOVE DATA-CONC-W TO DATA-CR217.
           MOVE ZEROS       TO SEQ-CR217.
           START CRD217 KEY IS NOT < CHAVE-CR217
                 INVALID KEY MOVE "10" TO ST-CRD217.
           PERFORM UNTIL ST-CRD217 = "10"
              READ CRD217 NEXT RECORD AT END MOVE "10" TO ST-CRD217
              NOT AT END
                IF PORTADOR-CR217 <> PORTADOR-W OR
                   DATA-CR217 <> DATA-CONC-W
                   MOVE "10" TO ST-CRD217
                ELSE
                   ADD VALOR-CR217 TO TOTAL-TAR-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE PORTADOR-W  TO PORTADOR-CR230.
           MOVE DATA-CONC-W TO DATA-CR230.
           MOVE ZEROS       TO SEQ-CR230.
           START CRD230 KEY IS NOT < CHAVE-CR230
                 INVALID KEY MOVE "10" TO ST-CRD230.
           PERFORM UNTIL ST-CRD230 = "10"
              READ CRD230 NEXT RECORD AT END MOVE "10" TO ST-CRD230
              NOT AT END
                IF PORTADOR-CR230 <> PORTADOR-W OR
                   DATA-CR230 <> DATA-CONC-W
                   MOVE "10" TO ST-CRD230
                ELSE
                   IF CR230-ABERTO
                      IF CR230-CREDITO
                         ADD VALOR-CR230 TO TOTAL-CRED-W
                      ELSE
                         ADD VALOR-CR230 TO TOTAL-DEB-W
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

           COMPUTE LIQUIDO-RET-W = TOTAL-LIQ-W - TOTAL-TAR-W.
           COMPUTE LIQUIDO-EXT-W = TOTAL-CRED-W - TOTAL-DEB-W.
           COMPUTE DIFERENCA-W   = LIQUIDO-EXT-W - LIQUIDO-RET-W.
           IF DIFERENCA-W = ZEROS
              PERFORM MARCA-DATA-CONCILIADA
              ADD 1 TO CONT-DATAS-OK-W
           ELSE
              PERFORM GRAVA-LINHA-DIFERENCA
              ADD 1 TO CONT-DATAS-DIF-W
           END-IF.

       MARCA-DATA-CONCILIADA SECTION.
           MOVE PORTADOR-W  TO PORTADOR-CR229.
           MOVE DATA-CONC-W TO DATA-CR229.
           MOVE ZEROS       TO SEQ-CR229.
           START CRD229 KEY IS NOT < CHAVE-CR229
                 INVALID KEY MOVE "10" TO ST-CRD229.
           PERFORM UNTIL ST-CRD229 = "10"
              READ CRD229 NEXT RECORD AT END MOVE "10" TO ST-CRD229
              NOT AT END
                IF PORTADOR-CR229 <> PORTADOR-W OR
                   DATA-CR229 <> DATA-CONC-W
                   MOVE "10" TO ST-CRD229
                ELSE
                   IF CR229-ABERTA
                      MOVE "C"         TO SITUACAO-CR229
                      MOVE DATA-HOJE-W TO DATA-CONCILIACAO-CR229
                      REWRITE REG-CRD229
                      END-REWRITE
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE PORTADOR-W  TO PORTADOR-CR230.
           MOVE DATA-CONC-W TO DATA-CR230.
           MOVE ZEROS       TO SEQ-CR230.
           START CRD230 KEY IS NOT < CHAVE-CR230
                 INVALID KEY MOVE "10" TO ST-CRD230.
           PERFORM UNTIL ST-CRD230 = "10"
              READ CRD230 NEXT RECORD AT END MOVE "10" TO ST-CRD230
              NOT AT END
                IF PORTADOR-CR230 <> PORTADOR-W OR
                   DATA-CR230 <> DATA-CONC-W
                   MOVE "10" TO ST-CRD230
                ELSE
                   IF CR230-ABERTO
                      MOVE "C"         TO SITUACAO-CR230
                      MOVE DATA-HOJE-W TO DATA-SITUACAO-CR230
                      MOVE USUARIO-W   TO USUARIO-CR230
                      REWRITE REG-CRD230
                      END-REWRITE
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       GRAVA-LINHA-DIFERENCA SECTION.
           EVALUATE TRUE
               WHEN TOTAL-LIQ-W = ZEROS AND TOTAL-TAR-W = ZEROS
                    MOVE "LANCAMENTO SEM RETORNO" TO SITUACAO-DIF-W
               WHEN TOTAL-CRED-W = ZEROS AND TOTAL-DEB-W = ZEROS
                    MOVE "CREDITO NAO LOCALIZADO" TO SITUACAO-DIF-W
               WHEN OTHER
                    MOVE "DIFERENCA"              TO SITUACAO-DIF-W
           END-EVALUATE.
           MOVE DATA-CONC-W(7: 2) TO DIA-DSP-W.
           MOVE DATA-CONC-W(5: 2) TO MES-DSP-W.
           MOVE DATA-CONC-W(1: 4) TO ANO-DSP-W.
           MOVE TOTAL-LIQ-W   TO VALOR-DSP-W.
           MOVE VALOR-DSP-W   TO VALOR1-DSP-W.
           MOVE TOTAL-TAR-W   TO VALOR-DSP-W.
           MOVE VALOR-DSP-W   TO VALOR2-DSP-W.
           MOVE LIQUIDO-RET-W TO VALOR-SIN-DSP-W.
           MOVE VALOR-SIN-DSP-W TO VALOR3-DSP-W.
           MOVE TOTAL-CRED-W  TO VALOR-DSP-W.
           MOVE VALOR-DSP-W   TO VALOR4-DSP-W.
           MOVE TOTAL-DEB-W   TO VALOR-DSP-W.
           MOVE VALOR-DSP-W   TO VALOR5-DSP-W.
           MOVE LIQUIDO-EXT-W TO VALOR-SIN-DSP-W.
           MOVE VALOR-SIN-DSP-W TO VALOR6-DSP-W.
           MOVE DIFERENCA-W   TO VALOR-SIN-DSP-W.
           MOVE VALOR-SIN-DSP-W TO VALOR7-DSP-W.
           MOVE SPACES TO REG-CONCREL.
           STRING SITUACAO-DIF-W DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  PORTADOR-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DATA-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR1-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR2-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR3-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR4-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR5-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR6-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR7-DSP-W DELIMITED BY SIZE
                  INTO REG-CONCREL
           WRITE REG-CONCREL.

      *    Lancamentos do extrato em aberto no dia, p/ quem for
      *    investigar (e resolver no CRP245 o que nao for retorno).
           MOVE PORTADOR-W  TO PORTADOR-CR230.
           MOVE DATA-CONC-W TO DATA-CR230.
           MOVE ZEROS       TO SEQ-CR230.
           START CRD230 KEY IS NOT < CHAVE-CR230
                 INVALID KEY MOVE "10" TO ST-CRD230.
           PERFORM UNTIL ST-CRD230 = "10"
              READ CRD230 NEXT RECORD AT END MOVE "10" TO ST-CRD230
              NOT AT END
                IF PORTADOR-CR230 <> PORTADOR-W OR
                   DATA-CR230 <> DATA-CONC-W
                   MOVE "10" TO ST-CRD230
                ELSE
                   IF CR230-ABERTO
                      PERFORM GRAVA-LINHA-LANCAMENTO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       GRAVA-LINHA-LANCAMENTO SECTION.
           MOVE VALOR-CR230 TO VALOR-DSP-W.
           MOVE SPACES TO REG-CONCREL.
           STRING "  LANCAMENTO EM ABERTO" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PORTADOR-CR230 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DATA-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SEQ-CR230 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TIPO-LANCTO-CR230 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR-DSP-W DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  HISTORICO-CR230 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DOCUMENTO-CR230 DELIMITED BY SIZE
                  INTO REG-CONCREL
           WRITE REG-CONCREL.

       GRAVA-TOTAIS-CONCREL SECTION.
           MOVE CONT-IMPORTADOS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-CONCREL.
           STRING "LANCAMENTOS IMPORTADOS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-CONCREL
           WRITE REG-CONCREL.
           MOVE CONT-PIX-IGN-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-CONCREL.
           STRING "LANCAMENTOS PIX IGNORADOS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-CONCREL
           WRITE REG-CONCREL.
           MOVE CONT-DUPLICADOS-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-CONCREL.
           STRING "LANCAMENTOS JA IMPORTADOS ANTES" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-CONCREL
           WRITE REG-CONCREL.
           MOVE CONT-DATAS-OK-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-CONCREL.
           STRING "DATAS CONCILIADAS" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-CONCREL
           WRITE REG-CONCREL.
           MOVE CONT-DATAS-DIF-W TO QTDE-DSP-W.
           MOVE SPACES TO REG-CONCREL.
           STRING "DATAS COM DIFERENCA" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-DSP-W DELIMITED BY SIZE
                  INTO REG-CONCREL
           WRITE REG-CONCREL.

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
           MOVE "CRP244"            TO LOGACESS-PROGRAMA
           MOVE "FECHADO"           TO LOGACESS-STATUS
           MOVE CONT-IMPORTADOS-W   TO LOGACESS-QTDE-GRAVACOES
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

           CLOSE CAD018 CRD217 CRD229 CRD230 CONCREL.
           IF TEM-EXTRATO-W = "S"
              CLOSE EXTRATO.

           STOP RUN.
