      *PORTADOR, CARTEIRA, VALOR DO TITULO, VALOR PAGO E A DIFERENCA
      *(JUROS RECEBIDO OU DESCONTO CONCEDIDO), E O TRAILER FECHA OS
      *TOTAIS P/ O CONTADOR AMARRAR COM O EXTRATO BANCARIO.
      *OS ESTORNOS DE BAIXA FEITOS NO CRP233 (CRD221) SAEM NO MESMO
      *ARQUIVO COMO LINHA NEGATIVA, NA PRIMEIRA EXPORTACAO DEPOIS DO
      *ESTORNO, E OS TOTAIS DO TRAILER SAO LIQUIDOS DOS ESTORNOS.
      *AS BAIXAS POR PERDA (PDD) APROVADAS NO CRP238 (CRD224) NAO TEM
      *DINHEIRO E SAEM DEPOIS DO TRAILER, EM BLOCO PROPRIO "PERDAS"
      *COM TOTAL SEPARADO, NA PRIMEIRA EXPORTACAO DEPOIS DA APROVACAO.
       DATE-WRITTEN.  02/09/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX220.
           COPY CRPX221.
           COPY CRPX224.
           COPY LOGACESS.SEL.
           SELECT CONTABEXP ASSIGN TO PATH-CONTABEXP
                  ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW220.
       COPY CRPW221.
       COPY CRPW224.
       COPY LOGACESS.FD.
       FD  CONTABEXP
           LABEL RECORD IS OMITTED.
           05 ACESSO-PROGRAMA-W    PIC X(08)   VALUE SPACES.
           05 ACESSO-PERMITIDO-W   PIC X(01)   VALUE SPACES.
           05 ST-CRD020            PIC XX      VALUE SPACES.
           05 ST-CRD220            PIC XX      VALUE SPACES.
           05 ST-CRD221            PIC XX      VALUE SPACES.
           05 ST-CRD224            PIC XX      VALUE SPACES.
           05 ST-CONTABEXP         PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-CRD020          PIC X(30)   VALUE SPACES.
           05 PATH-CRD220          PIC X(30)   VALUE SPACES.
           05 PATH-CRD221          PIC X(30)   VALUE SPACES.
           05 PATH-CRD224          PIC X(30)   VALUE SPACES.
           05 PATH-CONTABEXP       PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
           05 DATA-MOVTO-W         PIC 9(08)   VALUE ZEROS.
           05 JUROS-W              PIC 9(11)V99 VALUE ZEROS.
           05 DESCONTO-W           PIC 9(11)V99 VALUE ZEROS.
           05 CONT-BAIXAS-W        PIC 9(06)   VALUE ZEROS.
           05 CONT-ESTORNOS-W      PIC 9(06)   VALUE ZEROS.
           05 CONT-PERDAS-W        PIC 9(06)   VALUE ZEROS.
           05 TOT-PERDAS-W         PIC 9(13)V99 VALUE ZEROS.
      *    Totais com sinal: os estornos do CRD221 entram negativos.
           05 TOT-TITULO-W         PIC S9(13)V99 VALUE ZEROS.
           05 TOT-PAGO-W           PIC S9(13)V99 VALUE ZEROS.
           05 TOT-JUROS-W          PIC S9(13)V99 VALUE ZEROS.
           05 TOT-DESCONTO-W       PIC S9(13)V99 VALUE ZEROS.
           05 QTDE-DSP-W           PIC ZZZ.ZZ9.
           05 VALOR-TIT-DSP-W      PIC -ZZZZZZZZ9,99.
           05 VALOR-PAGO-DSP-W     PIC -ZZZZZZZZ9,99.
           05 JUROS-DSP-W          PIC -ZZZZZZZZ9,99.
           05 DESCONTO-DSP-W       PIC -ZZZZZZZZ9,99.
           05 TOT-TIT-DSP-W        PIC -ZZZZZZZZZZ9,99.
           05 TOT-PAGO-DSP-W       PIC -ZZZZZZZZZZ9,99.
           05 TOT-JUROS-DSP-W      PIC -ZZZZZZZZZZ9,99.
           05 TOT-DESC-DSP-W       PIC -ZZZZZZZZZZ9,99.
           05 VALOR-NEG-W          PIC S9(11)V99 VALUE ZEROS.
           05 PORTADOR-DSP-W       PIC ZZZ9.
           05 CARTEIRA-DSP-W       PIC Z9.
           05 HORA-BRA             PIC 9(8)    VALUE ZEROS.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = ZEROS
              PERFORM EXPORTA-BAIXAS-DO-DIA
              PERFORM EXPORTA-ESTORNOS
              PERFORM GRAVA-TRAILER
              PERFORM EXPORTA-PERDAS
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

              MOVE 1 TO ERRO-W.
           MOVE EMPRESA-W           TO EMP-REC.
           MOVE "CRD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD220"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD220.
           MOVE "CRD221"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD221.
           MOVE "CRD224"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD224.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "CONTABEXP" TO ARQ-REC. MOVE EMPRESA-REF TO
           IF DATA-MOVTO-W = ZEROS
              MOVE WS-DATA-CPU TO DATA-MOVTO-W.

           OPEN INPUT CRD020 CRD220.
           OPEN OUTPUT CONTABEXP.
           OPEN I-O CRD221.
           IF ST-CRD221 = "35"
              CLOSE CRD221      OPEN OUTPUT CRD221
              CLOSE CRD221      OPEN I-O CRD221
           END-IF.
           OPEN I-O CRD224.
           IF ST-CRD224 = "35"
              CLOSE CRD224      OPEN OUTPUT CRD224
              CLOSE CRD224      OPEN I-O CRD224
           END-IF.

           IF ST-CRD020 <> "00"
              DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
           IF ST-CONTABEXP <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO CONTABEXP: " ST-CONTABEXP
              MOVE 1 TO ERRO-W.
           IF ST-CRD221 <> "00"
              DISPLAY "ERRO ABERTURA CRD221: " ST-CRD221
              MOVE 1 TO ERRO-W.
           IF ST-CRD224 <> "00"
              DISPLAY "ERRO ABERTURA CRD224: " ST-CRD224
              MOVE 1 TO ERRO-W.
      *    CNPJ do beneficiario (CRD220, mantido pelo CRP232) vai em
      *    toda linha, p/ o contador separar as empresas; sem ele o
      *    arquivo nao e gerado.
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
              STRING "CONTRATO/ALBUM" DELIMITED BY SIZE
                     "JUROS RECEBIDO" DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     "DESCONTO CONCEDIDO" DELIMITED BY SIZE
                     ";" DELIMITED BY SIZE
                     "CNPJ BENEFICIARIO" DELIMITED BY SIZE
                     INTO REG-CONTABEXP
              WRITE REG-CONTABEXP
              OPEN I-O LOGACESS
                  JUROS-DSP-W      DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  DESCONTO-DSP-W   DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  CNPJ-CR220       DELIMITED BY SIZE
                  INTO REG-CONTABEXP
           WRITE REG-CONTABEXP.

           ADD JUROS-W         TO TOT-JUROS-W.
           ADD DESCONTO-W      TO TOT-DESCONTO-W.

       EXPORTA-ESTORNOS SECTION.
      *    Estornos de baixa do CRP233 ainda nao exportados (ou
      *    exportados nesta mesma data - reprocessamento do dia) com
      *    DATA-ESTORNO-CR221 ate a data do movimento. Se a baixa
      *    estornada e do proprio dia do movimento, ela ja nao sai
      *    em EXPORTA-BAIXAS-DO-DIA (o titulo foi reaberto) e o
      *    estorno so e marcado, sem linha negativa.
           MOVE LOW-VALUES TO CHAVE-CR221.
           START CRD221 KEY IS NOT LESS CHAVE-CR221 INVALID KEY
                 MOVE "10" TO ST-CRD221.
           PERFORM UNTIL ST-CRD221 = "10"
             READ CRD221 NEXT RECORD AT END MOVE "10" TO ST-CRD221
               NOT AT END
                 IF (DATA-EXPORTACAO-CR221 = ZEROS AND
                     DATA-ESTORNO-CR221 NOT > DATA-MOVTO-W) OR
                    DATA-EXPORTACAO-CR221 = DATA-MOVTO-W
                    IF DATA-PAGTO-CR221 < DATA-MOVTO-W
                       PERFORM EXPORTA-UM-ESTORNO
                    END-IF
                    MOVE DATA-MOVTO-W TO DATA-EXPORTACAO-CR221
                    REWRITE REG-CRD221
                    END-REWRITE
                 END-IF
             END-READ
           END-PERFORM.

       EXPORTA-UM-ESTORNO SECTION.
      *    Mesma linha do EXPORTA-UMA-BAIXA com todos os valores
      *    negativos, anulando a baixa exportada anteriormente.
           COMPUTE DIFERENCA-W = VALOR-PAGO-CR221 - VALOR-TOT-CR221.
           MOVE ZEROS TO JUROS-W DESCONTO-W.
           IF DIFERENCA-W > ZEROS
              MOVE DIFERENCA-W TO JUROS-W
           ELSE
              COMPUTE DESCONTO-W = ZEROS - DIFERENCA-W
           END-IF.

           COMPUTE VALOR-NEG-W = ZEROS - VALOR-TOT-CR221.
           MOVE VALOR-NEG-W     TO VALOR-TIT-DSP-W.
           ADD VALOR-NEG-W      TO TOT-TITULO-W.
           COMPUTE VALOR-NEG-W = ZEROS - VALOR-PAGO-CR221.
           MOVE VALOR-NEG-W     TO VALOR-PAGO-DSP-W.
           ADD VALOR-NEG-W      TO TOT-PAGO-W.
           COMPUTE VALOR-NEG-W = ZEROS - JUROS-W.
           MOVE VALOR-NEG-W     TO JUROS-DSP-W.
           ADD VALOR-NEG-W      TO TOT-JUROS-W.
           COMPUTE VALOR-NEG-W = ZEROS - DESCONTO-W.
           MOVE VALOR-NEG-W     TO DESCONTO-DSP-W.
           ADD VALOR-NEG-W      TO TOT-DESCONTO-W.
           MOVE PORTADOR-CR221  TO PORTADOR-DSP-W.
           MOVE CARTEIRA-CR221  TO CARTEIRA-DSP-W.

           MOVE SPACES TO REG-CONTABEXP.
           STRING COD-COMPL-CR221  DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  SEQ-CR221        DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  NR-DOCTO-CR221   DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  PORTADOR-DSP-W   DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  CARTEIRA-DSP-W   DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  VALOR-TIT-DSP-W  DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  VALOR-PAGO-DSP-W DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  JUROS-DSP-W      DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  DESCONTO-DSP-W   DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  CNPJ-CR220       DELIMITED BY SIZE
                  INTO REG-CONTABEXP
           WRITE REG-CONTABEXP.

           ADD 1               TO CONT-ESTORNOS-W.

       GRAVA-TRAILER SECTION.
      *    Trailer com os totais do dia, p/ o contador conferir o
      *    arquivo contra o extrato bancario antes de contabilizar.
           COMPUTE QTDE-DSP-W = CONT-BAIXAS-W + CONT-ESTORNOS-W.
           MOVE TOT-TITULO-W   TO TOT-TIT-DSP-W.
           MOVE TOT-PAGO-W     TO TOT-PAGO-DSP-W.
           MOVE TOT-JUROS-W    TO TOT-JUROS-DSP-W.
                  TOT-JUROS-DSP-W  DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  TOT-DESC-DSP-W   DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  CNPJ-CR220       DELIMITED BY SIZE
                  INTO REG-CONTABEXP
           WRITE REG-CONTABEXP.

       EXPORTA-PERDAS SECTION.
      *    Perdas aprovadas no CRP238 ainda nao exportadas (ou
      *    exportadas nesta mesma data - reprocessamento do dia) com
      *    DATA-DECISAO-CR224 ate a data do movimento. Nao houve
      *    pagamento: a linha leva o valor do titulo e zeros no
      *    pago/juros/desconto, num bloco "PERDAS" depois do trailer
      *    das baixas, p/ nao misturar com o que bate no extrato.
           MOVE LOW-VALUES TO CHAVE-CR224.
           START CRD224 KEY IS NOT LESS CHAVE-CR224 INVALID KEY
                 MOVE "10" TO ST-CRD224.
           PERFORM UNTIL ST-CRD224 = "10"
             READ CRD224 NEXT RECORD AT END MOVE "10" TO ST-CRD224
               NOT AT END
                 IF CR224-APROVADO AND
                    ((DATA-EXPORTACAO-CR224 = ZEROS AND
                      DATA-DECISAO-CR224 NOT > DATA-MOVTO-W) OR
                     DATA-EXPORTACAO-CR224 = DATA-MOVTO-W)
                    IF CONT-PERDAS-W = ZEROS
                       MOVE "PERDAS" TO REG-CONTABEXP
                       WRITE REG-CONTABEXP
                    END-IF
                    PERFORM EXPORTA-UMA-PERDA
                    MOVE DATA-MOVTO-W TO DATA-EXPORTACAO-CR224
                    REWRITE REG-CRD224
                    END-REWRITE
                 END-IF
             END-READ
           END-PERFORM.
           IF CONT-PERDAS-W > ZEROS
              MOVE CONT-PERDAS-W  TO QTDE-DSP-W
              MOVE TOT-PERDAS-W   TO TOT-TIT-DSP-W
              MOVE ZEROS          TO TOT-PAGO-DSP-W TOT-JUROS-DSP-W
                                     TOT-DESC-DSP-W
              MOVE SPACES TO REG-CONTABEXP
              STRING "TOTAIS PERDAS " DELIMITED BY SIZE
                     DATA-MOVTO-W     DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     QTDE-DSP-W       DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     TOT-TIT-DSP-W    DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     TOT-PAGO-DSP-W   DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     TOT-JUROS-DSP-W  DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     TOT-DESC-DSP-W   DELIMITED BY SIZE
                     ";"              DELIMITED BY SIZE
                     CNPJ-CR220       DELIMITED BY SIZE
                     INTO REG-CONTABEXP
              WRITE REG-CONTABEXP
           END-IF.

       EXPORTA-UMA-PERDA SECTION.
           MOVE VALOR-CR224     TO VALOR-TIT-DSP-W.
           MOVE ZEROS           TO VALOR-PAGO-DSP-W JUROS-DSP-W
                                   DESCONTO-DSP-W.
           MOVE PORTADOR-CR224  TO PORTADOR-DSP-W.
           MOVE CARTEIRA-CR224  TO CARTEIRA-DSP-W.

           MOVE SPACES TO REG-CONTABEXP.
           STRING COD-COMPL-CR224  DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  SEQ-CR224        DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  NR-DOCTO-CR224   DELIMITED BY SPACE
                  ";"              DELIMITED BY SIZE
                  PORTADOR-DSP-W   DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  CARTEIRA-DSP-W   DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  VALOR-TIT-DSP-W  DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  VALOR-PAGO-DSP-W DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  JUROS-DSP-W      DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  DESCONTO-DSP-W   DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  CNPJ-CR220       DELIMITED BY SIZE
                  INTO REG-CONTABEXP
           WRITE REG-CONTABEXP.

           ADD 1               TO CONT-PERDAS-W.
           ADD VALOR-CR224     TO TOT-PERDAS-W.

       FINALIZAR-PROGRAMA SECTION.
      *    Independe de ERRO-W: mesmo quando a abertura de algum
      *    arquivo falhou, os demais arquivos ja abertos em
           MOVE 1                   TO LOGACESS-SEQUENCIA
           MOVE "CRP222"            TO LOGACESS-PROGRAMA
           MOVE "FECHADO"           TO LOGACESS-STATUS
           COMPUTE LOGACESS-QTDE-GRAVACOES =
                   CONT-BAIXAS-W + CONT-ESTORNOS-W + CONT-PERDAS-W
           MOVE ZEROS               TO LOGACESS-QTDE-EXCLUSOES
                                        LOGACESS-QTDE-REMESSAS
           MOVE "10" TO FS-LOGACESS

           CLOSE LOGACESS

           CLOSE CRD020 CRD220 CRD221 CRD224 CONTABEXP.

           STOP RUN.
