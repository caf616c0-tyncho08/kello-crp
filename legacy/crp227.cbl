      *DA DATA DO CREDITO), BAIXA O TITULO COM ANOTACAO CRD200/
      *CRD201 E MANDA O QUE FICOU AMBIGUO OU SEM CORRESPONDENCIA P/
      *A LISTAGEM DE SUSPENSOS - NOS MESMOS MOLDES DO RETORNO-REJ DO
      *CRP9110. CREDITO SEM TITULO ABERTO, MAS DE VALOR IGUAL A UM
      *TITULO JA BAIXADO DO PAGADOR (PAGO NO CAIXA OU PELO BOLETO),
      *E PAGAMENTO EM DUPLICIDADE: VIRA CREDITO DO CLIENTE NO CRD222.
      *CREDITO DATADO EM COMPETENCIA CONTABIL FECHADA (CRD223 -
      *CRP236) NAO E CONCILIADO: VAI P/ OS SUSPENSOS.
       DATE-WRITTEN.  02/09/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CGPX014.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX222.
           COPY LOGACESS.SEL.
           SELECT PIXCSV ASSIGN TO PIXCSV-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
       COPY CGPW014.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW222.
       COPY LOGACESS.FD.
       FD  PIXCSV
           LABEL RECORD IS OMITTED.
           05 ST-CGD014            PIC XX      VALUE SPACES.
           05 ST-CRD200            PIC XX      VALUE SPACES.
           05 ST-CRD201            PIC XX      VALUE SPACES.
           05 ST-CRD222            PIC XX      VALUE SPACES.
           05 ST-PIXCSV            PIC XX      VALUE SPACES.
           05 ST-PIXSUSP           PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-CGD014          PIC X(30)   VALUE SPACES.
           05 PATH-CRD200          PIC X(30)   VALUE SPACES.
           05 PATH-CRD201          PIC X(30)   VALUE SPACES.
           05 PATH-CRD222          PIC X(30)   VALUE SPACES.
           05 PATH-PIXSUSP         PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
      *    O MENU so preenche as 67 primeiras posicoes de
           05 LINHA-PIX-W          PIC 9(06)   VALUE ZEROS.
           05 CONT-BAIXAS-W        PIC 9(06)   VALUE ZEROS.
           05 CONT-SUSPENSOS-W     PIC 9(06)   VALUE ZEROS.
           05 CONT-CREDITOS-W      PIC 9(06)   VALUE ZEROS.
           05 ULT-SEQ-CR222-W      PIC 9(05)   VALUE ZEROS.
      *    E2E-JA-USADO-W = "S" quando o id E2E da linha ja esta na
      *    anotacao de uma baixa PIX ou num credito do contrato - e
      *    o mesmo extrato importado de novo, nao duplicidade.
           05 E2E-JA-USADO-W       PIC X(01)   VALUE "N".
      *    Campos da linha corrente do extrato, depois do UNSTRING.
           05 DATA-TXT-W           PIC X(10)   VALUE SPACES.
           05 VALOR-TXT-W          PIC X(15)   VALUE SPACES.
           05 ANO-PIX-W            PIC X(04)   VALUE SPACES.
           05 DATA-PIX-W           PIC 9(08)   VALUE ZEROS.
      *    DATA-PIX-W - data do credito ja montada AAAAMMDD.
      *    COMPET-FECHADA-W - devolvido pelo CRPCOMPE: "S" = a data
      *    do credito cai em competencia contabil fechada.
           05 COMPET-FECHADA-W     PIC X(01)   VALUE "N".
              88 COMPETENCIA-FECHADA           VALUE "S".
      *    CPF-AJUST-W - copia do CPF do extrato com os espacos a
      *    direita trocados por zeros, so p/ o teste NUMERIC: o
      *    UNSTRING deixa o CPF de 11 digitos com espacos no fim do
           MOVE "CGD014"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD014.
           MOVE "CRD200"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "CRD222"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD222.
           MOVE "LOGACESS" TO ARQ-REC.  MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "PIXSUSP"  TO ARQ-REC.  MOVE EMPRESA-REF TO
           OPEN I-O   CRD020.
           OPEN INPUT CGD011 CGD014.
           PERFORM ABRE-ARQUIVO-ANOTACAO.
           OPEN I-O   CRD222.
           IF ST-CRD222 = "35"  CLOSE CRD222  OPEN OUTPUT CRD222
                                CLOSE CRD222  OPEN I-O CRD222.
           OPEN INPUT PIXCSV.
           OPEN OUTPUT PIXSUSP.

           IF ST-CRD201 <> "00"
              DISPLAY "ERRO ABERTURA CRD201: " ST-CRD201
              MOVE 1 TO ERRO-W.
           IF ST-CRD222 <> "00"
              DISPLAY "ERRO ABERTURA CRD222: " ST-CRD222
              MOVE 1 TO ERRO-W.
           IF ST-PIXCSV <> "00"
              DISPLAY "ERRO ABERTURA EXTRATO PIX: " ST-PIXCSV
              MOVE 1 TO ERRO-W.
      *          conciliar, nem e credito p/ os suspensos.
                 CONTINUE
              ELSE
                 CALL "CRPCOMPE" USING PARAMETROS-W DATA-PIX-W
                                       COMPET-FECHADA-W
                 CANCEL "CRPCOMPE"
                 IF COMPETENCIA-FECHADA
                    MOVE "COMPETENCIA CONTABIL FECHADA"
                      TO MOTIVO-SUSP-W
                    PERFORM GRAVA-CREDITO-SUSPENSO
                 ELSE
                    PERFORM MONTA-CONTRATOS-DO-PAGADOR
                    IF QTDE-CONTR-W = ZEROS
                       MOVE "CPF DO PAGADOR SEM CONTRATO NO CADASTRO"
                         TO MOTIVO-SUSP-W
                       PERFORM GRAVA-CREDITO-SUSPENSO
                    ELSE
                       PERFORM PROCURA-TITULO-CANDIDATO
                       EVALUATE TRUE
                           WHEN QTDE-CAND-W = ZEROS
                                PERFORM TRATA-CREDITO-DUPLICADO
                           WHEN EMPATE-W = "S"
                                MOVE "MAIS DE UM TITULO CANDIDATO"
                                  TO MOTIVO-SUSP-W
                                PERFORM GRAVA-CREDITO-SUSPENSO
                           WHEN OTHER
                                PERFORM BAIXAR-TITULO-PIX
                       END-EVALUATE
                    END-IF
                 END-IF
              END-IF
            END-READ
                    MOVE "S"             TO EMPATE-W
           END-EVALUATE.

       TRATA-CREDITO-DUPLICADO SECTION.
      *    Sem titulo aberto de valor igual: procura, nos mesmos
      *    contratos, titulo JA baixado (BAIXADO-CR20 = 1) de valor
      *    igual - mesmo criterio de vencimento mais proximo. Achou
      *    um so, e o E2E ainda nao foi usado, o credito e pagamento
      *    em duplicidade e vai p/ o CRD222; qualquer outro caso
      *    continua indo p/ os suspensos.
           PERFORM PROCURA-TITULO-JA-BAIXADO.
           IF QTDE-CAND-W = ZEROS
              MOVE "SEM TITULO ABERTO DE VALOR IGUAL"
                TO MOTIVO-SUSP-W
              PERFORM GRAVA-CREDITO-SUSPENSO
              EXIT SECTION
           END-IF.
           IF EMPATE-W = "S"
              MOVE "DUPLICIDADE - MAIS DE UM TITULO PAGO"
                TO MOTIVO-SUSP-W
              PERFORM GRAVA-CREDITO-SUSPENSO
              EXIT SECTION
           END-IF.
           PERFORM VERIFICA-E2E-JA-USADO.
           IF E2E-JA-USADO-W = "S"
              MOVE "E2E JA CONCILIADO - EXTRATO REPETIDO"
                TO MOTIVO-SUSP-W
              PERFORM GRAVA-CREDITO-SUSPENSO
              EXIT SECTION
           END-IF.
           PERFORM GRAVA-CREDITO-CLIENTE.

       PROCURA-TITULO-JA-BAIXADO SECTION.
      *    Mesma varredura do PROCURA-TITULO-CANDIDATO, agora sobre
      *    os titulos baixados por pagamento.
           MOVE ZEROS TO QTDE-CAND-W
                         CAND-COD-COMPL-W CAND-SEQ-W.
           MOVE 99999 TO MELHOR-DIF-W.
           MOVE "N"   TO EMPATE-W.
           MOVE ZEROS TO IND-CONTR-W.
           PERFORM UNTIL IND-CONTR-W = QTDE-CONTR-W
              ADD 1 TO IND-CONTR-W
              MOVE COD-COMPL-PAG-W(IND-CONTR-W) TO COD-COMPL-CR20
                                                   COD-COMPL-CR20-W
              MOVE ZEROS TO SEQ-CR20
              START CRD020 KEY IS NOT < CHAVE-CR20
                    INVALID KEY MOVE "10" TO ST-CRD020
              END-START
              PERFORM UNTIL ST-CRD020 = "10"
                READ CRD020 NEXT RECORD AT END
                     MOVE "10" TO ST-CRD020
                NOT AT END
                  IF COD-COMPL-CR20 <> COD-COMPL-CR20-W
                     MOVE "10" TO ST-CRD020
                  ELSE
                     IF BAIXADO-CR20 = 1 AND
                        VALOR-TOT-CR20 = VALOR-PIX-W
                        PERFORM AVALIA-CANDIDATO
                     END-IF
                  END-IF
                END-READ
              END-PERFORM
           END-PERFORM.

       VERIFICA-E2E-JA-USADO SECTION.
      *    Procura o E2E da linha nas anotacoes de baixa PIX e nos
      *    creditos do contrato candidato.
           MOVE "N" TO E2E-JA-USADO-W.
           IF E2E-TXT-W = SPACES
              EXIT SECTION
           END-IF.
           MOVE CAND-COD-COMPL-W TO COD-COMPL-CR201.
           MOVE ZEROS            TO SEQ-CR201 SUBSEQ-CR201.
           START CRD201 KEY IS NOT < CHAVE-CR201 INVALID KEY
                 MOVE "10" TO ST-CRD201.
           PERFORM UNTIL ST-CRD201 = "10"
             READ CRD201 NEXT RECORD AT END MOVE "10" TO ST-CRD201
               NOT AT END
                 IF COD-COMPL-CR201 <> CAND-COD-COMPL-W
                    MOVE "10" TO ST-CRD201
                 ELSE
                    IF (ANOTACAO-CR201(1: 9) = "BAIXA PIX" OR
                        ANOTACAO-CR201(1: 10) = "PIX DUPLIC")
                       AND ANOTACAO-CR201(58: 32) = E2E-TXT-W
                       MOVE "S" TO E2E-JA-USADO-W
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
           MOVE CAND-COD-COMPL-W TO COD-COMPL-CR222.
           MOVE ZEROS            TO SEQ-CR222.
           START CRD222 KEY IS NOT < CHAVE-CR222 INVALID KEY
                 MOVE "10" TO ST-CRD222.
           PERFORM UNTIL ST-CRD222 = "10"
             READ CRD222 NEXT RECORD AT END MOVE "10" TO ST-CRD222
               NOT AT END
                 IF COD-COMPL-CR222 <> CAND-COD-COMPL-W
                    MOVE "10" TO ST-CRD222
                 ELSE
                    IF CR222-ORIGEM-PIX AND
                       REFERENCIA-CR222 = E2E-TXT-W
                       MOVE "S" TO E2E-JA-USADO-W
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       GRAVA-CREDITO-CLIENTE SECTION.
      *    Credito do cliente em duplicidade no CRD222 (proximo
      *    SEQ-CR222 do contrato) e anotacao CRD200/CRD201 no
      *    titulo que ja estava pago, com o E2E na mesma posicao da
      *    anotacao de baixa PIX.
           MOVE CAND-COD-COMPL-W TO COD-COMPL-CR222.
           MOVE ZEROS TO SEQ-CR222 ULT-SEQ-CR222-W.
           START CRD222 KEY IS NOT < CHAVE-CR222 INVALID KEY
                 MOVE "10" TO ST-CRD222.
           PERFORM UNTIL ST-CRD222 = "10"
             READ CRD222 NEXT RECORD AT END MOVE "10" TO ST-CRD222
               NOT AT END
                 IF COD-COMPL-CR222 <> CAND-COD-COMPL-W
                    MOVE "10" TO ST-CRD222
                 ELSE MOVE SEQ-CR222 TO ULT-SEQ-CR222-W
                      CONTINUE
             END-READ
           END-PERFORM.
           ADD 1 TO ULT-SEQ-CR222-W.
           INITIALIZE REG-CRD222.
           MOVE CAND-COD-COMPL-W    TO COD-COMPL-CR222.
           MOVE ULT-SEQ-CR222-W     TO SEQ-CR222.
           MOVE DATA-PIX-W          TO DATA-CREDITO-CR222.
           MOVE "P"                 TO ORIGEM-CR222.
           MOVE "D"                 TO TIPO-CR222.
           MOVE CAND-SEQ-W          TO SEQ-TITULO-CR222.
           MOVE VALOR-PIX-W         TO VALOR-CREDITO-CR222.
           MOVE ZEROS               TO VALOR-UTILIZADO-CR222
                                       SEQ-APLICADO-CR222.
           MOVE "A"                 TO SITUACAO-CR222.
           MOVE WS-DATA-CPU         TO DATA-SITUACAO-CR222.
           MOVE E2E-TXT-W           TO REFERENCIA-CR222.
           MOVE USUARIO-W           TO USUARIO-CR222.
           MOVE ZEROS TO ST-CRD222.
           PERFORM UNTIL ST-CRD222 = "10"
              WRITE REG-CRD222 INVALID KEY
                 ADD 1 TO SEQ-CR222
                 CONTINUE
               NOT INVALID KEY MOVE "10" TO ST-CRD222
           END-PERFORM.

           MOVE CAND-COD-COMPL-W TO COD-COMPL-CR200
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
           START CRD200 KEY IS NOT < CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
             READ CRD200 NEXT RECORD AT END MOVE "10" TO ST-CRD200
               NOT AT END
                 IF COD-COMPL-CR200 <> CAND-COD-COMPL-W
                              MOVE "10" TO ST-CRD200
                 ELSE MOVE SEQ-CR200 TO ULT-SEQ
                      CONTINUE
             END-READ
           END-PERFORM.
           MOVE 4               TO SITUACAO-ANOTACAO-CR200.
           ADD 1 TO ULT-SEQ.
           MOVE ULT-SEQ          TO SEQ-CR200.
           MOVE CAND-COD-COMPL-W TO COD-COMPL-CR200.
           MOVE DATA-PIX-W       TO DATA-RETORNO-CR200.
           MOVE USUARIO-W        TO USUARIO-CR200.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU      TO DATA-MOVTO-CR200.
           ACCEPT HORA-BRA FROM TIME.
           MOVE HORA-BRA(1: 4)   TO HORA-MOVTO-CR200.

           MOVE ZEROS TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
              WRITE REG-CRD200 INVALID KEY
                 ADD 1 TO SEQ-CR200
                 CONTINUE
               NOT INVALID KEY MOVE "10" TO ST-CRD200
           END-PERFORM.

           MOVE SEQ-CR200        TO SEQ-CR201.
           MOVE CAND-COD-COMPL-W TO COD-COMPL-CR201.
           MOVE "PIX DUPLIC - DATA: 99999999 - VALOR: 9999999999999 - E2
      -    "E:" TO ANOTACAO-CR201.
           MOVE DATA-PIX-W          TO ANOTACAO-CR201(20: 8)
           COMPUTE VALOR-ANOT-W = VALOR-PIX-W * 100
           MOVE VALOR-ANOT-W        TO ANOTACAO-CR201(38: 13)
           MOVE E2E-TXT-W           TO ANOTACAO-CR201(58: 32)
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
           MOVE "CREDITO CLIENTE SEQ: 99999 - TIPO: X - SEQ PAGO: 99999"
             TO ANOTACAO-CR201.
           MOVE SEQ-CR222           TO ANOTACAO-CR201(22: 5)
           MOVE TIPO-CR222          TO ANOTACAO-CR201(36: 1)
           MOVE CAND-SEQ-W          TO ANOTACAO-CR201(50: 5)
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
           ADD 1 TO CONT-CREDITOS-W.

       BAIXAR-TITULO-PIX SECTION.
      *    Baixa o candidato escolhido - mesma gravacao que o
      *    BAIXAR-TITULO do CRP9110 faz a partir do retorno, aqui a
           MOVE "FECHADO"           TO LOGACESS-STATUS
           MOVE CONT-BAIXAS-W       TO LOGACESS-QTDE-GRAVACOES
           MOVE CONT-SUSPENSOS-W    TO LOGACESS-QTDE-EXCLUSOES
           MOVE CONT-CREDITOS-W     TO LOGACESS-QTDE-REMESSAS
           MOVE "10" TO FS-LOGACESS
           PERFORM UNTIL FS-LOGACESS = "00"
                WRITE REG-LOGACESS INVALID KEY

           CLOSE LOGACESS

           CLOSE CRD020 CGD011 CGD014 CRD200 CRD201 CRD222
                 PIXCSV PIXSUSP.

           STOP RUN.
