           COPY CAPX010.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX220.
           COPY LOGACESS.SEL.
           SELECT CARTACOB ASSIGN TO PATH-CARTACOB
                  ORGANIZATION IS LINE SEQUENTIAL
       COPY CAPW010.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW220.
       COPY LOGACESS.FD.
      *    CARTACOB - arquivo-texto com as cartas da rodada, uma
      *    apos a outra, pronto p/ imprimir - nos mesmos moldes do
           05 ST-CAD010            PIC XX      VALUE SPACES.
           05 ST-CRD200            PIC XX      VALUE SPACES.
           05 ST-CRD201            PIC XX      VALUE SPACES.
           05 ST-CRD220            PIC XX      VALUE SPACES.
           05 ST-CARTACOB          PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-CRD020          PIC X(30)   VALUE SPACES.
           05 PATH-CAD010          PIC X(30)   VALUE SPACES.
           05 PATH-CRD200          PIC X(30)   VALUE SPACES.
           05 PATH-CRD201          PIC X(30)   VALUE SPACES.
           05 PATH-CRD220          PIC X(30)   VALUE SPACES.
           05 PATH-CARTACOB        PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
           05 DIAS-MINIMO-W        PIC 9(03)   VALUE 030.
           MOVE "CAD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD010.
           MOVE "CRD200"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "CRD220"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD220.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "CARTACOB" TO ARQ-REC. MOVE EMPRESA-REF TO
           MOVE FUNCTION DATE-OF-INTEGER(DATA-AUX-INT-W)
                                        TO DATA-LIMITE-W.

           OPEN INPUT CRD020 CGD010 CGD011 CGD014 CAD010 CRD220.
           OPEN I-O   CRD214.
           IF ST-CRD214 = "35"  CLOSE CRD214  OPEN OUTPUT CRD214
                                CLOSE CRD214  OPEN I-O CRD214.
           IF ST-CARTACOB <> "00"
              DISPLAY "ERRO ABERTURA ARQUIVO CARTACOB: " ST-CARTACOB
              MOVE 1 TO ERRO-W.
      *    Remetente das cartas: beneficiario da empresa (CRD220,
      *    mantido pelo CRP232); sem ele a rodada nao e gerada.
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
           END-EVALUATE.
           WRITE REG-CARTACOB.
           MOVE SPACES TO REG-CARTACOB.
           MOVE RAZAO-SOCIAL-CR220 TO REG-CARTACOB.
           WRITE REG-CARTACOB.
           MOVE SPACES TO LINHA-CARTA-W.
           STRING ENDERECO-CR220 DELIMITED BY "  "
                  " - "          DELIMITED BY SIZE
                  BAIRRO-CR220   DELIMITED BY "  "
                  " - "          DELIMITED BY SIZE
                  CIDADE-CR220   DELIMITED BY "  "
                  "/"            DELIMITED BY SIZE
                  UF-CR220       DELIMITED BY SIZE
                  INTO LINHA-CARTA-W.
           MOVE LINHA-CARTA-W TO REG-CARTACOB.
           WRITE REG-CARTACOB.
           MOVE SPACES TO LINHA-CARTA-W.
           IF TIPO-INSC-CR220 = 1
              STRING "CPF: " CNPJ-CR220(4: 11)
                     DELIMITED BY SIZE INTO LINHA-CARTA-W
           ELSE
              STRING "CNPJ: " CNPJ-CR220
                     DELIMITED BY SIZE INTO LINHA-CARTA-W
           END-IF.
           MOVE LINHA-CARTA-W TO REG-CARTACOB.
           WRITE REG-CARTACOB.
           MOVE SPACES TO REG-CARTACOB.
           WRITE REG-CARTACOB.
           CLOSE LOGACESS

           CLOSE CRD020 CRD214 CGD010 CGD011 CGD014 CAD010
                 CRD200 CRD201 CRD220 CARTACOB.

           STOP RUN.
