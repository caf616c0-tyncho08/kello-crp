                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REMEXP.
           SELECT REMESSA-HIST240-PURGA ASSIGN TO PATH-REMHIST-PURGA-W
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REMHIST.
           SELECT REMESSA-EXPORT240 ASSIGN TO PATH-REMEXPORT-W
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REMEXP.
           SELECT PURGA-REL ASSIGN TO PATH-PURGAREL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           05  ID-REG-REME      PIC X(02).
           05  DADOS-REME       PIC X(498).
           05  PULA-REME        PIC X(02).
      *    Copia arquivada de remessa CNAB 240 (nome iniciado por "C"
      *    - ver ARQUIVA-REMESSA do CRP9109) e sua guarda externa:
      *    240 posicoes + CR/LF.
       FD  REMESSA-HIST240-PURGA
           LABEL RECORD IS OMITTED.
       01  REG-REMESSA-HIST240-PURGA.
           05  DADOS-REMH240    PIC X(240).
           05  PULA-REMH240     PIC X(02).
       FD  REMESSA-EXPORT240
           LABEL RECORD IS OMITTED.
       01  REG-REMESSA-EXPORT240.
           05  DADOS-REME240    PIC X(240).
           05  PULA-REME240     PIC X(02).
      *    PURGA-REL - lista, em texto, cada registro CRD211
      *    expurgado nesta execucao, nos mesmos moldes do RETORNO-REJ
      *    do CRP9110.
      *    segue; se a copia de guarda nao pode ser gravada, o
      *    registro fica intacto e e so listado como mantido.
           MOVE CRD211-ARQUIVO-HIST TO PATH-REMHIST-PURGA-W.
           IF CRD211-ARQUIVO-HIST(21: 1) = "C"
              OPEN INPUT REMESSA-HIST240-PURGA
           ELSE
              OPEN INPUT REMESSA-HIST-PURGA
           END-IF.
           IF ST-REMHIST <> "00"
              MOVE 1 TO EXPURGO-OK-W
              EXIT SECTION
           END-IF.
           MOVE CRD211-ARQUIVO-HIST(21: 10) TO ARQ-EXP.
           IF CRD211-ARQUIVO-HIST(21: 1) = "C"
              OPEN OUTPUT REMESSA-EXPORT240
           ELSE
              OPEN OUTPUT REMESSA-EXPORT
           END-IF.
           IF ST-REMEXP <> "00"
              DISPLAY "ERRO GRAVACAO GUARDA EXTERNA: " ST-REMEXP
                      " " PATH-REMEXPORT-W
              IF CRD211-ARQUIVO-HIST(21: 1) = "C"
                 CLOSE REMESSA-HIST240-PURGA
              ELSE
                 CLOSE REMESSA-HIST-PURGA
              END-IF
              ADD 1 TO CONT-EXP-FALHA-W
              MOVE SPACES TO REG-PURGA-REL
              STRING CRD211-DATA        DELIMITED BY SIZE
              WRITE REG-PURGA-REL
              EXIT SECTION
           END-IF.
           IF CRD211-ARQUIVO-HIST(21: 1) = "C"
              PERFORM COPIA-EXPORT-240
           ELSE
              PERFORM COPIA-EXPORT-400
           END-IF.
           MOVE 1 TO EXPURGO-OK-W.

       COPIA-EXPORT-400 SECTION.
           MOVE ZEROS TO ST-REMHIST.
           PERFORM UNTIL ST-REMHIST = "10"
             READ REMESSA-HIST-PURGA AT END MOVE "10" TO ST-REMHIST
             END-READ
           END-PERFORM.
           CLOSE REMESSA-HIST-PURGA REMESSA-EXPORT.

       COPIA-EXPORT-240 SECTION.
           MOVE ZEROS TO ST-REMHIST.
           PERFORM UNTIL ST-REMHIST = "10"
             READ REMESSA-HIST240-PURGA AT END MOVE "10" TO ST-REMHIST
               NOT AT END
                 MOVE REG-REMESSA-HIST240-PURGA
                                        TO REG-REMESSA-EXPORT240
                 WRITE REG-REMESSA-EXPORT240
             END-READ
           END-PERFORM.
           CLOSE REMESSA-HIST240-PURGA REMESSA-EXPORT240.

       EXPURGA-CARTEIRAS SECTION.
      *    Apaga tambem a quebra por carteira (CRD213) desta remessa
