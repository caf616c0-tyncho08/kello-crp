                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REENVIO.
           SELECT REMESSA-HIST240 ASSIGN TO PATH-REMHIST-SEL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REMHIST.
           SELECT REMESSA-REENVIO240 ASSIGN TO GS-NOME-ARQ-REENVIO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REENVIO.

       DATA DIVISION.
       FILE SECTION.
           05  ID-REG-REMR      PIC X(02).
           05  DADOS-REMR       PIC X(498).
           05  PULA-REMR        PIC X(02).
      *    Copia arquivada de remessa CNAB 240 (nome iniciado por "C"
      *    - ver ARQUIVA-REMESSA do CRP9109): 240 posicoes + CR/LF.
       FD  REMESSA-HIST240
           LABEL RECORD IS OMITTED.
       01  REG-REMESSA-HIST240.
           05  DADOS-REMH240    PIC X(240).
           05  PULA-REMH240     PIC X(02).
       FD  REMESSA-REENVIO240
           LABEL RECORD IS OMITTED.
       01  REG-REMESSA-REENVIO240.
           05  DADOS-REMR240    PIC X(240).
           05  PULA-REMR240     PIC X(02).

       WORKING-STORAGE SECTION.
           COPY "CRP212.CPB".
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  ST-REMHIST            PIC XX      VALUE SPACES.
           05  ST-REENVIO            PIC XX      VALUE SPACES.
           05  COPIA-OK-W            PIC X(01)   VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD211           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
              EXIT SECTION
           END-IF.
           MOVE GS-ARQUIVO-HIST TO PATH-REMHIST-SEL.
      *    Copia de remessa CNAB 240 tem "C" no inicio do nome e
      *    registro de 240 posicoes; as demais, o de 500.
           MOVE "N" TO COPIA-OK-W.
           IF GS-ARQUIVO-HIST(21: 1) = "C"
              PERFORM COPIA-REMESSA-240
           ELSE
              PERFORM COPIA-REMESSA-400
           END-IF.
           IF COPIA-OK-W <> "S"
              EXIT SECTION
           END-IF.

           MOVE GS-DATA              TO CRD211-DATA.
           MOVE GS-HORA              TO CRD211-HORAS.
           MOVE "Remessa reexportada com sucesso" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.

       COPIA-REMESSA-400 SECTION.
           OPEN INPUT REMESSA-HIST.
           IF ST-REMHIST <> "00"
              MOVE "ERRO ABERTURA HISTORICO: " TO GS-MENSAGEM-ERRO
              MOVE ST-REMHIST TO GS-MENSAGEM-ERRO(27: 02)
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           OPEN OUTPUT REMESSA-REENVIO.
           IF ST-REENVIO <> "00"
              CLOSE REMESSA-HIST
              MOVE "ERRO ABERTURA DESTINO: " TO GS-MENSAGEM-ERRO
              MOVE ST-REENVIO TO GS-MENSAGEM-ERRO(24: 02)
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE ZEROS TO ST-REMHIST.
           PERFORM UNTIL ST-REMHIST = "10"
             READ REMESSA-HIST AT END MOVE "10" TO ST-REMHIST
               NOT AT END
                 MOVE REG-REMESSA-HIST TO REG-REMESSA-REENVIO
                 WRITE REG-REMESSA-REENVIO
             END-READ
           END-PERFORM.
           CLOSE REMESSA-HIST REMESSA-REENVIO.
           MOVE "S" TO COPIA-OK-W.

       COPIA-REMESSA-240 SECTION.
           OPEN INPUT REMESSA-HIST240.
           IF ST-REMHIST <> "00"
              MOVE "ERRO ABERTURA HISTORICO: " TO GS-MENSAGEM-ERRO
              MOVE ST-REMHIST TO GS-MENSAGEM-ERRO(27: 02)
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           OPEN OUTPUT REMESSA-REENVIO240.
           IF ST-REENVIO <> "00"
              CLOSE REMESSA-HIST240
              MOVE "ERRO ABERTURA DESTINO: " TO GS-MENSAGEM-ERRO
              MOVE ST-REENVIO TO GS-MENSAGEM-ERRO(24: 02)
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE ZEROS TO ST-REMHIST.
           PERFORM UNTIL ST-REMHIST = "10"
             READ REMESSA-HIST240 AT END MOVE "10" TO ST-REMHIST
               NOT AT END
                 MOVE REG-REMESSA-HIST240 TO REG-REMESSA-REENVIO240
                 WRITE REG-REMESSA-REENVIO240
             END-READ
           END-PERFORM.
           CLOSE REMESSA-HIST240 REMESSA-REENVIO240.
           MOVE "S" TO COPIA-OK-W.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

