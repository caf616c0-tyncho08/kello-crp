      *DATA: 05/11/2013
      *DESCRICAO: Consulta a trilha de auditoria (LOG001), filtrada
      *           por usuario, periodo, arquivo e programa.
      *           Periodo que comeca num ano ja arquivado pelo CRP251
      *           e pesquisado no LOG001AAAA/LOGACSAAAA daquele ano.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ANO-PESQ-W            PIC 9(04)   VALUE ZEROS.
           05  ANO-FIM-W             PIC 9(04)   VALUE ZEROS.
           05  ATENDE-FILTRO-W       PIC 9       VALUE ZEROS.
               88  ATENDE-FILTRO                  VALUE 1.
           05  ACHOU-SESSAO-W        PIC 9       VALUE ZEROS.
                 MOVE 1 TO ATENDE-FILTRO-W
              END-IF
           END-IF.
       ESCOLHE-ARQUIVO-LOG SECTION.
      *    O ano da data inicial decide o arquivo: ano anterior ao
      *    corrente com LOG001AAAA gerado pelo CRP251 pesquisa o
      *    arquivo daquele ano (e o LOGACSAAAA p/ as sessoes); senao,
      *    os arquivos vivos. Cada arquivo do ano so tem aquele ano -
      *    periodo que passa da virada para no dia 31/12.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE ZEROS TO ANO-PESQ-W
           IF GS-DATA-INI <> ZEROS
              COMPUTE ANO-PESQ-W = GS-DATA-INI / 10000
              IF ANO-PESQ-W NOT < WS-ANO-CPU
                 MOVE ZEROS TO ANO-PESQ-W
              END-IF
           END-IF
           IF ANO-PESQ-W = GS-ANO-ARQUIVO
              EXIT SECTION
           END-IF
           CLOSE LOG001 LOGACESS
           IF ANO-PESQ-W <> ZEROS
              MOVE SPACES TO ARQ-REC
              STRING "LOG001" ANO-PESQ-W DELIMITED BY SIZE
                     INTO ARQ-REC
              MOVE EMPRESA-REF TO PATH-LOG001
              OPEN INPUT LOG001
              IF ST-LOG001 = "00"
                 MOVE SPACES TO ARQ-REC
                 STRING "LOGACS" ANO-PESQ-W DELIMITED BY SIZE
                        INTO ARQ-REC
                 MOVE EMPRESA-REF TO ARQUIVO-LOGACESS
              ELSE
                 MOVE ZEROS TO ANO-PESQ-W
              END-IF
           END-IF
           IF ANO-PESQ-W = ZEROS
              MOVE "LOG001" TO ARQ-REC
              MOVE EMPRESA-REF TO PATH-LOG001
              MOVE "LOGACESS" TO ARQ-REC
              MOVE EMPRESA-REF TO ARQUIVO-LOGACESS
              OPEN INPUT LOG001
           END-IF
           OPEN INPUT LOGACESS
           MOVE ANO-PESQ-W TO GS-ANO-ARQUIVO
           IF ANO-PESQ-W <> ZEROS
              COMPUTE ANO-FIM-W = GS-DATA-FIM / 10000
              IF ANO-FIM-W = ZEROS OR ANO-FIM-W > ANO-PESQ-W
                 MOVE "Ano arquivado - pesquisa vai so ate 31/12/"
                   TO GS-MENSAGEM-ERRO
                 MOVE ANO-PESQ-W TO GS-MENSAGEM-ERRO(43: 04)
                 MOVE "EXIBE-ERRO" TO DS-PROCEDURE
                 PERFORM CALL-DIALOG-SYSTEM
              END-IF
           END-IF.
       PESQUISAR-LOG SECTION.
           PERFORM ESCOLHE-ARQUIVO-LOG
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT
           PERFORM CALL-DIALOG-SYSTEM.

       IMPRIME-RELATORIO SECTION.
           PERFORM ESCOLHE-ARQUIVO-LOG
           OPEN OUTPUT RELAT.
           MOVE GS-DATA-INI TO LOG1-DATA
           MOVE ZEROS TO LOG1-HORAS LOG1-SEQUENCIA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           close logacess
           move "LOGACESS" to arq-rec move empresa-ref to
                                                       arquivo-logacess
           open i-o logacess

           move function current-date to ws-data-sys
