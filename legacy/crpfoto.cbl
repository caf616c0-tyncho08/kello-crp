       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRPFOTO.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *COPIA DE UM ARQUIVO DA COBRANCA ENTRE O VIVO (PASTA DA
      *EMPRESA) E A PASTA DE UMA FOTO, CHAMADA PELO CRP256 (OPERACAO
      *"F" - VIVO P/ FOTO) E PELO CRP257 (OPERACAO "R" - FOTO P/
      *VIVO), UMA VEZ POR ARQUIVO DA TABELA CRPFOTO.CPY. NA FOTO O
      *ARQUIVO E GRAVADO SEQUENCIAL, REGISTRO A REGISTRO NA ORDEM DA
      *CHAVE, COM O TAMANHO DO REGISTRO DO PROPRIO ARQUIVO; NA
      *RESTAURACAO O VIVO E RECRIADO (OPEN OUTPUT) E RECEBE DE VOLTA
      *OS REGISTROS DA FOTO. DEVOLVE A QUANTIDADE DE REGISTROS
      *COPIADA E O STATUS: "00" OK, "NA" ARQUIVO FORA DA TABELA,
      *QUALQUER OUTRO = FILE STATUS DO ERRO. ARQUIVO VIVO AINDA
      *INEXISTENTE NA FOTO VIRA ARQUIVO VAZIO (QUANTIDADE ZERO).
       DATE-WRITTEN.  15/10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX210.
           COPY CRPX211.
           COPY CRPX212.
           COPY CRPX213.
           COPY CRPX214.
           COPY CRPX215.
           COPY CRPX216.
           COPY CRPX217.
           COPY CRPX219.
           COPY CRPX220.
           COPY CRPX221.
           COPY CRPX222.
           COPY CRPX223.
           COPY CRPX224.
           COPY CRPX225.
           COPY CRPX226.
           COPY CRPX227.
           COPY CRPX228.
           COPY CRPX229.
           COPY CRPX230.
           COPY CRPX231.
           COPY CRPX232.
           COPY CRPX233.
           COPY CRPX234.
           COPY CRPX235.
           SELECT FOTOARQ ASSIGN TO PATH-FOTOARQ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-FOTOARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW210.
       COPY CRPW211.
       COPY CRPW212.
       COPY CRPW213.
       COPY CRPW214.
       COPY CRPW215.
       COPY CRPW216.
       COPY CRPW217.
       COPY CRPW219.
       COPY CRPW220.
       COPY CRPW221.
       COPY CRPW222.
       COPY CRPW223.
       COPY CRPW224.
       COPY CRPW225.
       COPY CRPW226.
       COPY CRPW227.
       COPY CRPW228.
       COPY CRPW229.
       COPY CRPW230.
       COPY CRPW231.
       COPY CRPW232.
       COPY CRPW233.
       COPY CRPW234.
       COPY CRPW235.
      *    FOTOARQ - copia de um arquivo dentro da pasta da foto;
      *    o tamanho de cada registro e o do REG-CRDxxx de origem.
       FD  FOTOARQ
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
           DEPENDING ON TAM-FOTO-W.
       01  REG-FOTOARQ           PIC X(1000).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO.
           COPY "PARAMETR".
           05 ST-CRD020            PIC XX      VALUE SPACES.
           05 ST-CRD200            PIC XX      VALUE SPACES.
           05 ST-CRD201            PIC XX      VALUE SPACES.
           05 ST-CRD210            PIC XX      VALUE SPACES.
           05 ST-CRD211            PIC XX      VALUE SPACES.
           05 ST-CRD212            PIC XX      VALUE SPACES.
           05 ST-CRD213            PIC XX      VALUE SPACES.
           05 ST-CRD214            PIC XX      VALUE SPACES.
           05 ST-CRD215            PIC XX      VALUE SPACES.
           05 ST-CRD216            PIC XX      VALUE SPACES.
           05 ST-CRD217            PIC XX      VALUE SPACES.
           05 ST-CRD219            PIC XX      VALUE SPACES.
           05 ST-CRD220            PIC XX      VALUE SPACES.
           05 ST-CRD221            PIC XX      VALUE SPACES.
           05 ST-CRD222            PIC XX      VALUE SPACES.
           05 ST-CRD223            PIC XX      VALUE SPACES.
           05 ST-CRD224            PIC XX      VALUE SPACES.
           05 ST-CRD225            PIC XX      VALUE SPACES.
           05 ST-CRD226            PIC XX      VALUE SPACES.
           05 ST-CRD227            PIC XX      VALUE SPACES.
           05 ST-CRD228            PIC XX      VALUE SPACES.
           05 ST-CRD229            PIC XX      VALUE SPACES.
           05 ST-CRD230            PIC XX      VALUE SPACES.
           05 ST-CRD231            PIC XX      VALUE SPACES.
           05 ST-CRD232            PIC XX      VALUE SPACES.
           05 ST-CRD233            PIC XX      VALUE SPACES.
           05 ST-CRD234            PIC XX      VALUE SPACES.
           05 ST-CRD235            PIC XX      VALUE SPACES.
           05 ST-FOTOARQ           PIC XX      VALUE SPACES.
           05 PATH-CRD020          PIC X(30)   VALUE SPACES.
           05 PATH-CRD200          PIC X(30)   VALUE SPACES.
           05 PATH-CRD201          PIC X(30)   VALUE SPACES.
           05 PATH-CRD210          PIC X(30)   VALUE SPACES.
           05 PATH-CRD211          PIC X(30)   VALUE SPACES.
           05 PATH-CRD212          PIC X(30)   VALUE SPACES.
           05 PATH-CRD213          PIC X(30)   VALUE SPACES.
           05 PATH-CRD214          PIC X(30)   VALUE SPACES.
           05 PATH-CRD215          PIC X(30)   VALUE SPACES.
           05 PATH-CRD216          PIC X(30)   VALUE SPACES.
           05 PATH-CRD217          PIC X(30)   VALUE SPACES.
           05 PATH-CRD219          PIC X(30)   VALUE SPACES.
           05 PATH-CRD220          PIC X(30)   VALUE SPACES.
           05 PATH-CRD221          PIC X(30)   VALUE SPACES.
           05 PATH-CRD222          PIC X(30)   VALUE SPACES.
           05 PATH-CRD223          PIC X(30)   VALUE SPACES.
           05 PATH-CRD224          PIC X(30)   VALUE SPACES.
           05 PATH-CRD225          PIC X(30)   VALUE SPACES.
           05 PATH-CRD226          PIC X(30)   VALUE SPACES.
           05 PATH-CRD227          PIC X(30)   VALUE SPACES.
           05 PATH-CRD228          PIC X(30)   VALUE SPACES.
           05 PATH-CRD229          PIC X(30)   VALUE SPACES.
           05 PATH-CRD230          PIC X(30)   VALUE SPACES.
           05 PATH-CRD231          PIC X(30)   VALUE SPACES.
           05 PATH-CRD232          PIC X(30)   VALUE SPACES.
           05 PATH-CRD233          PIC X(30)   VALUE SPACES.
           05 PATH-CRD234          PIC X(30)   VALUE SPACES.
           05 PATH-CRD235          PIC X(30)   VALUE SPACES.
           05 PATH-FOTOARQ         PIC X(50)   VALUE SPACES.
           05 ST-ARQ-W             PIC XX      VALUE SPACES.
      *    ST-ARQ-W - status da ultima operacao no arquivo vivo da
      *    vez, copiado do ST-CRDxxx correspondente.
           05 TAM-FOTO-W           PIC 9(04)   VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).

       LINKAGE SECTION.
       01  LNK-PARAMETROS          PIC X(80).
       01  LNK-OPERACAO            PIC X(01).
       01  LNK-PASTA               PIC X(40).
       01  LNK-ARQUIVO             PIC X(06).
       01  LNK-QTDE                PIC 9(09).
       01  LNK-STATUS              PIC X(02).

       PROCEDURE DIVISION USING LNK-PARAMETROS LNK-OPERACAO
                                LNK-PASTA LNK-ARQUIVO LNK-QTDE
                                LNK-STATUS.

       MAIN-PROCESS SECTION.
           MOVE LNK-PARAMETROS        TO PARAMETROS-W.
           MOVE PARAMETROS-W(01: 03)  TO EMPRESA-W.
           MOVE EMPRESA-W             TO EMP-REC.
           MOVE LNK-ARQUIVO TO ARQ-REC.
           EVALUATE LNK-ARQUIVO
               WHEN "CRD020" MOVE EMPRESA-REF TO PATH-CRD020
               WHEN "CRD200" MOVE EMPRESA-REF TO PATH-CRD200
               WHEN "CRD201" MOVE EMPRESA-REF TO PATH-CRD201
               WHEN "CRD210" MOVE EMPRESA-REF TO PATH-CRD210
               WHEN "CRD211" MOVE EMPRESA-REF TO PATH-CRD211
               WHEN "CRD212" MOVE EMPRESA-REF TO PATH-CRD212
               WHEN "CRD213" MOVE EMPRESA-REF TO PATH-CRD213
               WHEN "CRD214" MOVE EMPRESA-REF TO PATH-CRD214
               WHEN "CRD215" MOVE EMPRESA-REF TO PATH-CRD215
               WHEN "CRD216" MOVE EMPRESA-REF TO PATH-CRD216
               WHEN "CRD217" MOVE EMPRESA-REF TO PATH-CRD217
               WHEN "CRD219" MOVE EMPRESA-REF TO PATH-CRD219
               WHEN "CRD220" MOVE EMPRESA-REF TO PATH-CRD220
               WHEN "CRD221" MOVE EMPRESA-REF TO PATH-CRD221
               WHEN "CRD222" MOVE EMPRESA-REF TO PATH-CRD222
               WHEN "CRD223" MOVE EMPRESA-REF TO PATH-CRD223
               WHEN "CRD224" MOVE EMPRESA-REF TO PATH-CRD224
               WHEN "CRD225" MOVE EMPRESA-REF TO PATH-CRD225
               WHEN "CRD226" MOVE EMPRESA-REF TO PATH-CRD226
               WHEN "CRD227" MOVE EMPRESA-REF TO PATH-CRD227
               WHEN "CRD228" MOVE EMPRESA-REF TO PATH-CRD228
               WHEN "CRD229" MOVE EMPRESA-REF TO PATH-CRD229
               WHEN "CRD230" MOVE EMPRESA-REF TO PATH-CRD230
               WHEN "CRD231" MOVE EMPRESA-REF TO PATH-CRD231
               WHEN "CRD232" MOVE EMPRESA-REF TO PATH-CRD232
               WHEN "CRD233" MOVE EMPRESA-REF TO PATH-CRD233
               WHEN "CRD234" MOVE EMPRESA-REF TO PATH-CRD234
               WHEN "CRD235" MOVE EMPRESA-REF TO PATH-CRD235
               WHEN OTHER
                    MOVE ZEROS TO LNK-QTDE
                    MOVE "NA"  TO LNK-STATUS
                    GOBACK
           END-EVALUATE.
           MOVE SPACES TO PATH-FOTOARQ.
           STRING LNK-PASTA   DELIMITED BY SPACE
                  "\"         DELIMITED BY SIZE
                  LNK-ARQUIVO DELIMITED BY SIZE
                  INTO PATH-FOTOARQ.

           MOVE ZEROS TO LNK-QTDE.
           MOVE "00"  TO LNK-STATUS.
           IF LNK-OPERACAO = "R"
              PERFORM RESTAURA-ARQUIVO
           ELSE
              PERFORM FOTOGRAFA-ARQUIVO
           END-IF.
           GOBACK.

       FOTOGRAFA-ARQUIVO SECTION.
           PERFORM ABRE-VIVO-ENTRADA.
           OPEN OUTPUT FOTOARQ.
           IF ST-FOTOARQ <> "00"
              MOVE ST-FOTOARQ TO LNK-STATUS
              IF ST-ARQ-W = "00"
                 PERFORM FECHA-VIVO
              END-IF
              EXIT SECTION
           END-IF.
      *    Vivo inexistente (empresa que nunca usou o arquivo): a
      *    foto fica com o arquivo vazio, e a restauracao o cria.
           IF ST-ARQ-W = "35"
              CLOSE FOTOARQ
              EXIT SECTION
           END-IF.
           IF ST-ARQ-W <> "00"
              MOVE ST-ARQ-W TO LNK-STATUS
              CLOSE FOTOARQ
              EXIT SECTION
           END-IF.
           PERFORM UNTIL ST-ARQ-W <> "00"
              PERFORM LE-VIVO
              IF ST-ARQ-W = "00"
                 WRITE REG-FOTOARQ
                 IF ST-FOTOARQ = "00"
                    ADD 1 TO LNK-QTDE
                 ELSE
                    MOVE ST-FOTOARQ TO LNK-STATUS ST-ARQ-W
                 END-IF
              END-IF
           END-PERFORM.
           IF ST-ARQ-W <> "10" AND LNK-STATUS = "00"
              MOVE ST-ARQ-W TO LNK-STATUS
           END-IF.
           PERFORM FECHA-VIVO.
           CLOSE FOTOARQ.

       RESTAURA-ARQUIVO SECTION.
      *    A foto e aberta antes: sem ela o vivo fica como esta.
           OPEN INPUT FOTOARQ.
           IF ST-FOTOARQ <> "00"
              MOVE ST-FOTOARQ TO LNK-STATUS
              EXIT SECTION
           END-IF.
           PERFORM ABRE-VIVO-SAIDA.
           IF ST-ARQ-W <> "00"
              MOVE ST-ARQ-W TO LNK-STATUS
              CLOSE FOTOARQ
              EXIT SECTION
           END-IF.
           PERFORM UNTIL ST-FOTOARQ <> "00"
              READ FOTOARQ AT END
                   MOVE "10" TO ST-FOTOARQ
              END-READ
              IF ST-FOTOARQ = "00"
                 PERFORM GRAVA-VIVO
                 IF ST-ARQ-W = "00"
                    ADD 1 TO LNK-QTDE
                 ELSE
                    MOVE ST-ARQ-W TO LNK-STATUS
                    MOVE "10" TO ST-FOTOARQ
                 END-IF
              END-IF
           END-PERFORM.
           IF ST-FOTOARQ <> "10" AND LNK-STATUS = "00"
              MOVE ST-FOTOARQ TO LNK-STATUS
           END-IF.
           PERFORM FECHA-VIVO.
           CLOSE FOTOARQ.

       ABRE-VIVO-ENTRADA SECTION.
           EVALUATE LNK-ARQUIVO
               WHEN "CRD020"
                    OPEN INPUT CRD020
                    MOVE ST-CRD020 TO ST-ARQ-W
               WHEN "CRD200"
                    OPEN INPUT CRD200
                    MOVE ST-CRD200 TO ST-ARQ-W
               WHEN "CRD201"
                    OPEN INPUT CRD201
                    MOVE ST-CRD201 TO ST-ARQ-W
               WHEN "CRD210"
                    OPEN INPUT CRD210
                    MOVE ST-CRD210 TO ST-ARQ-W
               WHEN "CRD211"
                    OPEN INPUT CRD211
                    MOVE ST-CRD211 TO ST-ARQ-W
               WHEN "CRD212"
                    OPEN INPUT CRD212
                    MOVE ST-CRD212 TO ST-ARQ-W
               WHEN "CRD213"
                    OPEN INPUT CRD213
                    MOVE ST-CRD213 TO ST-ARQ-W
               WHEN "CRD214"
                    OPEN INPUT CRD214
                    MOVE ST-CRD214 TO ST-ARQ-W
               WHEN "CRD215"
                    OPEN INPUT CRD215
                    MOVE ST-CRD215 TO ST-ARQ-W
               WHEN "CRD216"
                    OPEN INPUT CRD216
                    MOVE ST-CRD216 TO ST-ARQ-W
               WHEN "CRD217"
                    OPEN INPUT CRD217
                    MOVE ST-CRD217 TO ST-ARQ-W
               WHEN "CRD219"
                    OPEN INPUT CRD219
                    MOVE ST-CRD219 TO ST-ARQ-W
               WHEN "CRD220"
                    OPEN INPUT CRD220
                    MOVE ST-CRD220 TO ST-ARQ-W
               WHEN "CRD221"
                    OPEN INPUT CRD221
                    MOVE ST-CRD221 TO ST-ARQ-W
               WHEN "CRD222"
                    OPEN INPUT CRD222
                    MOVE ST-CRD222 TO ST-ARQ-W
               WHEN "CRD223"
                    OPEN INPUT CRD223
                    MOVE ST-CRD223 TO ST-ARQ-W
               WHEN "CRD224"
                    OPEN INPUT CRD224
                    MOVE ST-CRD224 TO ST-ARQ-W
               WHEN "CRD225"
                    OPEN INPUT CRD225
                    MOVE ST-CRD225 TO ST-ARQ-W
               WHEN "CRD226"
                    OPEN INPUT CRD226
                    MOVE ST-CRD226 TO ST-ARQ-W
               WHEN "CRD227"
                    OPEN INPUT CRD227
                    MOVE ST-CRD227 TO ST-ARQ-W
               WHEN "CRD228"
                    OPEN INPUT CRD228
                    MOVE ST-CRD228 TO ST-ARQ-W
               WHEN "CRD229"
                    OPEN INPUT CRD229
                    MOVE ST-CRD229 TO ST-ARQ-W
               WHEN "CRD230"
                    OPEN INPUT CRD230
                    MOVE ST-CRD230 TO ST-ARQ-W
               WHEN "CRD231"
                    OPEN INPUT CRD231
                    MOVE ST-CRD231 TO ST-ARQ-W
               WHEN "CRD232"
                    OPEN INPUT CRD232
                    MOVE ST-CRD232 TO ST-ARQ-W
               WHEN "CRD233"
                    OPEN INPUT CRD233
                    MOVE ST-CRD233 TO ST-ARQ-W
               WHEN "CRD234"
                    OPEN INPUT CRD234
                    MOVE ST-CRD234 TO ST-ARQ-W
               WHEN "CRD235"
                    OPEN INPUT CRD235
                    MOVE ST-CRD235 TO ST-ARQ-W
           END-EVALUATE.
       ABRE-VIVO-SAIDA SECTION.
           EVALUATE LNK-ARQUIVO
               WHEN "CRD020"
                    OPEN OUTPUT CRD020
                    MOVE ST-CRD020 TO ST-ARQ-W
               WHEN "CRD200"
                    OPEN OUTPUT CRD200
                    MOVE ST-CRD200 TO ST-ARQ-W
               WHEN "CRD201"
                    OPEN OUTPUT CRD201
                    MOVE ST-CRD201 TO ST-ARQ-W
               WHEN "CRD210"
                    OPEN OUTPUT CRD210
                    MOVE ST-CRD210 TO ST-ARQ-W
               WHEN "CRD211"
                    OPEN OUTPUT CRD211
                    MOVE ST-CRD211 TO ST-ARQ-W
               WHEN "CRD212"
                    OPEN OUTPUT CRD212
                    MOVE ST-CRD212 TO ST-ARQ-W
               WHEN "CRD213"
                    OPEN OUTPUT CRD213
                    MOVE ST-CRD213 TO ST-ARQ-W
               WHEN "CRD214"
                    OPEN OUTPUT CRD214
                    MOVE ST-CRD214 TO ST-ARQ-W
               WHEN "CRD215"
                    OPEN OUTPUT CRD215
                    MOVE ST-CRD215 TO ST-ARQ-W
               WHEN "CRD216"
                    OPEN OUTPUT CRD216
                    MOVE ST-CRD216 TO ST-ARQ-W
               WHEN "CRD217"
                    OPEN OUTPUT CRD217
                    MOVE ST-CRD217 TO ST-ARQ-W
               WHEN "CRD219"
                    OPEN OUTPUT CRD219
                    MOVE ST-CRD219 TO ST-ARQ-W
               WHEN "CRD220"
                    OPEN OUTPUT CRD220
                    MOVE ST-CRD220 TO ST-ARQ-W
               WHEN "CRD221"
                    OPEN OUTPUT CRD221
                    MOVE ST-CRD221 TO ST-ARQ-W
               WHEN "CRD222"
                    OPEN OUTPUT CRD222
                    MOVE ST-CRD222 TO ST-ARQ-W
               WHEN "CRD223"
                    OPEN OUTPUT CRD223
                    MOVE ST-CRD223 TO ST-ARQ-W
               WHEN "CRD224"
                    OPEN OUTPUT CRD224
                    MOVE ST-CRD224 TO ST-ARQ-W
               WHEN "CRD225"
                    OPEN OUTPUT CRD225
                    MOVE ST-CRD225 TO ST-ARQ-W
               WHEN "CRD226"
                    OPEN OUTPUT CRD226
                    MOVE ST-CRD226 TO ST-ARQ-W
               WHEN "CRD227"
                    OPEN OUTPUT CRD227
                    MOVE ST-CRD227 TO ST-ARQ-W
               WHEN "CRD228"
                    OPEN OUTPUT CRD228
                    MOVE ST-CRD228 TO ST-ARQ-W
               WHEN "CRD229"
                    OPEN OUTPUT CRD229
                    MOVE ST-CRD229 TO ST-ARQ-W
               WHEN "CRD230"
                    OPEN OUTPUT CRD230
                    MOVE ST-CRD230 TO ST-ARQ-W
               WHEN "CRD231"
                    OPEN OUTPUT CRD231
                    MOVE ST-CRD231 TO ST-ARQ-W
               WHEN "CRD232"
                    OPEN OUTPUT CRD232
                    MOVE ST-CRD232 TO ST-ARQ-W
               WHEN "CRD233"
                    OPEN OUTPUT CRD233
                    MOVE ST-CRD233 TO ST-ARQ-W
               WHEN "CRD234"
                    OPEN OUTPUT CRD234
                    MOVE ST-CRD234 TO ST-ARQ-W
               WHEN "CRD235"
                    OPEN OUTPUT CRD235
                    MOVE ST-CRD235 TO ST-ARQ-W
           END-EVALUATE.
       LE-VIVO SECTION.
           EVALUATE LNK-ARQUIVO
               WHEN "CRD020"
                    READ CRD020 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD020
                    END-READ
                    MOVE ST-CRD020 TO ST-ARQ-W
                    MOVE REG-CRD020 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD020 TO TAM-FOTO-W
               WHEN "CRD200"
                    READ CRD200 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD200
                    END-READ
                    MOVE ST-CRD200 TO ST-ARQ-W
                    MOVE REG-CRD200 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD200 TO TAM-FOTO-W
               WHEN "CRD201"
                    READ CRD201 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD201
                    END-READ
                    MOVE ST-CRD201 TO ST-ARQ-W
                    MOVE REG-CRD201 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD201 TO TAM-FOTO-W
               WHEN "CRD210"
                    READ CRD210 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD210
                    END-READ
                    MOVE ST-CRD210 TO ST-ARQ-W
                    MOVE REG-CRD210 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD210 TO TAM-FOTO-W
               WHEN "CRD211"
                    READ CRD211 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD211
                    END-READ
                    MOVE ST-CRD211 TO ST-ARQ-W
                    MOVE REG-CRD211 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD211 TO TAM-FOTO-W
               WHEN "CRD212"
                    READ CRD212 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD212
                    END-READ
                    MOVE ST-CRD212 TO ST-ARQ-W
                    MOVE REG-CRD212 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD212 TO TAM-FOTO-W
               WHEN "CRD213"
                    READ CRD213 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD213
                    END-READ
                    MOVE ST-CRD213 TO ST-ARQ-W
                    MOVE REG-CRD213 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD213 TO TAM-FOTO-W
               WHEN "CRD214"
                    READ CRD214 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD214
                    END-READ
                    MOVE ST-CRD214 TO ST-ARQ-W
                    MOVE REG-CRD214 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD214 TO TAM-FOTO-W
               WHEN "CRD215"
                    READ CRD215 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD215
                    END-READ
                    MOVE ST-CRD215 TO ST-ARQ-W
                    MOVE REG-CRD215 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD215 TO TAM-FOTO-W
               WHEN "CRD216"
                    READ CRD216 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD216
                    END-READ
                    MOVE ST-CRD216 TO ST-ARQ-W
                    MOVE REG-CRD216 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD216 TO TAM-FOTO-W
               WHEN "CRD217"
                    READ CRD217 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD217
                    END-READ
                    MOVE ST-CRD217 TO ST-ARQ-W
                    MOVE REG-CRD217 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD217 TO TAM-FOTO-W
               WHEN "CRD219"
                    READ CRD219 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD219
                    END-READ
                    MOVE ST-CRD219 TO ST-ARQ-W
                    MOVE REG-CRD219 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD219 TO TAM-FOTO-W
               WHEN "CRD220"
                    READ CRD220 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD220
                    END-READ
                    MOVE ST-CRD220 TO ST-ARQ-W
                    MOVE REG-CRD220 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD220 TO TAM-FOTO-W
               WHEN "CRD221"
                    READ CRD221 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD221
                    END-READ
                    MOVE ST-CRD221 TO ST-ARQ-W
                    MOVE REG-CRD221 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD221 TO TAM-FOTO-W
               WHEN "CRD222"
                    READ CRD222 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD222
                    END-READ
                    MOVE ST-CRD222 TO ST-ARQ-W
                    MOVE REG-CRD222 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD222 TO TAM-FOTO-W
               WHEN "CRD223"
                    READ CRD223 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD223
                    END-READ
                    MOVE ST-CRD223 TO ST-ARQ-W
                    MOVE REG-CRD223 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD223 TO TAM-FOTO-W
               WHEN "CRD224"
                    READ CRD224 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD224
                    END-READ
                    MOVE ST-CRD224 TO ST-ARQ-W
                    MOVE REG-CRD224 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD224 TO TAM-FOTO-W
               WHEN "CRD225"
                    READ CRD225 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD225
                    END-READ
                    MOVE ST-CRD225 TO ST-ARQ-W
                    MOVE REG-CRD225 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD225 TO TAM-FOTO-W
               WHEN "CRD226"
                    READ CRD226 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD226
                    END-READ
                    MOVE ST-CRD226 TO ST-ARQ-W
                    MOVE REG-CRD226 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD226 TO TAM-FOTO-W
               WHEN "CRD227"
                    READ CRD227 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD227
                    END-READ
                    MOVE ST-CRD227 TO ST-ARQ-W
                    MOVE REG-CRD227 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD227 TO TAM-FOTO-W
               WHEN "CRD228"
                    READ CRD228 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD228
                    END-READ
                    MOVE ST-CRD228 TO ST-ARQ-W
                    MOVE REG-CRD228 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD228 TO TAM-FOTO-W
               WHEN "CRD229"
                    READ CRD229 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD229
                    END-READ
                    MOVE ST-CRD229 TO ST-ARQ-W
                    MOVE REG-CRD229 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD229 TO TAM-FOTO-W
               WHEN "CRD230"
                    READ CRD230 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD230
                    END-READ
                    MOVE ST-CRD230 TO ST-ARQ-W
                    MOVE REG-CRD230 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD230 TO TAM-FOTO-W
               WHEN "CRD231"
                    READ CRD231 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD231
                    END-READ
                    MOVE ST-CRD231 TO ST-ARQ-W
                    MOVE REG-CRD231 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD231 TO TAM-FOTO-W
               WHEN "CRD232"
                    READ CRD232 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD232
                    END-READ
                    MOVE ST-CRD232 TO ST-ARQ-W
                    MOVE REG-CRD232 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD232 TO TAM-FOTO-W
               WHEN "CRD233"
                    READ CRD233 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD233
                    END-READ
                    MOVE ST-CRD233 TO ST-ARQ-W
                    MOVE REG-CRD233 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD233 TO TAM-FOTO-W
               WHEN "CRD234"
                    READ CRD234 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD234
                    END-READ
                    MOVE ST-CRD234 TO ST-ARQ-W
                    MOVE REG-CRD234 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD234 TO TAM-FOTO-W
               WHEN "CRD235"
                    READ CRD235 NEXT RECORD AT END
                         MOVE "10" TO ST-CRD235
                    END-READ
                    MOVE ST-CRD235 TO ST-ARQ-W
                    MOVE REG-CRD235 TO REG-FOTOARQ
                    MOVE LENGTH OF REG-CRD235 TO TAM-FOTO-W
           END-EVALUATE.
       GRAVA-VIVO SECTION.
           EVALUATE LNK-ARQUIVO
               WHEN "CRD020"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD020
                    WRITE REG-CRD020
                    END-WRITE
                    MOVE ST-CRD020 TO ST-ARQ-W
               WHEN "CRD200"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD200
                    WRITE REG-CRD200
                    END-WRITE
                    MOVE ST-CRD200 TO ST-ARQ-W
               WHEN "CRD201"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD201
                    WRITE REG-CRD201
                    END-WRITE
                    MOVE ST-CRD201 TO ST-ARQ-W
               WHEN "CRD210"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD210
                    WRITE REG-CRD210
                    END-WRITE
                    MOVE ST-CRD210 TO ST-ARQ-W
               WHEN "CRD211"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD211
                    WRITE REG-CRD211
                    END-WRITE
                    MOVE ST-CRD211 TO ST-ARQ-W
               WHEN "CRD212"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD212
                    WRITE REG-CRD212
                    END-WRITE
                    MOVE ST-CRD212 TO ST-ARQ-W
               WHEN "CRD213"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD213
                    WRITE REG-CRD213
                    END-WRITE
                    MOVE ST-CRD213 TO ST-ARQ-W
               WHEN "CRD214"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD214
                    WRITE REG-CRD214
                    END-WRITE
                    MOVE ST-CRD214 TO ST-ARQ-W
               WHEN "CRD215"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD215
                    WRITE REG-CRD215
                    END-WRITE
                    MOVE ST-CRD215 TO ST-ARQ-W
               WHEN "CRD216"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD216
                    WRITE REG-CRD216
                    END-WRITE
                    MOVE ST-CRD216 TO ST-ARQ-W
               WHEN "CRD217"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD217
                    WRITE REG-CRD217
                    END-WRITE
                    MOVE ST-CRD217 TO ST-ARQ-W
               WHEN "CRD219"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD219
                    WRITE REG-CRD219
                    END-WRITE
                    MOVE ST-CRD219 TO ST-ARQ-W
               WHEN "CRD220"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD220
                    WRITE REG-CRD220
                    END-WRITE
                    MOVE ST-CRD220 TO ST-ARQ-W
               WHEN "CRD221"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD221
                    WRITE REG-CRD221
                    END-WRITE
                    MOVE ST-CRD221 TO ST-ARQ-W
               WHEN "CRD222"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD222
                    WRITE REG-CRD222
                    END-WRITE
                    MOVE ST-CRD222 TO ST-ARQ-W
               WHEN "CRD223"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD223
                    WRITE REG-CRD223
                    END-WRITE
                    MOVE ST-CRD223 TO ST-ARQ-W
               WHEN "CRD224"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD224
                    WRITE REG-CRD224
                    END-WRITE
                    MOVE ST-CRD224 TO ST-ARQ-W
               WHEN "CRD225"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD225
                    WRITE REG-CRD225
                    END-WRITE
                    MOVE ST-CRD225 TO ST-ARQ-W
               WHEN "CRD226"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD226
                    WRITE REG-CRD226
                    END-WRITE
                    MOVE ST-CRD226 TO ST-ARQ-W
               WHEN "CRD227"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD227
                    WRITE REG-CRD227
                    END-WRITE
                    MOVE ST-CRD227 TO ST-ARQ-W
               WHEN "CRD228"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD228
                    WRITE REG-CRD228
                    END-WRITE
                    MOVE ST-CRD228 TO ST-ARQ-W
               WHEN "CRD229"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD229
                    WRITE REG-CRD229
                    END-WRITE
                    MOVE ST-CRD229 TO ST-ARQ-W
               WHEN "CRD230"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD230
                    WRITE REG-CRD230
                    END-WRITE
                    MOVE ST-CRD230 TO ST-ARQ-W
               WHEN "CRD231"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD231
                    WRITE REG-CRD231
                    END-WRITE
                    MOVE ST-CRD231 TO ST-ARQ-W
               WHEN "CRD232"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD232
                    WRITE REG-CRD232
                    END-WRITE
                    MOVE ST-CRD232 TO ST-ARQ-W
               WHEN "CRD233"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD233
                    WRITE REG-CRD233
                    END-WRITE
                    MOVE ST-CRD233 TO ST-ARQ-W
               WHEN "CRD234"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD234
                    WRITE REG-CRD234
                    END-WRITE
                    MOVE ST-CRD234 TO ST-ARQ-W
               WHEN "CRD235"
                    MOVE REG-FOTOARQ(1: TAM-FOTO-W) TO REG-CRD235
                    WRITE REG-CRD235
                    END-WRITE
                    MOVE ST-CRD235 TO ST-ARQ-W
           END-EVALUATE.
       FECHA-VIVO SECTION.
           EVALUATE LNK-ARQUIVO
               WHEN "CRD020"
                    CLOSE CRD020
               WHEN "CRD200"
                    CLOSE CRD200
               WHEN "CRD201"
                    CLOSE CRD201
               WHEN "CRD210"
                    CLOSE CRD210
               WHEN "CRD211"
                    CLOSE CRD211
               WHEN "CRD212"
                    CLOSE CRD212
               WHEN "CRD213"
                    CLOSE CRD213
               WHEN "CRD214"
                    CLOSE CRD214
               WHEN "CRD215"
                    CLOSE CRD215
               WHEN "CRD216"
                    CLOSE CRD216
               WHEN "CRD217"
                    CLOSE CRD217
               WHEN "CRD219"
                    CLOSE CRD219
               WHEN "CRD220"
                    CLOSE CRD220
               WHEN "CRD221"
                    CLOSE CRD221
               WHEN "CRD222"
                    CLOSE CRD222
               WHEN "CRD223"
                    CLOSE CRD223
               WHEN "CRD224"
                    CLOSE CRD224
               WHEN "CRD225"
                    CLOSE CRD225
               WHEN "CRD226"
                    CLOSE CRD226
               WHEN "CRD227"
                    CLOSE CRD227
               WHEN "CRD228"
                    CLOSE CRD228
               WHEN "CRD229"
                    CLOSE CRD229
               WHEN "CRD230"
                    CLOSE CRD230
               WHEN "CRD231"
                    CLOSE CRD231
               WHEN "CRD232"
                    CLOSE CRD232
               WHEN "CRD233"
                    CLOSE CRD233
               WHEN "CRD234"
                    CLOSE CRD234
               WHEN "CRD235"
                    CLOSE CRD235
           END-EVALUATE.
