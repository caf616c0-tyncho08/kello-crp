      *(SITUACAO DE TITULOS) P/ OS REGISTROS AMPLIADOS - OPERADOR/
      *TIMESTAMP/ACOMPANHAMENTO NO CRD022, REGRAS DE MULTA/DESCONTO
      *POR CARTEIRA NO BCO001 E O INDICADOR DE SITUACAO CORRENTE NO
      *CRD001; O BCO001 GANHA AINDA O LAYOUT CNAB (240/400), AGENCIA/
      *CONTA E O NSA DO CNAB 240, TANTO A PARTIR DO LAYOUT ORIGINAL
      *QUANTO DO LAYOUT JA COM AS REGRAS POR CARTEIRA. RODAR UMA
      *UNICA VEZ, ANTES DA PRIMEIRA EXECUCAO DOS PROGRAMAS NOVOS:
      *CADA ARQUIVO E COPIADO P/ UM TEMPORARIO JA NO LAYOUT NOVO
      *(CAMPOS NOVOS ZERADOS/EM BRANCO), O ORIGINAL E RECRIADO A
      *PARTIR DELE E O TEMPORARIO E APAGADO. RERODAR NAO FAZ MAL:
      *ARQUIVO JA CONVERTIDO (ABERTURA NO LAYOUT ANTIGO DEVOLVE
      *STATUS 39) E PULADO, E UMA EXECUCAO QUE CAIU ENTRE O
      *APAGAMENTO DO ORIGINAL E A RECRIACAO E RETOMADA A PARTIR DO
      *TEMPORARIO AINDA EM DISCO. O CAD002 (USUARIOS) PASSA DA
      *SENHA NUMERICA DE 4 DIGITOS P/ A ALFANUMERICA COM DATA DA
      *TROCA, TENTATIVAS E BLOQUEIO: A SENHA ANTIGA CONTINUA
      *VALENDO (ALINHADA A ESQUERDA), MAS COM A DATA ZERADA, O QUE
      *OBRIGA A TROCA NO PRIMEIRO USO.
       DATE-WRITTEN.  21/08/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CODIGO-BCO-ANT
                  STATUS IS ST-BCO001-ANT.
           SELECT BCO001-REG ASSIGN TO PATH-BCO001
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CODIGO-BCO-REG
                  STATUS IS ST-BCO001-REG.
           SELECT BCO001-TMP ASSIGN TO PATH-BCO001-TMP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CODIGO-CR01-TMP
                  STATUS IS ST-CRD001-TMP.
           COPY CRPX001.
           SELECT CAD002-ANT ASSIGN TO PATH-CAD002
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NOME-REDUZ-CA002-ANT
                  STATUS IS ST-CAD002-ANT.
           SELECT CAD002-TMP ASSIGN TO PATH-CAD002-TMP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NOME-REDUZ-CA002-TMP
                  STATUS IS ST-CAD002-TMP.
           COPY CAPX002.
           COPY LOGACESS.SEL.

       DATA DIVISION.
           05  CONVENIO-BCO-ANT           PIC 9(07).
           05  VARIACAO-BCO-ANT           PIC 9(03).
      *-----------------------------------------------------------*
      *  BCO001-REG - o BCO001 ja com as regras de multa/desconto   *
      *  por carteira, mas ANTES do layout CNAB 240 (agencia/conta/ *
      *  NSA).                                                       *
      *-----------------------------------------------------------*
       FD  BCO001-REG.
       01  REG-BCO001-REG.
           05  CODIGO-BCO-REG             PIC 9(03).
           05  NOME-BCO-REG               PIC X(30).
           05  TIPO-ARQUIVO-BCO-REG       PIC X(06).
           05  CONVENIO-BCO-REG           PIC 9(07).
           05  VARIACAO-BCO-REG           PIC 9(03).
           05  QTDE-REGRAS-BCO-REG        PIC 9(02).
           05  REGRA-CARTEIRA-BCO-REG     PIC X(80).
      *-----------------------------------------------------------*
      *  BCO001-TMP - temporario de conversao, ja no layout novo    *
      *  (espelho do BCOW001 atual).                                 *
      *-----------------------------------------------------------*
               10  DIAS-MULTA-REGRA-BCO-TMP PIC 9(02).
               10  PERC-DESC-REGRA-BCO-TMP PIC 9(03)V99.
               10  DIAS-DESC-REGRA-BCO-TMP PIC 9(02).
           05  LAYOUT-CNAB-BCO-TMP        PIC 9(03).
           05  AGENCIA-BCO-TMP            PIC 9(05).
           05  DV-AGENCIA-BCO-TMP         PIC X(01).
           05  CONTA-BCO-TMP              PIC 9(12).
           05  DV-CONTA-BCO-TMP           PIC X(01).
           05  NSA-BCO-TMP                PIC 9(06).
           COPY BCOW001.
      *-----------------------------------------------------------*
      *  CRD001-ANT - o CRD001 como era ANTES do indicador de       *
           05  INATIVO-CR01-TMP           PIC X(01).
           05  SITUACAO-CORRENTE-CR01-TMP PIC X(01).
           COPY CRPW001.
      *-----------------------------------------------------------*
      *  CAD002-ANT - o CAD002 como era ANTES da politica de senha  *
      *  (senha numerica de 4 digitos); espelha o CAPW002 antigo.    *
      *-----------------------------------------------------------*
       FD  CAD002-ANT.
       01  REG-CAD002-ANT.
           05  NOME-REDUZ-CA002-ANT       PIC X(20).
           05  NOME-CA002-ANT             PIC X(40).
           05  SENHA-CA002-ANT            PIC 9(04).
      *-----------------------------------------------------------*
      *  CAD002-TMP - temporario de conversao, ja no layout novo    *
      *  (espelho do CAPW002 atual).                                 *
      *-----------------------------------------------------------*
       FD  CAD002-TMP.
       01  REG-CAD002-TMP.
           05  NOME-REDUZ-CA002-TMP       PIC X(20).
           05  NOME-CA002-TMP             PIC X(40).
           05  SENHA-CA002-TMP            PIC X(12).
           05  DATA-SENHA-CA002-TMP       PIC 9(08).
           05  TENTATIVAS-CA002-TMP       PIC 9(02).
           05  BLOQUEADO-CA002-TMP        PIC X(01).
           05  DATA-BLOQUEIO-CA002-TMP    PIC 9(08).
           05  FILLER                     PIC X(20).
           COPY CAPW002.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           05 ST-CRD022-TMP        PIC XX      VALUE SPACES.
           05 ST-BCO001            PIC XX      VALUE SPACES.
           05 ST-BCO001-ANT        PIC XX      VALUE SPACES.
           05 ST-BCO001-REG        PIC XX      VALUE SPACES.
           05 ST-BCO001-TMP        PIC XX      VALUE SPACES.
           05 ST-CRD001            PIC XX      VALUE SPACES.
           05 ST-CRD001-ANT        PIC XX      VALUE SPACES.
           05 ST-CRD001-TMP        PIC XX      VALUE SPACES.
           05 ST-CAD002            PIC XX      VALUE SPACES.
           05 ST-CAD002-ANT        PIC XX      VALUE SPACES.
           05 ST-CAD002-TMP        PIC XX      VALUE SPACES.
           05 FS-LOGACESS          PIC XX      VALUE SPACES.
           05 PATH-CRD022          PIC X(30)   VALUE SPACES.
           05 PATH-CRD022-TMP      PIC X(30)   VALUE SPACES.
           05 PATH-BCO001-TMP      PIC X(30)   VALUE SPACES.
           05 PATH-CRD001          PIC X(30)   VALUE SPACES.
           05 PATH-CRD001-TMP      PIC X(30)   VALUE SPACES.
           05 PATH-CAD002          PIC X(30)   VALUE SPACES.
           05 PATH-CAD002-TMP      PIC X(30)   VALUE SPACES.
           05 ARQUIVO-LOGACESS     PIC X(30)   VALUE SPACES.
           05 CONT-CRD022-W        PIC 9(06)   VALUE ZEROS.
           05 CONT-BCO001-W        PIC 9(06)   VALUE ZEROS.
           05 CONT-CRD001-W        PIC 9(06)   VALUE ZEROS.
           05 CONT-CAD002-W        PIC 9(06)   VALUE ZEROS.
      *    CONT-CRD022-W/CONT-BCO001-W/CONT-CRD001-W - registros
      *    convertidos de cada arquivo; gravados no registro FECHADO
      *    do LOGACESS (GRAVACOES, REMESSAS e EXCLUSOES, que este
      *    programa nao usa p/ seus sentidos originais). O CONT-
      *    CAD002-W vai somado ao do CRD022 em GRAVACOES.
           05 HORA-BRA             PIC 9(8)    VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
              PERFORM CONVERTE-CRD022
              PERFORM CONVERTE-BCO001
              PERFORM CONVERTE-CRD001
              PERFORM CONVERTE-CAD002
           END-IF.
           PERFORM FINALIZAR-PROGRAMA.

           MOVE "CRD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD001.
           MOVE "CRD001N" TO ARQ-REC.  MOVE EMPRESA-REF TO
                                                       PATH-CRD001-TMP
           MOVE "CAD002"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD002.
           MOVE "CAD002N" TO ARQ-REC.  MOVE EMPRESA-REF TO
                                                       PATH-CAD002-TMP
           MOVE "LOGACESS" TO ARQ-REC.  MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

      *    ZEROS), mantendo o comportamento de sempre ate alguem
      *    cadastrar uma regra. Retomavel do BCO001N, como la.
           OPEN INPUT BCO001-ANT.
           IF ST-BCO001-ANT = "39"
              PERFORM CONVERTE-BCO001-REG
              EXIT SECTION.
           IF ST-BCO001-ANT = "35"
              OPEN INPUT BCO001-TMP
              IF ST-BCO001-TMP = "00"
                 CLOSE BCO001-TMP
                             REGRA-CARTEIRA-BCO-TMP(3)
                             REGRA-CARTEIRA-BCO-TMP(4)
                             REGRA-CARTEIRA-BCO-TMP(5)
                  PERFORM INICIA-CNAB-BCO001-TMP
                  WRITE REG-BCO001-TMP
             END-READ
           END-PERFORM.
           DELETE FILE BCO001-ANT.
           PERFORM COPIA-BCO001-DE-TMP.

       CONVERTE-BCO001-REG SECTION.
      *    O BCO001 nao esta no layout original: pode estar no layout
      *    com as regras por carteira (BCO001-REG), que so precisa
      *    ganhar os campos do CNAB 240, ou ja estar no layout atual
      *    (status 39 tambem aqui). Mesmos dois passos e a mesma
      *    retomada do BCO001N de CONVERTE-BCO001.
           OPEN INPUT BCO001-REG.
           IF ST-BCO001-REG = "35" OR ST-BCO001-REG = "39"
              OPEN INPUT BCO001-TMP
              IF ST-BCO001-TMP = "00"
                 CLOSE BCO001-TMP
                 DISPLAY "RETOMANDO CONVERSAO DO BCO001 A PARTIR DE "
                         "BCO001N"
                 PERFORM COPIA-BCO001-DE-TMP
              ELSE
                 DISPLAY "BCO001 JA CONVERTIDO"
              END-IF
              EXIT SECTION.
           IF ST-BCO001-REG <> "00"
              DISPLAY "ERRO ABERTURA BCO001: " ST-BCO001-REG
              MOVE 1 TO ERRO-W
              EXIT SECTION.
           OPEN OUTPUT BCO001-TMP.
           IF ST-BCO001-TMP <> "00"
              DISPLAY "ERRO ABERTURA BCO001N: " ST-BCO001-TMP
              MOVE 1 TO ERRO-W
              CLOSE BCO001-REG
              EXIT SECTION.
           MOVE ZEROS TO CODIGO-BCO-REG.
           START BCO001-REG KEY IS NOT LESS CODIGO-BCO-REG INVALID KEY
                 MOVE "10" TO ST-BCO001-REG.
           PERFORM UNTIL ST-BCO001-REG = "10"
             READ BCO001-REG NEXT RECORD AT END
                  MOVE "10" TO ST-BCO001-REG
               NOT AT END
                  MOVE REG-BCO001-REG       TO REG-BCO001-TMP
                  PERFORM INICIA-CNAB-BCO001-TMP
                  WRITE REG-BCO001-TMP
             END-READ
           END-PERFORM.
           CLOSE BCO001-REG BCO001-TMP.
           DELETE FILE BCO001-REG.
           PERFORM COPIA-BCO001-DE-TMP.

       INICIA-CNAB-BCO001-TMP SECTION.
      *    Campos do CNAB 240 no registro convertido: Itau (341),
      *    Bradesco (237) e CEF (104) ja entram no layout 240, os
      *    demais (BB) continuam no de 500 posicoes. Agencia/conta
      *    ficam zeradas ate alguem cadastrar - sem elas a remessa
      *    240 desses bancos e recusada na geracao.
           IF CODIGO-BCO-TMP = 341 OR CODIGO-BCO-TMP = 237 OR
              CODIGO-BCO-TMP = 104
              MOVE 240 TO LAYOUT-CNAB-BCO-TMP
           ELSE
              MOVE 400 TO LAYOUT-CNAB-BCO-TMP
           END-IF.
           MOVE ZEROS  TO AGENCIA-BCO-TMP CONTA-BCO-TMP NSA-BCO-TMP.
           MOVE SPACES TO DV-AGENCIA-BCO-TMP DV-CONTA-BCO-TMP.

       COPIA-BCO001-DE-TMP SECTION.
      *    Recriacao/retomada do BCO001 a partir do BCO001N (ver
      *    COPIA-CRD022-DE-TMP).
           DELETE FILE CRD001-TMP.
           DISPLAY "CRD001 CONVERTIDO - REGISTROS: " CONT-CRD001-W.

       CONVERTE-CAD002 SECTION.
      *    Mesmos dois passos de CONVERTE-CRD022, p/ o CAD002. A
      *    senha de 4 digitos vai p/ a alfanumerica alinhada a
      *    esquerda, entao o usuario continua entrando com ela, mas
      *    DATA-SENHA zerada = vencida: o CAPSENHA recusa a senha
      *    como aprovador ate a troca no CAP004. Retomavel do
      *    CAD002N, como la.
           OPEN INPUT CAD002-ANT.
           IF ST-CAD002-ANT = "35" OR ST-CAD002-ANT = "39"
              OPEN INPUT CAD002-TMP
              IF ST-CAD002-TMP = "00"
                 CLOSE CAD002-TMP
                 DISPLAY "RETOMANDO CONVERSAO DO CAD002 A PARTIR DE "
                         "CAD002N"
                 PERFORM COPIA-CAD002-DE-TMP
              ELSE
                 IF ST-CAD002-ANT = "35"
                    DISPLAY "CAD002 INEXISTENTE - NADA A CONVERTER"
                 ELSE
                    DISPLAY "CAD002 JA CONVERTIDO"
                 END-IF
              END-IF
              EXIT SECTION.
           IF ST-CAD002-ANT <> "00"
              DISPLAY "ERRO ABERTURA CAD002: " ST-CAD002-ANT
              MOVE 1 TO ERRO-W
              EXIT SECTION.
           OPEN OUTPUT CAD002-TMP.
           IF ST-CAD002-TMP <> "00"
              DISPLAY "ERRO ABERTURA CAD002N: " ST-CAD002-TMP
              MOVE 1 TO ERRO-W
              CLOSE CAD002-ANT
              EXIT SECTION.
           MOVE LOW-VALUES TO NOME-REDUZ-CA002-ANT.
           START CAD002-ANT KEY IS NOT LESS NOME-REDUZ-CA002-ANT
                 INVALID KEY MOVE "10" TO ST-CAD002-ANT.
           PERFORM UNTIL ST-CAD002-ANT = "10"
             READ CAD002-ANT NEXT RECORD AT END
                  MOVE "10" TO ST-CAD002-ANT
               NOT AT END
                  MOVE SPACES               TO REG-CAD002-TMP
                  MOVE NOME-REDUZ-CA002-ANT TO NOME-REDUZ-CA002-TMP
                  MOVE NOME-CA002-ANT       TO NOME-CA002-TMP
                  MOVE SENHA-CA002-ANT      TO SENHA-CA002-TMP
                  MOVE ZEROS                TO DATA-SENHA-CA002-TMP
                                               TENTATIVAS-CA002-TMP
                                               DATA-BLOQUEIO-CA002-TMP
                  MOVE "N"                  TO BLOQUEADO-CA002-TMP
                  WRITE REG-CAD002-TMP
             END-READ
           END-PERFORM.
           CLOSE CAD002-ANT CAD002-TMP.
           DELETE FILE CAD002-ANT.
           PERFORM COPIA-CAD002-DE-TMP.

       COPIA-CAD002-DE-TMP SECTION.
      *    Recriacao/retomada do CAD002 a partir do CAD002N (ver
      *    COPIA-CRD022-DE-TMP).
           OPEN OUTPUT CAD002.
           OPEN INPUT CAD002-TMP.
           MOVE LOW-VALUES TO NOME-REDUZ-CA002-TMP.
           START CAD002-TMP KEY IS NOT LESS NOME-REDUZ-CA002-TMP
                 INVALID KEY MOVE "10" TO ST-CAD002-TMP.
           PERFORM UNTIL ST-CAD002-TMP = "10"
             READ CAD002-TMP NEXT RECORD AT END
                  MOVE "10" TO ST-CAD002-TMP
               NOT AT END
                  MOVE REG-CAD002-TMP TO REG-CAD002
                  WRITE REG-CAD002
                  ADD 1 TO CONT-CAD002-W
             END-READ
           END-PERFORM.
           CLOSE CAD002 CAD002-TMP.
           DELETE FILE CAD002-TMP.
           DISPLAY "CAD002 CONVERTIDO - REGISTROS: " CONT-CAD002-W.

       FINALIZAR-PROGRAMA SECTION.
           OPEN I-O LOGACESS

           MOVE 1                   TO LOGACESS-SEQUENCIA
           MOVE "CRP216"            TO LOGACESS-PROGRAMA
           MOVE "FECHADO"           TO LOGACESS-STATUS
           ADD CONT-CRD022-W CONT-CAD002-W
                                 GIVING LOGACESS-QTDE-GRAVACOES
           MOVE CONT-CRD001-W       TO LOGACESS-QTDE-EXCLUSOES
           MOVE CONT-BCO001-W       TO LOGACESS-QTDE-REMESSAS
           MOVE "10" TO FS-LOGACESS
