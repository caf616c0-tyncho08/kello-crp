       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRPCOMPE.
       AUTHOR.        MARELI AMANCIO VOLPATO.
      *CONSULTA DE COMPETENCIA CONTABIL FECHADA (CRD223), CHAMADA
      *POR TODO PROGRAMA QUE LANCA MOVIMENTO NO CONTAS A RECEBER
      *(BAIXA, CORRECAO, RENEGOCIACAO, ESTORNO, CREDITO, RETORNO,
      *PIX) ANTES DE GRAVAR. RECEBE PARAMETROS-W (COMO VEIO DO MENU)
      *E A DATA DO MOVIMENTO (AAAAMMDD) E DEVOLVE "S" QUANDO O MES
      *DESSA DATA ESTA FECHADO, "N" QUANDO ESTA ABERTO. CRD223
      *INEXISTENTE OU MES SEM REGISTRO = ABERTO, NOS MESMOS MOLDES DO
      *CAPACESS SEM CAD003.
       DATE-WRITTEN.  15/10/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX223.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW223.

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO.
           COPY "PARAMETR".
           05 ST-CRD223            PIC XX      VALUE SPACES.
           05 PATH-CRD223          PIC X(30)   VALUE SPACES.
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
       01  LNK-DATA                PIC 9(08).
       01  LNK-FECHADA             PIC X(01).

       PROCEDURE DIVISION USING LNK-PARAMETROS LNK-DATA
                                LNK-FECHADA.

       MAIN-PROCESS SECTION.
           MOVE LNK-PARAMETROS        TO PARAMETROS-W.
           MOVE PARAMETROS-W(01: 03)  TO EMPRESA-W.
           MOVE EMPRESA-W             TO EMP-REC.
           MOVE "CRD223" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD223.

           MOVE "N" TO LNK-FECHADA.
           IF LNK-DATA = ZEROS
              GOBACK
           END-IF.
           OPEN INPUT CRD223.
      *    CRD223 ainda inexistente = nenhum mes fechado ainda.
           IF ST-CRD223 <> "00"
              IF ST-CRD223 <> "35"
                 CLOSE CRD223
              END-IF
              GOBACK
           END-IF.

           MOVE LNK-DATA(1: 6) TO COMPETENCIA-CR223.
           READ CRD223 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF CR223-FECHADA
                   MOVE "S" TO LNK-FECHADA
                END-IF
           END-READ.
           CLOSE CRD223.
           GOBACK.
