           COPY CRPX211.
           COPY CRPX213.
           COPY CAPX018.
           COPY BCOX001.
           COPY CRPX220.
           COPY LOGACESS.SEL.
           SELECT REMESSA-HIST ASSIGN TO PATH-REMHIST-SEL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REMHIST.
           SELECT REMESSA-HIST240 ASSIGN TO PATH-REMHIST-SEL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REMHIST.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
           COPY CRPW211.
       COPY CRPW213.
       COPY CAPW018.
       COPY BCOW001.
       COPY CRPW220.
       COPY LOGACESS.FD.
       FD  REMESSA-HIST
           LABEL RECORD IS OMITTED.
           05  ID-REG-REMH      PIC X(02).
           05  DADOS-REMH       PIC X(498).
           05  PULA-REMH        PIC X(02).
      *    REMESSA-HIST240 - copia arquivada de remessa CNAB 240 (nome
      *    iniciado por "C" em vez de "R", ver ARQUIVA-REMESSA do
      *    CRP9109): 240 posicoes + CR/LF.
       FD  REMESSA-HIST240
           LABEL RECORD IS OMITTED.
       01  REG-REMESSA-HIST240.
           05  DADOS-REMH240    PIC X(240).
           05  PULA-REMH240     PIC X(02).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  ST-CRD211             PIC XX      VALUE SPACES.
           05  ST-CRD213             PIC XX      VALUE SPACES.
           05  ST-CAD018             PIC XX      VALUE SPACES.
           05  ST-BCO001             PIC XX      VALUE SPACES.
           05  ST-CRD220             PIC XX      VALUE SPACES.
           05  ST-REMHIST            PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD211           PIC X(30)   VALUE SPACES.
           05  PATH-CRD213           PIC X(30)   VALUE SPACES.
           05  PATH-CAD018           PIC X(30)   VALUE SPACES.
           05  PATH-BCO001           PIC X(30)   VALUE SPACES.
           05  PATH-CRD220           PIC X(30)   VALUE SPACES.
           05  PATH-REMHIST-SEL      PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ERRO-W                PIC 9       VALUE ZEROS.
               10  DV-BCO-D3-W       PIC 9(01).
           05  DV-BCO-SOMA-W         PIC 9(03) COMP VALUE ZEROS.
           05  DV-BCO-W              PIC 9(01)   VALUE ZEROS.
      *    BOLETO-240-W - "S" enquanto o segmento P lido da copia CNAB
      *    240 e de entrada a imprimir; o boleto sai no segmento R,
      *    que fecha o titulo (P-Q-R).
           05  BOLETO-240-W          PIC X(01)   VALUE "N".
           05  LINDET-PREVIA-W       PIC X(132)  VALUE SPACES.
           05  VALOR-W               PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-BOL-DSP         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  BASE-FATOR-INT-W      PIC S9(9) COMP VALUE ZEROS.
           05  VALOR-BARRAS-W        PIC 9(10)   VALUE ZEROS.
           05  LINHA-DIGITAVEL-W     PIC X(54)   VALUE SPACES.
           05  CAMPO-MOD10-W         PIC X(25)   VALUE SPACES.
           05  LEN-MOD10-W           PIC 9(02)   VALUE ZEROS.
           05  DV10-W                PIC 9(01)   VALUE ZEROS.
           05  DV11-W                PIC 9(01)   VALUE ZEROS.
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".

       01  AREA-CNAB240.
           COPY CNAB240.

      *    REM-TIPO1 - mesmo layout do detalhe tipo 1 gravado pelo
      *    CRP9109 (ver comentario identico no CRP9110); aqui e a
      *    visao de cada registro da copia arquivada da remessa.
           05  BENEF-BOL-REL        PIC X(40)  VALUE SPACES.
           05  FILLER               PIC X(12)  VALUE "VENCIMENTO: ".
           05  VENCTO-BOL-REL       PIC X(10)  VALUE SPACES.
       01  LINDET-BOL1A.
           05  FILLER               PIC X(14)  VALUE "CPF/CNPJ:     ".
           05  INSC-BENEF-BOL-REL   PIC X(14)  VALUE SPACES.
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  ENDER-BENEF-BOL-REL  PIC X(40)  VALUE SPACES.
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  CIDADE-BENEF-BOL-REL PIC X(20)  VALUE SPACES.
           05  FILLER               PIC X(01)  VALUE "/".
           05  UF-BENEF-BOL-REL     PIC X(02)  VALUE SPACES.
       01  LINDET-BOL2.
           05  FILLER               PIC X(14)  VALUE "NOSSO NUMERO: ".
           05  NOSSO-NUM-BOL-REL    PIC X(20)  VALUE SPACES.
           MOVE "CRD211" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD211.
           MOVE "CRD213" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD213.
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "BCO001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BCO001.
           MOVE "CRD220" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD220.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN INPUT CRD211 CAD018
           OPEN INPUT CRD213 BCO001 CRD220
           IF ST-CRD213 = "35"
              CLOSE CRD213
              OPEN OUTPUT CRD213
                   END-IF
              END-READ
           END-IF.
      *    Agencia/conta/convenio do banco p/ o campo livre dos bancos
      *    CNAB 240 (BB usa so o convenio, que ja vem no REM-TIPO1).
           MOVE COD-BANCO-BOL-W TO CODIGO-BCO.
           READ BCO001 INVALID KEY
                MOVE ZEROS TO CONVENIO-BCO AGENCIA-BCO CONTA-BCO
           END-READ.
           PERFORM CALCULA-DV-BANCO.

       CALCULA-DV-BANCO SECTION.
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
      *    Beneficiario impresso no boleto vem do CRD220 (CRP232);
      *    sem ele nao ha boleto.
           MOVE "10" TO ST-REMHIST.
           IF ST-CRD220 = "00" OR ST-CRD220 = "23"
              MOVE EMPRESA-W TO EMPRESA-CR220
              READ CRD220 INVALID KEY
                   MOVE "23" TO ST-CRD220
                NOT INVALID KEY
                   MOVE "00" TO ST-REMHIST
              END-READ
           END-IF.
           IF ST-REMHIST <> "00"
              MOVE "Beneficiario nao cadastrado - ver CRP232"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE RAZAO-SOCIAL-CR220 TO BENEF-BOL-REL.
           MOVE CNPJ-CR220         TO INSC-BENEF-BOL-REL.
           MOVE ENDERECO-CR220     TO ENDER-BENEF-BOL-REL.
           MOVE CIDADE-CR220       TO CIDADE-BENEF-BOL-REL.
           MOVE UF-CR220           TO UF-BENEF-BOL-REL.
           PERFORM ACHAR-BANCO-DA-REMESSA.
           MOVE GS-ARQUIVO-HIST TO PATH-REMHIST-SEL.
           IF GS-ARQUIVO-HIST(21: 1) = "C"
              OPEN I-O REMESSA-HIST240
           ELSE
              OPEN I-O REMESSA-HIST
           END-IF.
           IF ST-REMHIST <> "00"
              MOVE "ERRO ABERTURA HISTORICO: " TO GS-MENSAGEM-ERRO
              MOVE ST-REMHIST TO GS-MENSAGEM-ERRO(27: 02)
           END-IF.
           MOVE ZEROS TO LIN.

           IF GS-ARQUIVO-HIST(21: 1) = "C"
              PERFORM LE-HISTORICO-240
              CLOSE REMESSA-HIST240
           ELSE
              PERFORM LE-HISTORICO-400
              CLOSE REMESSA-HIST
           END-IF.

           IF GS-PREVIEW-TRUE
              MOVE "REFRESH-DATA" TO DS-PROCEDURE
              PERFORM CALL-DIALOG-SYSTEM
           ELSE
              MOVE SPACES TO REG-RELAT
              WRITE REG-RELAT AFTER PAGE
              PERFORM FECHA-MODO-CONDENSADO
           END-IF.

       LE-HISTORICO-400 SECTION.
           MOVE ZEROS TO ST-REMHIST.
           PERFORM UNTIL ST-REMHIST = "10"
             READ REMESSA-HIST AT END MOVE "10" TO ST-REMHIST
                 END-IF
             END-READ
           END-PERFORM.

       LE-HISTORICO-240 SECTION.
      *    Copia CNAB 240: cada titulo de entrada (movimento 01) vem
      *    em tres linhas - P (nosso numero, vencimento, valor e a
      *    pendencia de impressao em USO-EMPRESA), Q (sacado) e R
      *    (mensagem). O REM-TIPO1 e remontado ao longo das tres e o
      *    boleto sai no R. A pendencia e desligada por REWRITE do
      *    proprio P, unico momento em que ele e o registro corrente.
      *    Remessa de instrucao so tem P (movimentos 02/04/06/09) e
      *    nao gera boleto.
           MOVE "N"   TO BOLETO-240-W.
           MOVE ZEROS TO ST-REMHIST.
           PERFORM UNTIL ST-REMHIST = "10"
             READ REMESSA-HIST240 AT END MOVE "10" TO ST-REMHIST
               NOT AT END
                 MOVE DADOS-REMH240 TO REG-CNAB240
                 IF CNAB-DETALHE
                    EVALUATE SEGMENTO-CNAB
                        WHEN "P" PERFORM MOVER-SEGMENTO-P-BOLETO
                        WHEN "Q" IF BOLETO-240-W = "S"
                                    PERFORM MOVER-SEGMENTO-Q-BOLETO
                                 END-IF
                        WHEN "R" IF BOLETO-240-W = "S"
                                    MOVE MENSAGEM3-SR TO MENSAGEM-T1
                                    PERFORM IMPRIME-UM-BOLETO
                                    MOVE "N" TO BOLETO-240-W
                                 END-IF
                    END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM.

       MOVER-SEGMENTO-P-BOLETO SECTION.
           MOVE "N" TO BOLETO-240-W.
           IF COD-MOVTO-SP <> 01
              EXIT SECTION
           END-IF.
           IF PENDENTE-IMPRESSAO-SP <> "S" AND GS-REIMPRIMIR <> "S"
              EXIT SECTION
           END-IF.
           INITIALIZE REM-TIPO1.
           MOVE "S"                      TO BOLETO-240-W.
           MOVE 09                       TO ESTADO-DO-TITULO-T1.
           MOVE NOSSO-NUMERO-SP          TO NOSSO-NUMERO-T1.
           MOVE NR-DOCUMENTO-SP          TO SEU-NUMERO-T1.
           MOVE DATA-VENCTO-SP           TO DATA-VENCTO-T1.
           MOVE VALOR-TITULO-SP          TO VALOR-TITULO-T1.
           MOVE CONVENIO-BCO             TO CONVENIO7-POS-T1.
           MOVE CARTEIRA-BCO-SP          TO CARTEIRA-T1.
           IF PENDENTE-IMPRESSAO-SP = "S"
              MOVE "N" TO PENDENTE-IMPRESSAO-SP
              MOVE REG-CNAB240 TO DADOS-REMH240
              REWRITE REG-REMESSA-HIST240
              END-REWRITE
           END-IF.

       MOVER-SEGMENTO-Q-BOLETO SECTION.
           MOVE TIPO-INSC-SQ             TO TIPO-INSCRICAO-CLI-T1.
           IF TIPO-INSC-SQ = 2
              MOVE INSC-SQ(2: 14)        TO INSCRICAO-CLIENTE-T1
           ELSE
              MOVE INSC-SQ(5: 11)        TO INSCRICAO-CLIENTE-T1
           END-IF.
           MOVE NOME-SQ                  TO NOME-CLIENTE-T1.
           MOVE ENDERECO-SQ              TO ENDERECO-CLIENTE-T1.
           MOVE CEP-SQ                   TO CEP-CLIENTE-T1.
           MOVE CIDADE-SQ                TO CIDADE-CLIENTE-T1.
           MOVE UF-SQ                    TO UF-CLIENTE-T1.

       IMPRIME-UM-BOLETO SECTION.
           PERFORM MONTA-COD-BARRAS.
                  INTO BANCO-BOL-REL.
           MOVE LINHA-DIGITAVEL-W    TO LINHA-DIG-REL.

           MOVE DATA-VENCTO-T1(1: 2) TO DIA-LISTA-W.
           MOVE DATA-VENCTO-T1(3: 2) TO MES-LISTA-W.
           MOVE DATA-VENCTO-T1(5: 4) TO ANO-LISTA-W.
           PERFORM GRAVA-LINHA-RELAT.
           MOVE LINDET-BOL1  TO LINDET-PREVIA-W.
           PERFORM GRAVA-LINHA-RELAT.
           MOVE LINDET-BOL1A TO LINDET-PREVIA-W.
           PERFORM GRAVA-LINHA-RELAT.
           MOVE LINDET-BOL2  TO LINDET-PREVIA-W.
           PERFORM GRAVA-LINHA-RELAT.
           MOVE LINDET-BOL3  TO LINDET-PREVIA-W.
           PERFORM GRAVA-LINHA-RELAT.
           MOVE CAB-BOL01    TO LINDET-PREVIA-W.
           PERFORM GRAVA-LINHA-RELAT.
           ADD 10 TO LIN.
           IF LIN > 54
              MOVE ZEROS TO LIN
              IF NOT GS-PREVIEW-TRUE
           MOVE VALOR-TITULO-T1(4: 10) TO VALOR-BARRAS-W.

           MOVE ALL "0"                TO CAMPO-LIVRE-W.
           EVALUATE COD-BANCO-BOL-W
               WHEN 341   PERFORM CAMPO-LIVRE-ITAU
               WHEN 237   PERFORM CAMPO-LIVRE-BRADESCO
               WHEN 104   PERFORM CAMPO-LIVRE-CEF
               WHEN OTHER
                 MOVE CONVENIO7-POS-T1(3: 7) TO CAMPO-LIVRE-W(7: 7)
      *          NOSSO-NUMERO-T1 = convenio7 + sequencia de 10
      *          digitos (STRING CONVENIO-BCO SEQUENCIA-W do
      *          MOVER-DADOS-TIPO1).
                 MOVE NOSSO-NUMERO-T1(8: 10) TO CAMPO-LIVRE-W(14: 10)
                 MOVE CARTEIRA-T1            TO CAMPO-LIVRE-W(24: 2)
           END-EVALUATE.

           MOVE SPACES          TO COD-BARRAS-W.
           MOVE COD-BANCO-BOL-W TO COD-BARRAS-W(1: 3).
           PERFORM CALC-DV-MOD11.
           MOVE DV11-W          TO COD-BARRAS-W(5: 1).

       CAMPO-LIVRE-ITAU SECTION.
      *    Itau: carteira(3) + nosso numero(8) + DAC mod 10 de
      *    agencia+conta+carteira+nosso numero + agencia(4) +
      *    conta(5) + DAC mod 10 de agencia+conta + 000. A carteira
      *    Itau tem 3 digitos (109, 112...) e e montada como 1 +
      *    CARTEIRA-T1; o NOSSO-NUMERO-T1 do Itau ja tem as 8
      *    posicoes (MOVER-DADOS-TIPO1 do CRP9109).
           MOVE "1"                    TO CAMPO-LIVRE-W(1: 1).
           MOVE CARTEIRA-T1            TO CAMPO-LIVRE-W(2: 2).
           MOVE NOSSO-NUMERO-T1(1: 8)  TO CAMPO-LIVRE-W(4: 8).
           MOVE SPACES TO CAMPO-MOD10-W.
           MOVE AGENCIA-BCO(2: 4)      TO CAMPO-MOD10-W(1: 4).
           MOVE CONTA-BCO(8: 5)        TO CAMPO-MOD10-W(5: 5).
           MOVE CAMPO-LIVRE-W(1: 11)   TO CAMPO-MOD10-W(10: 11).
           MOVE 20 TO LEN-MOD10-W.
           PERFORM CALC-DV-MOD10.
           MOVE DV10-W                 TO CAMPO-LIVRE-W(12: 1).
           MOVE AGENCIA-BCO(2: 4)      TO CAMPO-LIVRE-W(13: 4).
           MOVE CONTA-BCO(8: 5)        TO CAMPO-LIVRE-W(17: 5).
           MOVE SPACES TO CAMPO-MOD10-W.
           MOVE CAMPO-LIVRE-W(13: 9)   TO CAMPO-MOD10-W(1: 9).
           MOVE 9 TO LEN-MOD10-W.
           PERFORM CALC-DV-MOD10.
           MOVE DV10-W                 TO CAMPO-LIVRE-W(22: 1).

       CAMPO-LIVRE-BRADESCO SECTION.
      *    Bradesco: agencia(4) + carteira(2) + nosso numero(11) +
      *    conta(7) + 0. O NOSSO-NUMERO-T1 do Bradesco ja tem as 11
      *    posicoes (MOVER-DADOS-TIPO1 do CRP9109).
           MOVE AGENCIA-BCO(2: 4)      TO CAMPO-LIVRE-W(1: 4).
           MOVE CARTEIRA-T1            TO CAMPO-LIVRE-W(5: 2).
           MOVE NOSSO-NUMERO-T1(1: 11) TO CAMPO-LIVRE-W(7: 11).
           MOVE CONTA-BCO(6: 7)        TO CAMPO-LIVRE-W(18: 7).

       CAMPO-LIVRE-CEF SECTION.
      *    CEF (SIGCB): codigo do beneficiario(6) + DV mod 11 +
      *    nosso numero em 3 partes (3+3+9) intercaladas com as
      *    constantes 1 (registrada) e 4 (emissao pelo beneficiario)
      *    + DV mod 11 das 24 posicoes anteriores. O codigo do
      *    beneficiario e o CONVENIO-BCO. O NOSSO-NUMERO-T1 da CEF
      *    tem 17 posicoes: as 2 constantes + as 15 partidas aqui.
           MOVE CONVENIO-BCO(2: 6)     TO CAMPO-LIVRE-W(1: 6).
           MOVE SPACES TO CAMPO-MOD10-W.
           MOVE CAMPO-LIVRE-W(1: 6)    TO CAMPO-MOD10-W(1: 6).
           MOVE 6 TO LEN-MOD10-W.
           PERFORM CALC-DV-MOD11-CAMPO.
           MOVE DV11-W                 TO CAMPO-LIVRE-W(7: 1).
           MOVE NOSSO-NUMERO-T1(3: 3)  TO CAMPO-LIVRE-W(8: 3).
           MOVE "1"                    TO CAMPO-LIVRE-W(11: 1).
           MOVE NOSSO-NUMERO-T1(6: 3)  TO CAMPO-LIVRE-W(12: 3).
           MOVE "4"                    TO CAMPO-LIVRE-W(15: 1).
           MOVE NOSSO-NUMERO-T1(9: 9)  TO CAMPO-LIVRE-W(16: 9).
           MOVE SPACES TO CAMPO-MOD10-W.
           MOVE CAMPO-LIVRE-W(1: 24)   TO CAMPO-MOD10-W(1: 24).
           MOVE 24 TO LEN-MOD10-W.
           PERFORM CALC-DV-MOD11-CAMPO.
           MOVE DV11-W                 TO CAMPO-LIVRE-W(25: 1).

       CALC-DV-MOD11-CAMPO SECTION.
      *    DV mod 11 de um campo do campo livre (CAMPO-MOD10-W com
      *    LEN-MOD10-W posicoes): pesos 2 a 9 da direita p/ a
      *    esquerda, DV = 11 - resto; resultado maior que 9 vira 0.
           MOVE ZEROS TO SOMA-DV-W.
           MOVE 2     TO PESO-DV-W.
           PERFORM VARYING IND-DV-W FROM LEN-MOD10-W BY -1
                   UNTIL IND-DV-W < 1
              MOVE CAMPO-MOD10-W(IND-DV-W: 1) TO DIG-DV-W
              COMPUTE PROD-DV-W = DIG-DV-W * PESO-DV-W
              ADD PROD-DV-W TO SOMA-DV-W
              ADD 1 TO PESO-DV-W
              IF PESO-DV-W > 9
                 MOVE 2 TO PESO-DV-W
              END-IF
           END-PERFORM.
           DIVIDE SOMA-DV-W BY 11 GIVING QUOC-DV-W
                  REMAINDER RESTO-DV-W.
           COMPUTE DV11-W = 11 - RESTO-DV-W
              ON SIZE ERROR MOVE ZEROS TO DV11-W
           END-COMPUTE.

       CALC-DV-MOD11 SECTION.
      *    DV geral do codigo de barras: mod 11 sobre as 43 posicoes
      *    (pulando a 5a, que e o proprio DV), pesos 2 a 9 da direita

           close logacess

           CLOSE CRD211 CRD213 CAD018 BCO001 CRD220
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
