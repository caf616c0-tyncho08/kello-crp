       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP243.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Cotacao de quitacao (calculo de debito
      *           atualizado) de um contrato/album p/ uma data de
      *           pagamento. Cada titulo em aberto sai com o valor
      *           atualizado: vencido paga juros de mora (taxa
      *           mensal informada, pro rata dia - mesmo calculo do
      *           VALOR-JUROS-T1 da remessa) e a multa da regra da
      *           carteira no BCO001 (REGRA-CARTEIRA-BCO do banco do
      *           portador do titulo) a partir do prazo da regra; a
      *           vencer ganha o desconto da mesma regra quando pago
      *           ate o limite de dias antes do vencimento. A cotacao
      *           e gravada (CRD227/CRD228) com o numero impresso p/ o
      *           cliente e validade escolhida; o CRP217 baixa todos
      *           os titulos dela contra um unico pagamento.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX220.
           COPY CRPX227.
           COPY CRPX228.
           COPY CGPX010.
           COPY CAPX018.
           COPY BCOX001.
           COPY LOGX001.
           COPY LOGACESS.SEL.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW220.
       COPY CRPW227.
       COPY CRPW228.
       COPY CGPW010.
       COPY CAPW018.
       COPY BCOW001.
       COPY LOGW001.
       COPY LOGACESS.FD.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY "CRP243.CPB".
           COPY "CRP243.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
           COPY "CBPRINT.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX      VALUE SPACES.
           05  ST-CRD220             PIC XX      VALUE SPACES.
           05  ST-CRD227             PIC XX      VALUE SPACES.
           05  ST-CRD228             PIC XX      VALUE SPACES.
           05  ST-CGD010             PIC XX      VALUE SPACES.
           05  ST-CAD018             PIC XX      VALUE SPACES.
           05  ST-BCO001             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD020           PIC X(30)   VALUE SPACES.
           05  PATH-CRD220           PIC X(30)   VALUE SPACES.
           05  PATH-CRD227           PIC X(30)   VALUE SPACES.
           05  PATH-CRD228           PIC X(30)   VALUE SPACES.
           05  PATH-CGD010           PIC X(30)   VALUE SPACES.
           05  PATH-CAD018           PIC X(30)   VALUE SPACES.
           05  PATH-BCO001           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - conta as cotacoes gravadas na sessao
      *    p/ o registro FECHADO do LOGACESS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
           05  COD-COMPL-W           PIC 9(09)   VALUE ZEROS.
           05  DATA-PAGTO-INV        PIC 9(08)   VALUE ZEROS.
           05  DATA-VALIDADE-INV     PIC 9(08)   VALUE ZEROS.
           05  DATA-PAGTO-INT-W      PIC S9(9) COMP VALUE ZEROS.
           05  DATA-VENCTO-INT-W     PIC S9(9) COMP VALUE ZEROS.
           05  DATA-LIMITE-INT-W     PIC S9(9) COMP VALUE ZEROS.
      *    GRAVA-ITENS-W = "S" quando o calculo e p/ gravar a cotacao
      *    (CRD228 a cada titulo); "N" so exibe.
           05  GRAVA-ITENS-W         PIC X(01)   VALUE "N".
           05  ULT-SEQ-CR227-W       PIC 9(05)   VALUE ZEROS.
      *    PORTADOR-LIDO-W - portador cujo banco ja esta em REG-BCO001
      *    (evita reler CAD018/BCO001 a cada titulo).
           05  PORTADOR-LIDO-W       PIC 9(04)   VALUE 9999.
           05  IND-REGRA-W           PIC 9(02)   VALUE ZEROS.
           05  IND-REGRA-ACH-W       PIC 9(02)   VALUE ZEROS.
           05  IND-REGRA-DEF-W       PIC 9(02)   VALUE ZEROS.
           05  PERC-MULTA-ACHADA-W       PIC 9(03)V99 VALUE ZEROS.
           05  DIAS-MULTA-ACHADA-W       PIC 9(02) VALUE ZEROS.
           05  PERC-DESCONTO-ACHADA-W    PIC 9(03)V99 VALUE ZEROS.
           05  DIAS-DESCONTO-ACHADA-W    PIC 9(02) VALUE ZEROS.
           05  DIAS-ATRASO-W         PIC 9(05)   VALUE ZEROS.
           05  VALOR-JUROS-W         PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-MULTA-W         PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-DESCONTO-W      PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-ATUALIZADO-W    PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-ENCARGOS-W      PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-LISTA-W         PIC ZZ.ZZZ.ZZZ,ZZ.
           05  VALOR-CURTO-W         PIC ZZZ.ZZ9,99.
           05  DIAS-LISTA-W          PIC ZZZZ9.
           05  TAXA-LISTA-W          PIC ZZ9,99.
           05  DATA-LISTA-W.
               10  DIA-LISTA-W       PIC 9(02).
               10  FILLER            PIC X        VALUE "/".
               10  MES-LISTA-W       PIC 9(02).
               10  FILLER            PIC X        VALUE "/".
               10  ANO-LISTA-W       PIC 9(04).
           05  DATA-COT-LISTA-W      PIC X(10)   VALUE SPACES.
           05  DATA-PAG-LISTA-W      PIC X(10)   VALUE SPACES.
           05  DATA-VAL-LISTA-W      PIC X(10)   VALUE SPACES.
           05  LINDET-RELAT-W        PIC X(132)  VALUE SPACES.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
       77 wHandle                      pic 9(09) comp-5 value zeros.

       01 WS-DATA-SYS.
          05 WS-DATA-CPU.
             10 WS-ANO-CPU                 PIC 9(04).
             10 WS-MES-CPU                 PIC 9(02).
             10 WS-DIA-CPU                 PIC 9(02).
          05 FILLER                        PIC X(13).

       01  WS-HORA-SYS                 PIC 9(08).
       01  FILLER REDEFINES WS-HORA-SYS.
           03 WS-HO-SYS                PIC 9(02).
           03 WS-MI-SYS                PIC 9(02).
           03 WS-SE-SYS                PIC 9(02).
           03 WS-MS-SYS                PIC 9(02).

       LINKAGE SECTION.
       77  POP-UP                  PIC X(30).
       PROCEDURE DIVISION USING POP-UP.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           PERFORM CORPO-PROGRAMA UNTIL GS-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           ACCEPT HORA-BRA FROM TIME.
           INITIALIZE GS-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE GS-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE GS-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD220" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD220.
           MOVE "CRD227" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD227.
           MOVE "CRD228" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD228.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "BCO001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BCO001.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN INPUT CRD020 CRD220 CGD010 CAD018 BCO001
           OPEN I-O CRD227 CRD228 LOG001
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CGD010 <> "00"
              MOVE "ERRO ABERTURA CGD010: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CGD010 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CAD018 <> "00"
              MOVE "ERRO ABERTURA CAD018: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CAD018 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
      *    Sem BCO001 nenhum banco tem regra: a cotacao sai sem multa
      *    e sem desconto, como a remessa.
           IF ST-BCO001 = "35"
              CLOSE BCO001      OPEN OUTPUT BCO001
              CLOSE BCO001      OPEN INPUT BCO001
           END-IF.
           IF ST-BCO001 <> "00"
              MOVE "ERRO ABERTURA BCO001: "  TO GS-MENSAGEM-ERRO
              MOVE ST-BCO001 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
      *    A cotacao impressa sai em nome do beneficiario (CRD220,
      *    CRP232).
           IF ST-CRD220 <> "00"
              MOVE "ERRO ABERTURA CRD220: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD220 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO
           ELSE
              MOVE EMPRESA-W TO EMPRESA-CR220
              READ CRD220 INVALID KEY
                   MOVE "Beneficiario nao cadastrado - ver CRP232"
                     TO GS-MENSAGEM-ERRO
                   PERFORM CARREGA-MENSAGEM-ERRO
              END-READ
           END-IF.
           IF ST-CRD227 = "35"
              CLOSE CRD227      OPEN OUTPUT CRD227
              CLOSE CRD227      OPEN I-O CRD227
           END-IF.
           IF ST-CRD227 <> "00"
              MOVE "ERRO ABERTURA CRD227: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD227 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD228 = "35"
              CLOSE CRD228      OPEN OUTPUT CRD228
              CLOSE CRD228      OPEN I-O CRD228
           END-IF.
           IF ST-CRD228 <> "00"
              MOVE "ERRO ABERTURA CRD228: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD228 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-LOG001 = "35"
              CLOSE LOG001      OPEN OUTPUT LOG001
              CLOSE LOG001      OPEN I-O LOG001
           END-IF.
           IF ST-LOG001 <> "00"
              MOVE "ERRO ABERTURA LOG001: "  TO GS-MENSAGEM-ERRO
              MOVE ST-LOG001 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CRP243" TO ACESSO-PROGRAMA-W
           MOVE SPACES   TO ACESSO-PERMITIDO-W
           CALL "CAPACESS" USING PARAMETROS-W ACESSO-PROGRAMA-W
                                 ACESSO-PERMITIDO-W
           CANCEL "CAPACESS"
           IF ACESSO-PERMITIDO-W = "N"
              MOVE "Usuario sem acesso a este programa"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.

           open i-o logacess

           move function current-date to ws-data-sys

           move usuario-w           to logacess-usuario
           move ws-data-cpu         to logacess-data
           accept ws-hora-sys from time
           move ws-hora-sys         to logacess-horas
           move 1                   to logacess-sequencia
           move "CRP243"            to logacess-programa
           move "ABERTO"            to logacess-status
           move zeros               to logacess-qtde-gravacoes
                                        logacess-qtde-exclusoes
                                        logacess-qtde-remessas
           move "10" to fs-logacess
           perform until fs-logacess = "00"
                write reg-logacess invalid key
                    add 1 to logacess-sequencia
                not invalid key
                    move "00" to fs-logacess
                end-write
           end-perform

           close logacess

           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN GS-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN GS-CALCULAR-FLG-TRUE
                   MOVE "N" TO GRAVA-ITENS-W
                   PERFORM CALCULA-COTACAO
               WHEN GS-GRAVAR-FLG-TRUE
                   PERFORM GRAVA-COTACAO
               WHEN GS-IMPRIMIR-FLG-TRUE
                   PERFORM REIMPRIME-COTACAO
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.
       CENTRALIZAR SECTION.
          move-object-handle principal handle8
          move handle8 to wHandle
          invoke Window "fromHandleWithClass" using wHandle Window
                 returning janelaPrincipal

          invoke janelaPrincipal "CentralizarNoDesktop".

       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           MOVE SPACES TO GS-COMPRADOR.
           MOVE ZEROS  TO GS-CONTRATO GS-ALBUM GS-DATA-PAGTO
                          GS-DATA-VALIDADE GS-TAXA-JURO GS-NUM-COTACAO
                          GS-QTDE-TITULOS GS-TOTAL-ORIGINAL
                          GS-TOTAL-JUROS GS-TOTAL-MULTA
                          GS-TOTAL-DESCONTO GS-TOTAL-ATUALIZADO.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       VALIDA-DADOS-COTACAO SECTION.
      *    Devolve ERRO-W = 1 quando falta contrato/data ou a data de
      *    pagamento/validade ficou no passado.
           MOVE ZEROS TO ERRO-W.
           IF GS-CONTRATO = ZEROS
              MOVE "Informe o contrato/album" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-DATA-PAGTO = ZEROS
              MOVE "Informe a data prevista do pagamento"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE GS-DATA-PAGTO TO DATA-INV.
           CALL "GRIDAT2" USING DATA-INV.
           MOVE DATA-INV      TO DATA-PAGTO-INV.
           IF DATA-PAGTO-INV < WS-DATA-CPU
              MOVE "Data de pagamento anterior a hoje"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-DATA-VALIDADE = ZEROS
              MOVE DATA-PAGTO-INV TO DATA-VALIDADE-INV
              MOVE GS-DATA-PAGTO  TO GS-DATA-VALIDADE
           ELSE
              MOVE GS-DATA-VALIDADE TO DATA-INV
              CALL "GRIDAT2" USING DATA-INV
              MOVE DATA-INV         TO DATA-VALIDADE-INV
           END-IF.
           IF DATA-VALIDADE-INV < WS-DATA-CPU
              MOVE "Validade da cotacao anterior a hoje"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE ZEROS TO COD-COMPL-W.
           MOVE GS-CONTRATO TO COD-COMPL-W(2: 4).
           MOVE GS-ALBUM    TO COD-COMPL-W(6: 4).
           MOVE COD-COMPL-W TO COD-COMPL-CG10.
           READ CGD010 INVALID KEY
                MOVE "Contrato/album nao cadastrado (CGD010)"
                  TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-READ.
           MOVE COMPRADOR-CG10 TO GS-COMPRADOR.

       CALCULA-COTACAO SECTION.
      *    Percorre os titulos em aberto (BAIXADO-CR20 = 0) do
      *    contrato/album, calcula o valor atualizado de cada um p/ a
      *    data de pagamento e lista na tela. Com GRAVA-ITENS-W = "S"
      *    grava tambem o item CRD228 da cotacao ULT-SEQ-CR227-W.
           PERFORM VALIDA-DADOS-COTACAO.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-QTDE-TITULOS GS-TOTAL-ORIGINAL
                         GS-TOTAL-JUROS GS-TOTAL-MULTA
                         GS-TOTAL-DESCONTO GS-TOTAL-ATUALIZADO GS-CONT.
           MOVE COD-COMPL-W TO COD-COMPL-CR20.
           MOVE ZEROS       TO SEQ-CR20.
           START CRD020 KEY IS NOT < CHAVE-CR20
                 INVALID KEY MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END MOVE "10" TO ST-CRD020
              NOT AT END
                IF COD-COMPL-CR20 <> COD-COMPL-W
                   MOVE "10" TO ST-CRD020
                ELSE
                   IF BAIXADO-CR20 = 0
                      PERFORM CALCULA-TITULO
                      PERFORM INSERE-LINHA-LISTA
                      IF GRAVA-ITENS-W = "S"
                         PERFORM GRAVA-ITEM-COTACAO
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           IF GS-QTDE-TITULOS = ZEROS
              MOVE "Contrato/album sem titulos em aberto"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       CALCULA-TITULO SECTION.
      *    Vencido (pagamento depois do vencimento): juros de mora
      *    pro rata dia sobre a taxa mensal da tela, mais a multa da
      *    regra da carteira quando o pagamento cai no prazo dela
      *    (vencimento + DIAS-MULTA). A vencer: desconto da regra
      *    quando pago ate vencimento - DIAS-DESCONTO.
           PERFORM ACHAR-PARAMETROS-BANCO.
           MOVE ZEROS TO DIAS-ATRASO-W VALOR-JUROS-W VALOR-MULTA-W
                         VALOR-DESCONTO-W.
           MOVE FUNCTION INTEGER-OF-DATE(DATA-PAGTO-INV)
                                             TO DATA-PAGTO-INT-W.
           MOVE FUNCTION INTEGER-OF-DATE(DATA-VENCTO-CR20)
                                             TO DATA-VENCTO-INT-W.
           IF DATA-PAGTO-INT-W > DATA-VENCTO-INT-W
              COMPUTE DIAS-ATRASO-W =
                      DATA-PAGTO-INT-W - DATA-VENCTO-INT-W
              IF GS-TAXA-JURO > ZEROS
                 COMPUTE VALOR-JUROS-W ROUNDED =
                         VALOR-TOT-CR20 * GS-TAXA-JURO / 100 / 30
                         * DIAS-ATRASO-W
              END-IF
              COMPUTE DATA-LIMITE-INT-W =
                      DATA-VENCTO-INT-W + DIAS-MULTA-ACHADA-W
              IF PERC-MULTA-ACHADA-W > ZEROS AND
                 DATA-PAGTO-INT-W >= DATA-LIMITE-INT-W
                 COMPUTE VALOR-MULTA-W ROUNDED =
                         VALOR-TOT-CR20 * PERC-MULTA-ACHADA-W / 100
              END-IF
           ELSE
              COMPUTE DATA-LIMITE-INT-W =
                      DATA-VENCTO-INT-W - DIAS-DESCONTO-ACHADA-W
              IF PERC-DESCONTO-ACHADA-W > ZEROS AND
                 DATA-PAGTO-INT-W <= DATA-LIMITE-INT-W
                 COMPUTE VALOR-DESCONTO-W ROUNDED =
                         VALOR-TOT-CR20 * PERC-DESCONTO-ACHADA-W / 100
              END-IF
           END-IF.
           COMPUTE VALOR-ATUALIZADO-W = VALOR-TOT-CR20 + VALOR-JUROS-W
                   + VALOR-MULTA-W - VALOR-DESCONTO-W.
           ADD 1                  TO GS-QTDE-TITULOS.
           ADD VALOR-TOT-CR20     TO GS-TOTAL-ORIGINAL.
           ADD VALOR-JUROS-W      TO GS-TOTAL-JUROS.
           ADD VALOR-MULTA-W      TO GS-TOTAL-MULTA.
           ADD VALOR-DESCONTO-W   TO GS-TOTAL-DESCONTO.
           ADD VALOR-ATUALIZADO-W TO GS-TOTAL-ATUALIZADO.

       ACHAR-PARAMETROS-BANCO SECTION.
      *    Regra de multa/desconto do banco do portador do titulo
      *    (CAD018 -> BCO001), como na remessa; so rele quando o
      *    portador muda de um titulo p/ outro.
           IF PORTADOR-CR20 <> PORTADOR-LIDO-W
              MOVE PORTADOR-CR20 TO PORTADOR PORTADOR-LIDO-W
              READ CAD018 INVALID KEY MOVE ZEROS TO COD-BANCO-CA018
              END-READ
              MOVE COD-BANCO-CA018 TO CODIGO-BCO
              READ BCO001 INVALID KEY
                   INITIALIZE REG-BCO001
              END-READ
           END-IF.
           PERFORM ACHAR-REGRA-CARTEIRA.

       ACHAR-REGRA-CARTEIRA SECTION.
      *    Regra especifica da CARTEIRA-CR20 do titulo; na falta dela
      *    a regra default do banco (CARTEIRA-REGRA-BCO = ZEROS) -
      *    mesma busca do CRP9109.
           MOVE ZEROS TO PERC-MULTA-ACHADA-W DIAS-MULTA-ACHADA-W
                         PERC-DESCONTO-ACHADA-W DIAS-DESCONTO-ACHADA-W.
           MOVE ZEROS TO IND-REGRA-ACH-W IND-REGRA-DEF-W.
           PERFORM VARYING IND-REGRA-W FROM 1 BY 1
                   UNTIL IND-REGRA-W > QTDE-REGRAS-BCO
              IF CARTEIRA-REGRA-BCO(IND-REGRA-W) = CARTEIRA-CR20
                 MOVE IND-REGRA-W TO IND-REGRA-ACH-W
              END-IF
              IF CARTEIRA-REGRA-BCO(IND-REGRA-W) = ZEROS
                 MOVE IND-REGRA-W TO IND-REGRA-DEF-W
              END-IF
           END-PERFORM.
           IF IND-REGRA-ACH-W = ZEROS
              MOVE IND-REGRA-DEF-W TO IND-REGRA-ACH-W
           END-IF.
           IF IND-REGRA-ACH-W > ZEROS
              MOVE PERC-MULTA-REGRA-BCO(IND-REGRA-ACH-W)
                                        TO PERC-MULTA-ACHADA-W
              MOVE DIAS-MULTA-REGRA-BCO(IND-REGRA-ACH-W)
                                        TO DIAS-MULTA-ACHADA-W
              MOVE PERC-DESCONTO-REGRA-BCO(IND-REGRA-ACH-W)
                                        TO PERC-DESCONTO-ACHADA-W
              MOVE DIAS-DESCONTO-REGRA-BCO(IND-REGRA-ACH-W)
                                        TO DIAS-DESCONTO-ACHADA-W
           END-IF.

       INSERE-LINHA-LISTA SECTION.
           ADD 1 TO GS-CONT
           MOVE SPACES TO GS-LINDET
           MOVE NR-DOCTO-CR20         TO GS-LINDET(01: 11)
           MOVE DATA-VENCTO-CR20(7: 2) TO DIA-LISTA-W
           MOVE DATA-VENCTO-CR20(5: 2) TO MES-LISTA-W
           MOVE DATA-VENCTO-CR20(1: 4) TO ANO-LISTA-W
           MOVE DATA-LISTA-W          TO GS-LINDET(13: 10)
           MOVE VALOR-TOT-CR20        TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W         TO GS-LINDET(24: 13)
           MOVE DIAS-ATRASO-W         TO DIAS-LISTA-W
           MOVE DIAS-LISTA-W          TO GS-LINDET(38: 05)
           COMPUTE VALOR-ENCARGOS-W = VALOR-JUROS-W + VALOR-MULTA-W
           MOVE VALOR-ENCARGOS-W      TO VALOR-CURTO-W
           MOVE VALOR-CURTO-W         TO GS-LINDET(44: 10)
           MOVE VALOR-DESCONTO-W      TO VALOR-CURTO-W
           MOVE VALOR-CURTO-W         TO GS-LINDET(55: 10)
           MOVE VALOR-ATUALIZADO-W    TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W         TO GS-LINDET(66: 13)
           MOVE "INSERE-LIST"         TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       GRAVA-ITEM-COTACAO SECTION.
           INITIALIZE REG-CRD228.
           MOVE COD-COMPL-W           TO COD-COMPL-CR228.
           MOVE ULT-SEQ-CR227-W       TO SEQ-COTACAO-CR228.
           MOVE SEQ-CR20              TO SEQ-TITULO-CR228.
           MOVE NR-DOCTO-CR20         TO NR-DOCTO-CR228.
           MOVE DATA-VENCTO-CR20      TO DATA-VENCTO-CR228.
           MOVE VALOR-TOT-CR20        TO VALOR-ORIGINAL-CR228.
           MOVE DIAS-ATRASO-W         TO DIAS-ATRASO-CR228.
           MOVE VALOR-JUROS-W         TO VALOR-JUROS-CR228.
           MOVE VALOR-MULTA-W         TO VALOR-MULTA-CR228.
           MOVE VALOR-DESCONTO-W      TO VALOR-DESCONTO-CR228.
           MOVE VALOR-ATUALIZADO-W    TO VALOR-ATUALIZADO-CR228.
           WRITE REG-CRD228 INVALID KEY
                 MOVE "ERRO GRAVACAO CRD228: " TO GS-MENSAGEM-ERRO
                 MOVE ST-CRD228 TO GS-MENSAGEM-ERRO(23: 02)
                 PERFORM CARREGA-MENSAGEM-ERRO
           END-WRITE.

       GRAVA-COTACAO SECTION.
      *    Calcula e lista; confirmado pelo operador, reserva o
      *    proximo SEQ-CR227 do contrato (cabecalho gravado antes dos
      *    itens), grava os itens recalculando e regrava o cabecalho
      *    com os totais. Em seguida imprime a cotacao p/ o cliente.
           MOVE "N" TO GRAVA-ITENS-W.
           PERFORM CALCULA-COTACAO.
           IF ERRO-W <> ZEROS
              EXIT SECTION
           END-IF.
           MOVE "Confirma a gravacao da cotacao de quitacao ?"
             TO MENSAGEM
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.

           MOVE COD-COMPL-W TO COD-COMPL-CR227.
           MOVE ZEROS TO SEQ-CR227 ULT-SEQ-CR227-W.
           START CRD227 KEY IS NOT < CHAVE-CR227 INVALID KEY
                 MOVE "10" TO ST-CRD227.
           PERFORM UNTIL ST-CRD227 = "10"
             READ CRD227 NEXT RECORD AT END MOVE "10" TO ST-CRD227
               NOT AT END
                 IF COD-COMPL-CR227 <> COD-COMPL-W
                    MOVE "10" TO ST-CRD227
                 ELSE MOVE SEQ-CR227 TO ULT-SEQ-CR227-W
                      CONTINUE
             END-READ
           END-PERFORM.
           ADD 1 TO ULT-SEQ-CR227-W.
           INITIALIZE REG-CRD227.
           MOVE COD-COMPL-W         TO COD-COMPL-CR227.
           MOVE ULT-SEQ-CR227-W     TO SEQ-CR227.
           MOVE WS-DATA-CPU         TO DATA-COTACAO-CR227.
           MOVE DATA-PAGTO-INV      TO DATA-PAGTO-CR227.
           MOVE DATA-VALIDADE-INV   TO DATA-VALIDADE-CR227.
           MOVE GS-TAXA-JURO        TO TAXA-JUROS-CR227.
           MOVE "E"                 TO SITUACAO-CR227.
           MOVE USUARIO-W           TO USUARIO-CR227.
           MOVE ZEROS TO ST-CRD227.
           PERFORM UNTIL ST-CRD227 = "10"
              WRITE REG-CRD227 INVALID KEY
                 ADD 1 TO SEQ-CR227
                 CONTINUE
               NOT INVALID KEY MOVE "10" TO ST-CRD227
           END-PERFORM.
           MOVE SEQ-CR227 TO ULT-SEQ-CR227-W.

           MOVE "S" TO GRAVA-ITENS-W.
           PERFORM CALCULA-COTACAO.
           MOVE "N" TO GRAVA-ITENS-W.

           MOVE GS-QTDE-TITULOS     TO QTDE-TITULOS-CR227.
           MOVE GS-TOTAL-ORIGINAL   TO VALOR-ORIGINAL-CR227.
           MOVE GS-TOTAL-JUROS      TO VALOR-JUROS-CR227.
           MOVE GS-TOTAL-MULTA      TO VALOR-MULTA-CR227.
           MOVE GS-TOTAL-DESCONTO   TO VALOR-DESCONTO-CR227.
           MOVE GS-TOTAL-ATUALIZADO TO VALOR-TOTAL-CR227.
           REWRITE REG-CRD227
           END-REWRITE.

           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "I"         TO LOG1-OPERACAO
           MOVE "CRD227"    TO LOG1-ARQUIVO
           MOVE "CRP243"    TO LOG1-PROGRAMA
           MOVE REG-CRD227  TO LOG1-REGISTRO
           MOVE 1 TO LOG1-SEQUENCIA
           MOVE "10" TO ST-LOG001
           PERFORM UNTIL ST-LOG001 = "00"
                WRITE REG-LOG001 INVALID KEY
                    ADD 1 TO LOG1-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO ST-LOG001
                END-WRITE
           END-PERFORM.
           ADD 1 TO CONT-GRAVACOES-W.
           MOVE SEQ-CR227 TO GS-NUM-COTACAO.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

           MOVE SPACES TO MENSAGEM.
           STRING "Cotacao " SEQ-CR227 " gravada. Imprimir agora ?"
                  DELIMITED BY SIZE INTO MENSAGEM
           END-STRING.
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG = "S"
              PERFORM CHAMA-IMPRESSAO
           END-IF.

       REIMPRIME-COTACAO SECTION.
           IF GS-CONTRATO = ZEROS OR GS-NUM-COTACAO = ZEROS
              MOVE "Informe contrato/album e numero da cotacao"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE ZEROS TO COD-COMPL-W.
           MOVE GS-CONTRATO TO COD-COMPL-W(2: 4).
           MOVE GS-ALBUM    TO COD-COMPL-W(6: 4).
           PERFORM CHAMA-IMPRESSAO.

       CHAMA-IMPRESSAO SECTION.
           COPY IMPRESSORA.CHAMA.
           IF LNK-MAPEAMENTO <> SPACES
              PERFORM IMPRIME-COTACAO
           END-IF.

       IMPRIME-COTACAO SECTION.
      *    Imprime a cotacao COD-COMPL-W/GS-NUM-COTACAO a partir do
      *    que foi gravado (CRD227/CRD228) - a reimpressao sai igual
      *    a original mesmo que os titulos tenham mudado depois.
           MOVE COD-COMPL-W    TO COD-COMPL-CR227.
           MOVE GS-NUM-COTACAO TO SEQ-CR227.
           READ CRD227 INVALID KEY
                MOVE "Cotacao nao localizada em CRD227"
                  TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-READ.
           MOVE COD-COMPL-W TO COD-COMPL-CG10.
           READ CGD010 INVALID KEY
                MOVE SPACES TO COMPRADOR-CG10
           END-READ.

           MOVE DATA-COTACAO-CR227(7: 2)  TO DIA-LISTA-W.
           MOVE DATA-COTACAO-CR227(5: 2)  TO MES-LISTA-W.
           MOVE DATA-COTACAO-CR227(1: 4)  TO ANO-LISTA-W.
           MOVE DATA-LISTA-W              TO DATA-COT-LISTA-W.
           MOVE DATA-PAGTO-CR227(7: 2)    TO DIA-LISTA-W.
           MOVE DATA-PAGTO-CR227(5: 2)    TO MES-LISTA-W.
           MOVE DATA-PAGTO-CR227(1: 4)    TO ANO-LISTA-W.
           MOVE DATA-LISTA-W              TO DATA-PAG-LISTA-W.
           MOVE DATA-VALIDADE-CR227(7: 2) TO DIA-LISTA-W.
           MOVE DATA-VALIDADE-CR227(5: 2) TO MES-LISTA-W.
           MOVE DATA-VALIDADE-CR227(1: 4) TO ANO-LISTA-W.
           MOVE DATA-LISTA-W              TO DATA-VAL-LISTA-W.

           PERFORM ABRE-MODO-CONDENSADO.
           MOVE SPACES TO LINDET-RELAT-W.
           MOVE RAZAO-SOCIAL-CR220  TO LINDET-RELAT-W(01: 40)
           MOVE "CNPJ/CPF:"         TO LINDET-RELAT-W(45: 09)
           MOVE CNPJ-CR220          TO LINDET-RELAT-W(55: 14)
           WRITE REG-RELAT FROM LINDET-RELAT-W.
           MOVE SPACES TO LINDET-RELAT-W.
           STRING "COTACAO DE QUITACAO No " SEQ-CR227
                  "    EMITIDA EM " DATA-COT-LISTA-W
                  DELIMITED BY SIZE INTO LINDET-RELAT-W
           END-STRING.
           WRITE REG-RELAT FROM LINDET-RELAT-W AFTER 2.
           MOVE SPACES TO LINDET-RELAT-W.
           STRING "CONTRATO: " COD-COMPL-CR227(2: 4)
                  "  ALBUM: " COD-COMPL-CR227(6: 4)
                  "  CLIENTE: " COMPRADOR-CG10
                  DELIMITED BY SIZE INTO LINDET-RELAT-W
           END-STRING.
           WRITE REG-RELAT FROM LINDET-RELAT-W.
           MOVE TAXA-JUROS-CR227 TO TAXA-LISTA-W.
           MOVE SPACES TO LINDET-RELAT-W.
           STRING "DATA DO PAGAMENTO: " DATA-PAG-LISTA-W
                  "  VALIDA ATE: " DATA-VAL-LISTA-W
                  "  JUROS DE MORA: " TAXA-LISTA-W " % AO MES"
                  DELIMITED BY SIZE INTO LINDET-RELAT-W
           END-STRING.
           WRITE REG-RELAT FROM LINDET-RELAT-W.
           MOVE SPACES TO LINDET-RELAT-W.
           STRING "DOCUMENTO   VENCIMENTO  VALOR ORIGINAL  DIAS"
                  "          JUROS          MULTA       DESCONTO"
                  "     ATUALIZADO"
                  DELIMITED BY SIZE INTO LINDET-RELAT-W
           END-STRING.
           WRITE REG-RELAT FROM LINDET-RELAT-W AFTER 2.

           MOVE COD-COMPL-CR227 TO COD-COMPL-CR228.
           MOVE SEQ-CR227       TO SEQ-COTACAO-CR228.
           MOVE ZEROS           TO SEQ-TITULO-CR228.
           START CRD228 KEY IS NOT < CHAVE-CR228
                 INVALID KEY MOVE "10" TO ST-CRD228.
           PERFORM UNTIL ST-CRD228 = "10"
              READ CRD228 NEXT RECORD AT END MOVE "10" TO ST-CRD228
              NOT AT END
                IF COD-COMPL-CR228 <> COD-COMPL-CR227 OR
                   SEQ-COTACAO-CR228 <> SEQ-CR227
                   MOVE "10" TO ST-CRD228
                ELSE
                   PERFORM IMPRIME-ITEM-COTACAO
                END-IF
              END-READ
           END-PERFORM.

           MOVE SPACES TO LINDET-RELAT-W.
           MOVE "TOTAL"               TO LINDET-RELAT-W(01: 05)
           MOVE VALOR-ORIGINAL-CR227  TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W         TO LINDET-RELAT-W(24: 13)
           MOVE VALOR-JUROS-CR227     TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W         TO LINDET-RELAT-W(44: 13)
           MOVE VALOR-MULTA-CR227     TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W         TO LINDET-RELAT-W(59: 13)
           MOVE VALOR-DESCONTO-CR227  TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W         TO LINDET-RELAT-W(74: 13)
           MOVE VALOR-TOTAL-CR227     TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W         TO LINDET-RELAT-W(89: 13)
           WRITE REG-RELAT FROM LINDET-RELAT-W AFTER 2.
           MOVE SPACES TO LINDET-RELAT-W.
           STRING "VALOR PARA QUITACAO VALIDO PARA PAGAMENTO ATE "
                  DATA-VAL-LISTA-W
                  ". APOS ESTA DATA SOLICITE NOVA COTACAO."
                  DELIMITED BY SIZE INTO LINDET-RELAT-W
           END-STRING.
           WRITE REG-RELAT FROM LINDET-RELAT-W AFTER 3.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT AFTER PAGE
           PERFORM FECHA-MODO-CONDENSADO.

       IMPRIME-ITEM-COTACAO SECTION.
           MOVE SPACES TO LINDET-RELAT-W.
           MOVE NR-DOCTO-CR228          TO LINDET-RELAT-W(01: 11)
           MOVE DATA-VENCTO-CR228(7: 2) TO DIA-LISTA-W
           MOVE DATA-VENCTO-CR228(5: 2) TO MES-LISTA-W
           MOVE DATA-VENCTO-CR228(1: 4) TO ANO-LISTA-W
           MOVE DATA-LISTA-W            TO LINDET-RELAT-W(13: 10)
           MOVE VALOR-ORIGINAL-CR228    TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W           TO LINDET-RELAT-W(24: 13)
           MOVE DIAS-ATRASO-CR228       TO DIAS-LISTA-W
           MOVE DIAS-LISTA-W            TO LINDET-RELAT-W(38: 05)
           MOVE VALOR-JUROS-CR228       TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W           TO LINDET-RELAT-W(44: 13)
           MOVE VALOR-MULTA-CR228       TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W           TO LINDET-RELAT-W(59: 13)
           MOVE VALOR-DESCONTO-CR228    TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W           TO LINDET-RELAT-W(74: 13)
           MOVE VALOR-ATUALIZADO-CR228  TO VALOR-LISTA-W
           MOVE VALOR-LISTA-W           TO LINDET-RELAT-W(89: 13)
           WRITE REG-RELAT FROM LINDET-RELAT-W.

       ABRE-MODO-CONDENSADO SECTION.
      *    Isolado em secao propria porque COND-HP/COND-EP (CONDENSA)
      *    tem seu proprio ponto final (mesma observacao do CRP9109).
           COPY CONDENSA.

       FECHA-MODO-CONDENSADO SECTION.
           COPY DESCONDENSA.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP243" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.

       exibir-mensagem section.
           move    spaces to resp-msg.
           call    "MENSAGEM" using tipo-msg resp-msg mensagem
           cancel  "MENSAGEM".
           move spaces to mensagem.

       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, GS-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           open i-o logacess

           move function current-date to ws-data-sys

           move usuario-w           to logacess-usuario
           move ws-data-cpu         to logacess-data
           accept ws-hora-sys from time
           move ws-hora-sys         to logacess-horas
           move 1                   to logacess-sequencia
           move "CRP243"            to logacess-programa
           move "FECHADO"           to logacess-status
           move cont-gravacoes-w    to logacess-qtde-gravacoes
           move zeros               to logacess-qtde-exclusoes
                                        logacess-qtde-remessas
           move "10" to fs-logacess
           perform until fs-logacess = "00"
                write reg-logacess invalid key
                    add 1 to logacess-sequencia
                not invalid key
                    move "00" to fs-logacess
                end-write
           end-perform

           close logacess

           CLOSE CRD020 CRD220 CRD227 CRD228 CGD010 CAD018 BCO001
                 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
