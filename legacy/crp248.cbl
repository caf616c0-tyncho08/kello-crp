       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP248.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Relatorio do titular de dados (LGPD) por CPF/CNPJ.
      *           Acha todos os contratos em que o CPF/CNPJ aparece -
      *           como comprador (CGD011) ou avalista (CGD014), com a
      *           mesma varredura do CRP227 - e lista, por contrato,
      *           os dados pessoais guardados (CGD010/011/014), os
      *           titulos (CRD020) com carta de cobranca (CRD214),
      *           protesto (CRD216) e biro de credito (CRD225), as
      *           anotacoes (CRD200/CRD201, onde tambem ficam as
      *           baixas por PIX) e os creditos do cliente (CRD222).
      *           Sai na list box e impresso p/ a resposta ao
      *           titular. Contrato ja anonimizado (CRP249) aparece
      *           so se o CPF/CNPJ ainda estiver em algum cadastro.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX010.
           COPY CGPX011.
           COPY CGPX014.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX214.
           COPY CRPX216.
           COPY CRPX222.
           COPY CRPX225.
           COPY LOGACESS.SEL.
           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW010.
       COPY CGPW011.
       COPY CGPW014.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW214.
       COPY CRPW216.
       COPY CRPW222.
       COPY CRPW225.
       COPY LOGACESS.FD.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY IMPRESSORA.
           COPY "CRP248.CPB".
           COPY "CRP248.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
           COPY "CBPRINT.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD010             PIC XX      VALUE SPACES.
           05  ST-CGD011             PIC XX      VALUE SPACES.
           05  ST-CGD014             PIC XX      VALUE SPACES.
           05  ST-CRD020             PIC XX      VALUE SPACES.
           05  ST-CRD200             PIC XX      VALUE SPACES.
           05  ST-CRD201             PIC XX      VALUE SPACES.
           05  ST-CRD214             PIC XX      VALUE SPACES.
           05  ST-CRD216             PIC XX      VALUE SPACES.
           05  ST-CRD222             PIC XX      VALUE SPACES.
           05  ST-CRD225             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CGD010           PIC X(30)   VALUE SPACES.
           05  PATH-CGD011           PIC X(30)   VALUE SPACES.
           05  PATH-CGD014           PIC X(30)   VALUE SPACES.
           05  PATH-CRD020           PIC X(30)   VALUE SPACES.
           05  PATH-CRD200           PIC X(30)   VALUE SPACES.
           05  PATH-CRD201           PIC X(30)   VALUE SPACES.
           05  PATH-CRD214           PIC X(30)   VALUE SPACES.
           05  PATH-CRD216           PIC X(30)   VALUE SPACES.
           05  PATH-CRD222           PIC X(30)   VALUE SPACES.
           05  PATH-CRD225           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
      *    Arquivos que podem ainda nao existir na empresa (nenhuma
      *    carta, protesto, credito ou negativacao ate hoje).
           05  TEM-CRD214-W          PIC X(01)   VALUE "S".
           05  TEM-CRD216-W          PIC X(01)   VALUE "S".
           05  TEM-CRD222-W          PIC X(01)   VALUE "S".
           05  TEM-CRD225-W          PIC X(01)   VALUE "S".
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W - conta os relatorios impressos na sessao
      *    p/ o registro FECHADO do LOGACESS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
           05  SAIDA-W               PIC X(01)   VALUE "L".
      *    SAIDA-W - L-list box  R-relatorio impresso; as mesmas
      *    linhas (LINHA-W) vao p/ um ou p/ outro em EMITE-LINHA.
           05  LINHA-W               PIC X(132)  VALUE SPACES.
           05  CPF-CG11-COMP-W       PIC 9(21)   VALUE ZEROS.
      *    TAB-CONTR-W - contratos do titular e o papel em cada um
      *    (C-comprador A-avalista B-os dois).
           05  TAB-CONTR-W.
               10  TAB-CONTR-OCR OCCURS 50 TIMES.
                   15  COD-COMPL-CT-W       PIC 9(09).
                   15  PAPEL-CT-W           PIC X(01).
           05  QTDE-CONTR-W          PIC 9(02)   VALUE ZEROS.
           05  IND-CONTR-W           PIC 9(02)   VALUE ZEROS.
           05  COD-COMPL-AUX-W       PIC 9(09)   VALUE ZEROS.
           05  PAPEL-AUX-W           PIC X(01)   VALUE SPACES.
           05  CONT-FORA-TAB-W       PIC 9(03)   VALUE ZEROS.
           05  ORIGENS-ANOT-W.
               10  FILLER            PIC X(15)
                   VALUE "TRANSF.PORTADOR".
               10  FILLER            PIC X(15)
                   VALUE "RETORNO BANCO  ".
               10  FILLER            PIC X(15)
                   VALUE "BAIXA MANUAL   ".
               10  FILLER            PIC X(15)
                   VALUE "CARTA COBRANCA ".
               10  FILLER            PIC X(15)
                   VALUE "PIX            ".
               10  FILLER            PIC X(15)
                   VALUE "PLANO PARCELAS ".
               10  FILLER            PIC X(15)
                   VALUE "ESTORNO BAIXA  ".
               10  FILLER            PIC X(15)
                   VALUE "CREDITO CLIENTE".
               10  FILLER            PIC X(15)
                   VALUE "PERDA (PDD)    ".
               10  FILLER            PIC X(15)
                   VALUE "CONTATO COBR.  ".
           05  FILLER REDEFINES ORIGENS-ANOT-W.
               10  ORIGEM-ANOT-W     PIC X(15)   OCCURS 10 TIMES.
           05  SITUACAO-TIT-W        PIC X(12)   VALUE SPACES.
           05  SITUACAO-AUX-W        PIC X(12)   VALUE SPACES.
           05  VALOR-LISTA-W         PIC ZZ.ZZZ.ZZZ,ZZ.
           05  CPF-DSP-W             PIC 9(14)   VALUE ZEROS.
           05  CONTRATO-DSP-W        PIC 9(04).
           05  ALBUM-DSP-W           PIC 9(04).
           05  DATA-AUX-W            PIC 9(08)   VALUE ZEROS.
           05  FILLER REDEFINES DATA-AUX-W.
               10  ANO-AUX-W         PIC 9(04).
               10  MES-AUX-W         PIC 9(02).
               10  DIA-AUX-W         PIC 9(02).
           05  DATA-LISTA-W.
               10  DIA-LISTA-W       PIC 9(02).
               10  FILLER            PIC X        VALUE "/".
               10  MES-LISTA-W       PIC 9(02).
               10  FILLER            PIC X        VALUE "/".
               10  ANO-LISTA-W       PIC 9(04).
           05  DATA-LISTA-X-W        PIC X(10)   VALUE SPACES.
           05  DATA-LISTA-2-W        PIC X(10)   VALUE SPACES.
           05  PAG-W                 PIC 9(03)   VALUE ZEROS.
           05  LIN                   PIC 9(02)   VALUE ZEROS.
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
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD014" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD014.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "CRD214" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD214.
           MOVE "CRD216" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD216.
           MOVE "CRD222" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD222.
           MOVE "CRD225" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD225.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN INPUT CGD010 CGD011 CGD014 CRD020 CRD200 CRD201
           OPEN INPUT CRD214
           IF ST-CRD214 = "35"
              MOVE "N" TO TEM-CRD214-W
           ELSE
              IF ST-CRD214 <> "00"
                 MOVE "ERRO ABERTURA CRD214: "  TO GS-MENSAGEM-ERRO
                 MOVE ST-CRD214 TO GS-MENSAGEM-ERRO(23: 02)
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF
           OPEN INPUT CRD216
           IF ST-CRD216 = "35"
              MOVE "N" TO TEM-CRD216-W
           ELSE
              IF ST-CRD216 <> "00"
                 MOVE "ERRO ABERTURA CRD216: "  TO GS-MENSAGEM-ERRO
                 MOVE ST-CRD216 TO GS-MENSAGEM-ERRO(23: 02)
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF
           OPEN INPUT CRD222
           IF ST-CRD222 = "35"
              MOVE "N" TO TEM-CRD222-W
           ELSE
              IF ST-CRD222 <> "00"
                 MOVE "ERRO ABERTURA CRD222: "  TO GS-MENSAGEM-ERRO
                 MOVE ST-CRD222 TO GS-MENSAGEM-ERRO(23: 02)
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF
           OPEN INPUT CRD225
           IF ST-CRD225 = "35"
              MOVE "N" TO TEM-CRD225-W
           ELSE
              IF ST-CRD225 <> "00"
                 MOVE "ERRO ABERTURA CRD225: "  TO GS-MENSAGEM-ERRO
                 MOVE ST-CRD225 TO GS-MENSAGEM-ERRO(23: 02)
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF
           IF ST-CGD010 <> "00"
              MOVE "ERRO ABERTURA CGD010: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CGD010 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CGD011 <> "00"
              MOVE "ERRO ABERTURA CGD011: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CGD011 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CGD014 <> "00"
              MOVE "ERRO ABERTURA CGD014: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CGD014 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD200 <> "00"
              MOVE "ERRO ABERTURA CRD200: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD200 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CRD201 <> "00"
              MOVE "ERRO ABERTURA CRD201: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD201 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CRP248" TO ACESSO-PROGRAMA-W
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
           move "CRP248"            to logacess-programa
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
               WHEN GS-CONSULTAR-FLG-TRUE
                   PERFORM ACHA-CONTRATOS-CPF
                   IF ERRO-W = ZEROS
                      MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
                      PERFORM CALL-DIALOG-SYSTEM
                      MOVE ZEROS TO GS-CONT
                      MOVE "L" TO SAIDA-W
                      PERFORM MONTA-RELATORIO
                      MOVE "REFRESH-DATA" TO DS-PROCEDURE
                      PERFORM CALL-DIALOG-SYSTEM
                   END-IF
               WHEN GS-IMPRIMIR-FLG-TRUE
                   PERFORM ACHA-CONTRATOS-CPF
                   IF ERRO-W = ZEROS
                      COPY IMPRESSORA.CHAMA.
                      IF LNK-MAPEAMENTO <> SPACES
                         PERFORM IMPRIME-RELATORIO
                      END-IF
                   END-IF
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
           MOVE ZEROS  TO GS-CPF GS-QTDE-CONTRATOS GS-QTDE-TITULOS.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       ACHA-CONTRATOS-CPF SECTION.
      *    Varre CGD011 (CPF do comprador) e CGD014 (CPF do
      *    avalista) inteiros, como o CRP227 - os cadastros nao tem
      *    chave alternada por CPF.
           MOVE ZEROS TO ERRO-W QTDE-CONTR-W CONT-FORA-TAB-W
                         GS-QTDE-CONTRATOS GS-QTDE-TITULOS.
           INITIALIZE TAB-CONTR-W.
           IF GS-CPF = ZEROS
              MOVE "Informe o CPF/CNPJ do titular" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE GS-CPF TO CPF-CG11-COMP-W.
           MOVE ZEROS TO COD-COMPL-CG11.
           START CGD011 KEY IS NOT LESS COD-COMPL-CG11 INVALID KEY
                 MOVE "10" TO ST-CGD011.
           PERFORM UNTIL ST-CGD011 = "10"
             READ CGD011 NEXT RECORD AT END MOVE "10" TO ST-CGD011
               NOT AT END
                 IF CPF1-CG11 = CPF-CG11-COMP-W
                    MOVE COD-COMPL-CG11 TO COD-COMPL-AUX-W
                    MOVE "C"            TO PAPEL-AUX-W
                    PERFORM INCLUI-CONTRATO
                 END-IF
             END-READ
           END-PERFORM.
           MOVE ZEROS TO COD-COMPL-CG14.
           START CGD014 KEY IS NOT LESS COD-COMPL-CG14 INVALID KEY
                 MOVE "10" TO ST-CGD014.
           PERFORM UNTIL ST-CGD014 = "10"
             READ CGD014 NEXT RECORD AT END MOVE "10" TO ST-CGD014
               NOT AT END
                 IF CPF-CG14 = GS-CPF
                    MOVE COD-COMPL-CG14 TO COD-COMPL-AUX-W
                    MOVE "A"            TO PAPEL-AUX-W
                    PERFORM INCLUI-CONTRATO
                 END-IF
             END-READ
           END-PERFORM.
           MOVE QTDE-CONTR-W TO GS-QTDE-CONTRATOS.
           IF QTDE-CONTR-W = ZEROS
              MOVE "CPF/CNPJ nao consta de nenhum contrato"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF CONT-FORA-TAB-W > ZEROS
              MOVE SPACES TO MENSAGEM
              STRING "Mais de 50 contratos: " CONT-FORA-TAB-W
                     " contrato(s) ficaram fora do relatorio"
                     DELIMITED BY SIZE INTO MENSAGEM
              END-STRING
              MOVE "C" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
           END-IF.

       INCLUI-CONTRATO SECTION.
      *    O mesmo contrato pode casar como comprador e avalista.
           PERFORM VARYING IND-CONTR-W FROM 1 BY 1
                   UNTIL IND-CONTR-W > QTDE-CONTR-W
              IF COD-COMPL-CT-W(IND-CONTR-W) = COD-COMPL-AUX-W
                 MOVE "B" TO PAPEL-CT-W(IND-CONTR-W)
                 EXIT SECTION
              END-IF
           END-PERFORM.
           IF QTDE-CONTR-W = 50
              ADD 1 TO CONT-FORA-TAB-W
              EXIT SECTION
           END-IF.
           ADD 1 TO QTDE-CONTR-W.
           MOVE COD-COMPL-AUX-W TO COD-COMPL-CT-W(QTDE-CONTR-W).
           MOVE PAPEL-AUX-W     TO PAPEL-CT-W(QTDE-CONTR-W).

       MONTA-RELATORIO SECTION.
      *    Um bloco por contrato, na saida indicada por SAIDA-W.
           MOVE ZEROS TO GS-QTDE-TITULOS.
           PERFORM VARYING IND-CONTR-W FROM 1 BY 1
                   UNTIL IND-CONTR-W > QTDE-CONTR-W
              PERFORM MONTA-DADOS-CONTRATO
              PERFORM MONTA-TITULOS
              PERFORM MONTA-ANOTACOES
              PERFORM MONTA-CREDITOS
              PERFORM EMITE-LINHA
           END-PERFORM.

       MONTA-DADOS-CONTRATO SECTION.
           MOVE COD-COMPL-CT-W(IND-CONTR-W)(2: 4) TO CONTRATO-DSP-W.
           MOVE COD-COMPL-CT-W(IND-CONTR-W)(6: 4) TO ALBUM-DSP-W.
           MOVE SPACES TO LINHA-W.
           EVALUATE PAPEL-CT-W(IND-CONTR-W)
               WHEN "C" MOVE "COMPRADOR"            TO SITUACAO-AUX-W
               WHEN "A" MOVE "AVALISTA"             TO SITUACAO-AUX-W
               WHEN OTHER MOVE "COMPR./AVAL."       TO SITUACAO-AUX-W
           END-EVALUATE.
           STRING "CONTRATO " CONTRATO-DSP-W " ALBUM " ALBUM-DSP-W
                  " - TITULAR COMO " SITUACAO-AUX-W
                  DELIMITED BY SIZE INTO LINHA-W
           END-STRING.
           PERFORM EMITE-LINHA.
           MOVE COD-COMPL-CT-W(IND-CONTR-W) TO COD-COMPL-CG10.
           READ CGD010 INVALID KEY
                MOVE SPACES TO COMPRADOR-CG10
           END-READ.
           MOVE "  COMPRADOR..: "     TO LINHA-W(01: 15).
           MOVE COMPRADOR-CG10        TO LINHA-W(16: 37).
           PERFORM EMITE-LINHA.
           MOVE COD-COMPL-CT-W(IND-CONTR-W) TO COD-COMPL-CG11.
           READ CGD011 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE "  ENDERECO...: " TO LINHA-W(01: 15)
                MOVE ENDERECO1-CG11    TO LINHA-W(16: 37)
                MOVE "CEP "            TO LINHA-W(54: 04)
                MOVE CEP1-CG11         TO LINHA-W(58: 08)
                MOVE "CID "            TO LINHA-W(67: 04)
                MOVE CIDADE1-CG11      TO LINHA-W(71: 05)
                PERFORM EMITE-LINHA
                MOVE CPF1-CG11(8: 14)  TO CPF-DSP-W
                MOVE "  CPF/CNPJ...: " TO LINHA-W(01: 15)
                MOVE CPF-DSP-W         TO LINHA-W(16: 14)
                PERFORM EMITE-LINHA
           END-READ.
           MOVE COD-COMPL-CT-W(IND-CONTR-W) TO COD-COMPL-CG14.
           READ CGD014 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE "  AVALISTA...: " TO LINHA-W(01: 15)
                MOVE NOME-CG14         TO LINHA-W(16: 37)
                MOVE "CPF "            TO LINHA-W(54: 04)
                MOVE CPF-CG14          TO LINHA-W(58: 14)
                PERFORM EMITE-LINHA
           END-READ.

       MONTA-TITULOS SECTION.
      *    Titulos do contrato e, abaixo de cada um, carta de
      *    cobranca, protesto e biro de credito quando houver.
           MOVE "  TITULOS:"  TO LINHA-W.
           PERFORM EMITE-LINHA.
           MOVE "  DOCUMENTO   VENCIMENTO         VALOR S"
                              TO LINHA-W(01: 40).
           MOVE "ITUACAO     PAGAMENTO    VALOR PAGO PORT"
                              TO LINHA-W(41: 40).
           PERFORM EMITE-LINHA.
           MOVE COD-COMPL-CT-W(IND-CONTR-W) TO COD-COMPL-CR20.
           MOVE ZEROS                       TO SEQ-CR20.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
             READ CRD020 NEXT RECORD AT END MOVE "10" TO ST-CRD020
               NOT AT END
                 IF COD-COMPL-CR20 <> COD-COMPL-CT-W(IND-CONTR-W)
                    MOVE "10" TO ST-CRD020
                 ELSE
                    PERFORM MONTA-LINHA-TITULO
                 END-IF
             END-READ
           END-PERFORM.

       MONTA-LINHA-TITULO SECTION.
           ADD 1 TO GS-QTDE-TITULOS.
           EVALUATE BAIXADO-CR20
               WHEN 0     MOVE "EM ABERTO"   TO SITUACAO-TIT-W
               WHEN 1     MOVE "PAGO"        TO SITUACAO-TIT-W
               WHEN 2     MOVE "RENEGOCIADO" TO SITUACAO-TIT-W
               WHEN 3     MOVE "CANCELADO"   TO SITUACAO-TIT-W
               WHEN OTHER MOVE "PERDA (PDD)" TO SITUACAO-TIT-W
           END-EVALUATE.
           MOVE NR-DOCTO-CR20         TO LINHA-W(03: 11).
           MOVE DATA-VENCTO-CR20      TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE DATA-LISTA-X-W        TO LINHA-W(15: 10).
           MOVE VALOR-TOT-CR20        TO VALOR-LISTA-W.
           MOVE VALOR-LISTA-W         TO LINHA-W(26: 13).
           MOVE SITUACAO-TIT-W        TO LINHA-W(40: 12).
           MOVE DATA-PAGTO-CR20       TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE DATA-LISTA-X-W        TO LINHA-W(53: 10).
           IF VALOR-PAGO-CR20 > ZEROS
              MOVE VALOR-PAGO-CR20    TO VALOR-LISTA-W
              MOVE VALOR-LISTA-W      TO LINHA-W(63: 13)
           END-IF.
           MOVE PORTADOR-CR20         TO LINHA-W(77: 04).
           PERFORM EMITE-LINHA.
           IF TEM-CRD214-W = "S"
              MOVE COD-COMPL-CR20 TO COD-COMPL-CR214
              MOVE SEQ-CR20       TO SEQ-CR214
              READ CRD214 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE DATA-ULT-CARTA-CR214 TO DATA-AUX-W
                   PERFORM MONTA-DATA-LISTA
                   STRING "             CARTA DE COBRANCA: NIVEL "
                          NIVEL-CR214 " - ULTIMA EM " DATA-LISTA-X-W
                          DELIMITED BY SIZE INTO LINHA-W
                   END-STRING
                   PERFORM EMITE-LINHA
              END-READ
           END-IF.
           IF TEM-CRD216-W = "S"
              MOVE COD-COMPL-CR20 TO COD-COMPL-CR216
              MOVE SEQ-CR20       TO SEQ-CR216
              READ CRD216 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   PERFORM MONTA-LINHA-PROTESTO
              END-READ
           END-IF.
           IF TEM-CRD225-W = "S"
              MOVE COD-COMPL-CR20 TO COD-COMPL-CR225
              MOVE SEQ-CR20       TO SEQ-CR225
              READ CRD225 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   PERFORM MONTA-LINHA-BIRO
              END-READ
           END-IF.

       MONTA-LINHA-PROTESTO SECTION.
           EVALUATE SITUACAO-PROT-CR216
               WHEN 1     MOVE "INSTR.ACEITA" TO SITUACAO-AUX-W
               WHEN 2     MOVE "EM CARTORIO"  TO SITUACAO-AUX-W
               WHEN 3     MOVE "SUSTADO"      TO SITUACAO-AUX-W
               WHEN 4     MOVE "LAVRADO"      TO SITUACAO-AUX-W
               WHEN OTHER MOVE "LIQ.CARTORIO" TO SITUACAO-AUX-W
           END-EVALUATE.
           MOVE DATA-ENVIO-CR216    TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE DATA-LISTA-X-W      TO DATA-LISTA-2-W.
           MOVE DATA-PROTESTO-CR216 TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           STRING "             PROTESTO: " SITUACAO-AUX-W
                  " ENVIO " DATA-LISTA-2-W
                  " PROTESTO " DATA-LISTA-X-W
                  DELIMITED BY SIZE INTO LINHA-W
           END-STRING.
           PERFORM EMITE-LINHA.

       MONTA-LINHA-BIRO SECTION.
           EVALUATE TRUE
               WHEN CR225-PENDENTE  MOVE "PENDENTE"  TO SITUACAO-AUX-W
               WHEN CR225-INCLUIDO  MOVE "INCLUIDO"  TO SITUACAO-AUX-W
               WHEN CR225-EXCLUIDO  MOVE "EXCLUIDO"  TO SITUACAO-AUX-W
               WHEN OTHER           MOVE "REJEITADO" TO SITUACAO-AUX-W
           END-EVALUATE.
           MOVE DATA-INCLUSAO-CR225 TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE DATA-LISTA-X-W      TO DATA-LISTA-2-W.
           MOVE DATA-EXCLUSAO-CR225 TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           STRING "             BIRO DE CREDITO: " SITUACAO-AUX-W
                  " INCLUSAO " DATA-LISTA-2-W
                  " EXCLUSAO " DATA-LISTA-X-W
                  DELIMITED BY SIZE INTO LINHA-W
           END-STRING.
           PERFORM EMITE-LINHA.

       MONTA-ANOTACOES SECTION.
      *    Cabecalho CRD200 (data e origem - PIX incluido) e as
      *    linhas de texto CRD201 de cada anotacao.
           MOVE COD-COMPL-CT-W(IND-CONTR-W) TO COD-COMPL-CR200.
           MOVE ZEROS                       TO SEQ-CR200.
           START CRD200 KEY IS NOT LESS CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           IF ST-CRD200 <> "10"
              MOVE "  ANOTACOES:" TO LINHA-W
              PERFORM EMITE-LINHA
           END-IF.
           PERFORM UNTIL ST-CRD200 = "10"
             READ CRD200 NEXT RECORD AT END MOVE "10" TO ST-CRD200
               NOT AT END
                 IF COD-COMPL-CR200 <> COD-COMPL-CT-W(IND-CONTR-W)
                    MOVE "10" TO ST-CRD200
                 ELSE
                    PERFORM MONTA-LINHAS-ANOTACAO
                 END-IF
             END-READ
           END-PERFORM.

       MONTA-LINHAS-ANOTACAO SECTION.
           MOVE DATA-MOVTO-CR200 TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE DATA-LISTA-X-W   TO LINHA-W(05: 10).
           IF SITUACAO-ANOTACAO-CR200 NOT > 9
              MOVE ORIGEM-ANOT-W(SITUACAO-ANOTACAO-CR200 + 1)
                                 TO LINHA-W(16: 15)
           END-IF.
           MOVE USUARIO-CR200    TO LINHA-W(32: 20).
           PERFORM EMITE-LINHA.
           MOVE COD-COMPL-CR200  TO COD-COMPL-CR201.
           MOVE SEQ-CR200        TO SEQ-CR201.
           MOVE ZEROS            TO SUBSEQ-CR201.
           START CRD201 KEY IS NOT LESS CHAVE-CR201 INVALID KEY
                 MOVE "10" TO ST-CRD201.
           PERFORM UNTIL ST-CRD201 = "10"
             READ CRD201 NEXT RECORD AT END MOVE "10" TO ST-CRD201
               NOT AT END
                 IF COD-COMPL-CR201 <> COD-COMPL-CR200 OR
                    SEQ-CR201 <> SEQ-CR200
                    MOVE "10" TO ST-CRD201
                 ELSE
                    MOVE ANOTACAO-CR201 TO LINHA-W(07: 90)
                    PERFORM EMITE-LINHA
                 END-IF
             END-READ
           END-PERFORM.

       MONTA-CREDITOS SECTION.
           IF TEM-CRD222-W = "N"
              EXIT SECTION
           END-IF.
           MOVE COD-COMPL-CT-W(IND-CONTR-W) TO COD-COMPL-CR222.
           MOVE ZEROS                       TO SEQ-CR222.
           START CRD222 KEY IS NOT LESS CHAVE-CR222 INVALID KEY
                 MOVE "10" TO ST-CRD222.
           PERFORM UNTIL ST-CRD222 = "10"
             READ CRD222 NEXT RECORD AT END MOVE "10" TO ST-CRD222
               NOT AT END
                 IF COD-COMPL-CR222 <> COD-COMPL-CT-W(IND-CONTR-W)
                    MOVE "10" TO ST-CRD222
                 ELSE
                    PERFORM MONTA-LINHA-CREDITO
                 END-IF
             END-READ
           END-PERFORM.

       MONTA-LINHA-CREDITO SECTION.
           MOVE "  CREDITO....: "     TO LINHA-W(01: 15).
           MOVE DATA-CREDITO-CR222    TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE DATA-LISTA-X-W        TO LINHA-W(16: 10).
           EVALUATE TRUE
               WHEN CR222-ORIGEM-PIX
                    MOVE "PIX"          TO LINHA-W(27: 7)
               WHEN CR222-ORIGEM-RETORNO
                    MOVE "RETORNO"      TO LINHA-W(27: 7)
               WHEN OTHER
                    MOVE "MANUAL"       TO LINHA-W(27: 7)
           END-EVALUATE.
           MOVE VALOR-CREDITO-CR222   TO VALOR-LISTA-W.
           MOVE VALOR-LISTA-W         TO LINHA-W(35: 13).
           EVALUATE TRUE
               WHEN CR222-ABERTO    MOVE "EM ABERTO"  TO LINHA-W(49: 10)
               WHEN CR222-UTILIZADO MOVE "UTILIZADO"  TO LINHA-W(49: 10)
               WHEN CR222-DEVOLVIDO MOVE "DEVOLVIDO"  TO LINHA-W(49: 10)
               WHEN OTHER           MOVE "CANCELADO"  TO LINHA-W(49: 10)
           END-EVALUATE.
           MOVE REFERENCIA-CR222      TO LINHA-W(60: 32).
           PERFORM EMITE-LINHA.

       MONTA-DATA-LISTA SECTION.
      *    DATA-AUX-W (AAAAMMDD) em DATA-LISTA-X-W (DD/MM/AAAA);
      *    data zerada sai em branco.
           IF DATA-AUX-W = ZEROS
              MOVE SPACES TO DATA-LISTA-X-W
           ELSE
              MOVE DIA-AUX-W    TO DIA-LISTA-W
              MOVE MES-AUX-W    TO MES-LISTA-W
              MOVE ANO-AUX-W    TO ANO-LISTA-W
              MOVE DATA-LISTA-W TO DATA-LISTA-X-W
           END-IF.

       EMITE-LINHA SECTION.
      *    LINHA-W vai p/ a list box (80 posicoes) ou p/ a impressora
      *    conforme SAIDA-W e volta em branco.
           IF SAIDA-W = "L"
              ADD 1 TO GS-CONT
              MOVE LINHA-W(01: 80) TO GS-LINDET
              MOVE "INSERE-LIST"   TO DS-PROCEDURE
              PERFORM CALL-DIALOG-SYSTEM
           ELSE
              IF LIN > 60
                 PERFORM CABECALHO-RELATORIO
              END-IF
              WRITE REG-RELAT FROM LINHA-W
              ADD 1 TO LIN
           END-IF.
           MOVE SPACES TO LINHA-W.

       IMPRIME-RELATORIO SECTION.
           MOVE ZEROS TO PAG-W.
           MOVE "R"   TO SAIDA-W.
           OPEN OUTPUT RELAT.
           PERFORM ABRE-MODO-CONDENSADO.
           PERFORM CABECALHO-RELATORIO.
           PERFORM MONTA-RELATORIO.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT AFTER PAGE
           PERFORM FECHA-MODO-CONDENSADO.
           CLOSE RELAT.
           MOVE "L"   TO SAIDA-W.
           ADD 1 TO CONT-GRAVACOES-W.

       CABECALHO-RELATORIO SECTION.
           ADD 1 TO PAG-W.
           MOVE SPACES TO REG-RELAT.
           MOVE NOME-EMPRESA-W      TO REG-RELAT(01: 40)
           MOVE "PAG: "             TO REG-RELAT(120: 05)
           MOVE PAG-W               TO REG-RELAT(125: 03)
           IF PAG-W = 1
              WRITE REG-RELAT
           ELSE
              WRITE REG-RELAT AFTER PAGE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU         TO DATA-AUX-W.
           PERFORM MONTA-DATA-LISTA.
           MOVE SPACES TO REG-RELAT.
           STRING "DADOS PESSOAIS DO TITULAR (LGPD) - CPF/CNPJ "
                  GS-CPF " - EMITIDO EM " DATA-LISTA-X-W
                  DELIMITED BY SIZE INTO REG-RELAT
           END-STRING.
           WRITE REG-RELAT AFTER 2.
           MOVE ALL "=" TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE 5 TO LIN.

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
           MOVE "CRP248" TO DS-SET-NAME
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
           move "CRP248"            to logacess-programa
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

           CLOSE CGD010 CGD011 CGD014 CRD020 CRD200 CRD201
           IF TEM-CRD214-W = "S"
              CLOSE CRD214
           END-IF
           IF TEM-CRD216-W = "S"
              CLOSE CRD216
           END-IF
           IF TEM-CRD222-W = "S"
              CLOSE CRD222
           END-IF
           IF TEM-CRD225-W = "S"
              CLOSE CRD225
           END-IF
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
