       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP232.
      *AUTORA: MARELI AMANCIO VOLPATO
      *DATA: 15/10/2026
      *DESCRICAO: Cadastro do beneficiario (empresa cedente) e dos
      *           dados bancarios de cobranca da empresa logada.
      *           CNPJ/CPF, razao social e endereco ficam no CRD220
      *           (um registro por empresa) e sao lidos pela remessa
      *           (CRP9109 - header), boletos (CRP218), cartas de
      *           cobranca (CRP219) e interface contabil (CRP222), no
      *           lugar do CNPJ/razao social fixos que a remessa
      *           usava. Convenio, variacao, layout CNAB e agencia/
      *           conta de cada banco ficam no BCO001 da empresa e
      *           sao mantidos na mesma tela - as regras de carteira
      *           (REGRA-CARTEIRA-BCO) e o NSA-BCO do registro sao
      *           preservados na alteracao. Toda gravacao/exclusao
      *           vai p/ o LOG001.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX220.
           COPY BCOX001.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW220.
       COPY BCOW001.
       COPY LOGW001.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           COPY "CRP232.CPB".
           COPY "CRP232.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD220             PIC XX      VALUE SPACES.
           05  ST-BCO001             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  ST-ERRO-W             PIC XX      VALUE SPACES.
           05  PATH-CRD220           PIC X(30)   VALUE SPACES.
           05  PATH-BCO001           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ERRO-W                PIC 9       VALUE ZEROS.
           05  ACESSO-PROGRAMA-W     PIC X(08)   VALUE SPACES.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
           05  CONT-EXCLUSOES-W      PIC 9(06)   VALUE ZEROS.
      *    CONT-GRAVACOES-W / CONT-EXCLUSOES-W - contam a atividade
      *    da sessao p/ gravar no registro FECHADO do LOGACESS.
           05  MENSAGEM              PIC X(200).
           05  TIPO-MSG              PIC X(01).
           05  RESP-MSG              PIC X(01).
      *    Areas da validacao dos digitos verificadores do CPF.
           05  CPF-TRAB-W            PIC 9(11)   VALUE ZEROS.
           05  CPF-DIGITOS-W REDEFINES CPF-TRAB-W.
               10  CPF-DIG-W         OCCURS 11   PIC 9(01).
           05  CPF-OK-W              PIC X(01)   VALUE "N".
           05  SOMA-DV-W             PIC 9(04) COMP VALUE ZEROS.
           05  RESTO-DV-W            PIC 9(02)   VALUE ZEROS.
           05  DV1-W                 PIC 9(01)   VALUE ZEROS.
           05  DV2-W                 PIC 9(01)   VALUE ZEROS.
           05  PESO-W                PIC 9(02) COMP VALUE ZEROS.
           05  IND-DV-W              PIC 9(02) COMP VALUE ZEROS.
           05  TODOS-IGUAIS-W        PIC X(01)   VALUE "S".
      *    Areas da validacao do CNPJ.
           05  CNPJ-TRAB-W           PIC 9(14)   VALUE ZEROS.
           05  CNPJ-DIGITOS-W REDEFINES CNPJ-TRAB-W.
               10  CNPJ-DIG-W        OCCURS 14   PIC 9(01).
           05  PESOS-CNPJ1-W         PIC X(12)   VALUE "543298765432".
           05  PESOS-CNPJ1-R REDEFINES PESOS-CNPJ1-W.
               10  PESO-CNPJ1-W      OCCURS 12   PIC 9(01).
           05  PESOS-CNPJ2-W         PIC X(13)   VALUE
                                                 "6543298765432".
           05  PESOS-CNPJ2-R REDEFINES PESOS-CNPJ2-W.
               10  PESO-CNPJ2-W      OCCURS 13   PIC 9(01).
           05  BANCO-EXISTE-W        PIC X(01)   VALUE "N".
           05  AGENCIA-E             PIC ZZZZ9   BLANK WHEN ZEROS.
           05  CONTA-E               PIC Z(11)9  BLANK WHEN ZEROS.
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
           INITIALIZE GS-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE GS-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE GS-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CRD220" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD220.
           MOVE "BCO001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BCO001.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN I-O CRD220 BCO001 LOG001
           IF ST-CRD220 = "35"
              CLOSE CRD220      OPEN OUTPUT CRD220
              CLOSE CRD220      OPEN I-O CRD220
           END-IF.
           IF ST-CRD220 <> "00"
              MOVE "ERRO ABERTURA CRD220: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD220 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-BCO001 = "35"
              CLOSE BCO001      OPEN OUTPUT BCO001
              CLOSE BCO001      OPEN I-O BCO001
           END-IF.
           IF ST-BCO001 <> "00"
              MOVE "ERRO ABERTURA BCO001: "  TO GS-MENSAGEM-ERRO
              MOVE ST-BCO001 TO GS-MENSAGEM-ERRO(23: 02)
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
           MOVE "CRP232" TO ACESSO-PROGRAMA-W
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
           move "CRP232"            to logacess-programa
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
                PERFORM LOAD-SCREENSET
                PERFORM CARREGAR-BENEFICIARIO
                PERFORM CARREGA-ULTIMOS.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN GS-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN GS-SAVE-FLG-TRUE
                   PERFORM SALVAR-BENEFICIARIO
               WHEN GS-SAVE-BCO-FLG-TRUE
                   PERFORM SALVAR-BANCO
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-EXCLUI-BCO-FLG-TRUE
                   PERFORM EXCLUI-BANCO
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN GS-CARREGA-BCO-TRUE
                   PERFORM CARREGAR-BANCO
               WHEN GS-CARREGA-ULT-TRUE
                   PERFORM CARREGA-ULTIMOS
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.
       CENTRALIZAR SECTION.
          move-object-handle principal handle8
          move handle8 to wHandle
          invoke Window "fromHandleWithClass" using wHandle Window
                 returning janelaPrincipal

          invoke janelaPrincipal "CentralizarNoDesktop".

       CARREGAR-BENEFICIARIO SECTION.
      *    Traz p/ a tela o beneficiario da empresa logada; empresa
      *    ainda sem cadastro abre com a razao social do MENU
      *    (NOME-EMPRESA-W) p/ o operador completar.
           MOVE EMPRESA-W TO EMPRESA-CR220.
           READ CRD220 INVALID KEY
                INITIALIZE REG-CRD220
                MOVE EMPRESA-W      TO EMPRESA-CR220
                MOVE 2              TO TIPO-INSC-CR220
                MOVE NOME-EMPRESA-W TO RAZAO-SOCIAL-CR220
           END-READ.
           MOVE TIPO-INSC-CR220    TO GS-TIPO-INSC.
           MOVE CNPJ-CR220         TO GS-CNPJ.
           MOVE RAZAO-SOCIAL-CR220 TO GS-RAZAO-SOCIAL.
           MOVE ENDERECO-CR220     TO GS-ENDERECO.
           MOVE BAIRRO-CR220       TO GS-BAIRRO.
           MOVE CIDADE-CR220       TO GS-CIDADE.
           MOVE UF-CR220           TO GS-UF.
           MOVE CEP-CR220          TO GS-CEP.

       CARREGAR-BANCO SECTION.
      *    Traz p/ a tela os parametros do banco digitado em
      *    GS-CODIGO-BCO; banco novo abre vazio, com layout 400.
           MOVE GS-CODIGO-BCO TO CODIGO-BCO.
           READ BCO001 INVALID KEY
                INITIALIZE REG-BCO001
                MOVE GS-CODIGO-BCO TO CODIGO-BCO
                MOVE 400           TO LAYOUT-CNAB-BCO
           END-READ.
           MOVE NOME-BCO           TO GS-NOME-BCO.
           MOVE TIPO-ARQUIVO-BCO   TO GS-TIPO-ARQUIVO-BCO.
           MOVE CONVENIO-BCO       TO GS-CONVENIO-BCO.
           MOVE VARIACAO-BCO       TO GS-VARIACAO-BCO.
           MOVE LAYOUT-CNAB-BCO    TO GS-LAYOUT-CNAB-BCO.
           MOVE AGENCIA-BCO        TO GS-AGENCIA-BCO.
           MOVE DV-AGENCIA-BCO     TO GS-DV-AGENCIA-BCO.
           MOVE CONTA-BCO          TO GS-CONTA-BCO.
           MOVE DV-CONTA-BCO       TO GS-DV-CONTA-BCO.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
      *    Limpa so o quadro do banco - o beneficiario e um registro
      *    unico da empresa e continua na tela.
           MOVE ZEROS  TO GS-CODIGO-BCO GS-CONVENIO-BCO
                          GS-VARIACAO-BCO GS-LAYOUT-CNAB-BCO
                          GS-AGENCIA-BCO GS-CONTA-BCO.
           MOVE SPACES TO GS-NOME-BCO GS-TIPO-ARQUIVO-BCO
                          GS-DV-AGENCIA-BCO GS-DV-CONTA-BCO.

       VALIDA-CPF SECTION.
      *    Digitos verificadores do CPF (modulo 11): o 10o digito
      *    fecha os 9 primeiros com pesos 10..2 e o 11o fecha os 10
      *    primeiros com pesos 11..2 (resto 0 ou 1 = digito 0). CPF
      *    zerado ou com os 11 digitos iguais tambem e recusado.
      *    Beneficiario tipo 2 vai p/ a VALIDA-CNPJ.
           MOVE "N"    TO CPF-OK-W.
           IF GS-CNPJ = ZEROS
              EXIT SECTION
           END-IF.
           IF GS-TIPO-INSC = 2
              PERFORM VALIDA-CNPJ
              EXIT SECTION
           END-IF.
           IF GS-CNPJ > 99999999999
              EXIT SECTION
           END-IF.
           MOVE GS-CNPJ TO CPF-TRAB-W.
           MOVE "S" TO TODOS-IGUAIS-W.
           PERFORM VARYING IND-DV-W FROM 2 BY 1 UNTIL IND-DV-W > 11
              IF CPF-DIG-W(IND-DV-W) <> CPF-DIG-W(1)
                 MOVE "N" TO TODOS-IGUAIS-W
              END-IF
           END-PERFORM.
           IF TODOS-IGUAIS-W = "S"
              EXIT SECTION
           END-IF.
           MOVE ZEROS TO SOMA-DV-W.
           MOVE 10    TO PESO-W.
           PERFORM VARYING IND-DV-W FROM 1 BY 1 UNTIL IND-DV-W > 9
              COMPUTE SOMA-DV-W = SOMA-DV-W +
                      CPF-DIG-W(IND-DV-W) * PESO-W
              SUBTRACT 1 FROM PESO-W
           END-PERFORM.
           COMPUTE RESTO-DV-W = FUNCTION MOD(SOMA-DV-W * 10, 11).
           IF RESTO-DV-W = 10
              MOVE ZEROS TO RESTO-DV-W.
           MOVE RESTO-DV-W TO DV1-W.
           MOVE ZEROS TO SOMA-DV-W.
           MOVE 11    TO PESO-W.
           PERFORM VARYING IND-DV-W FROM 1 BY 1 UNTIL IND-DV-W > 10
              COMPUTE SOMA-DV-W = SOMA-DV-W +
                      CPF-DIG-W(IND-DV-W) * PESO-W
              SUBTRACT 1 FROM PESO-W
           END-PERFORM.
           COMPUTE RESTO-DV-W = FUNCTION MOD(SOMA-DV-W * 10, 11).
           IF RESTO-DV-W = 10
              MOVE ZEROS TO RESTO-DV-W.
           MOVE RESTO-DV-W TO DV2-W.
           IF CPF-DIG-W(10) = DV1-W AND CPF-DIG-W(11) = DV2-W
              MOVE "S" TO CPF-OK-W.

       VALIDA-CNPJ SECTION.
      *    Digitos verificadores do CNPJ (modulo 11): o 13o digito
      *    fecha os 12 primeiros com os pesos 5-4-3-2-9-8-7-6-5-4-
      *    3-2 e o 14o fecha os 13 primeiros com 6-5-4-3-2-9-8-7-6-
      *    5-4-3-2; resto 0 ou 1 = digito 0. CNPJ com os 14 digitos
      *    iguais tambem e recusado.
           MOVE GS-CNPJ TO CNPJ-TRAB-W.
           MOVE "S" TO TODOS-IGUAIS-W.
           PERFORM VARYING IND-DV-W FROM 2 BY 1 UNTIL IND-DV-W > 14
              IF CNPJ-DIG-W(IND-DV-W) <> CNPJ-DIG-W(1)
                 MOVE "N" TO TODOS-IGUAIS-W
              END-IF
           END-PERFORM.
           IF TODOS-IGUAIS-W = "S"
              EXIT SECTION
           END-IF.
           MOVE ZEROS TO SOMA-DV-W.
           PERFORM VARYING IND-DV-W FROM 1 BY 1 UNTIL IND-DV-W > 12
              COMPUTE SOMA-DV-W = SOMA-DV-W +
                      CNPJ-DIG-W(IND-DV-W) * PESO-CNPJ1-W(IND-DV-W)
           END-PERFORM.
           COMPUTE RESTO-DV-W = FUNCTION MOD(SOMA-DV-W, 11).
           IF RESTO-DV-W < 2
              MOVE ZEROS TO DV1-W
           ELSE
              COMPUTE DV1-W = 11 - RESTO-DV-W
           END-IF.
           MOVE ZEROS TO SOMA-DV-W.
           PERFORM VARYING IND-DV-W FROM 1 BY 1 UNTIL IND-DV-W > 13
              COMPUTE SOMA-DV-W = SOMA-DV-W +
                      CNPJ-DIG-W(IND-DV-W) * PESO-CNPJ2-W(IND-DV-W)
           END-PERFORM.
           COMPUTE RESTO-DV-W = FUNCTION MOD(SOMA-DV-W, 11).
           IF RESTO-DV-W < 2
              MOVE ZEROS TO DV2-W
           ELSE
              COMPUTE DV2-W = 11 - RESTO-DV-W
           END-IF.
           IF CNPJ-DIG-W(13) = DV1-W AND CNPJ-DIG-W(14) = DV2-W
              MOVE "S" TO CPF-OK-W.

       SALVAR-BENEFICIARIO SECTION.
      *    Inclui ou altera o beneficiario da empresa logada (um
      *    registro por empresa - WRITE que bate em chave ja
      *    existente vira REWRITE), com validacao do CPF/CNPJ antes
      *    de qualquer gravacao.
           IF GS-TIPO-INSC <> 1 AND GS-TIPO-INSC <> 2
              MOVE "Tipo de inscricao: 1-CPF ou 2-CNPJ"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-RAZAO-SOCIAL = SPACES
              MOVE "Informe a razao social do beneficiario"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           PERFORM VALIDA-CPF.
           IF CPF-OK-W = "N"
              MOVE "CPF/CNPJ invalido - confira os digitos"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           INITIALIZE REG-CRD220.
           MOVE EMPRESA-W        TO EMPRESA-CR220.
           MOVE GS-TIPO-INSC     TO TIPO-INSC-CR220.
           MOVE GS-CNPJ          TO CNPJ-CR220.
           MOVE GS-RAZAO-SOCIAL  TO RAZAO-SOCIAL-CR220.
           MOVE GS-ENDERECO      TO ENDERECO-CR220.
           MOVE GS-BAIRRO        TO BAIRRO-CR220.
           MOVE GS-CIDADE        TO CIDADE-CR220.
           MOVE GS-UF            TO UF-CR220.
           MOVE GS-CEP           TO CEP-CR220.
           MOVE WS-DATA-CPU      TO DATA-ALTERACAO-CR220.
           MOVE USUARIO-W        TO USUARIO-CR220.
           MOVE "CRD220"         TO LOG1-ARQUIVO.
           MOVE REG-CRD220       TO LOG1-REGISTRO.
           WRITE REG-CRD220 INVALID KEY
                REWRITE REG-CRD220 INVALID KEY
                     MOVE ST-CRD220 TO ST-ERRO-W
                     PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                     MOVE "A" TO LOG1-OPERACAO
                     PERFORM GRAVA-LOG
                     ADD 1 TO CONT-GRAVACOES-W
                END-REWRITE
           NOT INVALID KEY
                MOVE "I" TO LOG1-OPERACAO
                PERFORM GRAVA-LOG
                ADD 1 TO CONT-GRAVACOES-W
           END-WRITE.

       SALVAR-BANCO SECTION.
      *    Inclui ou altera os parametros do banco digitado. O
      *    registro existente e relido antes p/ preservar o que esta
      *    tela nao mostra (regras de carteira e NSA do CNAB 240).
      *    Layout 240 exige agencia e conta - sem elas o CRP9109
      *    recusa a remessa do banco.
           IF GS-CODIGO-BCO = ZEROS
              MOVE "Informe o codigo do banco" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-LAYOUT-CNAB-BCO <> 240 AND GS-LAYOUT-CNAB-BCO <> 400
              MOVE "Layout CNAB: 240 ou 400" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-CONVENIO-BCO = ZEROS
              MOVE "Informe o convenio de cobranca do banco"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-LAYOUT-CNAB-BCO = 240 AND
              (GS-AGENCIA-BCO = ZEROS OR GS-CONTA-BCO = ZEROS)
              MOVE "Layout 240 exige agencia e conta do beneficiario"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE GS-CODIGO-BCO TO CODIGO-BCO.
           MOVE "S" TO BANCO-EXISTE-W.
           READ BCO001 INVALID KEY
                MOVE "N" TO BANCO-EXISTE-W
                INITIALIZE REG-BCO001
                MOVE GS-CODIGO-BCO TO CODIGO-BCO
           END-READ.
           MOVE GS-NOME-BCO          TO NOME-BCO.
           MOVE GS-TIPO-ARQUIVO-BCO  TO TIPO-ARQUIVO-BCO.
           MOVE GS-CONVENIO-BCO      TO CONVENIO-BCO.
           MOVE GS-VARIACAO-BCO      TO VARIACAO-BCO.
           MOVE GS-LAYOUT-CNAB-BCO   TO LAYOUT-CNAB-BCO.
           MOVE GS-AGENCIA-BCO       TO AGENCIA-BCO.
           MOVE GS-DV-AGENCIA-BCO    TO DV-AGENCIA-BCO.
           MOVE GS-CONTA-BCO         TO CONTA-BCO.
           MOVE GS-DV-CONTA-BCO      TO DV-CONTA-BCO.
           MOVE "BCO001"             TO LOG1-ARQUIVO.
           MOVE REG-BCO001           TO LOG1-REGISTRO.
           IF BANCO-EXISTE-W = "S"
              REWRITE REG-BCO001 INVALID KEY
                   MOVE ST-BCO001 TO ST-ERRO-W
                   PERFORM ERRO-GRAVACAO
              NOT INVALID KEY
                   MOVE "A" TO LOG1-OPERACAO
                   PERFORM GRAVA-LOG
                   ADD 1 TO CONT-GRAVACOES-W
              END-REWRITE
           ELSE
              WRITE REG-BCO001 INVALID KEY
                   MOVE ST-BCO001 TO ST-ERRO-W
                   PERFORM ERRO-GRAVACAO
              NOT INVALID KEY
                   MOVE "I" TO LOG1-OPERACAO
                   PERFORM GRAVA-LOG
                   ADD 1 TO CONT-GRAVACOES-W
              END-WRITE
           END-IF.

       EXCLUI-BANCO SECTION.
      *    Exclui os parametros do banco digitado. Sem o registro o
      *    CRP9109 passa a recusar remessa p/ esse banco, por isso a
      *    confirmacao.
           MOVE GS-CODIGO-BCO TO CODIGO-BCO.
           READ BCO001 INVALID KEY
                MOVE "Banco nao cadastrado no BCO001"
                  TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-READ.
           MOVE "ATENCAO - sem o cadastro do banco a remessa p/ ele se
      -         "ra recusada. Exclui assim mesmo ?" TO MENSAGEM
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.
           DELETE BCO001 NOT INVALID KEY
                  MOVE "E"         TO LOG1-OPERACAO
                  MOVE "BCO001"    TO LOG1-ARQUIVO
                  MOVE REG-BCO001  TO LOG1-REGISTRO
                  PERFORM GRAVA-LOG
                  ADD 1 TO CONT-EXCLUSOES-W
           END-DELETE
           PERFORM LIMPAR-DADOS.

       GRAVA-LOG SECTION.
      *    LOG1-OPERACAO, LOG1-ARQUIVO e LOG1-REGISTRO ja vem
      *    preenchidos por quem chama.
           MOVE USUARIO-W   TO LOG1-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU TO LOG1-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS TO LOG1-HORAS.
           MOVE "CRP232"    TO LOG1-PROGRAMA.
           MOVE 1 TO LOG1-SEQUENCIA.
           MOVE "10" TO ST-LOG001.
           PERFORM UNTIL ST-LOG001 = "00"
                WRITE REG-LOG001 INVALID KEY
                    ADD 1 TO LOG1-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO ST-LOG001
                END-WRITE
           END-PERFORM.

       ERRO-GRAVACAO SECTION.
      *    ST-ERRO-W traz o status do arquivo que falhou.
           MOVE "ERRO GRAVACAO: " TO GS-MENSAGEM-ERRO
           MOVE ST-ERRO-W         TO GS-MENSAGEM-ERRO(16: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.

       CARREGA-ULTIMOS SECTION.
      *    Lista, na list box, os bancos cadastrados no BCO001 da
      *    empresa com layout, agencia e conta.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO CODIGO-BCO.
           START BCO001 KEY IS NOT < CODIGO-BCO
                 INVALID KEY MOVE "10" TO ST-BCO001.
           MOVE SPACES TO GS-LINDET.
           MOVE ZEROS TO GS-CONT.
           PERFORM UNTIL ST-BCO001 = "10"
              READ BCO001 NEXT RECORD AT END MOVE "10" TO ST-BCO001
              NOT AT END
                ADD 1 TO GS-CONT
                MOVE SPACES          TO GS-LINDET
                MOVE CODIGO-BCO      TO GS-LINDET(01: 03)
                MOVE NOME-BCO        TO GS-LINDET(05: 30)
                MOVE LAYOUT-CNAB-BCO TO GS-LINDET(36: 03)
                MOVE AGENCIA-BCO     TO AGENCIA-E
                MOVE AGENCIA-E       TO GS-LINDET(40: 05)
                MOVE "-"             TO GS-LINDET(45: 01)
                MOVE DV-AGENCIA-BCO  TO GS-LINDET(46: 01)
                MOVE CONTA-BCO       TO CONTA-E
                MOVE CONTA-E         TO GS-LINDET(48: 12)
                MOVE "-"             TO GS-LINDET(60: 01)
                MOVE DV-CONTA-BCO    TO GS-LINDET(61: 01)
                MOVE CONVENIO-BCO    TO GS-LINDET(63: 07)
                MOVE "INSERE-LIST"   TO DS-PROCEDURE
                PERFORM CALL-DIALOG-SYSTEM
              END-READ
           END-PERFORM.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP232" TO DS-SET-NAME
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
           move "CRP232"            to logacess-programa
           move "FECHADO"           to logacess-status
           move cont-gravacoes-w    to logacess-qtde-gravacoes
           move cont-exclusoes-w    to logacess-qtde-exclusoes
           move zeros               to logacess-qtde-remessas
           move "10" to fs-logacess
           perform until fs-logacess = "00"
                write reg-logacess invalid key
                    add 1 to logacess-sequencia
                not invalid key
                    move "00" to fs-logacess
                end-write
           end-perform

           close logacess

           CLOSE CRD220 BCO001 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
