      *           VALOR-PAGO/BAIXADO-CR20; o titulo pago no balcao
      *           ficava aberto e continuava saindo nas remessas.
      *           Grava a mesma trilha do retorno: anotacao
      *           CRD200/CRD201 e registro LOG001. Pagamento de
      *           titulo ja baixado (duplicidade) ou a maior que o
      *           titulo vira credito do cliente no CRD222, a
      *           criterio do operador. Pagamento datado em
      *           competencia contabil fechada (CRD223, CRP236) e
      *           recusado. Baixa tambem, de uma vez, todos os
      *           titulos de uma cotacao de quitacao (CRD227/CRD228,
      *           CRP243) contra um unico pagamento: cada titulo pelo
      *           seu valor atualizado, a diferenca no ultimo.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX222.
           COPY CRPX227.
           COPY CRPX228.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW222.
       COPY CRPW227.
       COPY CRPW228.
       COPY LOGW001.
       COPY LOGACESS.FD.

           05  ST-CRD020             PIC XX      VALUE SPACES.
           05  ST-CRD200             PIC XX      VALUE SPACES.
           05  ST-CRD201             PIC XX      VALUE SPACES.
           05  ST-CRD222             PIC XX      VALUE SPACES.
           05  ST-CRD227             PIC XX      VALUE SPACES.
           05  ST-CRD228             PIC XX      VALUE SPACES.
           05  ST-LOG001             PIC XX      VALUE SPACES.
           05  FS-LOGACESS           PIC XX      VALUE SPACES.
           05  PATH-CRD020           PIC X(30)   VALUE SPACES.
           05  PATH-CRD200           PIC X(30)   VALUE SPACES.
           05  PATH-CRD201           PIC X(30)   VALUE SPACES.
           05  PATH-CRD222           PIC X(30)   VALUE SPACES.
           05  PATH-CRD227           PIC X(30)   VALUE SPACES.
           05  PATH-CRD228           PIC X(30)   VALUE SPACES.
           05  PATH-LOG001           PIC X(30)   VALUE SPACES.
           05  ARQUIVO-LOGACESS      PIC X(30)   VALUE SPACES.
           05  ULT-SEQ               PIC 9(5)    VALUE ZEROS.
           05  ACESSO-PERMITIDO-W    PIC X(01)   VALUE SPACES.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  DATA-PAGTO-INV        PIC 9(8)    VALUE ZEROS.
      *    COMPET-FECHADA-W - devolvido pelo CRPCOMPE: "S" = a data
      *    do pagamento cai em competencia contabil fechada.
           05  COMPET-FECHADA-W      PIC X(01)   VALUE "N".
               88  COMPETENCIA-FECHADA           VALUE "S".
           05  HORA-BRA              PIC 9(8)    VALUE ZEROS.
           05  COD-COMPL-CR20-W      PIC 9(09)   VALUE ZEROS.
           05  CONT-GRAVACOES-W      PIC 9(06)   VALUE ZEROS.
      *    mesmo formato do VALOR-PAGO-T1 que a anotacao do CRP9110
      *    ja registra.
           05  VALOR-ANOT-W          PIC 9(13)   VALUE ZEROS.
      *    DUPLICIDADE-W = "S" quando o pagamento informado e de um
      *    titulo ja baixado por pagamento - nada muda no CRD020, o
      *    valor inteiro vira credito do cliente (CRD222).
      *    VALOR-CREDITO-W - parte do pagamento que vai p/ o credito
      *    (o valor inteiro na duplicidade, o que passou do valor do
      *    titulo no pagamento a maior); TIPO-CREDITO-W "D"/"A".
           05  DUPLICIDADE-W         PIC X(01)   VALUE "N".
           05  VALOR-CREDITO-W       PIC 9(11)V99 VALUE ZEROS.
           05  TIPO-CREDITO-W        PIC X(01)   VALUE SPACES.
           05  ULT-SEQ-CR222-W       PIC 9(05)   VALUE ZEROS.
      *    VALOR-RECEBIDO-W - valor recebido que a anotacao da baixa
      *    registra: o pagamento digitado, ou na baixa pela cotacao a
      *    parte dele que coube a cada titulo.
           05  VALOR-RECEBIDO-W      PIC 9(11)V99 VALUE ZEROS.
      *    Baixa pela cotacao: DIFERENCA-COTACAO-W = pago - total da
      *    cotacao; fica no ultimo titulo (ULT-TITULO-COTACAO-W,
      *    valor atualizado VALOR-ULT-TITULO-W) ou, se positiva e o
      *    operador quiser, vira credito do cliente.
           05  DIFERENCA-COTACAO-W   PIC S9(11)V99 VALUE ZEROS.
           05  ULT-TITULO-COTACAO-W  PIC 9(05)   VALUE ZEROS.
           05  VALOR-ULT-TITULO-W    PIC 9(11)V99 VALUE ZEROS.
           05  QTDE-TITULOS-COT-W    PIC 9(03)   VALUE ZEROS.
           05  TITULO-INVALIDO-W     PIC X(01)   VALUE "N".
           05  DIFERENCA-LISTA-W     PIC -ZZ.ZZZ.ZZZ,ZZ.
           05  VALOR-LISTA-W         PIC ZZ.ZZZ.ZZZ,ZZ.
           05  DATA-LISTA-W.
               10  DIA-LISTA-W       PIC 9(02).
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "CRD222" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD222.
           MOVE "CRD227" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD227.
           MOVE "CRD228" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD228.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           OPEN I-O CRD020 LOG001 CRD222 CRD227
           OPEN INPUT CRD228
           MOVE 1 TO GRAVA-W.
           PERFORM ABRE-ARQUIVO-ANOTACAO.
           IF ST-CRD020 <> "00"
              CLOSE LOG001      OPEN OUTPUT LOG001
              CLOSE LOG001      OPEN I-O LOG001
           END-IF.
           IF ST-CRD222 = "35"
              CLOSE CRD222      OPEN OUTPUT CRD222
              CLOSE CRD222      OPEN I-O CRD222
           END-IF.
           IF ST-CRD222 <> "00"
              MOVE "ERRO ABERTURA CRD222: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD222 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
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
              CLOSE CRD228      OPEN INPUT CRD228
           END-IF.
           IF ST-CRD228 <> "00"
              MOVE "ERRO ABERTURA CRD228: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD228 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-LOG001 <> "00"
              MOVE "ERRO ABERTURA LOG001: "  TO GS-MENSAGEM-ERRO
              MOVE ST-LOG001 TO GS-MENSAGEM-ERRO(23: 02)
               WHEN GS-BAIXAR-FLG-TRUE
                   PERFORM BAIXAR-TITULO-MANUAL
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-BAIXAR-COTACAO-FLG-TRUE
                   PERFORM BAIXAR-COTACAO
                   PERFORM CARREGA-ULTIMOS
               WHEN GS-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN GS-CARREGA-ULT-TRUE
      *    mesmo contrato.
           MOVE SPACES TO GS-DOCTO.
           MOVE ZEROS  TO GS-SEQ GS-VENCTO GS-VALOR-TITULO
                          GS-DATA-PAGTO GS-VALOR-PAGO GS-FORMA-PAGTO
                          GS-NUM-COTACAO.
           MOVE 1      TO GRAVA-W.
       BAIXAR-TITULO-MANUAL SECTION.
      *    Baixa o titulo carregado com a data/valor/forma informados
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-READ.
      *    Titulo baixado por pagamento (1) ainda aceita o pagamento,
      *    como duplicidade; renegociado/cancelado nao.
           IF BAIXADO-CR20 <> 0 AND BAIXADO-CR20 <> 1
              MOVE "Titulo ja baixado" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           MOVE GS-DATA-PAGTO TO DATA-INV.
           CALL "GRIDAT2" USING DATA-INV.
           MOVE DATA-INV      TO DATA-PAGTO-INV.
           CALL "CRPCOMPE" USING PARAMETROS-W DATA-PAGTO-INV
                                 COMPET-FECHADA-W.
           CANCEL "CRPCOMPE".
           IF COMPETENCIA-FECHADA
              MOVE "Data do pagamento em competencia contabil fechada"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.

           MOVE "N"   TO DUPLICIDADE-W.
           MOVE ZEROS TO VALOR-CREDITO-W.
           MOVE GS-VALOR-PAGO TO VALOR-RECEBIDO-W.
           IF BAIXADO-CR20 = 1
              PERFORM REGISTRA-PAGTO-DUPLICADO
              EXIT SECTION
           END-IF.

      *    Pagamento a maior: o operador decide se a diferenca e
      *    juros/multa (fica no VALOR-PAGO, como sempre) ou credito
      *    do cliente (o titulo baixa pelo valor de face).
           IF GS-VALOR-PAGO > VALOR-TOT-CR20
              MOVE "Valor pago maior que o titulo. Lancar a diferenca co
      -            "mo credito do cliente (e nao como juros) ?"
                TO MENSAGEM
              MOVE "Q" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
              IF RESP-MSG = "S"
                 COMPUTE VALOR-CREDITO-W =
                         GS-VALOR-PAGO - VALOR-TOT-CR20
                 MOVE "A" TO TIPO-CREDITO-W
              END-IF
           END-IF.

           MOVE "Confirma a baixa manual do titulo ?" TO MENSAGEM
           MOVE "Q" TO TIPO-MSG

           MOVE 1              TO BAIXADO-CR20.
           MOVE DATA-PAGTO-INV TO DATA-PAGTO-CR20.
           COMPUTE VALOR-PAGO-CR20 = GS-VALOR-PAGO - VALOR-CREDITO-W.
           REWRITE REG-CRD020
           END-REWRITE.

           PERFORM GRAVA-ANOTACAO-BAIXA.
           IF VALOR-CREDITO-W > ZEROS
              PERFORM GRAVA-CREDITO-CLIENTE
           END-IF.

           MOVE "CRD020"    TO LOG1-ARQUIVO
           MOVE REG-CRD020  TO LOG1-REGISTRO
           PERFORM GRAVA-LOG-BAIXA.
           ADD 1 TO CONT-GRAVACOES-W.

           MOVE "Titulo baixado com sucesso" TO MENSAGEM
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           PERFORM LIMPAR-DADOS.

       GRAVA-LOG-BAIXA SECTION.
      *    Registro "A" no LOG001; LOG1-ARQUIVO/LOG1-REGISTRO ja vem
      *    preenchidos (CRD020 do titulo baixado ou CRD227 da
      *    cotacao liquidada).
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "A"         TO LOG1-OPERACAO
           MOVE "CRP217"    TO LOG1-PROGRAMA
           MOVE 1 TO LOG1-SEQUENCIA
           MOVE "10" TO ST-LOG001
           PERFORM UNTIL ST-LOG001 = "00"
                    MOVE "00" TO ST-LOG001
                END-WRITE
           END-PERFORM.

       BAIXAR-COTACAO SECTION.
      *    Baixa todos os titulos da cotacao de quitacao informada
      *    (CRD228) com um unico pagamento. Cada titulo baixa pelo
      *    valor atualizado da cotacao; a diferenca entre o pago e o
      *    total cotado vai p/ o ultimo titulo - ou, sendo a maior,
      *    p/ o credito do cliente (CRD222) se o operador preferir.
      *    Qualquer titulo da cotacao ja baixado recusa a baixa toda.
           IF GS-CONTRATO = ZEROS OR GS-NUM-COTACAO = ZEROS
              MOVE "Informe contrato/album e numero da cotacao"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-VALOR-PAGO = ZEROS
              MOVE "Informe o valor pago" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-DATA-PAGTO = ZEROS
              MOVE "Informe a data do pagamento" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-FORMA-PAGTO < 1 OR GS-FORMA-PAGTO > 3
              MOVE "Forma: 1-caixa 2-cheque 3-PIX"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE ZEROS TO GS-SEQ.
           PERFORM MONTAR-CHAVE-TITULO.
           MOVE COD-COMPL-CR20-W TO COD-COMPL-CR227.
           MOVE GS-NUM-COTACAO   TO SEQ-CR227.
           READ CRD227 INVALID KEY
                MOVE "Cotacao nao localizada p/ o contrato/album"
                  TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                EXIT SECTION
           END-READ.
           IF NOT CR227-EMITIDA
              MOVE "Cotacao ja liquidada" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.

           MOVE GS-DATA-PAGTO TO DATA-INV.
           CALL "GRIDAT2" USING DATA-INV.
           MOVE DATA-INV      TO DATA-PAGTO-INV.
           CALL "CRPCOMPE" USING PARAMETROS-W DATA-PAGTO-INV
                                 COMPET-FECHADA-W.
           CANCEL "CRPCOMPE".
           IF COMPETENCIA-FECHADA
              MOVE "Data do pagamento em competencia contabil fechada"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF DATA-PAGTO-INV > DATA-VALIDADE-CR227
              MOVE "Pagamento apos a validade da cotacao. Baixar pelos v
      -            "alores cotados assim mesmo ?" TO MENSAGEM
              MOVE "Q" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
              IF RESP-MSG NOT EQUAL "S"
                 EXIT SECTION
              END-IF
           END-IF.

           PERFORM CONFERE-TITULOS-COTACAO.
           IF TITULO-INVALIDO-W = "S"
              MOVE "Cotacao tem titulo ja baixado - refazer a cotacao"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.

           MOVE "N"   TO DUPLICIDADE-W.
           MOVE ZEROS TO VALOR-CREDITO-W.
           COMPUTE DIFERENCA-COTACAO-W =
                   GS-VALOR-PAGO - VALOR-TOTAL-CR227.
           IF DIFERENCA-COTACAO-W < ZEROS AND
              (DIFERENCA-COTACAO-W * -1) NOT < VALOR-ULT-TITULO-W
              MOVE "Valor pago insuficiente p/ quitar a cotacao"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF DIFERENCA-COTACAO-W > ZEROS
              MOVE "Valor pago maior que a cotacao. Lancar a diferenca c
      -            "omo credito do cliente ?" TO MENSAGEM
              MOVE "Q" TO TIPO-MSG
              PERFORM EXIBIR-MENSAGEM
              IF RESP-MSG = "S"
                 MOVE DIFERENCA-COTACAO-W TO VALOR-CREDITO-W
                 MOVE "A" TO TIPO-CREDITO-W
              END-IF
           END-IF.

           MOVE DIFERENCA-COTACAO-W TO DIFERENCA-LISTA-W.
           MOVE SPACES TO MENSAGEM.
           IF DIFERENCA-COTACAO-W = ZEROS OR VALOR-CREDITO-W > ZEROS
              STRING "Confirma a baixa dos " QTDE-TITULOS-COT-W
                     " titulos da cotacao ?"
                     DELIMITED BY SIZE INTO MENSAGEM
              END-STRING
           ELSE
              STRING "Diferenca de " DIFERENCA-LISTA-W
                     " sera lancada no ultimo titulo. Confirma a baixa"
                     " dos " QTDE-TITULOS-COT-W
                     " titulos da cotacao ?"
                     DELIMITED BY SIZE INTO MENSAGEM
              END-STRING
           END-IF.
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.

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
                   PERFORM BAIXAR-TITULO-COTACAO
                END-IF
              END-READ
           END-PERFORM.

           MOVE "L"                 TO SITUACAO-CR227.
           MOVE DATA-PAGTO-INV      TO DATA-LIQUIDACAO-CR227.
           MOVE GS-VALOR-PAGO       TO VALOR-RECEBIDO-CR227.
           MOVE DIFERENCA-COTACAO-W TO VALOR-DIFERENCA-CR227.
           REWRITE REG-CRD227
           END-REWRITE.
           MOVE "CRD227"    TO LOG1-ARQUIVO
           MOVE REG-CRD227  TO LOG1-REGISTRO
           PERFORM GRAVA-LOG-BAIXA.

           MOVE "Cotacao liquidada - titulos baixados" TO MENSAGEM
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           PERFORM LIMPAR-DADOS.

       CONFERE-TITULOS-COTACAO SECTION.
      *    Todos os titulos da cotacao tem que estar em aberto;
      *    guarda o ultimo (maior SEQ) p/ receber a diferenca.
           MOVE "N"   TO TITULO-INVALIDO-W.
           MOVE ZEROS TO ULT-TITULO-COTACAO-W VALOR-ULT-TITULO-W
                         QTDE-TITULOS-COT-W.
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
                   ADD 1 TO QTDE-TITULOS-COT-W
                   MOVE SEQ-TITULO-CR228       TO ULT-TITULO-COTACAO-W
                   MOVE VALOR-ATUALIZADO-CR228 TO VALOR-ULT-TITULO-W
                   MOVE COD-COMPL-CR228  TO COD-COMPL-CR20
                   MOVE SEQ-TITULO-CR228 TO SEQ-CR20
                   READ CRD020 INVALID KEY
                        MOVE 9 TO BAIXADO-CR20
                   END-READ
                   IF BAIXADO-CR20 <> 0
                      MOVE "S" TO TITULO-INVALIDO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           IF QTDE-TITULOS-COT-W = ZEROS
              MOVE "S" TO TITULO-INVALIDO-W
           END-IF.

       BAIXAR-TITULO-COTACAO SECTION.
           MOVE COD-COMPL-CR228  TO COD-COMPL-CR20.
           MOVE SEQ-TITULO-CR228 TO SEQ-CR20.
           READ CRD020 INVALID KEY
                EXIT SECTION
           END-READ.
           MOVE VALOR-ATUALIZADO-CR228 TO VALOR-RECEBIDO-W.
           IF SEQ-TITULO-CR228 = ULT-TITULO-COTACAO-W
              COMPUTE VALOR-RECEBIDO-W =
                      VALOR-RECEBIDO-W + DIFERENCA-COTACAO-W
           END-IF.
           MOVE 1              TO BAIXADO-CR20.
           MOVE DATA-PAGTO-INV TO DATA-PAGTO-CR20.
           COMPUTE VALOR-PAGO-CR20 = VALOR-RECEBIDO-W.
           IF SEQ-TITULO-CR228 = ULT-TITULO-COTACAO-W
              SUBTRACT VALOR-CREDITO-W FROM VALOR-PAGO-CR20
           END-IF.
           REWRITE REG-CRD020
           END-REWRITE.

           PERFORM GRAVA-ANOTACAO-BAIXA.
           MOVE "COTACAO DE QUITACAO: 99999 - VALOR COTADO: 999999999999
      -    "9" TO ANOTACAO-CR201.
           MOVE SEQ-CR227           TO ANOTACAO-CR201(22: 5)
           COMPUTE VALOR-ANOT-W = VALOR-ATUALIZADO-CR228 * 100
           MOVE VALOR-ANOT-W        TO ANOTACAO-CR201(44: 13)
           IF SEQ-TITULO-CR228 = ULT-TITULO-COTACAO-W AND
              DIFERENCA-COTACAO-W <> ZEROS
              MOVE " - DIFERENCA: "  TO ANOTACAO-CR201(57: 14)
              MOVE DIFERENCA-LISTA-W TO ANOTACAO-CR201(71: 15)
           END-IF
           ADD 1 TO SUBSEQ-CR201.
           MOVE ZEROS TO ST-CRD201.
           PERFORM UNTIL ST-CRD201 = "10"
             WRITE REG-CRD201 INVALID KEY
               ADD 1 TO SUBSEQ-CR201
               CONTINUE
              NOT INVALID KEY
                MOVE "10" TO ST-CRD201
             END-WRITE
           END-PERFORM.
           IF SEQ-TITULO-CR228 = ULT-TITULO-COTACAO-W AND
              VALOR-CREDITO-W > ZEROS
              PERFORM GRAVA-CREDITO-CLIENTE
           END-IF.

           MOVE "CRD020"    TO LOG1-ARQUIVO
           MOVE REG-CRD020  TO LOG1-REGISTRO
           PERFORM GRAVA-LOG-BAIXA.
           ADD 1 TO CONT-GRAVACOES-W.

       REGISTRA-PAGTO-DUPLICADO SECTION.
      *    Titulo ja baixado por pagamento: a baixa existente fica
      *    como esta e, confirmado pelo operador, o valor recebido
      *    vira credito do cliente em duplicidade, com anotacao.
           MOVE DATA-PAGTO-CR20(7: 2) TO DIA-LISTA-W.
           MOVE DATA-PAGTO-CR20(5: 2) TO MES-LISTA-W.
           MOVE DATA-PAGTO-CR20(1: 4) TO ANO-LISTA-W.
           MOVE SPACES TO MENSAGEM.
           STRING "Titulo ja baixado em " DATA-LISTA-W
                  ". Registrar este pagamento como credito do cliente"
                  " (duplicidade) ?" DELIMITED BY SIZE INTO MENSAGEM
           END-STRING.
           MOVE "Q" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           IF RESP-MSG NOT EQUAL "S"
              EXIT SECTION
           END-IF.
           MOVE "S"           TO DUPLICIDADE-W.
           MOVE GS-VALOR-PAGO TO VALOR-RECEBIDO-W.
           MOVE "D"           TO TIPO-CREDITO-W.
           MOVE GS-VALOR-PAGO TO VALOR-CREDITO-W.
           PERFORM GRAVA-ANOTACAO-BAIXA.
           PERFORM GRAVA-CREDITO-CLIENTE.
           ADD 1 TO CONT-GRAVACOES-W.
           MOVE "Pagamento registrado como credito do cliente"
             TO MENSAGEM
           MOVE "C" TO TIPO-MSG
           PERFORM EXIBIR-MENSAGEM
           PERFORM LIMPAR-DADOS.

       GRAVA-CREDITO-CLIENTE SECTION.
      *    Credito do cliente no CRD222 (proximo SEQ-CR222 do
      *    contrato), uma linha a mais na anotacao que acabou de ser
      *    gravada (GRAVA-ANOTACAO-BAIXA) e o registro LOG001.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR222.
           MOVE ZEROS TO SEQ-CR222 ULT-SEQ-CR222-W.
           START CRD222 KEY IS NOT < CHAVE-CR222 INVALID KEY
                 MOVE "10" TO ST-CRD222.
           PERFORM UNTIL ST-CRD222 = "10"
             READ CRD222 NEXT RECORD AT END MOVE "10" TO ST-CRD222
               NOT AT END
                 IF COD-COMPL-CR222 <> COD-COMPL-CR20
                    MOVE "10" TO ST-CRD222
                 ELSE MOVE SEQ-CR222 TO ULT-SEQ-CR222-W
                      CONTINUE
             END-READ
           END-PERFORM.
           ADD 1 TO ULT-SEQ-CR222-W.
           INITIALIZE REG-CRD222.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CR222.
           MOVE ULT-SEQ-CR222-W     TO SEQ-CR222.
           MOVE DATA-PAGTO-INV      TO DATA-CREDITO-CR222.
           MOVE "M"                 TO ORIGEM-CR222.
           MOVE TIPO-CREDITO-W      TO TIPO-CR222.
           MOVE SEQ-CR20            TO SEQ-TITULO-CR222.
           MOVE VALOR-CREDITO-W     TO VALOR-CREDITO-CR222.
           MOVE ZEROS               TO VALOR-UTILIZADO-CR222
                                       SEQ-APLICADO-CR222.
           MOVE "A"                 TO SITUACAO-CR222.
           MOVE WS-DATA-CPU         TO DATA-SITUACAO-CR222.
           MOVE FORMA-PAGTO-TXT-W   TO REFERENCIA-CR222.
           MOVE USUARIO-W           TO USUARIO-CR222.
           MOVE ZEROS TO ST-CRD222.
           PERFORM UNTIL ST-CRD222 = "10"
              WRITE REG-CRD222 INVALID KEY
                 ADD 1 TO SEQ-CR222
                 CONTINUE
               NOT INVALID KEY MOVE "10" TO ST-CRD222
           END-PERFORM.

           MOVE "CREDITO CLIENTE SEQ: 99999 - TIPO: X - VALOR: 999999999
      -    "9999" TO ANOTACAO-CR201.
           MOVE SEQ-CR222           TO ANOTACAO-CR201(22: 5)
           MOVE TIPO-CR222          TO ANOTACAO-CR201(36: 1)
           COMPUTE VALOR-ANOT-W = VALOR-CREDITO-W * 100
           MOVE VALOR-ANOT-W        TO ANOTACAO-CR201(47: 13)
           ADD 1 TO SUBSEQ-CR201.
           MOVE ZEROS TO ST-CRD201.
           PERFORM UNTIL ST-CRD201 = "10"
             WRITE REG-CRD201 INVALID KEY
               ADD 1 TO SUBSEQ-CR201
               CONTINUE
              NOT INVALID KEY
                MOVE "10" TO ST-CRD201
             END-WRITE
           END-PERFORM.

           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "I"         TO LOG1-OPERACAO
           MOVE "CRD222"    TO LOG1-ARQUIVO
           MOVE "CRP217"    TO LOG1-PROGRAMA
           MOVE REG-CRD222  TO LOG1-REGISTRO
           MOVE 1 TO LOG1-SEQUENCIA
           MOVE "10" TO ST-LOG001
           PERFORM UNTIL ST-LOG001 = "00"
                WRITE REG-LOG001 INVALID KEY
                    ADD 1 TO LOG1-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO ST-LOG001
                END-WRITE
           END-PERFORM.

       GRAVA-ANOTACAO-BAIXA SECTION.
      *    Mesmo padrao de CRD200/CRD201 que GRAVA-ANOTACAO-RETORNO
      *    do CRP9110 grava p/ o retorno bancario, aqui p/ a baixa
           END-EVALUATE.
           MOVE SEQ-CR200      TO SEQ-CR201.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR201.
           MOVE "BAIXA MANUAL - FORMA: XXXXXX - DATA PGTO: 99999999 - VA
      -    "LOR PAGO: 9999999999999" TO ANOTACAO-CR201.
           MOVE FORMA-PAGTO-TXT-W   TO ANOTACAO-CR201(23: 6)
           MOVE DATA-PAGTO-INV      TO ANOTACAO-CR201(43: 8)
      *    Valor recebido do cliente (inclui a parte que virou
      *    credito); na duplicidade o titulo ja estava baixado.
           COMPUTE VALOR-ANOT-W = VALOR-RECEBIDO-W * 100
           MOVE VALOR-ANOT-W        TO ANOTACAO-CR201(66: 13)
           IF DUPLICIDADE-W = "S"
              MOVE "PAGTO DUPLIC" TO ANOTACAO-CR201(1: 12)
           END-IF
           MOVE ZEROS TO ST-CRD201.
           MOVE 1              TO SUBSEQ-CR201.
           PERFORM UNTIL ST-CRD201 = "10"

           close logacess

           CLOSE CRD020 CRD200 CRD201 CRD222 CRD227 CRD228 LOG001
           MOVE DS-QUIT-SET TO DS-CONTROL
           PERFORM CALL-DIALOG-SYSTEM
           EXIT PROGRAM.
