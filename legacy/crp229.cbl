      *           BLOQUEIA a correcao quando o titulo ja esta
      *           baixado ou quando ha remessa em andamento (CRD210
      *           ainda com status "I" - mesma verificacao do
      *           VERIFICA-CRD210-PENDENTE do CRP9109). Tambem
      *           bloqueia quando a competencia contabil de hoje esta
      *           fechada (CRD223, CRP236), ou quando o valor muda e
      *           o titulo foi lancado (DATA-MOVTO-CR20) num mes
      *           fechado.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           05  DATA-INV              PIC 9(8)    VALUE ZEROS.
           05  NOVO-VENCTO-INV-W     PIC 9(8)    VALUE ZEROS.
           05  HOUVE-MUDANCA-W       PIC X(01)   VALUE "N".
      *    COMPET-FECHADA-W - devolvido pelo CRPCOMPE: "S" = a data
      *    consultada cai em competencia contabil fechada.
           05  COMPET-FECHADA-W      PIC X(01)   VALUE "N".
               88  COMPETENCIA-FECHADA           VALUE "S".
      *    CRD210-PENDENTE-W - "S" quando algum registro do CRD210
      *    ainda esta "I" (remessa iniciada sem concluir): enquanto
      *    a remessa nao fecha, nenhum campo do titulo pode mudar,
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           CALL "CRPCOMPE" USING PARAMETROS-W WS-DATA-CPU
                                 COMPET-FECHADA-W.
           CANCEL "CRPCOMPE".
           IF COMPETENCIA-FECHADA
              MOVE "Competencia contabil do mes corrente esta fechada"
                TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              EXIT SECTION
           END-IF.
           IF GS-NOVO-VALOR > ZEROS
              CALL "CRPCOMPE" USING PARAMETROS-W DATA-MOVTO-CR20
                                    COMPET-FECHADA-W
              CANCEL "CRPCOMPE"
              IF COMPETENCIA-FECHADA
                 MOVE "Titulo lancado em competencia fechada - valor nao
      -               " pode mudar" TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 EXIT SECTION
              END-IF
           END-IF.
           MOVE ZEROS TO NOVO-VENCTO-INV-W.
           IF GS-NOVO-VENCTO > ZEROS
              MOVE GS-NOVO-VENCTO TO DATA-INV
