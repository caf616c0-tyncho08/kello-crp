
       PREPARA-NOITE SECTION.
      *    Conta os passos cadastrados. Arquivo vazio: semeia os
      *    batches de rotina da casa - foto dos arquivos da cobranca
      *    CRP256 (primeiro), consistencia CRP213, resumo
      *    CRP215, expurgo CRP214, lista de trabalho dos cobradores
      *    e conferencia das promessas CRP253 e arquivamento anual
      *    do LOG001/LOGACESS CRP251 (por ultimo: recusa rodar com
      *    sessao aberta e nao pode segurar os outros) - todos
      *    pendentes e sem cauda de parametros; o operador ajusta as
      *    caudas (em especial a data-limite do CRP214) direto no
      *    CRD218 conforme a instalacao. A varredura de sessoes
      *    (LOGP002) fica fora do semeado: e um programa de tela
      *    Dialog System, que disparado sem operador travaria a
      *    noite inteira - e o fechamento diario CRP231 ja aponta as
      *    sessoes abertas sem fechar. Todos ja "C": a execucao e
      *    uma noite nova, e todos voltam a pendente.
           MOVE ZEROS TO QTDE-PASSOS-W QTDE-CONCLUIDOS-W.
           MOVE ZEROS TO SEQ-CR218.
           START CRD218 KEY IS NOT LESS SEQ-CR218 INVALID KEY
           END-IF.

       SEMEIA-PASSOS-PADRAO SECTION.
      *    A foto do CRP256 vem antes de tudo: e dela que o CRP257
      *    restaura se um passo da noite estragar os arquivos.
           MOVE 05       TO SEQ-CR218.
           MOVE "CRP256" TO PROGRAMA-CR218.
           PERFORM GRAVA-PASSO-PADRAO.
           MOVE 10       TO SEQ-CR218.
           MOVE "CRP213" TO PROGRAMA-CR218.
           PERFORM GRAVA-PASSO-PADRAO.
           MOVE 30       TO SEQ-CR218.
           MOVE "CRP214" TO PROGRAMA-CR218.
           PERFORM GRAVA-PASSO-PADRAO.
           MOVE 35       TO SEQ-CR218.
           MOVE "CRP253" TO PROGRAMA-CR218.
           PERFORM GRAVA-PASSO-PADRAO.
           MOVE 40       TO SEQ-CR218.
           MOVE "CRP251" TO PROGRAMA-CR218.
           PERFORM GRAVA-PASSO-PADRAO.
           MOVE 6 TO QTDE-PASSOS-W.
           DISPLAY "CRD218 VAZIO - PASSOS PADRAO SEMEADOS".

       GRAVA-PASSO-PADRAO SECTION.
