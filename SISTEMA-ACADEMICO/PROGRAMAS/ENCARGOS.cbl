      * 02/09/2026 LHG - O ANO/MES BASE DEIXA O SYSIN E PASSA A VIR
      *                   DO CONTROLE DE DATAS (CICLO.DAT, MANTIDO
      *                   PELO CICLOCTL).
      * 15/10/2026 LHG - PARCELA RENEGOCIADA EM ACORDO NAO RECEBE
      *                   ENCARGOS ENQUANTO O ACORDO ESTIVER EM DIA;
      *                   NO ROMPIMENTO O ROMPACOR DEVOLVE OS JUROS
      *                   DOS MESES EM QUE ELA FICOU FORA DAQUI.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
      * ENCARGOS. A MULTA E UNICA (SO QUANDO AINDA ZERADA); OS JUROS
      * SAO SIMPLES, DE UM MES POR APROPRIACAO, SOBRE O PRINCIPAL EM
      * ABERTO - PRINCIPAL COBERTO PELO PAGO NAO RENDE MAIS JUROS.
      * PARCELA RENEGOCIADA E COBRADA PELAS PARCELAS DO ACORDO.
      ******************************************************************
       2000-PROCESSAR-PARCELAS SECTION.
           IF WS-PARCELA-QUITADA OR WS-PARCELA-CANCELADA OR
              WS-PARCELA-RENEGOCIADA OR
              WS-COMPET-ENCARGO = WS-ANO-MES-BASE
               GO TO 2000-PROXIMA
           END-IF
