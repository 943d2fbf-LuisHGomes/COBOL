      *                   DE INSCRICAO CANCELADA (INSCMNT) - A
      *                   PARCELA SAI DA REMESSA, DO AGING E DOS
      *                   ENCARGOS.
      * 15/10/2026 LHG - SITUACAO RENEGOCIADA PARA A PARCELA VENCIDA
      *                   QUE ENTROU EM ACORDO (ACORDMNT) - SAI DA
      *                   REMESSA, DO AGING E DOS ENCARGOS E SO
      *                   RECEBE PELAS PARCELAS DO ACORDO.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-PARCELA.
               88  WS-PARCELA-PARCIAL      VALUE "P".
               88  WS-PARCELA-QUITADA      VALUE "Q".
               88  WS-PARCELA-CANCELADA    VALUE "C".
               88  WS-PARCELA-RENEGOCIADA  VALUE "R".
