      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ITEM DE ACORDO (ACORDITE.DAT), INDEXADO
      *          PELA CHAVE DO ACORDO (ACORDREG) MAIS A CHAVE DA
      *          PARCELA RENEGOCIADA (PARCREG). UM REGISTRO POR
      *          PARCELA VENCIDA QUE ENTROU NO ACORDO, COM O SALDO
      *          NA DATA DO ACORDO E OS JUROS DISPENSADOS NELA - O
      *          RECEBIMENTO DAS PARCELAS DO ACORDO (RETBANCO) E
      *          DISTRIBUIDO NAS PARCELAS ORIGINAIS NESTA ORDEM, E O
      *          ROMPIMENTO (ROMPACOR) DEVOLVE A DISPENSA A CADA UMA.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-ACITE.
           03  WS-CHAVE-ACITE.
               05  WS-ACITE-MATRICULA      PIC 9(011).
               05  WS-ACITE-SEQ-ACORDO     PIC 9(003).
               05  WS-ACITE-COD-MATERIA    PIC 9(015).
               05  WS-ACITE-TERMO          PIC 9(006).
               05  WS-ACITE-NUM-PARCELA    PIC 9(002).
           03  WS-ACITE-SALDO          PIC 9(011)V99.
           03  WS-ACITE-DISPENSA       PIC 9(011)V99.
           03  FILLER                  PIC X(010).
