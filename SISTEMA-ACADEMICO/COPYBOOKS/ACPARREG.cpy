      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DA PARCELA DE ACORDO (ACORDPAR.DAT), INDEXADO
      *          PELA CHAVE DO ACORDO (ACORDREG) MAIS O NUMERO DA
      *          PARCELA. GERADA PELO ACORDMNT NA FIRMA DO ACORDO,
      *          ENVIADA AO BANCO PELA REMESSA (REMBANCO) COM A
      *          MATERIA ZERADA E O SEQUENCIAL DO ACORDO NO LUGAR DO
      *          TERMO, BAIXADA PELO RETORNO (RETBANCO) E CANCELADA
      *          PELO ROMPIMENTO DO ACORDO (ROMPACOR).
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-ACPAR.
           03  WS-CHAVE-ACPAR.
               05  WS-ACPAR-MATRICULA      PIC 9(011).
               05  WS-ACPAR-SEQ-ACORDO     PIC 9(003).
               05  WS-ACPAR-NUM-PARCELA    PIC 9(002).
           03  WS-ACPAR-VENCIMENTO     PIC 9(008).
           03  WS-ACPAR-VALOR          PIC 9(011)V99.
           03  WS-ACPAR-PAGO           PIC 9(011)V99.
           03  WS-ACPAR-DATA-PAGTO     PIC 9(008).
           03  WS-ACPAR-SITUACAO       PIC X(001).
               88  WS-ACPAR-ABERTA         VALUE "A".
               88  WS-ACPAR-PARCIAL        VALUE "P".
               88  WS-ACPAR-QUITADA        VALUE "Q".
               88  WS-ACPAR-CANCELADA      VALUE "C".
           03  FILLER                  PIC X(010).
