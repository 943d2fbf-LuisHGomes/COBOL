      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE CONTROLE DA NUMERACAO DOS RPS
      *          (RPSCTL.DAT, REGISTRO UNICO). GUARDA O ULTIMO NUMERO
      *          DE RPS E O ULTIMO LOTE ENVIADOS A PREFEITURA, COM A
      *          DATA DO LOTE. LIDO E REGRAVADO PELO GERARPS A CADA
      *          LOTE - A NUMERACAO DO RPS E SEQUENCIAL E SEM
      *          LACUNAS, COMO A PREFEITURA EXIGE.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-RPS-CTL.
           03  WS-RPSCTL-ULTIMO-RPS    PIC 9(009).
           03  WS-RPSCTL-ULTIMO-LOTE   PIC 9(007).
           03  WS-RPSCTL-DATA-LOTE     PIC 9(008).
           03  FILLER                  PIC X(016).
