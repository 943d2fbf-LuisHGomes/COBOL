      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE INTERFACE CONTABIL
      *          (LANCTO.CONTABIL, LARGURA FIXA DE 100 POSICOES),
      *          GRAVADO DIARIAMENTE PELO CONTABIL PARA O RAZAO
      *          GERAL. CADA LANCAMENTO DE PARTIDA DOBRADA SAO DUAS
      *          LINHAS COM O MESMO NUMERO: A PARTIDA DE DEBITO E A
      *          DE CREDITO, COM AS CONTAS DO MAPEAMENTO CONTABIL
      *          (PLCTREG), O CODIGO DO EVENTO E O HISTORICO COM A
      *          CHAVE DO REGISTRO DE ORIGEM.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-LANCAMENTO.
           03  WS-LANC-DATA            PIC 9(008).
           03  WS-LANC-NUMERO          PIC 9(007).
           03  WS-LANC-PARTIDA         PIC X(001).
               88  WS-LANC-DEBITO          VALUE "D".
               88  WS-LANC-CREDITO         VALUE "C".
           03  WS-LANC-CONTA           PIC X(012).
           03  WS-LANC-VALOR           PIC 9(011)V99.
           03  WS-LANC-EVENTO          PIC X(004).
           03  WS-LANC-HISTORICO       PIC X(040).
           03  FILLER                  PIC X(015).
