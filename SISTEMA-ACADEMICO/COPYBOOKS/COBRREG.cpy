      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE ESTAGIO DE COBRANCA
      *          (COBRANCA.DAT), INDEXADO POR MATRICULA. MANTIDO PELA
      *          REGUA DE COBRANCA (COBRANCA): ESTAGIO ATUAL DO
      *          DEVEDOR (AVISO AMIGAVEL, NOTIFICACAO FORMAL, AVISO
      *          FINAL ANTES DA NEGATIVACAO, NEGATIVADO), A DATA EM
      *          QUE ENTROU NELE, A POSICAO DA DIVIDA NA ULTIMA
      *          APURACAO E, PARA O NEGATIVADO, A INCLUSAO ENVIADA AO
      *          BIRO DE CREDITO (DATA, VALOR E O VENCIMENTO MAIS
      *          RECENTE COBERTO PELA INCLUSAO) E A DATA DA EXCLUSAO.
      *          A COMPETENCIA DA ULTIMA REGUA MENSAL IMPEDE QUE UMA
      *          REEXECUCAO NO MES AVANCE O ESTAGIO DUAS VEZES.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-COBRANCA.
           03  WS-COBR-MATRICULA       PIC 9(011).
           03  WS-COBR-ESTAGIO         PIC 9(001).
               88  WS-COBR-EM-DIA          VALUE 0.
               88  WS-COBR-AMIGAVEL        VALUE 1.
               88  WS-COBR-FORMAL          VALUE 2.
               88  WS-COBR-FINAL           VALUE 3.
               88  WS-COBR-NEGATIVADO      VALUE 4.
           03  WS-COBR-DATA-ESTAGIO    PIC 9(008).
           03  WS-COBR-DIAS-ATRASO     PIC 9(005).
           03  WS-COBR-SALDO           PIC 9(011)V99.
           03  WS-COBR-VENC-ANTIGO     PIC 9(008).
           03  WS-COBR-DATA-INCLUSAO   PIC 9(008).
           03  WS-COBR-VALOR-INCLUSAO  PIC 9(011)V99.
           03  WS-COBR-VENC-LIMITE     PIC 9(008).
           03  WS-COBR-DATA-EXCLUSAO   PIC 9(008).
           03  WS-COBR-COMPET-REGUA    PIC 9(006).
           03  FILLER                  PIC X(020).
