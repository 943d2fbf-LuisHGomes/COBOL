      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE ACORDO DE RENEGOCIACAO
      *          (ACORDO.DAT), INDEXADO POR MATRICULA + SEQUENCIAL
      *          DO ACORDO DO ALUNO. O ACORDO (FIRMADO PELO ACORDMNT)
      *          SUBSTITUI AS PARCELAS VENCIDAS DO ALUNO - QUE FICAM
      *          RENEGOCIADAS EM PARCELA.DAT E LIGADAS AO ACORDO POR
      *          ACITEREG - POR UM PARCELAMENTO PROPRIO (ACPARREG),
      *          COBRADO PELA REMESSA (REMBANCO) E BAIXADO PELO
      *          RETORNO (RETBANCO). OS VALORES GUARDAM A FOTOGRAFIA
      *          DA DIVIDA NA DATA DO ACORDO E A DISPENSA DE JUROS
      *          AUTORIZADA PELO SUPERVISOR. O ROMPIMENTO (ROMPACOR,
      *          JOB MENSAL) DEVOLVE A DIVIDA ORIGINAL COM ENCARGOS.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-ACORDO.
           03  WS-CHAVE-ACORDO.
               05  WS-ACORDO-MATRICULA     PIC 9(011).
               05  WS-ACORDO-SEQ           PIC 9(003).
           03  WS-ACORDO-DATA          PIC 9(008).
           03  WS-ACORDO-PRINCIPAL     PIC 9(011)V99.
           03  WS-ACORDO-MULTA         PIC 9(011)V99.
           03  WS-ACORDO-JUROS         PIC 9(011)V99.
           03  WS-ACORDO-DISPENSA      PIC 9(011)V99.
           03  WS-ACORDO-TOTAL         PIC 9(011)V99.
           03  WS-ACORDO-QTDE-PARC     PIC 9(002).
           03  WS-ACORDO-PARC-PAGAS    PIC 9(002).
           03  WS-ACORDO-QTDE-ITENS    PIC 9(003).
           03  WS-ACORDO-OPERADOR      PIC X(008).
           03  WS-ACORDO-SUPERVISOR    PIC X(008).
           03  WS-ACORDO-BLOQUEIO      PIC X(001).
               88  WS-ACORDO-COM-BLOQUEIO  VALUE "S".
           03  WS-ACORDO-ENTRADA       PIC X(001).
               88  WS-ACORDO-ENTRADA-PAGA  VALUE "S".
           03  WS-ACORDO-SITUACAO      PIC X(001).
               88  WS-ACORDO-ATIVO         VALUE "A".
               88  WS-ACORDO-QUITADO       VALUE "Q".
               88  WS-ACORDO-ROMPIDO       VALUE "R".
           03  WS-ACORDO-DATA-SITUACAO PIC 9(008).
           03  FILLER                  PIC X(010).
