      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE EXECUCOES DOS JOBS DO CICLO
      *          (EXECUCAO.DAT), INDEXADO POR JOB + DATA DE MOVIMENTO
      *          + PASSO. TRES TIPOS DE REGISTRO NA MESMA CHAVE:
      *            - PASSO PREENCHIDO: UM POR PASSO DO JOB NA DATA,
      *              COM INICIO, FIM, RC E SITUACAO;
      *            - PASSO EM BRANCO: ABERTURA DO JOB NA DATA, COM A
      *              SITUACAO DA EXECUCAO E O SUPERVISOR QUE LIBEROU
      *              REEXECUCAO OU ABANDONO;
      *            - DATA ZERADA E PASSO EM BRANCO: PONTEIRO DO JOB,
      *              COM A DATA DE MOVIMENTO DA EXECUCAO CORRENTE.
      *          MANTIDO PELO EXECCTL (PASSOS DE CONTROLE DOS JOBS
      *          NIGHTLY, MENSAL E TERMFECH) E LIDO PELO EXECREL.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-EXECUCAO.
           03  WS-CHAVE-EXECUCAO.
               05  WS-EXE-JOB              PIC X(008).
               05  WS-EXE-DATA-MOVTO       PIC 9(008).
               05  WS-EXE-PASSO            PIC X(008).
           03  WS-EXE-SITUACAO         PIC X(001).
               88  WS-EXE-EM-EXECUCAO      VALUE "E".
               88  WS-EXE-CONCLUIDO        VALUE "C".
               88  WS-EXE-FALHOU           VALUE "F".
               88  WS-EXE-A-REFAZER        VALUE "R".
               88  WS-EXE-ABANDONADO       VALUE "X".
           03  WS-EXE-INICIO.
               05  WS-EXE-DATA-INICIO      PIC 9(008).
               05  WS-EXE-HORA-INICIO      PIC 9(006).
           03  WS-EXE-CORRENTE REDEFINES WS-EXE-INICIO.
               05  WS-EXE-DATA-CORRENTE    PIC 9(008).
               05  FILLER                  PIC X(006).
           03  WS-EXE-DATA-FIM         PIC 9(008).
           03  WS-EXE-HORA-FIM         PIC 9(006).
           03  WS-EXE-RC               PIC 9(002).
           03  WS-EXE-TENTATIVAS       PIC 9(003).
           03  WS-EXE-PULOS            PIC 9(003).
           03  WS-EXE-SUPERVISOR       PIC X(008).
           03  FILLER                  PIC X(031).
