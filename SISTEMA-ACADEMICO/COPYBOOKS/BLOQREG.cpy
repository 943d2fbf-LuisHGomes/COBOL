      *          MAIS DE 90 DIAS. A INSCRICAO (INSCMNT) CONSULTA
      *          ESTE ARQUIVO E RECUSA NOVA INSCRICAO DE ALUNO
      *          BLOQUEADO.
      * Modification History:
      * 15/10/2026 LHG - SITUACAO LIBERADO PARA O ALUNO QUE PAGOU A
      *                   PRIMEIRA PARCELA DE UM ACORDO (RETBANCO) -
      *                   O REGISTRO FICA COMO TRILHA E A INSCRICAO
      *                   VOLTA A SER ACEITA.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-BLOQUEIO.
           03  WS-DATA-GERACAO         PIC 9(008).
           03  WS-SITUACAO-BLOQ        PIC X(001).
               88  WS-ALUNO-BLOQUEADO      VALUE "B".
               88  WS-BLOQUEIO-LIBERADO    VALUE "L".
