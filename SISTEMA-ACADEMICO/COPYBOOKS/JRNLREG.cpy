      *          RECUPERACAO (RECUPERA) REAPLICA OU DESFAZ O JORNAL
      *          SOBRE UM BACKUP RESTAURADO PARA RECONSTRUIR O
      *          MESTRE ATE UM PONTO NO TEMPO.
      * Modification History:
      * 15/10/2026 LHG - DADOS PESSOAIS (CONTATO.DAT) E ENDERECO
      *                   (ENDERECO.DAT) DO ALUNO NO JORNAL.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-JORNAL.
               88  WS-JRN-MATERIA          VALUE "MATERIA".
               88  WS-JRN-BOLSA            VALUE "BOLSA".
               88  WS-JRN-NOTA             VALUE "NOTA".
               88  WS-JRN-CONTATO          VALUE "CONTATO".
               88  WS-JRN-ENDERECO         VALUE "ENDERECO".
           03  WS-JRN-ACAO             PIC X(001).
               88  WS-JRN-INCLUSAO         VALUE "I".
               88  WS-JRN-ALTERACAO        VALUE "A".
