      *                   E FATURAMENTO SEM INATIVAR O ALUNO; O
      *                   HISTORICO DO TRANCAMENTO FICA EM
      *                   TRANCA.DAT (TRANCREG).
      * 15/10/2026 LHG - SITUACAO FORMADO (F) CARIMBADA NA COLACAO DE
      *                   GRAU (COLACAO): ENCERRA O VINCULO - SEM
      *                   NOVAS INSCRICOES NEM FATURAMENTO; O DIPLOMA
      *                   FICA EM DIPLOMA.DAT (DIPLREG).
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-ALUNO.
               88  WS-ALUNO-ATIVO          VALUE "A".
               88  WS-ALUNO-INATIVO        VALUE "I".
               88  WS-ALUNO-TRANCADO       VALUE "T".
               88  WS-ALUNO-FORMADO        VALUE "F".
           03  WS-SIT-ACADEMICA        PIC X(001).
               88  WS-ALUNO-PROBATORIO     VALUE "P".
               88  WS-ALUNO-REGULAR        VALUE "R" " ".
