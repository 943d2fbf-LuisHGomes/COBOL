      *                   ALUNO NO TERMO, E A GRADE IMPRESSA SAI
      *                   PELO GRADEHOR. HORARIO ZERADO = TURMA SEM
      *                   HORARIO CADASTRADO (SEM CHECAGEM).
      * 15/10/2026 LHG - SALA DA TURMA (SALAREG), ALOCADA PELO
      *                   OFERTMNT. BRANCOS = TURMA SEM SALA.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-OFERTA.
           03  WS-SITUACAO             PIC X(001).
               88  WS-OFERTA-ATIVA         VALUE "A".
               88  WS-OFERTA-INATIVA       VALUE "I".
           03  WS-SALA-OFERTA          PIC X(006).
