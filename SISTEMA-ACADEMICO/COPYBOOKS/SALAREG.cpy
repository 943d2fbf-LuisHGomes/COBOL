      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO MESTRE DE SALAS (SALA.DAT),
      *          INDEXADO POR WS-COD-SALA. GUARDA A CAPACIDADE E O
      *          TIPO DA SALA (SALA DE AULA, LABORATORIO OU
      *          AUDITORIO). A SALA DE CADA TURMA FICA NA OFERTA
      *          (WS-SALA-OFERTA EM OFERTREG), ALOCADA PELO OFERTMNT
      *          COM RECUSA DE CHOQUE DE SALA/DIA/HORARIO E DE
      *          MAXIMO DE VAGAS ACIMA DA CAPACIDADE. MANTIDO PELO
      *          SALAMNT; A GRADE DE OCUPACAO SAI PELO OCUPSALA.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-SALA.
           03  WS-COD-SALA             PIC X(006).
           03  WS-DESCR-SALA           PIC X(030).
           03  WS-CAPACIDADE-SALA      PIC 9(005).
           03  WS-TIPO-SALA            PIC X(001).
               88  WS-SALA-DE-AULA         VALUE "S".
               88  WS-SALA-LABORATORIO     VALUE "L".
               88  WS-SALA-AUDITORIO       VALUE "A".
               88  WS-TIPO-SALA-VALIDO     VALUE "S" "L" "A".
           03  WS-SITUACAO-SALA        PIC X(001).
               88  WS-SALA-ATIVA           VALUE "A".
               88  WS-SALA-INATIVA         VALUE "I".
