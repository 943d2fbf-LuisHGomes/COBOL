      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE EQUIVALENCIAS (EQUIV.DAT),
      *          INDEXADA POR TURMA (CURSO) DE DESTINO + MATERIA DE
      *          DESTINO + GRUPO + SEQUENCIA. CADA REGISTRO E UMA
      *          ORIGEM - MATERIA DO CATALOGO (INTERNA) OU DISCIPLINA
      *          DE OUTRA INSTITUICAO (EXTERNA) - QUE LEVA A MATERIA DO
      *          CURRICULO DE DESTINO. AS ORIGENS ATIVAS DE UM MESMO
      *          GRUPO SAO EXIGIDAS JUNTAS (DUAS MATERIAS QUE VALEM
      *          UMA); GRUPOS DIFERENTES DA MESMA MATERIA DE DESTINO
      *          SAO ALTERNATIVAS. MANTIDA PELO EQUIVMNT; A TROCA DE
      *          TURMA NO ALUNOMNT APROVEITA POR ELA AS MATERIAS
      *          APROVADAS DO ALUNO (APROVREG).
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-EQUIV.
           03  WS-CHAVE-EQUIV.
               05  WS-EQV-TURMA            PIC X(002).
               05  WS-EQV-MATERIA-DESTINO  PIC 9(015).
               05  WS-EQV-GRUPO            PIC 9(002).
               05  WS-EQV-SEQ              PIC 9(002).
           03  WS-EQV-TIPO-ORIGEM      PIC X(001).
               88  WS-EQV-INTERNA          VALUE "I".
               88  WS-EQV-EXTERNA          VALUE "E".
           03  WS-EQV-MATERIA-ORIGEM   PIC 9(015).
           03  WS-EQV-INSTITUICAO      PIC X(030).
           03  WS-EQV-DISCIPLINA       PIC X(030).
           03  WS-EQV-SITUACAO         PIC X(001).
               88  WS-EQV-ATIVA            VALUE "A".
               88  WS-EQV-INATIVA          VALUE "I".
           03  FILLER                  PIC X(002).
