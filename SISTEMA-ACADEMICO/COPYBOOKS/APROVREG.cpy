      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO APROVEITAMENTO DE ESTUDOS (APROVEIT.DAT),
      *          INDEXADO POR MATRICULA + MATERIA CONCEDIDA. CADA
      *          REGISTRO DA AO ALUNO O CREDITO DE UMA MATERIA DO
      *          CATALOGO CURSADA FORA DELA - EM OUTRA INSTITUICAO
      *          (EXTERNO, LANCADO NO APROVMNT) OU EM OUTRA MATERIA
      *          DA CASA, PELA TABELA DE EQUIVALENCIAS (INTERNO,
      *          GRAVADO NA TROCA DE TURMA DO ALUNOMNT) - COM A NOTA
      *          ORIGINAL, A INSTITUICAO E A DISCIPLINA DE ORIGEM. SO
      *          O APROVEITAMENTO DEFERIDO POR SUPERVISOR CONTA COMO
      *          APROVACAO NA AUDITORIA DE COLACAO (GRADAUD), NO
      *          HISTORICO (HISTESC, SECAO PROPRIA, FORA DO CR) E NOS
      *          PRE-REQUISITOS DA INSCRICAO (INSCMNT).
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-APROVEIT.
           03  WS-CHAVE-APROVEIT.
               05  WS-APV-MATRICULA        PIC 9(011).
               05  WS-APV-MATERIA          PIC 9(015).
           03  WS-APV-ORIGEM           PIC X(001).
               88  WS-APV-INTERNO          VALUE "I".
               88  WS-APV-EXTERNO          VALUE "E".
           03  WS-APV-INSTITUICAO      PIC X(030).
           03  WS-APV-DISCIPLINA       PIC X(030).
           03  WS-APV-NOTA-ORIGEM      PIC 9(003)V99.
           03  WS-APV-TERMO-ORIGEM     PIC 9(006).
           03  WS-APV-PESO-CREDITO     PIC 9(002)V9.
           03  WS-APV-TURMA            PIC X(002).
           03  WS-APV-DATA-REGISTRO    PIC 9(008).
           03  WS-APV-OPERADOR         PIC X(008).
           03  WS-APV-DATA-DECISAO     PIC 9(008).
           03  WS-APV-SUPERVISOR       PIC X(008).
           03  WS-APV-SITUACAO         PIC X(001).
               88  WS-APV-PENDENTE         VALUE "P".
               88  WS-APV-DEFERIDO         VALUE "D".
               88  WS-APV-INDEFERIDO       VALUE "I".
           03  FILLER                  PIC X(014).
