      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO EXTRATO DE ALUNOS APTOS A COLAR GRAU,
      *          GRAVADO PELA AUDITORIA DE COLACAO (GRADAUD) - UM
      *          REGISTRO POR ALUNO COM O CURRICULO INTEGRALIZADO, COM
      *          O TERMO DA ULTIMA APROVACAO QUE O COMPLETOU. E A
      *          ENTRADA DA COLACAO DE GRAU (COLACAO).
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-APTO.
           03  WS-APT-MATRICULA        PIC 9(011).
           03  WS-APT-TURMA            PIC X(002).
           03  WS-APT-TERMO-CONCLUSAO  PIC 9(006).
           03  WS-APT-DATA-AUDITORIA   PIC 9(008).
           03  FILLER                  PIC X(013).
