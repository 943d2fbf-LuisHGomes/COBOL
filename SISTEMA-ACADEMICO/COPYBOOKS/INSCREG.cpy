      *                   CANCELAR - SAI DO FATURAMENTO, DO
      *                   FECHAMENTO E DA CHAMADA, E O HISTORICO A
      *                   IMPRIME COMO TRANCADA.
      * 15/10/2026 LHG - CHAVE ALTERNADA MATERIA+TERMO (INDICE
      *                   ALTERNADO COM DUPLICATAS, PATH
      *                   ACAD.INSCRICAO.PATH, DD INSCRDA1) PARA OS
      *                   PROGRAMAS QUE TRABALHAM UMA TURMA POR VEZ
      *                   (FREQMNT, ESTATERM, PROFREL, FECHTERM) LEREM
      *                   SO A TURMA EM VEZ DO ARQUIVO INTEIRO. O
      *                   INDICE E DEFINIDO COM UPGRADE - AS GRAVACOES
      *                   PELA CHAVE PRIMARIA O MANTEM - E E
      *                   RECONSTRUIDO (BLDINDEX) A CADA CORTE DO
      *                   TERMARQ; O VERIFCTL PROVA QUE ELE ENXERGA
      *                   OS MESMOS REGISTROS DA CHAVE PRIMARIA.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-INSCRICAO.
               05  WS-MATRICULA            PIC 9(011).
               05  WS-COD-MATERIA          PIC 9(015).
               05  WS-TERMO                PIC 9(006).
           03  WS-CHAVE-INSC-ALTERNADA REDEFINES WS-CHAVE-INSCRICAO.
               05  FILLER                  PIC 9(011).
               05  WS-CHAVE-INSC-OFERTA.
                   07  WS-MATERIA-INSC-ALT     PIC 9(015).
                   07  WS-TERMO-INSC-ALT       PIC 9(006).
           03  WS-SITUACAO             PIC X(001).
               88  WS-INSCRICAO-ATIVA      VALUE "A".
               88  WS-INSCRICAO-CANCEL     VALUE "C".
