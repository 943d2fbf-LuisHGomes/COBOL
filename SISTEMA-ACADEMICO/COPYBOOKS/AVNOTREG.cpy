      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE NOTAS POR COMPONENTE DE
      *          AVALIACAO (AVALNOTA.DAT), INDEXADO POR
      *          MATERIA+TERMO+MATRICULA PARA A TURMA SER LANCADA
      *          E LIDA DE UMA VEZ. A POSICAO DE CADA NOTA
      *          CORRESPONDE AO COMPONENTE DE MESMA POSICAO EM
      *          AVALREG. A MEDIA PONDERADA E CALCULADA PELO
      *          AVALMNT; MEDIA ENTRE O PISO DE RECUPERACAO E A NOTA
      *          DE APROVACAO (ACADPARM) DEIXA O ALUNO EM
      *          RECUPERACAO (P) ATE A NOTA DA PROVA SER LANCADA
      *          (L). A NOTA FINAL POSTADA EM NOTA.DAT E A MEDIA OU,
      *          DEPOIS DA PROVA, A NOTA DE RECUPERACAO.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-AVAL-NOTA.
           03  WS-CHAVE-AVAL-NOTA.
               05  WS-COD-MATERIA          PIC 9(015).
               05  WS-TERMO                PIC 9(006).
               05  WS-MATRICULA            PIC 9(011).
           03  WS-NOTA-COMPONENTE      PIC 9(003)V99 OCCURS 5 TIMES.
           03  WS-MEDIA-PONDERADA      PIC 9(003)V99.
           03  WS-NOTA-RECUPERACAO     PIC 9(003)V99.
           03  WS-SITUACAO-RECUP       PIC X(001).
               88  WS-SEM-RECUPERACAO      VALUE " ".
               88  WS-RECUP-PENDENTE       VALUE "P".
               88  WS-RECUP-LANCADA        VALUE "L".
