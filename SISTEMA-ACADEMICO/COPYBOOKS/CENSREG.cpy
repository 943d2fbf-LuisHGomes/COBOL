      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE EXPORTACAO DO CENSO DA EDUCACAO
      *          SUPERIOR (INEP), LARGURA FIXA DE 200 POSICOES,
      *          GERADO PELO CENSINEP PARA O ANO DE REFERENCIA. UM
      *          CABECALHO (TIPO 0) COM O ANO, O CODIGO DA IES NO INEP
      *          E A DATA DE GERACAO, UM DETALHE (TIPO 1) POR ALUNO E
      *          CURSO COM A SITUACAO DE VINCULO NO FIM DO ANO E UM
      *          TRAILER (TIPO 9) COM AS QUANTIDADES POR SITUACAO.
      *          OS CODIGOS DE VINCULO SAO OS DO INEP: 2 CURSANDO,
      *          3 MATRICULA TRANCADA, 4 DESVINCULADO DO CURSO,
      *          6 FORMADO.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-CENSO.
           03  WS-CEN-TIPO             PIC X(001).
               88  WS-CEN-CABECALHO        VALUE "0".
               88  WS-CEN-DETALHE          VALUE "1".
               88  WS-CEN-TRAILER          VALUE "9".
           03  WS-CEN-DADOS            PIC X(199).
           03  WS-CEN-DET REDEFINES WS-CEN-DADOS.
               05  WS-CEN-MATRICULA        PIC 9(011).
               05  WS-CEN-CPF              PIC 9(011).
               05  WS-CEN-NOME             PIC X(060).
               05  WS-CEN-DATA-NASC        PIC 9(008).
               05  WS-CEN-CURSO            PIC X(002).
               05  WS-CEN-VINCULO          PIC 9(001).
                   88  WS-CEN-CURSANDO         VALUE 2.
                   88  WS-CEN-TRANCADO         VALUE 3.
                   88  WS-CEN-DESVINCULADO     VALUE 4.
                   88  WS-CEN-FORMADO          VALUE 6.
               05  WS-CEN-VINCULO-SEM1     PIC X(001).
               05  WS-CEN-VINCULO-SEM2     PIC X(001).
               05  WS-CEN-TERMO-INGRESSO   PIC 9(006).
               05  WS-CEN-TERMO-CONCLUSAO  PIC 9(006).
               05  FILLER                  PIC X(092).
           03  WS-CEN-CAB REDEFINES WS-CEN-DADOS.
               05  WS-CEN-CAB-ANO          PIC 9(004).
               05  WS-CEN-CAB-COD-IES      PIC 9(008).
               05  WS-CEN-CAB-GERACAO      PIC 9(008).
               05  FILLER                  PIC X(179).
           03  WS-CEN-TRL REDEFINES WS-CEN-DADOS.
               05  WS-CEN-TRL-ALUNOS       PIC 9(007).
               05  WS-CEN-TRL-CURSANDO     PIC 9(007).
               05  WS-CEN-TRL-TRANCADO     PIC 9(007).
               05  WS-CEN-TRL-DESVINCULADO PIC 9(007).
               05  WS-CEN-TRL-FORMADO      PIC 9(007).
               05  FILLER                  PIC X(164).
