      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE COMPONENTES DE AVALIACAO DA
      *          OFERTA (AVALIA.DAT), INDEXADO POR MATERIA+TERMO
      *          (MESMA CHAVE DE OFERTREG). DEFINE ATE 5 COMPONENTES
      *          (P1, P2, TRABALHO...) COM O PESO DE CADA UM EM
      *          PERCENTUAL - A SOMA DOS PESOS E SEMPRE 100. AS NOTAS
      *          DE CADA ALUNO NOS COMPONENTES FICAM EM AVNOTREG;
      *          AMBOS SAO MANTIDOS PELO AVALMNT.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-AVALIACAO.
           03  WS-CHAVE-AVALIACAO.
               05  WS-COD-MATERIA          PIC 9(015).
               05  WS-TERMO                PIC 9(006).
           03  WS-QTDE-COMPONENTES     PIC 9(001).
           03  WS-COMPONENTE OCCURS 5 TIMES.
               05  WS-NOME-COMPONENTE      PIC X(010).
               05  WS-PESO-COMPONENTE      PIC 9(003).
           03  WS-SITUACAO             PIC X(001).
               88  WS-AVALIACAO-ATIVA      VALUE "A".
               88  WS-AVALIACAO-INATIVA    VALUE "I".
