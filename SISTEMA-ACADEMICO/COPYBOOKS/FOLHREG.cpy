      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE INTERFACE DA FOLHA DE
      *          PROFESSORES (FOLHA.PROF, LARGURA FIXA DE 80
      *          POSICOES), GERADO PELO FOLHPROF NO CICLO MENSAL PARA
      *          O SISTEMA DE RH. UM REGISTRO DE CABECALHO (TIPO 0)
      *          COM A COMPETENCIA, UM DETALHE (TIPO 1) POR
      *          PROFESSOR E TURMA COM AULAS DADAS NO MES - AS HORAS
      *          VEM DAS DATAS COM CHAMADA EM FREQ.DAT VEZES A
      *          DURACAO DA AULA NA OFERTA - E UM TRAILER (TIPO 9)
      *          COM A QUANTIDADE DE DETALHES E O TOTAL DE HORAS
      *          PARA O RH CONFERIR A CARGA.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-FOLHA.
           03  WS-FOLHA-TIPO           PIC X(001).
               88  WS-FOLHA-CABECALHO      VALUE "0".
               88  WS-FOLHA-DETALHE        VALUE "1".
               88  WS-FOLHA-TRAILER        VALUE "9".
           03  WS-FOLHA-DADOS          PIC X(079).
           03  WS-FOLHA-DET REDEFINES WS-FOLHA-DADOS.
               05  WS-FOLHA-PROF-ID        PIC X(008).
               05  WS-FOLHA-COMPETENCIA    PIC 9(006).
               05  WS-FOLHA-COD-MATERIA    PIC 9(015).
               05  WS-FOLHA-TERMO          PIC 9(006).
               05  WS-FOLHA-AULAS-PREVISTAS PIC 9(003).
               05  WS-FOLHA-AULAS-DADAS    PIC 9(003).
               05  WS-FOLHA-MINUTOS-AULA   PIC 9(004).
               05  WS-FOLHA-HORAS-AULA     PIC 9(005)V99.
               05  FILLER                  PIC X(027).
           03  WS-FOLHA-CAB REDEFINES WS-FOLHA-DADOS.
               05  WS-FOLHA-CAB-COMPETENCIA PIC 9(006).
               05  WS-FOLHA-CAB-GERACAO    PIC 9(008).
               05  WS-FOLHA-CAB-ORIGEM     PIC X(010).
               05  FILLER                  PIC X(055).
           03  WS-FOLHA-TRL REDEFINES WS-FOLHA-DADOS.
               05  WS-FOLHA-TRL-QTDE       PIC 9(007).
               05  WS-FOLHA-TRL-HORAS      PIC 9(007)V99.
               05  FILLER                  PIC X(063).
