      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE NEGATIVACAO PARA O BIRO DE
      *          CREDITO (SPC/SERASA, LARGURA FIXA DE 120 POSICOES),
      *          GERADO PELA REGUA DE COBRANCA (COBRANCA). UM
      *          CABECALHO (TIPO 0) COM A DATA DE GERACAO E O MODO DA
      *          EXECUCAO, UM DETALHE (TIPO 1) POR INCLUSAO (I) OU
      *          EXCLUSAO (E) DE DEVEDOR E UM TRAILER (TIPO 9) COM AS
      *          QUANTIDADES E O VALOR INCLUIDO PARA O BIRO CONFERIR.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-NEGATIV.
           03  WS-NEG-TIPO             PIC X(001).
               88  WS-NEG-CABECALHO        VALUE "0".
               88  WS-NEG-DETALHE          VALUE "1".
               88  WS-NEG-TRAILER          VALUE "9".
           03  WS-NEG-DADOS            PIC X(119).
           03  WS-NEG-DET REDEFINES WS-NEG-DADOS.
               05  WS-NEG-OPERACAO         PIC X(001).
                   88  WS-NEG-INCLUSAO         VALUE "I".
                   88  WS-NEG-EXCLUSAO         VALUE "E".
               05  WS-NEG-MATRICULA        PIC 9(011).
               05  WS-NEG-CPF              PIC X(011).
               05  WS-NEG-NOME             PIC X(060).
               05  WS-NEG-VALOR            PIC 9(011)V99.
               05  WS-NEG-VENCIMENTO       PIC 9(008).
               05  WS-NEG-DATA-OCORRENCIA  PIC 9(008).
               05  FILLER                  PIC X(007).
           03  WS-NEG-CAB REDEFINES WS-NEG-DADOS.
               05  WS-NEG-CAB-GERACAO      PIC 9(008).
               05  WS-NEG-CAB-MODO         PIC X(001).
               05  WS-NEG-CAB-ORIGEM       PIC X(010).
               05  FILLER                  PIC X(100).
           03  WS-NEG-TRL REDEFINES WS-NEG-DADOS.
               05  WS-NEG-TRL-INCLUSOES    PIC 9(007).
               05  WS-NEG-TRL-EXCLUSOES    PIC 9(007).
               05  WS-NEG-TRL-VALOR        PIC 9(013)V99.
               05  FILLER                  PIC X(090).
