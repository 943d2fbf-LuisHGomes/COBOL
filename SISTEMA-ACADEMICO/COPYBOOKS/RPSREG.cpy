      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE RPS (RECIBO PROVISORIO DE
      *          SERVICOS) ENVIADO A PREFEITURA PARA CONVERSAO EM
      *          NFS-E, LARGURA FIXA DE 200 POSICOES, NO LEIAUTE DO
      *          MUNICIPIO. UM REGISTRO DE CABECALHO (TIPO 1) COM A
      *          INSCRICAO MUNICIPAL DO PRESTADOR E O PERIODO, UM
      *          DETALHE POR RPS A CONVERTER (TIPO 2), UM PEDIDO DE
      *          CANCELAMENTO POR NFS-E DE RECEBIMENTO ESTORNADO
      *          (TIPO 3) E UM TRAILER (TIPO 9) COM AS QUANTIDADES E
      *          OS TOTAIS PARA A PREFEITURA CONFERIR O LOTE. GERADO
      *          PELO GERARPS.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-RPS.
           03  WS-RPS-TIPO             PIC X(001).
               88  WS-RPS-CABECALHO        VALUE "1".
               88  WS-RPS-EMISSAO          VALUE "2".
               88  WS-RPS-CANCELAMENTO     VALUE "3".
               88  WS-RPS-TRAILER          VALUE "9".
           03  WS-RPS-DADOS            PIC X(199).
           03  WS-RPS-DET REDEFINES WS-RPS-DADOS.
               05  WS-RPS-SERIE            PIC X(005).
               05  WS-RPS-NUMERO           PIC 9(009).
               05  WS-RPS-DATA-EMISSAO     PIC 9(008).
               05  WS-RPS-COD-SERVICO      PIC X(005).
               05  WS-RPS-VALOR-SERVICO    PIC 9(013)V99.
               05  WS-RPS-ALIQUOTA         PIC 9(003)V99.
               05  WS-RPS-VALOR-ISS        PIC 9(013)V99.
               05  WS-RPS-TOMADOR-CPF      PIC X(011).
               05  WS-RPS-TOMADOR-NOME     PIC X(040).
               05  WS-RPS-REFERENCIA       PIC X(035).
               05  WS-RPS-NFSE-CANCELAR    PIC 9(015).
               05  FILLER                  PIC X(036).
           03  WS-RPS-CAB REDEFINES WS-RPS-DADOS.
               05  WS-RPS-CAB-INSCR-MUNIC  PIC X(015).
               05  WS-RPS-CAB-VERSAO       PIC X(003).
               05  WS-RPS-CAB-LOTE         PIC 9(007).
               05  WS-RPS-CAB-DATA-INICIO  PIC 9(008).
               05  WS-RPS-CAB-DATA-FIM     PIC 9(008).
               05  WS-RPS-CAB-GERACAO      PIC 9(008).
               05  FILLER                  PIC X(150).
           03  WS-RPS-TRL REDEFINES WS-RPS-DADOS.
               05  WS-RPS-TRL-QTDE-EMISSAO PIC 9(007).
               05  WS-RPS-TRL-QTDE-CANCEL  PIC 9(007).
               05  WS-RPS-TRL-VALOR-SERV   PIC 9(013)V99.
               05  WS-RPS-TRL-VALOR-ISS    PIC 9(013)V99.
               05  FILLER                  PIC X(155).
