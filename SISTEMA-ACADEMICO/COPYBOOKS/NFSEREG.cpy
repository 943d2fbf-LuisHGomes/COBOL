      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE NOTA FISCAL DE SERVICO DO
      *          RECEBIMENTO (NOTAFISC.DAT), INDEXADO PELA MESMA
      *          CHAVE DO PAGAMENTO EM PAGTO.DAT (MATRICULA+MATERIA+
      *          TERMO+SEQUENCIAL), COM INDICE ALTERNADO UNICO PELO
      *          NUMERO DO RPS (PATH, DD NFSEDAT1) PARA O RETORNO DA
      *          PREFEITURA. GRAVADO PELO GERARPS QUANDO O RECEBIMENTO
      *          ENTRA NO LOTE DE RPS E ATUALIZADO PELO RETNFSE COM O
      *          NUMERO DA NFS-E DEVOLVIDO PELA PREFEITURA. O ESTORNO
      *          DO RECEBIMENTO VIRA PEDIDO DE CANCELAMENTO NO LOTE
      *          SEGUINTE, E O LOTE DO RPS PASSA A SER O DO PEDIDO.
      *          EXTRATO E CONSALUN EXIBEM O NUMERO FISCAL.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-NFSE.
           03  WS-CHAVE-NFSE.
               05  WS-NFSE-MATRICULA       PIC 9(011).
               05  WS-NFSE-COD-MATERIA     PIC 9(015).
               05  WS-NFSE-TERMO           PIC 9(006).
               05  WS-NFSE-SEQ-PAGTO       PIC 9(003).
           03  WS-NFSE-NUM-RPS         PIC 9(009).
           03  WS-NFSE-SERIE-RPS       PIC X(005).
           03  WS-NFSE-DATA-RPS        PIC 9(008).
           03  WS-NFSE-LOTE-RPS        PIC 9(007).
           03  WS-NFSE-VALOR-SERVICO   PIC 9(011)V99.
           03  WS-NFSE-VALOR-ISS       PIC 9(011)V99.
           03  WS-NFSE-NUMERO          PIC 9(015).
           03  WS-NFSE-DATA-EMISSAO    PIC 9(008).
           03  WS-NFSE-COD-VERIFICACAO PIC X(009).
           03  WS-NFSE-DATA-CANCEL     PIC 9(008).
           03  WS-NFSE-SITUACAO        PIC X(001).
               88  WS-NFSE-RPS-ENVIADO     VALUE "E".
               88  WS-NFSE-EMITIDA         VALUE "N".
               88  WS-NFSE-RPS-RECUSADO    VALUE "R".
               88  WS-NFSE-CANCEL-PEDIDO   VALUE "P".
               88  WS-NFSE-CANCELADA       VALUE "C".
           03  FILLER                  PIC X(010).
