      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE POSICAO CONTABIL
      *          (POSCONT.DAT), INDEXADO POR TIPO + CHAVE DO REGISTRO
      *          DE ORIGEM. GUARDA O QUE A INTERFACE CONTABIL
      *          (CONTABIL) JA LANCOU PARA CADA ITEM DE FATURA (TIPO
      *          F: LIQUIDO), PAGAMENTO (P: VALOR ATIVO), PARCELA (E:
      *          MULTA E JUROS) E CREDITO DO ALUNO (C: SALDO). COMO
      *          OS ARQUIVOS FINANCEIROS NAO GUARDAM A DATA DE CADA
      *          MOVIMENTO, O LANCAMENTO DO DIA E A DIFERENCA ENTRE O
      *          VALOR CORRENTE DO REGISTRO E A POSICAO JA LANCADA -
      *          RODAR O CICLO DUAS VEZES NO MESMO DIA NAO DOBRA
      *          LANCAMENTO.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-POSICAO-CTB.
           03  WS-CHAVE-POSICAO-CTB.
               05  WS-POS-TIPO             PIC X(001).
                   88  WS-POS-FATURA           VALUE "F".
                   88  WS-POS-PAGTO            VALUE "P".
                   88  WS-POS-ENCARGO          VALUE "E".
                   88  WS-POS-CREDITO          VALUE "C".
               05  WS-POS-CHAVE-ORIGEM     PIC X(035).
           03  WS-POS-VALOR-1          PIC 9(011)V99.
           03  WS-POS-VALOR-2          PIC 9(011)V99.
           03  WS-POS-DATA-LANC        PIC 9(008).
