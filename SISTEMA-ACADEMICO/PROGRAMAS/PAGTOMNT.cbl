      *                   DEVOLVE O VALOR AO CREDITO DO ALUNO EM
      *                   CREDITO.DAT - O CREDITO FOI BAIXADO NA
      *                   APLICACAO E SUMIRIA NO ESTORNO.
      * 15/10/2026 LHG - PARCELA RENEGOCIADA EM ACORDO (ACORDMNT)
      *                   RECUSADA NO RECEBIMENTO, NA APLICACAO DE
      *                   CREDITO E NO ESTORNO - ELA E PAGA PELAS
      *                   PARCELAS DO ACORDO, VIA BANCO (RETBANCO).
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
               MOVE "10"              TO WS-FS-PARCELA
               GO TO 2050-FIM
           END-IF
           IF WS-PARCELA-RENEGOCIADA
               DISPLAY "PARCELA RENEGOCIADA EM ACORDO - RECEBER "
                       "PELAS PARCELAS DO ACORDO."
               CLOSE PARCELA-DAT
               MOVE "10"              TO WS-FS-PARCELA
               GO TO 2050-FIM
           END-IF
           COMPUTE WS-SALDO-PARCELA = WS-VALOR-PARCELA +
                   WS-MULTA-PARCELA + WS-JUROS-PARCELA -
                   WS-PAGO-PARCELA
               CLOSE PAGTO-DAT
               GO TO 3000-FIM
           END-IF
           IF WS-PARCELA-PAGTO > ZERO
               PERFORM 3050-VERIFICAR-ACORDO
               IF WS-PARCELA-RENEGOCIADA
                   DISPLAY "PARCELA RENEGOCIADA EM ACORDO - ESTORNO "
                           "RECUSADO."
                   CLOSE PAGTO-DAT
                   GO TO 3000-FIM
               END-IF
           END-IF

           MOVE WS-VALOR-PAGTO        TO WS-VALOR-EDIT
           DISPLAY "VALOR DO PAGAMENTO : R" WS-VALOR-EDIT
       3000-FIM.
           CONTINUE.

      ******************************************************************
      * PAGAMENTO DE PARCELA RENEGOCIADA VEIO DA DISTRIBUICAO DE UMA
      * PARCELA DE ACORDO NO RETORNO BANCARIO - ESTORNA-LO AQUI
      * DESCASARIA O ACORDO. A PARCELA E LIDA SO PARA A SITUACAO.
      ******************************************************************
       3050-VERIFICAR-ACORDO SECTION.
           MOVE SPACE                 TO WS-SITUACAO-PARC
           OPEN INPUT PARCELA-DAT
           IF WS-FS-PARCELA NOT = "00"
               GO TO 3050-FIM
           END-IF
           MOVE WS-MATRICULA IN WS-CHAVE-PAGTO
               TO WS-MATRICULA IN WS-CHAVE-PARCELA
           MOVE WS-COD-MATERIA IN WS-CHAVE-PAGTO
               TO WS-COD-MATERIA IN WS-CHAVE-PARCELA
           MOVE WS-TERMO IN WS-CHAVE-PAGTO
               TO WS-TERMO IN WS-CHAVE-PARCELA
           MOVE WS-PARCELA-PAGTO      TO WS-NUM-PARCELA
           READ PARCELA-DAT KEY IS WS-CHAVE-PARCELA
               INVALID KEY
                   MOVE SPACE         TO WS-SITUACAO-PARC
           END-READ
           CLOSE PARCELA-DAT.
       3050-FIM.
           CONTINUE.

      ******************************************************************
      * O ESTORNO DE UM PAGAMENTO DE PARCELA DEVOLVE O VALOR AO
      * SALDO DA PROPRIA PARCELA, REABRINDO-A SE FOR O CASO - O ITEM
