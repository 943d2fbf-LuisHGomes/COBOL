      *                   OS JUROS APROPRIADOS PELO ENCARGOS - SEM
      *                   ISSO A ESCOLA FINANCIARIA DE GRACA TODO
      *                   ATRASADO COBRADO PELO BANCO.
      * 15/10/2026 LHG - PARCELA RENEGOCIADA EM ACORDO SAI DA
      *                   REMESSA; AS PARCELAS DO ACORDO (ACORDPAR)
      *                   ENTRAM COM MATERIA ZERADA, O SEQUENCIAL DO
      *                   ACORDO NO TERMO E O NUMERO DA PARCELA DO
      *                   ACORDO, QUE O RETBANCO RECONHECE NA VOLTA.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RECORD KEY IS WS-CHAVE-PARCELA
                                      FILE STATUS IS WS-FS-PARCELA.

           SELECT ACPAR-DAT          ASSIGN TO "ACPARDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS WS-CHAVE-ACPAR
                                      FILE STATUS IS WS-FS-ACPAR.

           SELECT REMESSA-DAT        ASSIGN TO "REMESDAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-REMESSA.
       FD  PARCELA-DAT.
           COPY PARCREG.

       FD  ACPAR-DAT.
           COPY ACPARREG.

       FD  REMESSA-DAT
           RECORD CONTAINS 55 CHARACTERS.
       01  WS-REG-REMESSA.
       77  WS-FIM-PARCELA            PIC X(001) VALUE "N".
           88  WS-FIM-DE-ARQUIVO         VALUE "S".
       77  WS-SALDO-PARCELA          PIC 9(011)V99 VALUE ZEROS.
       77  WS-FS-ACPAR               PIC X(002) VALUE "00".
       77  WS-FIM-ACPAR              PIC X(001) VALUE "N".
           88  WS-FIM-DE-ACPAR           VALUE "S".
       77  WS-ARQ-ACPAR              PIC X(001) VALUE "N".
           88  WS-ACPAR-ABERTO           VALUE "S".
       77  WS-TOTAL-REGISTROS        PIC 9(007) VALUE ZERO.
       77  WS-TOTAL-REMESSA          PIC 9(013)V99 VALUE ZEROS.

           PERFORM 1000-ABERTURA
           PERFORM 2000-PROCESSAR-PARCELAS
                   UNTIL WS-FIM-DE-ARQUIVO
           PERFORM 3000-PROCESSAR-ACORDOS
                   UNTIL WS-FIM-DE-ACPAR
           PERFORM 9000-ENCERRAMENTO
           DISPLAY "REMESSA BANCARIA GERADA - " WS-TOTAL-REGISTROS
                   " REGISTROS, TOTAL " WS-TOTAL-REMESSA "."
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
      *    SEM ACORDPAR (NENHUM ACORDO FIRMADO AINDA) SO AS
      *    PARCELAS DAS FATURAS VAO PARA A REMESSA.
           OPEN INPUT ACPAR-DAT
           IF WS-FS-ACPAR = "00"
               SET WS-ACPAR-ABERTO   TO TRUE
           ELSE
               SET WS-FIM-DE-ACPAR   TO TRUE
           END-IF
           OPEN OUTPUT REMESSA-DAT
           PERFORM 2100-LER-PARCELA
           IF NOT WS-FIM-DE-ACPAR
               PERFORM 3100-LER-ACPAR
           END-IF.

      ******************************************************************
      * SO PARCELAS COM SALDO DEVEDOR VAO PARA A REMESSA - O VALOR
      * COBRADO E O SALDO (VALOR DA PARCELA MENOS O JA PAGO NO
      * CAIXA), PARA NAO COBRAR EM DUPLICIDADE UMA PARCELA
      * PARCIALMENTE RECEBIDA. PARCELA RENEGOCIADA E COBRADA PELAS
      * PARCELAS DO ACORDO QUE A SUBSTITUIU.
      ******************************************************************
       2000-PROCESSAR-PARCELAS SECTION.
           IF NOT WS-PARCELA-QUITADA AND NOT WS-PARCELA-CANCELADA AND
              NOT WS-PARCELA-RENEGOCIADA
               COMPUTE WS-SALDO-PARCELA = WS-VALOR-PARCELA +
                       WS-MULTA-PARCELA + WS-JUROS-PARCELA -
                       WS-PAGO-PARCELA
                   SET WS-FIM-DE-ARQUIVO TO TRUE
           END-READ.

      ******************************************************************
      * PARCELAS DE ACORDO EM ABERTO (ACORDO ROMPIDO TEM AS PARCELAS
      * CANCELADAS PELO ROMPACOR E NAO E MAIS COBRADO).
      ******************************************************************
       3000-PROCESSAR-ACORDOS SECTION.
           IF NOT WS-ACPAR-QUITADA AND NOT WS-ACPAR-CANCELADA
               COMPUTE WS-SALDO-PARCELA = WS-ACPAR-VALOR -
                       WS-ACPAR-PAGO
               IF WS-SALDO-PARCELA > ZEROS
                   MOVE WS-ACPAR-MATRICULA TO WS-REM-MATRICULA
                   MOVE ZEROS              TO WS-REM-COD-MATERIA
                   MOVE WS-ACPAR-SEQ-ACORDO
                                           TO WS-REM-TERMO
                   MOVE WS-ACPAR-NUM-PARCELA
                                           TO WS-REM-PARCELA
                   MOVE WS-SALDO-PARCELA   TO WS-REM-VALOR
                   MOVE WS-ACPAR-VENCIMENTO
                                           TO WS-REM-VENCIMENTO
                   WRITE WS-REG-REMESSA
                   ADD 1                   TO WS-TOTAL-REGISTROS
                   ADD WS-SALDO-PARCELA    TO WS-TOTAL-REMESSA
               END-IF
           END-IF
           PERFORM 3100-LER-ACPAR.

       3100-LER-ACPAR SECTION.
           READ ACPAR-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DE-ACPAR   TO TRUE
           END-READ.

       9000-ENCERRAMENTO SECTION.
           CLOSE PARCELA-DAT REMESSA-DAT
           IF WS-ACPAR-ABERTO
               CLOSE ACPAR-DAT
           END-IF.
       END PROGRAM REMBANCO.
