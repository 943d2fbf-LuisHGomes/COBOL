      *          EM LOTE. PARCELA CANCELADA (ESTORNO DE INSCRICAO) E
      *          PAGAMENTO ESTORNADO APARECEM MARCADOS E NAO MEXEM NO
      *          SALDO. TUDO EM EXTRATO.PRT.
      * Modification History:
      * 15/10/2026 LHG - CADA RECEBIMENTO PASSA A MOSTRAR, NA LINHA
      *                   DE BAIXO, O DOCUMENTO FISCAL (NUMERO DA
      *                   NFS-E E CODIGO DE VERIFICACAO, OU O RPS
      *                   AINDA AGUARDANDO CONVERSAO) DE NOTAFISC.DAT.
      * 15/10/2026 LHG - RPS RECUSADO PELA PREFEITURA SAI NA LINHA
      *                   FISCAL COMO RECUSADO, NAO COMO AGUARDANDO.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        WS-MATRICULA IN WS-REG-ALUNO
                                      FILE STATUS IS WS-FS-ALUNO.

           SELECT NFSE-DAT           ASSIGN TO "NFSEDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-NFSE
                                      ALTERNATE RECORD KEY IS
                                        WS-NFSE-NUM-RPS
                                      FILE STATUS IS WS-FS-NFSE.

           SELECT SORT-WORK          ASSIGN TO "WORKEXTR".

           SELECT EXTRATO-PRT        ASSIGN TO "EXTRAPRT"
       FD  ALUNO-DAT.
           COPY ALUNOREG.

       FD  NFSE-DAT.
           COPY NFSEREG.

       SD  SORT-WORK.
       01  WS-REG-SORT.
           03  WS-SORT-MATRICULA     PIC 9(011).
           03  WS-SORT-VALOR         PIC 9(011)V99.
           03  WS-SORT-MARCA         PIC X(001).
           03  WS-SORT-ORIGEM        PIC X(001).
           03  WS-SORT-SEQ           PIC 9(003).

       FD  EXTRATO-PRT
           RECORD CONTAINS 80 CHARACTERS.
       77  WS-FS-PAGTO               PIC X(002) VALUE "00".
       77  WS-FS-ALUNO               PIC X(002) VALUE "00".
       77  WS-FS-EXTRATO             PIC X(002) VALUE "00".
       77  WS-FS-NFSE                PIC X(002) VALUE "00".
       77  WS-NFSE-DISPONIVEL        PIC X(001) VALUE "N".
           88  WS-NFSE-ABERTO            VALUE "S".
       77  WS-FIM-SORT               PIC X(001) VALUE "N".
           88  WS-FIM-DO-SORT            VALUE "S".
       77  WS-FIM-ENTRADA            PIC X(001) VALUE "N".
           03  FILLER                PIC X(002) VALUE " R".
           03  WS-DET-SALDO          PIC --------9,99.

       01  WS-DET-FISCAL.
           03  FILLER                PIC X(025) VALUE SPACES.
           03  WS-FIS-TEXTO          PIC X(006).
           03  WS-FIS-NUMERO         PIC 9(015).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-FIS-SITUACAO       PIC X(020).

       01  WS-ROD-EXTRATO.
           03  FILLER                PIC X(026) VALUE
               "  SALDO DEVEDOR FINAL : R ".
               STOP RUN
           END-IF
           OPEN INPUT ALUNO-DAT
           OPEN INPUT NFSE-DAT
           IF WS-FS-NFSE = "00"
               SET WS-NFSE-ABERTO    TO TRUE
           END-IF
           OPEN OUTPUT EXTRATO-PRT.

      ******************************************************************
                   MOVE SPACE         TO WS-SORT-MARCA
               END-IF
               MOVE SPACE             TO WS-SORT-ORIGEM
               MOVE ZERO              TO WS-SORT-SEQ
               RELEASE WS-REG-SORT
           END-IF
           PERFORM 2100-LER-PARCELA.
                   MOVE SPACE         TO WS-SORT-MARCA
               END-IF
               MOVE WS-ORIGEM-PAGTO   TO WS-SORT-ORIGEM
               MOVE WS-SEQ-PAGTO      TO WS-SORT-SEQ
               RELEASE WS-REG-SORT
           END-IF
           PERFORM 2500-LER-PAGTO.
                   SUBTRACT WS-SORT-VALOR FROM WS-SALDO-CORRENTE
           END-EVALUATE
           MOVE WS-SALDO-CORRENTE      TO WS-DET-SALDO
           WRITE WS-LINHA-EXTRATO FROM WS-DET-EXTRATO
           IF WS-SORT-RECEBIMENTO
               PERFORM 3500-IMPRIMIR-NOTA-FISCAL
           END-IF.

      ******************************************************************
      * DOCUMENTO FISCAL DO RECEBIMENTO: NUMERO DA NFS-E COM O CODIGO
      * DE VERIFICACAO, OU O RPS ENQUANTO A PREFEITURA NAO CONVERTE
      * (OU QUANDO ELA O RECUSOU - VOLTA NO LOTE SEGUINTE).
      * RECEBIMENTO SEM NOTA (AINDA FORA DE LOTE, OU DE ORIGEM
      * CREDITO) NAO GANHA LINHA.
      ******************************************************************
       3500-IMPRIMIR-NOTA-FISCAL SECTION.
           IF NOT WS-NFSE-ABERTO
               GO TO 3500-FIM
           END-IF
           MOVE WS-SORT-MATRICULA      TO WS-NFSE-MATRICULA
           MOVE WS-SORT-MATERIA        TO WS-NFSE-COD-MATERIA
           MOVE WS-SORT-TERMO          TO WS-NFSE-TERMO
           MOVE WS-SORT-SEQ            TO WS-NFSE-SEQ-PAGTO
           READ NFSE-DAT KEY IS WS-CHAVE-NFSE
               INVALID KEY
                   GO TO 3500-FIM
           END-READ
           MOVE SPACES                 TO WS-FIS-SITUACAO
           MOVE "NFS-E "               TO WS-FIS-TEXTO
           MOVE WS-NFSE-NUMERO         TO WS-FIS-NUMERO
           EVALUATE TRUE
               WHEN WS-NFSE-EMITIDA
                   STRING "VERIF. " WS-NFSE-COD-VERIFICACAO
                       DELIMITED BY SIZE INTO WS-FIS-SITUACAO
               WHEN WS-NFSE-CANCEL-PEDIDO
                   MOVE "CANCELAMENTO PEDIDO" TO WS-FIS-SITUACAO
               WHEN WS-NFSE-CANCELADA AND WS-NFSE-NUMERO > ZEROS
                   MOVE "CANCELADA"   TO WS-FIS-SITUACAO
               WHEN WS-NFSE-CANCELADA
                   GO TO 3500-FIM
               WHEN WS-NFSE-RPS-RECUSADO
                   MOVE "RPS   "      TO WS-FIS-TEXTO
                   MOVE WS-NFSE-NUM-RPS TO WS-FIS-NUMERO
                   MOVE "RPS RECUSADO" TO WS-FIS-SITUACAO
               WHEN OTHER
                   MOVE "RPS   "      TO WS-FIS-TEXTO
                   MOVE WS-NFSE-NUM-RPS TO WS-FIS-NUMERO
                   MOVE "AGUARDANDO NFS-E" TO WS-FIS-SITUACAO
           END-EVALUATE
           WRITE WS-LINHA-EXTRATO FROM WS-DET-FISCAL.
       3500-FIM.
           CONTINUE.

       3600-FECHAR-ALUNO-SE-ABERTO SECTION.
           IF WS-PRIMEIRO-ALUNO NOT = "S"
           END-IF.

       9000-ENCERRAMENTO SECTION.
           CLOSE PARCELA-DAT PAGTO-DAT ALUNO-DAT EXTRATO-PRT
           IF WS-NFSE-ABERTO
               CLOSE NFSE-DAT
           END-IF.
       END PROGRAM EXTRATO.
