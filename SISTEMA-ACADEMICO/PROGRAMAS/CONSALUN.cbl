      *          NAO HA CAMINHO DE GRAVACAO NEM REGISTRO DE JORNAL,
      *          E O BALCAO PARA DE ABRIR QUATRO MANUTENCOES EM MODO
      *          DE ATUALIZACAO PARA RESPONDER UM TELEFONEMA.
      * Modification History:
      * 15/10/2026 LHG - RECEBIMENTOS DO ALUNO (PAGTO.DAT) NA TELA, CADA
      *                   UM COM O DOCUMENTO FISCAL DE NOTAFISC.DAT
      *                   (NFS-E OU RPS AGUARDANDO CONVERSAO).
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        WS-MATRICULA IN WS-REG-CREDITO
                                      FILE STATUS IS WS-FS-CREDITO.

           SELECT PAGTO-DAT          ASSIGN TO "PAGTODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-PAGTO
                                      FILE STATUS IS WS-FS-PAGTO.

           SELECT NFSE-DAT           ASSIGN TO "NFSEDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-NFSE
                                      ALTERNATE RECORD KEY IS
                                        WS-NFSE-NUM-RPS
                                      FILE STATUS IS WS-FS-NFSE.

           SELECT CALEND-DAT         ASSIGN TO "CALENDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
       FD  CREDITO-DAT.
           COPY CREDREG.

       FD  PAGTO-DAT.
           COPY PAGTOREG.

       FD  NFSE-DAT.
           COPY NFSEREG.

       FD  CALEND-DAT.
       01  CL-REG-CALENDARIO.
           03  CL-TERMO                PIC 9(006).
       77  WS-FS-PARCELA             PIC X(002) VALUE "00".
       77  WS-FS-CREDITO             PIC X(002) VALUE "00".
       77  WS-FS-CALEND              PIC X(002) VALUE "00".
       77  WS-FS-PAGTO               PIC X(002) VALUE "00".
       77  WS-FS-NFSE                PIC X(002) VALUE "00".
       77  WS-BLOQ-DISPONIVEL        PIC X(001) VALUE "N".
           88  WS-BLOQ-ABERTO            VALUE "S".
       77  WS-TRANCA-DISPONIVEL      PIC X(001) VALUE "N".
           88  WS-PARC-ABERTO            VALUE "S".
       77  WS-CRED-DISPONIVEL        PIC X(001) VALUE "N".
           88  WS-CRED-ABERTO            VALUE "S".
       77  WS-PAGTO-DISPONIVEL       PIC X(001) VALUE "N".
           88  WS-PAGTO-ABERTO           VALUE "S".
       77  WS-NFSE-DISPONIVEL        PIC X(001) VALUE "N".
           88  WS-NFSE-ABERTO            VALUE "S".
       77  WS-FIM-PAGTO              PIC X(001) VALUE "N".
           88  WS-PAGAMENTOS-ESGOTADOS   VALUE "S".
       77  WS-DOC-FISCAL             PIC X(040) VALUE SPACES.
       77  WS-FIM-CALEND             PIC X(001) VALUE "N".
           88  WS-FIM-DO-CALENDARIO      VALUE "S".
       77  WS-QTDE-CORRENTES         PIC 9(003) VALUE ZERO.
           IF WS-FS-CREDITO = "00"
               SET WS-CRED-ABERTO    TO TRUE
           END-IF
           OPEN INPUT PAGTO-DAT
           IF WS-FS-PAGTO = "00"
               SET WS-PAGTO-ABERTO   TO TRUE
           END-IF
           OPEN INPUT NFSE-DAT
           IF WS-FS-NFSE = "00"
               SET WS-NFSE-ABERTO    TO TRUE
           END-IF
           PERFORM 1050-LER-TERMO-CORRENTE.

       1050-LER-TERMO-CORRENTE SECTION.
               PERFORM 2200-EXIBIR-INSCRICOES
           END-IF
           PERFORM 2700-EXIBIR-FINANCEIRO
           PERFORM 2800-EXIBIR-PAGAMENTOS
           DISPLAY "=============================================".
       2000-FIM.
           CONTINUE.
           END-IF
           PERFORM 2750-LER-PARCELA.

      ******************************************************************
      * RECEBIMENTOS DO ALUNO EM ORDEM DE CHAVE, COM O DOCUMENTO
      * FISCAL: NUMERO DA NFS-E DEVOLVIDO PELA PREFEITURA, O RPS
      * AINDA SEM CONVERSAO, OU NENHUM (FORA DE LOTE OU PAGO COM
      * CREDITO, QUE NAO GERA NOTA).
      ******************************************************************
       2800-EXIBIR-PAGAMENTOS SECTION.
           IF NOT WS-PAGTO-ABERTO
               GO TO 2800-FIM
           END-IF
           MOVE "N"                  TO WS-FIM-PAGTO
           MOVE WS-MATRICULA-PEDIDA  TO
               WS-MATRICULA IN WS-CHAVE-PAGTO
           MOVE ZEROS                TO
               WS-COD-MATERIA IN WS-CHAVE-PAGTO
               WS-TERMO IN WS-CHAVE-PAGTO
               WS-SEQ-PAGTO
           START PAGTO-DAT KEY IS NOT LESS WS-CHAVE-PAGTO
               INVALID KEY
                   GO TO 2800-FIM
           END-START
           PERFORM 2850-LER-PAGAMENTO
           IF NOT WS-PAGAMENTOS-ESGOTADOS
               DISPLAY "RECEBIMENTOS (DATA / MATERIA / VALOR / "
                       "DOCUMENTO FISCAL):"
           END-IF
           PERFORM 2860-EXIBIR-PAGAMENTO
                   UNTIL WS-PAGAMENTOS-ESGOTADOS.
       2800-FIM.
           CONTINUE.

       2850-LER-PAGAMENTO SECTION.
           READ PAGTO-DAT NEXT RECORD
               AT END
                   SET WS-PAGAMENTOS-ESGOTADOS TO TRUE
           END-READ
           IF NOT WS-PAGAMENTOS-ESGOTADOS
               IF WS-MATRICULA IN WS-CHAVE-PAGTO NOT =
                  WS-MATRICULA-PEDIDA
                   SET WS-PAGAMENTOS-ESGOTADOS TO TRUE
               END-IF
           END-IF.

       2860-EXIBIR-PAGAMENTO SECTION.
           MOVE SPACES               TO WS-DOC-FISCAL
           IF WS-PAGTO-CREDITO
               MOVE "PAGO COM CREDITO - SEM NOTA" TO WS-DOC-FISCAL
           ELSE
               PERFORM 2870-PROCURAR-NOTA
           END-IF
           IF WS-PAGTO-ESTORNADO
               MOVE WS-VALOR-PAGTO   TO WS-SALDO-EDIT
               DISPLAY "  " WS-DATA-PAGTO " "
                       WS-COD-MATERIA IN WS-CHAVE-PAGTO " R"
                       WS-SALDO-EDIT " ESTORNADO " WS-DOC-FISCAL
           ELSE
               MOVE WS-VALOR-PAGTO   TO WS-SALDO-EDIT
               DISPLAY "  " WS-DATA-PAGTO " "
                       WS-COD-MATERIA IN WS-CHAVE-PAGTO " R"
                       WS-SALDO-EDIT " " WS-DOC-FISCAL
           END-IF
           PERFORM 2850-LER-PAGAMENTO.

       2870-PROCURAR-NOTA SECTION.
           MOVE "SEM NOTA FISCAL"    TO WS-DOC-FISCAL
           IF NOT WS-NFSE-ABERTO
               GO TO 2870-FIM
           END-IF
           MOVE WS-CHAVE-PAGTO       TO WS-CHAVE-NFSE
           READ NFSE-DAT KEY IS WS-CHAVE-NFSE
               INVALID KEY
                   GO TO 2870-FIM
           END-READ
           EVALUATE TRUE
               WHEN WS-NFSE-EMITIDA
                   STRING "NFS-E " WS-NFSE-NUMERO " VERIF. "
                          WS-NFSE-COD-VERIFICACAO
                       DELIMITED BY SIZE INTO WS-DOC-FISCAL
               WHEN WS-NFSE-CANCEL-PEDIDO
                   STRING "NFS-E " WS-NFSE-NUMERO " CANCEL.PEDIDO"
                       DELIMITED BY SIZE INTO WS-DOC-FISCAL
               WHEN WS-NFSE-CANCELADA
                   STRING "NFS-E " WS-NFSE-NUMERO " CANCELADA"
                       DELIMITED BY SIZE INTO WS-DOC-FISCAL
               WHEN WS-NFSE-RPS-RECUSADO
                   STRING "RPS " WS-NFSE-NUM-RPS " RECUSADO"
                       DELIMITED BY SIZE INTO WS-DOC-FISCAL
               WHEN OTHER
                   STRING "RPS " WS-NFSE-NUM-RPS " AGUARDANDO NFS-E"
                       DELIMITED BY SIZE INTO WS-DOC-FISCAL
           END-EVALUATE.
       2870-FIM.
           CONTINUE.

       9000-ENCERRAMENTO SECTION.
           CLOSE ALUNO-DAT INSCRICAO-DAT
           IF WS-BLOQ-ABERTO
           END-IF
           IF WS-CRED-ABERTO
               CLOSE CREDITO-DAT
           END-IF
           IF WS-PAGTO-ABERTO
               CLOSE PAGTO-DAT
           END-IF
           IF WS-NFSE-ABERTO
               CLOSE NFSE-DAT
           END-IF.
       END PROGRAM CONSALUN.
