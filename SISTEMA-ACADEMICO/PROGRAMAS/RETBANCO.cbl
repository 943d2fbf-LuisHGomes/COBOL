      *                   NO ITEM DESCASARIA A CADEIA DE PARCELAS E
      *                   DERRUBARIA A CONCILIACAO DO RECONFIN, COMO
      *                   O CAIXA (PAGTOMNT) JA RECUSA.
      * 15/10/2026 LHG - PARCELA DE ACORDO DE RENEGOCIACAO (MATERIA
      *                   ZERADA E SEQUENCIAL DO ACORDO NO TERMO,
      *                   COMO A REMESSA ENVIA): O VALOR E BAIXADO
      *                   NA PARCELA DO ACORDO E DISTRIBUIDO NAS
      *                   PARCELAS ORIGINAIS RENEGOCIADAS, COM UM
      *                   PAGAMENTO POR ITEM DE FATURA; A PRIMEIRA
      *                   PARCELA PAGA LIBERA O BLOQUEIO FINANCEIRO.
      *                   PARCELA ORIGINAL EM ACORDO E REJEITADA.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RECORD KEY IS WS-CHAVE-PARCELA
                                      FILE STATUS IS WS-FS-PARCELA.

           SELECT ACORDO-DAT         ASSIGN TO "ACORDDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-ACORDO
                                      FILE STATUS IS WS-FS-ACORDO.

           SELECT ACITE-DAT          ASSIGN TO "ACITEDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-ACITE
                                      FILE STATUS IS WS-FS-ACITE.

           SELECT ACPAR-DAT          ASSIGN TO "ACPARDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-ACPAR
                                      FILE STATUS IS WS-FS-ACPAR.

           SELECT BLOQFIN-DAT        ASSIGN TO "BLOQFDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-MATRICULA IN WS-REG-BLOQUEIO
                                      FILE STATUS IS WS-FS-BLOQUEIO.

           SELECT RETREJ-PRT         ASSIGN TO "RETREJPT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RETREJ.
       FD  PARCELA-DAT.
           COPY PARCREG.

       FD  ACORDO-DAT.
           COPY ACORDREG.

       FD  ACITE-DAT.
           COPY ACITEREG.

       FD  ACPAR-DAT.
           COPY ACPARREG.

       FD  BLOQFIN-DAT.
           COPY BLOQREG.

       FD  RETREJ-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-RETREJ           PIC X(080).
       77  WS-QTDE-POSTADOS          PIC 9(007) VALUE ZERO.
       77  WS-QTDE-REJEITADOS        PIC 9(007) VALUE ZERO.
       77  WS-TOTAL-POSTADO          PIC 9(013)V99 VALUE ZEROS.
       77  WS-FS-ACORDO              PIC X(002) VALUE "00".
       77  WS-FS-ACITE               PIC X(002) VALUE "00".
       77  WS-FS-ACPAR               PIC X(002) VALUE "00".
       77  WS-FS-BLOQUEIO            PIC X(002) VALUE "00".
       77  WS-ARQ-ACORDO             PIC X(001) VALUE "N".
           88  WS-ACORDOS-ABERTOS        VALUE "S".
       77  WS-ARQ-BLOQUEIO           PIC X(001) VALUE "N".
           88  WS-BLOQUEIOS-ABERTOS      VALUE "S".
       77  WS-FIM-ITENS              PIC X(001) VALUE "N".
           88  WS-ITENS-ESGOTADOS        VALUE "S".
       77  WS-SALDO-ACPAR            PIC 9(011)V99 VALUE ZEROS.
       77  WS-SALDO-ORIGENS          PIC 9(013)V99 VALUE ZEROS.
       77  WS-RESTO-DISTRIBUIR       PIC 9(011)V99 VALUE ZEROS.
       77  WS-VALOR-ORIGEM           PIC 9(011)V99 VALUE ZEROS.
       77  WS-QTDE-ACORDO            PIC 9(007) VALUE ZERO.
       77  WS-QTDE-LIBERADOS         PIC 9(007) VALUE ZERO.

       01  WS-DET-REJEITO.
           03  FILLER                PIC X(005) VALUE "  MAT".
               CLOSE PARCELA-DAT
               OPEN I-O PARCELA-DAT
           END-IF
      *    SEM OS ARQUIVOS DE ACORDO (NENHUM ACORDO FIRMADO AINDA)
      *    O REGISTRO DE PARCELA DE ACORDO E REJEITADO COMO
      *    INEXISTENTE; SEM BLOQFIN NAO HA BLOQUEIO A LIBERAR.
           OPEN I-O ACORDO-DAT
           OPEN INPUT ACITE-DAT
           OPEN I-O ACPAR-DAT
           IF WS-FS-ACORDO = "00" AND WS-FS-ACITE = "00" AND
              WS-FS-ACPAR = "00"
               SET WS-ACORDOS-ABERTOS TO TRUE
           END-IF
           OPEN I-O BLOQFIN-DAT
           IF WS-FS-BLOQUEIO = "00"
               SET WS-BLOQUEIOS-ABERTOS TO TRUE
           END-IF
           OPEN OUTPUT RETREJ-PRT
           MOVE "RETORNO BANCARIO - REGISTROS REJEITADOS"
                                     TO WS-LINHA-RETREJ
      * VAI PARA O RELATORIO DE REJEITADOS COM O MOTIVO.
      ******************************************************************
       2200-VALIDAR-E-POSTAR SECTION.
      *    MATERIA ZERADA E PARCELA DE ACORDO (REMBANCO) - O TERMO
      *    TRAZ O SEQUENCIAL DO ACORDO DO ALUNO.
           IF WS-RET-COD-MATERIA = ZEROS
               PERFORM 2600-POSTAR-ACORDO
               GO TO 2200-FIM
           END-IF
           MOVE WS-RET-MATRICULA     TO
               WS-MATRICULA IN WS-CHAVE-FATURA
           MOVE WS-RET-COD-MATERIA   TO
               MOVE "10"             TO WS-FS-PARCELA
               GO TO 2250-FIM
           END-IF
           IF WS-PARCELA-RENEGOCIADA
               MOVE "PARCELA EM ACORDO"      TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
               MOVE "10"             TO WS-FS-PARCELA
               GO TO 2250-FIM
           END-IF
           COMPUTE WS-SALDO-PARCELA = WS-VALOR-PARCELA +
                   WS-MULTA-PARCELA + WS-JUROS-PARCELA -
                   WS-PAGO-PARCELA
           WRITE WS-LINHA-RETREJ FROM WS-DET-REJEITO
           ADD 1                     TO WS-QTDE-REJEITADOS.

      ******************************************************************
      * PAGAMENTO DE PARCELA DE ACORDO. O VALOR PRECISA CABER NO SALDO
      * DA PARCELA DO ACORDO E NO SALDO DAS PARCELAS ORIGINAIS AINDA
      * RENEGOCIADAS; E DISTRIBUIDO NAS ORIGINAIS NA ORDEM DOS ITENS
      * DO ACORDO, COM UM REGISTRO EM PAGTO.DAT (ORIGEM BANCO) POR
      * PARCELA ORIGINAL ATINGIDA, COMO SE O BANCO TIVESSE PAGO CADA
      * UMA - ASSIM A CONCILIACAO (RECONFIN), A CONTABILIDADE E A
      * NOTA FISCAL SEGUEM VENDO PAGAMENTOS DE ITEM DE FATURA. A
      * PARCELA ORIGINAL SEGUE RENEGOCIADA ATE O ACORDO TERMINAR.
      ******************************************************************
       2600-POSTAR-ACORDO SECTION.
           IF NOT WS-ACORDOS-ABERTOS OR WS-RET-TERMO > 999
               MOVE "ACORDO NAO ENCONTRADO"  TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
               GO TO 2600-FIM
           END-IF
           IF WS-RET-VALOR = ZEROS
               MOVE "VALOR ZERADO"           TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
               GO TO 2600-FIM
           END-IF
           MOVE WS-RET-MATRICULA     TO WS-ACPAR-MATRICULA
           MOVE WS-RET-TERMO         TO WS-ACPAR-SEQ-ACORDO
           MOVE WS-RET-PARCELA       TO WS-ACPAR-NUM-PARCELA
           READ ACPAR-DAT KEY IS WS-CHAVE-ACPAR
               INVALID KEY
                   MOVE "PARCELA DE ACORDO INEXISTENTE"
                                             TO WS-REJ-MOTIVO
                   PERFORM 2500-REJEITAR
           END-READ
           IF WS-FS-ACPAR NOT = "00"
               GO TO 2600-FIM
           END-IF
           IF WS-ACPAR-QUITADA
               MOVE "PARCELA DE ACORDO QUITADA" TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
               GO TO 2600-FIM
           END-IF
           IF WS-ACPAR-CANCELADA
               MOVE "ACORDO ROMPIDO"         TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
               GO TO 2600-FIM
           END-IF
           COMPUTE WS-SALDO-ACPAR = WS-ACPAR-VALOR - WS-ACPAR-PAGO
           IF WS-RET-VALOR > WS-SALDO-ACPAR
               MOVE "VALOR ACIMA DA PARCELA" TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
               GO TO 2600-FIM
           END-IF
           MOVE WS-ACPAR-MATRICULA   TO WS-ACORDO-MATRICULA
           MOVE WS-ACPAR-SEQ-ACORDO  TO WS-ACORDO-SEQ
           READ ACORDO-DAT KEY IS WS-CHAVE-ACORDO
               INVALID KEY
                   MOVE "ACORDO NAO ENCONTRADO" TO WS-REJ-MOTIVO
                   PERFORM 2500-REJEITAR
           END-READ
           IF WS-FS-ACORDO NOT = "00"
               GO TO 2600-FIM
           END-IF
           IF NOT WS-ACORDO-ATIVO
               MOVE "ACORDO NAO ESTA ATIVO"  TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
               GO TO 2600-FIM
           END-IF
           MOVE ZEROS                TO WS-SALDO-ORIGENS
           PERFORM 2650-INICIAR-ITENS
           PERFORM 2670-SOMAR-ORIGEM
                   UNTIL WS-ITENS-ESGOTADOS
           IF WS-RET-VALOR > WS-SALDO-ORIGENS
               MOVE "ORIGENS DO ACORDO SEM SALDO" TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
               GO TO 2600-FIM
           END-IF

           MOVE WS-RET-VALOR         TO WS-RESTO-DISTRIBUIR
           PERFORM 2650-INICIAR-ITENS
           PERFORM 2700-DISTRIBUIR-ORIGEM
                   UNTIL WS-ITENS-ESGOTADOS

           ADD WS-RET-VALOR          TO WS-ACPAR-PAGO
           MOVE WS-RET-DATA-PAGTO    TO WS-ACPAR-DATA-PAGTO
           IF WS-ACPAR-PAGO NOT < WS-ACPAR-VALOR
               SET WS-ACPAR-QUITADA  TO TRUE
           ELSE
               SET WS-ACPAR-PARCIAL  TO TRUE
           END-IF
           REWRITE WS-REG-ACPAR
           IF WS-FS-ACPAR NOT = "00"
               MOVE "ERRO AO ATUALIZAR PARC ACORDO" TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
           END-IF

           IF WS-ACPAR-QUITADA
               ADD 1                 TO WS-ACORDO-PARC-PAGAS
               IF WS-ACPAR-NUM-PARCELA = 1
                   MOVE "S"          TO WS-ACORDO-ENTRADA
                   PERFORM 2800-LIBERAR-BLOQUEIO
               END-IF
               IF WS-ACORDO-PARC-PAGAS NOT < WS-ACORDO-QTDE-PARC
                   SET WS-ACORDO-QUITADO TO TRUE
                   MOVE WS-ACPAR-DATA-PAGTO TO WS-ACORDO-DATA-SITUACAO
                   PERFORM 2650-INICIAR-ITENS
                   PERFORM 2850-ENCERRAR-ORIGEM
                           UNTIL WS-ITENS-ESGOTADOS
               END-IF
           END-IF
           REWRITE WS-REG-ACORDO
           IF WS-FS-ACORDO NOT = "00"
               MOVE "ERRO AO ATUALIZAR ACORDO" TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
           END-IF
           ADD 1                     TO WS-QTDE-POSTADOS
                                        WS-QTDE-ACORDO
           ADD WS-RET-VALOR          TO WS-TOTAL-POSTADO.
       2600-FIM.
           CONTINUE.

      ******************************************************************
      * POSICIONA NO PRIMEIRO ITEM DO ACORDO CORRENTE.
      ******************************************************************
       2650-INICIAR-ITENS SECTION.
           MOVE "N"                  TO WS-FIM-ITENS
           MOVE WS-ACORDO-MATRICULA  TO WS-ACITE-MATRICULA
           MOVE WS-ACORDO-SEQ        TO WS-ACITE-SEQ-ACORDO
           MOVE ZEROS                TO WS-ACITE-COD-MATERIA
                                        WS-ACITE-TERMO
                                        WS-ACITE-NUM-PARCELA
           START ACITE-DAT KEY IS NOT LESS WS-CHAVE-ACITE
               INVALID KEY
                   SET WS-ITENS-ESGOTADOS TO TRUE
           END-START.

      ******************************************************************
      * LE O PROXIMO ITEM DO ACORDO E A PARCELA ORIGINAL DELE. NO FIM
      * DOS ITENS LIGA WS-ITENS-ESGOTADOS; PARCELA ORIGINAL AUSENTE
      * DEIXA WS-FS-PARCELA DIFERENTE DE 00 PARA O CHAMADOR PULAR.
      ******************************************************************
       2660-LER-ITEM SECTION.
           READ ACITE-DAT NEXT RECORD
               AT END
                   SET WS-ITENS-ESGOTADOS TO TRUE
                   GO TO 2660-FIM
           END-READ
           IF WS-ACITE-MATRICULA NOT = WS-ACORDO-MATRICULA OR
              WS-ACITE-SEQ-ACORDO NOT = WS-ACORDO-SEQ
               SET WS-ITENS-ESGOTADOS TO TRUE
               GO TO 2660-FIM
           END-IF
           MOVE WS-ACITE-MATRICULA   TO
               WS-MATRICULA IN WS-CHAVE-PARCELA
           MOVE WS-ACITE-COD-MATERIA TO
               WS-COD-MATERIA IN WS-CHAVE-PARCELA
           MOVE WS-ACITE-TERMO       TO
               WS-TERMO IN WS-CHAVE-PARCELA
           MOVE WS-ACITE-NUM-PARCELA TO WS-NUM-PARCELA
           READ PARCELA-DAT KEY IS WS-CHAVE-PARCELA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-PARCELA = "00"
               COMPUTE WS-SALDO-PARCELA = WS-VALOR-PARCELA +
                       WS-MULTA-PARCELA + WS-JUROS-PARCELA -
                       WS-PAGO-PARCELA
           END-IF.
       2660-FIM.
           CONTINUE.

       2670-SOMAR-ORIGEM SECTION.
           PERFORM 2660-LER-ITEM
           IF NOT WS-ITENS-ESGOTADOS AND WS-FS-PARCELA = "00"
               IF WS-PARCELA-RENEGOCIADA AND WS-SALDO-PARCELA > ZEROS
                   ADD WS-SALDO-PARCELA TO WS-SALDO-ORIGENS
               END-IF
           END-IF.

       2700-DISTRIBUIR-ORIGEM SECTION.
           IF WS-RESTO-DISTRIBUIR = ZEROS
               SET WS-ITENS-ESGOTADOS TO TRUE
               GO TO 2700-FIM
           END-IF
           PERFORM 2660-LER-ITEM
           IF WS-ITENS-ESGOTADOS OR WS-FS-PARCELA NOT = "00"
               GO TO 2700-FIM
           END-IF
           IF NOT WS-PARCELA-RENEGOCIADA OR
              WS-SALDO-PARCELA NOT > ZEROS
               GO TO 2700-FIM
           END-IF
           IF WS-RESTO-DISTRIBUIR < WS-SALDO-PARCELA
               MOVE WS-RESTO-DISTRIBUIR TO WS-VALOR-ORIGEM
           ELSE
               MOVE WS-SALDO-PARCELA TO WS-VALOR-ORIGEM
           END-IF

           PERFORM 2720-GRAVAR-PAGTO-ORIGEM
           IF WS-FS-PAGTO NOT = "00"
               MOVE "ERRO AO GRAVAR PAGTO DO ACORDO" TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
               GO TO 2700-FIM
           END-IF
           ADD WS-VALOR-ORIGEM       TO WS-PAGO-PARCELA
           REWRITE WS-REG-PARCELA
           IF WS-FS-PARCELA NOT = "00"
               MOVE "ERRO AO ATUALIZAR PARCELA" TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
           END-IF

           MOVE WS-ACITE-MATRICULA   TO
               WS-MATRICULA IN WS-CHAVE-FATURA
           MOVE WS-ACITE-COD-MATERIA TO
               WS-COD-MATERIA IN WS-CHAVE-FATURA
           MOVE WS-ACITE-TERMO       TO
               WS-TERMO IN WS-CHAVE-FATURA
           READ FATURA-DAT KEY IS WS-CHAVE-FATURA
               INVALID KEY
                   MOVE "FATURA DO ACORDO NAO ENCONTRADA"
                                             TO WS-REJ-MOTIVO
                   PERFORM 2500-REJEITAR
           END-READ
           IF WS-FS-FATURA = "00"
               ADD WS-VALOR-ORIGEM   TO WS-VALOR-PAGO
               PERFORM 2400-SITUAR-ITEM-FATURA
               REWRITE WS-REG-FATURA
               IF WS-FS-FATURA NOT = "00"
                   MOVE "ERRO AO ATUALIZAR FATURA" TO WS-REJ-MOTIVO
                   PERFORM 2500-REJEITAR
               END-IF
           END-IF
           SUBTRACT WS-VALOR-ORIGEM  FROM WS-RESTO-DISTRIBUIR.
       2700-FIM.
           CONTINUE.

      ******************************************************************
      * PAGAMENTO DA PARCELA ORIGINAL COBERTA PELO ACORDO, COM O
      * SEQUENCIAL LIVRE DA CADEIA DO ITEM, COMO EM 2300.
      ******************************************************************
       2720-GRAVAR-PAGTO-ORIGEM SECTION.
           MOVE ZERO                 TO WS-SEQ-LIVRE
           MOVE "N"                  TO WS-SEQ-ACHADO
           PERFORM 2730-TESTAR-SEQ-ORIGEM
                   UNTIL WS-SEQ-DISPONIVEL
           ACCEPT WS-DATA-PAGTO FROM DATE YYYYMMDD
           IF WS-RET-DATA-PAGTO NOT = ZEROS
               MOVE WS-RET-DATA-PAGTO TO WS-DATA-PAGTO
           END-IF
           MOVE WS-VALOR-ORIGEM      TO WS-VALOR-PAGTO
           SET WS-PAGTO-BANCO        TO TRUE
           SET WS-PAGTO-ATIVO        TO TRUE
           MOVE WS-ACITE-NUM-PARCELA TO WS-PARCELA-PAGTO
           WRITE WS-REG-PAGTO.

       2730-TESTAR-SEQ-ORIGEM SECTION.
           ADD 1                     TO WS-SEQ-LIVRE
           MOVE WS-ACITE-MATRICULA   TO
               WS-MATRICULA IN WS-CHAVE-PAGTO
           MOVE WS-ACITE-COD-MATERIA TO
               WS-COD-MATERIA IN WS-CHAVE-PAGTO
           MOVE WS-ACITE-TERMO       TO
               WS-TERMO IN WS-CHAVE-PAGTO
           MOVE WS-SEQ-LIVRE         TO WS-SEQ-PAGTO
           READ PAGTO-DAT KEY IS WS-CHAVE-PAGTO
               INVALID KEY
                   SET WS-SEQ-DISPONIVEL TO TRUE
           END-READ.

      ******************************************************************
      * A PRIMEIRA PARCELA DO ACORDO PAGA LIBERA O BLOQUEIO
      * FINANCEIRO - O REGISTRO FICA EM BLOQFIN COMO LIBERADO, E A
      * INSCRICAO (INSCMNT) VOLTA A ACEITAR O ALUNO.
      ******************************************************************
       2800-LIBERAR-BLOQUEIO SECTION.
           IF NOT WS-BLOQUEIOS-ABERTOS
               GO TO 2800-FIM
           END-IF
           MOVE WS-ACORDO-MATRICULA  TO WS-MATRICULA IN WS-REG-BLOQUEIO
           READ BLOQFIN-DAT KEY IS WS-MATRICULA IN WS-REG-BLOQUEIO
               INVALID KEY
                   GO TO 2800-FIM
           END-READ
           IF WS-ALUNO-BLOQUEADO
               SET WS-BLOQUEIO-LIBERADO TO TRUE
               REWRITE WS-REG-BLOQUEIO
               IF WS-FS-BLOQUEIO = "00"
                   ADD 1             TO WS-QTDE-LIBERADOS
               END-IF
           END-IF.
       2800-FIM.
           CONTINUE.

      ******************************************************************
      * ACORDO QUITADO - AS PARCELAS ORIGINAIS DEIXAM DE SER
      * RENEGOCIADAS E VOLTAM A SITUACAO PELO PROPRIO SALDO
      * (QUITADAS, SALVO DIFERENCA DE ARREDONDAMENTO).
      ******************************************************************
       2850-ENCERRAR-ORIGEM SECTION.
           PERFORM 2660-LER-ITEM
           IF WS-ITENS-ESGOTADOS OR WS-FS-PARCELA NOT = "00"
               GO TO 2850-FIM
           END-IF
           IF WS-PARCELA-RENEGOCIADA
               PERFORM 2450-SITUAR-PARCELA
               REWRITE WS-REG-PARCELA
               IF WS-FS-PARCELA NOT = "00"
                   MOVE "ERRO AO ENCERRAR ORIGEM" TO WS-REJ-MOTIVO
                   PERFORM 2500-REJEITAR
               END-IF
           END-IF.
       2850-FIM.
           CONTINUE.

       8000-RESUMO SECTION.
           MOVE SPACES               TO WS-LINHA-RETREJ
           WRITE WS-LINHA-RETREJ
           STRING "TOTAL POSTADO        : " WS-TOTAL-POSTADO
               DELIMITED BY SIZE INTO WS-LINHA-RETREJ
           WRITE WS-LINHA-RETREJ
           STRING "PARCELAS DE ACORDO   : " WS-QTDE-ACORDO
               DELIMITED BY SIZE INTO WS-LINHA-RETREJ
           WRITE WS-LINHA-RETREJ
           STRING "BLOQUEIOS LIBERADOS  : " WS-QTDE-LIBERADOS
               DELIMITED BY SIZE INTO WS-LINHA-RETREJ
           WRITE WS-LINHA-RETREJ
           DISPLAY "RETORNO BANCARIO - " WS-QTDE-POSTADOS
                   " POSTADOS, " WS-QTDE-REJEITADOS " REJEITADOS.".

       9000-ENCERRAMENTO SECTION.
           CLOSE RETORNO-DAT FATURA-DAT PAGTO-DAT PARCELA-DAT
                 RETREJ-PRT
           IF WS-ACORDOS-ABERTOS
               CLOSE ACORDO-DAT ACITE-DAT ACPAR-DAT
           END-IF
           IF WS-BLOQUEIOS-ABERTOS
               CLOSE BLOQFIN-DAT
           END-IF.
       END PROGRAM RETBANCO.
