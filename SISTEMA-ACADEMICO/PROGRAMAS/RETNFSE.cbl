      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: PROCESSAMENTO DO ARQUIVO DE RETORNO DA PREFEITURA
      *          PARA O LOTE DE RPS GERADO PELO GERARPS. LE RNFSEDAT
      *          SEQUENCIALMENTE E LOCALIZA CADA RPS EM NOTAFISC.DAT
      *          PELO INDICE ALTERNADO DO NUMERO DO RPS: RPS
      *          CONVERTIDO GRAVA O NUMERO DA NFS-E, A DATA DE
      *          EMISSAO E O CODIGO DE VERIFICACAO CONTRA O
      *          RECEBIMENTO; CANCELAMENTO CONFIRMADO BAIXA A NOTA;
      *          RPS RECUSADO FICA MARCADO PARA VOLTAR NO PROXIMO
      *          LOTE COM NUMERO NOVO E CANCELAMENTO RECUSADO DEVOLVE
      *          A NOTA A SITUACAO DE EMITIDA. REGISTROS QUE NAO
      *          CASAM COM A SITUACAO DO RPS VAO PARA O RELATORIO DE
      *          REJEITADOS (RNFSEPRT) COM O MOTIVO, COMO NO RETBANCO.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETNFSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETNFSE-DAT        ASSIGN TO "RNFSEDAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RETORNO.

           SELECT NFSE-DAT           ASSIGN TO "NFSEDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-NFSE
                                      ALTERNATE RECORD KEY IS
                                        WS-NFSE-NUM-RPS
                                      FILE STATUS IS WS-FS-NFSE.

           SELECT RETNFSE-PRT        ASSIGN TO "RNFSEPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RETNFPRT.

       DATA DIVISION.
       FILE SECTION.
       FD  RETNFSE-DAT
           RECORD CONTAINS 100 CHARACTERS.
       01  WS-REG-RETNFSE.
           03  WS-RNF-TIPO           PIC X(001).
               88  WS-RNF-NFSE-EMITIDA   VALUE "2".
               88  WS-RNF-CANCEL-ACEITO  VALUE "3".
               88  WS-RNF-RPS-RECUSADO   VALUE "E".
               88  WS-RNF-CANCEL-RECUSADO VALUE "F".
           03  WS-RNF-SERIE-RPS      PIC X(005).
           03  WS-RNF-NUM-RPS        PIC 9(009).
           03  WS-RNF-NUMERO-NFSE    PIC 9(015).
           03  WS-RNF-DATA-EMISSAO   PIC 9(008).
           03  WS-RNF-COD-VERIFICACAO PIC X(009).
           03  WS-RNF-MOTIVO         PIC X(040).
           03  FILLER                PIC X(013).

       FD  NFSE-DAT.
           COPY NFSEREG.

       FD  RETNFSE-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-RETNFSE          PIC X(080).

       WORKING-STORAGE SECTION.
       77  WS-FS-RETORNO             PIC X(002) VALUE "00".
       77  WS-FS-NFSE                PIC X(002) VALUE "00".
       77  WS-FS-RETNFPRT            PIC X(002) VALUE "00".
       77  WS-FIM-RETORNO            PIC X(001) VALUE "N".
           88  WS-FIM-DE-ARQUIVO         VALUE "S".
       77  WS-QTDE-LIDOS             PIC 9(007) VALUE ZERO.
       77  WS-QTDE-EMITIDAS          PIC 9(007) VALUE ZERO.
       77  WS-QTDE-CANCELADAS        PIC 9(007) VALUE ZERO.
       77  WS-QTDE-RECUSADOS         PIC 9(007) VALUE ZERO.
       77  WS-QTDE-REJEITADOS        PIC 9(007) VALUE ZERO.

       01  WS-DET-REJEITO.
           03  FILLER                PIC X(005) VALUE "  RPS".
           03  WS-REJ-NUM-RPS        PIC 9(009).
           03  FILLER                PIC X(005) VALUE " NFS ".
           03  WS-REJ-NUMERO-NFSE    PIC 9(015).
           03  FILLER                PIC X(003) VALUE " - ".
           03  WS-REJ-MOTIVO         PIC X(040).

       01  WS-DET-RECUSA.
           03  FILLER                PIC X(005) VALUE "  RPS".
           03  WS-REC-NUM-RPS        PIC 9(009).
           03  FILLER                PIC X(011) VALUE " RECUSADO: ".
           03  WS-REC-MOTIVO         PIC X(040).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-ABERTURA
           PERFORM 2000-PROCESSAR-RETORNO
                   UNTIL WS-FIM-DE-ARQUIVO
           PERFORM 8000-RESUMO
           PERFORM 9000-ENCERRAMENTO
           STOP RUN.

       1000-ABERTURA SECTION.
           OPEN INPUT RETNFSE-DAT
           IF WS-FS-RETORNO NOT = "00"
               DISPLAY "ERRO AO ABRIR O RETORNO DA PREFEITURA - STATUS "
                       WS-FS-RETORNO
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O NFSE-DAT
           IF WS-FS-NFSE NOT = "00"
               DISPLAY "ERRO AO ABRIR NOTAFISC.DAT - STATUS "
                       WS-FS-NFSE
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RETNFSE-PRT
           MOVE "RETORNO DA PREFEITURA (NFS-E) - OCORRENCIAS"
                                     TO WS-LINHA-RETNFSE
           WRITE WS-LINHA-RETNFSE
           PERFORM 2100-LER-RETORNO.

       2000-PROCESSAR-RETORNO SECTION.
           ADD 1                     TO WS-QTDE-LIDOS
           PERFORM 2200-ATUALIZAR-NOTA
           PERFORM 2100-LER-RETORNO.

       2100-LER-RETORNO SECTION.
           READ RETNFSE-DAT
               AT END
                   SET WS-FIM-DE-ARQUIVO TO TRUE
           END-READ.

      ******************************************************************
      * O RPS SO E ATUALIZADO QUANDO A OCORRENCIA CASA COM A SITUACAO
      * EM QUE O GERARPS O DEIXOU: NFS-E SO PARA RPS ENVIADO,
      * CONFIRMACAO OU RECUSA DE CANCELAMENTO SO PARA CANCELAMENTO
      * PEDIDO. RETORNO REPETIDO DA MESMA NFS-E E IGNORADO.
      ******************************************************************
       2200-ATUALIZAR-NOTA SECTION.
           MOVE WS-RNF-NUM-RPS       TO WS-NFSE-NUM-RPS
           READ NFSE-DAT KEY IS WS-NFSE-NUM-RPS
               INVALID KEY
                   MOVE "RPS NAO ENCONTRADO"     TO WS-REJ-MOTIVO
                   PERFORM 2500-REJEITAR
           END-READ
           IF WS-FS-NFSE NOT = "00"
               GO TO 2200-FIM
           END-IF
           EVALUATE TRUE
               WHEN WS-RNF-NFSE-EMITIDA
                   PERFORM 2300-GRAVAR-NUMERO
               WHEN WS-RNF-CANCEL-ACEITO
                   IF NOT WS-NFSE-CANCEL-PEDIDO
                       MOVE "CANCELAMENTO NAO PEDIDO" TO WS-REJ-MOTIVO
                       PERFORM 2500-REJEITAR
                       GO TO 2200-FIM
                   END-IF
                   SET WS-NFSE-CANCELADA TO TRUE
                   PERFORM 2400-REGRAVAR-NOTA
                   ADD 1             TO WS-QTDE-CANCELADAS
               WHEN WS-RNF-RPS-RECUSADO
                   IF NOT WS-NFSE-RPS-ENVIADO
                       MOVE "RECUSA DE RPS NAO PENDENTE"
                                     TO WS-REJ-MOTIVO
                       PERFORM 2500-REJEITAR
                       GO TO 2200-FIM
                   END-IF
                   SET WS-NFSE-RPS-RECUSADO TO TRUE
                   PERFORM 2400-REGRAVAR-NOTA
                   ADD 1             TO WS-QTDE-RECUSADOS
                   MOVE WS-RNF-NUM-RPS TO WS-REC-NUM-RPS
                   MOVE WS-RNF-MOTIVO  TO WS-REC-MOTIVO
                   WRITE WS-LINHA-RETNFSE FROM WS-DET-RECUSA
               WHEN WS-RNF-CANCEL-RECUSADO
                   IF NOT WS-NFSE-CANCEL-PEDIDO
                       MOVE "CANCELAMENTO NAO PEDIDO" TO WS-REJ-MOTIVO
                       PERFORM 2500-REJEITAR
                       GO TO 2200-FIM
                   END-IF
                   SET WS-NFSE-EMITIDA TO TRUE
                   MOVE ZEROS        TO WS-NFSE-DATA-CANCEL
                   PERFORM 2400-REGRAVAR-NOTA
                   MOVE "CANCELAMENTO RECUSADO PELA PREFEITURA"
                                     TO WS-REJ-MOTIVO
                   PERFORM 2500-REJEITAR
               WHEN OTHER
                   MOVE "TIPO DE OCORRENCIA INVALIDO" TO WS-REJ-MOTIVO
                   PERFORM 2500-REJEITAR
           END-EVALUATE.
       2200-FIM.
           CONTINUE.

      ******************************************************************
      * ESTORNO FEITO ENQUANTO O RPS ESPERAVA A CONVERSAO: A NOTA E
      * GRAVADA EMITIDA E O PROXIMO GERARPS PEDE O CANCELAMENTO.
      ******************************************************************
       2300-GRAVAR-NUMERO SECTION.
           IF WS-NFSE-EMITIDA AND
              WS-NFSE-NUMERO = WS-RNF-NUMERO-NFSE
               GO TO 2300-FIM
           END-IF
           IF NOT WS-NFSE-RPS-ENVIADO
               MOVE "RPS NAO AGUARDAVA CONVERSAO" TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
               GO TO 2300-FIM
           END-IF
           IF WS-RNF-NUMERO-NFSE = ZEROS
               MOVE "NUMERO DA NFS-E ZERADO"  TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
               GO TO 2300-FIM
           END-IF
           MOVE WS-RNF-NUMERO-NFSE   TO WS-NFSE-NUMERO
           MOVE WS-RNF-DATA-EMISSAO  TO WS-NFSE-DATA-EMISSAO
           MOVE WS-RNF-COD-VERIFICACAO TO WS-NFSE-COD-VERIFICACAO
           SET WS-NFSE-EMITIDA       TO TRUE
           PERFORM 2400-REGRAVAR-NOTA
           ADD 1                     TO WS-QTDE-EMITIDAS.
       2300-FIM.
           CONTINUE.

       2400-REGRAVAR-NOTA SECTION.
           REWRITE WS-REG-NFSE
           IF WS-FS-NFSE NOT = "00"
               MOVE "ERRO AO ATUALIZAR NOTAFISC.DAT" TO WS-REJ-MOTIVO
               PERFORM 2500-REJEITAR
           END-IF.

       2500-REJEITAR SECTION.
           MOVE WS-RNF-NUM-RPS       TO WS-REJ-NUM-RPS
           MOVE WS-RNF-NUMERO-NFSE   TO WS-REJ-NUMERO-NFSE
           WRITE WS-LINHA-RETNFSE FROM WS-DET-REJEITO
           ADD 1                     TO WS-QTDE-REJEITADOS.

       8000-RESUMO SECTION.
           MOVE SPACES               TO WS-LINHA-RETNFSE
           WRITE WS-LINHA-RETNFSE
           STRING "REGISTROS LIDOS         : " WS-QTDE-LIDOS
               DELIMITED BY SIZE INTO WS-LINHA-RETNFSE
           WRITE WS-LINHA-RETNFSE
           STRING "NFS-E GRAVADAS          : " WS-QTDE-EMITIDAS
               DELIMITED BY SIZE INTO WS-LINHA-RETNFSE
           WRITE WS-LINHA-RETNFSE
           STRING "CANCELAMENTOS ACEITOS   : " WS-QTDE-CANCELADAS
               DELIMITED BY SIZE INTO WS-LINHA-RETNFSE
           WRITE WS-LINHA-RETNFSE
           STRING "RPS RECUSADOS           : " WS-QTDE-RECUSADOS
               DELIMITED BY SIZE INTO WS-LINHA-RETNFSE
           WRITE WS-LINHA-RETNFSE
           STRING "OCORRENCIAS REJEITADAS  : " WS-QTDE-REJEITADOS
               DELIMITED BY SIZE INTO WS-LINHA-RETNFSE
           WRITE WS-LINHA-RETNFSE
           DISPLAY "RETORNO NFS-E - " WS-QTDE-EMITIDAS " NOTAS, "
                   WS-QTDE-CANCELADAS " CANCELAMENTOS, "
                   WS-QTDE-RECUSADOS " RECUSAS, "
                   WS-QTDE-REJEITADOS " REJEITADOS.".

       9000-ENCERRAMENTO SECTION.
           CLOSE RETNFSE-DAT NFSE-DAT RETNFSE-PRT.
       END PROGRAM RETNFSE.
