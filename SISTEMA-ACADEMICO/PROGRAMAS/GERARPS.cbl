      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LOTE DE RPS (RECIBO PROVISORIO DE SERVICOS) PARA A
      *          NOTA FISCAL DE SERVICO ELETRONICA (NFS-E) DA
      *          MENSALIDADE. PERCORRE PAGTO.DAT E GRAVA NO ARQUIVO
      *          DA PREFEITURA (RPSDAT, LEIAUTE RPSREG) UM RPS PARA
      *          CADA RECEBIMENTO ATIVO DO PERIODO AINDA SEM NOTA, COM
      *          O ISS PELA ALIQUOTA DE FINPARM, E UM PEDIDO DE
      *          CANCELAMENTO PARA CADA NFS-E CUJO RECEBIMENTO FOI
      *          ESTORNADO. RPS RECUSADO PELA PREFEITURA VOLTA NO LOTE
      *          SEGUINTE COM NUMERO NOVO. A NUMERACAO DOS RPS E
      *          SEQUENCIAL, NO CONTROLE RPSCTL.DAT (RPSCTREG), E A
      *          SITUACAO FISCAL DE CADA RECEBIMENTO FICA EM
      *          NOTAFISC.DAT (NFSEREG). RECEBIMENTO DE ORIGEM
      *          CREDITO NAO GERA NOTA - O DINHEIRO JA FOI FATURADO
      *          NO RECEBIMENTO QUE GEROU O CREDITO. O RETORNO DA
      *          PREFEITURA E PROCESSADO PELO RETNFSE.
      *          SYSIN: DATA INICIAL E DATA FINAL DO PERIODO
      *          (AAAAMMDD), UMA POR LINHA.
      * Modification History:
      * 15/10/2026 LHG - CPF DO TOMADOR LIDO DOS DADOS PESSOAIS DO
      *                   ALUNO (CONTATO.DAT, OPCIONAL); ALUNO SEM
      *                   CPF CADASTRADO SAI COM O CPF EM BRANCO.
      * 15/10/2026 LHG - RPS DE LOTE NAO CONCLUIDO (LOTE ALEM DO
      *                   CONTROLE) SAO EXCLUIDOS NA ABERTURA E
      *                   REEMITIDOS; NUMERACAO CONFERIDA PELA LEITURA
      *                   PARA A FRENTE DO INDICE DO RPS.
      * 15/10/2026 LHG - PEDIDO DE CANCELAMENTO GRAVA O LOTE DO PEDIDO
      *                   NA NOTA; PEDIDO DE LOTE NAO CONCLUIDO VOLTA
      *                   A NFS-E EMITIDA NA ABERTURA E O CANCELAMENTO
      *                   E PEDIDO DE NOVO NESTE LOTE.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERARPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTO-DAT          ASSIGN TO "PAGTODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS WS-CHAVE-PAGTO
                                      FILE STATUS IS WS-FS-PAGTO.

           SELECT NFSE-DAT           ASSIGN TO "NFSEDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-NFSE
                                      ALTERNATE RECORD KEY IS
                                        WS-NFSE-NUM-RPS
                                      FILE STATUS IS WS-FS-NFSE.

           SELECT ALUNO-DAT          ASSIGN TO "ALUNODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-MATRICULA IN WS-REG-ALUNO
                                      FILE STATUS IS WS-FS-ALUNO.

           SELECT CONTATO-DAT        ASSIGN TO "CONTADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CONT-MATRICULA
                                      FILE STATUS IS WS-FS-CONTATO.

           SELECT RPSCTL-DAT         ASSIGN TO "RPSCTDAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RPSCTL.

           SELECT CICLO-DAT          ASSIGN TO "CICLODAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CICLO.

           SELECT RPS-DAT            ASSIGN TO "RPSDAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RPS.

           SELECT GERARPS-PRT        ASSIGN TO "GRPSPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-GERARPS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGTO-DAT.
           COPY PAGTOREG.

       FD  NFSE-DAT.
           COPY NFSEREG.

       FD  ALUNO-DAT.
           COPY ALUNOREG.

       FD  CONTATO-DAT.
           COPY CONTREG.

       FD  RPSCTL-DAT
           RECORD CONTAINS 40 CHARACTERS.
           COPY RPSCTREG.

       FD  CICLO-DAT
           RECORD CONTAINS 40 CHARACTERS.
           COPY CICLOREG.

       FD  RPS-DAT
           RECORD CONTAINS 200 CHARACTERS.
           COPY RPSREG.

       FD  GERARPS-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-GERARPS          PIC X(080).

       WORKING-STORAGE SECTION.
           COPY FINPARM.
       77  WS-FS-PAGTO               PIC X(002) VALUE "00".
       77  WS-FS-NFSE                PIC X(002) VALUE "00".
       77  WS-FS-ALUNO               PIC X(002) VALUE "00".
       77  WS-FS-RPSCTL              PIC X(002) VALUE "00".
       77  WS-FS-CONTATO             PIC X(002) VALUE "00".
       77  WS-ARQ-CONTATO            PIC X(001) VALUE "N".
           88  WS-CONTATO-ABERTO         VALUE "S".
       77  WS-FS-CICLO               PIC X(002) VALUE "00".
       77  WS-FS-RPS                 PIC X(002) VALUE "00".
       77  WS-FS-GERARPS             PIC X(002) VALUE "00".
       77  WS-FIM-ENTRADA            PIC X(001) VALUE "N".
           88  WS-FIM-DO-ARQUIVO         VALUE "S".
       77  WS-NOTA-ACHADA            PIC X(001) VALUE "N".
           88  WS-NOTA-EXISTE            VALUE "S".
       77  WS-DATA-INICIAL           PIC 9(008) VALUE ZEROS.
       77  WS-DATA-FINAL             PIC 9(008) VALUE ZEROS.
       77  WS-DATA-MOVTO             PIC 9(008) VALUE ZEROS.
       77  WS-ULTIMO-RPS             PIC 9(009) VALUE ZERO.
       77  WS-MAIOR-RPS-GRAVADO      PIC 9(009) VALUE ZERO.
       77  WS-QTDE-PENDENTES         PIC 9(004) VALUE ZERO.
       77  WS-QTDE-CANCEL-REVERTIDO  PIC 9(007) VALUE ZERO.
       77  WS-IND-PENDENTE           PIC 9(004) VALUE ZERO.
       77  WS-PENDENTE-ACHADO        PIC X(001) VALUE "N".
           88  WS-E-PENDENTE             VALUE "S".
       77  WS-CONTROLE-LIDO          PIC X(001) VALUE "N".
           88  WS-TEM-CONTROLE           VALUE "S".
       77  WS-NUM-LOTE               PIC 9(007) VALUE ZERO.
       77  WS-VALOR-ISS              PIC 9(011)V99 VALUE ZEROS.
       77  WS-QTDE-EMISSOES          PIC 9(007) VALUE ZERO.
       77  WS-QTDE-REENVIOS          PIC 9(007) VALUE ZERO.
       77  WS-QTDE-CANCELAMENTOS     PIC 9(007) VALUE ZERO.
       77  WS-QTDE-AGUARDANDO        PIC 9(007) VALUE ZERO.
       77  WS-QTDE-CREDITO           PIC 9(007) VALUE ZERO.
       77  WS-TOTAL-SERVICOS         PIC 9(013)V99 VALUE ZEROS.
       77  WS-TOTAL-ISS              PIC 9(013)V99 VALUE ZEROS.

      ******************************************************************
      * RECEBIMENTOS CUJO RPS FICOU NUM LOTE NAO CONCLUIDO - VOLTAM A
      * SER EMITIDOS NESTE LOTE MESMO FORA DO PERIODO DO SYSIN.
      ******************************************************************
       01  WS-TABELA-PENDENTES.
           03  WS-PEND-CHAVE         PIC X(035) OCCURS 5000 TIMES.

       01  WS-CAB-TITULO.
           03  FILLER                PIC X(029) VALUE
               "LOTE DE RPS PARA NFS-E - LOTE".
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-CABT-LOTE          PIC 9(007).
           03  FILLER                PIC X(010) VALUE " PERIODO: ".
           03  WS-CABT-INICIO        PIC 9(008).
           03  FILLER                PIC X(003) VALUE " A ".
           03  WS-CABT-FIM           PIC 9(008).

       01  WS-CAB-COLUNAS.
           03  FILLER                PIC X(040) VALUE
               "OPERACAO    RPS       MATRICULA   MATERI".
           03  FILLER                PIC X(040) VALUE
               "A          SEQ         VALOR       ISS".

       01  WS-DET-RPS.
           03  WS-DRPS-OPERACAO      PIC X(011).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DRPS-NUMERO        PIC 9(009).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DRPS-MATRICULA     PIC 9(011).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DRPS-MATERIA       PIC 9(015).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DRPS-SEQ           PIC 9(003).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DRPS-VALOR         PIC ZZZZZZZZ9.99.
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DRPS-ISS           PIC ZZZZZZ9.99.

       01  WS-LIN-TOTAL.
           03  WS-TOT-TEXTO          PIC X(040).
           03  FILLER                PIC X(020) VALUE SPACES.
           03  WS-TOT-VALOR          PIC ZZZZZZZZZZZZ9.99.

       01  WS-LIN-QTDE.
           03  WS-QTD-TEXTO          PIC X(040).
           03  FILLER                PIC X(023) VALUE SPACES.
           03  WS-QTD-VALOR          PIC ZZZZZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-ABERTURA
           PERFORM 1300-CONFERIR-NUMERACAO
           PERFORM 1400-REVERTER-CANCELAMENTOS
           PERFORM 1500-ABRIR-LOTE
           PERFORM 2000-PROCESSAR-PAGAMENTO
                   UNTIL WS-FIM-DO-ARQUIVO
           PERFORM 8000-RESUMO
           PERFORM 8500-GRAVAR-CONTROLE
           PERFORM 9000-ENCERRAMENTO
           STOP RUN.

      ******************************************************************
      * O PERIODO VEM DO SYSIN; A DATA DE EMISSAO DOS RPS E A DATA DE
      * MOVIMENTO ESTAMPADA PELO CICLOCTL NO NIGHTLY.
      ******************************************************************
       1000-ABERTURA SECTION.
           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD) : "
                   WITH NO ADVANCING
           ACCEPT WS-DATA-INICIAL
           DISPLAY "DATA FINAL DO PERIODO (AAAAMMDD)   : "
                   WITH NO ADVANCING
           ACCEPT WS-DATA-FINAL
           IF WS-DATA-INICIAL = ZEROS OR WS-DATA-FINAL = ZEROS OR
              WS-DATA-INICIAL > WS-DATA-FINAL
               DISPLAY "PERIODO INVALIDO - LOTE DE RPS RECUSADO."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CICLO-DAT
           IF WS-FS-CICLO NOT = "00"
               DISPLAY "CICLO.DAT INEXISTENTE - EXECUTE O CICLOCTL "
                       "(MODO I) ANTES DO LOTE DE RPS."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           READ CICLO-DAT
           IF WS-FS-CICLO NOT = "00"
               DISPLAY "ERRO AO LER CICLO.DAT - STATUS " WS-FS-CICLO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CICLO-DAT
           MOVE WS-CICLO-DATA-MOVTO  TO WS-DATA-MOVTO
           IF WS-DATA-MOVTO = ZEROS
               DISPLAY "DATA DE MOVIMENTO NAO ESTAMPADA EM CICLO.DAT "
                       "- LOTE DE RPS RECUSADO."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS                TO WS-ULTIMO-RPS WS-NUM-LOTE
           OPEN INPUT RPSCTL-DAT
           IF WS-FS-RPSCTL = "00"
               READ RPSCTL-DAT
               IF WS-FS-RPSCTL = "00"
                   MOVE WS-RPSCTL-ULTIMO-RPS  TO WS-ULTIMO-RPS
                   MOVE WS-RPSCTL-ULTIMO-LOTE TO WS-NUM-LOTE
                   SET WS-TEM-CONTROLE        TO TRUE
               END-IF
               CLOSE RPSCTL-DAT
           ELSE
               DISPLAY "RPSCTL.DAT INEXISTENTE - NUMERACAO INICIADA "
                       "EM 1."
           END-IF
           ADD 1                     TO WS-NUM-LOTE
           OPEN I-O NFSE-DAT
           IF WS-FS-NFSE = "35"
               OPEN OUTPUT NFSE-DAT
               CLOSE NFSE-DAT
               OPEN I-O NFSE-DAT
           END-IF
           IF WS-FS-NFSE NOT = "00"
               DISPLAY "ERRO AO ABRIR NOTAFISC.DAT - STATUS "
                       WS-FS-NFSE
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * O CONTROLE SO E REGRAVADO NO FIM DO LOTE. SE UM LOTE ANTERIOR
      * CAIU NO MEIO, NOTAFISC.DAT TEM RPS ENVIADOS COM LOTE ALEM DO
      * ULTIMO DO CONTROLE: ESSE LOTE NUNCA CHEGOU A PREFEITURA, ENTAO
      * OS REGISTROS SAO EXCLUIDOS E OS RECEBIMENTOS VOLTAM A SER
      * EMITIDOS NESTE LOTE (MESMO FORA DO PERIODO), COM A NUMERACAO
      * RETOMADA DO CONTROLE. QUALQUER OUTRO RPS ALEM DO CONTROLE (OU
      * TODOS, SEM RPSCTL.DAT) EMPURRA A NUMERACAO PARA NUNCA REPETIR
      * UM NUMERO JA GRAVADO.
      ******************************************************************
       1300-CONFERIR-NUMERACAO SECTION.
           MOVE "N"                  TO WS-FIM-ENTRADA
           COMPUTE WS-NFSE-NUM-RPS = WS-ULTIMO-RPS + 1
           START NFSE-DAT KEY IS NOT LESS THAN WS-NFSE-NUM-RPS
               INVALID KEY
                   GO TO 1300-FIM
           END-START
           PERFORM 1350-CONFERIR-RPS
                   UNTIL WS-FIM-DO-ARQUIVO
           IF WS-QTDE-PENDENTES > ZERO
               DISPLAY WS-QTDE-PENDENTES " RPS DE LOTE NAO CONCLUIDO "
                       "EXCLUIDOS DE NOTAFISC.DAT - RECEBIMENTOS "
                       "REEMITIDOS NESTE LOTE."
           END-IF
           IF WS-MAIOR-RPS-GRAVADO > WS-ULTIMO-RPS
               DISPLAY "RPSCTL.DAT DEFASADO (ULTIMO RPS "
                       WS-ULTIMO-RPS ") - NUMERACAO RETOMADA DO RPS "
                       WS-MAIOR-RPS-GRAVADO " DE NOTAFISC.DAT."
               MOVE WS-MAIOR-RPS-GRAVADO TO WS-ULTIMO-RPS
           END-IF.
       1300-FIM.
           MOVE "N"                  TO WS-FIM-ENTRADA.

       1350-CONFERIR-RPS SECTION.
           READ NFSE-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
                   GO TO 1350-FIM
           END-READ
           IF WS-TEM-CONTROLE AND WS-NFSE-RPS-ENVIADO AND
              WS-NFSE-LOTE-RPS NOT < WS-NUM-LOTE
               PERFORM 1360-EXCLUIR-PENDENTE
           ELSE
               MOVE WS-NFSE-NUM-RPS  TO WS-MAIOR-RPS-GRAVADO
           END-IF.
       1350-FIM.
           CONTINUE.

       1360-EXCLUIR-PENDENTE SECTION.
           IF WS-QTDE-PENDENTES NOT < 5000
               DISPLAY "TABELA DE RPS PENDENTES ESGOTADA - LOTE DE "
                       "RPS RECUSADO."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           DELETE NFSE-DAT RECORD
           IF WS-FS-NFSE NOT = "00"
               DISPLAY "ERRO AO EXCLUIR RPS PENDENTE "
                       WS-NFSE-NUM-RPS " - STATUS " WS-FS-NFSE
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                     TO WS-QTDE-PENDENTES
           MOVE WS-CHAVE-NFSE
               TO WS-PEND-CHAVE (WS-QTDE-PENDENTES).

      ******************************************************************
      * PEDIDO DE CANCELAMENTO (SITUACAO P) GRAVADO POR UM LOTE QUE
      * CAIU NO MEIO (LOTE DO PEDIDO ALEM DO ULTIMO DO CONTROLE) NUNCA
      * CHEGOU A PREFEITURA: A NOTA VOLTA A NFS-E EMITIDA (N) E O
      * RECEBIMENTO ESTORNADO GERA O PEDIDO DE NOVO NESTE LOTE. O
      * NUMERO DO RPS DA NOTA E ANTERIOR AO CONTROLE, FORA DO ALCANCE
      * DA LEITURA PARA A FRENTE DO 1300 - POR ISSO A PASSADA PELA
      * CHAVE PRIMARIA. SEM RPSCTL.DAT NAO HA LOTE DE REFERENCIA E
      * NADA E REVERTIDO.
      ******************************************************************
       1400-REVERTER-CANCELAMENTOS SECTION.
           IF NOT WS-TEM-CONTROLE
               GO TO 1400-FIM
           END-IF
           MOVE "N"                  TO WS-FIM-ENTRADA
           MOVE ZEROS                TO WS-CHAVE-NFSE
           START NFSE-DAT KEY IS NOT LESS THAN WS-CHAVE-NFSE
               INVALID KEY
                   GO TO 1400-FIM
           END-START
           PERFORM 1450-CONFERIR-CANCELAMENTO
                   UNTIL WS-FIM-DO-ARQUIVO
           IF WS-QTDE-CANCEL-REVERTIDO > ZERO
               DISPLAY WS-QTDE-CANCEL-REVERTIDO " PEDIDOS DE "
                       "CANCELAMENTO DE LOTE NAO CONCLUIDO REVERTIDOS "
                       "- PEDIDOS DE NOVO NESTE LOTE."
           END-IF.
       1400-FIM.
           MOVE "N"                  TO WS-FIM-ENTRADA.

       1450-CONFERIR-CANCELAMENTO SECTION.
           READ NFSE-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
                   GO TO 1450-FIM
           END-READ
           IF WS-NFSE-CANCEL-PEDIDO AND
              WS-NFSE-LOTE-RPS NOT < WS-NUM-LOTE
               SET WS-NFSE-EMITIDA   TO TRUE
               MOVE ZEROS            TO WS-NFSE-DATA-CANCEL
               PERFORM 6000-REGRAVAR-NOTA
               ADD 1                 TO WS-QTDE-CANCEL-REVERTIDO
           END-IF.
       1450-FIM.
           CONTINUE.

       1500-ABRIR-LOTE SECTION.
           OPEN INPUT PAGTO-DAT
           IF WS-FS-PAGTO NOT = "00"
               DISPLAY "ERRO AO ABRIR PAGTO.DAT - STATUS "
                       WS-FS-PAGTO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ALUNO-DAT
           OPEN INPUT CONTATO-DAT
           IF WS-FS-CONTATO = "00"
               SET WS-CONTATO-ABERTO TO TRUE
           END-IF
           OPEN OUTPUT RPS-DAT
           IF WS-FS-RPS NOT = "00"
               DISPLAY "ERRO AO CRIAR O ARQUIVO DE RPS - STATUS "
                       WS-FS-RPS
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GERARPS-PRT
           MOVE SPACES               TO WS-REG-RPS
           SET WS-RPS-CABECALHO      TO TRUE
           MOVE WS-NFSE-INSCR-MUNICIPAL TO WS-RPS-CAB-INSCR-MUNIC
           MOVE "001"                TO WS-RPS-CAB-VERSAO
           MOVE WS-NUM-LOTE          TO WS-RPS-CAB-LOTE
           MOVE WS-DATA-INICIAL      TO WS-RPS-CAB-DATA-INICIO
           MOVE WS-DATA-FINAL        TO WS-RPS-CAB-DATA-FIM
           MOVE WS-DATA-MOVTO        TO WS-RPS-CAB-GERACAO
           PERFORM 7000-GRAVAR-RPS
           MOVE WS-NUM-LOTE          TO WS-CABT-LOTE
           MOVE WS-DATA-INICIAL      TO WS-CABT-INICIO
           MOVE WS-DATA-FINAL        TO WS-CABT-FIM
           WRITE WS-LINHA-GERARPS FROM WS-CAB-TITULO
                   AFTER ADVANCING PAGE
           MOVE SPACES               TO WS-LINHA-GERARPS
           WRITE WS-LINHA-GERARPS
           WRITE WS-LINHA-GERARPS FROM WS-CAB-COLUNAS
           PERFORM 2100-LER-PAGAMENTO.

      ******************************************************************
      * RECEBIMENTO ATIVO: SEM NOTA E DENTRO DO PERIODO GANHA RPS;
      * COM RPS RECUSADO VOLTA COM NUMERO NOVO. RECEBIMENTO
      * ESTORNADO: NFS-E EMITIDA VIRA PEDIDO DE CANCELAMENTO; RPS
      * AINDA SEM NFS-E ESPERA O RETORNO (O CANCELAMENTO SAI NO LOTE
      * SEGUINTE AO NUMERO); RPS RECUSADO E SO BAIXADO. O PEDIDO DE
      * CANCELAMENTO LEVA NA NOTA O LOTE DO PEDIDO (NO LUGAR DO LOTE
      * DA EMISSAO), PARA O 1400 RECONHECER O PEDIDO QUE NAO SAIU.
      ******************************************************************
       2000-PROCESSAR-PAGAMENTO SECTION.
           IF WS-PAGTO-CREDITO
               IF WS-PAGTO-ATIVO AND
                  WS-DATA-PAGTO NOT < WS-DATA-INICIAL AND
                  WS-DATA-PAGTO NOT > WS-DATA-FINAL
                   ADD 1             TO WS-QTDE-CREDITO
               END-IF
               GO TO 2000-PROXIMO
           END-IF
           MOVE WS-CHAVE-PAGTO       TO WS-CHAVE-NFSE
           MOVE "S"                  TO WS-NOTA-ACHADA
           READ NFSE-DAT KEY IS WS-CHAVE-NFSE
               INVALID KEY
                   MOVE "N"          TO WS-NOTA-ACHADA
           END-READ
           IF WS-PAGTO-ATIVO
               IF NOT WS-NOTA-EXISTE
                   IF WS-DATA-PAGTO NOT < WS-DATA-INICIAL AND
                      WS-DATA-PAGTO NOT > WS-DATA-FINAL
                       PERFORM 3000-EMITIR-RPS
                   ELSE
                       PERFORM 2200-CONFERIR-PENDENTE
                       IF WS-E-PENDENTE
                           PERFORM 3000-EMITIR-RPS
                       END-IF
                   END-IF
               ELSE
                   IF WS-NFSE-RPS-RECUSADO
                       PERFORM 3000-EMITIR-RPS
                   END-IF
               END-IF
               GO TO 2000-PROXIMO
           END-IF
           IF NOT WS-NOTA-EXISTE
               GO TO 2000-PROXIMO
           END-IF
           EVALUATE TRUE
               WHEN WS-NFSE-EMITIDA
                   PERFORM 4000-PEDIR-CANCELAMENTO
               WHEN WS-NFSE-RPS-ENVIADO
                   ADD 1             TO WS-QTDE-AGUARDANDO
                   MOVE "AGUARDA NFS" TO WS-DRPS-OPERACAO
                   PERFORM 5000-IMPRIMIR-DETALHE
               WHEN WS-NFSE-RPS-RECUSADO
                   SET WS-NFSE-CANCELADA TO TRUE
                   MOVE WS-DATA-MOVTO TO WS-NFSE-DATA-CANCEL
                   PERFORM 6000-REGRAVAR-NOTA
                   MOVE "RPS BAIXADO" TO WS-DRPS-OPERACAO
                   PERFORM 5000-IMPRIMIR-DETALHE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-PROXIMO.
           PERFORM 2100-LER-PAGAMENTO.

       2200-CONFERIR-PENDENTE SECTION.
           MOVE "N"                  TO WS-PENDENTE-ACHADO
           PERFORM 2210-COMPARAR-PENDENTE
                   VARYING WS-IND-PENDENTE FROM 1 BY 1
                   UNTIL WS-IND-PENDENTE > WS-QTDE-PENDENTES OR
                         WS-E-PENDENTE.

       2210-COMPARAR-PENDENTE SECTION.
           IF WS-PEND-CHAVE (WS-IND-PENDENTE) = WS-CHAVE-PAGTO
               SET WS-E-PENDENTE     TO TRUE
           END-IF.

       2100-LER-PAGAMENTO SECTION.
           READ PAGTO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ.

      ******************************************************************
      * O TOMADOR E O ALUNO DA MATRICULA; A REFERENCIA LEVA A CHAVE
      * DO RECEBIMENTO PARA A DISCRIMINACAO DO SERVICO NA NOTA.
      ******************************************************************
       3000-EMITIR-RPS SECTION.
           ADD 1                     TO WS-ULTIMO-RPS
           COMPUTE WS-VALOR-ISS ROUNDED =
                   WS-VALOR-PAGTO * WS-ISS-ALIQUOTA-PERC / 100
           MOVE SPACES               TO WS-REG-RPS
           SET WS-RPS-EMISSAO        TO TRUE
           MOVE WS-SERIE-RPS         TO WS-RPS-SERIE
           MOVE WS-ULTIMO-RPS        TO WS-RPS-NUMERO
           MOVE WS-DATA-MOVTO        TO WS-RPS-DATA-EMISSAO
           MOVE WS-NFSE-COD-SERVICO  TO WS-RPS-COD-SERVICO
           MOVE WS-VALOR-PAGTO       TO WS-RPS-VALOR-SERVICO
           MOVE WS-ISS-ALIQUOTA-PERC TO WS-RPS-ALIQUOTA
           MOVE WS-VALOR-ISS         TO WS-RPS-VALOR-ISS
           MOVE SPACES               TO WS-RPS-TOMADOR-CPF
           MOVE WS-MATRICULA IN WS-CHAVE-PAGTO
               TO WS-MATRICULA IN WS-REG-ALUNO
           READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
               INVALID KEY
                   MOVE SPACES       TO WS-NOME IN WS-REG-ALUNO
           END-READ
           MOVE WS-NOME IN WS-REG-ALUNO TO WS-RPS-TOMADOR-NOME
           PERFORM 3100-OBTER-CPF-TOMADOR
           MOVE WS-CHAVE-PAGTO       TO WS-RPS-REFERENCIA
           MOVE ZEROS                TO WS-RPS-NFSE-CANCELAR
           PERFORM 7000-GRAVAR-RPS
           ADD WS-VALOR-PAGTO        TO WS-TOTAL-SERVICOS
           ADD WS-VALOR-ISS          TO WS-TOTAL-ISS
           IF WS-NOTA-EXISTE
               ADD 1                 TO WS-QTDE-REENVIOS
               MOVE "REENVIO RPS" TO WS-DRPS-OPERACAO
           ELSE
               ADD 1                 TO WS-QTDE-EMISSOES
               MOVE "EMISSAO RPS" TO WS-DRPS-OPERACAO
               MOVE WS-CHAVE-PAGTO   TO WS-CHAVE-NFSE
           END-IF
           MOVE WS-ULTIMO-RPS        TO WS-NFSE-NUM-RPS
           MOVE WS-RPS-SERIE         TO WS-NFSE-SERIE-RPS
           MOVE WS-DATA-MOVTO        TO WS-NFSE-DATA-RPS
           MOVE WS-NUM-LOTE          TO WS-NFSE-LOTE-RPS
           MOVE WS-VALOR-PAGTO       TO WS-NFSE-VALOR-SERVICO
           MOVE WS-VALOR-ISS         TO WS-NFSE-VALOR-ISS
           MOVE ZEROS                TO WS-NFSE-NUMERO
                                         WS-NFSE-DATA-EMISSAO
                                         WS-NFSE-DATA-CANCEL
           MOVE SPACES               TO WS-NFSE-COD-VERIFICACAO
           SET WS-NFSE-RPS-ENVIADO   TO TRUE
           IF WS-NOTA-EXISTE
               PERFORM 6000-REGRAVAR-NOTA
           ELSE
               WRITE WS-REG-NFSE
               IF WS-FS-NFSE NOT = "00"
                   DISPLAY "ERRO AO GRAVAR NOTAFISC.DAT - STATUS "
                           WS-FS-NFSE " - RPS " WS-ULTIMO-RPS
                   MOVE 8            TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 5000-IMPRIMIR-DETALHE.

       3100-OBTER-CPF-TOMADOR SECTION.
           IF NOT WS-CONTATO-ABERTO
               GO TO 3100-FIM
           END-IF
           MOVE WS-MATRICULA IN WS-CHAVE-PAGTO TO WS-CONT-MATRICULA
           READ CONTATO-DAT KEY IS WS-CONT-MATRICULA
               INVALID KEY
                   GO TO 3100-FIM
           END-READ
           IF WS-CONT-CPF NOT = ZEROS
               MOVE WS-CONT-CPF      TO WS-RPS-TOMADOR-CPF
           END-IF.
       3100-FIM.
           CONTINUE.

       4000-PEDIR-CANCELAMENTO SECTION.
           MOVE SPACES               TO WS-REG-RPS
           SET WS-RPS-CANCELAMENTO   TO TRUE
           MOVE WS-NFSE-SERIE-RPS    TO WS-RPS-SERIE
           MOVE WS-NFSE-NUM-RPS      TO WS-RPS-NUMERO
           MOVE WS-DATA-MOVTO        TO WS-RPS-DATA-EMISSAO
           MOVE WS-NFSE-COD-SERVICO  TO WS-RPS-COD-SERVICO
           MOVE WS-NFSE-VALOR-SERVICO TO WS-RPS-VALOR-SERVICO
           MOVE WS-ISS-ALIQUOTA-PERC TO WS-RPS-ALIQUOTA
           MOVE WS-NFSE-VALOR-ISS    TO WS-RPS-VALOR-ISS
           MOVE SPACES               TO WS-RPS-TOMADOR-CPF
                                         WS-RPS-TOMADOR-NOME
           MOVE WS-CHAVE-NFSE        TO WS-RPS-REFERENCIA
           MOVE WS-NFSE-NUMERO       TO WS-RPS-NFSE-CANCELAR
           PERFORM 7000-GRAVAR-RPS
           SET WS-NFSE-CANCEL-PEDIDO TO TRUE
           MOVE WS-DATA-MOVTO        TO WS-NFSE-DATA-CANCEL
           MOVE WS-NUM-LOTE          TO WS-NFSE-LOTE-RPS
           PERFORM 6000-REGRAVAR-NOTA
           ADD 1                     TO WS-QTDE-CANCELAMENTOS
           MOVE "CANCELAMENT"        TO WS-DRPS-OPERACAO
           PERFORM 5000-IMPRIMIR-DETALHE.

       5000-IMPRIMIR-DETALHE SECTION.
           MOVE WS-NFSE-NUM-RPS      TO WS-DRPS-NUMERO
           MOVE WS-MATRICULA IN WS-CHAVE-PAGTO TO WS-DRPS-MATRICULA
           MOVE WS-COD-MATERIA IN WS-CHAVE-PAGTO TO WS-DRPS-MATERIA
           MOVE WS-SEQ-PAGTO         TO WS-DRPS-SEQ
           MOVE WS-NFSE-VALOR-SERVICO TO WS-DRPS-VALOR
           MOVE WS-NFSE-VALOR-ISS    TO WS-DRPS-ISS
           WRITE WS-LINHA-GERARPS FROM WS-DET-RPS.

       6000-REGRAVAR-NOTA SECTION.
           REWRITE WS-REG-NFSE
           IF WS-FS-NFSE NOT = "00"
               DISPLAY "ERRO AO ATUALIZAR NOTAFISC.DAT - STATUS "
                       WS-FS-NFSE " - RPS " WS-NFSE-NUM-RPS
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF.

       7000-GRAVAR-RPS SECTION.
           WRITE WS-REG-RPS
           IF WS-FS-RPS NOT = "00"
               DISPLAY "ERRO AO GRAVAR O ARQUIVO DE RPS - STATUS "
                       WS-FS-RPS
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF.

       8000-RESUMO SECTION.
           MOVE SPACES               TO WS-REG-RPS
           SET WS-RPS-TRAILER        TO TRUE
           COMPUTE WS-RPS-TRL-QTDE-EMISSAO =
                   WS-QTDE-EMISSOES + WS-QTDE-REENVIOS
           MOVE WS-QTDE-CANCELAMENTOS TO WS-RPS-TRL-QTDE-CANCEL
           MOVE WS-TOTAL-SERVICOS    TO WS-RPS-TRL-VALOR-SERV
           MOVE WS-TOTAL-ISS         TO WS-RPS-TRL-VALOR-ISS
           PERFORM 7000-GRAVAR-RPS
           MOVE SPACES               TO WS-LINHA-GERARPS
           WRITE WS-LINHA-GERARPS
           MOVE "RPS EMITIDOS"                 TO WS-QTD-TEXTO
           MOVE WS-QTDE-EMISSOES     TO WS-QTD-VALOR
           WRITE WS-LINHA-GERARPS FROM WS-LIN-QTDE
           MOVE "RPS RECUSADOS REENVIADOS"     TO WS-QTD-TEXTO
           MOVE WS-QTDE-REENVIOS     TO WS-QTD-VALOR
           WRITE WS-LINHA-GERARPS FROM WS-LIN-QTDE
           MOVE "PEDIDOS DE CANCELAMENTO"      TO WS-QTD-TEXTO
           MOVE WS-QTDE-CANCELAMENTOS TO WS-QTD-VALOR
           WRITE WS-LINHA-GERARPS FROM WS-LIN-QTDE
           MOVE "ESTORNOS AGUARDANDO NFS-E"    TO WS-QTD-TEXTO
           MOVE WS-QTDE-AGUARDANDO   TO WS-QTD-VALOR
           WRITE WS-LINHA-GERARPS FROM WS-LIN-QTDE
           MOVE "RECEBIMENTOS COM CREDITO (SEM NOTA)" TO WS-QTD-TEXTO
           MOVE WS-QTDE-CREDITO      TO WS-QTD-VALOR
           WRITE WS-LINHA-GERARPS FROM WS-LIN-QTDE
           MOVE "VALOR DOS SERVICOS"           TO WS-TOT-TEXTO
           MOVE WS-TOTAL-SERVICOS    TO WS-TOT-VALOR
           WRITE WS-LINHA-GERARPS FROM WS-LIN-TOTAL
           MOVE "VALOR DO ISS"                 TO WS-TOT-TEXTO
           MOVE WS-TOTAL-ISS         TO WS-TOT-VALOR
           WRITE WS-LINHA-GERARPS FROM WS-LIN-TOTAL
           DISPLAY "LOTE DE RPS " WS-NUM-LOTE " - "
                   WS-QTDE-EMISSOES " EMITIDOS, "
                   WS-QTDE-REENVIOS " REENVIADOS, "
                   WS-QTDE-CANCELAMENTOS " CANCELAMENTOS.".

       8500-GRAVAR-CONTROLE SECTION.
           OPEN OUTPUT RPSCTL-DAT
           IF WS-FS-RPSCTL NOT = "00"
               DISPLAY "ERRO AO GRAVAR RPSCTL.DAT - STATUS "
                       WS-FS-RPSCTL " - ULTIMO RPS " WS-ULTIMO-RPS
               MOVE 8                TO RETURN-CODE
               GO TO 8500-FIM
           END-IF
           MOVE SPACES               TO WS-REG-RPS-CTL
           MOVE WS-ULTIMO-RPS        TO WS-RPSCTL-ULTIMO-RPS
           MOVE WS-NUM-LOTE          TO WS-RPSCTL-ULTIMO-LOTE
           MOVE WS-DATA-MOVTO        TO WS-RPSCTL-DATA-LOTE
           WRITE WS-REG-RPS-CTL
           CLOSE RPSCTL-DAT.
       8500-FIM.
           CONTINUE.

       9000-ENCERRAMENTO SECTION.
           CLOSE PAGTO-DAT NFSE-DAT ALUNO-DAT RPS-DAT GERARPS-PRT
           IF WS-CONTATO-ABERTO
               CLOSE CONTATO-DAT
           END-IF.
       END PROGRAM GERARPS.
