      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: INTERFACE CONTABIL DIARIA (LANCAMENTOS DE PARTIDA
      *          DOBRADA PARA O RAZAO GERAL). RODA NO NIGHTLY DEPOIS
      *          DA CONCILIACAO DO CAIXA (RECONFIN) E TRANSFORMA OS
      *          EVENTOS FINANCEIROS DO DIA EM LANCAMENTOS: ITENS DE
      *          FATURA NOVOS (RECEITA X A RECEBER, PELO LIQUIDO DA
      *          BOLSA) E CANCELADOS, RECEBIMENTOS DE PAGTO.DAT POR
      *          ORIGEM (CAIXA, BANCO, CREDITO) E SEUS ESTORNOS,
      *          MULTA E JUROS APROPRIADOS PELO ENCARGOS EM
      *          PARCELA.DAT, E CREDITOS GERADOS E DEVOLVIDOS EM
      *          CREDITO.DAT. COMO ESSES ARQUIVOS NAO GUARDAM A DATA
      *          DE CADA MOVIMENTO, O EVENTO DO DIA E A DIFERENCA
      *          ENTRE O VALOR CORRENTE E A POSICAO JA LANCADA
      *          (POSCONT.DAT, POSCTREG), ATUALIZADA A CADA
      *          LANCAMENTO. AS CONTAS VEM DO MAPEAMENTO CONTABIL
      *          (PLANOCTB.DAT, MANTIDO PELO PLCTBMNT): EVENTO SEM
      *          CONTA RECUSA O CICLO ANTES DE QUALQUER LANCAMENTO.
      *          GRAVA O ARQUIVO DO RAZAO (LANCREG) E O RELATORIO DE
      *          CONTROLE POR EVENTO; DEBITOS DIFERENTES DE
      *          CREDITOS TERMINAM COM RC=8 E PARAM A CADEIA.
      *          SYSIN: N (NORMAL) OU C (CARGA INICIAL - SO MONTA A
      *          POSICAO A PARTIR DOS SALDOS EXISTENTES, SEM LANCAR,
      *          NA IMPLANTACAO PELO INSTALA5).
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-DAT         ASSIGN TO "FATURDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS WS-CHAVE-FATURA
                                      FILE STATUS IS WS-FS-FATURA.

           SELECT PAGTO-DAT          ASSIGN TO "PAGTODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS WS-CHAVE-PAGTO
                                      FILE STATUS IS WS-FS-PAGTO.

           SELECT PARCELA-DAT        ASSIGN TO "PARCEDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS WS-CHAVE-PARCELA
                                      FILE STATUS IS WS-FS-PARCELA.

           SELECT CREDITO-DAT        ASSIGN TO "CREDIDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS
                                        WS-MATRICULA IN WS-REG-CREDITO
                                      FILE STATUS IS WS-FS-CREDITO.

           SELECT PLANO-CTB-DAT      ASSIGN TO "PLCTBDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-EVENTO-CTB
                                      FILE STATUS IS WS-FS-PLANO.

           SELECT POSICAO-CTB-DAT    ASSIGN TO "POSCTDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-CHAVE-POSICAO-CTB
                                      FILE STATUS IS WS-FS-POSICAO.

           SELECT CICLO-DAT          ASSIGN TO "CICLODAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CICLO.

           SELECT LANCTO-DAT         ASSIGN TO "LANCTDAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LANCTO.

           SELECT CONTABIL-PRT       ASSIGN TO "CONTBPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CONTABIL.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-DAT.
           COPY FATREG.

       FD  PAGTO-DAT.
           COPY PAGTOREG.

       FD  PARCELA-DAT.
           COPY PARCREG.

       FD  CREDITO-DAT.
           COPY CREDREG.

       FD  PLANO-CTB-DAT.
           COPY PLCTREG.

       FD  POSICAO-CTB-DAT.
           COPY POSCTREG.

       FD  CICLO-DAT
           RECORD CONTAINS 40 CHARACTERS.
           COPY CICLOREG.

       FD  LANCTO-DAT
           RECORD CONTAINS 100 CHARACTERS.
           COPY LANCREG.

       FD  CONTABIL-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-CONTABIL         PIC X(080).

       WORKING-STORAGE SECTION.
       77  WS-FS-FATURA              PIC X(002) VALUE "00".
       77  WS-FS-PAGTO               PIC X(002) VALUE "00".
       77  WS-FS-PARCELA             PIC X(002) VALUE "00".
       77  WS-FS-CREDITO             PIC X(002) VALUE "00".
       77  WS-FS-PLANO               PIC X(002) VALUE "00".
       77  WS-FS-POSICAO             PIC X(002) VALUE "00".
       77  WS-FS-CICLO               PIC X(002) VALUE "00".
       77  WS-FS-LANCTO              PIC X(002) VALUE "00".
       77  WS-FS-CONTABIL            PIC X(002) VALUE "00".
       77  WS-MODO-EXECUCAO          PIC X(001) VALUE SPACE.
           88  WS-MODO-NORMAL            VALUE "N".
           88  WS-MODO-CARGA             VALUE "C".
       77  WS-FIM-ENTRADA            PIC X(001) VALUE "N".
           88  WS-FIM-DO-ARQUIVO         VALUE "S".
       77  WS-POSICAO-ACHADA         PIC X(001) VALUE "N".
           88  WS-POSICAO-EXISTE         VALUE "S".
       77  WS-PLANO-INCOMPLETO       PIC X(001) VALUE "N".
           88  WS-PLANO-COM-FALTA        VALUE "S".
       77  WS-DATA-MOVTO             PIC 9(008) VALUE ZEROS.
       77  WS-IND-EVENTO             PIC 9(002) VALUE ZERO.
       77  WS-IND-APLIC              PIC 9(004) VALUE ZERO.
       77  WS-QTDE-APLIC             PIC 9(004) VALUE ZERO.
       77  WS-EVENTO-LANC            PIC X(004) VALUE SPACES.
       77  WS-EVENTO-ACHADO          PIC X(001) VALUE "N".
           88  WS-TEM-EVENTO             VALUE "S".
       77  WS-APLIC-ACHADA           PIC X(001) VALUE "N".
           88  WS-TEM-APLICACAO          VALUE "S".
       77  WS-MATRICULA-APLIC        PIC 9(011) VALUE ZEROS.
       77  WS-VALOR-LANC             PIC 9(011)V99 VALUE ZEROS.
       77  WS-ATUAL-1                PIC 9(011)V99 VALUE ZEROS.
       77  WS-ATUAL-2                PIC 9(011)V99 VALUE ZEROS.
       77  WS-LANCADO-1              PIC 9(011)V99 VALUE ZEROS.
       77  WS-LANCADO-2              PIC 9(011)V99 VALUE ZEROS.
       77  WS-DIFERENCA              PIC S9(011)V99 VALUE ZEROS.
       77  WS-NUM-LANCAMENTO         PIC 9(007) VALUE ZERO.
       77  WS-TOTAL-DEBITOS          PIC 9(013)V99 VALUE ZEROS.
       77  WS-TOTAL-CREDITOS         PIC 9(013)V99 VALUE ZEROS.
       77  WS-TOTAL-EVENTOS          PIC 9(013)V99 VALUE ZEROS.
       77  WS-QTDE-POSICOES          PIC 9(007) VALUE ZERO.

      ******************************************************************
      * EVENTOS CONTABEIS NA ORDEM DO RELATORIO DE CONTROLE. AS CONTAS
      * SAO CARREGADAS DO MAPEAMENTO (PLANOCTB.DAT) NA ABERTURA.
      ******************************************************************
       01  WS-CODIGOS-EVENTO-VAL     PIC X(056) VALUE
           "FATRFATCPGCXPGBCPGCRESCXESBCESCRMULTMLESJUROJRESCRGECRDV".
       01  WS-CODIGOS-EVENTO REDEFINES WS-CODIGOS-EVENTO-VAL.
           03  WS-COD-EVENTO         PIC X(004) OCCURS 14 TIMES.

       01  WS-TABELA-EVENTOS.
           03  WS-EVENTO             OCCURS 14 TIMES.
               05  WS-EVT-CODIGO     PIC X(004).
               05  WS-EVT-DEBITO     PIC X(012).
               05  WS-EVT-CREDITO    PIC X(012).
               05  WS-EVT-DESCR      PIC X(030).
               05  WS-EVT-QTDE       PIC 9(007).
               05  WS-EVT-VALOR      PIC 9(013)V99.

      ******************************************************************
      * APLICACAO LIQUIDA DE CREDITO DO ALUNO NO DIA (RECEBIMENTOS DE
      * ORIGEM CREDITO MENOS SEUS ESTORNOS), POR MATRICULA. O CAIXA
      * JA LANCA ESSE MOVIMENTO COMO PGCR/ESCR, ENTAO NA PASSADA DE
      * CREDITO.DAT ELE E DESCONTADO DA VARIACAO DO SALDO - SOBRA SO
      * O CREDITO GERADO (CRGE) OU DEVOLVIDO EM ESPECIE (CRDV).
      ******************************************************************
       01  WS-TABELA-APLICACOES.
           03  WS-APLICACAO          OCCURS 2000 TIMES.
               05  WS-APL-MATRICULA  PIC 9(011).
               05  WS-APL-VALOR      PIC S9(011)V99.

       01  WS-HISTORICO-LANC.
           03  WS-HIST-MATRICULA     PIC 9(011).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-HIST-MATERIA       PIC 9(015).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-HIST-TERMO         PIC 9(006).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-HIST-SEQ           PIC 9(003).
           03  FILLER                PIC X(002) VALUE SPACES.

       01  WS-CAB-TITULO.
           03  FILLER                PIC X(040) VALUE
               "INTERFACE CONTABIL - CONTROLE DO LOTE DE".
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-CABT-DATA          PIC 9(008).
           03  FILLER                PIC X(002) VALUE SPACES.
           03  WS-CABT-MODO          PIC X(014).

       01  WS-CAB-COLUNAS.
           03  FILLER                PIC X(040) VALUE
               "EVT  DESCRICAO              DEBITO      ".
           03  FILLER                PIC X(040) VALUE
               "CREDITO       QTDE            VALOR".

       01  WS-DET-EVENTO.
           03  WS-DEVT-CODIGO        PIC X(004).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DEVT-DESCR         PIC X(022).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DEVT-DEBITO        PIC X(012).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DEVT-CREDITO       PIC X(012).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DEVT-QTDE          PIC ZZZZZZ9.
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DEVT-VALOR         PIC ZZZZZZZZZZZZ9.99.

       01  WS-LIN-TOTAL.
           03  WS-TOT-TEXTO          PIC X(040).
           03  FILLER                PIC X(020) VALUE SPACES.
           03  WS-TOT-VALOR          PIC ZZZZZZZZZZZZ9.99.

       01  WS-LIN-QTDE.
           03  WS-QTD-TEXTO          PIC X(040).
           03  FILLER                PIC X(023) VALUE SPACES.
           03  WS-QTD-VALOR          PIC ZZZZZZZZZZZZ9.

       01  WS-LIN-AVISO.
           03  WS-AVISO-TEXTO        PIC X(080).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-ABERTURA
           PERFORM 1200-CARREGAR-PLANO
           PERFORM 1500-ABRIR-MOVIMENTO
           PERFORM 2000-PROCESSAR-FATURAS
           PERFORM 3000-PROCESSAR-PAGAMENTOS
           PERFORM 4000-PROCESSAR-ENCARGOS
           PERFORM 5000-PROCESSAR-CREDITOS
           PERFORM 8000-RESUMO
           PERFORM 9000-ENCERRAMENTO
           STOP RUN.

      ******************************************************************
      * A DATA DO LOTE E A DATA DE MOVIMENTO ESTAMPADA PELO CICLOCTL
      * NO INICIO DO NIGHTLY - O LANCAMENTO PERTENCE AO DIA DE
      * NEGOCIO, NAO AO RELOGIO DA MAQUINA.
      ******************************************************************
       1000-ABERTURA SECTION.
           DISPLAY "MODO (N=NORMAL, C=CARGA INICIAL) : "
                   WITH NO ADVANCING
           ACCEPT WS-MODO-EXECUCAO
           IF NOT WS-MODO-NORMAL AND NOT WS-MODO-CARGA
               DISPLAY "MODO INVALIDO - INTERFACE RECUSADA."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CICLO-DAT
           IF WS-FS-CICLO NOT = "00"
               DISPLAY "CICLO.DAT INEXISTENTE - EXECUTE O CICLOCTL "
                       "(MODO I) ANTES DA INTERFACE CONTABIL."
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
                       "- INTERFACE RECUSADA."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "DATA DO LOTE CONTABIL : " WS-DATA-MOVTO.

      ******************************************************************
      * TODO EVENTO PRECISA DE CONTA DE DEBITO E DE CREDITO NO
      * MAPEAMENTO - FALTANDO QUALQUER UMA, O CICLO E RECUSADO ANTES
      * DE TOCAR NA POSICAO, PARA NADA FICAR LANCADO PELA METADE.
      ******************************************************************
       1200-CARREGAR-PLANO SECTION.
           OPEN INPUT PLANO-CTB-DAT
           IF WS-FS-PLANO NOT = "00"
               DISPLAY "ERRO AO ABRIR PLANOCTB.DAT - STATUS "
                       WS-FS-PLANO " - CADASTRE O MAPEAMENTO PELO "
                       "PLCTBMNT."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1250-CARREGAR-EVENTO
                   VARYING WS-IND-EVENTO FROM 1 BY 1
                   UNTIL WS-IND-EVENTO > 14
           CLOSE PLANO-CTB-DAT
           IF WS-PLANO-COM-FALTA
               DISPLAY "MAPEAMENTO CONTABIL INCOMPLETO - INTERFACE "
                       "RECUSADA."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF.

       1250-CARREGAR-EVENTO SECTION.
           MOVE WS-COD-EVENTO (WS-IND-EVENTO) TO WS-EVENTO-CTB
           MOVE WS-COD-EVENTO (WS-IND-EVENTO)
               TO WS-EVT-CODIGO (WS-IND-EVENTO)
           MOVE ZERO                 TO WS-EVT-QTDE (WS-IND-EVENTO)
                                         WS-EVT-VALOR (WS-IND-EVENTO)
           READ PLANO-CTB-DAT KEY IS WS-EVENTO-CTB
               INVALID KEY
                   DISPLAY "EVENTO " WS-EVENTO-CTB
                           " SEM MAPEAMENTO CONTABIL."
                   SET WS-PLANO-COM-FALTA TO TRUE
                   GO TO 1250-FIM
           END-READ
           IF WS-CONTA-DEBITO = SPACES OR WS-CONTA-CREDITO = SPACES
               DISPLAY "EVENTO " WS-EVENTO-CTB
                       " SEM CONTA DE DEBITO OU DE CREDITO."
               SET WS-PLANO-COM-FALTA TO TRUE
           END-IF
           MOVE WS-CONTA-DEBITO      TO WS-EVT-DEBITO (WS-IND-EVENTO)
           MOVE WS-CONTA-CREDITO     TO WS-EVT-CREDITO (WS-IND-EVENTO)
           MOVE WS-DESCR-EVENTO      TO WS-EVT-DESCR (WS-IND-EVENTO).
       1250-FIM.
           CONTINUE.

       1500-ABRIR-MOVIMENTO SECTION.
           OPEN I-O POSICAO-CTB-DAT
           IF WS-FS-POSICAO = "35"
               OPEN OUTPUT POSICAO-CTB-DAT
               CLOSE POSICAO-CTB-DAT
               OPEN I-O POSICAO-CTB-DAT
           END-IF
           IF WS-FS-POSICAO NOT = "00"
               DISPLAY "ERRO AO ABRIR POSCONT.DAT - STATUS "
                       WS-FS-POSICAO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LANCTO-DAT
           IF WS-FS-LANCTO NOT = "00"
               DISPLAY "ERRO AO CRIAR O ARQUIVO DE LANCAMENTOS - "
                       "STATUS " WS-FS-LANCTO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONTABIL-PRT.

      ******************************************************************
      * ITEM DE FATURA: O VALOR A LANCAR E O LIQUIDO DA BOLSA; ITEM
      * CANCELADO VALE ZERO. SUBIU = FATR, DESCEU = FATC.
      ******************************************************************
       2000-PROCESSAR-FATURAS SECTION.
           MOVE "N"                  TO WS-FIM-ENTRADA
           OPEN INPUT FATURA-DAT
           IF WS-FS-FATURA = "35"
               DISPLAY "FATURA.DAT INEXISTENTE - NENHUM ITEM."
               GO TO 2000-FIM
           END-IF
           IF WS-FS-FATURA NOT = "00"
               DISPLAY "ERRO AO ABRIR FATURA.DAT - STATUS "
                       WS-FS-FATURA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-LANCAR-FATURA
                   UNTIL WS-FIM-DO-ARQUIVO
           CLOSE FATURA-DAT.
       2000-FIM.
           CONTINUE.

       2100-LANCAR-FATURA SECTION.
           READ FATURA-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
                   GO TO 2100-FIM
           END-READ
           MOVE WS-VALOR-LIQUIDO     TO WS-ATUAL-1
           IF WS-FATURA-CANCELADA
               MOVE ZEROS            TO WS-ATUAL-1
           END-IF
           MOVE ZEROS                TO WS-ATUAL-2
           MOVE "F"                  TO WS-POS-TIPO
           MOVE WS-CHAVE-FATURA      TO WS-POS-CHAVE-ORIGEM
           PERFORM 6000-LER-POSICAO
           COMPUTE WS-DIFERENCA = WS-ATUAL-1 - WS-LANCADO-1
           IF WS-DIFERENCA = ZEROS
               GO TO 2100-FIM
           END-IF
           MOVE WS-MATRICULA IN WS-CHAVE-FATURA TO WS-HIST-MATRICULA
           MOVE WS-COD-MATERIA IN WS-CHAVE-FATURA TO WS-HIST-MATERIA
           MOVE WS-TERMO IN WS-CHAVE-FATURA TO WS-HIST-TERMO
           MOVE ZERO                 TO WS-HIST-SEQ
           IF WS-DIFERENCA > ZEROS
               MOVE "FATR"           TO WS-EVENTO-LANC
               MOVE WS-DIFERENCA     TO WS-VALOR-LANC
           ELSE
               MOVE "FATC"           TO WS-EVENTO-LANC
               COMPUTE WS-VALOR-LANC = ZERO - WS-DIFERENCA
           END-IF
           PERFORM 7000-LANCAR
           PERFORM 6100-GRAVAR-POSICAO.
       2100-FIM.
           CONTINUE.

      ******************************************************************
      * RECEBIMENTO: VALE O VALOR ENQUANTO ATIVO E ZERO DEPOIS DE
      * ESTORNADO. O EVENTO SEGUE A ORIGEM (CAIXA, BANCO OU CREDITO
      * DO ALUNO); A APLICACAO DE CREDITO E GUARDADA PARA A PASSADA
      * DE CREDITO.DAT.
      ******************************************************************
       3000-PROCESSAR-PAGAMENTOS SECTION.
           MOVE "N"                  TO WS-FIM-ENTRADA
           MOVE ZERO                 TO WS-QTDE-APLIC
           OPEN INPUT PAGTO-DAT
           IF WS-FS-PAGTO = "35"
               DISPLAY "PAGTO.DAT INEXISTENTE - NENHUM RECEBIMENTO."
               GO TO 3000-FIM
           END-IF
           IF WS-FS-PAGTO NOT = "00"
               DISPLAY "ERRO AO ABRIR PAGTO.DAT - STATUS "
                       WS-FS-PAGTO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-LANCAR-PAGAMENTO
                   UNTIL WS-FIM-DO-ARQUIVO
           CLOSE PAGTO-DAT.
       3000-FIM.
           CONTINUE.

       3100-LANCAR-PAGAMENTO SECTION.
           READ PAGTO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
                   GO TO 3100-FIM
           END-READ
           MOVE ZEROS                TO WS-ATUAL-1 WS-ATUAL-2
           IF WS-PAGTO-ATIVO
               MOVE WS-VALOR-PAGTO   TO WS-ATUAL-1
           END-IF
           MOVE "P"                  TO WS-POS-TIPO
           MOVE WS-CHAVE-PAGTO       TO WS-POS-CHAVE-ORIGEM
           PERFORM 6000-LER-POSICAO
           COMPUTE WS-DIFERENCA = WS-ATUAL-1 - WS-LANCADO-1
           IF WS-DIFERENCA = ZEROS
               GO TO 3100-FIM
           END-IF
           MOVE WS-MATRICULA IN WS-CHAVE-PAGTO TO WS-HIST-MATRICULA
           MOVE WS-COD-MATERIA IN WS-CHAVE-PAGTO TO WS-HIST-MATERIA
           MOVE WS-TERMO IN WS-CHAVE-PAGTO TO WS-HIST-TERMO
           MOVE WS-SEQ-PAGTO         TO WS-HIST-SEQ
           IF WS-DIFERENCA > ZEROS
               MOVE WS-DIFERENCA     TO WS-VALOR-LANC
               EVALUATE TRUE
                   WHEN WS-PAGTO-BANCO
                       MOVE "PGBC"   TO WS-EVENTO-LANC
                   WHEN WS-PAGTO-CREDITO
                       MOVE "PGCR"   TO WS-EVENTO-LANC
                   WHEN OTHER
                       MOVE "PGCX"   TO WS-EVENTO-LANC
               END-EVALUATE
           ELSE
               COMPUTE WS-VALOR-LANC = ZERO - WS-DIFERENCA
               EVALUATE TRUE
                   WHEN WS-PAGTO-BANCO
                       MOVE "ESBC"   TO WS-EVENTO-LANC
                   WHEN WS-PAGTO-CREDITO
                       MOVE "ESCR"   TO WS-EVENTO-LANC
                   WHEN OTHER
                       MOVE "ESCX"   TO WS-EVENTO-LANC
               END-EVALUATE
           END-IF
           IF WS-PAGTO-CREDITO
               PERFORM 3200-GUARDAR-APLICACAO
           END-IF
           PERFORM 7000-LANCAR
           PERFORM 6100-GRAVAR-POSICAO.
       3100-FIM.
           CONTINUE.

       3200-GUARDAR-APLICACAO SECTION.
           MOVE WS-MATRICULA IN WS-CHAVE-PAGTO TO WS-MATRICULA-APLIC
           PERFORM 3250-PROCURAR-APLICACAO
           IF NOT WS-TEM-APLICACAO
               IF WS-QTDE-APLIC NOT < 2000
                   DISPLAY "TABELA DE APLICACOES DE CREDITO ESGOTADA "
                           "- INTERFACE INTERROMPIDA."
                   MOVE 8            TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                 TO WS-QTDE-APLIC
               MOVE WS-QTDE-APLIC    TO WS-IND-APLIC
               MOVE WS-MATRICULA IN WS-CHAVE-PAGTO
                   TO WS-APL-MATRICULA (WS-IND-APLIC)
               MOVE ZEROS            TO WS-APL-VALOR (WS-IND-APLIC)
           END-IF
           ADD WS-DIFERENCA          TO WS-APL-VALOR (WS-IND-APLIC).

       3250-PROCURAR-APLICACAO SECTION.
           MOVE "N"                  TO WS-APLIC-ACHADA
           MOVE ZERO                 TO WS-IND-APLIC
           PERFORM 3260-TESTAR-APLICACAO
                   UNTIL WS-TEM-APLICACAO OR
                         WS-IND-APLIC NOT < WS-QTDE-APLIC.

       3260-TESTAR-APLICACAO SECTION.
           ADD 1                     TO WS-IND-APLIC
           IF WS-APL-MATRICULA (WS-IND-APLIC) = WS-MATRICULA-APLIC
               SET WS-TEM-APLICACAO  TO TRUE
           END-IF.

      ******************************************************************
      * MULTA E JUROS ACUMULADOS NA PARCELA PELO ENCARGOS; PARCELA
      * CANCELADA (ITEM ESTORNADO) VALE ZERO E O JA LANCADO E
      * ESTORNADO (MLES/JRES).
      ******************************************************************
       4000-PROCESSAR-ENCARGOS SECTION.
           MOVE "N"                  TO WS-FIM-ENTRADA
           OPEN INPUT PARCELA-DAT
           IF WS-FS-PARCELA = "35"
               DISPLAY "PARCELA.DAT INEXISTENTE - NENHUM ENCARGO."
               GO TO 4000-FIM
           END-IF
           IF WS-FS-PARCELA NOT = "00"
               DISPLAY "ERRO AO ABRIR PARCELA.DAT - STATUS "
                       WS-FS-PARCELA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4100-LANCAR-ENCARGO
                   UNTIL WS-FIM-DO-ARQUIVO
           CLOSE PARCELA-DAT.
       4000-FIM.
           CONTINUE.

       4100-LANCAR-ENCARGO SECTION.
           READ PARCELA-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
                   GO TO 4100-FIM
           END-READ
           MOVE WS-MULTA-PARCELA     TO WS-ATUAL-1
           MOVE WS-JUROS-PARCELA     TO WS-ATUAL-2
           IF WS-PARCELA-CANCELADA
               MOVE ZEROS            TO WS-ATUAL-1 WS-ATUAL-2
           END-IF
           MOVE "E"                  TO WS-POS-TIPO
           MOVE WS-CHAVE-PARCELA     TO WS-POS-CHAVE-ORIGEM
           PERFORM 6000-LER-POSICAO
           IF WS-ATUAL-1 = WS-LANCADO-1 AND WS-ATUAL-2 = WS-LANCADO-2
               GO TO 4100-FIM
           END-IF
           MOVE WS-MATRICULA IN WS-CHAVE-PARCELA TO WS-HIST-MATRICULA
           MOVE WS-COD-MATERIA IN WS-CHAVE-PARCELA TO WS-HIST-MATERIA
           MOVE WS-TERMO IN WS-CHAVE-PARCELA TO WS-HIST-TERMO
           MOVE WS-NUM-PARCELA       TO WS-HIST-SEQ
           COMPUTE WS-DIFERENCA = WS-ATUAL-1 - WS-LANCADO-1
           IF WS-DIFERENCA > ZEROS
               MOVE "MULT"           TO WS-EVENTO-LANC
               MOVE WS-DIFERENCA     TO WS-VALOR-LANC
               PERFORM 7000-LANCAR
           END-IF
           IF WS-DIFERENCA < ZEROS
               MOVE "MLES"           TO WS-EVENTO-LANC
               COMPUTE WS-VALOR-LANC = ZERO - WS-DIFERENCA
               PERFORM 7000-LANCAR
           END-IF
           COMPUTE WS-DIFERENCA = WS-ATUAL-2 - WS-LANCADO-2
           IF WS-DIFERENCA > ZEROS
               MOVE "JURO"           TO WS-EVENTO-LANC
               MOVE WS-DIFERENCA     TO WS-VALOR-LANC
               PERFORM 7000-LANCAR
           END-IF
           IF WS-DIFERENCA < ZEROS
               MOVE "JRES"           TO WS-EVENTO-LANC
               COMPUTE WS-VALOR-LANC = ZERO - WS-DIFERENCA
               PERFORM 7000-LANCAR
           END-IF
           PERFORM 6100-GRAVAR-POSICAO.
       4100-FIM.
           CONTINUE.

      ******************************************************************
      * SALDO DE CREDITO DO ALUNO: DA VARIACAO DO SALDO SAI A
      * APLICACAO LIQUIDA DO DIA (JA LANCADA COMO PGCR/ESCR). O QUE
      * SOBRA POSITIVO E CREDITO GERADO (CRGE, ESTORNO DE ITEM PAGO
      * NO INSCMNT); NEGATIVO E DEVOLUCAO EM ESPECIE (CRDV).
      ******************************************************************
       5000-PROCESSAR-CREDITOS SECTION.
           MOVE "N"                  TO WS-FIM-ENTRADA
           OPEN INPUT CREDITO-DAT
           IF WS-FS-CREDITO = "35"
               DISPLAY "CREDITO.DAT INEXISTENTE - NENHUM CREDITO."
               GO TO 5000-FIM
           END-IF
           IF WS-FS-CREDITO NOT = "00"
               DISPLAY "ERRO AO ABRIR CREDITO.DAT - STATUS "
                       WS-FS-CREDITO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5100-LANCAR-CREDITO
                   UNTIL WS-FIM-DO-ARQUIVO
           CLOSE CREDITO-DAT.
       5000-FIM.
           CONTINUE.

       5100-LANCAR-CREDITO SECTION.
           READ CREDITO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
                   GO TO 5100-FIM
           END-READ
           MOVE WS-VALOR-CREDITO     TO WS-ATUAL-1
           MOVE ZEROS                TO WS-ATUAL-2
           MOVE "C"                  TO WS-POS-TIPO
           MOVE WS-MATRICULA IN WS-REG-CREDITO
               TO WS-POS-CHAVE-ORIGEM
           PERFORM 6000-LER-POSICAO
           COMPUTE WS-DIFERENCA = WS-ATUAL-1 - WS-LANCADO-1
           MOVE WS-MATRICULA IN WS-REG-CREDITO TO WS-MATRICULA-APLIC
           PERFORM 3250-PROCURAR-APLICACAO
           IF WS-TEM-APLICACAO
               ADD WS-APL-VALOR (WS-IND-APLIC) TO WS-DIFERENCA
           END-IF
           IF WS-DIFERENCA NOT = ZEROS
               MOVE WS-MATRICULA IN WS-REG-CREDITO
                   TO WS-HIST-MATRICULA
               MOVE ZEROS            TO WS-HIST-MATERIA WS-HIST-TERMO
                                         WS-HIST-SEQ
               IF WS-DIFERENCA > ZEROS
                   MOVE "CRGE"       TO WS-EVENTO-LANC
                   MOVE WS-DIFERENCA TO WS-VALOR-LANC
               ELSE
                   MOVE "CRDV"       TO WS-EVENTO-LANC
                   COMPUTE WS-VALOR-LANC = ZERO - WS-DIFERENCA
               END-IF
               PERFORM 7000-LANCAR
           END-IF
           IF WS-ATUAL-1 NOT = WS-LANCADO-1
               PERFORM 6100-GRAVAR-POSICAO
           END-IF.
       5100-FIM.
           CONTINUE.

      ******************************************************************
      * POSICAO JA LANCADA DO REGISTRO DE ORIGEM (CHAVE MONTADA PELO
      * CHAMADOR). SEM POSICAO, NADA FOI LANCADO AINDA.
      ******************************************************************
       6000-LER-POSICAO SECTION.
           MOVE "S"                  TO WS-POSICAO-ACHADA
           READ POSICAO-CTB-DAT KEY IS WS-CHAVE-POSICAO-CTB
               INVALID KEY
                   MOVE "N"          TO WS-POSICAO-ACHADA
           END-READ
           IF WS-POSICAO-EXISTE
               MOVE WS-POS-VALOR-1   TO WS-LANCADO-1
               MOVE WS-POS-VALOR-2   TO WS-LANCADO-2
           ELSE
               MOVE ZEROS            TO WS-LANCADO-1 WS-LANCADO-2
           END-IF.

       6100-GRAVAR-POSICAO SECTION.
           MOVE WS-ATUAL-1           TO WS-POS-VALOR-1
           MOVE WS-ATUAL-2           TO WS-POS-VALOR-2
           MOVE WS-DATA-MOVTO        TO WS-POS-DATA-LANC
           IF WS-POSICAO-EXISTE
               REWRITE WS-REG-POSICAO-CTB
           ELSE
               WRITE WS-REG-POSICAO-CTB
           END-IF
           IF WS-FS-POSICAO NOT = "00"
               DISPLAY "ERRO AO GRAVAR POSCONT.DAT - STATUS "
                       WS-FS-POSICAO " - CHAVE " WS-CHAVE-POSICAO-CTB
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                     TO WS-QTDE-POSICOES.

      ******************************************************************
      * UM LANCAMENTO = DUAS PARTIDAS COM O MESMO NUMERO, DEBITO E
      * CREDITO PELO MESMO VALOR, NAS CONTAS DO EVENTO. NA CARGA
      * INICIAL NADA E GRAVADO - SO A POSICAO E MONTADA.
      ******************************************************************
       7000-LANCAR SECTION.
           IF WS-MODO-CARGA
               GO TO 7000-FIM
           END-IF
           MOVE "N"                  TO WS-EVENTO-ACHADO
           MOVE ZERO                 TO WS-IND-EVENTO
           PERFORM 7050-PROCURAR-EVENTO
                   UNTIL WS-TEM-EVENTO OR WS-IND-EVENTO NOT < 14
           IF NOT WS-TEM-EVENTO
               DISPLAY "EVENTO " WS-EVENTO-LANC " FORA DA TABELA DE "
                       "EVENTOS - INTERFACE INTERROMPIDA."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                     TO WS-NUM-LANCAMENTO
           ADD 1                     TO WS-EVT-QTDE (WS-IND-EVENTO)
           ADD WS-VALOR-LANC         TO WS-EVT-VALOR (WS-IND-EVENTO)
           MOVE SPACES               TO WS-REG-LANCAMENTO
           MOVE WS-DATA-MOVTO        TO WS-LANC-DATA
           MOVE WS-NUM-LANCAMENTO    TO WS-LANC-NUMERO
           MOVE WS-VALOR-LANC        TO WS-LANC-VALOR
           MOVE WS-EVENTO-LANC       TO WS-LANC-EVENTO
           MOVE WS-HISTORICO-LANC    TO WS-LANC-HISTORICO
           SET WS-LANC-DEBITO        TO TRUE
           MOVE WS-EVT-DEBITO (WS-IND-EVENTO) TO WS-LANC-CONTA
           PERFORM 7100-GRAVAR-PARTIDA
           SET WS-LANC-CREDITO       TO TRUE
           MOVE WS-EVT-CREDITO (WS-IND-EVENTO) TO WS-LANC-CONTA
           PERFORM 7100-GRAVAR-PARTIDA.
       7000-FIM.
           CONTINUE.

       7050-PROCURAR-EVENTO SECTION.
           ADD 1                     TO WS-IND-EVENTO
           IF WS-EVT-CODIGO (WS-IND-EVENTO) = WS-EVENTO-LANC
               SET WS-TEM-EVENTO     TO TRUE
           END-IF.

      ******************************************************************
      * OS TOTAIS DE DEBITOS E DE CREDITOS SAO SOMADOS PELA PARTIDA
      * EFETIVAMENTE GRAVADA NO ARQUIVO DO RAZAO.
      ******************************************************************
       7100-GRAVAR-PARTIDA SECTION.
           WRITE WS-REG-LANCAMENTO
           IF WS-FS-LANCTO NOT = "00"
               DISPLAY "ERRO AO GRAVAR LANCAMENTO " WS-LANC-NUMERO
                       " - STATUS " WS-FS-LANCTO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LANC-DEBITO
               ADD WS-LANC-VALOR     TO WS-TOTAL-DEBITOS
           END-IF
           IF WS-LANC-CREDITO
               ADD WS-LANC-VALOR     TO WS-TOTAL-CREDITOS
           END-IF.

      ******************************************************************
      * RELATORIO DE CONTROLE: QUANTIDADE E VALOR POR EVENTO COM AS
      * CONTAS USADAS, TOTAL DE DEBITOS E DE CREDITOS GRAVADOS. LOTE
      * DESBALANCEADO, OU CUJO TOTAL GRAVADO NAO BATE COM A SOMA DAS
      * DIFERENCAS DE POSICAO POR EVENTO, TERMINA COM RC=8 E PARA A
      * CADEIA.
      ******************************************************************
       8000-RESUMO SECTION.
           MOVE WS-DATA-MOVTO        TO WS-CABT-DATA
           IF WS-MODO-CARGA
               MOVE "(CARGA INICIAL)" TO WS-CABT-MODO
           ELSE
               MOVE SPACES           TO WS-CABT-MODO
           END-IF
           WRITE WS-LINHA-CONTABIL FROM WS-CAB-TITULO
                   AFTER ADVANCING PAGE
           MOVE SPACES               TO WS-LINHA-CONTABIL
           WRITE WS-LINHA-CONTABIL
           WRITE WS-LINHA-CONTABIL FROM WS-CAB-COLUNAS
           PERFORM 8100-IMPRIMIR-EVENTO
                   VARYING WS-IND-EVENTO FROM 1 BY 1
                   UNTIL WS-IND-EVENTO > 14
           MOVE SPACES               TO WS-LINHA-CONTABIL
           WRITE WS-LINHA-CONTABIL
           MOVE "LANCAMENTOS GERADOS"          TO WS-QTD-TEXTO
           MOVE WS-NUM-LANCAMENTO    TO WS-QTD-VALOR
           WRITE WS-LINHA-CONTABIL FROM WS-LIN-QTDE
           MOVE "POSICOES ATUALIZADAS"         TO WS-QTD-TEXTO
           MOVE WS-QTDE-POSICOES     TO WS-QTD-VALOR
           WRITE WS-LINHA-CONTABIL FROM WS-LIN-QTDE
           MOVE "TOTAL DE DEBITOS"             TO WS-TOT-TEXTO
           MOVE WS-TOTAL-DEBITOS     TO WS-TOT-VALOR
           WRITE WS-LINHA-CONTABIL FROM WS-LIN-TOTAL
           MOVE "TOTAL DE CREDITOS"            TO WS-TOT-TEXTO
           MOVE WS-TOTAL-CREDITOS    TO WS-TOT-VALOR
           WRITE WS-LINHA-CONTABIL FROM WS-LIN-TOTAL
           MOVE "TOTAL DOS EVENTOS (POSICAO)"  TO WS-TOT-TEXTO
           MOVE WS-TOTAL-EVENTOS     TO WS-TOT-VALOR
           WRITE WS-LINHA-CONTABIL FROM WS-LIN-TOTAL
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-EVENTOS
               MOVE "*** LOTE X EVENTOS DIVERGENTE - CADEIA PARADA ***"
                   TO WS-AVISO-TEXTO
               WRITE WS-LINHA-CONTABIL FROM WS-LIN-AVISO
               DISPLAY "LOTE CONTABIL NAO BATE COM OS EVENTOS - "
                       "LANCADO " WS-TOTAL-DEBITOS " EVENTOS "
                       WS-TOTAL-EVENTOS
               MOVE 8                TO RETURN-CODE
           END-IF
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               MOVE "*** LOTE DESBALANCEADO - CADEIA INTERROMPIDA ***"
                   TO WS-AVISO-TEXTO
               WRITE WS-LINHA-CONTABIL FROM WS-LIN-AVISO
               DISPLAY "LOTE CONTABIL DESBALANCEADO - DEBITOS "
                       WS-TOTAL-DEBITOS " CREDITOS "
                       WS-TOTAL-CREDITOS
               MOVE 8                TO RETURN-CODE
           ELSE
               DISPLAY "LOTE CONTABIL BALANCEADO - "
                       WS-NUM-LANCAMENTO " LANCAMENTOS, "
                       WS-TOTAL-DEBITOS " A DEBITO E A CREDITO."
           END-IF.

       8100-IMPRIMIR-EVENTO SECTION.
           MOVE WS-EVT-CODIGO (WS-IND-EVENTO)  TO WS-DEVT-CODIGO
           MOVE WS-EVT-DESCR (WS-IND-EVENTO)   TO WS-DEVT-DESCR
           MOVE WS-EVT-DEBITO (WS-IND-EVENTO)  TO WS-DEVT-DEBITO
           MOVE WS-EVT-CREDITO (WS-IND-EVENTO) TO WS-DEVT-CREDITO
           MOVE WS-EVT-QTDE (WS-IND-EVENTO)    TO WS-DEVT-QTDE
           MOVE WS-EVT-VALOR (WS-IND-EVENTO)   TO WS-DEVT-VALOR
           ADD WS-EVT-VALOR (WS-IND-EVENTO)    TO WS-TOTAL-EVENTOS
           WRITE WS-LINHA-CONTABIL FROM WS-DET-EVENTO.

       9000-ENCERRAMENTO SECTION.
           CLOSE POSICAO-CTB-DAT LANCTO-DAT CONTABIL-PRT.
       END PROGRAM CONTABIL.
