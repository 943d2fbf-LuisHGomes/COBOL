      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: ROMPIMENTO DE ACORDOS DE RENEGOCIACAO, NO CICLO
      *          MENSAL ANTES DO ENCARGOS. PERCORRE ACORDO.DAT E, PARA
      *          CADA ACORDO ATIVO COM UMA PARCELA EM ABERTO VENCIDA
      *          HA MAIS DOS DIAS DE TOLERANCIA DE FINPARM (CONTADOS
      *          ATE A DATA DE MOVIMENTO DE CICLO.DAT), ROMPE O
      *          ACORDO: AS PARCELAS ORIGINAIS RENEGOCIADAS VOLTAM A
      *          SITUACAO PELO PROPRIO SALDO, COM OS JUROS DISPENSADOS
      *          NA NEGOCIACAO DEVOLVIDOS E OS JUROS DOS MESES EM QUE
      *          FICARAM FORA DO ENCARGOS APROPRIADOS AQUI; AS
      *          PARCELAS DO ACORDO AINDA EM ABERTO SAO CANCELADAS E O
      *          ACORDO FICA ROMPIDO. O QUE JA FOI PAGO NO ACORDO
      *          FICOU NAS PARCELAS ORIGINAIS (RETBANCO) E CONTINUA
      *          ABATIDO. O RELATORIO SAI EM ROMPACOR.PRT.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROMPACOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PARCELA-DAT        ASSIGN TO "PARCEDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-PARCELA
                                      FILE STATUS IS WS-FS-PARCELA.

           SELECT CICLO-DAT          ASSIGN TO "CICLODAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CICLO.

           SELECT ROMPACOR-PRT       ASSIGN TO "ROMPAPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ROMPACOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ACORDO-DAT.
           COPY ACORDREG.

       FD  ACITE-DAT.
           COPY ACITEREG.

       FD  ACPAR-DAT.
           COPY ACPARREG.

       FD  PARCELA-DAT.
           COPY PARCREG.

       FD  CICLO-DAT
           RECORD CONTAINS 40 CHARACTERS.
           COPY CICLOREG.

       FD  ROMPACOR-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-ROMPACOR         PIC X(080).

       WORKING-STORAGE SECTION.
           COPY FINPARM.
       77  WS-FS-ACORDO              PIC X(002) VALUE "00".
       77  WS-FS-ACITE               PIC X(002) VALUE "00".
       77  WS-FS-ACPAR               PIC X(002) VALUE "00".
       77  WS-FS-PARCELA             PIC X(002) VALUE "00".
       77  WS-FS-CICLO               PIC X(002) VALUE "00".
       77  WS-FS-ROMPACOR            PIC X(002) VALUE "00".
       77  WS-FIM-ACORDO             PIC X(001) VALUE "N".
           88  WS-FIM-DE-ACORDO          VALUE "S".
       77  WS-FIM-LISTA              PIC X(001) VALUE "N".
           88  WS-FIM-DA-LISTA           VALUE "S".
       77  WS-ARQ-ACORDO             PIC X(001) VALUE "N".
           88  WS-ACORDOS-ABERTOS        VALUE "S".
       77  WS-ROMPER                 PIC X(001) VALUE "N".
           88  WS-ACORDO-A-ROMPER        VALUE "S".
       77  WS-ANO-MES-BASE           PIC 9(006) VALUE ZEROS.
       77  WS-DATA-REFERENCIA        PIC 9(008) VALUE ZEROS.
       77  WS-MESES-FORA             PIC S9(005) COMP VALUE ZERO.
       77  WS-PRINCIPAL-ABERTO       PIC 9(011)V99 VALUE ZEROS.
       77  WS-JUROS-ATRASO           PIC 9(011)V99 VALUE ZEROS.
       77  WS-TOTAL-PARCELA          PIC 9(011)V99 VALUE ZEROS.
       77  WS-PARC-ROMPEU            PIC 9(002) VALUE ZERO.
       77  WS-VENC-ROMPEU            PIC 9(008) VALUE ZEROS.
       77  WS-ULTIMO-DIA             PIC 9(002) VALUE ZERO.
       77  WS-QUOCIENTE              PIC 9(004) COMP VALUE ZERO.
       77  WS-RESTO-4                PIC 9(004) COMP VALUE ZERO.
       77  WS-RESTO-100              PIC 9(004) COMP VALUE ZERO.
       77  WS-RESTO-400              PIC 9(004) COMP VALUE ZERO.
       77  WS-QTDE-LIDOS             PIC 9(007) VALUE ZERO.
       77  WS-QTDE-ROMPIDOS          PIC 9(007) VALUE ZERO.
       77  WS-QTDE-RESTAURADAS       PIC 9(007) VALUE ZERO.
       77  WS-QTDE-CANCELADAS        PIC 9(007) VALUE ZERO.
       77  WS-TOTAL-DEVOLVIDO        PIC 9(013)V99 VALUE ZEROS.
       77  WS-TOTAL-ATRASO           PIC 9(013)V99 VALUE ZEROS.

       01  WS-BASE-DECOMPOSTA.
           03  WS-BASE-ANO           PIC 9(004).
           03  WS-BASE-MES           PIC 9(002).

       01  WS-REF-DECOMPOSTA.
           03  WS-REF-ANO            PIC 9(004).
           03  WS-REF-MES            PIC 9(002).

       01  WS-VENC-DECOMPOSTO.
           03  WS-VENC-ANO           PIC 9(004).
           03  WS-VENC-MES           PIC 9(002).
           03  WS-VENC-DIA           PIC 9(002).

      ******************************************************************
      * DATA LIMITE DA PARCELA DO ACORDO - O VENCIMENTO AVANCADO DOS
      * DIAS DE TOLERANCIA, UM DIA POR VEZ COMO NO PENDFECH.
      ******************************************************************
       01  WS-DATA-LIMITE            PIC 9(008) VALUE ZEROS.
       01  WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
           03  WS-LIM-ANO            PIC 9(004).
           03  WS-LIM-MES            PIC 9(002).
           03  WS-LIM-DIA            PIC 9(002).

       01  WS-DIAS-DO-MES-VAL        PIC X(024) VALUE
           "312831303130313130313031".
       01  WS-DIAS-DO-MES REDEFINES WS-DIAS-DO-MES-VAL.
           03  WS-DIAS-MES           PIC 9(002) OCCURS 12 TIMES.

       01  WS-CAB-ROMPACOR.
           03  FILLER                PIC X(040) VALUE
               "ROMPIMENTO DE ACORDOS - REFERENCIA ".
           03  WS-CAB-DATA           PIC 9(008).

       01  WS-DET-ROMPACOR.
           03  FILLER                PIC X(005) VALUE "  MAT".
           03  WS-DET-MATRICULA      PIC 9(011).
           03  FILLER                PIC X(008) VALUE " ACORDO ".
           03  WS-DET-SEQ            PIC 9(003).
           03  FILLER                PIC X(013) VALUE
               " PARCELA EM ".
           03  WS-DET-PARCELA        PIC 9(002).
           03  FILLER                PIC X(006) VALUE " VENC ".
           03  WS-DET-VENCIMENTO     PIC 9(008).
           03  FILLER                PIC X(011) VALUE " - ROMPIDO".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-ABERTURA
           PERFORM 2000-PROCESSAR-ACORDO
                   UNTIL WS-FIM-DE-ACORDO
           PERFORM 8000-RESUMO
           PERFORM 9000-ENCERRAMENTO
           STOP RUN.

      ******************************************************************
      * A DATA DE REFERENCIA E A DATA DE MOVIMENTO ESTAMPADA PELO
      * CICLO NOTURNO EM CICLO.DAT (A DO DIA, SE AINDA NAO HOUVER).
      * SEM ACORDO.DAT (NENHUM ACORDO FIRMADO) NAO HA O QUE ROMPER.
      ******************************************************************
       1000-ABERTURA SECTION.
           OPEN INPUT CICLO-DAT
           IF WS-FS-CICLO NOT = "00"
               DISPLAY "CICLO.DAT INEXISTENTE - EXECUTE O CICLOCTL "
                       "(MODO I) ANTES DO CICLO MENSAL."
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
           MOVE WS-CICLO-COMPETENCIA TO WS-ANO-MES-BASE
           MOVE WS-ANO-MES-BASE      TO WS-BASE-DECOMPOSTA
           MOVE WS-CICLO-DATA-MOVTO  TO WS-DATA-REFERENCIA
           IF WS-DATA-REFERENCIA = ZEROS
               ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF
           DISPLAY "DATA DE REFERENCIA DO ROMPIMENTO : "
                   WS-DATA-REFERENCIA

           OPEN OUTPUT ROMPACOR-PRT
           MOVE WS-DATA-REFERENCIA   TO WS-CAB-DATA
           WRITE WS-LINHA-ROMPACOR FROM WS-CAB-ROMPACOR

           OPEN I-O ACORDO-DAT
           IF WS-FS-ACORDO NOT = "00"
               DISPLAY "NENHUM ACORDO FIRMADO - NADA A ROMPER."
               SET WS-FIM-DE-ACORDO  TO TRUE
               GO TO 1000-FIM
           END-IF
           OPEN INPUT ACITE-DAT
           OPEN I-O ACPAR-DAT
           IF WS-FS-ACITE NOT = "00" OR WS-FS-ACPAR NOT = "00"
               DISPLAY "ERRO AO ABRIR ITENS/PARCELAS DE ACORDO - "
                       "STATUS " WS-FS-ACITE " " WS-FS-ACPAR
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PARCELA-DAT
           IF WS-FS-PARCELA NOT = "00"
               DISPLAY "ERRO AO ABRIR PARCELA.DAT - STATUS "
                       WS-FS-PARCELA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-ACORDOS-ABERTOS    TO TRUE
           PERFORM 2050-LER-ACORDO.
       1000-FIM.
           CONTINUE.

       2000-PROCESSAR-ACORDO SECTION.
           ADD 1                     TO WS-QTDE-LIDOS
           IF NOT WS-ACORDO-ATIVO
               GO TO 2000-PROXIMO
           END-IF
           MOVE "N"                  TO WS-ROMPER
           PERFORM 2100-INICIAR-PARCELAS
           PERFORM 2200-VERIFICAR-PARCELA
                   UNTIL WS-FIM-DA-LISTA OR WS-ACORDO-A-ROMPER
           IF NOT WS-ACORDO-A-ROMPER
               GO TO 2000-PROXIMO
           END-IF

           PERFORM 3000-INICIAR-ITENS
           PERFORM 3100-RESTAURAR-ORIGEM
                   UNTIL WS-FIM-DA-LISTA
           PERFORM 2100-INICIAR-PARCELAS
           PERFORM 4000-CANCELAR-PARCELA
                   UNTIL WS-FIM-DA-LISTA

           SET WS-ACORDO-ROMPIDO     TO TRUE
           MOVE WS-DATA-REFERENCIA   TO WS-ACORDO-DATA-SITUACAO
           REWRITE WS-REG-ACORDO
           IF WS-FS-ACORDO NOT = "00"
               DISPLAY "ERRO AO REGRAVAR ACORDO - STATUS "
                       WS-FS-ACORDO
               MOVE 8                TO RETURN-CODE
           END-IF
           ADD 1                     TO WS-QTDE-ROMPIDOS
           MOVE WS-ACORDO-MATRICULA  TO WS-DET-MATRICULA
           MOVE WS-ACORDO-SEQ        TO WS-DET-SEQ
           MOVE WS-PARC-ROMPEU       TO WS-DET-PARCELA
           MOVE WS-VENC-ROMPEU       TO WS-DET-VENCIMENTO
           WRITE WS-LINHA-ROMPACOR FROM WS-DET-ROMPACOR.
       2000-PROXIMO.
           PERFORM 2050-LER-ACORDO.

       2050-LER-ACORDO SECTION.
           READ ACORDO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DE-ACORDO TO TRUE
           END-READ.

      ******************************************************************
      * POSICIONA NA PRIMEIRA PARCELA DO ACORDO CORRENTE.
      ******************************************************************
       2100-INICIAR-PARCELAS SECTION.
           MOVE "N"                  TO WS-FIM-LISTA
           MOVE WS-ACORDO-MATRICULA  TO WS-ACPAR-MATRICULA
           MOVE WS-ACORDO-SEQ        TO WS-ACPAR-SEQ-ACORDO
           MOVE ZEROS                TO WS-ACPAR-NUM-PARCELA
           START ACPAR-DAT KEY IS NOT LESS WS-CHAVE-ACPAR
               INVALID KEY
                   SET WS-FIM-DA-LISTA TO TRUE
           END-START.

       2150-LER-PARCELA-ACORDO SECTION.
           READ ACPAR-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DA-LISTA TO TRUE
                   GO TO 2150-FIM
           END-READ
           IF WS-ACPAR-MATRICULA NOT = WS-ACORDO-MATRICULA OR
              WS-ACPAR-SEQ-ACORDO NOT = WS-ACORDO-SEQ
               SET WS-FIM-DA-LISTA   TO TRUE
           END-IF.
       2150-FIM.
           CONTINUE.

      ******************************************************************
      * PARCELA DO ACORDO AINDA EM ABERTO (OU PARCIAL) CUJO VENCIMENTO
      * MAIS A TOLERANCIA JA FICOU PARA TRAS DA DATA DE REFERENCIA
      * ROMPE O ACORDO.
      ******************************************************************
       2200-VERIFICAR-PARCELA SECTION.
           PERFORM 2150-LER-PARCELA-ACORDO
           IF WS-FIM-DA-LISTA
               GO TO 2200-FIM
           END-IF
           IF WS-ACPAR-QUITADA OR WS-ACPAR-CANCELADA
               GO TO 2200-FIM
           END-IF
           MOVE WS-ACPAR-VENCIMENTO  TO WS-DATA-LIMITE
           PERFORM 2250-AVANCAR-UM-DIA WS-ACORDO-TOLERANCIA TIMES
           IF WS-DATA-LIMITE < WS-DATA-REFERENCIA
               SET WS-ACORDO-A-ROMPER TO TRUE
               MOVE WS-ACPAR-NUM-PARCELA TO WS-PARC-ROMPEU
               MOVE WS-ACPAR-VENCIMENTO  TO WS-VENC-ROMPEU
           END-IF.
       2200-FIM.
           CONTINUE.

       2250-AVANCAR-UM-DIA SECTION.
           MOVE WS-DIAS-MES (WS-LIM-MES) TO WS-ULTIMO-DIA
           IF WS-LIM-MES = 2
               DIVIDE WS-LIM-ANO BY 4 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-4
               DIVIDE WS-LIM-ANO BY 100 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-100
               DIVIDE WS-LIM-ANO BY 400 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-400
               IF WS-RESTO-4 = ZERO AND
                  (WS-RESTO-100 NOT = ZERO OR WS-RESTO-400 = ZERO)
                   MOVE 29           TO WS-ULTIMO-DIA
               END-IF
           END-IF
           IF WS-LIM-DIA < WS-ULTIMO-DIA
               ADD 1                 TO WS-LIM-DIA
               GO TO 2250-FIM
           END-IF
           MOVE 1                    TO WS-LIM-DIA
           IF WS-LIM-MES = 12
               MOVE 1                TO WS-LIM-MES
               ADD 1                 TO WS-LIM-ANO
           ELSE
               ADD 1                 TO WS-LIM-MES
           END-IF.
       2250-FIM.
           CONTINUE.

      ******************************************************************
      * POSICIONA NO PRIMEIRO ITEM (PARCELA ORIGINAL) DO ACORDO.
      ******************************************************************
       3000-INICIAR-ITENS SECTION.
           MOVE "N"                  TO WS-FIM-LISTA
           MOVE WS-ACORDO-MATRICULA  TO WS-ACITE-MATRICULA
           MOVE WS-ACORDO-SEQ        TO WS-ACITE-SEQ-ACORDO
           MOVE ZEROS                TO WS-ACITE-COD-MATERIA
                                        WS-ACITE-TERMO
                                        WS-ACITE-NUM-PARCELA
           START ACITE-DAT KEY IS NOT LESS WS-CHAVE-ACITE
               INVALID KEY
                   SET WS-FIM-DA-LISTA TO TRUE
           END-START.

      ******************************************************************
      * A PARCELA ORIGINAL RECEBE DE VOLTA OS JUROS DISPENSADOS NO
      * ACORDO E OS JUROS DOS MESES QUE FICOU FORA DO ENCARGOS - DO
      * MES SEGUINTE A ULTIMA APROPRIACAO (OU AO VENCIMENTO, SE NUNCA
      * APROPRIADA) ATE O MES ANTERIOR A BASE; O MES BASE FICA COM O
      * ENCARGOS, QUE RODA EM SEGUIDA NO CICLO E COBRA A MULTA SE
      * AINDA NAO COBRADA. O PAGO DURANTE O ACORDO CONTINUA ABATIDO.
      ******************************************************************
       3100-RESTAURAR-ORIGEM SECTION.
           READ ACITE-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DA-LISTA TO TRUE
                   GO TO 3100-FIM
           END-READ
           IF WS-ACITE-MATRICULA NOT = WS-ACORDO-MATRICULA OR
              WS-ACITE-SEQ-ACORDO NOT = WS-ACORDO-SEQ
               SET WS-FIM-DA-LISTA   TO TRUE
               GO TO 3100-FIM
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
                   DISPLAY "PARCELA DO ACORDO NAO ENCONTRADA - MAT "
                           WS-ACITE-MATRICULA " ACORDO "
                           WS-ACITE-SEQ-ACORDO
                   GO TO 3100-FIM
           END-READ
           IF NOT WS-PARCELA-RENEGOCIADA
               GO TO 3100-FIM
           END-IF

           ADD WS-ACITE-DISPENSA     TO WS-JUROS-PARCELA
           ADD WS-ACITE-DISPENSA     TO WS-TOTAL-DEVOLVIDO

           IF WS-COMPET-ENCARGO = ZEROS
               MOVE WS-VENC-PARCELA  TO WS-VENC-DECOMPOSTO
               MOVE WS-VENC-ANO      TO WS-REF-ANO
               MOVE WS-VENC-MES      TO WS-REF-MES
           ELSE
               MOVE WS-COMPET-ENCARGO TO WS-REF-DECOMPOSTA
           END-IF
           COMPUTE WS-MESES-FORA =
                   (WS-BASE-ANO * 12 + WS-BASE-MES) -
                   (WS-REF-ANO * 12 + WS-REF-MES) - 1
           MOVE ZEROS                TO WS-JUROS-ATRASO
           IF WS-MESES-FORA > ZERO AND
              WS-PAGO-PARCELA < WS-VALOR-PARCELA
               COMPUTE WS-PRINCIPAL-ABERTO =
                       WS-VALOR-PARCELA - WS-PAGO-PARCELA
               COMPUTE WS-JUROS-ATRASO ROUNDED =
                       WS-PRINCIPAL-ABERTO * WS-JUROS-MES-PERC *
                       WS-MESES-FORA / 100
               ADD WS-JUROS-ATRASO   TO WS-JUROS-PARCELA
               ADD WS-JUROS-ATRASO   TO WS-TOTAL-ATRASO
           END-IF

           COMPUTE WS-TOTAL-PARCELA = WS-VALOR-PARCELA +
                   WS-MULTA-PARCELA + WS-JUROS-PARCELA
           EVALUATE TRUE
               WHEN WS-PAGO-PARCELA = ZEROS
                   SET WS-PARCELA-ABERTA  TO TRUE
               WHEN WS-PAGO-PARCELA < WS-TOTAL-PARCELA
                   SET WS-PARCELA-PARCIAL TO TRUE
               WHEN OTHER
                   SET WS-PARCELA-QUITADA TO TRUE
           END-EVALUATE
           REWRITE WS-REG-PARCELA
           IF WS-FS-PARCELA NOT = "00"
               DISPLAY "ERRO AO REGRAVAR PARCELA - STATUS "
                       WS-FS-PARCELA
               MOVE 8                TO RETURN-CODE
           ELSE
               ADD 1                 TO WS-QTDE-RESTAURADAS
           END-IF.
       3100-FIM.
           CONTINUE.

      ******************************************************************
      * PARCELA DO ACORDO NAO QUITADA E CANCELADA - SAI DA REMESSA E
      * O RETBANCO RECUSA UM PAGAMENTO TARDIO DELA.
      ******************************************************************
       4000-CANCELAR-PARCELA SECTION.
           PERFORM 2150-LER-PARCELA-ACORDO
           IF WS-FIM-DA-LISTA
               GO TO 4000-FIM
           END-IF
           IF WS-ACPAR-QUITADA OR WS-ACPAR-CANCELADA
               GO TO 4000-FIM
           END-IF
           SET WS-ACPAR-CANCELADA    TO TRUE
           REWRITE WS-REG-ACPAR
           IF WS-FS-ACPAR NOT = "00"
               DISPLAY "ERRO AO CANCELAR PARCELA DO ACORDO - STATUS "
                       WS-FS-ACPAR
               MOVE 8                TO RETURN-CODE
           ELSE
               ADD 1                 TO WS-QTDE-CANCELADAS
           END-IF.
       4000-FIM.
           CONTINUE.

       8000-RESUMO SECTION.
           MOVE SPACES               TO WS-LINHA-ROMPACOR
           WRITE WS-LINHA-ROMPACOR
           MOVE "RELATORIO DE CONTROLE - ROMPIMENTO DE ACORDOS"
                                     TO WS-LINHA-ROMPACOR
           WRITE WS-LINHA-ROMPACOR
           MOVE SPACES               TO WS-LINHA-ROMPACOR
           STRING "ACORDOS LIDOS            : " WS-QTDE-LIDOS
               DELIMITED BY SIZE INTO WS-LINHA-ROMPACOR
           WRITE WS-LINHA-ROMPACOR
           MOVE SPACES               TO WS-LINHA-ROMPACOR
           STRING "ACORDOS ROMPIDOS         : " WS-QTDE-ROMPIDOS
               DELIMITED BY SIZE INTO WS-LINHA-ROMPACOR
           WRITE WS-LINHA-ROMPACOR
           MOVE SPACES               TO WS-LINHA-ROMPACOR
           STRING "PARCELAS RESTAURADAS     : " WS-QTDE-RESTAURADAS
               DELIMITED BY SIZE INTO WS-LINHA-ROMPACOR
           WRITE WS-LINHA-ROMPACOR
           MOVE SPACES               TO WS-LINHA-ROMPACOR
           STRING "PARCELAS DE ACORDO CANC. : " WS-QTDE-CANCELADAS
               DELIMITED BY SIZE INTO WS-LINHA-ROMPACOR
           WRITE WS-LINHA-ROMPACOR
           MOVE SPACES               TO WS-LINHA-ROMPACOR
           STRING "JUROS DISPENSA DEVOLVIDOS: " WS-TOTAL-DEVOLVIDO
               DELIMITED BY SIZE INTO WS-LINHA-ROMPACOR
           WRITE WS-LINHA-ROMPACOR
           MOVE SPACES               TO WS-LINHA-ROMPACOR
           STRING "JUROS DO PERIODO DO ACORDO: " WS-TOTAL-ATRASO
               DELIMITED BY SIZE INTO WS-LINHA-ROMPACOR
           WRITE WS-LINHA-ROMPACOR
           DISPLAY "ACORDOS ROMPIDOS - " WS-QTDE-ROMPIDOS ".".

       9000-ENCERRAMENTO SECTION.
           CLOSE ROMPACOR-PRT
           IF WS-ACORDOS-ABERTOS
               CLOSE ACORDO-DAT ACITE-DAT ACPAR-DAT PARCELA-DAT
           END-IF.
       END PROGRAM ROMPACOR.
