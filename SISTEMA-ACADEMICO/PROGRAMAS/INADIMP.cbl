      * 02/09/2026 LHG - O ANO/MES BASE DEIXA O SYSIN E PASSA A VIR
      *                   DO CONTROLE DE DATAS (CICLO.DAT, MANTIDO
      *                   PELO CICLOCTL).
      * 15/10/2026 LHG - ACORDO DE RENEGOCIACAO (ACORDMNT): PARCELA
      *                   RENEGOCIADA SAI DO AGING E AS PARCELAS DO
      *                   ACORDO ATIVO ENTRAM NO LUGAR DELA (MARCADAS
      *                   ACORDO NO DETALHE). ALUNO QUE FIRMOU ACORDO
      *                   BLOQUEADO CONTINUA BLOQUEADO ATE PAGAR A
      *                   PRIMEIRA PARCELA DO ACORDO.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        WS-MATRICULA IN WS-REG-BLOQUEIO
                                      FILE STATUS IS WS-FS-BLOQUEIO.

           SELECT ACORDO-DAT         ASSIGN TO "ACORDDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-ACORDO
                                      FILE STATUS IS WS-FS-ACORDO.

           SELECT ACPAR-DAT          ASSIGN TO "ACPARDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS WS-CHAVE-ACPAR
                                      FILE STATUS IS WS-FS-ACPAR.

           SELECT CICLO-DAT          ASSIGN TO "CICLODAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CICLO.
       FD  BLOQFIN-DAT.
           COPY BLOQREG.

       FD  ACORDO-DAT.
           COPY ACORDREG.

       FD  ACPAR-DAT.
           COPY ACPARREG.

       FD  CICLO-DAT
           RECORD CONTAINS 40 CHARACTERS.
           COPY CICLOREG.
           03  WS-SORT-PARCELA       PIC 9(002).
           03  WS-SORT-SALDO         PIC 9(011)V99.
           03  WS-SORT-DIAS          PIC 9(005).
           03  WS-SORT-RETEM         PIC X(001).

       FD  INADIMP-PRT
           RECORD CONTAINS 80 CHARACTERS.
       77  WS-FS-BLOQUEIO            PIC X(002) VALUE "00".
       77  WS-FS-INADIMP             PIC X(002) VALUE "00".
       77  WS-FS-CICLO               PIC X(002) VALUE "00".
       77  WS-FS-ACORDO              PIC X(002) VALUE "00".
       77  WS-FS-ACPAR               PIC X(002) VALUE "00".
       77  WS-ARQ-ACORDO             PIC X(001) VALUE "N".
           88  WS-ACORDOS-ABERTOS        VALUE "S".
       77  WS-RETER-ALUNO            PIC X(001) VALUE "N".
           88  WS-ALUNO-RETIDO           VALUE "S".
       77  WS-FIM-SORT               PIC X(001) VALUE "N".
           88  WS-FIM-DO-SORT            VALUE "S".
       77  WS-ANO-MES-BASE           PIC 9(006) VALUE ZEROS.
           03  WS-DET-SALDO          PIC ZZZZZZZZZ9,99.
           03  FILLER                PIC X(007) VALUE " DIAS: ".
           03  WS-DET-DIAS           PIC ZZZZ9.
           03  WS-DET-ORIGEM         PIC X(007).

       01  WS-LIN-FAIXA.
           03  WS-FAIXA-ROTULO       PIC X(025).
               STOP RUN
           END-IF
           OPEN INPUT ALUNO-DAT
      *    SEM OS ARQUIVOS DE ACORDO (NENHUM ACORDO FIRMADO AINDA)
      *    O AGING E SO DAS PARCELAS DAS FATURAS.
           OPEN INPUT ACORDO-DAT
           OPEN INPUT ACPAR-DAT
           IF WS-FS-ACORDO = "00" AND WS-FS-ACPAR = "00"
               SET WS-ACORDOS-ABERTOS TO TRUE
           END-IF
           OPEN OUTPUT BLOQFIN-DAT
           OPEN OUTPUT INADIMP-PRT.

      * IDADE DA PARCELA E CONTADA EM MESES DO VENCIMENTO ATE O
      * ANO/MES BASE, CONVERTIDA EM DIAS A RAZAO DE 30 POR MES -
      * PARCELA VINCENDA (VENCIMENTO ALEM DA BASE) ENTRA COM ZERO
      * DIAS E NAO GERA BLOQUEIO. PARCELA RENEGOCIADA FICA DE FORA -
      * QUEM ENVELHECE NO LUGAR DELA SAO AS PARCELAS DO ACORDO.
      ******************************************************************
       2000-SELECIONAR-ITENS SECTION.
           PERFORM 2100-LER-PARCELA
           PERFORM 2200-CLASSIFICAR-PARCELA
                   UNTIL WS-FS-PARCELA NOT = "00"
           IF WS-ACORDOS-ABERTOS
               PERFORM 2400-LER-ACPAR
               PERFORM 2500-CLASSIFICAR-ACPAR
                       UNTIL WS-FS-ACPAR NOT = "00"
           END-IF.

       2100-LER-PARCELA SECTION.
           READ PARCELA-DAT NEXT RECORD
           END-READ.

       2200-CLASSIFICAR-PARCELA SECTION.
           IF NOT WS-PARCELA-QUITADA AND NOT WS-PARCELA-CANCELADA AND
              NOT WS-PARCELA-RENEGOCIADA
               COMPUTE WS-SALDO-ITEM = WS-VALOR-PARCELA +
                       WS-MULTA-PARCELA + WS-JUROS-PARCELA -
                       WS-PAGO-PARCELA
                       MOVE ZERO       TO WS-MESES-ATRASO
                   END-IF
                   COMPUTE WS-DIAS-ATRASO = WS-MESES-ATRASO * 30
                   MOVE WS-MATRICULA IN WS-CHAVE-PARCELA
                       TO WS-SORT-MATRICULA
                   PERFORM 2300-BUSCAR-TURMA
                   MOVE WS-COD-MATERIA IN WS-CHAVE-PARCELA
                       TO WS-SORT-MATERIA
                   MOVE WS-TERMO IN WS-CHAVE-PARCELA
                   MOVE WS-NUM-PARCELA TO WS-SORT-PARCELA
                   MOVE WS-SALDO-ITEM  TO WS-SORT-SALDO
                   MOVE WS-DIAS-ATRASO TO WS-SORT-DIAS
                   MOVE "N"            TO WS-SORT-RETEM
                   RELEASE WS-REG-SORT
               END-IF
           END-IF
           PERFORM 2100-LER-PARCELA.

       2300-BUSCAR-TURMA SECTION.
           MOVE WS-SORT-MATRICULA
               TO WS-MATRICULA IN WS-REG-ALUNO
           READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
               INVALID KEY
           END-READ
           MOVE WS-TURMA               TO WS-SORT-TURMA.

       2400-LER-ACPAR SECTION.
           READ ACPAR-DAT NEXT RECORD
               AT END
                   MOVE "10"          TO WS-FS-ACPAR
           END-READ.

      ******************************************************************
      * PARCELA DE ACORDO EM ABERTO ENVELHECE PELO PROPRIO VENCIMENTO,
      * COM MATERIA ZERADA E O SEQUENCIAL DO ACORDO NO TERMO (COMO NA
      * REMESSA). ACORDO FIRMADO POR ALUNO BLOQUEADO, COM A PRIMEIRA
      * PARCELA AINDA NAO PAGA, RETEM O BLOQUEIO DO ALUNO.
      ******************************************************************
       2500-CLASSIFICAR-ACPAR SECTION.
           IF WS-ACPAR-QUITADA OR WS-ACPAR-CANCELADA
               GO TO 2500-PROXIMA
           END-IF
           COMPUTE WS-SALDO-ITEM = WS-ACPAR-VALOR - WS-ACPAR-PAGO
           IF WS-SALDO-ITEM NOT > ZEROS
               GO TO 2500-PROXIMA
           END-IF
           MOVE WS-ACPAR-MATRICULA     TO WS-ACORDO-MATRICULA
           MOVE WS-ACPAR-SEQ-ACORDO    TO WS-ACORDO-SEQ
           READ ACORDO-DAT KEY IS WS-CHAVE-ACORDO
               INVALID KEY
                   GO TO 2500-PROXIMA
           END-READ
           IF NOT WS-ACORDO-ATIVO
               GO TO 2500-PROXIMA
           END-IF
           MOVE WS-ACPAR-VENCIMENTO    TO WS-VENC-DECOMPOSTO
           COMPUTE WS-MESES-ATRASO =
                   (WS-BASE-ANO * 12 + WS-BASE-MES) -
                   (WS-VENC-ANO * 12 + WS-VENC-MES)
           IF WS-MESES-ATRASO < ZERO
               MOVE ZERO               TO WS-MESES-ATRASO
           END-IF
           COMPUTE WS-DIAS-ATRASO = WS-MESES-ATRASO * 30
           MOVE WS-ACPAR-MATRICULA     TO WS-SORT-MATRICULA
           PERFORM 2300-BUSCAR-TURMA
           MOVE ZEROS                  TO WS-SORT-MATERIA
           MOVE WS-ACPAR-SEQ-ACORDO    TO WS-SORT-TERMO
           MOVE WS-ACPAR-NUM-PARCELA   TO WS-SORT-PARCELA
           MOVE WS-SALDO-ITEM          TO WS-SORT-SALDO
           MOVE WS-DIAS-ATRASO         TO WS-SORT-DIAS
           MOVE "N"                    TO WS-SORT-RETEM
           IF WS-ACORDO-COM-BLOQUEIO AND NOT WS-ACORDO-ENTRADA-PAGA
               MOVE "S"                TO WS-SORT-RETEM
           END-IF
           RELEASE WS-REG-SORT.
       2500-PROXIMA.
           PERFORM 2400-LER-ACPAR.

       3000-IMPRIMIR-RELATORIO SECTION.
           PERFORM 3100-RETORNAR-SORT
           PERFORM 3200-PROCESSAR-LINHA
           IF WS-SORT-DIAS > WS-DIAS-MAX-ALUNO
               MOVE WS-SORT-DIAS       TO WS-DIAS-MAX-ALUNO
           END-IF
           IF WS-SORT-RETEM = "S"
               SET WS-ALUNO-RETIDO     TO TRUE
           END-IF
           PERFORM 3400-SOMAR-NAS-FAIXAS
           MOVE WS-SORT-MATRICULA      TO WS-DET-MATRICULA
           MOVE WS-SORT-TERMO          TO WS-DET-TERMO
           MOVE WS-SORT-PARCELA        TO WS-DET-PARCELA
           MOVE WS-SORT-SALDO          TO WS-DET-SALDO
           MOVE WS-SORT-DIAS           TO WS-DET-DIAS
           MOVE SPACES                 TO WS-DET-ORIGEM
           IF WS-SORT-MATERIA = ZEROS
               MOVE " ACORDO"          TO WS-DET-ORIGEM
           END-IF
           WRITE WS-LINHA-INADIMP FROM WS-DET-INADIMP
           PERFORM 3100-RETORNAR-SORT.

      ******************************************************************
      * NA QUEBRA DE MATRICULA, SE O PIOR ITEM DO ALUNO PASSA DE 90
      * DIAS, GRAVA O REGISTRO DE BLOQUEIO QUE A INSCRICAO CONSULTA.
      * O ACORDO COM A PRIMEIRA PARCELA EM ABERTO TAMBEM BLOQUEIA.
      ******************************************************************
       3600-FECHAR-ALUNO-SE-ABERTO SECTION.
           IF WS-MATRICULA-ANTERIOR NOT = ZEROS AND
              (WS-DIAS-MAX-ALUNO > 90 OR WS-ALUNO-RETIDO)
               MOVE WS-MATRICULA-ANTERIOR
                   TO WS-MATRICULA IN WS-REG-BLOQUEIO
               MOVE WS-DIAS-MAX-ALUNO  TO WS-DIAS-ATRASO-MAX
               END-IF
           END-IF
           MOVE ZEROS                  TO WS-MATRICULA-ANTERIOR
           MOVE ZERO                   TO WS-DIAS-MAX-ALUNO
           MOVE "N"                    TO WS-RETER-ALUNO.

       3700-TOTAIS-GERAIS SECTION.
           MOVE SPACES                 TO WS-LINHA-INADIMP
           MOVE WS-GER-ACIMA-120       TO WS-FAIXA-VALOR
           WRITE WS-LINHA-INADIMP FROM WS-LIN-FAIXA
           MOVE SPACES                 TO WS-LINHA-INADIMP
           STRING "ALUNOS BLOQUEADOS (>90 DIAS OU ACORDO) : "
                   WS-QTDE-BLOQUEADOS
               DELIMITED BY SIZE INTO WS-LINHA-INADIMP
           WRITE WS-LINHA-INADIMP.

       9000-ENCERRAMENTO SECTION.
           CLOSE PARCELA-DAT ALUNO-DAT BLOQFIN-DAT INADIMP-PRT
           IF WS-ACORDOS-ABERTOS
               CLOSE ACORDO-DAT ACPAR-DAT
           END-IF.
       END PROGRAM INADIMP.
