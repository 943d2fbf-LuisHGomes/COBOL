      *                   MATRICULA, TRANCMNT) FICA FORA DO
      *                   FECHAMENTO COMO A CANCELADA - NAO REPROVA
      *                   NEM PONDERA O CR DE QUEM TRANCOU O TERMO.
      * 15/10/2026 LHG - SO AS INSCRICOES DO TERMO SAO LIDAS, PELA
      *                   CHAVE ALTERNADA MATERIA+TERMO (DD INSCRDA1),
      *                   E REORDENADAS POR MATRICULA NO SORT
      *                   (WORKTERM) PARA A QUEBRA DO CR - OS DEMAIS
      *                   TERMOS ACUMULADOS ANTES DO TERMARQ NAO SAO
      *                   MAIS VARRIDOS. A RETOMADA DE CHECKPOINT
      *                   DESCARTA NO SORT AS MATRICULAS JA FECHADAS.
      * 15/10/2026 LHG - INSCRICAO COM PROVA DE RECUPERACAO AINDA SEM
      *                   NOTA (AVALNOTA.DAT, AVALMNT) NAO E
      *                   CARIMBADA NEM PONDERA O CR - FICA ATIVA E
      *                   SAI NOS TOTAIS COMO EM RECUPERACAO. A NOTA
      *                   DA PROVA, QUANDO LANCADA, JA SUBSTITUIU A
      *                   MEDIA EM NOTA.DAT. SEM O ARQUIVO O
      *                   FECHAMENTO SEGUE COMO SEMPRE.
      * 15/10/2026 LHG - TERMO JA ENCERRADO NO CALENDARIO (CALEND.DAT)
      *                   NAO ESPERA MAIS A PROVA DE RECUPERACAO - O
      *                   AVALMNT RECUSA A PROVA DEPOIS DO
      *                   ENCERRAMENTO E O TERMARQ CORTA O TERMO: A
      *                   INSCRICAO E CARIMBADA PELA MEDIA EM NOTA.DAT
      *                   E LISTADA NO SYSOUT.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT INSCRICAO-DAT      ASSIGN TO "INSCRDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-INSCRICAO
                                      ALTERNATE RECORD KEY IS
                                        WS-CHAVE-INSC-OFERTA
                                        WITH DUPLICATES
                                      FILE STATUS IS WS-FS-INSCRICAO.

           SELECT NOTA-DAT           ASSIGN TO "NOTASDAT"
                                        WS-CHAVE-FREQUENCIA
                                      FILE STATUS IS WS-FS-FREQ.

           SELECT AVNOTA-DAT         ASSIGN TO "AVNOTDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-AVAL-NOTA
                                      FILE STATUS IS WS-FS-AVNOTA.

           SELECT CALEND-DAT         ASSIGN TO "CALENDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS
                                        WS-TERMO IN WS-REG-CALENDARIO
                                      FILE STATUS IS WS-FS-CALEND.

           SELECT FECHTERM-PRT       ASSIGN TO "FECHTPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-FECHTERM.
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CKPT.

           SELECT SORT-WORK          ASSIGN TO "WORKTERM".

       DATA DIVISION.
       FILE SECTION.
       FD  INSCRICAO-DAT.
       FD  FREQ-DAT.
           COPY FREQREG.

       FD  AVNOTA-DAT.
           COPY AVNOTREG.

       FD  CALEND-DAT.
           COPY CALENREG.

       FD  FECHTERM-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-FECHTERM           PIC X(080).
           03  WS-CKPT-QTDE-PROBATORIO  PIC 9(007).
           03  WS-CKPT-HASH-MATRICULAS  PIC 9(015).
           03  WS-CKPT-QTDE-REP-FALTA   PIC 9(007).
           03  WS-CKPT-QTDE-EM-RECUP    PIC 9(006).

       SD  SORT-WORK.
       01  WS-REG-SORT.
           03  WS-SORT-CHAVE.
               05  WS-SORT-MATRICULA    PIC 9(011).
               05  WS-SORT-COD-MATERIA  PIC 9(015).
               05  WS-SORT-TERMO        PIC 9(006).

       WORKING-STORAGE SECTION.
           COPY ACADPARM.
       77  WS-QTDE-FALTAS            PIC 9(005) VALUE ZERO.
       77  WS-EXCESSO-FALTAS         PIC X(001) VALUE "N".
           88  WS-REPROVADO-FALTA        VALUE "S".
       77  WS-FIM-SORT               PIC X(001) VALUE "N".
           88  WS-FIM-DO-SORT            VALUE "S".
       77  WS-MATRICULA-RETOMADA     PIC 9(011) VALUE ZEROS.
       77  WS-FS-AVNOTA              PIC X(002) VALUE "00".
       77  WS-AVNOTA-DISPONIVEL      PIC X(001) VALUE "N".
           88  WS-AVNOTA-ABERTA          VALUE "S".
       77  WS-RECUP-EM-ABERTO        PIC X(001) VALUE "N".
           88  WS-AGUARDA-RECUPERACAO    VALUE "S".
       77  WS-QTDE-EM-RECUP          PIC 9(006) VALUE ZERO.
       77  WS-FS-CALEND              PIC X(002) VALUE "00".
       77  WS-CALEND-SITUACAO        PIC X(001) VALUE "N".
           88  WS-TERMO-JA-ENCERRADO     VALUE "S".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-ABERTURA
           SORT SORT-WORK
               ON ASCENDING KEY WS-SORT-CHAVE
               INPUT PROCEDURE IS 1500-SELECIONAR-INSCRICOES
               OUTPUT PROCEDURE IS 1800-APURAR-ORDENADAS
           PERFORM 4000-RELATORIO-CONTROLE
           PERFORM 9000-ENCERRAMENTO
           STOP RUN.
           IF WS-FS-FREQ = "00"
               SET WS-FREQ-ABERTA   TO TRUE
           END-IF
           MOVE "N"                 TO WS-AVNOTA-DISPONIVEL
           OPEN INPUT AVNOTA-DAT
           IF WS-FS-AVNOTA = "00"
               SET WS-AVNOTA-ABERTA TO TRUE
           END-IF
           PERFORM 1100-VERIFICAR-CALENDARIO
           IF WS-TEM-CHECKPOINT
               OPEN EXTEND FECHTERM-PRT
           ELSE
               OPEN OUTPUT FECHTERM-PRT
           END-IF.

       1050-LER-CHECKPOINT SECTION.
               MOVE WS-CKPT-QTDE-PROBATORIO   TO WS-QTDE-PROBATORIO
               MOVE WS-CKPT-HASH-MATRICULAS   TO WS-HASH-MATRICULAS
               MOVE WS-CKPT-QTDE-REP-FALTA    TO WS-QTDE-REP-FALTA
               MOVE WS-CKPT-QTDE-EM-RECUP     TO WS-QTDE-EM-RECUP
               MOVE WS-CKPT-MATRICULA         TO WS-MATRICULA-RETOMADA
               CLOSE CKPT-DAT
               SET WS-TEM-CHECKPOINT          TO TRUE
               DISPLAY "RETOMANDO APOS A MATRICULA "
                       " ALUNOS JA FECHADOS."
           END-IF.

      ******************************************************************
      * TERMO ENCERRADO NO CALENDARIO: O AVALMNT NAO ACEITA MAIS A
      * PROVA DE RECUPERACAO, ENTAO O FECHAMENTO E DEFINITIVO E NAO
      * HA INSCRICAO A ESPERA DA PROVA (2700). SEM O ARQUIVO DE
      * CALENDARIO OU SEM O TERMO NELE, A INSCRICAO CONTINUA A
      * ESPERA, COMO SEMPRE.
      ******************************************************************
       1100-VERIFICAR-CALENDARIO SECTION.
           MOVE "N"                 TO WS-CALEND-SITUACAO
           OPEN INPUT CALEND-DAT
           IF WS-FS-CALEND NOT = "00"
               GO TO 1100-FIM
           END-IF
           MOVE WS-TERMO-FECHAMENTO TO WS-TERMO IN WS-REG-CALENDARIO
           READ CALEND-DAT KEY IS WS-TERMO IN WS-REG-CALENDARIO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-CALEND = "00" AND WS-TERMO-ENCERRADO
               SET WS-TERMO-JA-ENCERRADO TO TRUE
           END-IF
           CLOSE CALEND-DAT.
       1100-FIM.
           CONTINUE.

      ******************************************************************
      * ENTRADA DO SORT: AS INSCRICOES DO TERMO SAO LIDAS TURMA A
      * TURMA PELA CHAVE ALTERNADA MATERIA+TERMO, SALTANDO OS DEMAIS
      * TERMOS, E LIBERADAS PELA CHAVE PRIMARIA PARA VOLTAREM EM
      * ORDEM DE MATRICULA (QUEBRA DO CR). CANCELADA E TRANCADA NAO
      * ENTRAM; NA RETOMADA, AS MATRICULAS ATE O CHECKPOINT TAMBEM
      * NAO (JA ESTAO NOS TOTAIS DO CHECKPOINT).
      ******************************************************************
       1500-SELECIONAR-INSCRICOES SECTION.
           MOVE "N"                  TO WS-FIM-INSCRICAO
           MOVE ZEROS                TO WS-MATERIA-INSC-ALT
           MOVE WS-TERMO-FECHAMENTO  TO WS-TERMO-INSC-ALT
           START INSCRICAO-DAT KEY IS NOT LESS THAN
                   WS-CHAVE-INSC-OFERTA
               INVALID KEY
                   SET WS-FIM-DE-ARQUIVO TO TRUE
           END-START
           IF NOT WS-FIM-DE-ARQUIVO
               PERFORM 1550-LER-INSCRICAO-TERMO
           END-IF
           PERFORM 1600-LIBERAR-INSCRICAO
                   UNTIL WS-FIM-DE-ARQUIVO.

       1550-LER-INSCRICAO-TERMO SECTION.
           READ INSCRICAO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DE-ARQUIVO TO TRUE
           END-READ
           PERFORM 1560-SALTAR-OUTRO-TERMO
                   UNTIL WS-FIM-DE-ARQUIVO OR
                         WS-TERMO-INSC-ALT = WS-TERMO-FECHAMENTO.

      ******************************************************************
      * INSCRICAO DE OUTRO TERMO: REPOSICIONA NO TERMO EM FECHAMENTO
      * DA MESMA MATERIA (TERMO ANTERIOR) OU DA MATERIA SEGUINTE
      * (TERMO POSTERIOR).
      ******************************************************************
       1560-SALTAR-OUTRO-TERMO SECTION.
           IF WS-TERMO-INSC-ALT > WS-TERMO-FECHAMENTO
               IF WS-MATERIA-INSC-ALT = 999999999999999
                   SET WS-FIM-DE-ARQUIVO TO TRUE
                   GO TO 1560-FIM
               END-IF
               ADD 1                 TO WS-MATERIA-INSC-ALT
           END-IF
           MOVE WS-TERMO-FECHAMENTO  TO WS-TERMO-INSC-ALT
           START INSCRICAO-DAT KEY IS NOT LESS THAN
                   WS-CHAVE-INSC-OFERTA
               INVALID KEY
                   SET WS-FIM-DE-ARQUIVO TO TRUE
           END-START
           IF NOT WS-FIM-DE-ARQUIVO
               READ INSCRICAO-DAT NEXT RECORD
                   AT END
                       SET WS-FIM-DE-ARQUIVO TO TRUE
               END-READ
           END-IF.
       1560-FIM.
           CONTINUE.

       1600-LIBERAR-INSCRICAO SECTION.
           IF NOT WS-INSCRICAO-CANCEL AND
              NOT WS-INSCRICAO-TRANCADA
               IF NOT WS-TEM-CHECKPOINT OR
                  WS-MATRICULA IN WS-CHAVE-INSCRICAO >
                      WS-MATRICULA-RETOMADA
                   MOVE WS-CHAVE-INSCRICAO TO WS-SORT-CHAVE
                   RELEASE WS-REG-SORT
               END-IF
           END-IF
           PERFORM 1550-LER-INSCRICAO-TERMO.

      ******************************************************************
      * SAIDA DO SORT: CADA INSCRICAO VOLTA EM ORDEM DE MATRICULA E E
      * RELIDA PELA CHAVE PRIMARIA PARA O CARIMBO (REWRITE).
      ******************************************************************
       1800-APURAR-ORDENADAS SECTION.
           PERFORM 2100-RETORNAR-SORT
           PERFORM 2000-PROCESSAR-INSCRICOES
                   UNTIL WS-FIM-DO-SORT
           PERFORM 3000-FECHAR-ULTIMO-ALUNO.

       2000-PROCESSAR-INSCRICOES SECTION.
      *    INSCRICAO JA CARIMBADA (P/R/F) TAMBEM ENTRA: NA RETOMADA
      *    RECONTADA NOS TOTAIS E NO CR DO TERMO (2790), SENAO OS
      *    TOTAIS DE CERTIFICACAO SAIRIAM INCOMPLETOS E O CR DO
      *    ALUNO SO PONDERARIA AS MATERIAS RECEM-FECHADAS.
           MOVE WS-SORT-CHAVE        TO WS-CHAVE-INSCRICAO
           READ INSCRICAO-DAT KEY IS WS-CHAVE-INSCRICAO
               INVALID KEY
                   DISPLAY "INSCRICAO " WS-SORT-CHAVE
                           " NAO ENCONTRADA NA RELEITURA."
                   MOVE 8            TO RETURN-CODE
           END-READ
           IF WS-FS-INSCRICAO = "00"
               MOVE WS-MATRICULA IN WS-CHAVE-INSCRICAO
                   TO WS-MATRICULA-CORRENTE
               IF WS-PRIMEIRA-INSCRICAO = "S" OR
               END-IF
               PERFORM 2700-APURAR-RESULTADO
           END-IF
           PERFORM 2100-RETORNAR-SORT.

       2100-RETORNAR-SORT SECTION.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-DO-SORT TO TRUE
           END-RETURN.

       2600-ABRIR-ALUNO SECTION.
           MOVE "N"                    TO WS-PRIMEIRA-INSCRICAO
               INVALID KEY
                   CONTINUE
           END-READ
           PERFORM 2720-VERIFICAR-RECUPERACAO
           IF WS-AGUARDA-RECUPERACAO AND NOT WS-REPROVADO-FALTA
               IF NOT WS-TERMO-JA-ENCERRADO
                   ADD 1               TO WS-QTDE-EM-RECUP
                   GO TO 2700-FIM
               END-IF
               DISPLAY "RECUPERACAO SEM NOTA EM TERMO ENCERRADO - "
                       "MATRICULA " WS-MATRICULA IN WS-CHAVE-INSCRICAO
                       " MATERIA "
                       WS-COD-MATERIA IN WS-CHAVE-INSCRICAO
                       " CARIMBADA PELA MEDIA."
           END-IF
           IF WS-FS-NOTA = "00"
               COMPUTE WS-SOMA-NOTA-PESO =
                       WS-SOMA-NOTA-PESO + (WS-NOTA * WS-PESO-CREDITO)
       2700-FIM.
           CONTINUE.

      ******************************************************************
      * MEDIA DOS COMPONENTES NA FAIXA DE RECUPERACAO E PROVA AINDA
      * SEM NOTA (AVALMNT): O RESULTADO AGUARDA A PROVA, SALVO EM
      * TERMO JA ENCERRADO (2700 CARIMBA PELA MEDIA). REPROVACAO
      * POR FALTA NAO ESPERA - FALTA NAO SE RECUPERA POR NOTA.
      ******************************************************************
       2720-VERIFICAR-RECUPERACAO SECTION.
           MOVE "N"                    TO WS-RECUP-EM-ABERTO
           IF NOT WS-AVNOTA-ABERTA
               GO TO 2720-FIM
           END-IF
           MOVE WS-COD-MATERIA IN WS-CHAVE-INSCRICAO TO
               WS-COD-MATERIA IN WS-CHAVE-AVAL-NOTA
           MOVE WS-TERMO IN WS-CHAVE-INSCRICAO TO
               WS-TERMO IN WS-CHAVE-AVAL-NOTA
           MOVE WS-MATRICULA IN WS-CHAVE-INSCRICAO TO
               WS-MATRICULA IN WS-CHAVE-AVAL-NOTA
           READ AVNOTA-DAT KEY IS WS-CHAVE-AVAL-NOTA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-AVNOTA = "00" AND WS-RECUP-PENDENTE
               SET WS-AGUARDA-RECUPERACAO TO TRUE
           END-IF.
       2720-FIM.
           CONTINUE.

      ******************************************************************
      * SOMA AS AULAS E FALTAS DA INSCRICAO EM FREQ.DAT (CHAVE
      * MATERIA+TERMO+MATRICULA+DATA). SEM ARQUIVO DE FREQUENCIA OU
           MOVE WS-QTDE-PROBATORIO      TO WS-CKPT-QTDE-PROBATORIO
           MOVE WS-HASH-MATRICULAS      TO WS-CKPT-HASH-MATRICULAS
           MOVE WS-QTDE-REP-FALTA       TO WS-CKPT-QTDE-REP-FALTA
           MOVE WS-QTDE-EM-RECUP        TO WS-CKPT-QTDE-EM-RECUP
           WRITE WS-REG-CKPT
           CLOSE CKPT-DAT.

               DELIMITED BY SIZE INTO WS-LINHA-FECHTERM
           WRITE WS-LINHA-FECHTERM
           MOVE SPACES                  TO WS-LINHA-FECHTERM
           STRING "INSCRICOES EM RECUPERACAO: " WS-QTDE-EM-RECUP
               DELIMITED BY SIZE INTO WS-LINHA-FECHTERM
           WRITE WS-LINHA-FECHTERM
           MOVE SPACES                  TO WS-LINHA-FECHTERM
           STRING "ALUNOS EM PROBATORIO     : " WS-QTDE-PROBATORIO
               DELIMITED BY SIZE INTO WS-LINHA-FECHTERM
           WRITE WS-LINHA-FECHTERM
           CLOSE INSCRICAO-DAT NOTA-DAT ALUNO-DAT FECHTERM-PRT
           IF WS-FREQ-ABERTA
               CLOSE FREQ-DAT
           END-IF
           IF WS-AVNOTA-ABERTA
               CLOSE AVNOTA-DAT
           END-IF.
       END PROGRAM FECHTERM.
