      *                   TRANCADA NO HISTORICO - RESULTADO
      *                   DEFINITIVO, SEM PENDENCIA E SEM IMPEDIR A
      *                   COPIA OFICIAL.
      * 15/10/2026 LHG - SECAO "APROVEITAMENTO DE ESTUDOS" ANTES DO CR
      *                   ACUMULADO COM OS APROVEITAMENTOS DEFERIDOS
      *                   (APROVEIT.DAT): NOTA ORIGINAL, PESO E
      *                   ORIGEM; NAO ENTRAM NO CR.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RECORD KEY IS WS-CHAVE-NOTA
                                      FILE STATUS IS WS-FS-NOTA.

           SELECT APROVEIT-DAT       ASSIGN TO "APROVDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-APROVEIT
                                      FILE STATUS IS WS-FS-APROVEIT.

           SELECT SORT-WORK          ASSIGN TO "WORKHIST".

           SELECT HISTESC-PRT        ASSIGN TO "HISTEPRT"
       FD  NOTA-DAT.
           COPY NOTAREG.

       FD  APROVEIT-DAT.
           COPY APROVREG.

       SD  SORT-WORK.
       01  WS-REG-SORT.
           03  WS-SORT-MATRICULA     PIC 9(011).
       77  WS-FS-HISTESC             PIC X(002) VALUE "00".
       77  WS-FS-CTRLHIST            PIC X(002) VALUE "00".
       77  WS-FS-EMISHIST            PIC X(002) VALUE "00".
       77  WS-FS-APROVEIT            PIC X(002) VALUE "00".
       77  WS-APROVEIT-ABERTO        PIC X(001) VALUE "N".
           88  WS-ARQ-APROVEIT-ABERTO    VALUE "S".
       77  WS-FIM-APROVEIT           PIC X(001) VALUE "N".
           88  WS-APROVEIT-ESGOTADO      VALUE "S".
       77  WS-QTDE-APROVEIT-ALUNO    PIC 9(003) VALUE ZERO.
       77  WS-FIM-SORT               PIC X(001) VALUE "N".
           88  WS-FIM-DO-SORT            VALUE "S".
       77  WS-MATRICULA-INICIAL      PIC 9(011) VALUE ZEROS.
           03  FILLER                PIC X(023) VALUE
               " TRANCADA (TRANCAMENTO)".

       01  WS-CAB-APROVEIT           PIC X(080) VALUE
           "  APROVEITAMENTO DE ESTUDOS (FORA DO CR)".

       01  WS-DET-APROVEIT.
           03  FILLER                PIC X(007) VALUE "    MAT".
           03  WS-DETA-MATERIA       PIC 9(015).
           03  FILLER                PIC X(008) VALUE " NOTA : ".
           03  WS-DETA-NOTA          PIC ZZ9,99.
           03  FILLER                PIC X(008) VALUE " PESO : ".
           03  WS-DETA-PESO          PIC Z9,9.
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DETA-RESULTADO     PIC X(011) VALUE "APROVEITADA".
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DETA-TERMO         PIC 9(006).

       01  WS-DET-APROVEIT-ORIGEM.
           03  FILLER                PIC X(015) VALUE
               "      ORIGEM : ".
           03  WS-DETO-INSTITUICAO   PIC X(030).
           03  FILLER                PIC X(003) VALUE " / ".
           03  WS-DETO-DISCIPLINA    PIC X(030).

       01  WS-ROD-TERMO.
           03  FILLER                PIC X(018) VALUE
               "  CR DO TERMO   : ".
           END-IF
           OPEN INPUT ALUNO-DAT
           OPEN INPUT NOTA-DAT
           OPEN INPUT APROVEIT-DAT
           IF WS-FS-APROVEIT = "00"
               SET WS-ARQ-APROVEIT-ABERTO TO TRUE
           END-IF
           OPEN OUTPUT HISTESC-PRT
           PERFORM 1100-LER-ULTIMA-VIA
           OPEN EXTEND EMISHIST-DAT
      * NO FECHAMENTO DO ALUNO SAI O CR ACUMULADO E A LINHA DE
      * AUTENTICACAO: COPIA OFICIAL NUMERADA (E REGISTRADA EM
      * EMISHIST.DAT) QUANDO NAO HA PENDENCIA, OU A MARCA D'AGUA
      * PARCIAL QUANDO AINDA EXISTE NOTA PENDENTE. ANTES DO CR VEM A
      * SECAO DE APROVEITAMENTO DE ESTUDOS.
      ******************************************************************
       3700-FECHAR-ALUNO-SE-ABERTO SECTION.
           IF WS-PRIMEIRO-ALUNO NOT = "S"
               PERFORM 3600-FECHAR-TERMO-SE-ABERTO
               MOVE "S"                TO WS-PRIMEIRO-TERMO
               IF WS-ARQ-APROVEIT-ABERTO
                   PERFORM 3750-IMPRIMIR-APROVEITAMENTOS
               END-IF
               IF WS-SOMA-PESO-ACUM > ZERO
                   COMPUTE WS-CR-CALCULADO ROUNDED =
                           WS-SOMA-NP-ACUM / WS-SOMA-PESO-ACUM
               ADD 1                   TO WS-TOTAL-EMITIDOS
           END-IF.

      ******************************************************************
      * SO O APROVEITAMENTO DEFERIDO SAI NO HISTORICO. A NOTA ORIGINAL
      * E DE OUTRA INSTITUICAO OU DE OUTRA MATERIA (TROCA DE TURMA),
      * POR ISSO FICA FORA DA MEDIA PONDERADA DO CR. O TERMO IMPRESSO
      * E O TERMO EM QUE A DISCIPLINA DE ORIGEM FOI CURSADA.
      ******************************************************************
       3750-IMPRIMIR-APROVEITAMENTOS SECTION.
           MOVE ZERO                   TO WS-QTDE-APROVEIT-ALUNO
           MOVE "N"                    TO WS-FIM-APROVEIT
           MOVE WS-MATRICULA-ANTERIOR  TO WS-APV-MATRICULA
           MOVE ZEROS                  TO WS-APV-MATERIA
           START APROVEIT-DAT KEY IS NOT LESS WS-CHAVE-APROVEIT
               INVALID KEY
                   SET WS-APROVEIT-ESGOTADO TO TRUE
           END-START
           IF NOT WS-APROVEIT-ESGOTADO
               PERFORM 3760-LER-APROVEITAMENTO
           END-IF
           PERFORM 3770-IMPRIMIR-APROVEITAMENTO
                   UNTIL WS-APROVEIT-ESGOTADO.

       3760-LER-APROVEITAMENTO SECTION.
           READ APROVEIT-DAT NEXT RECORD
               AT END
                   SET WS-APROVEIT-ESGOTADO TO TRUE
           END-READ
           IF NOT WS-APROVEIT-ESGOTADO
               IF WS-APV-MATRICULA NOT = WS-MATRICULA-ANTERIOR
                   SET WS-APROVEIT-ESGOTADO TO TRUE
               END-IF
           END-IF.

       3770-IMPRIMIR-APROVEITAMENTO SECTION.
           IF WS-APV-DEFERIDO
               IF WS-QTDE-APROVEIT-ALUNO = ZERO
                   MOVE SPACES         TO WS-LINHA-HISTESC
                   WRITE WS-LINHA-HISTESC
                   WRITE WS-LINHA-HISTESC FROM WS-CAB-APROVEIT
               END-IF
               ADD 1                   TO WS-QTDE-APROVEIT-ALUNO
               MOVE WS-APV-MATERIA     TO WS-DETA-MATERIA
               MOVE WS-APV-NOTA-ORIGEM TO WS-DETA-NOTA
               MOVE WS-APV-PESO-CREDITO TO WS-DETA-PESO
               MOVE WS-APV-TERMO-ORIGEM TO WS-DETA-TERMO
               WRITE WS-LINHA-HISTESC FROM WS-DET-APROVEIT
               MOVE WS-APV-INSTITUICAO TO WS-DETO-INSTITUICAO
               MOVE WS-APV-DISCIPLINA  TO WS-DETO-DISCIPLINA
               WRITE WS-LINHA-HISTESC FROM WS-DET-APROVEIT-ORIGEM
           END-IF
           PERFORM 3760-LER-APROVEITAMENTO.

       3800-REGISTRAR-EMISSAO SECTION.
           MOVE WS-ULTIMA-VIA          TO WS-EMIS-NUMERO
           MOVE WS-MATRICULA-ANTERIOR  TO WS-EMIS-MATRICULA

       9000-ENCERRAMENTO SECTION.
           CLOSE INSCRICAO-DAT ALUNO-DAT NOTA-DAT HISTESC-PRT
                 EMISHIST-DAT
           IF WS-ARQ-APROVEIT-ABERTO
               CLOSE APROVEIT-DAT
           END-IF.
       END PROGRAM HISTESC.
