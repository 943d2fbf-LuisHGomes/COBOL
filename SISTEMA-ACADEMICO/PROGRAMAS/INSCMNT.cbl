      *                   CREDITO DO ALUNO (CREDITO.DAT), QUE O
      *                   CAIXA (PAGTOMNT) APLICA OU DEVOLVE. O
      *                   ESTORNO PASSA PELA AUDITORIA (GRAVAUD).
      * 15/10/2026 LHG - INSCRICAO RECUSADA PARA ALUNO FORMADO
      *                   (SITUACAO F, CARIMBADA PELO COLACAO).
      * 15/10/2026 LHG - PRE-REQUISITO CUMPRIDO TAMBEM POR
      *                   APROVEITAMENTO DE ESTUDOS DEFERIDO
      *                   (APROVEIT.DAT), SEM RESTRICAO DE TERMO.
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

           SELECT CALEND-DAT         ASSIGN TO "CALENDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
       FD  NOTA-DAT.
           COPY NOTAREG.

       FD  APROVEIT-DAT.
           COPY APROVREG.

       FD  CALEND-DAT.
           COPY CALENREG.

           88  WS-NOTAS-ESGOTADAS      VALUE "S".
       77  WS-NOTA-DISPONIVEL       PIC X(001) VALUE "N".
           88  WS-NOTA-ABERTA          VALUE "S".
       77  WS-FS-APROVEIT           PIC X(002) VALUE "00".
       77  WS-APROVEIT-DISPONIVEL   PIC X(001) VALUE "N".
           88  WS-APROVEIT-ABERTO      VALUE "S".
       77  WS-FS-CALEND             PIC X(002) VALUE "00".
       77  WS-TERMO-FECHADO         PIC X(001) VALUE "N".
           88  WS-FORA-DA-JANELA       VALUE "S".
                       "INSCRICAO REJEITADA ATE O RETORNO."
               GO TO 2000-FIM
           END-IF
           IF WS-ALUNO-FORMADO
               DISPLAY "ALUNO JA COLOU GRAU (COLACAO) - "
                       "INSCRICAO REJEITADA."
               GO TO 2000-FIM
           END-IF

           PERFORM 2900-VERIFICAR-BLOQUEIO
           IF WS-INSCRICAO-BLOQUEADA
      * CHECAGEM DE PRE-REQUISITOS: PARA CADA PRE-REQUISITO ATIVO DA
      * MATERIA EM PREREQ.DAT, O ALUNO PRECISA DE NOTA DE APROVACAO
      * (WS-NOTA-APROVACAO DE ACADPARM) EM TERMO ANTERIOR AO DA
      * INSCRICAO, EM NOTA.DAT, OU APROVEITAMENTO DE ESTUDOS DEFERIDO
      * EM APROVEIT.DAT. CADA PRE-REQUISITO PENDENTE E
      * INFORMADO AO OPERADOR PELO CODIGO E NOME. MATERIA SEM
      * PRE-REQUISITO CADASTRADO SEGUE COMO SEMPRE.
      ******************************************************************
           IF WS-FS-NOTA = "00"
               SET WS-NOTA-ABERTA     TO TRUE
           END-IF
           MOVE "N"                   TO WS-APROVEIT-DISPONIVEL
           OPEN INPUT APROVEIT-DAT
           IF WS-FS-APROVEIT = "00"
               SET WS-APROVEIT-ABERTO TO TRUE
           END-IF
           OPEN INPUT MATERIA-DAT
           MOVE WS-COD-MATERIA IN WS-CHAVE-INSCRICAO
               TO WS-COD-MATERIA IN WS-CHAVE-PREREQ
           IF WS-NOTA-ABERTA
               CLOSE NOTA-DAT
           END-IF
           IF WS-APROVEIT-ABERTO
               CLOSE APROVEIT-DAT
           END-IF
           CLOSE PREREQ-DAT.
       2700-FIM.
           CONTINUE.
       2720-CHECAR-PREREQ SECTION.
           IF WS-PREREQ-ATIVO
               PERFORM 2730-PROCURAR-APROVACAO
               IF NOT WS-PREREQ-APROVADO
                   PERFORM 2735-PROCURAR-APROVEITAMENTO
               END-IF
               IF NOT WS-PREREQ-APROVADO
                   SET WS-FALTA-PREREQ TO TRUE
                   MOVE WS-COD-MATERIA-REQ
       2730-FIM.
           CONTINUE.

      ******************************************************************
      * SEM NOTA DE APROVACAO, O PRE-REQUISITO AINDA PODE TER SIDO
      * APROVEITADO (OUTRA INSTITUICAO OU TROCA DE TURMA) - SO O
      * APROVEITAMENTO DEFERIDO CONTA.
      ******************************************************************
       2735-PROCURAR-APROVEITAMENTO SECTION.
           IF NOT WS-APROVEIT-ABERTO
               GO TO 2735-FIM
           END-IF
           MOVE WS-MATRICULA IN WS-CHAVE-INSCRICAO
               TO WS-APV-MATRICULA
           MOVE WS-COD-MATERIA-REQ    TO WS-APV-MATERIA
           READ APROVEIT-DAT KEY IS WS-CHAVE-APROVEIT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-APROVEIT = "00" AND WS-APV-DEFERIDO
               SET WS-PREREQ-APROVADO TO TRUE
           END-IF.
       2735-FIM.
           CONTINUE.

       2740-LER-NOTA SECTION.
           READ NOTA-DAT NEXT RECORD
               AT END
