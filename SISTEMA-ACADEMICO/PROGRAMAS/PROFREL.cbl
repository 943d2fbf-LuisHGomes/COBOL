      *          TERMO), FILTRA AS ATRIBUICOES ATIVAS DO TERMO
      *          INFORMADO E IMPRIME, POR PROFESSOR, CADA TURMA
      *          ATRIBUIDA COM O NOME DA MATERIA E OS ALUNOS
      *          INSCRITOS NA TURMA, FECHANDO COM
      *          A QUANTIDADE DE TURMAS E O TOTAL DE ALUNOS DO
      *          PROFESSOR E O TOTAL GERAL - O NUMERO QUE ENCERRA A
      *          DISCUSSAO DE FOLHA DE CADA TERMO. TUDO EM
      *          PROFREL.PRT, NO ESTILO DO RELTURMA.
      * Modification History:
      * 15/10/2026 LHG - OS ALUNOS DE CADA TURMA SAO CONTADOS NA
      *                   PROPRIA TURMA, PELA CHAVE ALTERNADA
      *                   MATERIA+TERMO DE INSCRICAO.DAT (DD
      *                   INSCRDA1), EM VEZ DO CONTADOR DE VAGAS DA
      *                   OFERTA - QUE SO EXISTE PARA MATERIA COM
      *                   CONTROLE DE VAGAS CADASTRADO.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        WS-COD-MATERIA IN WS-REG-MATERIA
                                      FILE STATUS IS WS-FS-MATERIA.

           SELECT INSCRICAO-DAT      ASSIGN TO "INSCRDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-INSCRICAO
                                      ALTERNATE RECORD KEY IS
                                        WS-CHAVE-INSC-OFERTA
                                        WITH DUPLICATES
                                      FILE STATUS IS WS-FS-INSCRICAO.

           SELECT PROFREL-PRT        ASSIGN TO "PROFRPRT"
                                      ORGANIZATION LINE SEQUENTIAL
       FD  MATERIA-DAT.
           COPY MATREG.

       FD  INSCRICAO-DAT.
           COPY INSCREG.

       FD  PROFREL-PRT
           RECORD CONTAINS 80 CHARACTERS.
       77  WS-FS-ATRIBUI             PIC X(002) VALUE "00".
       77  WS-FS-PROFESSOR           PIC X(002) VALUE "00".
       77  WS-FS-MATERIA             PIC X(002) VALUE "00".
       77  WS-FS-INSCRICAO           PIC X(002) VALUE "00".
       77  WS-FS-PROFREL             PIC X(002) VALUE "00".
       77  WS-FIM-ATRIBUI            PIC X(001) VALUE "N".
           88  WS-FIM-DE-ARQUIVO         VALUE "S".
       77  WS-QTDE-PROFESSORES       PIC 9(005) VALUE ZERO.
       77  WS-QTDE-TURMAS-GERAL      PIC 9(005) VALUE ZERO.
       77  WS-QTDE-ALUNOS-GERAL      PIC 9(007) VALUE ZERO.
       77  WS-QTDE-ALUNOS-TURMA      PIC 9(005) VALUE ZERO.
       77  WS-INSCRICAO-DISPONIVEL   PIC X(001) VALUE "N".
           88  WS-INSCRICAO-ABERTA       VALUE "S".
       77  WS-FIM-TURMA              PIC X(001) VALUE "N".
           88  WS-FIM-DA-TURMA           VALUE "S".

       01  WS-CAB-PROF.
           03  FILLER                PIC X(021) VALUE
           END-IF
           OPEN INPUT PROFESSOR-DAT
           OPEN INPUT MATERIA-DAT
           MOVE "N"                  TO WS-INSCRICAO-DISPONIVEL
           OPEN INPUT INSCRICAO-DAT
           IF WS-FS-INSCRICAO = "00"
               SET WS-INSCRICAO-ABERTA TO TRUE
           ELSE
               DISPLAY "INSCRICAO.DAT INDISPONIVEL - TURMAS SAEM "
                       "SEM ALUNOS."
           END-IF
           OPEN OUTPUT PROFREL-PRT
           PERFORM 2100-LER-ATRIBUICAO.

                   MOVE "** NOME NAO ENCONTRADO **"
                       TO WS-NOME-MATERIA
           END-READ
           PERFORM 2750-CONTAR-ALUNOS-TURMA
           MOVE WS-COD-MATERIA IN WS-CHAVE-ATRIBUICAO
               TO WS-DET-MATERIA
           MOVE WS-NOME-MATERIA      TO WS-DET-NOME
           MOVE WS-QTDE-ALUNOS-TURMA TO WS-DET-ALUNOS
           WRITE WS-LINHA-PROFREL FROM WS-DET-TURMA
           ADD 1                     TO WS-QTDE-TURMAS-PROF
           ADD WS-QTDE-ALUNOS-TURMA  TO WS-QTDE-ALUNOS-PROF.

      ******************************************************************
      * ALUNOS DA TURMA: INSCRICOES DA MATERIA/TERMO LIDAS PELA CHAVE
      * ALTERNADA. CANCELADA E TRANCADA NAO CONTAM; ATIVA E JA
      * CARIMBADA (APROVADA/REPROVADA) CONTAM - O ALUNO FOI ATENDIDO.
      ******************************************************************
       2750-CONTAR-ALUNOS-TURMA SECTION.
           MOVE ZERO                 TO WS-QTDE-ALUNOS-TURMA
           MOVE "N"                  TO WS-FIM-TURMA
           IF NOT WS-INSCRICAO-ABERTA
               GO TO 2750-FIM
           END-IF
           MOVE WS-COD-MATERIA IN WS-CHAVE-ATRIBUICAO
               TO WS-MATERIA-INSC-ALT
           MOVE WS-TERMO IN WS-CHAVE-ATRIBUICAO
               TO WS-TERMO-INSC-ALT
           START INSCRICAO-DAT KEY IS EQUAL TO WS-CHAVE-INSC-OFERTA
               INVALID KEY
                   SET WS-FIM-DA-TURMA TO TRUE
           END-START
           IF NOT WS-FIM-DA-TURMA
               PERFORM 2760-LER-INSCRICAO-TURMA
           END-IF
           PERFORM 2770-SOMAR-ALUNO-TURMA
                   UNTIL WS-FIM-DA-TURMA.
       2750-FIM.
           CONTINUE.

       2760-LER-INSCRICAO-TURMA SECTION.
           READ INSCRICAO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DA-TURMA TO TRUE
           END-READ
           IF NOT WS-FIM-DA-TURMA
               IF WS-MATERIA-INSC-ALT NOT =
                  WS-COD-MATERIA IN WS-CHAVE-ATRIBUICAO OR
                  WS-TERMO-INSC-ALT NOT =
                  WS-TERMO IN WS-CHAVE-ATRIBUICAO
                   SET WS-FIM-DA-TURMA TO TRUE
               END-IF
           END-IF.

       2770-SOMAR-ALUNO-TURMA SECTION.
           IF NOT WS-INSCRICAO-CANCEL AND
              NOT WS-INSCRICAO-TRANCADA
               ADD 1                 TO WS-QTDE-ALUNOS-TURMA
           END-IF
           PERFORM 2760-LER-INSCRICAO-TURMA.

       2500-FECHAR-PROFESSOR SECTION.
           MOVE WS-QTDE-TURMAS-PROF  TO WS-RODP-TURMAS
                   " PROFESSORES NO TERMO " WS-TERMO-RELATORIO ".".

       9000-ENCERRAMENTO SECTION.
           CLOSE ATRIBUI-DAT PROFESSOR-DAT MATERIA-DAT PROFREL-PRT
           IF WS-INSCRICAO-ABERTA
               CLOSE INSCRICAO-DAT
           END-IF.
       END PROGRAM PROFREL.
