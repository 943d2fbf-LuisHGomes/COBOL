      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO APROVEITAMENTO DE ESTUDOS
      *          (APROVEIT.DAT), INDEXADO POR MATRICULA + MATERIA.
      *          REGISTRA O APROVEITAMENTO DE DISCIPLINA CURSADA EM
      *          OUTRA INSTITUICAO (EXTERNO) COMO PENDENTE, COM A NOTA
      *          ORIGINAL, A INSTITUICAO E A DISCIPLINA DE ORIGEM;
      *          DEFERE OU INDEFERE OS PENDENTES (SO SUPERVISOR,
      *          NIVEL 9), INCLUSIVE OS INTERNOS GRAVADOS NA TROCA DE
      *          TURMA DO ALUNOMNT; E LISTA OS APROVEITAMENTOS DO
      *          ALUNO. A MATERIA PRECISA ESTAR NO CURRICULO DA TURMA
      *          DO ALUNO, DE ONDE VEM O PESO-CREDITO. SO O DEFERIDO
      *          CONTA NO GRADAUD, NO HISTESC E NOS PRE-REQUISITOS.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVEIT-DAT       ASSIGN TO "APROVDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-APROVEIT
                                      FILE STATUS IS WS-FS-APROVEIT.

           SELECT ALUNO-DAT          ASSIGN TO "ALUNODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-MATRICULA
                                      FILE STATUS IS WS-FS-ALUNO.

           SELECT CURRIC-DAT         ASSIGN TO "CURRIDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-CURRIC
                                      FILE STATUS IS WS-FS-CURRIC.

           SELECT EQUIV-DAT          ASSIGN TO "EQUIVDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-EQUIV
                                      FILE STATUS IS WS-FS-EQUIV.

           SELECT MATERIA-DAT        ASSIGN TO "MATERDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-COD-MATERIA IN WS-REG-MATERIA
                                      FILE STATUS IS WS-FS-MATERIA.

       DATA DIVISION.
       FILE SECTION.
       FD  APROVEIT-DAT.
           COPY APROVREG.

       FD  ALUNO-DAT.
           COPY ALUNOREG.

       FD  CURRIC-DAT.
           COPY CURRREG.

       FD  EQUIV-DAT.
           COPY EQUIVREG.

       FD  MATERIA-DAT.
           COPY MATREG.

       WORKING-STORAGE SECTION.
           COPY SIGNREG.
           COPY ACADPARM.
       77  WS-FS-APROVEIT           PIC X(002) VALUE "00".
       77  WS-FS-ALUNO              PIC X(002) VALUE "00".
       77  WS-FS-CURRIC             PIC X(002) VALUE "00".
       77  WS-FS-EQUIV              PIC X(002) VALUE "00".
       77  WS-FS-MATERIA            PIC X(002) VALUE "00".
       77  WS-OPCAO                 PIC 9(001) VALUE ZERO.
           88  WS-OPCAO-REGISTRAR       VALUE 1.
           88  WS-OPCAO-DECIDIR         VALUE 2.
           88  WS-OPCAO-LISTAR          VALUE 3.
           88  WS-OPCAO-SAIR            VALUE 4.
       77  WS-RESPOSTA              PIC X(001) VALUE SPACE.
       77  WS-DECISAO               PIC X(001) VALUE SPACE.
           88  WS-DECISAO-DEFERIR       VALUE "D" "d".
           88  WS-DECISAO-INDEFERIR     VALUE "I" "i".
       77  WS-DATA-HOJE             PIC 9(008) VALUE ZEROS.
       77  WS-MATRICULA-PROCURADA   PIC 9(011) VALUE ZEROS.
       77  WS-FIM-EQUIV             PIC X(001) VALUE "N".
           88  WS-EQUIV-ESGOTADO        VALUE "S".
       77  WS-EQUIV-ACHADA          PIC X(001) VALUE "N".
           88  WS-HA-EQUIV-EXTERNA      VALUE "S".
       77  WS-FIM-APROVEIT          PIC X(001) VALUE "N".
           88  WS-APROVEIT-ESGOTADO     VALUE "S".
       77  WS-QTDE-LISTADAS         PIC 9(003) VALUE ZERO.
       77  WS-NOTA-EDITADA          PIC ZZ9.99.
       77  WS-PESO-EDITADO          PIC Z9.9.
       77  WS-LINHA-REAPRES         PIC X(150) VALUE SPACES.

      ******************************************************************
      * PARAMETROS DA CHAMADA A GRAVAUD - OS LITERAIS SAO MOVIDOS PARA
      * CAMPOS DO TAMANHO EXATO DO LINKAGE DE GRAVAUD (E NAO PASSADOS
      * DIRETO) PORQUE O COMPILADOR RESERVA A AREA BY REFERENCE DE UM
      * LITERAL COM O TAMANHO DO PROPRIO LITERAL, NAO DO PARAMETRO.
      ******************************************************************
       01  WS-AUD-CALL.
           03  WS-AUD-CALL-PROGRAMA PIC X(008).
           03  WS-AUD-CALL-TERMINAL PIC X(008).
           03  WS-AUD-CALL-OPERADOR PIC X(008).
           03  WS-AUD-CALL-ACAO     PIC X(030).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 0100-SIGNON
           PERFORM 1000-MENU
                   UNTIL WS-OPCAO-SAIR
           STOP RUN.

       0100-SIGNON SECTION.
           CALL "SIGNON" USING WS-AREA-SIGNON
           IF NOT WS-SIGNON-OK
               DISPLAY "ACESSO NEGADO - PROGRAMA ENCERRADO."
               STOP RUN
           END-IF.

       1000-MENU SECTION.
           DISPLAY "=============================================".
           DISPLAY " APROVEITAMENTO DE ESTUDOS - APROVEIT.DAT".
           DISPLAY "   1 - REGISTRAR APROVEITAMENTO EXTERNO".
           DISPLAY "   2 - DEFERIR/INDEFERIR (SUPERVISOR)".
           DISPLAY "   3 - LISTAR APROVEITAMENTOS DO ALUNO".
           DISPLAY "   4 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO : " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN WS-OPCAO-REGISTRAR
                   PERFORM 2000-REGISTRAR-EXTERNO
               WHEN WS-OPCAO-DECIDIR
                   PERFORM 3000-DECIDIR-APROVEIT
               WHEN WS-OPCAO-LISTAR
                   PERFORM 4000-LISTAR-APROVEITS
               WHEN WS-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * O ALUNO PRECISA ESTAR ATIVO OU TRANCADO E A MATERIA ATIVA NO
      * CURRICULO DA TURMA DELE. A NOTA ORIGINAL, JA CONVERTIDA PARA A
      * ESCALA DA CASA, PRECISA ATINGIR A NOTA DE APROVACAO. O
      * REGISTRO NASCE PENDENTE; A TABELA DE EQUIVALENCIAS E SO
      * CONSULTADA PARA ORIENTAR O SUPERVISOR NA DECISAO. UM
      * APROVEITAMENTO INDEFERIDO PODE SER REAPRESENTADO.
      ******************************************************************
       2000-REGISTRAR-EXTERNO SECTION.
           MOVE SPACES                TO WS-REG-APROVEIT
           DISPLAY "MATRICULA                  : " WITH NO ADVANCING
           ACCEPT WS-APV-MATRICULA
           DISPLAY "MATERIA A APROVEITAR       : " WITH NO ADVANCING
           ACCEPT WS-APV-MATERIA

           OPEN INPUT ALUNO-DAT
           MOVE WS-APV-MATRICULA      TO WS-MATRICULA
           READ ALUNO-DAT KEY IS WS-MATRICULA
               INVALID KEY
                   DISPLAY "ALUNO NAO CADASTRADO - REJEITADO."
           END-READ
           CLOSE ALUNO-DAT
           IF WS-FS-ALUNO NOT = "00"
               GO TO 2000-FIM
           END-IF
           IF WS-ALUNO-INATIVO OR WS-ALUNO-FORMADO
               DISPLAY "ALUNO INATIVO OU FORMADO - REJEITADO."
               GO TO 2000-FIM
           END-IF
           DISPLAY "ALUNO : " WS-NOME "  TURMA : " WS-TURMA

           OPEN INPUT CURRIC-DAT
           MOVE WS-TURMA              TO WS-TURMA-CURRIC
           MOVE WS-APV-MATERIA        TO
               WS-COD-MATERIA IN WS-CHAVE-CURRIC
           READ CURRIC-DAT KEY IS WS-CHAVE-CURRIC
               INVALID KEY
                   DISPLAY "MATERIA NAO PERTENCE AO CURRICULO DA "
                           "TURMA DO ALUNO - REJEITADO."
           END-READ
           CLOSE CURRIC-DAT
           IF WS-FS-CURRIC NOT = "00"
               GO TO 2000-FIM
           END-IF
           IF WS-CURRIC-CABECALHO OR WS-CURRIC-INATIVO
               DISPLAY "MATERIA INATIVA NO CURRICULO DA TURMA - "
                       "REJEITADO."
               GO TO 2000-FIM
           END-IF

           DISPLAY "INSTITUICAO DE ORIGEM      : " WITH NO ADVANCING
           ACCEPT WS-APV-INSTITUICAO
           DISPLAY "DISCIPLINA DE ORIGEM       : " WITH NO ADVANCING
           ACCEPT WS-APV-DISCIPLINA
           IF WS-APV-INSTITUICAO = SPACES OR
              WS-APV-DISCIPLINA = SPACES
               DISPLAY "INSTITUICAO E DISCIPLINA OBRIGATORIAS - "
                       "REJEITADO."
               GO TO 2000-FIM
           END-IF
           DISPLAY "NOTA ORIGINAL (000.00)     : " WITH NO ADVANCING
           ACCEPT WS-APV-NOTA-ORIGEM
           IF WS-APV-NOTA-ORIGEM < WS-NOTA-APROVACAO
               DISPLAY "NOTA ABAIXO DA NOTA DE APROVACAO - "
                       "REJEITADO."
               GO TO 2000-FIM
           END-IF
           DISPLAY "TERMO CURSADO (AAAASS)     : " WITH NO ADVANCING
           ACCEPT WS-APV-TERMO-ORIGEM

           PERFORM 2100-CONSULTAR-EQUIV
           IF WS-HA-EQUIV-EXTERNA
               DISPLAY "HA EQUIVALENCIA EXTERNA CADASTRADA PARA "
                       "ESSA INSTITUICAO (GRUPO " WS-EQV-GRUPO ")."
           ELSE
               DISPLAY "ATENCAO - SEM EQUIVALENCIA CADASTRADA PARA "
                       "ESSA INSTITUICAO; DECISAO DO SUPERVISOR."
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           SET WS-APV-EXTERNO         TO TRUE
           MOVE WS-PESO-CURRIC        TO WS-APV-PESO-CREDITO
           MOVE WS-TURMA              TO WS-APV-TURMA
           MOVE WS-DATA-HOJE          TO WS-APV-DATA-REGISTRO
           MOVE WS-SIGN-OPERADOR      TO WS-APV-OPERADOR
           MOVE ZEROS                 TO WS-APV-DATA-DECISAO
           MOVE SPACES                TO WS-APV-SUPERVISOR
           SET WS-APV-PENDENTE        TO TRUE

           OPEN I-O APROVEIT-DAT
           IF WS-FS-APROVEIT = "35"
               OPEN OUTPUT APROVEIT-DAT
               CLOSE APROVEIT-DAT
               OPEN I-O APROVEIT-DAT
           END-IF
           WRITE WS-REG-APROVEIT
           IF WS-FS-APROVEIT = "22"
               PERFORM 2200-REAPRESENTAR
           END-IF
           IF WS-FS-APROVEIT = "00"
               DISPLAY "APROVEITAMENTO REGISTRADO - PENDENTE DE "
                       "DECISAO DO SUPERVISOR."
           ELSE
               IF WS-FS-APROVEIT NOT = "22"
                   DISPLAY "ERRO AO REGISTRAR - STATUS "
                           WS-FS-APROVEIT
               END-IF
           END-IF
           CLOSE APROVEIT-DAT.
       2000-FIM.
           CONTINUE.

      ******************************************************************
      * PROCURA, ENTRE AS ORIGENS ATIVAS QUE LEVAM A MATERIA NA TURMA
      * DO ALUNO, UMA ORIGEM EXTERNA DA MESMA INSTITUICAO.
      ******************************************************************
       2100-CONSULTAR-EQUIV SECTION.
           MOVE "N"                   TO WS-EQUIV-ACHADA
           MOVE "N"                   TO WS-FIM-EQUIV
           OPEN INPUT EQUIV-DAT
           IF WS-FS-EQUIV NOT = "00"
               GO TO 2100-FIM
           END-IF
           MOVE WS-TURMA              TO WS-EQV-TURMA
           MOVE WS-APV-MATERIA        TO WS-EQV-MATERIA-DESTINO
           MOVE ZEROS                 TO WS-EQV-GRUPO
                                         WS-EQV-SEQ
           START EQUIV-DAT KEY IS NOT LESS WS-CHAVE-EQUIV
               INVALID KEY
                   SET WS-EQUIV-ESGOTADO TO TRUE
           END-START
           PERFORM 2110-LER-EQUIV
                   UNTIL WS-EQUIV-ESGOTADO OR WS-HA-EQUIV-EXTERNA
           CLOSE EQUIV-DAT.
       2100-FIM.
           CONTINUE.

       2110-LER-EQUIV SECTION.
           READ EQUIV-DAT NEXT RECORD
               AT END
                   SET WS-EQUIV-ESGOTADO TO TRUE
           END-READ
           IF WS-EQUIV-ESGOTADO
               GO TO 2110-FIM
           END-IF
           IF WS-EQV-TURMA NOT = WS-TURMA OR
              WS-EQV-MATERIA-DESTINO NOT = WS-APV-MATERIA
               SET WS-EQUIV-ESGOTADO  TO TRUE
               GO TO 2110-FIM
           END-IF
           IF WS-EQV-ATIVA AND WS-EQV-EXTERNA AND
              WS-EQV-INSTITUICAO = WS-APV-INSTITUICAO
               SET WS-HA-EQUIV-EXTERNA TO TRUE
           END-IF.
       2110-FIM.
           CONTINUE.

      ******************************************************************
      * JA EXISTE APROVEITAMENTO PARA A MATERIA: SO O INDEFERIDO PODE
      * SER SUBSTITUIDO PELO NOVO PEDIDO.
      ******************************************************************
       2200-REAPRESENTAR SECTION.
           MOVE WS-REG-APROVEIT       TO WS-LINHA-REAPRES
           READ APROVEIT-DAT KEY IS WS-CHAVE-APROVEIT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-APROVEIT NOT = "00"
               DISPLAY "ERRO AO LER APROVEITAMENTO - STATUS "
                       WS-FS-APROVEIT
               GO TO 2200-FIM
           END-IF
           IF NOT WS-APV-INDEFERIDO
               DISPLAY "MATERIA JA APROVEITADA OU PENDENTE PARA "
                       "ESSE ALUNO - REJEITADO."
               MOVE "22"              TO WS-FS-APROVEIT
               GO TO 2200-FIM
           END-IF
           MOVE WS-LINHA-REAPRES      TO WS-REG-APROVEIT
           REWRITE WS-REG-APROVEIT.
       2200-FIM.
           CONTINUE.

      ******************************************************************
      * OPCAO RESTRITA A OPERADOR COM NIVEL DE SUPERVISOR. SO O
      * PENDENTE E DECIDIDO; A DECISAO PASSA PELA AUDITORIA E GRAVA O
      * SUPERVISOR E A DATA.
      ******************************************************************
       3000-DECIDIR-APROVEIT SECTION.
           IF NOT WS-SIGN-SUPERVISOR
               DISPLAY "DECISAO DE APROVEITAMENTO RESTRITA A "
                       "SUPERVISOR - ACESSO NEGADO."
               GO TO 3000-FIM
           END-IF
           DISPLAY "MATRICULA                  : " WITH NO ADVANCING
           ACCEPT WS-APV-MATRICULA
           DISPLAY "MATERIA                    : " WITH NO ADVANCING
           ACCEPT WS-APV-MATERIA
           OPEN I-O APROVEIT-DAT
           IF WS-FS-APROVEIT NOT = "00"
               DISPLAY "ARQUIVO DE APROVEITAMENTO AINDA NAO EXISTE."
               GO TO 3000-FIM
           END-IF
           READ APROVEIT-DAT KEY IS WS-CHAVE-APROVEIT
               INVALID KEY
                   DISPLAY "APROVEITAMENTO NAO ENCONTRADO."
           END-READ
           IF WS-FS-APROVEIT NOT = "00"
               CLOSE APROVEIT-DAT
               GO TO 3000-FIM
           END-IF
           PERFORM 4300-EXIBIR-DETALHE
           IF NOT WS-APV-PENDENTE
               DISPLAY "APROVEITAMENTO JA DECIDIDO EM "
                       WS-APV-DATA-DECISAO " POR " WS-APV-SUPERVISOR
               CLOSE APROVEIT-DAT
               GO TO 3000-FIM
           END-IF
           DISPLAY "DEFERIR (D) OU INDEFERIR (I) ? "
                   WITH NO ADVANCING
           ACCEPT WS-DECISAO
           IF NOT WS-DECISAO-DEFERIR AND NOT WS-DECISAO-INDEFERIR
               DISPLAY "DECISAO INVALIDA."
               CLOSE APROVEIT-DAT
               GO TO 3000-FIM
           END-IF
           DISPLAY "CONFIRMA A DECISAO : S/N ? " WITH NO ADVANCING
           ACCEPT WS-RESPOSTA
           MOVE "APROVMNT"            TO WS-AUD-CALL-PROGRAMA
           MOVE WS-SIGN-TERMINAL      TO WS-AUD-CALL-TERMINAL
           MOVE WS-SIGN-OPERADOR      TO WS-AUD-CALL-OPERADOR
           IF WS-DECISAO-DEFERIR
               MOVE "DEFERIR APROVEITAMENTO" TO WS-AUD-CALL-ACAO
           ELSE
               MOVE "INDEFERIR APROVEITAMENTO" TO WS-AUD-CALL-ACAO
           END-IF
           CALL "GRAVAUD" USING WS-AUD-CALL-PROGRAMA
                   WS-AUD-CALL-TERMINAL WS-AUD-CALL-OPERADOR
                   WS-AUD-CALL-ACAO WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
               DISPLAY "DECISAO CANCELADA."
               CLOSE APROVEIT-DAT
               GO TO 3000-FIM
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-DECISAO-DEFERIR
               SET WS-APV-DEFERIDO    TO TRUE
           ELSE
               SET WS-APV-INDEFERIDO  TO TRUE
           END-IF
           MOVE WS-DATA-HOJE          TO WS-APV-DATA-DECISAO
           MOVE WS-SIGN-OPERADOR      TO WS-APV-SUPERVISOR
           REWRITE WS-REG-APROVEIT
           IF WS-FS-APROVEIT = "00"
               DISPLAY "DECISAO GRAVADA."
           ELSE
               DISPLAY "ERRO AO GRAVAR A DECISAO - STATUS "
                       WS-FS-APROVEIT
           END-IF
           CLOSE APROVEIT-DAT.
       3000-FIM.
           CONTINUE.

       4000-LISTAR-APROVEITS SECTION.
           DISPLAY "MATRICULA : " WITH NO ADVANCING
           ACCEPT WS-MATRICULA-PROCURADA
           MOVE "N"                   TO WS-FIM-APROVEIT
           MOVE ZERO                  TO WS-QTDE-LISTADAS
           OPEN INPUT APROVEIT-DAT
           IF WS-FS-APROVEIT NOT = "00"
               DISPLAY "ARQUIVO DE APROVEITAMENTO AINDA NAO EXISTE."
               GO TO 4000-FIM
           END-IF
           OPEN INPUT MATERIA-DAT
           MOVE WS-MATRICULA-PROCURADA TO WS-APV-MATRICULA
           MOVE ZEROS                 TO WS-APV-MATERIA
           START APROVEIT-DAT KEY IS NOT LESS WS-CHAVE-APROVEIT
               INVALID KEY
                   SET WS-APROVEIT-ESGOTADO TO TRUE
           END-START
           IF NOT WS-APROVEIT-ESGOTADO
               PERFORM 4100-LER-APROVEIT
           END-IF
           PERFORM 4200-EXIBIR-APROVEIT
                   UNTIL WS-APROVEIT-ESGOTADO
           IF WS-QTDE-LISTADAS = ZERO
               DISPLAY "ALUNO SEM APROVEITAMENTO REGISTRADO."
           END-IF
           CLOSE MATERIA-DAT
           CLOSE APROVEIT-DAT.
       4000-FIM.
           CONTINUE.

       4100-LER-APROVEIT SECTION.
           READ APROVEIT-DAT NEXT RECORD
               AT END
                   SET WS-APROVEIT-ESGOTADO TO TRUE
           END-READ
           IF NOT WS-APROVEIT-ESGOTADO
               IF WS-APV-MATRICULA NOT = WS-MATRICULA-PROCURADA
                   SET WS-APROVEIT-ESGOTADO TO TRUE
               END-IF
           END-IF.

       4200-EXIBIR-APROVEIT SECTION.
           MOVE WS-APV-MATERIA
               TO WS-COD-MATERIA IN WS-REG-MATERIA
           READ MATERIA-DAT KEY IS WS-COD-MATERIA IN WS-REG-MATERIA
               INVALID KEY
                   MOVE "MATERIA NAO CADASTRADA" TO WS-NOME-MATERIA
           END-READ
           DISPLAY "MATERIA : " WS-APV-MATERIA " "
                   WS-NOME-MATERIA (1:30)
           PERFORM 4300-EXIBIR-DETALHE
           ADD 1                      TO WS-QTDE-LISTADAS
           PERFORM 4100-LER-APROVEIT.

       4300-EXIBIR-DETALHE SECTION.
           MOVE WS-APV-NOTA-ORIGEM    TO WS-NOTA-EDITADA
           MOVE WS-APV-PESO-CREDITO   TO WS-PESO-EDITADO
           IF WS-APV-INTERNO
               DISPLAY "   INTERNO (TROCA DE TURMA) - "
                       WS-APV-DISCIPLINA
           ELSE
               DISPLAY "   EXTERNO - " WS-APV-INSTITUICAO " - "
                       WS-APV-DISCIPLINA
           END-IF
           DISPLAY "   NOTA : " WS-NOTA-EDITADA
                   "  TERMO : " WS-APV-TERMO-ORIGEM
                   "  PESO : " WS-PESO-EDITADO
                   "  SITUACAO : " WS-APV-SITUACAO
           DISPLAY "   REGISTRADO EM " WS-APV-DATA-REGISTRO
                   " POR " WS-APV-OPERADOR
                   "  DECIDIDO EM " WS-APV-DATA-DECISAO
                   " POR " WS-APV-SUPERVISOR.
       END PROGRAM APROVMNT.
