      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE EQUIVALENCIAS (EQUIV.DAT),
      *          INDEXADA POR TURMA (CURSO) + MATERIA DE DESTINO +
      *          GRUPO + SEQUENCIA. INCLUI, INATIVA E LISTA AS ORIGENS
      *          QUE LEVAM A UMA MATERIA DO CURRICULO DA TURMA: MATERIA
      *          DO CATALOGO (INTERNA, USADA NA TROCA DE TURMA PELO
      *          ALUNOMNT) OU DISCIPLINA DE OUTRA INSTITUICAO (EXTERNA,
      *          REFERENCIA PARA O APROVEITAMENTO DO APROVMNT). AS
      *          ORIGENS DE UM MESMO GRUPO SAO EXIGIDAS JUNTAS; GRUPOS
      *          DIFERENTES SAO ALTERNATIVAS. A MATERIA DE DESTINO
      *          PRECISA ESTAR NO CURRICULO DA TURMA (CURRIC.DAT).
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIVMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIV-DAT          ASSIGN TO "EQUIVDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-EQUIV
                                      FILE STATUS IS WS-FS-EQUIV.

           SELECT CURRIC-DAT         ASSIGN TO "CURRIDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-CURRIC
                                      FILE STATUS IS WS-FS-CURRIC.

           SELECT MATERIA-DAT        ASSIGN TO "MATERDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-COD-MATERIA IN WS-REG-MATERIA
                                      FILE STATUS IS WS-FS-MATERIA.

       DATA DIVISION.
       FILE SECTION.
       FD  EQUIV-DAT.
           COPY EQUIVREG.

       FD  CURRIC-DAT.
           COPY CURRREG.

       FD  MATERIA-DAT.
           COPY MATREG.

       WORKING-STORAGE SECTION.
           COPY SIGNREG.
       77  WS-FS-EQUIV              PIC X(002) VALUE "00".
       77  WS-FS-CURRIC             PIC X(002) VALUE "00".
       77  WS-FS-MATERIA            PIC X(002) VALUE "00".
       77  WS-OPCAO                 PIC 9(001) VALUE ZERO.
           88  WS-OPCAO-INCLUIR         VALUE 1.
           88  WS-OPCAO-INATIVAR        VALUE 2.
           88  WS-OPCAO-LISTAR          VALUE 3.
           88  WS-OPCAO-SAIR            VALUE 4.
       77  WS-RESPOSTA              PIC X(001) VALUE SPACE.
       77  WS-TIPO-INFORMADO        PIC X(001) VALUE SPACE.
           88  WS-TIPO-VALIDO           VALUE "I" "i" "E" "e".
       77  WS-TURMA-PROCURADA       PIC X(002) VALUE SPACES.
       77  WS-FIM-EQUIV             PIC X(001) VALUE "N".
           88  WS-EQUIV-ESGOTADO        VALUE "S".
       77  WS-QTDE-LISTADAS         PIC 9(003) VALUE ZERO.

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
           DISPLAY " EQUIVALENCIAS DE MATERIA - EQUIV.DAT".
           DISPLAY "   1 - INCLUIR ORIGEM DE EQUIVALENCIA".
           DISPLAY "   2 - INATIVAR ORIGEM DE EQUIVALENCIA".
           DISPLAY "   3 - LISTAR EQUIVALENCIAS DA TURMA".
           DISPLAY "   4 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO : " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN WS-OPCAO-INCLUIR
                   PERFORM 2000-INCLUIR-EQUIV
               WHEN WS-OPCAO-INATIVAR
                   PERFORM 3000-INATIVAR-EQUIV
               WHEN WS-OPCAO-LISTAR
                   PERFORM 4000-LISTAR-EQUIVS
               WHEN WS-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * A MATERIA DE DESTINO PRECISA ESTAR ATIVA NO CURRICULO DA TURMA.
      * ORIGEM INTERNA: MATERIA DO CATALOGO, DIFERENTE DA DE DESTINO.
      * ORIGEM EXTERNA: INSTITUICAO E DISCIPLINA OBRIGATORIAS.
      ******************************************************************
       2000-INCLUIR-EQUIV SECTION.
           MOVE SPACES                TO WS-REG-EQUIV
           DISPLAY "TURMA (CURSO) DE DESTINO   : " WITH NO ADVANCING
           ACCEPT WS-EQV-TURMA
           DISPLAY "MATERIA DE DESTINO         : " WITH NO ADVANCING
           ACCEPT WS-EQV-MATERIA-DESTINO
           DISPLAY "GRUPO (01-99)              : " WITH NO ADVANCING
           ACCEPT WS-EQV-GRUPO
           DISPLAY "SEQUENCIA NO GRUPO (01-99) : " WITH NO ADVANCING
           ACCEPT WS-EQV-SEQ
           IF WS-EQV-GRUPO = ZERO OR WS-EQV-SEQ = ZERO
               DISPLAY "GRUPO E SEQUENCIA DEVEM SER MAIORES QUE "
                       "ZERO - REJEITADO."
               GO TO 2000-FIM
           END-IF

           OPEN INPUT CURRIC-DAT
           MOVE WS-EQV-TURMA          TO WS-TURMA-CURRIC
           MOVE WS-EQV-MATERIA-DESTINO
               TO WS-COD-MATERIA IN WS-CHAVE-CURRIC
           READ CURRIC-DAT KEY IS WS-CHAVE-CURRIC
               INVALID KEY
                   DISPLAY "MATERIA NAO PERTENCE AO CURRICULO DA "
                           "TURMA - REJEITADO."
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

           DISPLAY "ORIGEM INTERNA (I) OU EXTERNA (E) ? "
                   WITH NO ADVANCING
           ACCEPT WS-TIPO-INFORMADO
           IF NOT WS-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO - REJEITADO."
               GO TO 2000-FIM
           END-IF
           IF WS-TIPO-INFORMADO = "I" OR WS-TIPO-INFORMADO = "i"
               SET WS-EQV-INTERNA     TO TRUE
               PERFORM 2100-INFORMAR-INTERNA
           ELSE
               SET WS-EQV-EXTERNA     TO TRUE
               PERFORM 2200-INFORMAR-EXTERNA
           END-IF
           IF WS-RESPOSTA NOT = "S"
               GO TO 2000-FIM
           END-IF

           SET WS-EQV-ATIVA           TO TRUE
           OPEN I-O EQUIV-DAT
           IF WS-FS-EQUIV = "35"
               OPEN OUTPUT EQUIV-DAT
               CLOSE EQUIV-DAT
               OPEN I-O EQUIV-DAT
           END-IF
           WRITE WS-REG-EQUIV
           IF WS-FS-EQUIV = "22"
               DISPLAY "GRUPO/SEQUENCIA JA CADASTRADO PARA ESSA "
                       "MATERIA."
           ELSE
               IF WS-FS-EQUIV NOT = "00"
                   DISPLAY "ERRO AO INCLUIR - STATUS " WS-FS-EQUIV
               ELSE
                   DISPLAY "EQUIVALENCIA INCLUIDA COM SUCESSO."
               END-IF
           END-IF
           CLOSE EQUIV-DAT.
       2000-FIM.
           CONTINUE.

      ******************************************************************
      * WS-RESPOSTA VOLTA "S" QUANDO A ORIGEM INFORMADA E ACEITA.
      ******************************************************************
       2100-INFORMAR-INTERNA SECTION.
           MOVE "N"                   TO WS-RESPOSTA
           MOVE ZEROS                 TO WS-EQV-MATERIA-ORIGEM
           DISPLAY "MATERIA DE ORIGEM          : " WITH NO ADVANCING
           ACCEPT WS-EQV-MATERIA-ORIGEM
           IF WS-EQV-MATERIA-ORIGEM = WS-EQV-MATERIA-DESTINO
               DISPLAY "MATERIA NAO PODE SER EQUIVALENTE A ELA "
                       "MESMA - REJEITADO."
               GO TO 2100-FIM
           END-IF
           OPEN INPUT MATERIA-DAT
           MOVE WS-EQV-MATERIA-ORIGEM
               TO WS-COD-MATERIA IN WS-REG-MATERIA
           READ MATERIA-DAT KEY IS WS-COD-MATERIA IN WS-REG-MATERIA
               INVALID KEY
                   DISPLAY "MATERIA DE ORIGEM NAO CADASTRADA - "
                           "REJEITADO."
           END-READ
           CLOSE MATERIA-DAT
           IF WS-FS-MATERIA = "00"
               MOVE SPACES            TO WS-EQV-INSTITUICAO
               MOVE WS-NOME-MATERIA   TO WS-EQV-DISCIPLINA
               MOVE "S"               TO WS-RESPOSTA
           END-IF.
       2100-FIM.
           CONTINUE.

       2200-INFORMAR-EXTERNA SECTION.
           MOVE "N"                   TO WS-RESPOSTA
           MOVE ZEROS                 TO WS-EQV-MATERIA-ORIGEM
           DISPLAY "INSTITUICAO DE ORIGEM      : " WITH NO ADVANCING
           ACCEPT WS-EQV-INSTITUICAO
           DISPLAY "DISCIPLINA DE ORIGEM       : " WITH NO ADVANCING
           ACCEPT WS-EQV-DISCIPLINA
           IF WS-EQV-INSTITUICAO = SPACES OR
              WS-EQV-DISCIPLINA = SPACES
               DISPLAY "INSTITUICAO E DISCIPLINA OBRIGATORIAS - "
                       "REJEITADO."
           ELSE
               MOVE "S"               TO WS-RESPOSTA
           END-IF.

       3000-INATIVAR-EQUIV SECTION.
           DISPLAY "TURMA (CURSO) DE DESTINO   : " WITH NO ADVANCING
           ACCEPT WS-EQV-TURMA
           DISPLAY "MATERIA DE DESTINO         : " WITH NO ADVANCING
           ACCEPT WS-EQV-MATERIA-DESTINO
           DISPLAY "GRUPO                      : " WITH NO ADVANCING
           ACCEPT WS-EQV-GRUPO
           DISPLAY "SEQUENCIA NO GRUPO         : " WITH NO ADVANCING
           ACCEPT WS-EQV-SEQ
           OPEN I-O EQUIV-DAT
           IF WS-FS-EQUIV NOT = "00"
               DISPLAY "ARQUIVO DE EQUIVALENCIAS AINDA NAO EXISTE."
               GO TO 3000-FIM
           END-IF
           READ EQUIV-DAT KEY IS WS-CHAVE-EQUIV
               INVALID KEY
                   DISPLAY "EQUIVALENCIA NAO ENCONTRADA."
           END-READ
           IF WS-FS-EQUIV = "00"
               DISPLAY "ORIGEM : " WS-EQV-TIPO-ORIGEM " "
                       WS-EQV-MATERIA-ORIGEM " "
                       WS-EQV-DISCIPLINA
               DISPLAY "CONFIRMA A INATIVACAO : S/N ? "
                       WITH NO ADVANCING
               ACCEPT WS-RESPOSTA
               MOVE "EQUIVMNT"          TO WS-AUD-CALL-PROGRAMA
               MOVE WS-SIGN-TERMINAL    TO WS-AUD-CALL-TERMINAL
               MOVE WS-SIGN-OPERADOR    TO WS-AUD-CALL-OPERADOR
               MOVE "INATIVAR EQUIVALENCIA" TO WS-AUD-CALL-ACAO
               CALL "GRAVAUD" USING WS-AUD-CALL-PROGRAMA
                       WS-AUD-CALL-TERMINAL WS-AUD-CALL-OPERADOR
                       WS-AUD-CALL-ACAO WS-RESPOSTA
               IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
                   SET WS-EQV-INATIVA   TO TRUE
                   REWRITE WS-REG-EQUIV
                   IF WS-FS-EQUIV = "00"
                       DISPLAY "EQUIVALENCIA INATIVADA."
                   ELSE
                       DISPLAY "ERRO AO INATIVAR - STATUS "
                               WS-FS-EQUIV
                   END-IF
               ELSE
                   DISPLAY "INATIVACAO CANCELADA."
               END-IF
           END-IF
           CLOSE EQUIV-DAT.
       3000-FIM.
           CONTINUE.

       4000-LISTAR-EQUIVS SECTION.
           DISPLAY "TURMA (CURSO) DE DESTINO : " WITH NO ADVANCING
           ACCEPT WS-TURMA-PROCURADA
           MOVE "N"                   TO WS-FIM-EQUIV
           MOVE ZERO                  TO WS-QTDE-LISTADAS
           OPEN INPUT EQUIV-DAT
           IF WS-FS-EQUIV NOT = "00"
               DISPLAY "ARQUIVO DE EQUIVALENCIAS AINDA NAO EXISTE."
               GO TO 4000-FIM
           END-IF
           MOVE WS-TURMA-PROCURADA    TO WS-EQV-TURMA
           MOVE ZEROS                 TO WS-EQV-MATERIA-DESTINO
                                         WS-EQV-GRUPO
                                         WS-EQV-SEQ
           START EQUIV-DAT KEY IS NOT LESS WS-CHAVE-EQUIV
               INVALID KEY
                   SET WS-EQUIV-ESGOTADO TO TRUE
           END-START
           IF NOT WS-EQUIV-ESGOTADO
               PERFORM 4100-LER-EQUIV
           END-IF
           PERFORM 4200-EXIBIR-EQUIV
                   UNTIL WS-EQUIV-ESGOTADO
           IF WS-QTDE-LISTADAS = ZERO
               DISPLAY "TURMA SEM EQUIVALENCIAS CADASTRADAS."
           END-IF
           CLOSE EQUIV-DAT.
       4000-FIM.
           CONTINUE.

       4100-LER-EQUIV SECTION.
           READ EQUIV-DAT NEXT RECORD
               AT END
                   SET WS-EQUIV-ESGOTADO TO TRUE
           END-READ
           IF NOT WS-EQUIV-ESGOTADO
               IF WS-EQV-TURMA NOT = WS-TURMA-PROCURADA
                   SET WS-EQUIV-ESGOTADO TO TRUE
               END-IF
           END-IF.

       4200-EXIBIR-EQUIV SECTION.
           IF WS-EQV-INTERNA
               DISPLAY "DESTINO : " WS-EQV-MATERIA-DESTINO
                       "  GRUPO " WS-EQV-GRUPO "/" WS-EQV-SEQ
                       "  INTERNA : " WS-EQV-MATERIA-ORIGEM
                       "  SIT : " WS-EQV-SITUACAO
           ELSE
               DISPLAY "DESTINO : " WS-EQV-MATERIA-DESTINO
                       "  GRUPO " WS-EQV-GRUPO "/" WS-EQV-SEQ
                       "  EXTERNA : " WS-EQV-INSTITUICAO
                       "  SIT : " WS-EQV-SITUACAO
               DISPLAY "          DISCIPLINA : " WS-EQV-DISCIPLINA
           END-IF
           ADD 1                      TO WS-QTDE-LISTADAS
           PERFORM 4100-LER-EQUIV.
       END PROGRAM EQUIVMNT.
