      *                   ATRIBUICAO ATIVA DELE EM ATRIBUI.DAT
      *                   (PROFMNT); SUPERVISOR E OPERACAO COMUM
      *                   SEGUEM COM ACESSO TOTAL.
      * 15/10/2026 LHG - A CHAMADA LE SO A TURMA PELA CHAVE ALTERNADA
      *                   MATERIA+TERMO DE INSCRICAO.DAT (DD
      *                   INSCRDA1) EM VEZ DE VARRER O ARQUIVO
      *                   INTEIRO PARA O SORT.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-INSCRICAO
                                      ALTERNATE RECORD KEY IS
                                        WS-CHAVE-INSC-OFERTA
                                        WITH DUPLICATES
                                      FILE STATUS IS WS-FS-INSCRICAO.

           SELECT ALUNO-DAT          ASSIGN TO "ALUNODAT"
       1500-FIM.
           CONTINUE.

      ******************************************************************
      * SO A TURMA ENTRA NO SORT: A CHAVE ALTERNADA MATERIA+TERMO
      * POSICIONA NA PRIMEIRA INSCRICAO DA TURMA E A LEITURA PARA NA
      * PRIMEIRA CHAVE DE OUTRA MATERIA/TERMO.
      ******************************************************************
       2100-FORNECER-INSCRITOS SECTION.
           MOVE WS-MATERIA-CHAMADA   TO WS-MATERIA-INSC-ALT
           MOVE WS-TERMO-CHAMADA     TO WS-TERMO-INSC-ALT
           START INSCRICAO-DAT KEY IS EQUAL TO WS-CHAVE-INSC-OFERTA
               INVALID KEY
                   SET WS-FIM-DAS-INSCRICOES TO TRUE
           END-START
           IF NOT WS-FIM-DAS-INSCRICOES
               PERFORM 2150-LER-INSCRICAO
           END-IF
           PERFORM 2200-LIBERAR-SE-DA-CHAMADA
                   UNTIL WS-FIM-DAS-INSCRICOES.

           READ INSCRICAO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DAS-INSCRICOES TO TRUE
           END-READ
           IF NOT WS-FIM-DAS-INSCRICOES
               IF WS-MATERIA-INSC-ALT NOT = WS-MATERIA-CHAMADA OR
                  WS-TERMO-INSC-ALT NOT = WS-TERMO-CHAMADA
                   SET WS-FIM-DAS-INSCRICOES TO TRUE
               END-IF
           END-IF.

       2200-LIBERAR-SE-DA-CHAMADA SECTION.
           IF WS-INSCRICAO-ATIVA
               MOVE WS-MATRICULA IN WS-CHAVE-INSCRICAO
                   TO WS-MATRICULA IN WS-REG-ALUNO
               READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
