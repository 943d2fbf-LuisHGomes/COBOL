      *                   ATRIBUICAO ATIVA DELE EM ATRIBUI.DAT
      *                   (PROFMNT); SUPERVISOR E OPERACAO COMUM
      *                   SEGUEM COM ACESSO TOTAL.
      * 15/10/2026 LHG - OFERTA COM COMPONENTES DE AVALIACAO ATIVOS
      *                   (AVALIA.DAT) TEM A NOTA APURADA E POSTADA
      *                   PELO AVALMNT - LANCAR E ALTERAR AQUI SAO
      *                   RECUSADOS PARA A NOTA NAO DIVERGIR DA MEDIA
      *                   DOS COMPONENTES. A REVISAO POS-JANELA DO
      *                   SUPERVISOR CONTINUA DISPONIVEL.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        WS-CHAVE-ATRIBUICAO
                                      FILE STATUS IS WS-FS-ATRIBUI.

           SELECT AVALIA-DAT         ASSIGN TO "AVALIDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-AVALIACAO
                                      FILE STATUS IS WS-FS-AVALIA.

           SELECT REVNOTA-DAT        ASSIGN TO "REVNODAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-REVNOTA.
       FD  ATRIBUI-DAT.
           COPY ATRIBREG.

       FD  AVALIA-DAT.
           COPY AVALREG.

       FD  REVNOTA-DAT
           RECORD CONTAINS 104 CHARACTERS.
       01  WS-REG-REVISAO.
       77  WS-RESPOSTA              PIC X(001) VALUE SPACE.
       77  WS-MOTIVO-REVISAO        PIC X(040) VALUE SPACES.
       77  WS-NOTA-ANTIGA           PIC 9(003)V99 VALUE ZEROS.
       77  WS-FS-AVALIA             PIC X(002) VALUE "00".

      ******************************************************************
      * PARAMETROS DA CHAMADA A GRAVAUD - OS LITERAIS SAO MOVIDOS PARA
                   GO TO 2000-FIM
               END-IF
           END-IF
           PERFORM 2960-VERIFICAR-COMPONENTES
           IF WS-POSTAGEM-NEGADA
               GO TO 2000-FIM
           END-IF

           MOVE WS-MATRICULA IN WS-CHAVE-NOTA TO
               WS-MATRICULA IN WS-CHAVE-INSCRICAO
       2950-FIM.
           CONTINUE.

      ******************************************************************
      * OFERTA COM COMPONENTES DE AVALIACAO ATIVOS EM AVALIA.DAT TEM A
      * NOTA POSTADA PELO AVALMNT (MEDIA PONDERADA OU RECUPERACAO).
      * SEM O ARQUIVO DE COMPONENTES O LANCAMENTO SEGUE COMO SEMPRE.
      ******************************************************************
       2960-VERIFICAR-COMPONENTES SECTION.
           MOVE "N"                  TO WS-POSTAGEM-BLOQ
           OPEN INPUT AVALIA-DAT
           IF WS-FS-AVALIA NOT = "00"
               GO TO 2960-FIM
           END-IF
           MOVE WS-COD-MATERIA IN WS-CHAVE-NOTA TO
               WS-COD-MATERIA IN WS-CHAVE-AVALIACAO
           MOVE WS-TERMO IN WS-CHAVE-NOTA TO
               WS-TERMO IN WS-CHAVE-AVALIACAO
           READ AVALIA-DAT KEY IS WS-CHAVE-AVALIACAO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-AVALIA = "00" AND WS-AVALIACAO-ATIVA
               SET WS-POSTAGEM-NEGADA TO TRUE
               DISPLAY "OFERTA COM COMPONENTES DE AVALIACAO - A NOTA "
                       "E LANCADA PELO AVALMNT."
           END-IF
           CLOSE AVALIA-DAT.
       2960-FIM.
           CONTINUE.

      ******************************************************************
      * A ALTERACAO RESPEITA A MESMA JANELA DE LANCAMENTO DO
      * CALENDARIO - SEM ISSO A NOTA DE UM TERMO ENCERRADO AINDA
                   GO TO 3000-FIM
               END-IF
           END-IF
           PERFORM 2960-VERIFICAR-COMPONENTES
           IF WS-POSTAGEM-NEGADA
               GO TO 3000-FIM
           END-IF

           OPEN I-O NOTA-DAT
           READ NOTA-DAT KEY IS WS-CHAVE-NOTA
