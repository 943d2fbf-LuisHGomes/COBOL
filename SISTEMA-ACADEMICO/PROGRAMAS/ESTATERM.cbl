      *          DO TERMARQ (ANTES DO TERMO SAIR PARA AS GERACOES).
      *          APOSENTA OS DOIS DIAS DE COMPILACAO MANUAL SOBRE
      *          RELTURMA, FREQREL E CTLFAT.
      * Modification History:
      * 15/10/2026 LHG - AS INSCRICOES DO TERMO SAO LIDAS PELA CHAVE
      *                   ALTERNADA MATERIA+TERMO (DD INSCRDA1),
      *                   SALTANDO DE TURMA EM TURMA, EM VEZ DE
      *                   VARRER TODOS OS TERMOS DE INSCRICAO.DAT.
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

           SELECT OFERTA-DAT         ASSIGN TO "OFERTDAT"
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS                TO WS-MATERIA-INSC-ALT
           MOVE WS-TERMO-PACOTE      TO WS-TERMO-INSC-ALT
           START INSCRICAO-DAT KEY IS NOT LESS THAN
                   WS-CHAVE-INSC-OFERTA
               INVALID KEY
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-START
           IF NOT WS-FIM-DO-ARQUIVO
               PERFORM 2100-LER-INSCRICAO
           END-IF
           PERFORM 2200-SOMAR-INSCRICAO
                   UNTIL WS-FIM-DO-ARQUIVO
           CLOSE INSCRICAO-DAT.

      ******************************************************************
      * LEITURA PELA CHAVE ALTERNADA (MATERIA+TERMO): AO CAIR EM
      * OUTRO TERMO, REPOSICIONA NO TERMO DO PACOTE DA MESMA MATERIA
      * (TERMO ANTERIOR) OU DA MATERIA SEGUINTE (TERMO POSTERIOR) -
      * SO AS TURMAS DO TERMO SAO LIDAS, POR MAIS TERMOS QUE O
      * ARQUIVO ACUMULE ANTES DO TERMARQ.
      ******************************************************************
       2100-LER-INSCRICAO SECTION.
           READ INSCRICAO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           PERFORM 2150-SALTAR-OUTRO-TERMO
                   UNTIL WS-FIM-DO-ARQUIVO OR
                         WS-TERMO-INSC-ALT = WS-TERMO-PACOTE.

       2150-SALTAR-OUTRO-TERMO SECTION.
           IF WS-TERMO-INSC-ALT > WS-TERMO-PACOTE
               IF WS-MATERIA-INSC-ALT = 999999999999999
                   SET WS-FIM-DO-ARQUIVO TO TRUE
                   GO TO 2150-FIM
               END-IF
               ADD 1                 TO WS-MATERIA-INSC-ALT
           END-IF
           MOVE WS-TERMO-PACOTE      TO WS-TERMO-INSC-ALT
           START INSCRICAO-DAT KEY IS NOT LESS THAN
                   WS-CHAVE-INSC-OFERTA
               INVALID KEY
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-START
           IF NOT WS-FIM-DO-ARQUIVO
               READ INSCRICAO-DAT NEXT RECORD
                   AT END
                       SET WS-FIM-DO-ARQUIVO TO TRUE
               END-READ
           END-IF.
       2150-FIM.
           CONTINUE.

      ******************************************************************
      * INSCRICAO CANCELADA OU TRANCADA NAO ENTRA NA ESTATISTICA DE
