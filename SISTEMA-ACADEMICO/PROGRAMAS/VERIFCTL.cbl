      *                   PROVANDO A QUE DATA DE NEGOCIO O CICLO
      *                   PERTENCE. SEM O ARQUIVO O BALANCO SEGUE
      *                   COMO SEMPRE, COM AVISO.
      * 15/10/2026 LHG - INSCRICAO.DAT TAMBEM E RELIDA PELA CHAVE
      *                   ALTERNADA MATERIA+TERMO (PATH, DD INSCRDA1)
      *                   E A LINHA INSCRAIX PROVA O INDICE ALTERNADO
      *                   CONTRA O MESMO CONTROLE DE INSCRICA. INDICE
      *                   DIVERGENTE TERMINA COM RC=8 TAMBEM NO MODO
      *                   ADOTAR - INDICE NAO SE ADOTA, SE RECONSTROI.
      * 15/10/2026 LHG - SO O STATUS 35 (ARQUIVO OU PATH AINDA NAO
      *                   CRIADO, COMO NO JOB INSTALA) DISPENSA A
      *                   PROVA DO INDICE; OUTRA FALHA NA ABERTURA DE
      *                   INSCRICAO.DAT TERMINA COM RC=8.
      * 15/10/2026 LHG - NO MODO ADOTAR, INSCRICAO.DAT NAO ABERTA
      *                   (STATUS 35, SEM O PATH NO JOB INSTALA) NAO
      *                   TEM OS TOTAIS ADOTADOS - O CONTROLE DE
      *                   INSCRICA FICA COMO ESTA, SEM SER ZERADO. NO
      *                   MODO VERIFICAR A CONTAGEM ZERADA CONTINUA
      *                   INDO A COMPARACAO E ACUSA A FALTA.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT INSCRICAO-DAT      ASSIGN TO "INSCRDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-INSCRICAO
                                      ALTERNATE RECORD KEY IS
                                        WS-CHAVE-INSC-OFERTA
                                        WITH DUPLICATES
                                      FILE STATUS IS WS-FS-INSCRICAO.

           SELECT CICLO-DAT          ASSIGN TO "CICLODAT"
       77  WS-QTDE-DIVERGENCIAS      PIC 9(003) VALUE ZERO.
       77  WS-CONTROLE-ACHADO        PIC X(001) VALUE "N".
           88  WS-TEM-CONTROLE           VALUE "S".
       77  WS-QTDE-DIVERG-INDICE     PIC 9(003) VALUE ZERO.

       01  WS-DET-VERIFCTL.
           03  WS-DET-ARQUIVO        PIC X(008).
                                         WS-HASH-CONTADO
           MOVE "N"                  TO WS-FIM-DADOS
           OPEN INPUT INSCRICAO-DAT
           IF WS-FS-INSCRICAO NOT = "00" AND
              WS-FS-INSCRICAO NOT = "35"
               DISPLAY "ERRO AO ABRIR INSCRICAO.DAT (OU O PATH DO "
                       "INDICE ALTERNADO) - STATUS " WS-FS-INSCRICAO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FS-INSCRICAO = "00"
               PERFORM 2510-CONTAR-INSCRICAO
                       UNTIL WS-FIM-DO-ARQUIVO
           END-IF
           IF WS-FS-INSCRICAO = "35" AND WS-MODO-ADOTAR
               DISPLAY "INSCRICAO.DAT NAO ABERTA - TOTAIS DE INSCRICA "
                       "NAO ADOTADOS, CONTROLE MANTIDO."
           ELSE
               PERFORM 3000-COMPARAR-COM-CONTROLE
           END-IF
           IF WS-FS-INSCRICAO = "35"
               DISPLAY "INSCRICAO.DAT OU O PATH DO INDICE ALTERNADO "
                       "AUSENTE - PROVA DO INDICE NAO FEITA (O INDICE "
                       "E CONSTRUIDO NO JOB INSTALA3)."
           ELSE
               PERFORM 2600-VERIFICAR-INSCR-INDICE
               CLOSE INSCRICAO-DAT
           END-IF.

       2510-CONTAR-INSCRICAO SECTION.
           READ INSCRICAO-DAT NEXT RECORD
                                     TO WS-HASH-CONTADO
           END-IF.

      ******************************************************************
      * PROVA DO INDICE ALTERNADO: INSCRICAO.DAT E RELIDO INTEIRO PELA
      * CHAVE MATERIA+TERMO E A CONTAGEM E O HASH DAS MATRICULAS TEM
      * DE BATER COM O MESMO REGISTRO DE CONTROLE INSCRICA (NO MODO
      * ADOTAR, COM OS TOTAIS RECEM-ADOTADOS). INDICE QUE NAO BATE FOI
      * RECONSTRUIDO ERRADO OU PERDEU O UPGRADE - O CICLO PARA.
      ******************************************************************
       2600-VERIFICAR-INSCR-INDICE SECTION.
           MOVE ZEROS                TO WS-QTDE-CONTADA
                                         WS-HASH-CONTADO
           MOVE "N"                  TO WS-FIM-DADOS
           MOVE ZEROS                TO WS-CHAVE-INSC-OFERTA
           START INSCRICAO-DAT KEY IS NOT LESS THAN
                   WS-CHAVE-INSC-OFERTA
               INVALID KEY
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-START
           PERFORM 2510-CONTAR-INSCRICAO
                   UNTIL WS-FIM-DO-ARQUIVO

           MOVE "INSCRAIX"           TO WS-DET-ARQUIVO
           MOVE WS-QTDE-CONTADA      TO WS-DET-QTDE
           MOVE WS-CTL-QTDE-REGISTROS TO WS-DET-QTDE-CTRL
           MOVE WS-HASH-CONTADO      TO WS-DET-HASH
           MOVE WS-CTL-HASH-CHAVES   TO WS-DET-HASH-CTRL
           IF WS-QTDE-CONTADA = WS-CTL-QTDE-REGISTROS AND
              WS-HASH-CONTADO = WS-CTL-HASH-CHAVES AND
              (WS-TEM-CONTROLE OR WS-MODO-ADOTAR OR
               WS-QTDE-CONTADA = ZEROS)
               MOVE "CONFERE"        TO WS-DET-RESULTADO
           ELSE
               MOVE "*DIVERGE*"      TO WS-DET-RESULTADO
               ADD 1                 TO WS-QTDE-DIVERGENCIAS
                                         WS-QTDE-DIVERG-INDICE
           END-IF
           WRITE WS-LINHA-VERIFCTL FROM WS-DET-VERIFCTL.

      ******************************************************************
      * NO MODO VERIFICAR, CONTAGEM E HASH RECONTADOS PRECISAM BATER
      * COM O REGISTRO DE CONTROLE (AUSENCIA DO REGISTRO COM ARQUIVO
               MOVE "TOTAIS DE CONTROLE ADOTADOS."
                                     TO WS-LINHA-VERIFCTL
               WRITE WS-LINHA-VERIFCTL
               IF WS-QTDE-DIVERG-INDICE NOT = ZERO
                   MOVE "INDICE ALTERNADO DE INSCRICAO DIVERGENTE."
                                     TO WS-LINHA-VERIFCTL
                   WRITE WS-LINHA-VERIFCTL
                   DISPLAY "INDICE ALTERNADO DE INSCRICAO DIVERGENTE"
                           " - RECONSTRUIR (BLDINDEX)."
                   MOVE 8            TO RETURN-CODE
               END-IF
           ELSE
               IF WS-QTDE-DIVERGENCIAS = ZERO
                   MOVE "TODOS OS ARQUIVOS CONFEREM."
