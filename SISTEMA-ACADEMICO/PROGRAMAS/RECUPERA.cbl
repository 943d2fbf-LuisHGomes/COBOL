      *          ALUNO.DAT, MATERIA.DAT, BOLSA.DAT OU NOTA.DAT.
      *          AO FINAL EXIBE AS CONTAGENS DE APLICADOS,
      *          IGNORADOS (REGISTRO JA AUSENTE) E ERROS.
      * Modification History:
      * 15/10/2026 LHG - MESTRES CONTATO.DAT E ENDERECO.DAT (DADOS
      *                   PESSOAIS DO ALUNO) COMO ALVOS 5 E 6.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RECORD KEY IS WS-CHAVE-NOTA
                                      FILE STATUS IS WS-FS-NOTA.

           SELECT CONTATO-DAT        ASSIGN TO "CONTADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CONT-MATRICULA
                                      ALTERNATE RECORD KEY IS
                                        WS-CONT-CPF WITH DUPLICATES
                                      FILE STATUS IS WS-FS-CONTATO.

           SELECT ENDERECO-DAT       ASSIGN TO "ENDERDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-END-MATRICULA
                                      FILE STATUS IS WS-FS-ENDERECO.

       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-DAT
       FD  NOTA-DAT.
           COPY NOTAREG.

       FD  CONTATO-DAT.
           COPY CONTREG.

       FD  ENDERECO-DAT.
           COPY ENDRREG.

       WORKING-STORAGE SECTION.
       77  WS-FS-JORNAL              PIC X(002) VALUE "00".
       77  WS-FS-ALUNO               PIC X(002) VALUE "00".
       77  WS-FS-MATERIA             PIC X(002) VALUE "00".
       77  WS-FS-BOLSA               PIC X(002) VALUE "00".
       77  WS-FS-NOTA                PIC X(002) VALUE "00".
       77  WS-FS-CONTATO             PIC X(002) VALUE "00".
       77  WS-FS-ENDERECO            PIC X(002) VALUE "00".
       77  WS-FS-ALVO                PIC X(002) VALUE "00".
       77  WS-FIM-JORNAL             PIC X(001) VALUE "N".
           88  WS-FIM-DE-ARQUIVO         VALUE "S".
           88  WS-ALVO-MATERIA           VALUE 2.
           88  WS-ALVO-BOLSA             VALUE 3.
           88  WS-ALVO-NOTA              VALUE 4.
           88  WS-ALVO-CONTATO           VALUE 5.
           88  WS-ALVO-ENDERECO          VALUE 6.
       77  WS-NOME-ALVO              PIC X(008) VALUE SPACES.
       77  WS-MODO-RECUPERACAO       PIC X(001) VALUE "R".
           88  WS-MODO-REAPLICAR         VALUE "R" "r".

       1000-ABERTURA SECTION.
           DISPLAY "ARQUIVO ALVO (1=ALUNO 2=MATERIA 3=BOLSA "
                   "4=NOTA 5=CONTATO 6=ENDERECO) : "
                   WITH NO ADVANCING
           ACCEPT WS-ARQUIVO-ALVO
           DISPLAY "MODO (R=REAPLICAR / B=DESFAZER)          : "
                   WITH NO ADVANCING
                   MOVE "NOTA"        TO WS-NOME-ALVO
                   OPEN I-O NOTA-DAT
                   MOVE WS-FS-NOTA    TO WS-FS-ALVO
               WHEN WS-ALVO-CONTATO
                   MOVE "CONTATO"     TO WS-NOME-ALVO
                   OPEN I-O CONTATO-DAT
                   MOVE WS-FS-CONTATO TO WS-FS-ALVO
               WHEN WS-ALVO-ENDERECO
                   MOVE "ENDERECO"    TO WS-NOME-ALVO
                   OPEN I-O ENDERECO-DAT
                   MOVE WS-FS-ENDERECO TO WS-FS-ALVO
               WHEN OTHER
                   DISPLAY "ARQUIVO ALVO INVALIDO."
                   MOVE 8             TO RETURN-CODE
                   PERFORM 4300-APLICAR-BOLSA
               WHEN WS-ALVO-NOTA
                   PERFORM 4400-APLICAR-NOTA
               WHEN WS-ALVO-CONTATO
                   PERFORM 4500-APLICAR-CONTATO
               WHEN WS-ALVO-ENDERECO
                   PERFORM 4600-APLICAR-ENDERECO
           END-EVALUATE.

       4100-APLICAR-ALUNO SECTION.
           MOVE WS-FS-NOTA            TO WS-FS-ALVO
           PERFORM 5000-CONTABILIZAR.

       4500-APLICAR-CONTATO SECTION.
           MOVE WS-IMAGEM             TO WS-REG-CONTATO
           IF WS-OPERACAO-APAGAR
               DELETE CONTATO-DAT RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               REWRITE WS-REG-CONTATO
                   INVALID KEY
                       WRITE WS-REG-CONTATO
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-REWRITE
           END-IF
           MOVE WS-FS-CONTATO         TO WS-FS-ALVO
           PERFORM 5000-CONTABILIZAR.

       4600-APLICAR-ENDERECO SECTION.
           MOVE WS-IMAGEM             TO WS-REG-ENDERECO
           IF WS-OPERACAO-APAGAR
               DELETE ENDERECO-DAT RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               REWRITE WS-REG-ENDERECO
                   INVALID KEY
                       WRITE WS-REG-ENDERECO
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-REWRITE
           END-IF
           MOVE WS-FS-ENDERECO        TO WS-FS-ALVO
           PERFORM 5000-CONTABILIZAR.

      ******************************************************************
      * STATUS 23 AO APAGAR SIGNIFICA QUE O REGISTRO JA NAO EXISTE
      * NO BACKUP RESTAURADO - A ENTRADA E IGNORADA, NAO E ERRO.
                   CLOSE BOLSA-DAT
               WHEN WS-ALVO-NOTA
                   CLOSE NOTA-DAT
               WHEN WS-ALVO-CONTATO
                   CLOSE CONTATO-DAT
               WHEN WS-ALVO-ENDERECO
                   CLOSE ENDERECO-DAT
           END-EVALUATE
           DISPLAY "RECUPERACAO DO MESTRE " WS-NOME-ALVO " - "
                   WS-QTDE-CARREGADOS " ENTRADAS DO JORNAL."
