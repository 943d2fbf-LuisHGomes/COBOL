      *                   PARA O ARQUIVO REMONTADO - A AUDITORIA
      *                   ENXERGA AS APROVACOES DE TODOS OS TERMOS
      *                   MESMO DEPOIS DO CORTE DE FIM DE TERMO.
      * 15/10/2026 LHG - EXTRATO DOS ALUNOS APTOS (APTOSDAT, APTOREG)
      *                   COM O TERMO DA ULTIMA APROVACAO, ENTRADA DA
      *                   COLACAO DE GRAU (COLACAO).
      * 15/10/2026 LHG - APROVEITAMENTO DE ESTUDOS DEFERIDO
      *                   (APROVEIT.DAT, APROVMNT/ALUNOMNT) CUMPRE A
      *                   MATERIA DO CURRICULO COMO APROVEITADA; NAO
      *                   MEXE NO TERMO DE CONCLUSAO DO EXTRATO.
      * 15/10/2026 LHG - GRAVACAO DO EXTRATO DE APTOS CONFERIDA (RC=8
      *                   EM ERRO - O ALUNO NAO PODE SUMIR DA COLACAO).
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        WS-COD-MATERIA IN WS-REG-MATERIA
                                      FILE STATUS IS WS-FS-MATERIA.

           SELECT APROVEIT-DAT       ASSIGN TO "APROVDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-APROVEIT
                                      FILE STATUS IS WS-FS-APROVEIT.

           SELECT APTOS-DAT          ASSIGN TO "APTOSDAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-APTOS.

           SELECT GRADAUD-PRT        ASSIGN TO "GRADAPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-GRADAUD.
       FD  MATERIA-DAT.
           COPY MATREG.

       FD  APROVEIT-DAT.
           COPY APROVREG.

       FD  APTOS-DAT
           RECORD CONTAINS 40 CHARACTERS.
           COPY APTOREG.

       FD  GRADAUD-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-GRADAUD          PIC X(080).
       77  WS-FS-INSCRICAO           PIC X(002) VALUE "00".
       77  WS-FS-MATERIA             PIC X(002) VALUE "00".
       77  WS-FS-GRADAUD             PIC X(002) VALUE "00".
       77  WS-FS-APTOS               PIC X(002) VALUE "00".
       77  WS-FS-APROVEIT            PIC X(002) VALUE "00".
       77  WS-APROVEIT-ABERTO        PIC X(001) VALUE "N".
           88  WS-ARQ-APROVEIT-ABERTO    VALUE "S".
       77  WS-APROVEIT-ACHADO        PIC X(001) VALUE "N".
           88  WS-MATERIA-APROVEITADA    VALUE "S".
       77  WS-DATA-AUDITORIA         PIC 9(008) VALUE ZEROS.
       77  WS-TERMO-ULT-APROV        PIC 9(006) VALUE ZEROS.
       77  WS-FIM-ALUNO              PIC X(001) VALUE "N".
           88  WS-FIM-DOS-ALUNOS         VALUE "S".
       77  WS-FIM-CURRIC             PIC X(001) VALUE "N".
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DET-NOME           PIC X(040).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DET-RESULTADO      PIC X(016).

       01  WS-ROD-OBRIG.
           03  FILLER                PIC X(026) VALUE
               STOP RUN
           END-IF
           OPEN INPUT MATERIA-DAT
           OPEN INPUT APROVEIT-DAT
           IF WS-FS-APROVEIT = "00"
               SET WS-ARQ-APROVEIT-ABERTO TO TRUE
           END-IF
           OPEN OUTPUT GRADAUD-PRT
           OPEN OUTPUT APTOS-DAT
           IF WS-FS-APTOS NOT = "00"
               DISPLAY "ERRO AO CRIAR O EXTRATO DE APTOS - STATUS "
                       WS-FS-APTOS
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATA-AUDITORIA FROM DATE YYYYMMDD
           PERFORM 2100-LER-ALUNO.

       2000-AUDITAR-ALUNOS SECTION.
                                         WS-QTDE-OBRIG-OK
           MOVE ZEROS                TO WS-CRED-ELETIVO-SOMA
                                         WS-CRED-ELETIVO-EXIGIDO
                                         WS-TERMO-ULT-APROV
           MOVE WS-MATRICULA IN WS-REG-ALUNO TO WS-CAB-MATRICULA
           MOVE WS-NOME              TO WS-CAB-NOME
           WRITE WS-LINHA-GRADAUD FROM WS-CAB-ALUNO
              WS-CRED-ELETIVO-SOMA NOT < WS-CRED-ELETIVO-EXIGIDO
               WRITE WS-LINHA-GRADAUD FROM WS-ROD-APTO
               ADD 1                 TO WS-QTDE-APTOS
               PERFORM 2700-GRAVAR-APTO
           END-IF.
       2200-FIM.
           CONTINUE.
               WHEN WS-CURRIC-OBRIGATORIA
                   ADD 1             TO WS-QTDE-OBRIG
                   PERFORM 2500-PROCURAR-APROVACAO
                   PERFORM 2550-PROCURAR-APROVEITAMENTO
                   PERFORM 2600-BUSCAR-NOME-MATERIA
                   MOVE WS-COD-MATERIA IN WS-CHAVE-CURRIC
                       TO WS-DET-COD
                   MOVE WS-NOME-MATERIA TO WS-DET-NOME
                   EVALUATE TRUE
                       WHEN WS-MATERIA-APROVADA
                           ADD 1     TO WS-QTDE-OBRIG-OK
                           MOVE "CUMPRIDA"  TO WS-DET-RESULTADO
                       WHEN WS-MATERIA-APROVEITADA
                           ADD 1     TO WS-QTDE-OBRIG-OK
                           MOVE "APROVEITADA" TO WS-DET-RESULTADO
                       WHEN OTHER
                           MOVE "*FALTANDO*" TO WS-DET-RESULTADO
                   END-EVALUATE
                   WRITE WS-LINHA-GRADAUD FROM WS-DET-MATERIA
               WHEN WS-CURRIC-ELETIVA
                   PERFORM 2500-PROCURAR-APROVACAO
                   PERFORM 2550-PROCURAR-APROVEITAMENTO
                   IF WS-MATERIA-APROVADA OR WS-MATERIA-APROVEITADA
                       ADD WS-PESO-CURRIC TO WS-CRED-ELETIVO-SOMA
                       PERFORM 2600-BUSCAR-NOME-MATERIA
                       MOVE WS-COD-MATERIA IN WS-CHAVE-CURRIC
                           TO WS-DET-COD
                       MOVE WS-NOME-MATERIA TO WS-DET-NOME
                       IF WS-MATERIA-APROVADA
                           MOVE "ELETIVA"  TO WS-DET-RESULTADO
                       ELSE
                           MOVE "ELETIVA APROV."
                               TO WS-DET-RESULTADO
                       END-IF
                       WRITE WS-LINHA-GRADAUD FROM WS-DET-MATERIA
                   END-IF
           END-EVALUATE
       2520-TESTAR-INSCRICAO SECTION.
           IF WS-INSCRICAO-APROVADA
               SET WS-MATERIA-APROVADA TO TRUE
               IF WS-TERMO IN WS-CHAVE-INSCRICAO > WS-TERMO-ULT-APROV
                   MOVE WS-TERMO IN WS-CHAVE-INSCRICAO
                       TO WS-TERMO-ULT-APROV
               END-IF
           ELSE
               PERFORM 2510-LER-INSCRICAO
           END-IF.

      ******************************************************************
      * SEM INSCRICAO APROVADA, A MATERIA AINDA PODE ESTAR CUMPRIDA
      * POR APROVEITAMENTO DE ESTUDOS - SO O DEFERIDO CONTA.
      ******************************************************************
       2550-PROCURAR-APROVEITAMENTO SECTION.
           MOVE "N"                  TO WS-APROVEIT-ACHADO
           IF WS-MATERIA-APROVADA OR NOT WS-ARQ-APROVEIT-ABERTO
               GO TO 2550-FIM
           END-IF
           MOVE WS-MATRICULA IN WS-REG-ALUNO TO WS-APV-MATRICULA
           MOVE WS-COD-MATERIA IN WS-CHAVE-CURRIC TO WS-APV-MATERIA
           READ APROVEIT-DAT KEY IS WS-CHAVE-APROVEIT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-APROVEIT = "00" AND WS-APV-DEFERIDO
               SET WS-MATERIA-APROVEITADA TO TRUE
           END-IF.
       2550-FIM.
           CONTINUE.

       2600-BUSCAR-NOME-MATERIA SECTION.
           MOVE WS-COD-MATERIA IN WS-CHAVE-CURRIC
               TO WS-COD-MATERIA IN WS-REG-MATERIA
                       TO WS-NOME-MATERIA
           END-READ.

      ******************************************************************
      * O TERMO DE CONCLUSAO E O DA APROVACAO MAIS RECENTE ENTRE AS
      * MATERIAS QUE CONTARAM PARA A INTEGRALIZACAO.
      ******************************************************************
       2700-GRAVAR-APTO SECTION.
           MOVE SPACES               TO WS-REG-APTO
           MOVE WS-MATRICULA IN WS-REG-ALUNO TO WS-APT-MATRICULA
           MOVE WS-TURMA             TO WS-APT-TURMA
           MOVE WS-TERMO-ULT-APROV   TO WS-APT-TERMO-CONCLUSAO
           MOVE WS-DATA-AUDITORIA    TO WS-APT-DATA-AUDITORIA
           WRITE WS-REG-APTO
           IF WS-FS-APTOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR O EXTRATO DE APTOS - MAT "
                       WS-APT-MATRICULA " STATUS " WS-FS-APTOS
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF.

       8000-RESUMO SECTION.
           MOVE SPACES               TO WS-LINHA-GRADAUD
           WRITE WS-LINHA-GRADAUD

       9000-ENCERRAMENTO SECTION.
           CLOSE ALUNO-DAT CURRIC-DAT INSCRICAO-DAT MATERIA-DAT
                 GRADAUD-PRT APTOS-DAT
           IF WS-ARQ-APROVEIT-ABERTO
               CLOSE APROVEIT-DAT
           END-IF.
       END PROGRAM GRADAUD.
