      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: PENDENCIAS DE FECHAMENTO DE TERMO. RODA NO JOB
      *          TERMFECH ANTES DO FECHTERM E CRUZA, PARA O TERMO DO
      *          SYSIN, AS ATRIBUICOES (ATRIBUI.DAT), AS OFERTAS, AS
      *          INSCRICOES (PELA CHAVE ALTERNADA MATERIA+TERMO), AS
      *          NOTAS E AS CHAMADAS (FREQ.DAT). LISTA, POR
      *          PROFESSOR, AS INSCRICOES ATIVAS SEM NOTA EM NOTA.DAT
      *          (OU COM PROVA DE RECUPERACAO AINDA SEM NOTA NO
      *          AVALNOTA.DAT) E AS TURMAS CUJA ULTIMA CHAMADA PARA
      *          ANTES DA ULTIMA SEMANA DA JANELA DE NOTAS DO
      *          CALENDARIO (WS-NOTA-FECHAMENTO). TURMAS DO TERMO SEM
      *          PROFESSOR ATRIBUIDO SAEM NO FIM, NA MESMA FORMA.
      *          COM QUALQUER PENDENCIA O PASSO TERMINA COM RC=8 E A
      *          CADEIA PARA ANTES DO FECHTERM - A MENOS QUE A
      *          SEGUNDA LINHA DO SYSIN TRAGA O CODIGO DE UM
      *          SUPERVISOR ATIVO (OPERADOR.DAT), QUE ASSUME O
      *          FECHAMENTO COM PENDENCIAS: RC=4, LIBERACAO IMPRESSA
      *          NO RELATORIO E GRAVADA NA AUDITORIA (GRAVAUD).
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDFECH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUI-DAT        ASSIGN TO "ATRIBDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS
                                        WS-CHAVE-ATRIBUICAO
                                      FILE STATUS IS WS-FS-ATRIBUI.

           SELECT PROFESSOR-DAT      ASSIGN TO "PROFEDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-PROF-ID
                                      FILE STATUS IS WS-FS-PROFESSOR.

           SELECT MATERIA-DAT        ASSIGN TO "MATERDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-COD-MATERIA IN WS-REG-MATERIA
                                      FILE STATUS IS WS-FS-MATERIA.

           SELECT OFERTA-DAT         ASSIGN TO "OFERTDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-OFERTA
                                      FILE STATUS IS WS-FS-OFERTA.

           SELECT INSCRICAO-DAT      ASSIGN TO "INSCRDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-INSCRICAO
                                      ALTERNATE RECORD KEY IS
                                        WS-CHAVE-INSC-OFERTA
                                        WITH DUPLICATES
                                      FILE STATUS IS WS-FS-INSCRICAO.

           SELECT NOTA-DAT           ASSIGN TO "NOTASDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-NOTA
                                      FILE STATUS IS WS-FS-NOTA.

           SELECT AVNOTA-DAT         ASSIGN TO "AVNOTDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-AVAL-NOTA
                                      FILE STATUS IS WS-FS-AVNOTA.

           SELECT FREQ-DAT           ASSIGN TO "FREQDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-CHAVE-FREQUENCIA
                                      FILE STATUS IS WS-FS-FREQ.

           SELECT CALEND-DAT         ASSIGN TO "CALENDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-TERMO IN WS-REG-CALENDARIO
                                      FILE STATUS IS WS-FS-CALEND.

           SELECT ALUNO-DAT          ASSIGN TO "ALUNODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-MATRICULA IN WS-REG-ALUNO
                                      FILE STATUS IS WS-FS-ALUNO.

           SELECT OPERADOR-DAT       ASSIGN TO "OPERADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-OPER-ID
                                      FILE STATUS IS WS-FS-OPERADOR.

           SELECT PENDFECH-PRT       ASSIGN TO "PENDFPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-PENDFECH.

       DATA DIVISION.
       FILE SECTION.
       FD  ATRIBUI-DAT.
           COPY ATRIBREG.

       FD  PROFESSOR-DAT.
           COPY PROFREG.

       FD  MATERIA-DAT.
           COPY MATREG.

       FD  OFERTA-DAT.
           COPY OFERTREG.

       FD  INSCRICAO-DAT.
           COPY INSCREG.

       FD  NOTA-DAT.
           COPY NOTAREG.

       FD  AVNOTA-DAT.
           COPY AVNOTREG.

       FD  FREQ-DAT.
           COPY FREQREG.

       FD  CALEND-DAT.
           COPY CALENREG.

       FD  ALUNO-DAT.
           COPY ALUNOREG.

       FD  OPERADOR-DAT.
           COPY OPERREG.

       FD  PENDFECH-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-PENDFECH         PIC X(080).

       WORKING-STORAGE SECTION.
       77  WS-FS-ATRIBUI             PIC X(002) VALUE "00".
       77  WS-FS-PROFESSOR           PIC X(002) VALUE "00".
       77  WS-FS-MATERIA             PIC X(002) VALUE "00".
       77  WS-FS-OFERTA              PIC X(002) VALUE "00".
       77  WS-FS-INSCRICAO           PIC X(002) VALUE "00".
       77  WS-FS-NOTA                PIC X(002) VALUE "00".
       77  WS-FS-AVNOTA              PIC X(002) VALUE "00".
       77  WS-FS-FREQ                PIC X(002) VALUE "00".
       77  WS-FS-CALEND              PIC X(002) VALUE "00".
       77  WS-FS-ALUNO               PIC X(002) VALUE "00".
       77  WS-FS-OPERADOR            PIC X(002) VALUE "00".
       77  WS-FS-PENDFECH            PIC X(002) VALUE "00".
       77  WS-FIM-ATRIBUI            PIC X(001) VALUE "N".
           88  WS-FIM-DE-ARQUIVO         VALUE "S".
       77  WS-FIM-TURMA              PIC X(001) VALUE "N".
           88  WS-FIM-DA-TURMA           VALUE "S".
       77  WS-FIM-CHAMADAS           PIC X(001) VALUE "N".
           88  WS-FIM-DAS-CHAMADAS       VALUE "S".
       77  WS-FIM-VARREDURA          PIC X(001) VALUE "N".
           88  WS-FIM-DA-VARREDURA       VALUE "S".
       77  WS-AVNOTA-DISPONIVEL      PIC X(001) VALUE "N".
           88  WS-AVNOTA-ABERTA          VALUE "S".
       77  WS-FREQ-DISPONIVEL        PIC X(001) VALUE "N".
           88  WS-FREQ-ABERTA            VALUE "S".
       77  WS-OFERTA-DISPONIVEL      PIC X(001) VALUE "N".
           88  WS-OFERTA-ABERTA          VALUE "S".
       77  WS-MATERIA-ACHADA         PIC X(001) VALUE "N".
           88  WS-TEM-ENTRADA            VALUE "S".
       77  WS-TURMA-JA-CONTADA       PIC X(001) VALUE "N".
           88  WS-TURMA-REPETIDA         VALUE "S".
       77  WS-PRIMEIRO-PROF          PIC X(001) VALUE "S".
       77  WS-TERMO-PENDENCIA        PIC 9(006) VALUE ZEROS.
       77  WS-SUPERVISOR-LIBERACAO   PIC X(008) VALUE SPACES.
       77  WS-PROF-ANTERIOR          PIC X(008) VALUE SPACES.
       77  WS-MATERIA-VERIF          PIC 9(015) VALUE ZEROS.
       77  WS-ULTIMA-CHAMADA         PIC 9(008) VALUE ZEROS.
       77  WS-QTDE-ATIVAS-TURMA      PIC 9(005) VALUE ZERO.
       77  WS-QTDE-PEND-TURMA        PIC 9(005) VALUE ZERO.
       77  WS-QTDE-PEND-PROF         PIC 9(005) VALUE ZERO.
       77  WS-QTDE-PROFESSORES       PIC 9(005) VALUE ZERO.
       77  WS-QTDE-TURMAS            PIC 9(005) VALUE ZERO.
       77  WS-TOT-SEM-NOTA           PIC 9(007) VALUE ZERO.
       77  WS-TOT-RECUPERACAO        PIC 9(007) VALUE ZERO.
       77  WS-TOT-CHAMADA            PIC 9(005) VALUE ZERO.
       77  WS-TOT-SEM-PROFESSOR      PIC 9(005) VALUE ZERO.
       77  WS-TOT-PENDENCIAS         PIC 9(007) VALUE ZERO.
       77  WS-QTDE-MAT-ATR           PIC 9(003) COMP VALUE ZERO.
       77  WS-QTDE-MAT-SEM-PROF      PIC 9(003) COMP VALUE ZERO.
       77  WS-LIMITE-TABELA          PIC 9(003) COMP VALUE 500.
       77  WS-IND                    PIC 9(003) COMP VALUE ZERO.
       77  WS-QUOCIENTE              PIC 9(004) VALUE ZERO.
       77  WS-RESTO-4                PIC 9(004) VALUE ZERO.
       77  WS-RESTO-100              PIC 9(004) VALUE ZERO.
       77  WS-RESTO-400              PIC 9(004) VALUE ZERO.

      ******************************************************************
      * PRIMEIRO DIA DA ULTIMA SEMANA DA JANELA DE NOTAS: A SEMANA
      * QUE TERMINA NO FECHAMENTO DA JANELA TEM UM DIA DE CADA DIA DA
      * SEMANA, ENTAO TODA TURMA SEMANAL TEM AULA NELA - A ULTIMA
      * CHAMADA DA TURMA NAO PODE SER ANTERIOR A ESTA DATA.
      ******************************************************************
       01  WS-DATA-LIMITE            PIC 9(008) VALUE ZEROS.
       01  WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
           03  WS-LIM-ANO            PIC 9(004).
           03  WS-LIM-MES            PIC 9(002).
           03  WS-LIM-DIA            PIC 9(002).

       01  WS-DIAS-DO-MES-VAL        PIC X(024) VALUE
           "312831303130313130313031".
       01  WS-DIAS-DO-MES REDEFINES WS-DIAS-DO-MES-VAL.
           03  WS-DIAS-MES           PIC 9(002) OCCURS 12 TIMES.

      ******************************************************************
      * MATERIAS DO TERMO COM PROFESSOR ATRIBUIDO (PRIMEIRA PASSADA)
      * E MATERIAS COM INSCRICAO NO TERMO SEM NENHUMA ATRIBUICAO
      * ATIVA (SEGUNDA PASSADA).
      ******************************************************************
       01  WS-TABELA-MAT-ATR.
           03  WS-TAB-MAT-ATR        PIC 9(015) OCCURS 500 TIMES.

       01  WS-TABELA-MAT-SEM-PROF.
           03  WS-TAB-MAT-SEM-PROF   PIC 9(015) OCCURS 500 TIMES.

       01  WS-AUD-CALL.
           03  WS-AUD-CALL-PROGRAMA PIC X(008).
           03  WS-AUD-CALL-TERMINAL PIC X(008).
           03  WS-AUD-CALL-OPERADOR PIC X(008).
           03  WS-AUD-CALL-ACAO     PIC X(030).
           03  WS-AUD-RESPOSTA      PIC X(001).

       01  WS-CAB-RELATORIO.
           03  FILLER                PIC X(040) VALUE
               "PENDENCIAS DE FECHAMENTO - TERMO ".
           03  WS-CAB-TERMO          PIC 9(006).

       01  WS-CAB-PROF.
           03  FILLER                PIC X(013) VALUE "PROFESSOR : ".
           03  WS-CAB-PROF-ID        PIC X(008).
           03  FILLER                PIC X(002) VALUE SPACES.
           03  WS-CAB-PROF-NOME      PIC X(040).

       01  WS-DET-TURMA.
           03  FILLER                PIC X(005) VALUE "  MAT".
           03  WS-DET-MATERIA        PIC 9(015).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DET-NOME           PIC X(040).

       01  WS-DET-INSCRICAO.
           03  FILLER                PIC X(004) VALUE SPACES.
           03  WS-DIN-MATRICULA      PIC 9(011).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DIN-NOME           PIC X(036).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DIN-MOTIVO         PIC X(027).

       01  WS-DET-CHAMADA.
           03  FILLER                PIC X(021) VALUE
               "    ULTIMA CHAMADA : ".
           03  WS-DCH-ULTIMA         PIC 9(008).
           03  FILLER                PIC X(025) VALUE
               " - ESPERADA A PARTIR DE ".
           03  WS-DCH-LIMITE         PIC 9(008).

       01  WS-ROD-PROF.
           03  FILLER                PIC X(027) VALUE
               "  PENDENCIAS DO PROFESSOR: ".
           03  WS-RODP-PENDENCIAS    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-ABERTURA
           PERFORM 1500-CALCULAR-LIMITE-CHAMADA
           PERFORM 2000-PROCESSAR-ATRIBUICOES
                   UNTIL WS-FIM-DE-ARQUIVO
           IF WS-PRIMEIRO-PROF NOT = "S"
               PERFORM 2500-FECHAR-PROFESSOR
           END-IF
           PERFORM 4000-LOCALIZAR-SEM-PROFESSOR
           PERFORM 4500-IMPRIMIR-SEM-PROFESSOR
           PERFORM 8000-RESUMO
           PERFORM 9000-ENCERRAMENTO
           STOP RUN.

      ******************************************************************
      * SYSIN: TERMO (AAAAPP) E, OPCIONALMENTE, NA SEGUNDA LINHA O
      * CODIGO DO SUPERVISOR QUE LIBERA O FECHAMENTO COM PENDENCIAS.
      ******************************************************************
       1000-ABERTURA SECTION.
           DISPLAY "TERMO A FECHAR (AAAAPP) : " WITH NO ADVANCING
           ACCEPT WS-TERMO-PENDENCIA
           DISPLAY "SUPERVISOR (LIBERACAO)  : " WITH NO ADVANCING
           ACCEPT WS-SUPERVISOR-LIBERACAO
           IF WS-TERMO-PENDENCIA = ZEROS
               DISPLAY "TERMO INVALIDO - VERIFICACAO RECUSADA."
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CALEND-DAT
           IF WS-FS-CALEND NOT = "00"
               DISPLAY "ERRO AO ABRIR CALEND.DAT - STATUS "
                       WS-FS-CALEND
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TERMO-PENDENCIA   TO WS-TERMO IN WS-REG-CALENDARIO
           READ CALEND-DAT KEY IS WS-TERMO IN WS-REG-CALENDARIO
               INVALID KEY
                   DISPLAY "TERMO " WS-TERMO-PENDENCIA
                           " NAO CADASTRADO NO CALENDARIO."
                   MOVE 8           TO RETURN-CODE
                   CLOSE CALEND-DAT
                   STOP RUN
           END-READ
           CLOSE CALEND-DAT
           OPEN INPUT ATRIBUI-DAT
           IF WS-FS-ATRIBUI NOT = "00"
               DISPLAY "ERRO AO ABRIR ATRIBUI.DAT - STATUS "
                       WS-FS-ATRIBUI
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INSCRICAO-DAT
           IF WS-FS-INSCRICAO NOT = "00"
               DISPLAY "ERRO AO ABRIR INSCRICAO.DAT - STATUS "
                       WS-FS-INSCRICAO
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NOTA-DAT
           IF WS-FS-NOTA NOT = "00"
               DISPLAY "ERRO AO ABRIR NOTA.DAT - STATUS "
                       WS-FS-NOTA
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FREQ-DAT
           IF WS-FS-FREQ = "00"
               SET WS-FREQ-ABERTA   TO TRUE
           ELSE
               DISPLAY "FREQ.DAT INDISPONIVEL - TODA TURMA SAI "
                       "SEM CHAMADA."
           END-IF
           OPEN INPUT AVNOTA-DAT
           IF WS-FS-AVNOTA = "00"
               SET WS-AVNOTA-ABERTA TO TRUE
           END-IF
           OPEN INPUT OFERTA-DAT
           IF WS-FS-OFERTA = "00"
               SET WS-OFERTA-ABERTA TO TRUE
           END-IF
           OPEN INPUT PROFESSOR-DAT
           OPEN INPUT MATERIA-DAT
           OPEN INPUT ALUNO-DAT
           OPEN OUTPUT PENDFECH-PRT
           MOVE WS-TERMO-PENDENCIA   TO WS-CAB-TERMO
           WRITE WS-LINHA-PENDFECH FROM WS-CAB-RELATORIO
           PERFORM 2100-LER-ATRIBUICAO.

      ******************************************************************
      * RECUA SEIS DIAS A PARTIR DO FECHAMENTO DA JANELA DE NOTAS.
      * CALENDARIO SEM JANELA CADASTRADA NAO COBRA CHAMADA.
      ******************************************************************
       1500-CALCULAR-LIMITE-CHAMADA SECTION.
           MOVE WS-NOTA-FECHAMENTO   TO WS-DATA-LIMITE
           IF WS-DATA-LIMITE = ZEROS
               DISPLAY "JANELA DE NOTAS SEM FECHAMENTO NO CALENDARIO"
                       " - CHAMADAS NAO CONFERIDAS."
               GO TO 1500-FIM
           END-IF
           PERFORM 1510-RECUAR-UM-DIA 6 TIMES.
       1500-FIM.
           CONTINUE.

       1510-RECUAR-UM-DIA SECTION.
           IF WS-LIM-DIA > 1
               SUBTRACT 1            FROM WS-LIM-DIA
               GO TO 1510-FIM
           END-IF
           IF WS-LIM-MES = 1
               MOVE 12               TO WS-LIM-MES
               SUBTRACT 1            FROM WS-LIM-ANO
           ELSE
               SUBTRACT 1            FROM WS-LIM-MES
           END-IF
           MOVE WS-DIAS-MES (WS-LIM-MES) TO WS-LIM-DIA
           IF WS-LIM-MES = 2
               DIVIDE WS-LIM-ANO BY 4 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-4
               DIVIDE WS-LIM-ANO BY 100 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-100
               DIVIDE WS-LIM-ANO BY 400 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-400
               IF WS-RESTO-4 = ZERO AND
                  (WS-RESTO-100 NOT = ZERO OR WS-RESTO-400 = ZERO)
                   MOVE 29           TO WS-LIM-DIA
               END-IF
           END-IF.
       1510-FIM.
           CONTINUE.

      ******************************************************************
      * ATRIBUI.DAT EM ORDEM DE CHAVE (PROFESSOR+MATERIA+TERMO), SO
      * AS ATRIBUICOES ATIVAS DO TERMO - QUEBRA POR PROFESSOR COMO NO
      * PROFREL. TURMA COM MAIS DE UM PROFESSOR SAI PARA CADA UM, MAS
      * ENTRA UMA VEZ SO NOS TOTAIS.
      ******************************************************************
       2000-PROCESSAR-ATRIBUICOES SECTION.
           IF WS-ATRIBUICAO-ATIVA AND
              WS-TERMO IN WS-CHAVE-ATRIBUICAO = WS-TERMO-PENDENCIA
               IF WS-PRIMEIRO-PROF = "S" OR
                  WS-PROF-ID-ATR NOT = WS-PROF-ANTERIOR
                   IF WS-PRIMEIRO-PROF NOT = "S"
                       PERFORM 2500-FECHAR-PROFESSOR
                   END-IF
                   PERFORM 2600-ABRIR-PROFESSOR
               END-IF
               MOVE WS-COD-MATERIA IN WS-CHAVE-ATRIBUICAO
                   TO WS-MATERIA-VERIF
               PERFORM 2700-REGISTRAR-MATERIA-ATR
               PERFORM 3000-VERIFICAR-TURMA
           END-IF
           PERFORM 2100-LER-ATRIBUICAO.

       2100-LER-ATRIBUICAO SECTION.
           READ ATRIBUI-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DE-ARQUIVO TO TRUE
           END-READ.

       2500-FECHAR-PROFESSOR SECTION.
           MOVE WS-QTDE-PEND-PROF    TO WS-RODP-PENDENCIAS
           WRITE WS-LINHA-PENDFECH FROM WS-ROD-PROF.

       2600-ABRIR-PROFESSOR SECTION.
           MOVE "N"                  TO WS-PRIMEIRO-PROF
           MOVE WS-PROF-ID-ATR       TO WS-PROF-ANTERIOR
           MOVE ZERO                 TO WS-QTDE-PEND-PROF
           ADD 1                     TO WS-QTDE-PROFESSORES
           MOVE WS-PROF-ID-ATR       TO WS-PROF-ID
           READ PROFESSOR-DAT KEY IS WS-PROF-ID
               INVALID KEY
                   MOVE "** PROFESSOR NAO CADASTRADO **"
                       TO WS-PROF-NOME
           END-READ
           MOVE WS-PROF-ID-ATR       TO WS-CAB-PROF-ID
           MOVE WS-PROF-NOME         TO WS-CAB-PROF-NOME
           WRITE WS-LINHA-PENDFECH FROM WS-CAB-PROF
                   AFTER ADVANCING PAGE.

      ******************************************************************
      * GUARDA A MATERIA NA TABELA DAS ATRIBUIDAS. SE JA ESTAVA LA
      * (SEGUNDO PROFESSOR DA MESMA TURMA), AS PENDENCIAS DA TURMA
      * SAO LISTADAS DE NOVO MAS NAO SOMAM OUTRA VEZ NOS TOTAIS.
      ******************************************************************
       2700-REGISTRAR-MATERIA-ATR SECTION.
           MOVE "N"                  TO WS-TURMA-JA-CONTADA
           MOVE "N"                  TO WS-MATERIA-ACHADA
           MOVE ZERO                 TO WS-IND
           PERFORM 2710-TESTAR-MATERIA-ATR
                   UNTIL WS-TEM-ENTRADA OR
                         WS-IND NOT < WS-QTDE-MAT-ATR
           IF WS-TEM-ENTRADA
               SET WS-TURMA-REPETIDA TO TRUE
               GO TO 2700-FIM
           END-IF
           IF WS-QTDE-MAT-ATR NOT < WS-LIMITE-TABELA
               DISPLAY "TABELA DE MATERIAS ESGOTADA ("
                       WS-LIMITE-TABELA ") - VERIFICACAO RECUSADA."
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                     TO WS-QTDE-MAT-ATR
           MOVE WS-MATERIA-VERIF     TO
               WS-TAB-MAT-ATR (WS-QTDE-MAT-ATR).
       2700-FIM.
           CONTINUE.

       2710-TESTAR-MATERIA-ATR SECTION.
           ADD 1                     TO WS-IND
           IF WS-TAB-MAT-ATR (WS-IND) = WS-MATERIA-VERIF
               SET WS-TEM-ENTRADA    TO TRUE
           END-IF.

      ******************************************************************
      * CONFERE UMA TURMA (WS-MATERIA-VERIF NO TERMO): OFERTA
      * DESATIVADA NAO TEM AULA E NAO E COBRADA. AS INSCRICOES SAO
      * LIDAS PELA CHAVE ALTERNADA; TURMA SEM INSCRICAO ATIVA NAO
      * COBRA CHAMADA.
      ******************************************************************
       3000-VERIFICAR-TURMA SECTION.
           MOVE ZERO                 TO WS-QTDE-ATIVAS-TURMA
                                         WS-QTDE-PEND-TURMA
           IF WS-OFERTA-ABERTA
               MOVE WS-MATERIA-VERIF TO
                   WS-COD-MATERIA IN WS-CHAVE-OFERTA
               MOVE WS-TERMO-PENDENCIA TO
                   WS-TERMO IN WS-CHAVE-OFERTA
               READ OFERTA-DAT KEY IS WS-CHAVE-OFERTA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-OFERTA = "00" AND WS-OFERTA-INATIVA
                   GO TO 3000-FIM
               END-IF
           END-IF
           MOVE WS-MATERIA-VERIF     TO WS-COD-MATERIA IN WS-REG-MATERIA
           READ MATERIA-DAT KEY IS WS-COD-MATERIA IN WS-REG-MATERIA
               INVALID KEY
                   MOVE "** NOME NAO ENCONTRADO **"
                       TO WS-NOME-MATERIA
           END-READ
           MOVE WS-MATERIA-VERIF     TO WS-DET-MATERIA
           MOVE WS-NOME-MATERIA      TO WS-DET-NOME
           WRITE WS-LINHA-PENDFECH FROM WS-DET-TURMA
           IF NOT WS-TURMA-REPETIDA
               ADD 1                 TO WS-QTDE-TURMAS
           END-IF
           MOVE "N"                  TO WS-FIM-TURMA
           MOVE WS-MATERIA-VERIF     TO WS-MATERIA-INSC-ALT
           MOVE WS-TERMO-PENDENCIA   TO WS-TERMO-INSC-ALT
           START INSCRICAO-DAT KEY IS EQUAL TO WS-CHAVE-INSC-OFERTA
               INVALID KEY
                   SET WS-FIM-DA-TURMA TO TRUE
           END-START
           IF NOT WS-FIM-DA-TURMA
               PERFORM 3100-LER-INSCRICAO
           END-IF
           PERFORM 3200-EXAMINAR-INSCRICAO
                   UNTIL WS-FIM-DA-TURMA
           IF WS-QTDE-ATIVAS-TURMA > ZERO
               PERFORM 3500-VERIFICAR-CHAMADAS
           END-IF
           ADD WS-QTDE-PEND-TURMA    TO WS-QTDE-PEND-PROF.
       3000-FIM.
           CONTINUE.

       3100-LER-INSCRICAO SECTION.
           READ INSCRICAO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DA-TURMA TO TRUE
           END-READ
           IF NOT WS-FIM-DA-TURMA AND
              (WS-MATERIA-INSC-ALT NOT = WS-MATERIA-VERIF OR
               WS-TERMO-INSC-ALT NOT = WS-TERMO-PENDENCIA)
               SET WS-FIM-DA-TURMA  TO TRUE
           END-IF.

      ******************************************************************
      * INSCRICAO ATIVA PRECISA DE NOTA EM NOTA.DAT; SE A NOTA VEIO
      * DOS COMPONENTES (AVALMNT) E A MEDIA CAIU NA RECUPERACAO, A
      * PROVA DE RECUPERACAO TAMBEM PRECISA ESTAR LANCADA.
      ******************************************************************
       3200-EXAMINAR-INSCRICAO SECTION.
           IF WS-INSCRICAO-ATIVA
               ADD 1                 TO WS-QTDE-ATIVAS-TURMA
               PERFORM 3250-CONFERIR-NOTA
           END-IF
           PERFORM 3100-LER-INSCRICAO.

       3250-CONFERIR-NOTA SECTION.
           MOVE WS-MATRICULA IN WS-CHAVE-INSCRICAO TO
               WS-MATRICULA IN WS-CHAVE-NOTA
           MOVE WS-MATERIA-VERIF     TO WS-COD-MATERIA IN WS-CHAVE-NOTA
           MOVE WS-TERMO-PENDENCIA   TO WS-TERMO IN WS-CHAVE-NOTA
           READ NOTA-DAT KEY IS WS-CHAVE-NOTA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-NOTA NOT = "00"
               MOVE "SEM NOTA LANCADA"  TO WS-DIN-MOTIVO
               PERFORM 3300-IMPRIMIR-PENDENCIA
               IF NOT WS-TURMA-REPETIDA
                   ADD 1             TO WS-TOT-SEM-NOTA
               END-IF
               GO TO 3250-FIM
           END-IF
           IF NOT WS-AVNOTA-ABERTA
               GO TO 3250-FIM
           END-IF
           MOVE WS-MATERIA-VERIF     TO
               WS-COD-MATERIA IN WS-CHAVE-AVAL-NOTA
           MOVE WS-TERMO-PENDENCIA   TO WS-TERMO IN WS-CHAVE-AVAL-NOTA
           MOVE WS-MATRICULA IN WS-CHAVE-INSCRICAO TO
               WS-MATRICULA IN WS-CHAVE-AVAL-NOTA
           READ AVNOTA-DAT KEY IS WS-CHAVE-AVAL-NOTA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-AVNOTA = "00" AND WS-RECUP-PENDENTE
               MOVE "RECUPERACAO SEM NOTA" TO WS-DIN-MOTIVO
               PERFORM 3300-IMPRIMIR-PENDENCIA
               IF NOT WS-TURMA-REPETIDA
                   ADD 1             TO WS-TOT-RECUPERACAO
               END-IF
           END-IF.
       3250-FIM.
           CONTINUE.

       3300-IMPRIMIR-PENDENCIA SECTION.
           ADD 1                     TO WS-QTDE-PEND-TURMA
           MOVE WS-MATRICULA IN WS-CHAVE-INSCRICAO TO
               WS-MATRICULA IN WS-REG-ALUNO
           READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
               INVALID KEY
                   MOVE "** ALUNO NAO CADASTRADO **" TO WS-NOME
           END-READ
           MOVE WS-MATRICULA IN WS-CHAVE-INSCRICAO TO WS-DIN-MATRICULA
           MOVE WS-NOME              TO WS-DIN-NOME
           WRITE WS-LINHA-PENDFECH FROM WS-DET-INSCRICAO.

      ******************************************************************
      * A MAIOR DATA DE CHAMADA DA TURMA EM FREQ.DAT (CHAVE MATERIA+
      * TERMO+MATRICULA+DATA) TEM QUE CAIR NA ULTIMA SEMANA DA JANELA
      * DE NOTAS. TURMA SEM NENHUMA CHAMADA TAMBEM E PENDENCIA.
      ******************************************************************
       3500-VERIFICAR-CHAMADAS SECTION.
           IF WS-DATA-LIMITE = ZEROS
               GO TO 3500-FIM
           END-IF
           MOVE ZEROS                TO WS-ULTIMA-CHAMADA
           MOVE "N"                  TO WS-FIM-CHAMADAS
           IF NOT WS-FREQ-ABERTA
               SET WS-FIM-DAS-CHAMADAS TO TRUE
           ELSE
               MOVE WS-MATERIA-VERIF TO
                   WS-COD-MATERIA IN WS-CHAVE-FREQUENCIA
               MOVE WS-TERMO-PENDENCIA TO
                   WS-TERMO IN WS-CHAVE-FREQUENCIA
               MOVE ZEROS            TO
                   WS-MATRICULA IN WS-CHAVE-FREQUENCIA
                   WS-DATA-AULA
               START FREQ-DAT KEY IS NOT LESS THAN
                       WS-CHAVE-FREQUENCIA
                   INVALID KEY
                       SET WS-FIM-DAS-CHAMADAS TO TRUE
               END-START
           END-IF
           PERFORM 3600-LER-CHAMADA
                   UNTIL WS-FIM-DAS-CHAMADAS
           IF WS-ULTIMA-CHAMADA NOT < WS-DATA-LIMITE
               GO TO 3500-FIM
           END-IF
           ADD 1                     TO WS-QTDE-PEND-TURMA
           IF NOT WS-TURMA-REPETIDA
               ADD 1                 TO WS-TOT-CHAMADA
           END-IF
           IF WS-ULTIMA-CHAMADA = ZEROS
               MOVE "    TURMA SEM NENHUMA CHAMADA LANCADA"
                   TO WS-LINHA-PENDFECH
               WRITE WS-LINHA-PENDFECH
           ELSE
               MOVE WS-ULTIMA-CHAMADA TO WS-DCH-ULTIMA
               MOVE WS-DATA-LIMITE   TO WS-DCH-LIMITE
               WRITE WS-LINHA-PENDFECH FROM WS-DET-CHAMADA
           END-IF.
       3500-FIM.
           CONTINUE.

       3600-LER-CHAMADA SECTION.
           READ FREQ-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DAS-CHAMADAS TO TRUE
                   GO TO 3600-FIM
           END-READ
           IF WS-COD-MATERIA IN WS-CHAVE-FREQUENCIA NOT =
              WS-MATERIA-VERIF OR
              WS-TERMO IN WS-CHAVE-FREQUENCIA NOT = WS-TERMO-PENDENCIA
               SET WS-FIM-DAS-CHAMADAS TO TRUE
               GO TO 3600-FIM
           END-IF
           IF WS-DATA-AULA > WS-ULTIMA-CHAMADA
               MOVE WS-DATA-AULA     TO WS-ULTIMA-CHAMADA
           END-IF.
       3600-FIM.
           CONTINUE.

      ******************************************************************
      * SEGUNDA PASSADA: PERCORRE AS TURMAS DO TERMO PELA CHAVE
      * ALTERNADA, UM REGISTRO POR MATERIA (SALTANDO PARA A MATERIA
      * SEGUINTE A CADA TURMA ACHADA), E GUARDA AS QUE NAO TEM
      * ATRIBUICAO ATIVA NO TERMO.
      ******************************************************************
       4000-LOCALIZAR-SEM-PROFESSOR SECTION.
           MOVE "N"                  TO WS-FIM-VARREDURA
           MOVE ZEROS                TO WS-MATERIA-INSC-ALT
           MOVE WS-TERMO-PENDENCIA   TO WS-TERMO-INSC-ALT
           START INSCRICAO-DAT KEY IS NOT LESS THAN
                   WS-CHAVE-INSC-OFERTA
               INVALID KEY
                   SET WS-FIM-DA-VARREDURA TO TRUE
           END-START
           PERFORM 4100-PROXIMA-TURMA
                   UNTIL WS-FIM-DA-VARREDURA.

       4100-PROXIMA-TURMA SECTION.
           READ INSCRICAO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DA-VARREDURA TO TRUE
                   GO TO 4100-FIM
           END-READ
           IF WS-TERMO-INSC-ALT = WS-TERMO-PENDENCIA
               MOVE WS-MATERIA-INSC-ALT TO WS-MATERIA-VERIF
               PERFORM 4200-REGISTRAR-SEM-PROFESSOR
           END-IF
           IF WS-TERMO-INSC-ALT NOT < WS-TERMO-PENDENCIA
               IF WS-MATERIA-INSC-ALT = 999999999999999
                   SET WS-FIM-DA-VARREDURA TO TRUE
                   GO TO 4100-FIM
               END-IF
               ADD 1                 TO WS-MATERIA-INSC-ALT
           END-IF
           MOVE WS-TERMO-PENDENCIA   TO WS-TERMO-INSC-ALT
           START INSCRICAO-DAT KEY IS NOT LESS THAN
                   WS-CHAVE-INSC-OFERTA
               INVALID KEY
                   SET WS-FIM-DA-VARREDURA TO TRUE
           END-START.
       4100-FIM.
           CONTINUE.

       4200-REGISTRAR-SEM-PROFESSOR SECTION.
           MOVE "N"                  TO WS-MATERIA-ACHADA
           MOVE ZERO                 TO WS-IND
           PERFORM 2710-TESTAR-MATERIA-ATR
                   UNTIL WS-TEM-ENTRADA OR
                         WS-IND NOT < WS-QTDE-MAT-ATR
           IF WS-TEM-ENTRADA
               GO TO 4200-FIM
           END-IF
           IF WS-QTDE-MAT-SEM-PROF NOT < WS-LIMITE-TABELA
               DISPLAY "TABELA DE MATERIAS ESGOTADA ("
                       WS-LIMITE-TABELA ") - VERIFICACAO RECUSADA."
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                     TO WS-QTDE-MAT-SEM-PROF
           MOVE WS-MATERIA-VERIF     TO
               WS-TAB-MAT-SEM-PROF (WS-QTDE-MAT-SEM-PROF).
       4200-FIM.
           CONTINUE.

      ******************************************************************
      * TURMAS SEM PROFESSOR SAEM NUMA PAGINA PROPRIA, CONFERIDAS DO
      * MESMO JEITO. A FALTA DE ATRIBUICAO SOZINHA NAO SEGURA O
      * FECHAMENTO (A SECRETARIA LANCA NOTA DE TURMA SEM PROFESSOR).
      ******************************************************************
       4500-IMPRIMIR-SEM-PROFESSOR SECTION.
           IF WS-QTDE-MAT-SEM-PROF = ZERO
               GO TO 4500-FIM
           END-IF
           MOVE "TURMAS SEM PROFESSOR ATRIBUIDO NO TERMO"
               TO WS-LINHA-PENDFECH
           WRITE WS-LINHA-PENDFECH AFTER ADVANCING PAGE
           MOVE ZERO                 TO WS-QTDE-PEND-PROF
           MOVE ZERO                 TO WS-IND
           PERFORM 4600-VERIFICAR-SEM-PROFESSOR
                   UNTIL WS-IND NOT < WS-QTDE-MAT-SEM-PROF
           PERFORM 2500-FECHAR-PROFESSOR.
       4500-FIM.
           CONTINUE.

       4600-VERIFICAR-SEM-PROFESSOR SECTION.
           ADD 1                     TO WS-IND
           MOVE WS-TAB-MAT-SEM-PROF (WS-IND) TO WS-MATERIA-VERIF
           MOVE "N"                  TO WS-TURMA-JA-CONTADA
           ADD 1                     TO WS-TOT-SEM-PROFESSOR
           PERFORM 3000-VERIFICAR-TURMA.

       8000-RESUMO SECTION.
           COMPUTE WS-TOT-PENDENCIAS = WS-TOT-SEM-NOTA +
                   WS-TOT-RECUPERACAO + WS-TOT-CHAMADA
           MOVE "RELATORIO DE CONTROLE - PENDENCIAS DE FECHAMENTO"
                                      TO WS-LINHA-PENDFECH
           WRITE WS-LINHA-PENDFECH AFTER ADVANCING PAGE
           MOVE SPACES               TO WS-LINHA-PENDFECH
           STRING "PROFESSORES COM TURMA NO TERMO : "
                   WS-QTDE-PROFESSORES
               DELIMITED BY SIZE INTO WS-LINHA-PENDFECH
           WRITE WS-LINHA-PENDFECH
           MOVE SPACES               TO WS-LINHA-PENDFECH
           STRING "TURMAS CONFERIDAS              : " WS-QTDE-TURMAS
               DELIMITED BY SIZE INTO WS-LINHA-PENDFECH
           WRITE WS-LINHA-PENDFECH
           MOVE SPACES               TO WS-LINHA-PENDFECH
           STRING "TURMAS SEM PROFESSOR ATRIBUIDO : "
                   WS-TOT-SEM-PROFESSOR
               DELIMITED BY SIZE INTO WS-LINHA-PENDFECH
           WRITE WS-LINHA-PENDFECH
           MOVE SPACES               TO WS-LINHA-PENDFECH
           STRING "INSCRICOES ATIVAS SEM NOTA     : " WS-TOT-SEM-NOTA
               DELIMITED BY SIZE INTO WS-LINHA-PENDFECH
           WRITE WS-LINHA-PENDFECH
           MOVE SPACES               TO WS-LINHA-PENDFECH
           STRING "RECUPERACOES SEM NOTA          : "
                   WS-TOT-RECUPERACAO
               DELIMITED BY SIZE INTO WS-LINHA-PENDFECH
           WRITE WS-LINHA-PENDFECH
           MOVE SPACES               TO WS-LINHA-PENDFECH
           STRING "TURMAS COM CHAMADA INCOMPLETA  : " WS-TOT-CHAMADA
               DELIMITED BY SIZE INTO WS-LINHA-PENDFECH
           WRITE WS-LINHA-PENDFECH
           MOVE SPACES               TO WS-LINHA-PENDFECH
           STRING "CHAMADAS ESPERADAS A PARTIR DE : " WS-DATA-LIMITE
               DELIMITED BY SIZE INTO WS-LINHA-PENDFECH
           WRITE WS-LINHA-PENDFECH
           MOVE SPACES               TO WS-LINHA-PENDFECH
           WRITE WS-LINHA-PENDFECH
           IF WS-TOT-PENDENCIAS = ZERO
               MOVE "TERMO SEM PENDENCIAS - FECHAMENTO LIBERADO."
                   TO WS-LINHA-PENDFECH
               WRITE WS-LINHA-PENDFECH
               DISPLAY "TERMO " WS-TERMO-PENDENCIA
                       " SEM PENDENCIAS DE FECHAMENTO."
               GO TO 8000-FIM
           END-IF
           IF WS-SUPERVISOR-LIBERACAO = SPACES
               MOVE "FECHAMENTO BLOQUEADO - RESOLVER AS PENDENCIAS OU"
                   TO WS-LINHA-PENDFECH
               WRITE WS-LINHA-PENDFECH
               MOVE "INFORMAR O SUPERVISOR NA SEGUNDA LINHA DO SYSIN."
                   TO WS-LINHA-PENDFECH
               WRITE WS-LINHA-PENDFECH
               DISPLAY "TERMO " WS-TERMO-PENDENCIA " COM "
                       WS-TOT-PENDENCIAS " PENDENCIAS - FECHAMENTO "
                       "BLOQUEADO."
               MOVE 8               TO RETURN-CODE
               GO TO 8000-FIM
           END-IF
           PERFORM 8100-VALIDAR-SUPERVISOR.
       8000-FIM.
           CONTINUE.

      ******************************************************************
      * A LIBERACAO SO VALE PARA OPERADOR ATIVO DE NIVEL SUPERVISOR
      * NO MESTRE DE OPERADORES (OPERMNT). LIBERACAO ACEITA FICA NA
      * AUDITORIA E O PASSO TERMINA COM RC=4 (A CADEIA SEGUE).
      ******************************************************************
       8100-VALIDAR-SUPERVISOR SECTION.
           OPEN INPUT OPERADOR-DAT
           IF WS-FS-OPERADOR NOT = "00"
               DISPLAY "ERRO AO ABRIR OPERADOR.DAT - STATUS "
                       WS-FS-OPERADOR
               MOVE "FECHAMENTO BLOQUEADO - SUPERVISOR NAO CONFERIDO."
                   TO WS-LINHA-PENDFECH
               WRITE WS-LINHA-PENDFECH
               MOVE 8               TO RETURN-CODE
               GO TO 8100-FIM
           END-IF
           MOVE WS-SUPERVISOR-LIBERACAO TO WS-OPER-ID
           READ OPERADOR-DAT KEY IS WS-OPER-ID
               INVALID KEY
                   CONTINUE
           END-READ
           CLOSE OPERADOR-DAT
           IF WS-FS-OPERADOR NOT = "00" OR
              NOT WS-OPER-SUPERVISOR OR
              NOT WS-OPER-ATIVO
               MOVE SPACES           TO WS-LINHA-PENDFECH
               STRING "FECHAMENTO BLOQUEADO - " WS-SUPERVISOR-LIBERACAO
                       " NAO E SUPERVISOR ATIVO."
                   DELIMITED BY SIZE INTO WS-LINHA-PENDFECH
               WRITE WS-LINHA-PENDFECH
               DISPLAY "OPERADOR " WS-SUPERVISOR-LIBERACAO
                       " NAO E SUPERVISOR ATIVO - FECHAMENTO "
                       "BLOQUEADO."
               MOVE 8               TO RETURN-CODE
               GO TO 8100-FIM
           END-IF
           MOVE SPACES               TO WS-LINHA-PENDFECH
           STRING "FECHAMENTO LIBERADO COM PENDENCIAS PELO SUPERVISOR "
                   WS-SUPERVISOR-LIBERACAO
               DELIMITED BY SIZE INTO WS-LINHA-PENDFECH
           WRITE WS-LINHA-PENDFECH
           MOVE SPACES               TO WS-LINHA-PENDFECH
           STRING "  " WS-OPER-NOME
               DELIMITED BY SIZE INTO WS-LINHA-PENDFECH
           WRITE WS-LINHA-PENDFECH
           MOVE "PENDFECH"           TO WS-AUD-CALL-PROGRAMA
           MOVE "BATCH"              TO WS-AUD-CALL-TERMINAL
           MOVE WS-SUPERVISOR-LIBERACAO TO WS-AUD-CALL-OPERADOR
           MOVE "LIBERA FECHTO C/ PENDENCIAS"
                                      TO WS-AUD-CALL-ACAO
           MOVE "S"                  TO WS-AUD-RESPOSTA
           CALL "GRAVAUD" USING WS-AUD-CALL-PROGRAMA
                   WS-AUD-CALL-TERMINAL WS-AUD-CALL-OPERADOR
                   WS-AUD-CALL-ACAO WS-AUD-RESPOSTA
           DISPLAY "TERMO " WS-TERMO-PENDENCIA " COM "
                   WS-TOT-PENDENCIAS " PENDENCIAS - LIBERADO PELO "
                   "SUPERVISOR " WS-SUPERVISOR-LIBERACAO "."
           MOVE 4                    TO RETURN-CODE.
       8100-FIM.
           CONTINUE.

       9000-ENCERRAMENTO SECTION.
           CLOSE ATRIBUI-DAT INSCRICAO-DAT NOTA-DAT
                 PROFESSOR-DAT MATERIA-DAT ALUNO-DAT PENDFECH-PRT
           IF WS-FREQ-ABERTA
               CLOSE FREQ-DAT
           END-IF
           IF WS-AVNOTA-ABERTA
               CLOSE AVNOTA-DAT
           END-IF
           IF WS-OFERTA-ABERTA
               CLOSE OFERTA-DAT
           END-IF.
       END PROGRAM PENDFECH.
