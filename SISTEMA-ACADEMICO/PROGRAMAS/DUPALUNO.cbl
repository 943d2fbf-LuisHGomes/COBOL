      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: RELATORIO DE SUSPEITOS DE DUPLICIDADE DE ALUNO PARA
      *          SANEAMENTO DO CADASTRO. PERCORRE ALUNO.DAT COM OS
      *          DADOS PESSOAIS DE CONTATO.DAT E LISTA, EM GRUPOS, AS
      *          MATRICULAS (ATIVAS, TRANCADAS OU INATIVAS) QUE TEM
      *          O MESMO CPF, OU O MESMO NOME E A MESMA DATA DE
      *          NASCIMENTO - A MESMA PESSOA ADMITIDA DUAS VEZES. CADA
      *          ALUNO ENTRA NO SORT UMA VEZ POR CRITERIO; GRUPO COM
      *          UMA SO MATRICULA NAO SAI. ALUNO SEM DADOS PESSOAIS
      *          NAO TEM COMO SER COMPARADO E SO E CONTADO NO RESUMO.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPALUNO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-DAT          ASSIGN TO "ALUNODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS WS-MATRICULA
                                      FILE STATUS IS WS-FS-ALUNO.

           SELECT CONTATO-DAT        ASSIGN TO "CONTADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CONT-MATRICULA
                                      FILE STATUS IS WS-FS-CONTATO.

           SELECT SORT-WORK          ASSIGN TO "WORKDUPL".

           SELECT DUPALUNO-PRT       ASSIGN TO "DUPLIPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-DUPALUNO.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-DAT.
           COPY ALUNOREG.

       FD  CONTATO-DAT.
           COPY CONTREG.

       SD  SORT-WORK.
       01  WS-REG-SORT.
           03  WS-SORT-CRITERIO      PIC 9(001).
               88  WS-SORT-POR-CPF       VALUE 1.
               88  WS-SORT-POR-NOME      VALUE 2.
           03  WS-SORT-CHAVE         PIC X(068).
           03  WS-SORT-MATRICULA     PIC 9(011).
           03  WS-SORT-NOME          PIC X(060).
           03  WS-SORT-CPF           PIC 9(011).
           03  WS-SORT-DATA-NASC     PIC 9(008).
           03  WS-SORT-SITUACAO      PIC X(001).

       FD  DUPALUNO-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-DUPALUNO         PIC X(080).

       WORKING-STORAGE SECTION.
       77  WS-FS-ALUNO               PIC X(002) VALUE "00".
       77  WS-FS-CONTATO             PIC X(002) VALUE "00".
       77  WS-FS-DUPALUNO            PIC X(002) VALUE "00".
       77  WS-FIM-ALUNO              PIC X(001) VALUE "N".
           88  WS-FIM-DE-ALUNO           VALUE "S".
       77  WS-FIM-SORT               PIC X(001) VALUE "N".
           88  WS-FIM-DO-SORT            VALUE "S".
       77  WS-GRUPO-ABERTO           PIC X(001) VALUE "N".
           88  WS-GRUPO-LISTADO          VALUE "S".
       77  WS-DATA-EMISSAO           PIC 9(008) VALUE ZEROS.
       77  WS-CRITERIO-ANTERIOR      PIC 9(001) VALUE ZERO.
       77  WS-CHAVE-ANTERIOR         PIC X(068) VALUE SPACES.
       77  WS-QTDE-ALUNOS            PIC 9(007) VALUE ZERO.
       77  WS-QTDE-SEM-DADOS         PIC 9(007) VALUE ZERO.
       77  WS-QTDE-GRUPOS-CPF        PIC 9(007) VALUE ZERO.
       77  WS-QTDE-GRUPOS-NOME       PIC 9(007) VALUE ZERO.
       77  WS-QTDE-LISTADOS          PIC 9(007) VALUE ZERO.

       01  WS-CHAVE-NOME-NASC.
           03  WS-CHV-NOME           PIC X(060).
           03  WS-CHV-DATA-NASC      PIC 9(008).

      ******************************************************************
      * REGISTRO ANTERIOR DO SORT - SO E IMPRESSO QUANDO O SEGUINTE
      * TEM A MESMA CHAVE (ABRINDO O GRUPO).
      ******************************************************************
       01  WS-REG-ANTERIOR.
           03  WS-ANT-MATRICULA      PIC 9(011).
           03  WS-ANT-NOME           PIC X(060).
           03  WS-ANT-CPF            PIC 9(011).
           03  WS-ANT-DATA-NASC      PIC 9(008).
           03  WS-ANT-SITUACAO       PIC X(001).

       01  WS-CAB-DUPALUNO.
           03  FILLER                PIC X(045) VALUE
               "SUSPEITOS DE DUPLICIDADE DE ALUNO - EMISSAO ".
           03  WS-CAB-DATA           PIC 9(008).

       01  WS-CAB-GRUPO-CPF.
           03  FILLER                PIC X(012) VALUE "MESMO CPF : ".
           03  WS-GRP-CPF            PIC 9(011).

       01  WS-CAB-GRUPO-NOME.
           03  FILLER                PIC X(027) VALUE
               "MESMO NOME E NASCIMENTO : ".
           03  WS-GRP-DATA-NASC      PIC 9(008).

       01  WS-DET-DUPALUNO.
           03  FILLER                PIC X(006) VALUE "  MAT ".
           03  WS-DET-MATRICULA      PIC 9(011).
           03  FILLER                PIC X(005) VALUE " SIT ".
           03  WS-DET-SITUACAO       PIC X(001).
           03  FILLER                PIC X(005) VALUE " CPF ".
           03  WS-DET-CPF            PIC 9(011).
           03  FILLER                PIC X(006) VALUE " NASC ".
           03  WS-DET-DATA-NASC      PIC 9(008).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DET-NOME           PIC X(026).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-ABERTURA
           SORT SORT-WORK
               ON ASCENDING KEY WS-SORT-CRITERIO WS-SORT-CHAVE
                                WS-SORT-MATRICULA
               INPUT PROCEDURE IS 2000-SELECIONAR-ALUNOS
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-RELATORIO
           PERFORM 8000-RESUMO
           PERFORM 9000-ENCERRAMENTO
           STOP RUN.

       1000-ABERTURA SECTION.
           OPEN INPUT ALUNO-DAT
           IF WS-FS-ALUNO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - STATUS " WS-FS-ALUNO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CONTATO-DAT
           IF WS-FS-CONTATO NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTATO.DAT - STATUS "
                       WS-FS-CONTATO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DUPALUNO-PRT
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
           MOVE WS-DATA-EMISSAO      TO WS-CAB-DATA
           WRITE WS-LINHA-DUPALUNO FROM WS-CAB-DUPALUNO.

      ******************************************************************
      * CADA ALUNO COM DADOS PESSOAIS ENTRA PELO CPF E, SE TIVER
      * DATA DE NASCIMENTO, PELO NOME + NASCIMENTO.
      ******************************************************************
       2000-SELECIONAR-ALUNOS SECTION.
           PERFORM 2100-LER-ALUNO
           PERFORM 2200-LIBERAR-ALUNO
                   UNTIL WS-FIM-DE-ALUNO.

       2100-LER-ALUNO SECTION.
           READ ALUNO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DE-ALUNO TO TRUE
           END-READ.

       2200-LIBERAR-ALUNO SECTION.
           ADD 1                     TO WS-QTDE-ALUNOS
           MOVE WS-MATRICULA         TO WS-CONT-MATRICULA
           READ CONTATO-DAT KEY IS WS-CONT-MATRICULA
               INVALID KEY
                   ADD 1             TO WS-QTDE-SEM-DADOS
                   GO TO 2200-PROXIMO
           END-READ
           MOVE WS-MATRICULA         TO WS-SORT-MATRICULA
           MOVE WS-NOME              TO WS-SORT-NOME
           MOVE WS-CONT-CPF          TO WS-SORT-CPF
           MOVE WS-CONT-DATA-NASC    TO WS-SORT-DATA-NASC
           MOVE WS-SITUACAO          TO WS-SORT-SITUACAO
           IF WS-CONT-CPF NOT = ZEROS
               SET WS-SORT-POR-CPF   TO TRUE
               MOVE WS-CONT-CPF      TO WS-SORT-CHAVE
               RELEASE WS-REG-SORT
           END-IF
           IF WS-CONT-DATA-NASC NOT = ZEROS
               SET WS-SORT-POR-NOME  TO TRUE
               MOVE WS-NOME          TO WS-CHV-NOME
               MOVE WS-CONT-DATA-NASC TO WS-CHV-DATA-NASC
               MOVE WS-CHAVE-NOME-NASC TO WS-SORT-CHAVE
               RELEASE WS-REG-SORT
           END-IF.
       2200-PROXIMO.
           PERFORM 2100-LER-ALUNO.

       3000-IMPRIMIR-RELATORIO SECTION.
           PERFORM 3100-RETORNAR-SORT
           PERFORM 3200-PROCESSAR-LINHA
                   UNTIL WS-FIM-DO-SORT.

       3100-RETORNAR-SORT SECTION.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-DO-SORT TO TRUE
           END-RETURN.

      ******************************************************************
      * QUEBRA POR CRITERIO + CHAVE: O SEGUNDO REGISTRO COM A MESMA
      * CHAVE ABRE O GRUPO (CABECALHO E O REGISTRO ANTERIOR); OS
      * SEGUINTES SO ACRESCENTAM A PROPRIA LINHA.
      ******************************************************************
       3200-PROCESSAR-LINHA SECTION.
           IF WS-SORT-CRITERIO = WS-CRITERIO-ANTERIOR AND
              WS-SORT-CHAVE = WS-CHAVE-ANTERIOR
               IF NOT WS-GRUPO-LISTADO
                   PERFORM 3300-ABRIR-GRUPO
               END-IF
               PERFORM 3400-LISTAR-ATUAL
           ELSE
               MOVE "N"              TO WS-GRUPO-ABERTO
           END-IF
           MOVE WS-SORT-CRITERIO     TO WS-CRITERIO-ANTERIOR
           MOVE WS-SORT-CHAVE        TO WS-CHAVE-ANTERIOR
           MOVE WS-SORT-MATRICULA    TO WS-ANT-MATRICULA
           MOVE WS-SORT-NOME         TO WS-ANT-NOME
           MOVE WS-SORT-CPF          TO WS-ANT-CPF
           MOVE WS-SORT-DATA-NASC    TO WS-ANT-DATA-NASC
           MOVE WS-SORT-SITUACAO     TO WS-ANT-SITUACAO
           PERFORM 3100-RETORNAR-SORT.

       3300-ABRIR-GRUPO SECTION.
           MOVE SPACES               TO WS-LINHA-DUPALUNO
           WRITE WS-LINHA-DUPALUNO
           IF WS-SORT-POR-CPF
               MOVE WS-SORT-CPF      TO WS-GRP-CPF
               WRITE WS-LINHA-DUPALUNO FROM WS-CAB-GRUPO-CPF
               ADD 1                 TO WS-QTDE-GRUPOS-CPF
           ELSE
               MOVE WS-SORT-DATA-NASC TO WS-GRP-DATA-NASC
               WRITE WS-LINHA-DUPALUNO FROM WS-CAB-GRUPO-NOME
               ADD 1                 TO WS-QTDE-GRUPOS-NOME
           END-IF
           MOVE WS-ANT-MATRICULA     TO WS-DET-MATRICULA
           MOVE WS-ANT-SITUACAO      TO WS-DET-SITUACAO
           MOVE WS-ANT-CPF           TO WS-DET-CPF
           MOVE WS-ANT-DATA-NASC     TO WS-DET-DATA-NASC
           MOVE WS-ANT-NOME          TO WS-DET-NOME
           WRITE WS-LINHA-DUPALUNO FROM WS-DET-DUPALUNO
           ADD 1                     TO WS-QTDE-LISTADOS
           SET WS-GRUPO-LISTADO      TO TRUE.

       3400-LISTAR-ATUAL SECTION.
           MOVE WS-SORT-MATRICULA    TO WS-DET-MATRICULA
           MOVE WS-SORT-SITUACAO     TO WS-DET-SITUACAO
           MOVE WS-SORT-CPF          TO WS-DET-CPF
           MOVE WS-SORT-DATA-NASC    TO WS-DET-DATA-NASC
           MOVE WS-SORT-NOME         TO WS-DET-NOME
           WRITE WS-LINHA-DUPALUNO FROM WS-DET-DUPALUNO
           ADD 1                     TO WS-QTDE-LISTADOS.

       8000-RESUMO SECTION.
           MOVE SPACES               TO WS-LINHA-DUPALUNO
           WRITE WS-LINHA-DUPALUNO
           STRING "ALUNOS LIDOS             : " WS-QTDE-ALUNOS
               DELIMITED BY SIZE INTO WS-LINHA-DUPALUNO
           WRITE WS-LINHA-DUPALUNO
           MOVE SPACES               TO WS-LINHA-DUPALUNO
           STRING "SEM DADOS PESSOAIS       : " WS-QTDE-SEM-DADOS
               DELIMITED BY SIZE INTO WS-LINHA-DUPALUNO
           WRITE WS-LINHA-DUPALUNO
           MOVE SPACES               TO WS-LINHA-DUPALUNO
           STRING "GRUPOS COM O MESMO CPF   : " WS-QTDE-GRUPOS-CPF
               DELIMITED BY SIZE INTO WS-LINHA-DUPALUNO
           WRITE WS-LINHA-DUPALUNO
           MOVE SPACES               TO WS-LINHA-DUPALUNO
           STRING "GRUPOS NOME+NASCIMENTO   : " WS-QTDE-GRUPOS-NOME
               DELIMITED BY SIZE INTO WS-LINHA-DUPALUNO
           WRITE WS-LINHA-DUPALUNO
           MOVE SPACES               TO WS-LINHA-DUPALUNO
           STRING "MATRICULAS LISTADAS      : " WS-QTDE-LISTADOS
               DELIMITED BY SIZE INTO WS-LINHA-DUPALUNO
           WRITE WS-LINHA-DUPALUNO
           DISPLAY "SUSPEITOS DE DUPLICIDADE - " WS-QTDE-GRUPOS-CPF
                   " GRUPOS POR CPF, " WS-QTDE-GRUPOS-NOME
                   " POR NOME E NASCIMENTO.".

       9000-ENCERRAMENTO SECTION.
           CLOSE ALUNO-DAT CONTATO-DAT DUPALUNO-PRT.
       END PROGRAM DUPALUNO.
