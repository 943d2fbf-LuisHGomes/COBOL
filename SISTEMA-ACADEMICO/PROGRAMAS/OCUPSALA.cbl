      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: GRADE SEMANAL DE OCUPACAO DAS SALAS NO TERMO.
      *          PARA O TERMO INFORMADO (QUE PRECISA EXISTIR NO
      *          CALENDARIO ACADEMICO), SELECIONA AS OFERTAS ATIVAS
      *          COM HORARIO E ORDENA POR SALA, DIA E HORA DE
      *          INICIO. CADA SALA (SALA.DAT, MANTIDO PELO SALAMNT)
      *          SAI EM PAGINA PROPRIA COM O CABECALHO DA SALA, UMA
      *          GRADE HORA A HORA DAS 07:00 AS 22:00 POR DIA DA
      *          SEMANA (CELULA COM O INDICE DA TURMA, OU *CHOQUE*
      *          QUANDO DUAS TURMAS DISPUTAM O MESMO HORARIO), A
      *          LEGENDA DOS INDICES COM MATERIA, HORARIO E VAGAS, E
      *          O TOTAL DE HORARIOS OCUPADOS. TURMAS COM HORARIO E
      *          SEM SALA SAEM NA ULTIMA PAGINA. TUDO EM OCUPSALA.PRT.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCUPSALA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFERTA-DAT         ASSIGN TO "OFERTDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS WS-CHAVE-OFERTA
                                      FILE STATUS IS WS-FS-OFERTA.

           SELECT SALA-DAT           ASSIGN TO "SALADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-COD-SALA
                                      FILE STATUS IS WS-FS-SALA.

           SELECT MATERIA-DAT        ASSIGN TO "MATERDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-COD-MATERIA IN WS-REG-MATERIA
                                      FILE STATUS IS WS-FS-MATERIA.

           SELECT CALEND-DAT         ASSIGN TO "CALENDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-TERMO IN WS-REG-CALENDARIO
                                      FILE STATUS IS WS-FS-CALEND.

           SELECT SORT-WORK          ASSIGN TO "WORKSALA".

           SELECT OCUPSALA-PRT       ASSIGN TO "OCUPSPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-OCUPSALA.

       DATA DIVISION.
       FILE SECTION.
       FD  OFERTA-DAT.
           COPY OFERTREG.

       FD  SALA-DAT.
           COPY SALAREG.

       FD  MATERIA-DAT.
           COPY MATREG.

       FD  CALEND-DAT.
           COPY CALENREG.

       SD  SORT-WORK.
       01  WS-REG-SORT.
           03  WS-SORT-SEM-SALA      PIC X(001).
           03  WS-SORT-SALA          PIC X(006).
           03  WS-SORT-DIA           PIC 9(001).
           03  WS-SORT-INICIO        PIC 9(004).
           03  WS-SORT-FIM           PIC 9(004).
           03  WS-SORT-MATERIA       PIC 9(015).
           03  WS-SORT-VAGAS-MAX     PIC 9(005).
           03  WS-SORT-OCUPADAS      PIC 9(005).

       FD  OCUPSALA-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-OCUPSALA         PIC X(080).

       WORKING-STORAGE SECTION.
       77  WS-FS-OFERTA              PIC X(002) VALUE "00".
       77  WS-FS-SALA                PIC X(002) VALUE "00".
       77  WS-FS-MATERIA             PIC X(002) VALUE "00".
       77  WS-FS-CALEND              PIC X(002) VALUE "00".
       77  WS-FS-OCUPSALA            PIC X(002) VALUE "00".
       77  WS-FIM-SORT               PIC X(001) VALUE "N".
           88  WS-FIM-DO-SORT            VALUE "S".
       77  WS-SALA-DISPONIVEL        PIC X(001) VALUE "N".
           88  WS-SALA-ABERTA            VALUE "S".
       77  WS-TERMO-OCUP             PIC 9(006) VALUE ZEROS.
       77  WS-SALA-ANTERIOR          PIC X(006) VALUE SPACES.
       77  WS-PRIMEIRA-SALA          PIC X(001) VALUE "S".
       77  WS-SEM-SALA-ABERTO        PIC X(001) VALUE "N".
       77  WS-QTDE-TURMAS-SALA       PIC 9(003) VALUE ZERO.
       77  WS-QTDE-CELULAS           PIC 9(003) VALUE ZERO.
       77  WS-QTDE-CHOQUES           PIC 9(003) VALUE ZERO.
       77  WS-TOTAL-SALAS            PIC 9(005) VALUE ZERO.
       77  WS-TOTAL-TURMAS           PIC 9(007) VALUE ZERO.
       77  WS-TOTAL-SEM-SALA         PIC 9(007) VALUE ZERO.
       77  WS-TOTAL-CHOQUES          PIC 9(007) VALUE ZERO.
       77  WS-IND-HORA               PIC 9(002) VALUE ZERO.
       77  WS-IND-DIA                PIC 9(001) VALUE ZERO.
       77  WS-IND-LEG                PIC 9(003) VALUE ZERO.
       77  WS-SLOT-INICIO            PIC 9(004) VALUE ZEROS.
       77  WS-SLOT-FIM               PIC 9(004) VALUE ZEROS.
       77  WS-HORA-CALC              PIC 9(002) VALUE ZERO.
       77  WS-MIN-CALC               PIC 9(002) VALUE ZERO.
       77  WS-MIN-INICIO             PIC 9(005) VALUE ZERO.
       77  WS-MIN-FIM                PIC 9(005) VALUE ZERO.
       77  WS-MIN-SALA               PIC 9(005) VALUE ZERO.
       77  WS-NOME-DIA               PIC X(003) VALUE SPACES.

      ******************************************************************
      * GRADE DA SALA EM TRABALHO: 15 FAIXAS DE UMA HORA (07:00 A
      * 22:00) POR 7 DIAS. A CELULA GUARDA O INDICE DA TURMA NA
      * LEGENDA ("T01") OU "*CHOQUE*". A LEGENDA COMPORTA 99 TURMAS
      * POR SALA - 15 FAIXAS X 7 DIAS JA LOTA A SEMANA MUITO ANTES.
      ******************************************************************
       01  WS-GRADE-SALA.
           03  WS-GRADE-HORA         OCCURS 15 TIMES.
               05  WS-GRADE-CELULA   OCCURS 7 TIMES
                                     PIC X(008).

       01  WS-CELULA-TURMA.
           03  FILLER                PIC X(001) VALUE "T".
           03  WS-CELULA-INDICE      PIC 9(002).
           03  FILLER                PIC X(005) VALUE SPACES.

       01  WS-LEGENDA-SALA.
           03  WS-LEGENDA            OCCURS 99 TIMES.
               05  WS-LEG-MATERIA    PIC 9(015).
               05  WS-LEG-DIA        PIC 9(001).
               05  WS-LEG-INICIO     PIC 9(004).
               05  WS-LEG-FIM        PIC 9(004).
               05  WS-LEG-VAGAS-MAX  PIC 9(005).
               05  WS-LEG-OCUPADAS   PIC 9(005).

       01  WS-CAB-TITULO.
           03  FILLER                PIC X(036) VALUE
               "OCUPACAO SEMANAL DE SALAS - TERMO : ".
           03  WS-CABT-TERMO         PIC 9(006).

       01  WS-CAB-SALA.
           03  FILLER                PIC X(007) VALUE "SALA : ".
           03  WS-CABS-SALA          PIC X(006).
           03  FILLER                PIC X(002) VALUE SPACES.
           03  WS-CABS-DESCR         PIC X(030).
           03  FILLER                PIC X(002) VALUE SPACES.
           03  WS-CABS-TIPO          PIC X(012).
           03  FILLER                PIC X(007) VALUE "  CAP. ".
           03  WS-CABS-CAPACIDADE    PIC ZZZZ9.

       01  WS-CAB-DIAS.
           03  FILLER                PIC X(006) VALUE "HORA".
           03  FILLER                PIC X(010) VALUE "  SEG".
           03  FILLER                PIC X(010) VALUE "  TER".
           03  FILLER                PIC X(010) VALUE "  QUA".
           03  FILLER                PIC X(010) VALUE "  QUI".
           03  FILLER                PIC X(010) VALUE "  SEX".
           03  FILLER                PIC X(010) VALUE "  SAB".
           03  FILLER                PIC X(010) VALUE "  DOM".

       01  WS-CAB-TRACO.
           03  FILLER                PIC X(076) VALUE ALL "-".

       01  WS-DET-GRADE.
           03  WS-DET-HORA           PIC 9(002).
           03  FILLER                PIC X(004) VALUE ":00 ".
           03  WS-DET-DIAS           OCCURS 7 TIMES.
               05  FILLER            PIC X(002) VALUE SPACES.
               05  WS-DET-CELULA     PIC X(008).

       01  WS-CAB-LEGENDA.
           03  FILLER                PIC X(040) VALUE
               "IND MATERIA         NOME".
           03  FILLER                PIC X(035) VALUE
               "     DIA HORARIO   OCUP/VAGAS".

       01  WS-DET-LEGENDA.
           03  FILLER                PIC X(001) VALUE "T".
           03  WS-DLEG-INDICE        PIC 9(002).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DLEG-MATERIA       PIC 9(015).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DLEG-NOME          PIC X(024).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DLEG-DIA           PIC X(003).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DLEG-INICIO        PIC 9(004).
           03  FILLER                PIC X(001) VALUE "-".
           03  WS-DLEG-FIM           PIC 9(004).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DLEG-OCUPADAS      PIC ZZZZ9.
           03  FILLER                PIC X(001) VALUE "/".
           03  WS-DLEG-VAGAS-MAX     PIC ZZZZ9.

       01  WS-ROD-SALA.
           03  FILLER                PIC X(018) VALUE
               "HORARIOS OCUPADOS:".
           03  WS-RODS-CELULAS       PIC ZZ9.
           03  FILLER                PIC X(015) VALUE
               " DE 105  TURMAS".
           03  FILLER                PIC X(002) VALUE ": ".
           03  WS-RODS-TURMAS        PIC Z9.
           03  FILLER                PIC X(015) VALUE
               "  HORAS-AULA : ".
           03  WS-RODS-HORAS         PIC ZZ9.
           03  FILLER                PIC X(001) VALUE ":".
           03  WS-RODS-MINUTOS       PIC 99.
           03  FILLER                PIC X(011) VALUE
               "  CHOQUES: ".
           03  WS-RODS-CHOQUES       PIC ZZ9.

       01  WS-CAB-SEM-SALA.
           03  FILLER                PIC X(040) VALUE
               "TURMAS COM HORARIO E SEM SALA ALOCADA".

       01  WS-DET-SEM-SALA.
           03  FILLER                PIC X(004) VALUE SPACES.
           03  WS-DSS-MATERIA        PIC 9(015).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DSS-NOME           PIC X(030).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DSS-DIA            PIC X(003).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DSS-INICIO         PIC 9(004).
           03  FILLER                PIC X(001) VALUE "-".
           03  WS-DSS-FIM            PIC 9(004).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DSS-VAGAS-MAX      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-ABERTURA
           SORT SORT-WORK
               ON ASCENDING KEY WS-SORT-SEM-SALA
                                WS-SORT-SALA
                                WS-SORT-DIA WS-SORT-INICIO
                                WS-SORT-MATERIA
               INPUT PROCEDURE IS 2000-SELECIONAR-OFERTAS
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-SALAS
           PERFORM 9000-ENCERRAMENTO
           DISPLAY "SALAS IMPRESSAS      : " WS-TOTAL-SALAS
           DISPLAY "TURMAS COM SALA      : " WS-TOTAL-TURMAS
           DISPLAY "TURMAS SEM SALA      : " WS-TOTAL-SEM-SALA
           DISPLAY "HORARIOS EM CHOQUE   : " WS-TOTAL-CHOQUES
           STOP RUN.

      ******************************************************************
      * O TERMO VEM DO SYSIN E PRECISA EXISTIR NO CALENDARIO - A GRADE
      * PODE SER TIRADA DO TERMO CORRENTE OU DE UM TERMO FUTURO JA
      * CADASTRADO, ENQUANTO A SECRETARIA MONTA AS OFERTAS.
      ******************************************************************
       1000-ABERTURA SECTION.
           DISPLAY "TERMO (AAAAPP) : " WITH NO ADVANCING
           ACCEPT WS-TERMO-OCUP
           OPEN INPUT CALEND-DAT
           IF WS-FS-CALEND NOT = "00"
               DISPLAY "ERRO AO ABRIR CALEND.DAT - STATUS "
                       WS-FS-CALEND
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TERMO-OCUP       TO WS-TERMO IN WS-REG-CALENDARIO
           READ CALEND-DAT KEY IS WS-TERMO IN WS-REG-CALENDARIO
               INVALID KEY
                   DISPLAY "TERMO " WS-TERMO-OCUP " NAO CADASTRADO "
                           "NO CALENDARIO - EMISSAO RECUSADA."
                   CLOSE CALEND-DAT
                   MOVE 8           TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CALEND-DAT
           OPEN INPUT OFERTA-DAT
           IF WS-FS-OFERTA NOT = "00"
               DISPLAY "ERRO AO ABRIR OFERTA.DAT - STATUS "
                       WS-FS-OFERTA
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MATERIA-DAT
           MOVE "N"                 TO WS-SALA-DISPONIVEL
           OPEN INPUT SALA-DAT
           IF WS-FS-SALA = "00"
               SET WS-SALA-ABERTA   TO TRUE
           END-IF
           OPEN OUTPUT OCUPSALA-PRT.

      ******************************************************************
      * SO OFERTAS ATIVAS DO TERMO E COM HORARIO ENTRAM - SEM DIA
      * NAO HA O QUE DESENHAR NA GRADE. SEM SALA, A TURMA VAI PARA
      * A PAGINA FINAL (CHAVE DE SORT "S" ORDENA DEPOIS DAS SALAS).
      ******************************************************************
       2000-SELECIONAR-OFERTAS SECTION.
           PERFORM 2100-LER-OFERTA
           PERFORM 2200-LIBERAR-SE-DO-TERMO
                   UNTIL WS-FS-OFERTA NOT = "00".

       2100-LER-OFERTA SECTION.
           READ OFERTA-DAT NEXT RECORD
               AT END
                   MOVE "10"          TO WS-FS-OFERTA
           END-READ.

       2200-LIBERAR-SE-DO-TERMO SECTION.
           IF WS-OFERTA-ATIVA AND
              WS-TERMO IN WS-CHAVE-OFERTA = WS-TERMO-OCUP AND
              WS-DIA-SEMANA > ZERO
               IF WS-SALA-OFERTA = SPACES
                   MOVE "S"           TO WS-SORT-SEM-SALA
               ELSE
                   MOVE "N"           TO WS-SORT-SEM-SALA
               END-IF
               MOVE WS-SALA-OFERTA    TO WS-SORT-SALA
               MOVE WS-DIA-SEMANA     TO WS-SORT-DIA
               MOVE WS-HORA-INICIO    TO WS-SORT-INICIO
               MOVE WS-HORA-FIM       TO WS-SORT-FIM
               MOVE WS-COD-MATERIA IN WS-CHAVE-OFERTA
                   TO WS-SORT-MATERIA
               MOVE WS-VAGAS-MAX      TO WS-SORT-VAGAS-MAX
               MOVE WS-VAGAS-OCUPADAS TO WS-SORT-OCUPADAS
               RELEASE WS-REG-SORT
           END-IF
           PERFORM 2100-LER-OFERTA.

       3000-IMPRIMIR-SALAS SECTION.
           PERFORM 3100-RETORNAR-SORT
           PERFORM 3200-PROCESSAR-TURMA
                   UNTIL WS-FIM-DO-SORT
           IF WS-PRIMEIRA-SALA = "N"
               PERFORM 5000-FECHAR-SALA
           END-IF.

       3100-RETORNAR-SORT SECTION.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-DO-SORT TO TRUE
           END-RETURN.

       3200-PROCESSAR-TURMA SECTION.
           IF WS-SORT-SEM-SALA = "S"
               PERFORM 6000-IMPRIMIR-SEM-SALA
           ELSE
               IF WS-PRIMEIRA-SALA = "S" OR
                  WS-SORT-SALA NOT = WS-SALA-ANTERIOR
                   PERFORM 3300-QUEBRA-SALA
               END-IF
               PERFORM 4000-MARCAR-TURMA
           END-IF
           PERFORM 3100-RETORNAR-SORT.

       3300-QUEBRA-SALA SECTION.
           IF WS-PRIMEIRA-SALA = "N"
               PERFORM 5000-FECHAR-SALA
           END-IF
           MOVE "N"                    TO WS-PRIMEIRA-SALA
           MOVE WS-SORT-SALA           TO WS-SALA-ANTERIOR
           MOVE SPACES                 TO WS-GRADE-SALA
           MOVE ZERO                   TO WS-QTDE-TURMAS-SALA
                                           WS-QTDE-CHOQUES
                                           WS-MIN-SALA.

      ******************************************************************
      * A TURMA GANHA O PROXIMO INDICE DA LEGENDA E MARCA CADA FAIXA
      * DE UMA HORA QUE O HORARIO DELA TOCA (INICIO ANTES DO FIM DA
      * FAIXA E FIM DEPOIS DO INICIO DA FAIXA). FAIXA JA MARCADA POR
      * OUTRA TURMA VIRA *CHOQUE*.
      ******************************************************************
       4000-MARCAR-TURMA SECTION.
           ADD 1                       TO WS-TOTAL-TURMAS
           IF WS-QTDE-TURMAS-SALA NOT < 99
               DISPLAY "SALA " WS-SORT-SALA " COM MAIS DE 99 TURMAS"
                       " - MATERIA " WS-SORT-MATERIA " FORA DA GRADE."
               GO TO 4000-FIM
           END-IF
           ADD 1                       TO WS-QTDE-TURMAS-SALA
           MOVE WS-QTDE-TURMAS-SALA    TO WS-IND-LEG
           MOVE WS-SORT-MATERIA        TO WS-LEG-MATERIA (WS-IND-LEG)
           MOVE WS-SORT-DIA            TO WS-LEG-DIA (WS-IND-LEG)
           MOVE WS-SORT-INICIO         TO WS-LEG-INICIO (WS-IND-LEG)
           MOVE WS-SORT-FIM            TO WS-LEG-FIM (WS-IND-LEG)
           MOVE WS-SORT-VAGAS-MAX      TO
               WS-LEG-VAGAS-MAX (WS-IND-LEG)
           MOVE WS-SORT-OCUPADAS       TO WS-LEG-OCUPADAS (WS-IND-LEG)
           MOVE WS-IND-LEG             TO WS-CELULA-INDICE
           MOVE WS-SORT-DIA            TO WS-IND-DIA
           PERFORM 4100-MARCAR-FAIXA
                   VARYING WS-IND-HORA FROM 1 BY 1
                   UNTIL WS-IND-HORA > 15
           DIVIDE WS-SORT-INICIO BY 100 GIVING WS-HORA-CALC
                   REMAINDER WS-MIN-CALC
           COMPUTE WS-MIN-INICIO = WS-HORA-CALC * 60 + WS-MIN-CALC
           DIVIDE WS-SORT-FIM BY 100 GIVING WS-HORA-CALC
                   REMAINDER WS-MIN-CALC
           COMPUTE WS-MIN-FIM = WS-HORA-CALC * 60 + WS-MIN-CALC
           IF WS-MIN-FIM > WS-MIN-INICIO
               COMPUTE WS-MIN-SALA = WS-MIN-SALA + WS-MIN-FIM
                                     - WS-MIN-INICIO
           END-IF.
       4000-FIM.
           CONTINUE.

       4100-MARCAR-FAIXA SECTION.
           COMPUTE WS-SLOT-INICIO = (WS-IND-HORA + 6) * 100
           COMPUTE WS-SLOT-FIM = WS-SLOT-INICIO + 100
           IF WS-SORT-INICIO < WS-SLOT-FIM AND
              WS-SORT-FIM > WS-SLOT-INICIO
               IF WS-GRADE-CELULA (WS-IND-HORA WS-IND-DIA) = SPACES
                   MOVE WS-CELULA-TURMA TO
                       WS-GRADE-CELULA (WS-IND-HORA WS-IND-DIA)
               ELSE
                   IF WS-GRADE-CELULA (WS-IND-HORA WS-IND-DIA)
                          NOT = "*CHOQUE*"
                       MOVE "*CHOQUE*" TO
                           WS-GRADE-CELULA (WS-IND-HORA WS-IND-DIA)
                       ADD 1           TO WS-QTDE-CHOQUES
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * FECHA A SALA: CABECALHO COM O CADASTRO DA SALA, A GRADE, A
      * LEGENDA E O RODAPE COM OS TOTAIS DA SEMANA.
      ******************************************************************
       5000-FECHAR-SALA SECTION.
           ADD 1                       TO WS-TOTAL-SALAS
           ADD WS-QTDE-CHOQUES         TO WS-TOTAL-CHOQUES
           MOVE WS-TERMO-OCUP          TO WS-CABT-TERMO
           WRITE WS-LINHA-OCUPSALA FROM WS-CAB-TITULO
                   AFTER ADVANCING PAGE
           PERFORM 5100-DADOS-DA-SALA
           WRITE WS-LINHA-OCUPSALA FROM WS-CAB-SALA
           MOVE SPACES                 TO WS-LINHA-OCUPSALA
           WRITE WS-LINHA-OCUPSALA
           WRITE WS-LINHA-OCUPSALA FROM WS-CAB-DIAS
           WRITE WS-LINHA-OCUPSALA FROM WS-CAB-TRACO
           MOVE ZERO                   TO WS-QTDE-CELULAS
           PERFORM 5200-IMPRIMIR-FAIXA
                   VARYING WS-IND-HORA FROM 1 BY 1
                   UNTIL WS-IND-HORA > 15
           WRITE WS-LINHA-OCUPSALA FROM WS-CAB-TRACO
           MOVE SPACES                 TO WS-LINHA-OCUPSALA
           WRITE WS-LINHA-OCUPSALA
           WRITE WS-LINHA-OCUPSALA FROM WS-CAB-LEGENDA
           PERFORM 5400-IMPRIMIR-LEGENDA
                   VARYING WS-IND-LEG FROM 1 BY 1
                   UNTIL WS-IND-LEG > WS-QTDE-TURMAS-SALA
           MOVE SPACES                 TO WS-LINHA-OCUPSALA
           WRITE WS-LINHA-OCUPSALA
           MOVE WS-QTDE-CELULAS        TO WS-RODS-CELULAS
           MOVE WS-QTDE-TURMAS-SALA    TO WS-RODS-TURMAS
           DIVIDE WS-MIN-SALA BY 60 GIVING WS-RODS-HORAS
                   REMAINDER WS-MIN-CALC
           MOVE WS-MIN-CALC            TO WS-RODS-MINUTOS
           MOVE WS-QTDE-CHOQUES        TO WS-RODS-CHOQUES
           WRITE WS-LINHA-OCUPSALA FROM WS-ROD-SALA.

       5100-DADOS-DA-SALA SECTION.
           MOVE WS-SALA-ANTERIOR       TO WS-CABS-SALA
           MOVE "** SALA NAO CADASTRADA **" TO WS-CABS-DESCR
           MOVE SPACES                 TO WS-CABS-TIPO
           MOVE ZERO                   TO WS-CABS-CAPACIDADE
           IF NOT WS-SALA-ABERTA
               GO TO 5100-FIM
           END-IF
           MOVE WS-SALA-ANTERIOR       TO WS-COD-SALA
           READ SALA-DAT KEY IS WS-COD-SALA
               INVALID KEY
                   GO TO 5100-FIM
           END-READ
           MOVE WS-DESCR-SALA          TO WS-CABS-DESCR
           MOVE WS-CAPACIDADE-SALA     TO WS-CABS-CAPACIDADE
           EVALUATE TRUE
               WHEN WS-SALA-LABORATORIO
                   MOVE "LABORATORIO" TO WS-CABS-TIPO
               WHEN WS-SALA-AUDITORIO
                   MOVE "AUDITORIO"   TO WS-CABS-TIPO
               WHEN OTHER
                   MOVE "SALA DE AULA" TO WS-CABS-TIPO
           END-EVALUATE
           IF WS-SALA-INATIVA
               MOVE "INATIVA"         TO WS-CABS-TIPO
           END-IF.
       5100-FIM.
           CONTINUE.

       5200-IMPRIMIR-FAIXA SECTION.
           COMPUTE WS-DET-HORA = WS-IND-HORA + 6
           PERFORM 5300-COPIAR-CELULA
                   VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > 7
           WRITE WS-LINHA-OCUPSALA FROM WS-DET-GRADE.

       5300-COPIAR-CELULA SECTION.
           MOVE WS-GRADE-CELULA (WS-IND-HORA WS-IND-DIA)
               TO WS-DET-CELULA (WS-IND-DIA)
           IF WS-GRADE-CELULA (WS-IND-HORA WS-IND-DIA) NOT = SPACES
               ADD 1                   TO WS-QTDE-CELULAS
           END-IF.

       5400-IMPRIMIR-LEGENDA SECTION.
           MOVE WS-IND-LEG             TO WS-DLEG-INDICE
           MOVE WS-LEG-MATERIA (WS-IND-LEG) TO WS-DLEG-MATERIA
           MOVE WS-LEG-MATERIA (WS-IND-LEG) TO
               WS-COD-MATERIA IN WS-REG-MATERIA
           PERFORM 7000-LER-NOME-MATERIA
           MOVE WS-NOME-MATERIA        TO WS-DLEG-NOME
           MOVE WS-LEG-DIA (WS-IND-LEG) TO WS-IND-DIA
           PERFORM 7100-NOME-DO-DIA
           MOVE WS-NOME-DIA            TO WS-DLEG-DIA
           MOVE WS-LEG-INICIO (WS-IND-LEG) TO WS-DLEG-INICIO
           MOVE WS-LEG-FIM (WS-IND-LEG) TO WS-DLEG-FIM
           MOVE WS-LEG-OCUPADAS (WS-IND-LEG) TO WS-DLEG-OCUPADAS
           MOVE WS-LEG-VAGAS-MAX (WS-IND-LEG) TO WS-DLEG-VAGAS-MAX
           WRITE WS-LINHA-OCUPSALA FROM WS-DET-LEGENDA.

      ******************************************************************
      * PAGINA FINAL: TURMAS COM HORARIO QUE AINDA NAO TEM SALA. A
      * PRIMEIRA DELAS FECHA A ULTIMA SALA E ABRE A PAGINA.
      ******************************************************************
       6000-IMPRIMIR-SEM-SALA SECTION.
           IF WS-SEM-SALA-ABERTO = "N"
               PERFORM 6100-ABRIR-SEM-SALA
           END-IF
           ADD 1                       TO WS-TOTAL-SEM-SALA
           MOVE WS-SORT-MATERIA        TO WS-DSS-MATERIA
           MOVE WS-SORT-MATERIA        TO
               WS-COD-MATERIA IN WS-REG-MATERIA
           PERFORM 7000-LER-NOME-MATERIA
           MOVE WS-NOME-MATERIA        TO WS-DSS-NOME
           MOVE WS-SORT-DIA            TO WS-IND-DIA
           PERFORM 7100-NOME-DO-DIA
           MOVE WS-NOME-DIA            TO WS-DSS-DIA
           MOVE WS-SORT-INICIO         TO WS-DSS-INICIO
           MOVE WS-SORT-FIM            TO WS-DSS-FIM
           MOVE WS-SORT-VAGAS-MAX      TO WS-DSS-VAGAS-MAX
           WRITE WS-LINHA-OCUPSALA FROM WS-DET-SEM-SALA.

       6100-ABRIR-SEM-SALA SECTION.
           IF WS-PRIMEIRA-SALA = "N"
               PERFORM 5000-FECHAR-SALA
               MOVE "S"                TO WS-PRIMEIRA-SALA
           END-IF
           MOVE "S"                    TO WS-SEM-SALA-ABERTO
           MOVE WS-TERMO-OCUP          TO WS-CABT-TERMO
           WRITE WS-LINHA-OCUPSALA FROM WS-CAB-TITULO
                   AFTER ADVANCING PAGE
           WRITE WS-LINHA-OCUPSALA FROM WS-CAB-SEM-SALA
           MOVE SPACES                 TO WS-LINHA-OCUPSALA
           WRITE WS-LINHA-OCUPSALA.

       7000-LER-NOME-MATERIA SECTION.
           READ MATERIA-DAT KEY IS WS-COD-MATERIA IN WS-REG-MATERIA
               INVALID KEY
                   MOVE "** NOME NAO ENCONTRADO **"
                       TO WS-NOME-MATERIA
           END-READ.

       7100-NOME-DO-DIA SECTION.
           EVALUATE WS-IND-DIA
               WHEN 1  MOVE "SEG" TO WS-NOME-DIA
               WHEN 2  MOVE "TER" TO WS-NOME-DIA
               WHEN 3  MOVE "QUA" TO WS-NOME-DIA
               WHEN 4  MOVE "QUI" TO WS-NOME-DIA
               WHEN 5  MOVE "SEX" TO WS-NOME-DIA
               WHEN 6  MOVE "SAB" TO WS-NOME-DIA
               WHEN OTHER
                       MOVE "DOM" TO WS-NOME-DIA
           END-EVALUATE.

       9000-ENCERRAMENTO SECTION.
           CLOSE OFERTA-DAT MATERIA-DAT OCUPSALA-PRT
           IF WS-SALA-ABERTA
               CLOSE SALA-DAT
           END-IF.
       END PROGRAM OCUPSALA.
