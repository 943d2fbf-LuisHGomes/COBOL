      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: INTERFACE MENSAL DA FOLHA DE PROFESSORES. PARA A
      *          COMPETENCIA DO CONTROLE DE DATAS (CICLO.DAT, MANTIDO
      *          PELO CICLOCTL), PERCORRE AS ATRIBUICOES ATIVAS
      *          (ATRIBUI.DAT) E, PARA CADA TURMA CUJO PERIODO LETIVO
      *          NO CALENDARIO TOCA O MES, CONTA AS AULAS PREVISTAS
      *          (DATAS DO MES NO DIA DA SEMANA DA OFERTA, DENTRO DO
      *          PERIODO LETIVO) E AS AULAS DADAS (DATAS DO MES COM
      *          CHAMADA EM FREQ.DAT). AS HORAS-AULA PAGAS SAO AS
      *          AULAS DADAS VEZES A DURACAO DA AULA (HORA DE INICIO
      *          E FIM DA OFERTA). GRAVA O ARQUIVO DE LARGURA FIXA
      *          PARA O RH (FOLHREG) E O RELATORIO DE CONFERENCIA POR
      *          PROFESSOR COM PREVISTAS X DADAS E AS DATAS PREVISTAS
      *          SEM CHAMADA, PARA A SECRETARIA COBRAR A CHAMADA
      *          ANTES DO PAGAMENTO. RC=4 QUANDO HA AULA PREVISTA
      *          SEM CHAMADA OU TURMA SEM HORARIO (A CADEIA SEGUE);
      *          RC=8 EM ERRO DE ARQUIVO.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHPROF.

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

           SELECT CICLO-DAT          ASSIGN TO "CICLODAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CICLO.

           SELECT FOLHA-DAT          ASSIGN TO "FOLHADAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-FOLHA.

           SELECT FOLHPROF-PRT       ASSIGN TO "FOLHPPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-FOLHPROF.

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

       FD  FREQ-DAT.
           COPY FREQREG.

       FD  CALEND-DAT.
           COPY CALENREG.

       FD  CICLO-DAT
           RECORD CONTAINS 40 CHARACTERS.
           COPY CICLOREG.

       FD  FOLHA-DAT
           RECORD CONTAINS 80 CHARACTERS.
           COPY FOLHREG.

       FD  FOLHPROF-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-FOLHPROF         PIC X(080).

       WORKING-STORAGE SECTION.
       77  WS-FS-ATRIBUI             PIC X(002) VALUE "00".
       77  WS-FS-PROFESSOR           PIC X(002) VALUE "00".
       77  WS-FS-MATERIA             PIC X(002) VALUE "00".
       77  WS-FS-OFERTA              PIC X(002) VALUE "00".
       77  WS-FS-FREQ                PIC X(002) VALUE "00".
       77  WS-FS-CALEND              PIC X(002) VALUE "00".
       77  WS-FS-CICLO               PIC X(002) VALUE "00".
       77  WS-FS-FOLHA               PIC X(002) VALUE "00".
       77  WS-FS-FOLHPROF            PIC X(002) VALUE "00".
       77  WS-FIM-ATRIBUI            PIC X(001) VALUE "N".
           88  WS-FIM-DAS-ATRIBUICOES    VALUE "S".
       77  WS-FIM-FREQ               PIC X(001) VALUE "N".
           88  WS-FIM-DA-TURMA           VALUE "S".
       77  WS-FREQ-DISPONIVEL        PIC X(001) VALUE "N".
           88  WS-FREQ-ABERTA            VALUE "S".
       77  WS-PROF-ANTERIOR          PIC X(008) VALUE SPACES.
       77  WS-PRIMEIRO-PROF          PIC X(001) VALUE "S".
       77  WS-COMPETENCIA            PIC 9(006) VALUE ZEROS.
       77  WS-DATA-GERACAO           PIC 9(008) VALUE ZEROS.
       77  WS-INICIO-MES             PIC 9(008) VALUE ZEROS.
       77  WS-FIM-MES                PIC 9(008) VALUE ZEROS.
       77  WS-DIAS-NO-MES            PIC 9(002) VALUE ZERO.
       77  WS-SEMANA-DIA-1           PIC 9(001) VALUE ZERO.
       77  WS-IND-DIA                PIC 9(002) VALUE ZERO.
       77  WS-SEMANA-DO-DIA          PIC 9(001) VALUE ZERO.
       77  WS-AULAS-PREVISTAS        PIC 9(003) VALUE ZERO.
       77  WS-AULAS-DADAS            PIC 9(003) VALUE ZERO.
       77  WS-AULAS-SEM-CHAMADA      PIC 9(003) VALUE ZERO.
       77  WS-MINUTOS-AULA           PIC 9(004) VALUE ZERO.
       77  WS-MIN-INICIO             PIC 9(004) VALUE ZERO.
       77  WS-MIN-FIM                PIC 9(004) VALUE ZERO.
       77  WS-HORA-CALC              PIC 9(002) VALUE ZERO.
       77  WS-MIN-CALC               PIC 9(002) VALUE ZERO.
       77  WS-HORAS-TURMA            PIC 9(005)V99 VALUE ZEROS.
       77  WS-PROF-PREVISTAS         PIC 9(005) VALUE ZERO.
       77  WS-PROF-DADAS             PIC 9(005) VALUE ZERO.
       77  WS-PROF-HORAS             PIC 9(007)V99 VALUE ZEROS.
       77  WS-TOTAL-PROFESSORES      PIC 9(005) VALUE ZERO.
       77  WS-TOTAL-TURMAS           PIC 9(007) VALUE ZERO.
       77  WS-TOTAL-DETALHES         PIC 9(007) VALUE ZERO.
       77  WS-TOTAL-PREVISTAS        PIC 9(007) VALUE ZERO.
       77  WS-TOTAL-DADAS            PIC 9(007) VALUE ZERO.
       77  WS-TOTAL-SEM-CHAMADA      PIC 9(007) VALUE ZERO.
       77  WS-TOTAL-SEM-HORARIO      PIC 9(007) VALUE ZERO.
       77  WS-TOTAL-HORAS            PIC 9(007)V99 VALUE ZEROS.
       77  WS-QUOCIENTE              PIC 9(006) VALUE ZERO.
       77  WS-RESTO-4                PIC 9(003) VALUE ZERO.
       77  WS-RESTO-100              PIC 9(003) VALUE ZERO.
       77  WS-RESTO-400              PIC 9(003) VALUE ZERO.
       77  WS-Z-ANO                  PIC 9(004) VALUE ZERO.
       77  WS-Z-MES                  PIC 9(002) VALUE ZERO.
       77  WS-Z-SECULO               PIC 9(002) VALUE ZERO.
       77  WS-Z-ANO-SEC              PIC 9(002) VALUE ZERO.
       77  WS-Z-PARCELA              PIC 9(004) VALUE ZERO.
       77  WS-Z-SOMA                 PIC 9(004) VALUE ZERO.
       77  WS-Z-RESTO                PIC 9(001) VALUE ZERO.

       01  WS-COMPETENCIA-R.
           03  WS-COMP-ANO           PIC 9(004).
           03  WS-COMP-MES           PIC 9(002).

       01  WS-DATA-DIA               PIC 9(008) VALUE ZEROS.
       01  WS-DATA-DIA-R REDEFINES WS-DATA-DIA.
           03  WS-DDIA-ANO-MES       PIC 9(006).
           03  WS-DDIA-DIA           PIC 9(002).

       01  WS-DATA-AULA-R.
           03  WS-DAULA-ANO-MES      PIC 9(006).
           03  WS-DAULA-DIA          PIC 9(002).

       01  WS-DIAS-DO-MES-VAL        PIC X(024) VALUE
           "312831303130313130313031".
       01  WS-DIAS-DO-MES REDEFINES WS-DIAS-DO-MES-VAL.
           03  WS-DIAS-MES           PIC 9(002) OCCURS 12 TIMES.

      ******************************************************************
      * SITUACAO DE CADA DIA DO MES NA TURMA EM APURACAO: CHAMADA
      * FEITA NO DIA ("S") E AULA PREVISTA NO DIA ("S").
      ******************************************************************
       01  WS-TABELA-DIAS.
           03  WS-DIA-MES            OCCURS 31 TIMES.
               05  WS-DIA-COM-CHAMADA PIC X(001).
               05  WS-DIA-PREVISTO   PIC X(001).

       01  WS-CAB-TITULO.
           03  FILLER                PIC X(043) VALUE
               "CONFERENCIA DA FOLHA DE PROFESSORES - COMP.".
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-CABT-MES           PIC 99.
           03  FILLER                PIC X(001) VALUE "/".
           03  WS-CABT-ANO           PIC 9(004).

       01  WS-CAB-PROFESSOR.
           03  FILLER                PIC X(012) VALUE "PROFESSOR : ".
           03  WS-CABP-ID            PIC X(008).
           03  FILLER                PIC X(002) VALUE SPACES.
           03  WS-CABP-NOME          PIC X(040).

       01  WS-CAB-COLUNAS.
           03  FILLER                PIC X(040) VALUE
               "MATERIA         NOME               TERMO".
           03  FILLER                PIC X(038) VALUE
               "  DIA HORARIO   PREV DADAS  HORAS".

       01  WS-DET-TURMA.
           03  WS-DET-MATERIA        PIC 9(015).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DET-NOME           PIC X(018).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DET-TERMO          PIC 9(006).
           03  FILLER                PIC X(002) VALUE SPACES.
           03  WS-DET-DIA            PIC X(003).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DET-INICIO         PIC 9(004).
           03  FILLER                PIC X(001) VALUE "-".
           03  WS-DET-FIM            PIC 9(004).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DET-PREVISTAS      PIC ZZ9.
           03  FILLER                PIC X(003) VALUE SPACES.
           03  WS-DET-DADAS          PIC ZZ9.
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DET-HORAS          PIC ZZZZ9.99.

       01  WS-DET-SEM-CHAMADA.
           03  FILLER                PIC X(031) VALUE
               "      AULA PREVISTA SEM CHAMADA".
           03  FILLER                PIC X(004) VALUE " EM ".
           03  WS-DSC-DIA            PIC 99.
           03  FILLER                PIC X(001) VALUE "/".
           03  WS-DSC-MES            PIC 99.
           03  FILLER                PIC X(001) VALUE "/".
           03  WS-DSC-ANO            PIC 9(004).

       01  WS-DET-AVISO.
           03  FILLER                PIC X(006) VALUE SPACES.
           03  WS-DAV-TEXTO          PIC X(060).

       01  WS-ROD-PROFESSOR.
           03  FILLER                PIC X(036) VALUE
               "  TOTAL DO PROFESSOR - PREVISTAS : ".
           03  WS-RODP-PREVISTAS     PIC ZZZZ9.
           03  FILLER                PIC X(010) VALUE "  DADAS : ".
           03  WS-RODP-DADAS         PIC ZZZZ9.
           03  FILLER                PIC X(010) VALUE "  HORAS : ".
           03  WS-RODP-HORAS         PIC ZZZZZZ9.99.

       01  WS-LIN-RESUMO.
           03  WS-RES-TEXTO          PIC X(040).
           03  WS-RES-VALOR          PIC Z(006)9.
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-RES-HORAS          PIC X(013).

       01  WS-RES-HORAS-ED           PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-ABERTURA
           PERFORM 1500-PREPARAR-MES
           PERFORM 2000-PROCESSAR-ATRIBUICOES
                   UNTIL WS-FIM-DAS-ATRIBUICOES
           IF WS-PRIMEIRO-PROF = "N"
               PERFORM 2600-FECHAR-PROFESSOR
           END-IF
           PERFORM 8000-RESUMO
           PERFORM 9000-ENCERRAMENTO
           STOP RUN.

      ******************************************************************
      * A COMPETENCIA VEM DO CONTROLE DE DATAS (CICLO.DAT), COMO NO
      * ENCARGOS - NADA DE DATA DIGITADA NO SYSIN. A DATA DE GERACAO
      * DO ARQUIVO E A DATA DE MOVIMENTO ESTAMPADA PELO NIGHTLY.
      ******************************************************************
       1000-ABERTURA SECTION.
           OPEN INPUT CICLO-DAT
           IF WS-FS-CICLO NOT = "00"
               DISPLAY "CICLO.DAT INEXISTENTE - EXECUTE O CICLOCTL "
                       "(MODO I) ANTES DO CICLO MENSAL."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           READ CICLO-DAT
           IF WS-FS-CICLO NOT = "00"
               DISPLAY "ERRO AO LER CICLO.DAT - STATUS " WS-FS-CICLO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CICLO-DAT
           MOVE WS-CICLO-COMPETENCIA TO WS-COMPETENCIA
           MOVE WS-CICLO-DATA-MOVTO  TO WS-DATA-GERACAO
           DISPLAY "COMPETENCIA DA FOLHA : " WS-COMPETENCIA
           OPEN INPUT ATRIBUI-DAT
           IF WS-FS-ATRIBUI NOT = "00"
               DISPLAY "ERRO AO ABRIR ATRIBUI.DAT - STATUS "
                       WS-FS-ATRIBUI
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OFERTA-DAT
           IF WS-FS-OFERTA NOT = "00"
               DISPLAY "ERRO AO ABRIR OFERTA.DAT - STATUS "
                       WS-FS-OFERTA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CALEND-DAT
           IF WS-FS-CALEND NOT = "00"
               DISPLAY "ERRO AO ABRIR CALEND.DAT - STATUS "
                       WS-FS-CALEND
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FREQ-DAT
           IF WS-FS-FREQ = "00"
               SET WS-FREQ-ABERTA    TO TRUE
           ELSE
               DISPLAY "FREQ.DAT INDISPONIVEL - NENHUMA AULA DADA "
                       "NO MES."
           END-IF
           OPEN INPUT PROFESSOR-DAT
           IF WS-FS-PROFESSOR NOT = "00"
               DISPLAY "ERRO AO ABRIR PROFESSOR.DAT - STATUS "
                       WS-FS-PROFESSOR
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MATERIA-DAT
           IF WS-FS-MATERIA NOT = "00"
               DISPLAY "ERRO AO ABRIR MATERIA.DAT - STATUS "
                       WS-FS-MATERIA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FOLHA-DAT
           IF WS-FS-FOLHA NOT = "00"
               DISPLAY "ERRO AO CRIAR O ARQUIVO DA FOLHA - STATUS "
                       WS-FS-FOLHA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FOLHPROF-PRT
           MOVE SPACES               TO WS-REG-FOLHA
           SET WS-FOLHA-CABECALHO    TO TRUE
           MOVE WS-COMPETENCIA       TO WS-FOLHA-CAB-COMPETENCIA
           MOVE WS-DATA-GERACAO      TO WS-FOLHA-CAB-GERACAO
           MOVE "ACADEMICO"          TO WS-FOLHA-CAB-ORIGEM
           WRITE WS-REG-FOLHA
           PERFORM 2100-LER-ATRIBUICAO.

      ******************************************************************
      * PRIMEIRO E ULTIMO DIA DA COMPETENCIA (FEVEREIRO BISSEXTO COM
      * 29) E O DIA DA SEMANA DO DIA 1, PELA CONGRUENCIA DE ZELLER
      * (H: 0=SABADO, 1=DOMINGO, 2=SEGUNDA...), CONVERTIDO PARA A
      * CODIFICACAO DA OFERTA (1=SEGUNDA A 7=DOMINGO).
      ******************************************************************
       1500-PREPARAR-MES SECTION.
           MOVE WS-COMPETENCIA       TO WS-COMPETENCIA-R
           MOVE WS-DIAS-MES (WS-COMP-MES) TO WS-DIAS-NO-MES
           IF WS-COMP-MES = 2
               DIVIDE WS-COMP-ANO BY 4 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-4
               DIVIDE WS-COMP-ANO BY 100 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-100
               DIVIDE WS-COMP-ANO BY 400 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-400
               IF WS-RESTO-4 = ZERO AND
                  (WS-RESTO-100 NOT = ZERO OR WS-RESTO-400 = ZERO)
                   MOVE 29           TO WS-DIAS-NO-MES
               END-IF
           END-IF
           COMPUTE WS-INICIO-MES = WS-COMPETENCIA * 100 + 1
           COMPUTE WS-FIM-MES = WS-COMPETENCIA * 100 + WS-DIAS-NO-MES
           MOVE WS-COMP-ANO          TO WS-Z-ANO
           MOVE WS-COMP-MES          TO WS-Z-MES
           IF WS-Z-MES < 3
               ADD 12                TO WS-Z-MES
               SUBTRACT 1            FROM WS-Z-ANO
           END-IF
           DIVIDE WS-Z-ANO BY 100 GIVING WS-Z-SECULO
                   REMAINDER WS-Z-ANO-SEC
           COMPUTE WS-Z-PARCELA = 13 * (WS-Z-MES + 1)
           DIVIDE WS-Z-PARCELA BY 5 GIVING WS-Z-PARCELA
           COMPUTE WS-Z-SOMA = 1 + WS-Z-PARCELA + WS-Z-ANO-SEC
                               + 5 * WS-Z-SECULO
           DIVIDE WS-Z-ANO-SEC BY 4 GIVING WS-Z-PARCELA
           ADD WS-Z-PARCELA          TO WS-Z-SOMA
           DIVIDE WS-Z-SECULO BY 4 GIVING WS-Z-PARCELA
           ADD WS-Z-PARCELA          TO WS-Z-SOMA
           DIVIDE WS-Z-SOMA BY 7 GIVING WS-QUOCIENTE
                   REMAINDER WS-Z-RESTO
           COMPUTE WS-Z-SOMA = WS-Z-RESTO + 5
           DIVIDE WS-Z-SOMA BY 7 GIVING WS-QUOCIENTE
                   REMAINDER WS-Z-RESTO
           COMPUTE WS-SEMANA-DIA-1 = WS-Z-RESTO + 1
           MOVE WS-COMP-MES          TO WS-CABT-MES
           MOVE WS-COMP-ANO          TO WS-CABT-ANO.

      ******************************************************************
      * ATRIBUI.DAT EM ORDEM DE CHAVE (PROFESSOR+MATERIA+TERMO), SO
      * AS ATRIBUICOES ATIVAS - QUEBRA POR PROFESSOR COMO NO PROFREL.
      * TURMA COM DOIS PROFESSORES E PAGA AOS DOIS.
      ******************************************************************
       2000-PROCESSAR-ATRIBUICOES SECTION.
           IF WS-ATRIBUICAO-ATIVA
               PERFORM 3000-APURAR-TURMA
           END-IF
           PERFORM 2100-LER-ATRIBUICAO.

       2100-LER-ATRIBUICAO SECTION.
           READ ATRIBUI-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DAS-ATRIBUICOES TO TRUE
           END-READ.

       2500-ABRIR-PROFESSOR SECTION.
           IF WS-PRIMEIRO-PROF = "N"
               PERFORM 2600-FECHAR-PROFESSOR
           END-IF
           MOVE "N"                  TO WS-PRIMEIRO-PROF
           MOVE WS-PROF-ID-ATR       TO WS-PROF-ANTERIOR
           MOVE ZERO                 TO WS-PROF-PREVISTAS
                                         WS-PROF-DADAS
                                         WS-PROF-HORAS
           ADD 1                     TO WS-TOTAL-PROFESSORES
           MOVE WS-PROF-ID-ATR       TO WS-PROF-ID
           READ PROFESSOR-DAT KEY IS WS-PROF-ID
               INVALID KEY
                   MOVE "** PROFESSOR NAO CADASTRADO **"
                       TO WS-PROF-NOME
           END-READ
           MOVE WS-PROF-ID-ATR       TO WS-CABP-ID
           MOVE WS-PROF-NOME         TO WS-CABP-NOME
           WRITE WS-LINHA-FOLHPROF FROM WS-CAB-TITULO
                   AFTER ADVANCING PAGE
           WRITE WS-LINHA-FOLHPROF FROM WS-CAB-PROFESSOR
           MOVE SPACES               TO WS-LINHA-FOLHPROF
           WRITE WS-LINHA-FOLHPROF
           WRITE WS-LINHA-FOLHPROF FROM WS-CAB-COLUNAS.

       2600-FECHAR-PROFESSOR SECTION.
           MOVE WS-PROF-PREVISTAS    TO WS-RODP-PREVISTAS
           MOVE WS-PROF-DADAS        TO WS-RODP-DADAS
           MOVE WS-PROF-HORAS        TO WS-RODP-HORAS
           MOVE SPACES               TO WS-LINHA-FOLHPROF
           WRITE WS-LINHA-FOLHPROF
           WRITE WS-LINHA-FOLHPROF FROM WS-ROD-PROFESSOR.

      ******************************************************************
      * UMA TURMA ATRIBUIDA: OFERTA ATIVA, TERMO NO CALENDARIO E
      * PERIODO LETIVO (ABERTURA DAS INSCRICOES A FECHAMENTO DAS
      * NOTAS) TOCANDO O MES. TURMA FORA DO MES NEM APARECE.
      ******************************************************************
       3000-APURAR-TURMA SECTION.
           MOVE WS-COD-MATERIA IN WS-CHAVE-ATRIBUICAO
               TO WS-COD-MATERIA IN WS-CHAVE-OFERTA
           MOVE WS-TERMO IN WS-CHAVE-ATRIBUICAO
               TO WS-TERMO IN WS-CHAVE-OFERTA
           READ OFERTA-DAT KEY IS WS-CHAVE-OFERTA
               INVALID KEY
                   GO TO 3000-FIM
           END-READ
           IF NOT WS-OFERTA-ATIVA
               GO TO 3000-FIM
           END-IF
           MOVE WS-TERMO IN WS-CHAVE-ATRIBUICAO
               TO WS-TERMO IN WS-REG-CALENDARIO
           READ CALEND-DAT KEY IS WS-TERMO IN WS-REG-CALENDARIO
               INVALID KEY
                   GO TO 3000-FIM
           END-READ
           IF WS-NOTA-FECHAMENTO < WS-INICIO-MES OR
              WS-INSC-ABERTURA > WS-FIM-MES
               GO TO 3000-FIM
           END-IF
           IF WS-PRIMEIRO-PROF = "S" OR
              WS-PROF-ID-ATR NOT = WS-PROF-ANTERIOR
               PERFORM 2500-ABRIR-PROFESSOR
           END-IF
           ADD 1                     TO WS-TOTAL-TURMAS
           MOVE WS-COD-MATERIA IN WS-CHAVE-OFERTA
               TO WS-COD-MATERIA IN WS-REG-MATERIA
           READ MATERIA-DAT KEY IS WS-COD-MATERIA IN WS-REG-MATERIA
               INVALID KEY
                   MOVE "** NOME NAO ENCONTRADO **"
                       TO WS-NOME-MATERIA
           END-READ
           MOVE WS-COD-MATERIA IN WS-CHAVE-OFERTA TO WS-DET-MATERIA
           MOVE WS-NOME-MATERIA      TO WS-DET-NOME
           MOVE WS-TERMO IN WS-CHAVE-OFERTA TO WS-DET-TERMO
           IF WS-DIA-SEMANA = ZERO
               PERFORM 3900-TURMA-SEM-HORARIO
               GO TO 3000-FIM
           END-IF
           PERFORM 3100-MARCAR-CHAMADAS
           MOVE ZERO                 TO WS-AULAS-PREVISTAS
                                         WS-AULAS-DADAS
                                         WS-AULAS-SEM-CHAMADA
           PERFORM 3200-CLASSIFICAR-DIA
                   VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > WS-DIAS-NO-MES
           PERFORM 3300-CALCULAR-HORAS
           PERFORM 3400-IMPRIMIR-TURMA
           IF WS-AULAS-DADAS > ZERO
               PERFORM 3500-GRAVAR-DETALHE
           END-IF.
       3000-FIM.
           CONTINUE.

      ******************************************************************
      * AS CHAMADAS DA TURMA ESTAO EM FREQ.DAT UMA POR ALUNO POR AULA
      * (MATERIA+TERMO+MATRICULA+DATA): BASTA UMA MARCA POR DIA DO
      * MES PARA SABER QUE A AULA ACONTECEU.
      ******************************************************************
       3100-MARCAR-CHAMADAS SECTION.
           MOVE SPACES               TO WS-TABELA-DIAS
           IF NOT WS-FREQ-ABERTA
               GO TO 3100-FIM
           END-IF
           MOVE "N"                  TO WS-FIM-FREQ
           MOVE WS-COD-MATERIA IN WS-CHAVE-OFERTA
               TO WS-COD-MATERIA IN WS-CHAVE-FREQUENCIA
           MOVE WS-TERMO IN WS-CHAVE-OFERTA
               TO WS-TERMO IN WS-CHAVE-FREQUENCIA
           MOVE ZEROS                TO WS-MATRICULA
                                         IN WS-CHAVE-FREQUENCIA
                                         WS-DATA-AULA
           START FREQ-DAT KEY IS NOT LESS WS-CHAVE-FREQUENCIA
               INVALID KEY
                   SET WS-FIM-DA-TURMA TO TRUE
           END-START
           PERFORM 3150-LER-CHAMADA
                   UNTIL WS-FIM-DA-TURMA.
       3100-FIM.
           CONTINUE.

       3150-LER-CHAMADA SECTION.
           READ FREQ-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DA-TURMA TO TRUE
                   GO TO 3150-FIM
           END-READ
           IF WS-COD-MATERIA IN WS-CHAVE-FREQUENCIA NOT =
                  WS-COD-MATERIA IN WS-CHAVE-OFERTA OR
              WS-TERMO IN WS-CHAVE-FREQUENCIA NOT =
                  WS-TERMO IN WS-CHAVE-OFERTA
               SET WS-FIM-DA-TURMA   TO TRUE
               GO TO 3150-FIM
           END-IF
           MOVE WS-DATA-AULA         TO WS-DATA-AULA-R
           IF WS-DAULA-ANO-MES = WS-COMPETENCIA AND
              WS-DAULA-DIA > ZERO AND
              WS-DAULA-DIA NOT > WS-DIAS-NO-MES
               MOVE "S"              TO
                   WS-DIA-COM-CHAMADA (WS-DAULA-DIA)
           END-IF.
       3150-FIM.
           CONTINUE.

      ******************************************************************
      * DIA PREVISTO: NO DIA DA SEMANA DA OFERTA E DENTRO DO PERIODO
      * LETIVO. DIA DADO: QUALQUER DIA COM CHAMADA (REPOSICAO EM
      * OUTRO DIA DA SEMANA TAMBEM E PAGA).
      ******************************************************************
       3200-CLASSIFICAR-DIA SECTION.
           COMPUTE WS-Z-SOMA = WS-SEMANA-DIA-1 + WS-IND-DIA - 2
           DIVIDE WS-Z-SOMA BY 7 GIVING WS-QUOCIENTE
                   REMAINDER WS-Z-RESTO
           COMPUTE WS-SEMANA-DO-DIA = WS-Z-RESTO + 1
           COMPUTE WS-DATA-DIA = WS-COMPETENCIA * 100 + WS-IND-DIA
           IF WS-SEMANA-DO-DIA = WS-DIA-SEMANA AND
              WS-DATA-DIA NOT < WS-INSC-ABERTURA AND
              WS-DATA-DIA NOT > WS-NOTA-FECHAMENTO
               MOVE "S"              TO WS-DIA-PREVISTO (WS-IND-DIA)
               ADD 1                 TO WS-AULAS-PREVISTAS
               IF WS-DIA-COM-CHAMADA (WS-IND-DIA) NOT = "S"
                   ADD 1             TO WS-AULAS-SEM-CHAMADA
               END-IF
           END-IF
           IF WS-DIA-COM-CHAMADA (WS-IND-DIA) = "S"
               ADD 1                 TO WS-AULAS-DADAS
           END-IF.

       3300-CALCULAR-HORAS SECTION.
           DIVIDE WS-HORA-INICIO BY 100 GIVING WS-HORA-CALC
                   REMAINDER WS-MIN-CALC
           COMPUTE WS-MIN-INICIO = WS-HORA-CALC * 60 + WS-MIN-CALC
           DIVIDE WS-HORA-FIM BY 100 GIVING WS-HORA-CALC
                   REMAINDER WS-MIN-CALC
           COMPUTE WS-MIN-FIM = WS-HORA-CALC * 60 + WS-MIN-CALC
           MOVE ZERO                 TO WS-MINUTOS-AULA
           IF WS-MIN-FIM > WS-MIN-INICIO
               COMPUTE WS-MINUTOS-AULA = WS-MIN-FIM - WS-MIN-INICIO
           END-IF
           COMPUTE WS-HORAS-TURMA ROUNDED =
                   WS-AULAS-DADAS * WS-MINUTOS-AULA / 60.

       3400-IMPRIMIR-TURMA SECTION.
           EVALUATE WS-DIA-SEMANA
               WHEN 1  MOVE "SEG" TO WS-DET-DIA
               WHEN 2  MOVE "TER" TO WS-DET-DIA
               WHEN 3  MOVE "QUA" TO WS-DET-DIA
               WHEN 4  MOVE "QUI" TO WS-DET-DIA
               WHEN 5  MOVE "SEX" TO WS-DET-DIA
               WHEN 6  MOVE "SAB" TO WS-DET-DIA
               WHEN OTHER
                       MOVE "DOM" TO WS-DET-DIA
           END-EVALUATE
           MOVE WS-HORA-INICIO       TO WS-DET-INICIO
           MOVE WS-HORA-FIM          TO WS-DET-FIM
           MOVE WS-AULAS-PREVISTAS   TO WS-DET-PREVISTAS
           MOVE WS-AULAS-DADAS       TO WS-DET-DADAS
           MOVE WS-HORAS-TURMA       TO WS-DET-HORAS
           WRITE WS-LINHA-FOLHPROF FROM WS-DET-TURMA
           ADD WS-AULAS-PREVISTAS    TO WS-PROF-PREVISTAS
                                         WS-TOTAL-PREVISTAS
           ADD WS-AULAS-DADAS        TO WS-PROF-DADAS
                                         WS-TOTAL-DADAS
           ADD WS-HORAS-TURMA        TO WS-PROF-HORAS
                                         WS-TOTAL-HORAS
           IF WS-AULAS-SEM-CHAMADA > ZERO
               ADD WS-AULAS-SEM-CHAMADA TO WS-TOTAL-SEM-CHAMADA
               PERFORM 3450-IMPRIMIR-SEM-CHAMADA
                       VARYING WS-IND-DIA FROM 1 BY 1
                       UNTIL WS-IND-DIA > WS-DIAS-NO-MES
           END-IF.

       3450-IMPRIMIR-SEM-CHAMADA SECTION.
           IF WS-DIA-PREVISTO (WS-IND-DIA) = "S" AND
              WS-DIA-COM-CHAMADA (WS-IND-DIA) NOT = "S"
               MOVE WS-IND-DIA       TO WS-DSC-DIA
               MOVE WS-COMP-MES      TO WS-DSC-MES
               MOVE WS-COMP-ANO      TO WS-DSC-ANO
               WRITE WS-LINHA-FOLHPROF FROM WS-DET-SEM-CHAMADA
           END-IF.

       3500-GRAVAR-DETALHE SECTION.
           MOVE SPACES               TO WS-REG-FOLHA
           SET WS-FOLHA-DETALHE      TO TRUE
           MOVE WS-PROF-ID-ATR       TO WS-FOLHA-PROF-ID
           MOVE WS-COMPETENCIA       TO WS-FOLHA-COMPETENCIA
           MOVE WS-COD-MATERIA IN WS-CHAVE-OFERTA
               TO WS-FOLHA-COD-MATERIA
           MOVE WS-TERMO IN WS-CHAVE-OFERTA TO WS-FOLHA-TERMO
           MOVE WS-AULAS-PREVISTAS   TO WS-FOLHA-AULAS-PREVISTAS
           MOVE WS-AULAS-DADAS       TO WS-FOLHA-AULAS-DADAS
           MOVE WS-MINUTOS-AULA      TO WS-FOLHA-MINUTOS-AULA
           MOVE WS-HORAS-TURMA       TO WS-FOLHA-HORAS-AULA
           WRITE WS-REG-FOLHA
           IF WS-FS-FOLHA NOT = "00"
               DISPLAY "ERRO AO GRAVAR O ARQUIVO DA FOLHA - STATUS "
                       WS-FS-FOLHA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                     TO WS-TOTAL-DETALHES.

      ******************************************************************
      * SEM DIA/HORA NA OFERTA NAO HA COMO APURAR HORAS - A TURMA SAI
      * NA CONFERENCIA PARA A SECRETARIA ACERTAR PELO OFERTMNT E NAO
      * VAI PARA O RH.
      ******************************************************************
       3900-TURMA-SEM-HORARIO SECTION.
           ADD 1                     TO WS-TOTAL-SEM-HORARIO
           MOVE SPACES               TO WS-DET-DIA
           MOVE ZEROS                TO WS-DET-INICIO WS-DET-FIM
           MOVE ZERO                 TO WS-DET-PREVISTAS
                                         WS-DET-DADAS
                                         WS-DET-HORAS
           WRITE WS-LINHA-FOLHPROF FROM WS-DET-TURMA
           MOVE "TURMA SEM HORARIO NA OFERTA - HORAS NAO APURADAS"
               TO WS-DAV-TEXTO
           WRITE WS-LINHA-FOLHPROF FROM WS-DET-AVISO.

       8000-RESUMO SECTION.
           MOVE SPACES               TO WS-REG-FOLHA
           SET WS-FOLHA-TRAILER      TO TRUE
           MOVE WS-TOTAL-DETALHES    TO WS-FOLHA-TRL-QTDE
           MOVE WS-TOTAL-HORAS       TO WS-FOLHA-TRL-HORAS
           WRITE WS-REG-FOLHA
           WRITE WS-LINHA-FOLHPROF FROM WS-CAB-TITULO
                   AFTER ADVANCING PAGE
           MOVE SPACES               TO WS-LINHA-FOLHPROF
           WRITE WS-LINHA-FOLHPROF
           MOVE SPACES               TO WS-RES-HORAS
           MOVE "PROFESSORES COM TURMA NO MES"   TO WS-RES-TEXTO
           MOVE WS-TOTAL-PROFESSORES TO WS-RES-VALOR
           WRITE WS-LINHA-FOLHPROF FROM WS-LIN-RESUMO
           MOVE "TURMAS APURADAS"                TO WS-RES-TEXTO
           MOVE WS-TOTAL-TURMAS      TO WS-RES-VALOR
           WRITE WS-LINHA-FOLHPROF FROM WS-LIN-RESUMO
           MOVE "AULAS PREVISTAS"                TO WS-RES-TEXTO
           MOVE WS-TOTAL-PREVISTAS   TO WS-RES-VALOR
           WRITE WS-LINHA-FOLHPROF FROM WS-LIN-RESUMO
           MOVE "AULAS DADAS (COM CHAMADA)"      TO WS-RES-TEXTO
           MOVE WS-TOTAL-DADAS       TO WS-RES-VALOR
           WRITE WS-LINHA-FOLHPROF FROM WS-LIN-RESUMO
           MOVE "AULAS PREVISTAS SEM CHAMADA"    TO WS-RES-TEXTO
           MOVE WS-TOTAL-SEM-CHAMADA TO WS-RES-VALOR
           WRITE WS-LINHA-FOLHPROF FROM WS-LIN-RESUMO
           MOVE "TURMAS SEM HORARIO (NAO APURADAS)" TO WS-RES-TEXTO
           MOVE WS-TOTAL-SEM-HORARIO TO WS-RES-VALOR
           WRITE WS-LINHA-FOLHPROF FROM WS-LIN-RESUMO
           MOVE "REGISTROS ENVIADOS AO RH / HORAS" TO WS-RES-TEXTO
           MOVE WS-TOTAL-DETALHES    TO WS-RES-VALOR
           MOVE WS-TOTAL-HORAS       TO WS-RES-HORAS-ED
           MOVE WS-RES-HORAS-ED      TO WS-RES-HORAS
           WRITE WS-LINHA-FOLHPROF FROM WS-LIN-RESUMO
           DISPLAY "FOLHA DE PROFESSORES GERADA - " WS-TOTAL-DETALHES
                   " REGISTROS, " WS-TOTAL-HORAS " HORAS-AULA."
           IF WS-TOTAL-SEM-CHAMADA > ZERO OR
              WS-TOTAL-SEM-HORARIO > ZERO
               DISPLAY "HA AULAS PREVISTAS SEM CHAMADA OU TURMAS SEM "
                       "HORARIO - VEJA A CONFERENCIA (FOLHPPRT)."
               MOVE 4                TO RETURN-CODE
           END-IF.

       9000-ENCERRAMENTO SECTION.
           CLOSE ATRIBUI-DAT OFERTA-DAT CALEND-DAT PROFESSOR-DAT
                 MATERIA-DAT FOLHA-DAT FOLHPROF-PRT
           IF WS-FREQ-ABERTA
               CLOSE FREQ-DAT
           END-IF.
       END PROGRAM FOLHPROF.
