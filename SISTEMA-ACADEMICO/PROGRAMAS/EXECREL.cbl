      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: HISTORICO DIARIO DAS EXECUCOES DOS JOBS DO CICLO
      *          (EXECUCAO.DAT, MANTIDO PELO EXECCTL) PARA A PASSAGEM
      *          DE TURNO DA MANHA. PARA A DATA DE MOVIMENTO DO SYSIN
      *          (EM BRANCO = A ULTIMA ESTAMPADA EM CICLO.DAT) LISTA
      *          CADA JOB (NIGHTLY, MENSAL, TERMFECH) COM A SITUACAO
      *          DA EXECUCAO, AS TENTATIVAS E O SUPERVISOR QUE LIBEROU
      *          REEXECUCAO, E CADA PASSO COM INICIO, FIM, RC,
      *          SITUACAO, TENTATIVAS E VEZES QUE FOI PULADO NAS
      *          RETOMADAS. EM SEGUIDA LISTA AS EXECUCOES AINDA
      *          ABERTAS DE OUTRAS DATAS. RC=4 SE ALGUM JOB DA DATA NAO
      *          CONCLUIU, SE NAO HOUVE EXECUCAO NA DATA OU SE HA
      *          EXECUCAO ABERTA DE OUTRA DATA; RC=8 EM ERRO DE
      *          ABERTURA OU DATA INVALIDA.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXECREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXECUCAO-DAT       ASSIGN TO "EXECDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-EXECUCAO
                                      FILE STATUS IS WS-FS-EXECUCAO.

           SELECT CICLO-DAT          ASSIGN TO "CICLODAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CICLO.

           SELECT EXECREL-PRT        ASSIGN TO "EXECRPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-EXECREL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXECUCAO-DAT.
           COPY EXECREG.

       FD  CICLO-DAT
           RECORD CONTAINS 40 CHARACTERS.
           COPY CICLOREG.

       FD  EXECREL-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-EXECREL          PIC X(080).

       WORKING-STORAGE SECTION.
       77  WS-FS-EXECUCAO            PIC X(002) VALUE "00".
       77  WS-FS-CICLO               PIC X(002) VALUE "00".
       77  WS-FS-EXECREL             PIC X(002) VALUE "00".
       77  WS-FIM-ENTRADA            PIC X(001) VALUE "N".
           88  WS-FIM-DO-ARQUIVO         VALUE "S".
       77  WS-DATA-INFORMADA         PIC X(008) VALUE SPACES.
       77  WS-DATA-RELATORIO         PIC 9(008) VALUE ZEROS.
       77  WS-JOBS-CONCLUIDOS        PIC 9(005) VALUE ZERO.
       77  WS-JOBS-ABERTOS           PIC 9(005) VALUE ZERO.
       77  WS-JOBS-ABANDONADOS       PIC 9(005) VALUE ZERO.
       77  WS-PASSOS-OK              PIC 9(005) VALUE ZERO.
       77  WS-PASSOS-AVISO           PIC 9(005) VALUE ZERO.
       77  WS-PASSOS-FALHOS          PIC 9(005) VALUE ZERO.
       77  WS-PASSOS-SEM-FIM         PIC 9(005) VALUE ZERO.
       77  WS-PASSOS-A-REFAZER       PIC 9(005) VALUE ZERO.
       77  WS-TOT-PULOS              PIC 9(005) VALUE ZERO.
       77  WS-ABERTAS-OUTRAS         PIC 9(005) VALUE ZERO.

      ******************************************************************
      * DECOMPOSICAO DE DATA (AAAAMMDD) E HORA (HHMMSS) DO REGISTRO
      * PARA IMPRESSAO NO FORMATO DD/MM/AAAA HH:MM:SS.
      ******************************************************************
       01  WS-DATA-DECOMPOSTA.
           03  WS-DEC-ANO            PIC 9(004).
           03  WS-DEC-MES            PIC 9(002).
           03  WS-DEC-DIA            PIC 9(002).
       01  WS-DATA-NUMERICA REDEFINES WS-DATA-DECOMPOSTA
                                     PIC 9(008).

       01  WS-HORA-DECOMPOSTA.
           03  WS-DEC-HORA           PIC 9(002).
           03  WS-DEC-MINUTO         PIC 9(002).
           03  WS-DEC-SEGUNDO        PIC 9(002).
       01  WS-HORA-NUMERICA REDEFINES WS-HORA-DECOMPOSTA
                                     PIC 9(006).

       01  WS-DATA-HORA-EDITADA.
           03  WS-EDT-DIA            PIC 9(002).
           03  FILLER                PIC X(001) VALUE "/".
           03  WS-EDT-MES            PIC 9(002).
           03  FILLER                PIC X(001) VALUE "/".
           03  WS-EDT-ANO            PIC 9(004).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-EDT-HORA           PIC 9(002).
           03  FILLER                PIC X(001) VALUE ":".
           03  WS-EDT-MINUTO         PIC 9(002).
           03  FILLER                PIC X(001) VALUE ":".
           03  WS-EDT-SEGUNDO        PIC 9(002).

       01  WS-DATA-EDITADA.
           03  WS-EDD-DIA            PIC 9(002).
           03  FILLER                PIC X(001) VALUE "/".
           03  WS-EDD-MES            PIC 9(002).
           03  FILLER                PIC X(001) VALUE "/".
           03  WS-EDD-ANO            PIC 9(004).

       01  WS-CAB-EXECREL.
           03  FILLER                PIC X(042) VALUE
               "HISTORICO DE EXECUCOES - DATA DE MOVIMENTO".
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-CAB-DATA           PIC X(010).

       01  WS-CAB-JOB.
           03  FILLER                PIC X(004) VALUE "JOB ".
           03  WS-CJB-JOB            PIC X(008).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-CJB-SITUACAO       PIC X(010).
           03  FILLER                PIC X(012) VALUE " TENTATIVAS ".
           03  WS-CJB-TENTATIVAS     PIC ZZ9.
           03  FILLER                PIC X(013) VALUE
               "  SUPERVISOR ".
           03  WS-CJB-SUPERVISOR     PIC X(008).

       01  WS-CAB-JOB-HORARIO.
           03  FILLER                PIC X(013) VALUE "  ABERTO EM ".
           03  WS-CJH-INICIO         PIC X(019).
           03  FILLER                PIC X(014) VALUE
               "  ENCERRADO EM".
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-CJH-FIM            PIC X(019).

       01  WS-CAB-COLUNAS.
           03  FILLER                PIC X(011) VALUE "  PASSO".
           03  FILLER                PIC X(020) VALUE "INICIO".
           03  FILLER                PIC X(020) VALUE "FIM".
           03  FILLER                PIC X(003) VALUE "RC".
           03  FILLER                PIC X(013) VALUE "SITUACAO".
           03  FILLER                PIC X(004) VALUE "TEN".
           03  FILLER                PIC X(003) VALUE "PUL".

       01  WS-DET-PASSO.
           03  FILLER                PIC X(002) VALUE SPACES.
           03  WS-DPS-PASSO          PIC X(008).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DPS-INICIO         PIC X(019).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DPS-FIM            PIC X(019).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DPS-RC             PIC X(002).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DPS-SITUACAO       PIC X(012).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DPS-TENTATIVAS     PIC ZZ9.
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DPS-PULOS          PIC ZZ9.

       01  WS-CAB-ABERTAS            PIC X(080) VALUE
           "EXECUCOES AINDA ABERTAS DE OUTRAS DATAS".

       01  WS-DET-ABERTA.
           03  FILLER                PIC X(002) VALUE SPACES.
           03  WS-DAB-JOB            PIC X(008).
           03  FILLER                PIC X(007) VALUE " DATA ".
           03  WS-DAB-DATA           PIC X(010).
           03  FILLER                PIC X(014) VALUE
               "  ABERTO EM ".
           03  WS-DAB-INICIO         PIC X(019).
           03  FILLER                PIC X(012) VALUE
               "  TENTATIVAS".
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DAB-TENTATIVAS     PIC ZZ9.

       01  WS-LIN-CONTAGEM.
           03  WS-CNT-ROTULO         PIC X(040).
           03  WS-CNT-VALOR          PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-ABERTURA
           MOVE "N"                  TO WS-FIM-ENTRADA
           PERFORM 2000-LISTAR-DATA
                   UNTIL WS-FIM-DO-ARQUIVO
           IF WS-JOBS-CONCLUIDOS = ZERO AND WS-JOBS-ABERTOS = ZERO
              AND WS-JOBS-ABANDONADOS = ZERO
               MOVE SPACES           TO WS-LINHA-EXECREL
               WRITE WS-LINHA-EXECREL
               MOVE "  NENHUMA EXECUCAO REGISTRADA PARA A DATA"
                                     TO WS-LINHA-EXECREL
               WRITE WS-LINHA-EXECREL
           END-IF
           PERFORM 3000-REPOSICIONAR
           MOVE SPACES               TO WS-LINHA-EXECREL
           WRITE WS-LINHA-EXECREL
           WRITE WS-LINHA-EXECREL FROM WS-CAB-ABERTAS
           PERFORM 3100-LISTAR-ABERTAS
                   UNTIL WS-FIM-DO-ARQUIVO
           IF WS-ABERTAS-OUTRAS = ZERO
               MOVE "  NENHUMA"      TO WS-LINHA-EXECREL
               WRITE WS-LINHA-EXECREL
           END-IF
           PERFORM 8000-RESUMO
           CLOSE EXECUCAO-DAT
                 EXECREL-PRT
           IF WS-JOBS-ABERTOS > ZERO OR WS-JOBS-ABANDONADOS > ZERO
              OR WS-JOBS-CONCLUIDOS = ZERO OR WS-ABERTAS-OUTRAS > ZERO
               MOVE 4                TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * SYSIN: DATA DE MOVIMENTO (AAAAMMDD). EM BRANCO OU ZERADA, VALE
      * A ULTIMA DATA ESTAMPADA PELO CICLOCTL NO NIGHTLY.
      ******************************************************************
       1000-ABERTURA SECTION.
           DISPLAY "DATA DE MOVIMENTO (AAAAMMDD, BRANCO=CICLO) : "
                   WITH NO ADVANCING
           ACCEPT WS-DATA-INFORMADA
           IF WS-DATA-INFORMADA = SPACES OR WS-DATA-INFORMADA = ZEROS
               PERFORM 1100-LER-CICLO
           ELSE
               IF WS-DATA-INFORMADA IS NOT NUMERIC
                   DISPLAY "DATA INVALIDA - " WS-DATA-INFORMADA
                   MOVE 8            TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATA-INFORMADA TO WS-DATA-RELATORIO
           END-IF
           OPEN INPUT EXECUCAO-DAT
           IF WS-FS-EXECUCAO NOT = "00"
               DISPLAY "ERRO AO ABRIR EXECUCAO.DAT - STATUS "
                       WS-FS-EXECUCAO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXECREL-PRT
           MOVE WS-DATA-RELATORIO    TO WS-DATA-NUMERICA
           PERFORM 7100-EDITAR-DATA
           MOVE WS-DATA-EDITADA      TO WS-CAB-DATA
           WRITE WS-LINHA-EXECREL FROM WS-CAB-EXECREL.

       1100-LER-CICLO SECTION.
           OPEN INPUT CICLO-DAT
           IF WS-FS-CICLO NOT = "00"
               DISPLAY "ERRO AO ABRIR CICLO.DAT - STATUS "
                       WS-FS-CICLO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           READ CICLO-DAT
           IF WS-FS-CICLO NOT = "00" OR WS-CICLO-DATA-MOVTO = ZEROS
               DISPLAY "CICLO.DAT SEM DATA DE MOVIMENTO ESTAMPADA - "
                       "INFORMAR A DATA NO SYSIN."
               CLOSE CICLO-DAT
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CICLO-DATA-MOVTO  TO WS-DATA-RELATORIO
           CLOSE CICLO-DAT.

      ******************************************************************
      * O ARQUIVO VEM EM ORDEM DE JOB + DATA + PASSO: A ABERTURA DO
      * JOB NA DATA (PASSO EM BRANCO) VEM ANTES DOS SEUS PASSOS.
      ******************************************************************
       2000-LISTAR-DATA SECTION.
           READ EXECUCAO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
                   GO TO 2000-FIM
           END-READ
           IF WS-EXE-DATA-MOVTO NOT = WS-DATA-RELATORIO
               GO TO 2000-FIM
           END-IF
           IF WS-EXE-PASSO = SPACES
               PERFORM 2100-IMPRIMIR-JOB
           ELSE
               PERFORM 2200-IMPRIMIR-PASSO
           END-IF.
       2000-FIM.
           CONTINUE.

       2100-IMPRIMIR-JOB SECTION.
           MOVE SPACES               TO WS-LINHA-EXECREL
           WRITE WS-LINHA-EXECREL
           MOVE WS-EXE-JOB           TO WS-CJB-JOB
           EVALUATE TRUE
               WHEN WS-EXE-CONCLUIDO
                   MOVE "CONCLUIDO"  TO WS-CJB-SITUACAO
                   ADD 1             TO WS-JOBS-CONCLUIDOS
               WHEN WS-EXE-ABANDONADO
                   MOVE "ABANDONADO" TO WS-CJB-SITUACAO
                   ADD 1             TO WS-JOBS-ABANDONADOS
               WHEN OTHER
                   MOVE "EM ABERTO"  TO WS-CJB-SITUACAO
                   ADD 1             TO WS-JOBS-ABERTOS
           END-EVALUATE
           MOVE WS-EXE-TENTATIVAS    TO WS-CJB-TENTATIVAS
           MOVE WS-EXE-SUPERVISOR    TO WS-CJB-SUPERVISOR
           WRITE WS-LINHA-EXECREL FROM WS-CAB-JOB
           MOVE WS-EXE-DATA-INICIO   TO WS-DATA-NUMERICA
           MOVE WS-EXE-HORA-INICIO   TO WS-HORA-NUMERICA
           PERFORM 7000-EDITAR-DATA-HORA
           MOVE WS-DATA-HORA-EDITADA TO WS-CJH-INICIO
           MOVE WS-EXE-DATA-FIM      TO WS-DATA-NUMERICA
           MOVE WS-EXE-HORA-FIM      TO WS-HORA-NUMERICA
           PERFORM 7000-EDITAR-DATA-HORA
           MOVE WS-DATA-HORA-EDITADA TO WS-CJH-FIM
           IF WS-EXE-DATA-FIM = ZEROS
               MOVE "-"              TO WS-CJH-FIM
           END-IF
           WRITE WS-LINHA-EXECREL FROM WS-CAB-JOB-HORARIO
           WRITE WS-LINHA-EXECREL FROM WS-CAB-COLUNAS.

      ******************************************************************
      * PASSO SEM FIM: INTERROMPIDO (ABEND OU CANCELAMENTO) OU AINDA
      * EM EXECUCAO NA HORA DO RELATORIO.
      ******************************************************************
       2200-IMPRIMIR-PASSO SECTION.
           MOVE WS-EXE-PASSO         TO WS-DPS-PASSO
           MOVE WS-EXE-DATA-INICIO   TO WS-DATA-NUMERICA
           MOVE WS-EXE-HORA-INICIO   TO WS-HORA-NUMERICA
           PERFORM 7000-EDITAR-DATA-HORA
           MOVE WS-DATA-HORA-EDITADA TO WS-DPS-INICIO
           MOVE WS-EXE-DATA-FIM      TO WS-DATA-NUMERICA
           MOVE WS-EXE-HORA-FIM      TO WS-HORA-NUMERICA
           PERFORM 7000-EDITAR-DATA-HORA
           MOVE WS-DATA-HORA-EDITADA TO WS-DPS-FIM
           MOVE WS-EXE-RC            TO WS-DPS-RC
           IF WS-EXE-DATA-FIM = ZEROS
               MOVE "-"              TO WS-DPS-FIM
               MOVE "--"             TO WS-DPS-RC
           END-IF
           EVALUATE TRUE
               WHEN WS-EXE-CONCLUIDO AND WS-EXE-RC = ZERO
                   MOVE "OK"         TO WS-DPS-SITUACAO
                   ADD 1             TO WS-PASSOS-OK
               WHEN WS-EXE-CONCLUIDO
                   MOVE "OK C/ AVISO" TO WS-DPS-SITUACAO
                   ADD 1             TO WS-PASSOS-AVISO
               WHEN WS-EXE-FALHOU
                   MOVE "FALHOU"     TO WS-DPS-SITUACAO
                   ADD 1             TO WS-PASSOS-FALHOS
               WHEN WS-EXE-A-REFAZER
                   MOVE "A REFAZER"  TO WS-DPS-SITUACAO
                   ADD 1             TO WS-PASSOS-A-REFAZER
               WHEN OTHER
                   MOVE "SEM TERMINO" TO WS-DPS-SITUACAO
                   ADD 1             TO WS-PASSOS-SEM-FIM
           END-EVALUATE
           MOVE WS-EXE-TENTATIVAS    TO WS-DPS-TENTATIVAS
           MOVE WS-EXE-PULOS         TO WS-DPS-PULOS
           ADD WS-EXE-PULOS          TO WS-TOT-PULOS
           WRITE WS-LINHA-EXECREL FROM WS-DET-PASSO.

       3000-REPOSICIONAR SECTION.
           MOVE "N"                  TO WS-FIM-ENTRADA
           MOVE LOW-VALUES           TO WS-CHAVE-EXECUCAO
           START EXECUCAO-DAT KEY IS GREATER THAN WS-CHAVE-EXECUCAO
               INVALID KEY
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-START.

      ******************************************************************
      * ABERTURA DE JOB AINDA EM EXECUCAO EM OUTRA DATA: RETOMADA
      * PENDENTE OU ABANDONO A SER DECIDIDO PELO SUPERVISOR. O
      * PONTEIRO DO JOB (DATA ZERADA) NAO ENTRA.
      ******************************************************************
       3100-LISTAR-ABERTAS SECTION.
           READ EXECUCAO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
                   GO TO 3100-FIM
           END-READ
           IF WS-EXE-PASSO NOT = SPACES OR
              WS-EXE-DATA-MOVTO = ZEROS OR
              WS-EXE-DATA-MOVTO = WS-DATA-RELATORIO OR
              NOT WS-EXE-EM-EXECUCAO
               GO TO 3100-FIM
           END-IF
           ADD 1                     TO WS-ABERTAS-OUTRAS
           MOVE WS-EXE-JOB           TO WS-DAB-JOB
           MOVE WS-EXE-DATA-MOVTO    TO WS-DATA-NUMERICA
           PERFORM 7100-EDITAR-DATA
           MOVE WS-DATA-EDITADA      TO WS-DAB-DATA
           MOVE WS-EXE-DATA-INICIO   TO WS-DATA-NUMERICA
           MOVE WS-EXE-HORA-INICIO   TO WS-HORA-NUMERICA
           PERFORM 7000-EDITAR-DATA-HORA
           MOVE WS-DATA-HORA-EDITADA TO WS-DAB-INICIO
           MOVE WS-EXE-TENTATIVAS    TO WS-DAB-TENTATIVAS
           WRITE WS-LINHA-EXECREL FROM WS-DET-ABERTA.
       3100-FIM.
           CONTINUE.

       7000-EDITAR-DATA-HORA SECTION.
           MOVE WS-DEC-DIA           TO WS-EDT-DIA
           MOVE WS-DEC-MES           TO WS-EDT-MES
           MOVE WS-DEC-ANO           TO WS-EDT-ANO
           MOVE WS-DEC-HORA          TO WS-EDT-HORA
           MOVE WS-DEC-MINUTO        TO WS-EDT-MINUTO
           MOVE WS-DEC-SEGUNDO       TO WS-EDT-SEGUNDO.

       7100-EDITAR-DATA SECTION.
           MOVE WS-DEC-DIA           TO WS-EDD-DIA
           MOVE WS-DEC-MES           TO WS-EDD-MES
           MOVE WS-DEC-ANO           TO WS-EDD-ANO.

       8000-RESUMO SECTION.
           MOVE SPACES               TO WS-LINHA-EXECREL
           WRITE WS-LINHA-EXECREL
           MOVE "RESUMO PARA A PASSAGEM DE TURNO"
                                     TO WS-LINHA-EXECREL
           WRITE WS-LINHA-EXECREL
           MOVE "JOBS CONCLUIDOS"    TO WS-CNT-ROTULO
           MOVE WS-JOBS-CONCLUIDOS   TO WS-CNT-VALOR
           WRITE WS-LINHA-EXECREL FROM WS-LIN-CONTAGEM
           MOVE "JOBS EM ABERTO"     TO WS-CNT-ROTULO
           MOVE WS-JOBS-ABERTOS      TO WS-CNT-VALOR
           WRITE WS-LINHA-EXECREL FROM WS-LIN-CONTAGEM
           MOVE "JOBS ABANDONADOS"   TO WS-CNT-ROTULO
           MOVE WS-JOBS-ABANDONADOS  TO WS-CNT-VALOR
           WRITE WS-LINHA-EXECREL FROM WS-LIN-CONTAGEM
           MOVE "PASSOS OK"          TO WS-CNT-ROTULO
           MOVE WS-PASSOS-OK         TO WS-CNT-VALOR
           WRITE WS-LINHA-EXECREL FROM WS-LIN-CONTAGEM
           MOVE "PASSOS OK COM AVISO (RC=4)"
                                     TO WS-CNT-ROTULO
           MOVE WS-PASSOS-AVISO      TO WS-CNT-VALOR
           WRITE WS-LINHA-EXECREL FROM WS-LIN-CONTAGEM
           MOVE "PASSOS QUE FALHARAM" TO WS-CNT-ROTULO
           MOVE WS-PASSOS-FALHOS     TO WS-CNT-VALOR
           WRITE WS-LINHA-EXECREL FROM WS-LIN-CONTAGEM
           MOVE "PASSOS SEM TERMINO (ABEND/EM CURSO)"
                                     TO WS-CNT-ROTULO
           MOVE WS-PASSOS-SEM-FIM    TO WS-CNT-VALOR
           WRITE WS-LINHA-EXECREL FROM WS-LIN-CONTAGEM
           MOVE "PASSOS A REFAZER (REEXECUCAO LIBERADA)"
                                     TO WS-CNT-ROTULO
           MOVE WS-PASSOS-A-REFAZER  TO WS-CNT-VALOR
           WRITE WS-LINHA-EXECREL FROM WS-LIN-CONTAGEM
           MOVE "PASSOS PULADOS EM RETOMADAS"
                                     TO WS-CNT-ROTULO
           MOVE WS-TOT-PULOS         TO WS-CNT-VALOR
           WRITE WS-LINHA-EXECREL FROM WS-LIN-CONTAGEM
           MOVE "EXECUCOES ABERTAS DE OUTRAS DATAS"
                                     TO WS-CNT-ROTULO
           MOVE WS-ABERTAS-OUTRAS    TO WS-CNT-VALOR
           WRITE WS-LINHA-EXECREL FROM WS-LIN-CONTAGEM.
       END PROGRAM EXECREL.
