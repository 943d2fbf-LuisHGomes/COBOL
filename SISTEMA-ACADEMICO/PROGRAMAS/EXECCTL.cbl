      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: REGISTRO DE EXECUCOES DOS JOBS DO CICLO (NIGHTLY,
      *          MENSAL E TERMFECH) EM EXECUCAO.DAT, LAYOUT EXECREG,
      *          POR DATA DE MOVIMENTO. CADA JOB ABRE A EXECUCAO NO
      *          PRIMEIRO PASSO E CADA PASSO DE PROCESSAMENTO FICA
      *          ENTRE UM PASSO DE INICIO E OS PASSOS DE FIM DESTE
      *          PROGRAMA. MODOS (SYSIN, SEGUIDOS DO NOME DO JOB):
      *            A - ABRIR: DEFINE A DATA DE MOVIMENTO DA EXECUCAO
      *                (H = HOJE, A QUE O CICLOCTL ESTAMPA NO PASSO
      *                SEGUINTE DO NIGHTLY; C = A JA ESTAMPADA EM
      *                CICLO.DAT). EXECUCAO ANTERIOR NAO CONCLUIDA E
      *                RETOMADA. DATA JA CONCLUIDA E RECUSADA COM
      *                RC=8, SALVO COM O CODIGO DE UM SUPERVISOR ATIVO
      *                (OPERADOR.DAT) NA QUARTA LINHA: OS PASSOS
      *                VOLTAM A SER EXECUTADOS, A LIBERACAO VAI PARA
      *                A AUDITORIA E O PASSO TERMINA COM RC=4. COM O
      *                SUPERVISOR, EXECUCAO ABERTA DE DATA ANTERIOR E
      *                ABANDONADA E O JOB ABRE A DATA NOVA.
      *            I - INICIAR PASSO: RC=1 SE O PASSO JA TERMINOU
      *                BEM NA EXECUCAO (O JCL PULA O PASSO); RC=8 SE
      *                O JOB NAO ESTA ABERTO OU SE UM PASSO ANTERIOR
      *                NAO TERMINOU BEM (CADEIA INTERROMPIDA); SENAO
      *                GRAVA O INICIO E TERMINA COM RC=0.
      *            F - FINALIZAR PASSO: GRAVA O FIM E O RC DO PASSO
      *                (RC ATE 4 = CONCLUIDO, ACIMA = FALHOU).
      *            C - CONCLUIR: MARCA A EXECUCAO COMO CONCLUIDA SE
      *                TODOS OS PASSOS TERMINARAM BEM; SENAO RC=8.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXECCTL.

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

           SELECT OPERADOR-DAT       ASSIGN TO "OPERADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-OPER-ID
                                      FILE STATUS IS WS-FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  EXECUCAO-DAT.
           COPY EXECREG.

       FD  CICLO-DAT
           RECORD CONTAINS 40 CHARACTERS.
           COPY CICLOREG.

       FD  OPERADOR-DAT.
           COPY OPERREG.

       WORKING-STORAGE SECTION.
       77  WS-FS-EXECUCAO            PIC X(002) VALUE "00".
       77  WS-FS-CICLO               PIC X(002) VALUE "00".
       77  WS-FS-OPERADOR            PIC X(002) VALUE "00".
       77  WS-MODO-EXECUCAO          PIC X(001) VALUE SPACE.
           88  WS-MODO-ABRIR             VALUE "A" "a".
           88  WS-MODO-INICIAR           VALUE "I" "i".
           88  WS-MODO-FINALIZAR         VALUE "F" "f".
           88  WS-MODO-CONCLUIR          VALUE "C" "c".
       77  WS-ORIGEM-DATA            PIC X(001) VALUE SPACE.
           88  WS-DATA-DE-HOJE           VALUE "H" "h".
           88  WS-DATA-DO-CICLO          VALUE "C" "c".
       77  WS-JOB-EXECUCAO           PIC X(008) VALUE SPACES.
       77  WS-PASSO-EXECUCAO         PIC X(008) VALUE SPACES.
       77  WS-RC-PASSO               PIC 9(002) VALUE ZEROS.
       77  WS-SUPERVISOR-LIBERACAO   PIC X(008) VALUE SPACES.
       77  WS-SUPERVISOR-CONFERIDO   PIC X(001) VALUE "N".
           88  WS-SUPERVISOR-OK          VALUE "S".
       77  WS-PONTEIRO-LIDO          PIC X(001) VALUE "N".
           88  WS-TEM-PONTEIRO           VALUE "S".
       77  WS-ABERTURA-LIDA          PIC X(001) VALUE "N".
           88  WS-TEM-ABERTURA           VALUE "S".
       77  WS-FIM-PASSOS             PIC X(001) VALUE "N".
           88  WS-FIM-DOS-PASSOS         VALUE "S".
       77  WS-DATA-NOVA              PIC 9(008) VALUE ZEROS.
       77  WS-DATA-CORRENTE-JOB      PIC 9(008) VALUE ZEROS.
       77  WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       77  WS-PASSO-PENDENTE         PIC X(008) VALUE SPACES.
       77  WS-SITUACAO-PENDENTE      PIC X(001) VALUE SPACE.
       77  WS-QTDE-PASSOS            PIC 9(003) VALUE ZERO.

       01  WS-HORA-SISTEMA.
           03  WS-HORA-HHMMSS        PIC 9(006).
           03  WS-HORA-CENTESIMOS    PIC 9(002).

      ******************************************************************
      * PARAMETROS DA CHAMADA A GRAVAUD - LIBERACAO DE REEXECUCAO OU
      * ABANDONO DE EXECUCAO PELO SUPERVISOR, COMO NO PENDFECH.
      ******************************************************************
       01  WS-AUD-CALL.
           03  WS-AUD-CALL-PROGRAMA PIC X(008).
           03  WS-AUD-CALL-TERMINAL PIC X(008).
           03  WS-AUD-CALL-OPERADOR PIC X(008).
           03  WS-AUD-CALL-ACAO     PIC X(030).
           03  WS-AUD-RESPOSTA      PIC X(001).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           DISPLAY "MODO (A=ABRIR / I=INICIAR PASSO / F=FINALIZAR "
                   "PASSO / C=CONCLUIR) : " WITH NO ADVANCING
           ACCEPT WS-MODO-EXECUCAO
           IF NOT WS-MODO-ABRIR AND NOT WS-MODO-INICIAR AND
              NOT WS-MODO-FINALIZAR AND NOT WS-MODO-CONCLUIR
               DISPLAY "MODO INVALIDO - EXECUCAO RECUSADA."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "JOB : " WITH NO ADVANCING
           ACCEPT WS-JOB-EXECUCAO
           IF WS-JOB-EXECUCAO = SPACES
               DISPLAY "JOB NAO INFORMADO - EXECUCAO RECUSADA."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-ABERTURA
           EVALUATE TRUE
               WHEN WS-MODO-ABRIR
                   PERFORM 2000-ABRIR-EXECUCAO
               WHEN WS-MODO-INICIAR
                   PERFORM 3000-INICIAR-PASSO
               WHEN WS-MODO-FINALIZAR
                   PERFORM 4000-FINALIZAR-PASSO
               WHEN WS-MODO-CONCLUIR
                   PERFORM 5000-CONCLUIR-EXECUCAO
           END-EVALUATE
           CLOSE EXECUCAO-DAT
           STOP RUN.

      ******************************************************************
      * O REGISTRO NASCE NA PRIMEIRA ABERTURA DE JOB; NOS DEMAIS
      * MODOS A FALTA DO ARQUIVO E ERRO.
      ******************************************************************
       1000-ABERTURA SECTION.
           OPEN I-O EXECUCAO-DAT
           IF WS-FS-EXECUCAO = "35" AND WS-MODO-ABRIR
               OPEN OUTPUT EXECUCAO-DAT
               CLOSE EXECUCAO-DAT
               OPEN I-O EXECUCAO-DAT
           END-IF
           IF WS-FS-EXECUCAO NOT = "00"
               DISPLAY "ERRO AO ABRIR EXECUCAO.DAT - STATUS "
                       WS-FS-EXECUCAO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME.

      ******************************************************************
      * PRIMEIRO PASSO DO JOB. EXECUCAO AINDA ABERTA (FALHA OU ABEND
      * NUMA SUBMISSAO ANTERIOR) E RETOMADA NA MESMA DATA DE
      * MOVIMENTO, MESMO DEPOIS DA MEIA-NOITE. SO O SUPERVISOR
      * ABANDONA UMA EXECUCAO ABERTA DE OUTRA DATA OU LIBERA A
      * REEXECUCAO DE DATA JA CONCLUIDA.
      ******************************************************************
       2000-ABRIR-EXECUCAO SECTION.
           DISPLAY "DATA DO MOVIMENTO (H=HOJE / C=CICLO.DAT) : "
                   WITH NO ADVANCING
           ACCEPT WS-ORIGEM-DATA
           DISPLAY "SUPERVISOR (LIBERACAO) : " WITH NO ADVANCING
           ACCEPT WS-SUPERVISOR-LIBERACAO
           IF WS-DATA-DE-HOJE
               MOVE WS-DATA-HOJE     TO WS-DATA-NOVA
           ELSE
               IF WS-DATA-DO-CICLO
                   PERFORM 2050-LER-CICLO
               ELSE
                   DISPLAY "ORIGEM DA DATA INVALIDA - JOB RECUSADO."
                   MOVE 8            TO RETURN-CODE
                   GO TO 2000-FIM
               END-IF
           END-IF
           IF WS-DATA-NOVA = ZEROS
               DISPLAY "CICLO.DAT SEM DATA DE MOVIMENTO ESTAMPADA - "
                       "JOB RECUSADO."
               MOVE 8                TO RETURN-CODE
               GO TO 2000-FIM
           END-IF
           PERFORM 7000-LER-PONTEIRO
           IF WS-TEM-PONTEIRO
               MOVE WS-DATA-CORRENTE-JOB TO WS-EXE-DATA-MOVTO
               PERFORM 7100-LER-ABERTURA
               IF WS-TEM-ABERTURA AND WS-EXE-EM-EXECUCAO
                   IF WS-DATA-CORRENTE-JOB = WS-DATA-NOVA OR
                      WS-SUPERVISOR-LIBERACAO = SPACES
                       PERFORM 2100-RETOMAR-EXECUCAO
                       GO TO 2000-FIM
                   END-IF
                   PERFORM 2200-ABANDONAR-EXECUCAO
                   IF NOT WS-SUPERVISOR-OK
                       GO TO 2000-FIM
                   END-IF
               END-IF
           END-IF
           MOVE WS-DATA-NOVA         TO WS-EXE-DATA-MOVTO
           PERFORM 7100-LER-ABERTURA
           IF NOT WS-TEM-ABERTURA
               PERFORM 2400-GRAVAR-ABERTURA
               GO TO 2000-FIM
           END-IF
           IF NOT WS-EXE-CONCLUIDO
               PERFORM 2100-RETOMAR-EXECUCAO
               GO TO 2000-FIM
           END-IF
           IF WS-SUPERVISOR-LIBERACAO = SPACES
               DISPLAY "JOB " WS-JOB-EXECUCAO " JA CONCLUIDO PARA A "
                       "DATA " WS-DATA-NOVA " - EXECUCAO RECUSADA. "
                       "REEXECUCAO SO COM LIBERACAO DE SUPERVISOR."
               MOVE 8                TO RETURN-CODE
               GO TO 2000-FIM
           END-IF
           PERFORM 8100-VALIDAR-SUPERVISOR
           IF NOT WS-SUPERVISOR-OK
               GO TO 2000-FIM
           END-IF
           PERFORM 2300-LIBERAR-REEXECUCAO.
       2000-FIM.
           CONTINUE.

       2050-LER-CICLO SECTION.
           OPEN INPUT CICLO-DAT
           IF WS-FS-CICLO NOT = "00"
               DISPLAY "CICLO.DAT INEXISTENTE - STATUS " WS-FS-CICLO
               MOVE ZEROS            TO WS-DATA-NOVA
               GO TO 2050-FIM
           END-IF
           READ CICLO-DAT
           IF WS-FS-CICLO = "00"
               MOVE WS-CICLO-DATA-MOVTO TO WS-DATA-NOVA
           ELSE
               MOVE ZEROS            TO WS-DATA-NOVA
           END-IF
           CLOSE CICLO-DAT.
       2050-FIM.
           CONTINUE.

      ******************************************************************
      * A RETOMADA SO CONTA A TENTATIVA; CADA PASSO DE INICIO DECIDE
      * DEPOIS SE O SEU PASSO E PULADO OU EXECUTADO DE NOVO.
      ******************************************************************
       2100-RETOMAR-EXECUCAO SECTION.
           ADD 1                     TO WS-EXE-TENTATIVAS
           SET WS-EXE-EM-EXECUCAO    TO TRUE
           REWRITE WS-REG-EXECUCAO
           IF WS-FS-EXECUCAO NOT = "00"
               DISPLAY "ERRO AO REGRAVAR EXECUCAO.DAT - STATUS "
                       WS-FS-EXECUCAO
               MOVE 8                TO RETURN-CODE
               GO TO 2100-FIM
           END-IF
           MOVE WS-EXE-DATA-MOVTO    TO WS-DATA-NOVA
           DISPLAY "JOB " WS-JOB-EXECUCAO " RETOMADO NA DATA "
                   WS-DATA-NOVA " (TENTATIVA " WS-EXE-TENTATIVAS
                   ") - OS PASSOS JA CONCLUIDOS SERAO PULADOS."
           PERFORM 7200-GRAVAR-PONTEIRO.
       2100-FIM.
           CONTINUE.

       2200-ABANDONAR-EXECUCAO SECTION.
           PERFORM 8100-VALIDAR-SUPERVISOR
           IF NOT WS-SUPERVISOR-OK
               GO TO 2200-FIM
           END-IF
           MOVE WS-DATA-CORRENTE-JOB TO WS-EXE-DATA-MOVTO
           PERFORM 7100-LER-ABERTURA
           SET WS-EXE-ABANDONADO     TO TRUE
           MOVE WS-SUPERVISOR-LIBERACAO TO WS-EXE-SUPERVISOR
           MOVE WS-DATA-HOJE         TO WS-EXE-DATA-FIM
           MOVE WS-HORA-HHMMSS       TO WS-EXE-HORA-FIM
           REWRITE WS-REG-EXECUCAO
           IF WS-FS-EXECUCAO NOT = "00"
               DISPLAY "ERRO AO REGRAVAR EXECUCAO.DAT - STATUS "
                       WS-FS-EXECUCAO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES               TO WS-AUD-CALL-ACAO
           STRING "ABANDONA " WS-JOB-EXECUCAO " " WS-DATA-CORRENTE-JOB
               DELIMITED BY SIZE INTO WS-AUD-CALL-ACAO
           PERFORM 8200-AUDITAR-LIBERACAO
           DISPLAY "EXECUCAO DO JOB " WS-JOB-EXECUCAO " DA DATA "
                   WS-DATA-CORRENTE-JOB " ABANDONADA PELO SUPERVISOR "
                   WS-SUPERVISOR-LIBERACAO ".".
       2200-FIM.
           CONTINUE.

      ******************************************************************
      * REEXECUCAO LIBERADA: TODOS OS PASSOS DA DATA FICAM A REFAZER
      * (O HISTORICO DE TENTATIVAS E MANTIDO) E A EXECUCAO VOLTA A
      * FICAR ABERTA. RC=4 PARA A LIBERACAO APARECER NO JOB.
      ******************************************************************
       2300-LIBERAR-REEXECUCAO SECTION.
           MOVE "N"                  TO WS-FIM-PASSOS
           PERFORM 7400-POSICIONAR-PASSOS
           PERFORM 2350-MARCAR-A-REFAZER
                   UNTIL WS-FIM-DOS-PASSOS
           MOVE WS-DATA-NOVA         TO WS-EXE-DATA-MOVTO
           PERFORM 7100-LER-ABERTURA
           SET WS-EXE-EM-EXECUCAO    TO TRUE
           ADD 1                     TO WS-EXE-TENTATIVAS
           MOVE WS-SUPERVISOR-LIBERACAO TO WS-EXE-SUPERVISOR
           MOVE ZEROS                TO WS-EXE-DATA-FIM
                                        WS-EXE-HORA-FIM
           REWRITE WS-REG-EXECUCAO
           IF WS-FS-EXECUCAO NOT = "00"
               DISPLAY "ERRO AO REGRAVAR EXECUCAO.DAT - STATUS "
                       WS-FS-EXECUCAO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7200-GRAVAR-PONTEIRO
           MOVE SPACES               TO WS-AUD-CALL-ACAO
           STRING "REEXECUTA " WS-JOB-EXECUCAO " " WS-DATA-NOVA
               DELIMITED BY SIZE INTO WS-AUD-CALL-ACAO
           PERFORM 8200-AUDITAR-LIBERACAO
           DISPLAY "REEXECUCAO DO JOB " WS-JOB-EXECUCAO " NA DATA "
                   WS-DATA-NOVA " LIBERADA PELO SUPERVISOR "
                   WS-SUPERVISOR-LIBERACAO "."
           MOVE 4                    TO RETURN-CODE.

       2350-MARCAR-A-REFAZER SECTION.
           PERFORM 7450-LER-PROXIMO-PASSO
           IF NOT WS-FIM-DOS-PASSOS
               SET WS-EXE-A-REFAZER  TO TRUE
               REWRITE WS-REG-EXECUCAO
               IF WS-FS-EXECUCAO NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR EXECUCAO.DAT - STATUS "
                           WS-FS-EXECUCAO
                   MOVE 8            TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2400-GRAVAR-ABERTURA SECTION.
           MOVE SPACES               TO WS-REG-EXECUCAO
           MOVE WS-JOB-EXECUCAO      TO WS-EXE-JOB
           MOVE WS-DATA-NOVA         TO WS-EXE-DATA-MOVTO
           SET WS-EXE-EM-EXECUCAO    TO TRUE
           MOVE WS-DATA-HOJE         TO WS-EXE-DATA-INICIO
           MOVE WS-HORA-HHMMSS       TO WS-EXE-HORA-INICIO
           MOVE ZEROS                TO WS-EXE-DATA-FIM
                                        WS-EXE-HORA-FIM
                                        WS-EXE-RC
                                        WS-EXE-PULOS
           MOVE 1                    TO WS-EXE-TENTATIVAS
           WRITE WS-REG-EXECUCAO
           IF WS-FS-EXECUCAO NOT = "00"
               DISPLAY "ERRO AO GRAVAR EXECUCAO.DAT - STATUS "
                       WS-FS-EXECUCAO
               MOVE 8                TO RETURN-CODE
               GO TO 2400-FIM
           END-IF
           PERFORM 7200-GRAVAR-PONTEIRO
           DISPLAY "JOB " WS-JOB-EXECUCAO " ABERTO PARA A DATA "
                   WS-DATA-NOVA ".".
       2400-FIM.
           CONTINUE.

      ******************************************************************
      * PASSO QUE JA TERMINOU BEM NA EXECUCAO E PULADO (RC=1). PASSO
      * ANTERIOR (NA ORDEM DO NOME) QUE NAO TERMINOU BEM INTERROMPE A
      * CADEIA (RC=8), COMO O COND DOS JOBS.
      ******************************************************************
       3000-INICIAR-PASSO SECTION.
           DISPLAY "PASSO : " WITH NO ADVANCING
           ACCEPT WS-PASSO-EXECUCAO
           IF WS-PASSO-EXECUCAO = SPACES
               DISPLAY "PASSO NAO INFORMADO - EXECUCAO RECUSADA."
               MOVE 8                TO RETURN-CODE
               GO TO 3000-FIM
           END-IF
           PERFORM 7300-CONFERIR-ABERTA
           IF RETURN-CODE NOT = ZERO
               GO TO 3000-FIM
           END-IF
           PERFORM 7500-LER-PASSO
           IF WS-FS-EXECUCAO = "00" AND WS-EXE-CONCLUIDO
               ADD 1                 TO WS-EXE-PULOS
               REWRITE WS-REG-EXECUCAO
               IF WS-FS-EXECUCAO NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR EXECUCAO.DAT - STATUS "
                           WS-FS-EXECUCAO
                   MOVE 8            TO RETURN-CODE
                   GO TO 3000-FIM
               END-IF
               DISPLAY "PASSO " WS-PASSO-EXECUCAO " JA CONCLUIDO EM "
                       WS-EXE-DATA-FIM " " WS-EXE-HORA-FIM " COM RC="
                       WS-EXE-RC " - PULADO."
               MOVE 1                TO RETURN-CODE
               GO TO 3000-FIM
           END-IF
           PERFORM 3100-CONFERIR-ANTERIORES
           IF WS-PASSO-PENDENTE NOT = SPACES
               DISPLAY "CADEIA INTERROMPIDA - PASSO "
                       WS-PASSO-PENDENTE " NAO CONCLUIDO (SITUACAO "
                       WS-SITUACAO-PENDENTE "). PASSO "
                       WS-PASSO-EXECUCAO " NAO EXECUTADO."
               MOVE 8                TO RETURN-CODE
               GO TO 3000-FIM
           END-IF
           PERFORM 7500-LER-PASSO
           IF WS-FS-EXECUCAO = "00"
               ADD 1                 TO WS-EXE-TENTATIVAS
               PERFORM 3200-CARIMBAR-INICIO
               REWRITE WS-REG-EXECUCAO
           ELSE
               MOVE SPACES           TO WS-REG-EXECUCAO
               MOVE WS-JOB-EXECUCAO  TO WS-EXE-JOB
               MOVE WS-DATA-CORRENTE-JOB TO WS-EXE-DATA-MOVTO
               MOVE WS-PASSO-EXECUCAO TO WS-EXE-PASSO
               MOVE 1                TO WS-EXE-TENTATIVAS
               MOVE ZEROS            TO WS-EXE-PULOS
               PERFORM 3200-CARIMBAR-INICIO
               WRITE WS-REG-EXECUCAO
           END-IF
           IF WS-FS-EXECUCAO NOT = "00"
               DISPLAY "ERRO AO GRAVAR EXECUCAO.DAT - STATUS "
                       WS-FS-EXECUCAO
               MOVE 8                TO RETURN-CODE
               GO TO 3000-FIM
           END-IF
           DISPLAY "PASSO " WS-PASSO-EXECUCAO " DO JOB "
                   WS-JOB-EXECUCAO " INICIADO - DATA DE MOVIMENTO "
                   WS-DATA-CORRENTE-JOB ", TENTATIVA "
                   WS-EXE-TENTATIVAS ".".
       3000-FIM.
           CONTINUE.

       3100-CONFERIR-ANTERIORES SECTION.
           MOVE SPACES               TO WS-PASSO-PENDENTE
           MOVE ZERO                 TO WS-QTDE-PASSOS
           MOVE "N"                  TO WS-FIM-PASSOS
           PERFORM 7400-POSICIONAR-PASSOS
           PERFORM 3150-CONFERIR-PASSO
                   UNTIL WS-FIM-DOS-PASSOS.

       3150-CONFERIR-PASSO SECTION.
           PERFORM 7450-LER-PROXIMO-PASSO
           IF WS-FIM-DOS-PASSOS
               GO TO 3150-FIM
           END-IF
           IF WS-EXE-PASSO NOT < WS-PASSO-EXECUCAO
               SET WS-FIM-DOS-PASSOS TO TRUE
               GO TO 3150-FIM
           END-IF
           ADD 1                     TO WS-QTDE-PASSOS
           IF NOT WS-EXE-CONCLUIDO
               MOVE WS-EXE-PASSO     TO WS-PASSO-PENDENTE
               MOVE WS-EXE-SITUACAO  TO WS-SITUACAO-PENDENTE
               SET WS-FIM-DOS-PASSOS TO TRUE
           END-IF.
       3150-FIM.
           CONTINUE.

       3200-CARIMBAR-INICIO SECTION.
           SET WS-EXE-EM-EXECUCAO    TO TRUE
           MOVE WS-DATA-HOJE         TO WS-EXE-DATA-INICIO
           MOVE WS-HORA-HHMMSS       TO WS-EXE-HORA-INICIO
           MOVE ZEROS                TO WS-EXE-DATA-FIM
                                        WS-EXE-HORA-FIM
                                        WS-EXE-RC.

      ******************************************************************
      * O JCL SEPARA O RC DO PASSO EM TRES FAIXAS (IF DO JCL): 00,
      * 04 E MAIOR QUE 4 (GRAVADO COMO 08). PASSO QUE TERMINOU EM
      * ABEND NAO CHEGA AQUI E FICA SEM FIM NO REGISTRO.
      ******************************************************************
       4000-FINALIZAR-PASSO SECTION.
           DISPLAY "PASSO : " WITH NO ADVANCING
           ACCEPT WS-PASSO-EXECUCAO
           DISPLAY "RC DO PASSO : " WITH NO ADVANCING
           ACCEPT WS-RC-PASSO
           PERFORM 7000-LER-PONTEIRO
           IF NOT WS-TEM-PONTEIRO
               DISPLAY "JOB " WS-JOB-EXECUCAO " SEM EXECUCAO NO "
                       "REGISTRO - FIM DO PASSO NAO GRAVADO."
               MOVE 8                TO RETURN-CODE
               GO TO 4000-FIM
           END-IF
           PERFORM 7500-LER-PASSO
           IF WS-FS-EXECUCAO NOT = "00" OR NOT WS-EXE-EM-EXECUCAO
               DISPLAY "PASSO " WS-PASSO-EXECUCAO " NAO INICIADO "
                       "NA EXECUCAO - FIM DO PASSO NAO GRAVADO."
               MOVE 8                TO RETURN-CODE
               GO TO 4000-FIM
           END-IF
           MOVE WS-DATA-HOJE         TO WS-EXE-DATA-FIM
           MOVE WS-HORA-HHMMSS       TO WS-EXE-HORA-FIM
           MOVE WS-RC-PASSO          TO WS-EXE-RC
           IF WS-RC-PASSO > 4
               SET WS-EXE-FALHOU     TO TRUE
           ELSE
               SET WS-EXE-CONCLUIDO  TO TRUE
           END-IF
           REWRITE WS-REG-EXECUCAO
           IF WS-FS-EXECUCAO NOT = "00"
               DISPLAY "ERRO AO REGRAVAR EXECUCAO.DAT - STATUS "
                       WS-FS-EXECUCAO
               MOVE 8                TO RETURN-CODE
               GO TO 4000-FIM
           END-IF
           DISPLAY "PASSO " WS-PASSO-EXECUCAO " DO JOB "
                   WS-JOB-EXECUCAO " TERMINADO COM RC=" WS-RC-PASSO ".".
       4000-FIM.
           CONTINUE.

      ******************************************************************
      * ULTIMO PASSO DO JOB: SO CONCLUI SE TODOS OS PASSOS REGISTRADOS
      * NA EXECUCAO TERMINARAM BEM - E A MARCA QUE RECUSA A
      * RESSUBMISSAO DA MESMA DATA.
      ******************************************************************
       5000-CONCLUIR-EXECUCAO SECTION.
           PERFORM 7300-CONFERIR-ABERTA
           IF RETURN-CODE NOT = ZERO
               GO TO 5000-FIM
           END-IF
           MOVE HIGH-VALUES          TO WS-PASSO-EXECUCAO
           PERFORM 3100-CONFERIR-ANTERIORES
           IF WS-PASSO-PENDENTE NOT = SPACES
               DISPLAY "JOB " WS-JOB-EXECUCAO " NAO CONCLUIDO - PASSO "
                       WS-PASSO-PENDENTE " EM SITUACAO "
                       WS-SITUACAO-PENDENTE ". RESSUBMETER O JOB PARA "
                       "RETOMAR."
               MOVE 8                TO RETURN-CODE
               GO TO 5000-FIM
           END-IF
           IF WS-QTDE-PASSOS = ZERO
               DISPLAY "JOB " WS-JOB-EXECUCAO " SEM PASSOS "
                       "REGISTRADOS NA EXECUCAO - NAO CONCLUIDO."
               MOVE 8                TO RETURN-CODE
               GO TO 5000-FIM
           END-IF
           MOVE WS-DATA-CORRENTE-JOB TO WS-EXE-DATA-MOVTO
           PERFORM 7100-LER-ABERTURA
           SET WS-EXE-CONCLUIDO      TO TRUE
           MOVE WS-DATA-HOJE         TO WS-EXE-DATA-FIM
           MOVE WS-HORA-HHMMSS       TO WS-EXE-HORA-FIM
           REWRITE WS-REG-EXECUCAO
           IF WS-FS-EXECUCAO NOT = "00"
               DISPLAY "ERRO AO REGRAVAR EXECUCAO.DAT - STATUS "
                       WS-FS-EXECUCAO
               MOVE 8                TO RETURN-CODE
               GO TO 5000-FIM
           END-IF
           DISPLAY "JOB " WS-JOB-EXECUCAO " CONCLUIDO PARA A DATA "
                   WS-DATA-CORRENTE-JOB ".".
       5000-FIM.
           CONTINUE.

      ******************************************************************
      * PONTEIRO DO JOB: CHAVE COM DATA ZERADA E PASSO EM BRANCO,
      * GUARDANDO A DATA DE MOVIMENTO DA EXECUCAO CORRENTE.
      ******************************************************************
       7000-LER-PONTEIRO SECTION.
           MOVE "N"                  TO WS-PONTEIRO-LIDO
           MOVE WS-JOB-EXECUCAO      TO WS-EXE-JOB
           MOVE ZEROS                TO WS-EXE-DATA-MOVTO
           MOVE SPACES               TO WS-EXE-PASSO
           READ EXECUCAO-DAT KEY IS WS-CHAVE-EXECUCAO
               INVALID KEY
                   GO TO 7000-FIM
           END-READ
           MOVE WS-EXE-DATA-CORRENTE TO WS-DATA-CORRENTE-JOB
           SET WS-TEM-PONTEIRO       TO TRUE.
       7000-FIM.
           CONTINUE.

      ******************************************************************
      * LE A ABERTURA DO JOB NA DATA JA MOVIDA PARA WS-EXE-DATA-MOVTO.
      ******************************************************************
       7100-LER-ABERTURA SECTION.
           MOVE "N"                  TO WS-ABERTURA-LIDA
           MOVE WS-JOB-EXECUCAO      TO WS-EXE-JOB
           MOVE SPACES               TO WS-EXE-PASSO
           READ EXECUCAO-DAT KEY IS WS-CHAVE-EXECUCAO
               INVALID KEY
                   GO TO 7100-FIM
           END-READ
           SET WS-TEM-ABERTURA       TO TRUE.
       7100-FIM.
           CONTINUE.

       7200-GRAVAR-PONTEIRO SECTION.
           MOVE WS-JOB-EXECUCAO      TO WS-EXE-JOB
           MOVE ZEROS                TO WS-EXE-DATA-MOVTO
           MOVE SPACES               TO WS-EXE-PASSO
           READ EXECUCAO-DAT KEY IS WS-CHAVE-EXECUCAO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-EXECUCAO = "00"
               MOVE WS-DATA-NOVA     TO WS-EXE-DATA-CORRENTE
               REWRITE WS-REG-EXECUCAO
           ELSE
               MOVE SPACES           TO WS-REG-EXECUCAO
               MOVE WS-JOB-EXECUCAO  TO WS-EXE-JOB
               MOVE ZEROS            TO WS-EXE-DATA-MOVTO
                                        WS-EXE-DATA-FIM
                                        WS-EXE-HORA-FIM
                                        WS-EXE-RC
                                        WS-EXE-TENTATIVAS
                                        WS-EXE-PULOS
               MOVE WS-DATA-NOVA     TO WS-EXE-DATA-CORRENTE
               WRITE WS-REG-EXECUCAO
           END-IF
           IF WS-FS-EXECUCAO NOT = "00"
               DISPLAY "ERRO AO GRAVAR O PONTEIRO DO JOB - STATUS "
                       WS-FS-EXECUCAO
               MOVE 8                TO RETURN-CODE
           END-IF.

       7300-CONFERIR-ABERTA SECTION.
           PERFORM 7000-LER-PONTEIRO
           IF NOT WS-TEM-PONTEIRO
               DISPLAY "JOB " WS-JOB-EXECUCAO " SEM EXECUCAO ABERTA "
                       "NO REGISTRO - PASSO RECUSADO."
               MOVE 8                TO RETURN-CODE
               GO TO 7300-FIM
           END-IF
           MOVE WS-DATA-CORRENTE-JOB TO WS-EXE-DATA-MOVTO
           PERFORM 7100-LER-ABERTURA
           IF NOT WS-TEM-ABERTURA OR NOT WS-EXE-EM-EXECUCAO
               DISPLAY "JOB " WS-JOB-EXECUCAO " SEM EXECUCAO ABERTA "
                       "NO REGISTRO - PASSO RECUSADO."
               MOVE 8                TO RETURN-CODE
           END-IF.
       7300-FIM.
           CONTINUE.

      ******************************************************************
      * POSICIONA LOGO DEPOIS DA ABERTURA DO JOB NA DATA CORRENTE -
      * OS PASSOS VEM EM SEGUIDA, NA ORDEM DO NOME (STEP01, STEP05,
      * STEP10...), QUE E A ORDEM DE EXECUCAO NOS JOBS.
      ******************************************************************
       7400-POSICIONAR-PASSOS SECTION.
           MOVE WS-JOB-EXECUCAO      TO WS-EXE-JOB
           MOVE WS-DATA-CORRENTE-JOB TO WS-EXE-DATA-MOVTO
           IF WS-MODO-ABRIR
               MOVE WS-DATA-NOVA     TO WS-EXE-DATA-MOVTO
           END-IF
           MOVE SPACES               TO WS-EXE-PASSO
           START EXECUCAO-DAT KEY IS GREATER THAN WS-CHAVE-EXECUCAO
               INVALID KEY
                   SET WS-FIM-DOS-PASSOS TO TRUE
           END-START.

       7450-LER-PROXIMO-PASSO SECTION.
           IF WS-FIM-DOS-PASSOS
               GO TO 7450-FIM
           END-IF
           READ EXECUCAO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DOS-PASSOS TO TRUE
                   GO TO 7450-FIM
           END-READ
           IF WS-EXE-JOB NOT = WS-JOB-EXECUCAO
               SET WS-FIM-DOS-PASSOS TO TRUE
               GO TO 7450-FIM
           END-IF
           IF WS-MODO-ABRIR
               IF WS-EXE-DATA-MOVTO NOT = WS-DATA-NOVA
                   SET WS-FIM-DOS-PASSOS TO TRUE
               END-IF
           ELSE
               IF WS-EXE-DATA-MOVTO NOT = WS-DATA-CORRENTE-JOB
                   SET WS-FIM-DOS-PASSOS TO TRUE
               END-IF
           END-IF.
       7450-FIM.
           CONTINUE.

       7500-LER-PASSO SECTION.
           MOVE WS-JOB-EXECUCAO      TO WS-EXE-JOB
           MOVE WS-DATA-CORRENTE-JOB TO WS-EXE-DATA-MOVTO
           MOVE WS-PASSO-EXECUCAO    TO WS-EXE-PASSO
           READ EXECUCAO-DAT KEY IS WS-CHAVE-EXECUCAO
               INVALID KEY
                   CONTINUE
           END-READ.

      ******************************************************************
      * A LIBERACAO SO VALE PARA OPERADOR ATIVO DE NIVEL SUPERVISOR
      * NO MESTRE DE OPERADORES (OPERMNT), COMO NO PENDFECH.
      ******************************************************************
       8100-VALIDAR-SUPERVISOR SECTION.
           MOVE "N"                  TO WS-SUPERVISOR-CONFERIDO
           OPEN INPUT OPERADOR-DAT
           IF WS-FS-OPERADOR NOT = "00"
               DISPLAY "ERRO AO ABRIR OPERADOR.DAT - STATUS "
                       WS-FS-OPERADOR " - LIBERACAO RECUSADA."
               MOVE 8                TO RETURN-CODE
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
               DISPLAY "OPERADOR " WS-SUPERVISOR-LIBERACAO
                       " NAO E SUPERVISOR ATIVO - LIBERACAO RECUSADA."
               MOVE 8                TO RETURN-CODE
               GO TO 8100-FIM
           END-IF
           SET WS-SUPERVISOR-OK      TO TRUE.
       8100-FIM.
           CONTINUE.

       8200-AUDITAR-LIBERACAO SECTION.
           MOVE "EXECCTL"            TO WS-AUD-CALL-PROGRAMA
           MOVE "BATCH"              TO WS-AUD-CALL-TERMINAL
           MOVE WS-SUPERVISOR-LIBERACAO TO WS-AUD-CALL-OPERADOR
           MOVE "S"                  TO WS-AUD-RESPOSTA
           CALL "GRAVAUD" USING WS-AUD-CALL-PROGRAMA
                   WS-AUD-CALL-TERMINAL WS-AUD-CALL-OPERADOR
                   WS-AUD-CALL-ACAO WS-AUD-RESPOSTA.
       END PROGRAM EXECCTL.
