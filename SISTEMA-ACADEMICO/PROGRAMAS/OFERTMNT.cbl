      *                   ALTERAVEL POR OPCAO PROPRIA - ALIMENTA A
      *                   CHECAGEM DE CHOQUE DA INSCRICAO (INSCMNT)
      *                   E A GRADE IMPRESSA (GRADEHOR).
      * 15/10/2026 LHG - SALA DA TURMA (SALA.DAT, MANTIDO PELO
      *                   SALAMNT) NA INCLUSAO E POR OPCAO PROPRIA.
      *                   RECUSA CHOQUE COM OUTRA OFERTA ATIVA NA
      *                   MESMA SALA, DIA E HORARIO DO TERMO E
      *                   MAXIMO DE VAGAS ACIMA DA CAPACIDADE DA
      *                   SALA - TAMBEM NA ALTERACAO DE VAGAS E DE
      *                   HORARIO DE TURMA JA COM SALA.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        WS-COD-MATERIA IN WS-REG-MATERIA
                                      FILE STATUS IS WS-FS-MATERIA.

           SELECT SALA-DAT           ASSIGN TO "SALADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-COD-SALA
                                      FILE STATUS IS WS-FS-SALA.

       DATA DIVISION.
       FILE SECTION.
       FD  OFERTA-DAT.
       FD  MATERIA-DAT.
           COPY MATREG.

       FD  SALA-DAT.
           COPY SALAREG.

       WORKING-STORAGE SECTION.
           COPY SIGNREG.
       77  WS-FS-OFERTA             PIC X(002) VALUE "00".
       77  WS-FS-MATERIA            PIC X(002) VALUE "00".
       77  WS-FS-SALA               PIC X(002) VALUE "00".
       77  WS-OPCAO                 PIC 9(001) VALUE ZERO.
           88  WS-OPCAO-INCLUIR         VALUE 1.
           88  WS-OPCAO-ALTERAR         VALUE 2.
           88  WS-OPCAO-CONSULTAR       VALUE 3.
           88  WS-OPCAO-HORARIO         VALUE 4.
           88  WS-OPCAO-SALA            VALUE 5.
           88  WS-OPCAO-SAIR            VALUE 6.
       77  WS-RESPOSTA              PIC X(001) VALUE SPACE.
       77  WS-NOVAS-VAGAS           PIC 9(005) VALUE ZEROS.
       77  WS-VAGAS-LIVRES          PIC S9(005) VALUE ZEROS.
       77  WS-HORA-FIM-INF          PIC 9(004) VALUE ZEROS.
       77  WS-HORARIO-INVALIDO      PIC X(001) VALUE "N".
           88  WS-HORARIO-REJEITADO     VALUE "S".
       77  WS-SALA-INFORMADA        PIC X(006) VALUE SPACES.
       77  WS-VAGAS-NA-SALA         PIC 9(005) VALUE ZEROS.
       77  WS-SALA-INVALIDA         PIC X(001) VALUE "N".
           88  WS-SALA-REJEITADA        VALUE "S".
       77  WS-FIM-OFERTA            PIC X(001) VALUE "N".
           88  WS-FIM-DAS-OFERTAS       VALUE "S".

      ******************************************************************
      * COPIA DO REGISTRO DA OFERTA EM TRABALHO, GUARDADA DURANTE A
      * VARREDURA DE CHOQUE DE SALA (QUE LE O PROPRIO OFERTA.DAT).
      ******************************************************************
       01  WS-OFERTA-SALVA.
           03  WS-SALVA-CHAVE.
               05  WS-SALVA-MATERIA    PIC 9(015).
               05  WS-SALVA-TERMO      PIC 9(006).
           03  FILLER                  PIC X(026).

      ******************************************************************
      * PARAMETROS DA CHAMADA A GRAVAUD - OS LITERAIS SAO MOVIDOS PARA
           DISPLAY "   2 - ALTERAR MAXIMO DE VAGAS".
           DISPLAY "   3 - CONSULTAR OFERTA".
           DISPLAY "   4 - ALTERAR HORARIO DA TURMA".
           DISPLAY "   5 - ALTERAR SALA DA TURMA".
           DISPLAY "   6 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO : " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
                   PERFORM 4000-CONSULTAR-OFERTA
               WHEN WS-OPCAO-HORARIO
                   PERFORM 5000-ALTERAR-HORARIO
               WHEN WS-OPCAO-SALA
                   PERFORM 6000-ALTERAR-SALA
               WHEN WS-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
           MOVE WS-HORA-INI-INF       TO WS-HORA-INICIO
           MOVE WS-HORA-FIM-INF       TO WS-HORA-FIM
           SET WS-OFERTA-ATIVA        TO TRUE
           DISPLAY "SALA (BRANCO = SEM SALA) : " WITH NO ADVANCING
           MOVE SPACES                TO WS-SALA-INFORMADA
           ACCEPT WS-SALA-INFORMADA
           MOVE WS-VAGAS-MAX          TO WS-VAGAS-NA-SALA
           PERFORM 6500-VALIDAR-SALA
           IF WS-SALA-REJEITADA
               GO TO 2000-FIM
           END-IF
           MOVE WS-SALA-INFORMADA     TO WS-SALA-OFERTA

           OPEN I-O OFERTA-DAT
           IF WS-FS-OFERTA = "35"
               CLOSE OFERTA-DAT
               OPEN I-O OFERTA-DAT
           END-IF
           PERFORM 6600-PROCURAR-CHOQUE-SALA
           IF WS-SALA-REJEITADA
               CLOSE OFERTA-DAT
               GO TO 2000-FIM
           END-IF

           WRITE WS-REG-OFERTA
           IF WS-FS-OFERTA = "22"
                       " (OCUPADAS: " WS-VAGAS-OCUPADAS ")"
               DISPLAY "NOVO MAXIMO  : " WITH NO ADVANCING
               ACCEPT WS-NOVAS-VAGAS
               MOVE WS-SALA-OFERTA  TO WS-SALA-INFORMADA
               MOVE WS-NOVAS-VAGAS  TO WS-VAGAS-NA-SALA
               MOVE WS-DIA-SEMANA   TO WS-DIA-INFORMADO
               PERFORM 6500-VALIDAR-SALA
               IF WS-SALA-REJEITADA
                   CLOSE OFERTA-DAT
                   GO TO 3000-FIM
               END-IF
               DISPLAY "CONFIRMA A ALTERACAO : S/N ? "
                       WITH NO ADVANCING
               ACCEPT WS-RESPOSTA
               END-IF
           END-IF
           CLOSE OFERTA-DAT.
       3000-FIM.
           CONTINUE.

       4000-CONSULTAR-OFERTA SECTION.
           DISPLAY "CODIGO DA MATERIA : " WITH NO ADVANCING
                   DISPLAY "HORARIO        : DIA " WS-DIA-SEMANA
                           " DE " WS-HORA-INICIO " A " WS-HORA-FIM
               END-IF
               IF WS-SALA-OFERTA = SPACES
                   DISPLAY "SALA           : SEM SALA ALOCADA"
               ELSE
                   DISPLAY "SALA           : " WS-SALA-OFERTA
               END-IF
               DISPLAY "SITUACAO       : "
                       WS-SITUACAO IN WS-REG-OFERTA
           END-IF
               CLOSE OFERTA-DAT
               GO TO 5000-FIM
           END-IF
           IF WS-SALA-OFERTA NOT = SPACES
               MOVE WS-SALA-OFERTA    TO WS-SALA-INFORMADA
               MOVE WS-VAGAS-MAX      TO WS-VAGAS-NA-SALA
               PERFORM 6500-VALIDAR-SALA
               IF NOT WS-SALA-REJEITADA
                   PERFORM 6600-PROCURAR-CHOQUE-SALA
               END-IF
               IF WS-SALA-REJEITADA
                   CLOSE OFERTA-DAT
                   GO TO 5000-FIM
               END-IF
           END-IF
           DISPLAY "CONFIRMA O NOVO HORARIO : S/N ? "
                   WITH NO ADVANCING
           ACCEPT WS-RESPOSTA
           CLOSE OFERTA-DAT.
       5000-FIM.
           CONTINUE.

      ******************************************************************
      * ALOCA, TROCA OU LIBERA (SALA EM BRANCO) A SALA DA TURMA. A
      * CONFIRMACAO S/N PASSA PELA AUDITORIA, COMO VAGAS E HORARIO.
      ******************************************************************
       6000-ALTERAR-SALA SECTION.
           DISPLAY "CODIGO DA MATERIA : " WITH NO ADVANCING
           ACCEPT WS-COD-MATERIA IN WS-CHAVE-OFERTA
           DISPLAY "TERMO (AAAAPP)    : " WITH NO ADVANCING
           ACCEPT WS-TERMO IN WS-CHAVE-OFERTA
           OPEN I-O OFERTA-DAT
           READ OFERTA-DAT KEY IS WS-CHAVE-OFERTA
               INVALID KEY
                   DISPLAY "OFERTA NAO ENCONTRADA."
           END-READ
           IF WS-FS-OFERTA NOT = "00"
               CLOSE OFERTA-DAT
               GO TO 6000-FIM
           END-IF
           IF WS-SALA-OFERTA = SPACES
               DISPLAY "SALA ATUAL : SEM SALA ALOCADA"
           ELSE
               DISPLAY "SALA ATUAL : " WS-SALA-OFERTA
           END-IF
           DISPLAY "NOVA SALA (BRANCO = LIBERAR) : " WITH NO ADVANCING
           MOVE SPACES                TO WS-SALA-INFORMADA
           ACCEPT WS-SALA-INFORMADA
           MOVE WS-VAGAS-MAX          TO WS-VAGAS-NA-SALA
           MOVE WS-DIA-SEMANA         TO WS-DIA-INFORMADO
           MOVE WS-HORA-INICIO        TO WS-HORA-INI-INF
           MOVE WS-HORA-FIM           TO WS-HORA-FIM-INF
           PERFORM 6500-VALIDAR-SALA
           IF NOT WS-SALA-REJEITADA
               PERFORM 6600-PROCURAR-CHOQUE-SALA
           END-IF
           IF WS-SALA-REJEITADA
               CLOSE OFERTA-DAT
               GO TO 6000-FIM
           END-IF
           DISPLAY "CONFIRMA A SALA : S/N ? " WITH NO ADVANCING
           ACCEPT WS-RESPOSTA
           MOVE "OFERTMNT"            TO WS-AUD-CALL-PROGRAMA
           MOVE WS-SIGN-TERMINAL      TO WS-AUD-CALL-TERMINAL
           MOVE WS-SIGN-OPERADOR      TO WS-AUD-CALL-OPERADOR
           MOVE "ALTERAR SALA"        TO WS-AUD-CALL-ACAO
           CALL "GRAVAUD" USING WS-AUD-CALL-PROGRAMA
                   WS-AUD-CALL-TERMINAL WS-AUD-CALL-OPERADOR
                   WS-AUD-CALL-ACAO WS-RESPOSTA
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               MOVE WS-SALA-INFORMADA TO WS-SALA-OFERTA
               REWRITE WS-REG-OFERTA
               IF WS-FS-OFERTA = "00"
                   DISPLAY "SALA ALTERADA COM SUCESSO."
               ELSE
                   DISPLAY "ERRO AO ALTERAR SALA - STATUS "
                           WS-FS-OFERTA
               END-IF
           ELSE
               DISPLAY "ALTERACAO CANCELADA."
           END-IF
           CLOSE OFERTA-DAT.
       6000-FIM.
           CONTINUE.

      ******************************************************************
      * CRITICA A SALA CONTRA O MESTRE: SALA EM BRANCO (TURMA SEM
      * SALA) PASSA SEMPRE; SALA INFORMADA PRECISA EXISTIR, ESTAR
      * ATIVA, COMPORTAR O MAXIMO DE VAGAS (WS-VAGAS-NA-SALA) E A
      * TURMA PRECISA TER HORARIO - SEM DIA/HORA NAO HA COMO RESERVAR.
      ******************************************************************
       6500-VALIDAR-SALA SECTION.
           MOVE "N"                   TO WS-SALA-INVALIDA
           IF WS-SALA-INFORMADA = SPACES
               GO TO 6500-FIM
           END-IF
           SET WS-SALA-REJEITADA      TO TRUE
           IF WS-DIA-INFORMADO = ZERO
               DISPLAY "TURMA SEM HORARIO NAO RECEBE SALA - "
                       "OPERACAO REJEITADA."
               GO TO 6500-FIM
           END-IF
           OPEN INPUT SALA-DAT
           IF WS-FS-SALA NOT = "00"
               DISPLAY "ARQUIVO DE SALAS AINDA NAO EXISTE - "
                       "OPERACAO REJEITADA."
               GO TO 6500-FIM
           END-IF
           MOVE WS-SALA-INFORMADA     TO WS-COD-SALA
           READ SALA-DAT KEY IS WS-COD-SALA
               INVALID KEY
                   DISPLAY "SALA NAO CADASTRADA - OPERACAO "
                           "REJEITADA."
           END-READ
           CLOSE SALA-DAT
           IF WS-FS-SALA NOT = "00"
               GO TO 6500-FIM
           END-IF
           IF NOT WS-SALA-ATIVA
               DISPLAY "SALA INATIVA - OPERACAO REJEITADA."
               GO TO 6500-FIM
           END-IF
           IF WS-VAGAS-NA-SALA > WS-CAPACIDADE-SALA
               DISPLAY "MAXIMO DE VAGAS (" WS-VAGAS-NA-SALA
                       ") ACIMA DA CAPACIDADE DA SALA ("
                       WS-CAPACIDADE-SALA ") - OPERACAO REJEITADA."
               GO TO 6500-FIM
           END-IF
           MOVE "N"                   TO WS-SALA-INVALIDA.
       6500-FIM.
           CONTINUE.

      ******************************************************************
      * VARRE OFERTA.DAT (ABERTO PELO CHAMADOR) ATRAS DE OUTRA OFERTA
      * ATIVA DO MESMO TERMO NA MESMA SALA E DIA COM HORARIO QUE SE
      * SOBREPOE AO INFORMADO (INICIO ANTES DO FIM DA OUTRA E FIM
      * DEPOIS DO INICIO DELA - AULA QUE ACABA NA HORA EM QUE A OUTRA
      * COMECA NAO E CHOQUE). O REGISTRO EM TRABALHO E RESTAURADO NO
      * FIM.
      ******************************************************************
       6600-PROCURAR-CHOQUE-SALA SECTION.
           MOVE "N"                   TO WS-SALA-INVALIDA
           IF WS-SALA-INFORMADA = SPACES
               GO TO 6600-FIM
           END-IF
           MOVE WS-REG-OFERTA         TO WS-OFERTA-SALVA
           MOVE "N"                   TO WS-FIM-OFERTA
           MOVE ZEROS                 TO WS-CHAVE-OFERTA
           START OFERTA-DAT KEY IS NOT LESS WS-CHAVE-OFERTA
               INVALID KEY
                   SET WS-FIM-DAS-OFERTAS TO TRUE
           END-START
           PERFORM 6610-TESTAR-CHOQUE-SALA
                   UNTIL WS-FIM-DAS-OFERTAS
           MOVE WS-OFERTA-SALVA       TO WS-REG-OFERTA.
       6600-FIM.
           CONTINUE.

       6610-TESTAR-CHOQUE-SALA SECTION.
           READ OFERTA-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DAS-OFERTAS TO TRUE
                   GO TO 6610-FIM
           END-READ
           IF WS-CHAVE-OFERTA NOT = WS-SALVA-CHAVE AND
              WS-TERMO IN WS-CHAVE-OFERTA = WS-SALVA-TERMO AND
              WS-OFERTA-ATIVA AND
              WS-SALA-OFERTA = WS-SALA-INFORMADA AND
              WS-DIA-SEMANA = WS-DIA-INFORMADO AND
              WS-HORA-INICIO < WS-HORA-FIM-INF AND
              WS-HORA-FIM > WS-HORA-INI-INF
               DISPLAY "CHOQUE DE SALA COM A MATERIA "
                       WS-COD-MATERIA IN WS-CHAVE-OFERTA
                       " (DIA " WS-DIA-SEMANA " DE " WS-HORA-INICIO
                       " A " WS-HORA-FIM ") - OPERACAO REJEITADA."
               SET WS-SALA-REJEITADA  TO TRUE
               SET WS-FIM-DAS-OFERTAS TO TRUE
           END-IF.
       6610-FIM.
           CONTINUE.
       END PROGRAM OFERTMNT.
