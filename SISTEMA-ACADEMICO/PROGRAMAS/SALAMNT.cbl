      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO MESTRE DE SALAS (SALA.DAT), INDEXADO
      *          PELO CODIGO DA SALA. INCLUI A SALA COM DESCRICAO,
      *          CAPACIDADE E TIPO (S=SALA DE AULA, L=LABORATORIO,
      *          A=AUDITORIO), ALTERA DESCRICAO/CAPACIDADE/TIPO,
      *          INATIVA E CONSULTA. A CAPACIDADE NAO PODE CAIR
      *          ABAIXO DO MAXIMO DE VAGAS DE OFERTA ATIVA JA ALOCADA
      *          NA SALA, E SALA COM TURMA ALOCADA EM TERMO AINDA NAO
      *          ENCERRADO NAO E INATIVADA. A ALOCACAO DA SALA NA
      *          TURMA E FEITA PELO OFERTMNT; AS CONFIRMACOES PASSAM
      *          PELA AUDITORIA (GRAVAUD).
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALAMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALA-DAT           ASSIGN TO "SALADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-COD-SALA
                                      FILE STATUS IS WS-FS-SALA.

           SELECT OFERTA-DAT         ASSIGN TO "OFERTDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-OFERTA
                                      FILE STATUS IS WS-FS-OFERTA.

           SELECT CALEND-DAT         ASSIGN TO "CALENDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-TERMO IN WS-REG-CALENDARIO
                                      FILE STATUS IS WS-FS-CALEND.

       DATA DIVISION.
       FILE SECTION.
       FD  SALA-DAT.
           COPY SALAREG.

       FD  OFERTA-DAT.
           COPY OFERTREG.

       FD  CALEND-DAT.
           COPY CALENREG.

       WORKING-STORAGE SECTION.
           COPY SIGNREG.
       77  WS-FS-SALA               PIC X(002) VALUE "00".
       77  WS-FS-OFERTA             PIC X(002) VALUE "00".
       77  WS-FS-CALEND             PIC X(002) VALUE "00".
       77  WS-OPCAO                 PIC 9(001) VALUE ZERO.
           88  WS-OPCAO-INCLUIR         VALUE 1.
           88  WS-OPCAO-ALTERAR         VALUE 2.
           88  WS-OPCAO-INATIVAR        VALUE 3.
           88  WS-OPCAO-CONSULTAR       VALUE 4.
           88  WS-OPCAO-SAIR            VALUE 5.
       77  WS-RESPOSTA              PIC X(001) VALUE SPACE.
       77  WS-NOVA-DESCRICAO        PIC X(030) VALUE SPACES.
       77  WS-NOVA-CAPACIDADE       PIC 9(005) VALUE ZEROS.
       77  WS-NOVO-TIPO             PIC X(001) VALUE SPACE.
       77  WS-FIM-OFERTA            PIC X(001) VALUE "N".
           88  WS-FIM-DAS-OFERTAS       VALUE "S".
       77  WS-CALEND-DISPONIVEL     PIC X(001) VALUE "N".
           88  WS-CALEND-ABERTO         VALUE "S".
       77  WS-QTDE-ACIMA            PIC 9(005) VALUE ZERO.
       77  WS-QTDE-EM-USO           PIC 9(005) VALUE ZERO.

      ******************************************************************
      * PARAMETROS DA CHAMADA A GRAVAUD - OS LITERAIS SAO MOVIDOS PARA
      * CAMPOS DO TAMANHO EXATO DO LINKAGE DE GRAVAUD (E NAO PASSADOS
      * DIRETO) PORQUE O COMPILADOR RESERVA A AREA BY REFERENCE DE UM
      * LITERAL COM O TAMANHO DO PROPRIO LITERAL, NAO DO PARAMETRO.
      ******************************************************************
       01  WS-AUD-CALL.
           03  WS-AUD-CALL-PROGRAMA PIC X(008).
           03  WS-AUD-CALL-TERMINAL PIC X(008).
           03  WS-AUD-CALL-OPERADOR PIC X(008).
           03  WS-AUD-CALL-ACAO     PIC X(030).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 0100-SIGNON
           PERFORM 1000-MENU
                   UNTIL WS-OPCAO-SAIR
           STOP RUN.

       0100-SIGNON SECTION.
           CALL "SIGNON" USING WS-AREA-SIGNON
           IF NOT WS-SIGNON-OK
               DISPLAY "ACESSO NEGADO - PROGRAMA ENCERRADO."
               STOP RUN
           END-IF.

       1000-MENU SECTION.
           DISPLAY "=============================================".
           DISPLAY " MESTRE DE SALAS - SALA.DAT".
           DISPLAY "   1 - INCLUIR SALA".
           DISPLAY "   2 - ALTERAR DESCRICAO/CAPACIDADE/TIPO".
           DISPLAY "   3 - INATIVAR SALA".
           DISPLAY "   4 - CONSULTAR SALA".
           DISPLAY "   5 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO : " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN WS-OPCAO-INCLUIR
                   PERFORM 2000-INCLUIR-SALA
               WHEN WS-OPCAO-ALTERAR
                   PERFORM 3000-ALTERAR-SALA
               WHEN WS-OPCAO-INATIVAR
                   PERFORM 4000-INATIVAR-SALA
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 5000-CONSULTAR-SALA
               WHEN WS-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       2000-INCLUIR-SALA SECTION.
           MOVE SPACES                TO WS-REG-SALA
           DISPLAY "CODIGO DA SALA              : " WITH NO ADVANCING
           ACCEPT WS-COD-SALA
           IF WS-COD-SALA = SPACES
               DISPLAY "CODIGO INVALIDO - INCLUSAO REJEITADA."
               GO TO 2000-FIM
           END-IF
           DISPLAY "DESCRICAO                   : " WITH NO ADVANCING
           ACCEPT WS-DESCR-SALA
           DISPLAY "CAPACIDADE (00000)          : " WITH NO ADVANCING
           ACCEPT WS-CAPACIDADE-SALA
           DISPLAY "TIPO (S=SALA L=LAB A=AUDIT) : " WITH NO ADVANCING
           ACCEPT WS-TIPO-SALA
           IF WS-CAPACIDADE-SALA = ZEROS
               DISPLAY "CAPACIDADE INVALIDA - INCLUSAO REJEITADA."
               GO TO 2000-FIM
           END-IF
           IF NOT WS-TIPO-SALA-VALIDO
               DISPLAY "TIPO INVALIDO - INCLUSAO REJEITADA."
               GO TO 2000-FIM
           END-IF
           SET WS-SALA-ATIVA          TO TRUE
           OPEN I-O SALA-DAT
           IF WS-FS-SALA = "35"
               OPEN OUTPUT SALA-DAT
               CLOSE SALA-DAT
               OPEN I-O SALA-DAT
           END-IF
           WRITE WS-REG-SALA
           IF WS-FS-SALA = "22"
               DISPLAY "SALA JA CADASTRADA."
           ELSE
               IF WS-FS-SALA NOT = "00"
                   DISPLAY "ERRO AO INCLUIR SALA - STATUS "
                           WS-FS-SALA
               ELSE
                   DISPLAY "SALA INCLUIDA COM SUCESSO."
               END-IF
           END-IF
           CLOSE SALA-DAT.
       2000-FIM.
           CONTINUE.

      ******************************************************************
      * CAMPO DEIXADO EM BRANCO (OU ZERO NA CAPACIDADE) FICA COMO
      * ESTA. REDUZIR A CAPACIDADE ABAIXO DO MAXIMO DE VAGAS DE UMA
      * OFERTA ATIVA JA ALOCADA NA SALA E RECUSADO - A OFERTA TEM QUE
      * SER AJUSTADA PRIMEIRO PELO OFERTMNT.
      ******************************************************************
       3000-ALTERAR-SALA SECTION.
           DISPLAY "CODIGO DA SALA : " WITH NO ADVANCING
           ACCEPT WS-COD-SALA
           OPEN I-O SALA-DAT
           READ SALA-DAT KEY IS WS-COD-SALA
               INVALID KEY
                   DISPLAY "SALA NAO ENCONTRADA."
           END-READ
           IF WS-FS-SALA NOT = "00"
               CLOSE SALA-DAT
               GO TO 3000-FIM
           END-IF
           DISPLAY "DESCRICAO ATUAL  : " WS-DESCR-SALA
           DISPLAY "CAPACIDADE ATUAL : " WS-CAPACIDADE-SALA
           DISPLAY "TIPO ATUAL       : " WS-TIPO-SALA
           MOVE SPACES                TO WS-NOVA-DESCRICAO
           MOVE ZEROS                 TO WS-NOVA-CAPACIDADE
           MOVE SPACE                 TO WS-NOVO-TIPO
           DISPLAY "NOVA DESCRICAO   : " WITH NO ADVANCING
           ACCEPT WS-NOVA-DESCRICAO
           DISPLAY "NOVA CAPACIDADE  : " WITH NO ADVANCING
           ACCEPT WS-NOVA-CAPACIDADE
           DISPLAY "NOVO TIPO        : " WITH NO ADVANCING
           ACCEPT WS-NOVO-TIPO
           IF WS-NOVO-TIPO NOT = SPACE AND
              WS-NOVO-TIPO NOT = "S" AND
              WS-NOVO-TIPO NOT = "L" AND
              WS-NOVO-TIPO NOT = "A"
               DISPLAY "TIPO INVALIDO - ALTERACAO REJEITADA."
               CLOSE SALA-DAT
               GO TO 3000-FIM
           END-IF
           IF WS-NOVA-CAPACIDADE NOT = ZEROS AND
              WS-NOVA-CAPACIDADE < WS-CAPACIDADE-SALA
               PERFORM 3500-CONFERIR-OFERTAS-ACIMA
               IF WS-QTDE-ACIMA > ZERO
                   DISPLAY WS-QTDE-ACIMA " OFERTA(S) ATIVA(S) NA SALA"
                           " COM MAXIMO DE VAGAS ACIMA DA NOVA "
                           "CAPACIDADE - ALTERACAO REJEITADA."
                   CLOSE SALA-DAT
                   GO TO 3000-FIM
               END-IF
           END-IF
           DISPLAY "CONFIRMA A ALTERACAO : S/N ? " WITH NO ADVANCING
           ACCEPT WS-RESPOSTA
           MOVE "SALAMNT"             TO WS-AUD-CALL-PROGRAMA
           MOVE WS-SIGN-TERMINAL      TO WS-AUD-CALL-TERMINAL
           MOVE WS-SIGN-OPERADOR      TO WS-AUD-CALL-OPERADOR
           MOVE "ALTERAR SALA"        TO WS-AUD-CALL-ACAO
           CALL "GRAVAUD" USING WS-AUD-CALL-PROGRAMA
                   WS-AUD-CALL-TERMINAL WS-AUD-CALL-OPERADOR
                   WS-AUD-CALL-ACAO WS-RESPOSTA
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               IF WS-NOVA-DESCRICAO NOT = SPACES
                   MOVE WS-NOVA-DESCRICAO  TO WS-DESCR-SALA
               END-IF
               IF WS-NOVA-CAPACIDADE NOT = ZEROS
                   MOVE WS-NOVA-CAPACIDADE TO WS-CAPACIDADE-SALA
               END-IF
               IF WS-NOVO-TIPO NOT = SPACE
                   MOVE WS-NOVO-TIPO       TO WS-TIPO-SALA
               END-IF
               REWRITE WS-REG-SALA
               IF WS-FS-SALA = "00"
                   DISPLAY "SALA ALTERADA COM SUCESSO."
               ELSE
                   DISPLAY "ERRO AO ALTERAR SALA - STATUS "
                           WS-FS-SALA
               END-IF
           ELSE
               DISPLAY "ALTERACAO CANCELADA."
           END-IF
           CLOSE SALA-DAT.
       3000-FIM.
           CONTINUE.

       3500-CONFERIR-OFERTAS-ACIMA SECTION.
           MOVE ZERO                  TO WS-QTDE-ACIMA
           MOVE "N"                   TO WS-FIM-OFERTA
           OPEN INPUT OFERTA-DAT
           IF WS-FS-OFERTA NOT = "00"
               GO TO 3500-FIM
           END-IF
           PERFORM 3600-LER-OFERTA
           PERFORM 3700-TESTAR-CAPACIDADE
                   UNTIL WS-FIM-DAS-OFERTAS
           CLOSE OFERTA-DAT.
       3500-FIM.
           CONTINUE.

       3600-LER-OFERTA SECTION.
           READ OFERTA-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DAS-OFERTAS TO TRUE
           END-READ.

       3700-TESTAR-CAPACIDADE SECTION.
           IF WS-SALA-OFERTA = WS-COD-SALA AND
              WS-OFERTA-ATIVA AND
              WS-VAGAS-MAX > WS-NOVA-CAPACIDADE
               DISPLAY "  MATERIA " WS-COD-MATERIA IN WS-CHAVE-OFERTA
                       " TERMO " WS-TERMO IN WS-CHAVE-OFERTA
                       " VAGAS " WS-VAGAS-MAX
               ADD 1                  TO WS-QTDE-ACIMA
           END-IF
           PERFORM 3600-LER-OFERTA.

      ******************************************************************
      * SALA INATIVA NAO RECEBE ALOCACAO NOVA. SALA COM TURMA ATIVA
      * EM TERMO AINDA NAO ENCERRADO NO CALENDARIO NAO E INATIVADA -
      * AS TURMAS TEM QUE SER REALOCADAS ANTES PELO OFERTMNT.
      ******************************************************************
       4000-INATIVAR-SALA SECTION.
           DISPLAY "CODIGO DA SALA : " WITH NO ADVANCING
           ACCEPT WS-COD-SALA
           OPEN I-O SALA-DAT
           READ SALA-DAT KEY IS WS-COD-SALA
               INVALID KEY
                   DISPLAY "SALA NAO ENCONTRADA."
           END-READ
           IF WS-FS-SALA NOT = "00"
               CLOSE SALA-DAT
               GO TO 4000-FIM
           END-IF
           PERFORM 4500-CONTAR-TURMAS-EM-USO
           IF WS-QTDE-EM-USO > ZERO
               DISPLAY WS-QTDE-EM-USO " TURMA(S) ATIVA(S) ALOCADA(S)"
                       " NA SALA EM TERMO NAO ENCERRADO - "
                       "INATIVACAO REJEITADA."
               CLOSE SALA-DAT
               GO TO 4000-FIM
           END-IF
           DISPLAY "CONFIRMA A INATIVACAO : S/N ? " WITH NO ADVANCING
           ACCEPT WS-RESPOSTA
           MOVE "SALAMNT"             TO WS-AUD-CALL-PROGRAMA
           MOVE WS-SIGN-TERMINAL      TO WS-AUD-CALL-TERMINAL
           MOVE WS-SIGN-OPERADOR      TO WS-AUD-CALL-OPERADOR
           MOVE "INATIVAR SALA"       TO WS-AUD-CALL-ACAO
           CALL "GRAVAUD" USING WS-AUD-CALL-PROGRAMA
                   WS-AUD-CALL-TERMINAL WS-AUD-CALL-OPERADOR
                   WS-AUD-CALL-ACAO WS-RESPOSTA
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               SET WS-SALA-INATIVA    TO TRUE
               REWRITE WS-REG-SALA
               IF WS-FS-SALA = "00"
                   DISPLAY "SALA INATIVADA."
               ELSE
                   DISPLAY "ERRO AO INATIVAR - STATUS " WS-FS-SALA
               END-IF
           ELSE
               DISPLAY "INATIVACAO CANCELADA."
           END-IF
           CLOSE SALA-DAT.
       4000-FIM.
           CONTINUE.

       4500-CONTAR-TURMAS-EM-USO SECTION.
           MOVE ZERO                  TO WS-QTDE-EM-USO
           MOVE "N"                   TO WS-FIM-OFERTA
           OPEN INPUT OFERTA-DAT
           IF WS-FS-OFERTA NOT = "00"
               GO TO 4500-FIM
           END-IF
           MOVE "N"                   TO WS-CALEND-DISPONIVEL
           OPEN INPUT CALEND-DAT
           IF WS-FS-CALEND = "00"
               SET WS-CALEND-ABERTO   TO TRUE
           END-IF
           PERFORM 3600-LER-OFERTA
           PERFORM 4600-TESTAR-EM-USO
                   UNTIL WS-FIM-DAS-OFERTAS
           CLOSE OFERTA-DAT
           IF WS-CALEND-ABERTO
               CLOSE CALEND-DAT
           END-IF.
       4500-FIM.
           CONTINUE.

       4600-TESTAR-EM-USO SECTION.
           IF WS-SALA-OFERTA = WS-COD-SALA AND WS-OFERTA-ATIVA
               PERFORM 4650-CONFERIR-TERMO
           END-IF
           PERFORM 3600-LER-OFERTA.

       4650-CONFERIR-TERMO SECTION.
           IF WS-CALEND-ABERTO
               MOVE WS-TERMO IN WS-CHAVE-OFERTA TO
                   WS-TERMO IN WS-REG-CALENDARIO
               READ CALEND-DAT KEY IS WS-TERMO IN WS-REG-CALENDARIO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-CALEND = "00" AND WS-TERMO-ENCERRADO
                   GO TO 4650-FIM
               END-IF
           END-IF
           DISPLAY "  MATERIA " WS-COD-MATERIA IN WS-CHAVE-OFERTA
                   " TERMO " WS-TERMO IN WS-CHAVE-OFERTA
           ADD 1                      TO WS-QTDE-EM-USO.
       4650-FIM.
           CONTINUE.

       5000-CONSULTAR-SALA SECTION.
           DISPLAY "CODIGO DA SALA : " WITH NO ADVANCING
           ACCEPT WS-COD-SALA
           OPEN INPUT SALA-DAT
           READ SALA-DAT KEY IS WS-COD-SALA
               INVALID KEY
                   DISPLAY "SALA NAO ENCONTRADA."
           END-READ
           IF WS-FS-SALA = "00"
               DISPLAY "DESCRICAO  : " WS-DESCR-SALA
               DISPLAY "CAPACIDADE : " WS-CAPACIDADE-SALA
               EVALUATE TRUE
                   WHEN WS-SALA-DE-AULA
                       DISPLAY "TIPO       : SALA DE AULA"
                   WHEN WS-SALA-LABORATORIO
                       DISPLAY "TIPO       : LABORATORIO"
                   WHEN OTHER
                       DISPLAY "TIPO       : AUDITORIO"
               END-EVALUATE
               DISPLAY "SITUACAO   : " WS-SITUACAO-SALA
           END-IF
           CLOSE SALA-DAT.
       END PROGRAM SALAMNT.
