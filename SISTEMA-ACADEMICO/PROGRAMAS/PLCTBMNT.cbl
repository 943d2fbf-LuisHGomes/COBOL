      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO MAPEAMENTO CONTABIL (PLANOCTB.DAT),
      *          INDEXADO PELO CODIGO DO EVENTO. PARA CADA EVENTO
      *          FINANCEIRO QUE A INTERFACE CONTABIL (CONTABIL) SABE
      *          LANCAR, GUARDA A CONTA DE DEBITO E A DE CREDITO DO
      *          PLANO DE CONTAS DA CONTABILIDADE. INCLUI EVENTO,
      *          ALTERA AS CONTAS (CONFIRMACAO AUDITADA PELO GRAVAUD,
      *          POIS MUDA O DESTINO DOS LANCAMENTOS DO DIA SEGUINTE)
      *          E CONSULTA. SO SAO ACEITOS OS CODIGOS DE EVENTO
      *          PREVISTOS EM PLCTREG.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLCTBMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-CTB-DAT      ASSIGN TO "PLCTBDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-EVENTO-CTB
                                      FILE STATUS IS WS-FS-PLANO.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-CTB-DAT.
           COPY PLCTREG.

       WORKING-STORAGE SECTION.
           COPY SIGNREG.
       77  WS-FS-PLANO              PIC X(002) VALUE "00".
       77  WS-OPCAO                 PIC 9(001) VALUE ZERO.
           88  WS-OPCAO-INCLUIR         VALUE 1.
           88  WS-OPCAO-ALTERAR         VALUE 2.
           88  WS-OPCAO-CONSULTAR       VALUE 3.
           88  WS-OPCAO-SAIR            VALUE 4.
       77  WS-RESPOSTA              PIC X(001) VALUE SPACE.
       77  WS-NOVA-CONTA-DEBITO     PIC X(012) VALUE SPACES.
       77  WS-NOVA-CONTA-CREDITO    PIC X(012) VALUE SPACES.

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
           DISPLAY " MAPEAMENTO CONTABIL - PLANOCTB.DAT".
           DISPLAY "   1 - INCLUIR EVENTO".
           DISPLAY "   2 - ALTERAR CONTAS DO EVENTO".
           DISPLAY "   3 - CONSULTAR EVENTO".
           DISPLAY "   4 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO : " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN WS-OPCAO-INCLUIR
                   PERFORM 2000-INCLUIR-EVENTO
               WHEN WS-OPCAO-ALTERAR
                   PERFORM 3000-ALTERAR-CONTAS
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 4000-CONSULTAR-EVENTO
               WHEN WS-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * EVENTOS: FATR/FATC FATURA E CANCELAMENTO, PGCX/PGBC/PGCR
      * RECEBIMENTO NO CAIXA/BANCO/CREDITO, ESCX/ESBC/ESCR ESTORNOS,
      * MULT/MLES E JURO/JRES ENCARGOS E ESTORNOS, CRGE/CRDV CREDITO
      * GERADO E DEVOLVIDO. AS DUAS CONTAS SAO OBRIGATORIAS.
      ******************************************************************
       2000-INCLUIR-EVENTO SECTION.
           MOVE SPACES               TO WS-REG-PLANO-CTB
           DISPLAY "CODIGO DO EVENTO  : " WITH NO ADVANCING
           ACCEPT WS-EVENTO-CTB
           IF NOT WS-EVENTO-CTB-VALIDO
               DISPLAY "EVENTO DESCONHECIDO PELA INTERFACE CONTABIL "
                       "- INCLUSAO REJEITADA."
               GO TO 2000-FIM
           END-IF
           DISPLAY "DESCRICAO         : " WITH NO ADVANCING
           ACCEPT WS-DESCR-EVENTO
           DISPLAY "CONTA DE DEBITO   : " WITH NO ADVANCING
           ACCEPT WS-CONTA-DEBITO
           DISPLAY "CONTA DE CREDITO  : " WITH NO ADVANCING
           ACCEPT WS-CONTA-CREDITO
           IF WS-CONTA-DEBITO = SPACES OR WS-CONTA-CREDITO = SPACES
               DISPLAY "CONTAS DE DEBITO E CREDITO SAO OBRIGATORIAS "
                       "- INCLUSAO REJEITADA."
               GO TO 2000-FIM
           END-IF

           OPEN I-O PLANO-CTB-DAT
           IF WS-FS-PLANO = "35"
               OPEN OUTPUT PLANO-CTB-DAT
               CLOSE PLANO-CTB-DAT
               OPEN I-O PLANO-CTB-DAT
           END-IF
           IF WS-FS-PLANO NOT = "00"
               DISPLAY "ERRO AO ABRIR PLANOCTB.DAT - STATUS "
                       WS-FS-PLANO
               GO TO 2000-FIM
           END-IF

           WRITE WS-REG-PLANO-CTB
           IF WS-FS-PLANO = "22"
               DISPLAY "EVENTO REJEITADO - JA EXISTE MAPEAMENTO "
                       "PARA ESSE EVENTO."
           ELSE
               IF WS-FS-PLANO NOT = "00"
                   DISPLAY "ERRO AO INCLUIR EVENTO - STATUS "
                           WS-FS-PLANO
               ELSE
                   DISPLAY "EVENTO INCLUIDO COM SUCESSO."
               END-IF
           END-IF
           CLOSE PLANO-CTB-DAT.
       2000-FIM.
           CONTINUE.

       3000-ALTERAR-CONTAS SECTION.
           DISPLAY "CODIGO DO EVENTO  : " WITH NO ADVANCING
           ACCEPT WS-EVENTO-CTB
           OPEN I-O PLANO-CTB-DAT
           IF WS-FS-PLANO NOT = "00"
               DISPLAY "MAPEAMENTO CONTABIL AINDA NAO EXISTE."
               GO TO 3000-FIM
           END-IF
           READ PLANO-CTB-DAT KEY IS WS-EVENTO-CTB
               INVALID KEY
                   DISPLAY "EVENTO NAO ENCONTRADO."
           END-READ
           IF WS-FS-PLANO NOT = "00"
               CLOSE PLANO-CTB-DAT
               GO TO 3000-FIM
           END-IF
           DISPLAY "CONTA DE DEBITO ATUAL  : " WS-CONTA-DEBITO
           DISPLAY "NOVA CONTA DE DEBITO   : " WITH NO ADVANCING
           ACCEPT WS-NOVA-CONTA-DEBITO
           DISPLAY "CONTA DE CREDITO ATUAL : " WS-CONTA-CREDITO
           DISPLAY "NOVA CONTA DE CREDITO  : " WITH NO ADVANCING
           ACCEPT WS-NOVA-CONTA-CREDITO
           IF WS-NOVA-CONTA-DEBITO = SPACES OR
              WS-NOVA-CONTA-CREDITO = SPACES
               DISPLAY "CONTAS DE DEBITO E CREDITO SAO OBRIGATORIAS "
                       "- ALTERACAO REJEITADA."
               CLOSE PLANO-CTB-DAT
               GO TO 3000-FIM
           END-IF
           DISPLAY "CONFIRMA A ALTERACAO : S/N ? "
                   WITH NO ADVANCING
           ACCEPT WS-RESPOSTA
           MOVE "PLCTBMNT"              TO WS-AUD-CALL-PROGRAMA
           MOVE WS-SIGN-TERMINAL        TO WS-AUD-CALL-TERMINAL
           MOVE WS-SIGN-OPERADOR        TO WS-AUD-CALL-OPERADOR
           MOVE "ALTERAR CONTAS EVENTO" TO WS-AUD-CALL-ACAO
           CALL "GRAVAUD" USING WS-AUD-CALL-PROGRAMA
                   WS-AUD-CALL-TERMINAL WS-AUD-CALL-OPERADOR
                   WS-AUD-CALL-ACAO WS-RESPOSTA
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               MOVE WS-NOVA-CONTA-DEBITO  TO WS-CONTA-DEBITO
               MOVE WS-NOVA-CONTA-CREDITO TO WS-CONTA-CREDITO
               REWRITE WS-REG-PLANO-CTB
               IF WS-FS-PLANO = "00"
                   DISPLAY "CONTAS ALTERADAS COM SUCESSO."
               ELSE
                   DISPLAY "ERRO AO ALTERAR EVENTO - STATUS "
                           WS-FS-PLANO
               END-IF
           ELSE
               DISPLAY "ALTERACAO CANCELADA."
           END-IF
           CLOSE PLANO-CTB-DAT.
       3000-FIM.
           CONTINUE.

       4000-CONSULTAR-EVENTO SECTION.
           DISPLAY "CODIGO DO EVENTO  : " WITH NO ADVANCING
           ACCEPT WS-EVENTO-CTB
           OPEN INPUT PLANO-CTB-DAT
           IF WS-FS-PLANO NOT = "00"
               DISPLAY "MAPEAMENTO CONTABIL AINDA NAO EXISTE."
               GO TO 4000-FIM
           END-IF
           READ PLANO-CTB-DAT KEY IS WS-EVENTO-CTB
               INVALID KEY
                   DISPLAY "EVENTO NAO ENCONTRADO."
           END-READ
           IF WS-FS-PLANO = "00"
               DISPLAY "DESCRICAO        : " WS-DESCR-EVENTO
               DISPLAY "CONTA DE DEBITO  : " WS-CONTA-DEBITO
               DISPLAY "CONTA DE CREDITO : " WS-CONTA-CREDITO
           END-IF
           CLOSE PLANO-CTB-DAT.
       4000-FIM.
           CONTINUE.
       END PROGRAM PLCTBMNT.
