      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: ACORDO DE RENEGOCIACAO DE DIVIDA. SELECIONA AS
      *          PARCELAS VENCIDAS EM ABERTO DO ALUNO (PARCELA.DAT)
      *          COM A MULTA E OS JUROS JA APROPRIADOS PELO
      *          ENCARGOS, APLICA A DISPENSA DE JUROS PEDIDA (SO COM
      *          AUTORIZACAO DE SUPERVISOR, NIVEL 9) E SUBSTITUI AS
      *          PARCELAS POR UM ACORDO (ACORDO.DAT) COM PARCELAMENTO
      *          PROPRIO (ACORDPAR.DAT). AS PARCELAS ORIGINAIS FICAM
      *          RENEGOCIADAS E LIGADAS AO ACORDO (ACORDITE.DAT) - A
      *          REMESSA (REMBANCO) COBRA AS PARCELAS DO ACORDO, O
      *          RETORNO (RETBANCO) DISTRIBUI O RECEBIDO NAS
      *          ORIGINAIS E A PRIMEIRA PARCELA PAGA LIBERA O
      *          BLOQUEIO FINANCEIRO. O ROMPIMENTO E DETECTADO NO
      *          JOB MENSAL (ROMPACOR). A CONFIRMACAO DO ACORDO E A
      *          AUTORIZACAO DA DISPENSA PASSAM PELA AUDITORIA
      *          (GRAVAUD). TAMBEM CONSULTA OS ACORDOS DO ALUNO.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACORDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACORDO-DAT         ASSIGN TO "ACORDDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-ACORDO
                                      FILE STATUS IS WS-FS-ACORDO.

           SELECT ACITE-DAT          ASSIGN TO "ACITEDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-ACITE
                                      FILE STATUS IS WS-FS-ACITE.

           SELECT ACPAR-DAT          ASSIGN TO "ACPARDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-ACPAR
                                      FILE STATUS IS WS-FS-ACPAR.

           SELECT PARCELA-DAT        ASSIGN TO "PARCEDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-PARCELA
                                      FILE STATUS IS WS-FS-PARCELA.

           SELECT ALUNO-DAT          ASSIGN TO "ALUNODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-MATRICULA IN WS-REG-ALUNO
                                      FILE STATUS IS WS-FS-ALUNO.

           SELECT BLOQFIN-DAT        ASSIGN TO "BLOQFDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-MATRICULA IN WS-REG-BLOQUEIO
                                      FILE STATUS IS WS-FS-BLOQUEIO.

           SELECT OPERADOR-DAT       ASSIGN TO "OPERADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-OPER-ID
                                      FILE STATUS IS WS-FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ACORDO-DAT.
           COPY ACORDREG.

       FD  ACITE-DAT.
           COPY ACITEREG.

       FD  ACPAR-DAT.
           COPY ACPARREG.

       FD  PARCELA-DAT.
           COPY PARCREG.

       FD  ALUNO-DAT.
           COPY ALUNOREG.

       FD  BLOQFIN-DAT.
           COPY BLOQREG.

       FD  OPERADOR-DAT.
           COPY OPERREG.

       WORKING-STORAGE SECTION.
           COPY SIGNREG.
           COPY FINPARM.
       77  WS-FS-ACORDO             PIC X(002) VALUE "00".
       77  WS-FS-ACITE              PIC X(002) VALUE "00".
       77  WS-FS-ACPAR              PIC X(002) VALUE "00".
       77  WS-FS-PARCELA            PIC X(002) VALUE "00".
       77  WS-FS-ALUNO              PIC X(002) VALUE "00".
       77  WS-FS-BLOQUEIO           PIC X(002) VALUE "00".
       77  WS-FS-OPERADOR           PIC X(002) VALUE "00".
       77  WS-OPCAO                 PIC 9(001) VALUE ZERO.
           88  WS-OPCAO-FIRMAR          VALUE 1.
           88  WS-OPCAO-CONSULTAR       VALUE 2.
           88  WS-OPCAO-SAIR            VALUE 3.
       77  WS-RESPOSTA              PIC X(001) VALUE SPACE.
       77  WS-MATRICULA-PEDIDA      PIC 9(011) VALUE ZEROS.
       77  WS-DATA-HOJE             PIC 9(008) VALUE ZEROS.
       77  WS-SEQ-NOVO              PIC 9(003) VALUE ZERO.
       77  WS-ACORDO-EM-CURSO       PIC X(001) VALUE "N".
           88  WS-TEM-ACORDO-ATIVO      VALUE "S".
       77  WS-FIM-LEITURA           PIC X(001) VALUE "N".
           88  WS-LEITURA-ESGOTADA      VALUE "S".
       77  WS-FIM-PARCELAS          PIC X(001) VALUE "N".
           88  WS-PARCELAS-ESGOTADAS    VALUE "S".
       77  WS-EXCESSO-ORIGENS       PIC X(001) VALUE "N".
           88  WS-TABELA-ESTOURADA      VALUE "S".
       77  WS-AUTORIZACAO           PIC X(001) VALUE "N".
           88  WS-DISPENSA-AUTORIZADA   VALUE "S".
       77  WS-SUPERVISOR-AUT        PIC X(008) VALUE SPACES.
       77  WS-SENHA-DIGITADA        PIC X(008) VALUE SPACES.
       77  WS-QTDE-ORIGENS          PIC 9(003) VALUE ZERO.
       77  WS-MAX-ORIGENS           PIC 9(003) VALUE 60.
       77  WS-IND                   PIC 9(003) VALUE ZERO.
       77  WS-IND-PARC              PIC 9(002) VALUE ZERO.
       77  WS-PERC-DISPENSA         PIC 9(003)V99 VALUE ZEROS.
       77  WS-QTDE-PARC-INF         PIC 9(002) VALUE ZERO.
       77  WS-PRIMEIRO-VENC         PIC 9(008) VALUE ZEROS.
       77  WS-VENC-CALCULADO        PIC 9(008) VALUE ZEROS.
       77  WS-MESES-CORRIDOS        PIC 9(006) VALUE ZERO.
       77  WS-SALDO-PARCELA         PIC 9(011)V99 VALUE ZEROS.
       77  WS-PRINCIPAL-ABERTO      PIC 9(011)V99 VALUE ZEROS.
       77  WS-VALOR-PARC-ACORDO     PIC 9(011)V99 VALUE ZEROS.
       77  WS-VALOR-ULTIMA          PIC 9(011)V99 VALUE ZEROS.
       77  WS-TOT-PRINCIPAL         PIC 9(011)V99 VALUE ZEROS.
       77  WS-TOT-MULTA             PIC 9(011)V99 VALUE ZEROS.
       77  WS-TOT-JUROS             PIC 9(011)V99 VALUE ZEROS.
       77  WS-TOT-SALDO             PIC 9(011)V99 VALUE ZEROS.
       77  WS-TOT-DISPENSA          PIC 9(011)V99 VALUE ZEROS.
       77  WS-TOTAL-ACORDO          PIC 9(011)V99 VALUE ZEROS.
       77  WS-VALOR-EDIT            PIC ZZZZZZZZZ9.99.
       77  WS-PAGO-EDIT             PIC ZZZZZZZZZ9.99.

       01  WS-VENC-DECOMPOSTO.
           03  WS-VENC-ANO          PIC 9(004).
           03  WS-VENC-MES          PIC 9(002).
           03  WS-VENC-DIA          PIC 9(002).

       01  WS-PRIMEIRO-DECOMPOSTO.
           03  WS-PRIM-ANO          PIC 9(004).
           03  WS-PRIM-MES          PIC 9(002).
           03  WS-PRIM-DIA          PIC 9(002).

      ******************************************************************
      * PARCELAS VENCIDAS DO ALUNO CARREGADAS PARA O ACORDO - O SALDO
      * E O DEVIDO NA DATA (VALOR + MULTA + JUROS - PAGO) E A DISPENSA
      * E A PARTE DOS JUROS PERDOADA NA PARCELA.
      ******************************************************************
       01  WS-TAB-ORIGENS.
           03  WS-ORIGEM OCCURS 60 TIMES.
               05  WS-ORI-MATERIA       PIC 9(015).
               05  WS-ORI-TERMO         PIC 9(006).
               05  WS-ORI-PARCELA       PIC 9(002).
               05  WS-ORI-VENCIMENTO    PIC 9(008).
               05  WS-ORI-JUROS         PIC 9(011)V99.
               05  WS-ORI-SALDO         PIC 9(011)V99.
               05  WS-ORI-DISPENSA      PIC 9(011)V99.

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
           DISPLAY " ACORDO DE RENEGOCIACAO - ACORDO.DAT".
           DISPLAY "   1 - FIRMAR ACORDO".
           DISPLAY "   2 - CONSULTAR ACORDOS DO ALUNO".
           DISPLAY "   3 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO : " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN WS-OPCAO-FIRMAR
                   PERFORM 2000-FIRMAR-ACORDO
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 4000-CONSULTAR-ACORDOS
               WHEN WS-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * SO UM ACORDO ATIVO POR ALUNO. ENTRAM TODAS AS PARCELAS
      * VENCIDAS (VENCIMENTO ANTERIOR A HOJE) COM SALDO DEVEDOR, NEM
      * QUITADAS, NEM CANCELADAS, NEM JA RENEGOCIADAS. O TOTAL DO
      * ACORDO E O SALDO DELAS MENOS A DISPENSA DE JUROS; A ULTIMA
      * PARCELA DO ACORDO ABSORVE O ARREDONDAMENTO DA DIVISAO.
      ******************************************************************
       2000-FIRMAR-ACORDO SECTION.
           DISPLAY "MATRICULA DO ALUNO : " WITH NO ADVANCING
           ACCEPT WS-MATRICULA-PEDIDA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT ALUNO-DAT
           MOVE WS-MATRICULA-PEDIDA  TO WS-MATRICULA IN WS-REG-ALUNO
           READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
               INVALID KEY
                   DISPLAY "ALUNO NAO ENCONTRADO."
           END-READ
           IF WS-FS-ALUNO NOT = "00"
               CLOSE ALUNO-DAT
               GO TO 2000-FIM
           END-IF
           DISPLAY "ALUNO : " WS-NOME
           CLOSE ALUNO-DAT

           PERFORM 2100-VERIFICAR-ACORDOS
           IF WS-TEM-ACORDO-ATIVO
               DISPLAY "ALUNO JA TEM ACORDO ATIVO - NOVO ACORDO "
                       "RECUSADO."
               GO TO 2000-FIM
           END-IF

           PERFORM 2200-CARREGAR-VENCIDAS
           IF WS-TABELA-ESTOURADA
               DISPLAY "MAIS DE " WS-MAX-ORIGENS " PARCELAS VENCIDAS "
                       "- ACORDO DEVE SER TRATADO PELA TESOURARIA."
               GO TO 2000-FIM
           END-IF
           IF WS-QTDE-ORIGENS = ZERO
               DISPLAY "NENHUMA PARCELA VENCIDA EM ABERTO - NADA A "
                       "RENEGOCIAR."
               GO TO 2000-FIM
           END-IF
           MOVE WS-TOT-PRINCIPAL     TO WS-VALOR-EDIT
           DISPLAY "PRINCIPAL EM ABERTO   : R$" WS-VALOR-EDIT
           MOVE WS-TOT-MULTA         TO WS-VALOR-EDIT
           DISPLAY "MULTA APROPRIADA      : R$" WS-VALOR-EDIT
           MOVE WS-TOT-JUROS         TO WS-VALOR-EDIT
           DISPLAY "JUROS APROPRIADOS     : R$" WS-VALOR-EDIT
           MOVE WS-TOT-SALDO         TO WS-VALOR-EDIT
           DISPLAY "SALDO DEVEDOR VENCIDO : R$" WS-VALOR-EDIT

           DISPLAY "PERCENTUAL DE DISPENSA DOS JUROS (0-100) : "
                   WITH NO ADVANCING
           ACCEPT WS-PERC-DISPENSA
           IF WS-PERC-DISPENSA > 100
               DISPLAY "PERCENTUAL INVALIDO - ACORDO RECUSADO."
               GO TO 2000-FIM
           END-IF
           MOVE SPACES               TO WS-SUPERVISOR-AUT
           IF WS-PERC-DISPENSA > ZEROS
               PERFORM 2300-AUTORIZAR-DISPENSA
               IF NOT WS-DISPENSA-AUTORIZADA
                   DISPLAY "DISPENSA NAO AUTORIZADA - ACORDO "
                           "RECUSADO."
                   GO TO 2000-FIM
               END-IF
           END-IF
           MOVE ZEROS                TO WS-TOT-DISPENSA
           PERFORM 2350-CALCULAR-DISPENSA
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTDE-ORIGENS
           COMPUTE WS-TOTAL-ACORDO = WS-TOT-SALDO - WS-TOT-DISPENSA
           MOVE WS-TOT-DISPENSA      TO WS-VALOR-EDIT
           DISPLAY "JUROS DISPENSADOS     : R$" WS-VALOR-EDIT
           MOVE WS-TOTAL-ACORDO      TO WS-VALOR-EDIT
           DISPLAY "TOTAL DO ACORDO       : R$" WS-VALOR-EDIT
           IF WS-TOTAL-ACORDO = ZEROS
               DISPLAY "TOTAL DO ACORDO ZERADO - NADA A PARCELAR."
               GO TO 2000-FIM
           END-IF

           DISPLAY "NUMERO DE PARCELAS DO ACORDO (01-"
                   WS-ACORDO-MAX-PARCELAS ") : " WITH NO ADVANCING
           ACCEPT WS-QTDE-PARC-INF
           IF WS-QTDE-PARC-INF = ZERO OR
              WS-QTDE-PARC-INF > WS-ACORDO-MAX-PARCELAS
               DISPLAY "NUMERO DE PARCELAS INVALIDO - ACORDO "
                       "RECUSADO."
               GO TO 2000-FIM
           END-IF
           DISPLAY "VENCIMENTO DA 1A PARCELA (AAAAMMDD) : "
                   WITH NO ADVANCING
           ACCEPT WS-PRIMEIRO-VENC
           MOVE WS-PRIMEIRO-VENC     TO WS-PRIMEIRO-DECOMPOSTO
      *    DIA ATE 28 PARA O MESMO DIA EXISTIR EM TODOS OS MESES DO
      *    PARCELAMENTO.
           IF WS-PRIMEIRO-VENC < WS-DATA-HOJE OR
              WS-PRIM-MES < 1 OR WS-PRIM-MES > 12 OR
              WS-PRIM-DIA < 1 OR WS-PRIM-DIA > 28
               DISPLAY "VENCIMENTO INVALIDO - DEVE SER HOJE OU "
                       "DEPOIS, COM DIA ENTRE 01 E 28."
               GO TO 2000-FIM
           END-IF
           COMPUTE WS-VALOR-PARC-ACORDO =
                   WS-TOTAL-ACORDO / WS-QTDE-PARC-INF
           COMPUTE WS-VALOR-ULTIMA = WS-TOTAL-ACORDO -
                   WS-VALOR-PARC-ACORDO * (WS-QTDE-PARC-INF - 1)
           PERFORM 2400-EXIBIR-PARCELA
                   VARYING WS-IND-PARC FROM 1 BY 1
                   UNTIL WS-IND-PARC > WS-QTDE-PARC-INF

           DISPLAY "CONFIRMA O ACORDO : S/N ? " WITH NO ADVANCING
           ACCEPT WS-RESPOSTA
           MOVE "ACORDMNT"           TO WS-AUD-CALL-PROGRAMA
           MOVE WS-SIGN-TERMINAL     TO WS-AUD-CALL-TERMINAL
           MOVE WS-SIGN-OPERADOR     TO WS-AUD-CALL-OPERADOR
           MOVE "FIRMAR ACORDO"      TO WS-AUD-CALL-ACAO
           CALL "GRAVAUD" USING WS-AUD-CALL-PROGRAMA
                   WS-AUD-CALL-TERMINAL WS-AUD-CALL-OPERADOR
                   WS-AUD-CALL-ACAO WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
               DISPLAY "ACORDO CANCELADO."
               GO TO 2000-FIM
           END-IF

           PERFORM 3000-GRAVAR-ACORDO.
       2000-FIM.
           CONTINUE.

      ******************************************************************
      * PERCORRE OS ACORDOS DO ALUNO: HAVENDO UM ATIVO, O NOVO E
      * RECUSADO; O SEQUENCIAL DO NOVO E O SEGUINTE AO ULTIMO.
      ******************************************************************
       2100-VERIFICAR-ACORDOS SECTION.
           MOVE "N"                  TO WS-ACORDO-EM-CURSO
           MOVE 1                    TO WS-SEQ-NOVO
           MOVE "N"                  TO WS-FIM-LEITURA
           OPEN INPUT ACORDO-DAT
           IF WS-FS-ACORDO NOT = "00"
               GO TO 2100-FIM
           END-IF
           MOVE WS-MATRICULA-PEDIDA  TO WS-ACORDO-MATRICULA
           MOVE ZERO                 TO WS-ACORDO-SEQ
           START ACORDO-DAT KEY IS NOT LESS WS-CHAVE-ACORDO
               INVALID KEY
                   SET WS-LEITURA-ESGOTADA TO TRUE
           END-START
           PERFORM 2150-LER-ACORDO
                   UNTIL WS-LEITURA-ESGOTADA
           CLOSE ACORDO-DAT.
       2100-FIM.
           CONTINUE.

       2150-LER-ACORDO SECTION.
           READ ACORDO-DAT NEXT RECORD
               AT END
                   SET WS-LEITURA-ESGOTADA TO TRUE
                   GO TO 2150-FIM
           END-READ
           IF WS-ACORDO-MATRICULA NOT = WS-MATRICULA-PEDIDA
               SET WS-LEITURA-ESGOTADA TO TRUE
               GO TO 2150-FIM
           END-IF
           IF WS-ACORDO-ATIVO
               SET WS-TEM-ACORDO-ATIVO TO TRUE
           END-IF
           COMPUTE WS-SEQ-NOVO = WS-ACORDO-SEQ + 1.
       2150-FIM.
           CONTINUE.

       2200-CARREGAR-VENCIDAS SECTION.
           MOVE ZERO                 TO WS-QTDE-ORIGENS
           MOVE "N"                  TO WS-EXCESSO-ORIGENS
           MOVE "N"                  TO WS-FIM-PARCELAS
           MOVE ZEROS                TO WS-TOT-PRINCIPAL WS-TOT-MULTA
                                        WS-TOT-JUROS WS-TOT-SALDO
           OPEN INPUT PARCELA-DAT
           IF WS-FS-PARCELA NOT = "00"
               DISPLAY "ERRO AO ABRIR PARCELA.DAT - STATUS "
                       WS-FS-PARCELA
               GO TO 2200-FIM
           END-IF
           MOVE WS-MATRICULA-PEDIDA  TO
               WS-MATRICULA IN WS-CHAVE-PARCELA
           MOVE ZEROS                TO
               WS-COD-MATERIA IN WS-CHAVE-PARCELA
               WS-TERMO IN WS-CHAVE-PARCELA
               WS-NUM-PARCELA
           START PARCELA-DAT KEY IS NOT LESS WS-CHAVE-PARCELA
               INVALID KEY
                   SET WS-PARCELAS-ESGOTADAS TO TRUE
           END-START
           PERFORM 2250-AVALIAR-PARCELA
                   UNTIL WS-PARCELAS-ESGOTADAS
           CLOSE PARCELA-DAT.
       2200-FIM.
           CONTINUE.

       2250-AVALIAR-PARCELA SECTION.
           READ PARCELA-DAT NEXT RECORD
               AT END
                   SET WS-PARCELAS-ESGOTADAS TO TRUE
                   GO TO 2250-FIM
           END-READ
           IF WS-MATRICULA IN WS-CHAVE-PARCELA NOT =
              WS-MATRICULA-PEDIDA
               SET WS-PARCELAS-ESGOTADAS TO TRUE
               GO TO 2250-FIM
           END-IF
           IF WS-PARCELA-QUITADA OR WS-PARCELA-CANCELADA OR
              WS-PARCELA-RENEGOCIADA OR
              WS-VENC-PARCELA NOT < WS-DATA-HOJE
               GO TO 2250-FIM
           END-IF
           COMPUTE WS-SALDO-PARCELA = WS-VALOR-PARCELA +
                   WS-MULTA-PARCELA + WS-JUROS-PARCELA -
                   WS-PAGO-PARCELA
           IF WS-SALDO-PARCELA NOT > ZEROS
               GO TO 2250-FIM
           END-IF
           IF WS-QTDE-ORIGENS NOT < WS-MAX-ORIGENS
               SET WS-TABELA-ESTOURADA TO TRUE
               SET WS-PARCELAS-ESGOTADAS TO TRUE
               GO TO 2250-FIM
           END-IF
           ADD 1                     TO WS-QTDE-ORIGENS
           MOVE WS-COD-MATERIA IN WS-CHAVE-PARCELA
               TO WS-ORI-MATERIA (WS-QTDE-ORIGENS)
           MOVE WS-TERMO IN WS-CHAVE-PARCELA
               TO WS-ORI-TERMO (WS-QTDE-ORIGENS)
           MOVE WS-NUM-PARCELA
               TO WS-ORI-PARCELA (WS-QTDE-ORIGENS)
           MOVE WS-VENC-PARCELA
               TO WS-ORI-VENCIMENTO (WS-QTDE-ORIGENS)
           MOVE WS-JUROS-PARCELA
               TO WS-ORI-JUROS (WS-QTDE-ORIGENS)
           MOVE WS-SALDO-PARCELA
               TO WS-ORI-SALDO (WS-QTDE-ORIGENS)
           MOVE ZEROS
               TO WS-ORI-DISPENSA (WS-QTDE-ORIGENS)
           IF WS-PAGO-PARCELA < WS-VALOR-PARCELA
               COMPUTE WS-PRINCIPAL-ABERTO =
                       WS-VALOR-PARCELA - WS-PAGO-PARCELA
           ELSE
               MOVE ZEROS            TO WS-PRINCIPAL-ABERTO
           END-IF
           ADD WS-PRINCIPAL-ABERTO   TO WS-TOT-PRINCIPAL
           ADD WS-MULTA-PARCELA      TO WS-TOT-MULTA
           ADD WS-JUROS-PARCELA      TO WS-TOT-JUROS
           ADD WS-SALDO-PARCELA      TO WS-TOT-SALDO
           MOVE WS-SALDO-PARCELA     TO WS-VALOR-EDIT
           DISPLAY "  MTR " WS-COD-MATERIA IN WS-CHAVE-PARCELA
                   " TRM " WS-TERMO IN WS-CHAVE-PARCELA
                   " PC " WS-NUM-PARCELA
                   " VENC " WS-VENC-PARCELA
                   " SALDO R$" WS-VALOR-EDIT.
       2250-FIM.
           CONTINUE.

      ******************************************************************
      * A DISPENSA DE JUROS EXIGE SUPERVISOR (NIVEL 9). SE O PROPRIO
      * OPERADOR DO CAIXA E SUPERVISOR, A AUTORIZACAO E A DELE; SENAO
      * O SUPERVISOR SE IDENTIFICA NO TERMINAL COM A PROPRIA SENHA,
      * CONFERIDA NO MESTRE DE OPERADORES COMO NO SIGNON.
      ******************************************************************
       2300-AUTORIZAR-DISPENSA SECTION.
           MOVE "N"                  TO WS-AUTORIZACAO
           IF WS-SIGN-SUPERVISOR
               MOVE WS-SIGN-OPERADOR TO WS-SUPERVISOR-AUT
               SET WS-DISPENSA-AUTORIZADA TO TRUE
               GO TO 2300-FIM
           END-IF
           DISPLAY "DISPENSA DE JUROS EXIGE AUTORIZACAO DE "
                   "SUPERVISOR."
           DISPLAY "SUPERVISOR : " WITH NO ADVANCING
           ACCEPT WS-SUPERVISOR-AUT
           DISPLAY "SENHA      : " WITH NO ADVANCING
           ACCEPT WS-SENHA-DIGITADA
           OPEN INPUT OPERADOR-DAT
           IF WS-FS-OPERADOR NOT = "00"
               DISPLAY "ERRO AO ABRIR OPERADOR.DAT - STATUS "
                       WS-FS-OPERADOR
               GO TO 2300-FIM
           END-IF
           MOVE WS-SUPERVISOR-AUT    TO WS-OPER-ID
           READ OPERADOR-DAT KEY IS WS-OPER-ID
               INVALID KEY
                   DISPLAY "SUPERVISOR OU SENHA INVALIDOS."
           END-READ
           IF WS-FS-OPERADOR = "00"
               IF WS-OPER-ATIVO AND WS-OPER-SUPERVISOR AND
                  WS-SENHA-DIGITADA = WS-OPER-SENHA
                   SET WS-DISPENSA-AUTORIZADA TO TRUE
               ELSE
                   DISPLAY "SUPERVISOR OU SENHA INVALIDOS."
               END-IF
           END-IF
           CLOSE OPERADOR-DAT.
       2300-FIM.
           CONTINUE.

      ******************************************************************
      * A DISPENSA INCIDE SO SOBRE OS JUROS APROPRIADOS DA PARCELA E
      * NUNCA PASSA DO SALDO DELA (JUROS JA PAGOS NAO SE DEVOLVEM).
      ******************************************************************
       2350-CALCULAR-DISPENSA SECTION.
           COMPUTE WS-ORI-DISPENSA (WS-IND) ROUNDED =
                   WS-ORI-JUROS (WS-IND) * WS-PERC-DISPENSA / 100
           IF WS-ORI-DISPENSA (WS-IND) > WS-ORI-SALDO (WS-IND)
               MOVE WS-ORI-SALDO (WS-IND)
                   TO WS-ORI-DISPENSA (WS-IND)
           END-IF
           ADD WS-ORI-DISPENSA (WS-IND) TO WS-TOT-DISPENSA.

       2400-EXIBIR-PARCELA SECTION.
           PERFORM 2450-CALCULAR-VENCIMENTO
           IF WS-IND-PARC = WS-QTDE-PARC-INF
               MOVE WS-VALOR-ULTIMA  TO WS-VALOR-EDIT
           ELSE
               MOVE WS-VALOR-PARC-ACORDO TO WS-VALOR-EDIT
           END-IF
           DISPLAY "  PARCELA " WS-IND-PARC " VENC " WS-VENC-CALCULADO
                   " VALOR R$" WS-VALOR-EDIT.

      ******************************************************************
      * VENCIMENTO DA PARCELA WS-IND-PARC: O DIA DA PRIMEIRA, TANTOS
      * MESES DEPOIS QUANTAS PARCELAS A SEPARAM DELA.
      ******************************************************************
       2450-CALCULAR-VENCIMENTO SECTION.
           COMPUTE WS-MESES-CORRIDOS = WS-PRIM-ANO * 12 +
                   WS-PRIM-MES - 1 + WS-IND-PARC - 1
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-VENC-ANO
                   REMAINDER WS-VENC-MES
           ADD 1                     TO WS-VENC-MES
           MOVE WS-PRIM-DIA          TO WS-VENC-DIA
           MOVE WS-VENC-DECOMPOSTO   TO WS-VENC-CALCULADO.

      ******************************************************************
      * GRAVA O ACORDO, OS ITENS (PARCELAS ORIGINAIS, AGORA
      * RENEGOCIADAS, COM OS JUROS DISPENSADOS JA ABATIDOS) E AS
      * PARCELAS DO ACORDO. O ALUNO BLOQUEADO NO MOMENTO DO ACORDO
      * FICA MARCADO: O BLOQUEIO SO CAI COM A PRIMEIRA PARCELA PAGA.
      ******************************************************************
       3000-GRAVAR-ACORDO SECTION.
           OPEN I-O ACORDO-DAT
           IF WS-FS-ACORDO = "35"
               OPEN OUTPUT ACORDO-DAT
               CLOSE ACORDO-DAT
               OPEN I-O ACORDO-DAT
           END-IF
           OPEN I-O ACITE-DAT
           IF WS-FS-ACITE = "35"
               OPEN OUTPUT ACITE-DAT
               CLOSE ACITE-DAT
               OPEN I-O ACITE-DAT
           END-IF
           OPEN I-O ACPAR-DAT
           IF WS-FS-ACPAR = "35"
               OPEN OUTPUT ACPAR-DAT
               CLOSE ACPAR-DAT
               OPEN I-O ACPAR-DAT
           END-IF
           OPEN I-O PARCELA-DAT
           IF WS-FS-ACORDO NOT = "00" OR WS-FS-ACITE NOT = "00" OR
              WS-FS-ACPAR NOT = "00" OR WS-FS-PARCELA NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DO ACORDO - STATUS "
                       WS-FS-ACORDO " " WS-FS-ACITE " "
                       WS-FS-ACPAR " " WS-FS-PARCELA
               CLOSE ACORDO-DAT ACITE-DAT ACPAR-DAT PARCELA-DAT
               GO TO 3000-FIM
           END-IF

           MOVE SPACES               TO WS-REG-ACORDO
           MOVE WS-MATRICULA-PEDIDA  TO WS-ACORDO-MATRICULA
           MOVE WS-SEQ-NOVO          TO WS-ACORDO-SEQ
           MOVE WS-DATA-HOJE         TO WS-ACORDO-DATA
                                        WS-ACORDO-DATA-SITUACAO
           MOVE WS-TOT-PRINCIPAL     TO WS-ACORDO-PRINCIPAL
           MOVE WS-TOT-MULTA         TO WS-ACORDO-MULTA
           MOVE WS-TOT-JUROS         TO WS-ACORDO-JUROS
           MOVE WS-TOT-DISPENSA      TO WS-ACORDO-DISPENSA
           MOVE WS-TOTAL-ACORDO      TO WS-ACORDO-TOTAL
           MOVE WS-QTDE-PARC-INF     TO WS-ACORDO-QTDE-PARC
           MOVE ZERO                 TO WS-ACORDO-PARC-PAGAS
           MOVE WS-QTDE-ORIGENS      TO WS-ACORDO-QTDE-ITENS
           MOVE WS-SIGN-OPERADOR     TO WS-ACORDO-OPERADOR
           MOVE WS-SUPERVISOR-AUT    TO WS-ACORDO-SUPERVISOR
           MOVE "N"                  TO WS-ACORDO-BLOQUEIO
                                        WS-ACORDO-ENTRADA
           SET WS-ACORDO-ATIVO       TO TRUE
           PERFORM 3100-VERIFICAR-BLOQUEIO
           WRITE WS-REG-ACORDO
           IF WS-FS-ACORDO NOT = "00"
               DISPLAY "ERRO AO GRAVAR ACORDO - STATUS " WS-FS-ACORDO
               CLOSE ACORDO-DAT ACITE-DAT ACPAR-DAT PARCELA-DAT
               GO TO 3000-FIM
           END-IF

           PERFORM 3200-GRAVAR-ITEM
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTDE-ORIGENS
           PERFORM 3300-GRAVAR-PARCELA-ACORDO
                   VARYING WS-IND-PARC FROM 1 BY 1
                   UNTIL WS-IND-PARC > WS-QTDE-PARC-INF
           CLOSE ACORDO-DAT ACITE-DAT ACPAR-DAT PARCELA-DAT

      *    A DISPENSA FICA NA TRILHA DE AUDITORIA EM NOME DO
      *    SUPERVISOR QUE A AUTORIZOU.
           IF WS-TOT-DISPENSA > ZEROS
               MOVE "S"                 TO WS-RESPOSTA
               MOVE "ACORDMNT"          TO WS-AUD-CALL-PROGRAMA
               MOVE WS-SIGN-TERMINAL    TO WS-AUD-CALL-TERMINAL
               MOVE WS-SUPERVISOR-AUT   TO WS-AUD-CALL-OPERADOR
               MOVE "AUTORIZAR DISPENSA JUROS"
                                        TO WS-AUD-CALL-ACAO
               CALL "GRAVAUD" USING WS-AUD-CALL-PROGRAMA
                       WS-AUD-CALL-TERMINAL WS-AUD-CALL-OPERADOR
                       WS-AUD-CALL-ACAO WS-RESPOSTA
           END-IF
           DISPLAY "ACORDO FIRMADO - SEQUENCIAL " WS-SEQ-NOVO
                   " DA MATRICULA " WS-MATRICULA-PEDIDA "."
           IF WS-ACORDO-COM-BLOQUEIO
               DISPLAY "O BLOQUEIO FINANCEIRO CAI COM O PAGAMENTO "
                       "DA PRIMEIRA PARCELA DO ACORDO."
           END-IF.
       3000-FIM.
           CONTINUE.

       3100-VERIFICAR-BLOQUEIO SECTION.
           OPEN INPUT BLOQFIN-DAT
           IF WS-FS-BLOQUEIO NOT = "00"
               GO TO 3100-FIM
           END-IF
           MOVE WS-MATRICULA-PEDIDA
               TO WS-MATRICULA IN WS-REG-BLOQUEIO
           READ BLOQFIN-DAT KEY IS WS-MATRICULA IN WS-REG-BLOQUEIO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-BLOQUEIO = "00" AND WS-ALUNO-BLOQUEADO
               MOVE "S"              TO WS-ACORDO-BLOQUEIO
           END-IF
           CLOSE BLOQFIN-DAT.
       3100-FIM.
           CONTINUE.

       3200-GRAVAR-ITEM SECTION.
           MOVE SPACES               TO WS-REG-ACITE
           MOVE WS-MATRICULA-PEDIDA  TO WS-ACITE-MATRICULA
           MOVE WS-SEQ-NOVO          TO WS-ACITE-SEQ-ACORDO
           MOVE WS-ORI-MATERIA (WS-IND) TO WS-ACITE-COD-MATERIA
           MOVE WS-ORI-TERMO (WS-IND)   TO WS-ACITE-TERMO
           MOVE WS-ORI-PARCELA (WS-IND) TO WS-ACITE-NUM-PARCELA
           COMPUTE WS-ACITE-SALDO = WS-ORI-SALDO (WS-IND) -
                   WS-ORI-DISPENSA (WS-IND)
           MOVE WS-ORI-DISPENSA (WS-IND) TO WS-ACITE-DISPENSA
           WRITE WS-REG-ACITE
           IF WS-FS-ACITE NOT = "00"
               DISPLAY "ERRO AO GRAVAR ITEM DO ACORDO - STATUS "
                       WS-FS-ACITE
               PERFORM 3900-ABORTAR-ACORDO
           END-IF

           MOVE WS-MATRICULA-PEDIDA  TO
               WS-MATRICULA IN WS-CHAVE-PARCELA
           MOVE WS-ORI-MATERIA (WS-IND) TO
               WS-COD-MATERIA IN WS-CHAVE-PARCELA
           MOVE WS-ORI-TERMO (WS-IND)   TO
               WS-TERMO IN WS-CHAVE-PARCELA
           MOVE WS-ORI-PARCELA (WS-IND) TO WS-NUM-PARCELA
           READ PARCELA-DAT KEY IS WS-CHAVE-PARCELA
               INVALID KEY
                   DISPLAY "PARCELA " WS-NUM-PARCELA " NAO "
                           "ENCONTRADA - NAO RENEGOCIADA."
           END-READ
           IF WS-FS-PARCELA = "00"
               SUBTRACT WS-ORI-DISPENSA (WS-IND) FROM WS-JUROS-PARCELA
               SET WS-PARCELA-RENEGOCIADA TO TRUE
               REWRITE WS-REG-PARCELA
               IF WS-FS-PARCELA NOT = "00"
                   DISPLAY "ERRO AO RENEGOCIAR PARCELA - STATUS "
                           WS-FS-PARCELA
                   PERFORM 3900-ABORTAR-ACORDO
               END-IF
           END-IF.

       3300-GRAVAR-PARCELA-ACORDO SECTION.
           PERFORM 2450-CALCULAR-VENCIMENTO
           MOVE SPACES               TO WS-REG-ACPAR
           MOVE WS-MATRICULA-PEDIDA  TO WS-ACPAR-MATRICULA
           MOVE WS-SEQ-NOVO          TO WS-ACPAR-SEQ-ACORDO
           MOVE WS-IND-PARC          TO WS-ACPAR-NUM-PARCELA
           MOVE WS-VENC-CALCULADO    TO WS-ACPAR-VENCIMENTO
           IF WS-IND-PARC = WS-QTDE-PARC-INF
               MOVE WS-VALOR-ULTIMA  TO WS-ACPAR-VALOR
           ELSE
               MOVE WS-VALOR-PARC-ACORDO TO WS-ACPAR-VALOR
           END-IF
           MOVE ZEROS                TO WS-ACPAR-PAGO
                                        WS-ACPAR-DATA-PAGTO
           SET WS-ACPAR-ABERTA       TO TRUE
           WRITE WS-REG-ACPAR
           IF WS-FS-ACPAR NOT = "00"
               DISPLAY "ERRO AO GRAVAR PARCELA DO ACORDO - STATUS "
                       WS-FS-ACPAR
               PERFORM 3900-ABORTAR-ACORDO
           END-IF.

      ******************************************************************
      * FALHA DE GRAVACAO DEPOIS DO CABECALHO DO ACORDO GRAVADO: O
      * ACORDO FICOU INCOMPLETO (ITENS OU PARCELAS FALTANDO, PARCELAS
      * ORIGINAIS JA RENEGOCIADAS) - O PROGRAMA PARA COM RC=8 PARA A
      * CORRECAO SER FEITA ANTES DE QUALQUER OUTRO LANCAMENTO.
      ******************************************************************
       3900-ABORTAR-ACORDO SECTION.
           DISPLAY "ACORDO " WS-SEQ-NOVO " DA MATRICULA "
                   WS-MATRICULA-PEDIDA " GRAVADO INCOMPLETO - "
                   "PROGRAMA ENCERRADO."
           CLOSE ACORDO-DAT ACITE-DAT ACPAR-DAT PARCELA-DAT
           MOVE 8                    TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * CONSULTA EM TELA DOS ACORDOS DO ALUNO, DO MAIS ANTIGO AO MAIS
      * RECENTE, CADA UM COM AS PROPRIAS PARCELAS.
      ******************************************************************
       4000-CONSULTAR-ACORDOS SECTION.
           DISPLAY "MATRICULA DO ALUNO : " WITH NO ADVANCING
           ACCEPT WS-MATRICULA-PEDIDA
           MOVE "N"                  TO WS-FIM-LEITURA
           OPEN INPUT ACORDO-DAT
           IF WS-FS-ACORDO NOT = "00"
               DISPLAY "NENHUM ACORDO CADASTRADO."
               GO TO 4000-FIM
           END-IF
           OPEN INPUT ACPAR-DAT
           MOVE WS-MATRICULA-PEDIDA  TO WS-ACORDO-MATRICULA
           MOVE ZERO                 TO WS-ACORDO-SEQ
           START ACORDO-DAT KEY IS NOT LESS WS-CHAVE-ACORDO
               INVALID KEY
                   SET WS-LEITURA-ESGOTADA TO TRUE
           END-START
           PERFORM 4100-EXIBIR-ACORDO
                   UNTIL WS-LEITURA-ESGOTADA
           CLOSE ACORDO-DAT ACPAR-DAT.
       4000-FIM.
           CONTINUE.

       4100-EXIBIR-ACORDO SECTION.
           READ ACORDO-DAT NEXT RECORD
               AT END
                   SET WS-LEITURA-ESGOTADA TO TRUE
                   GO TO 4100-FIM
           END-READ
           IF WS-ACORDO-MATRICULA NOT = WS-MATRICULA-PEDIDA
               SET WS-LEITURA-ESGOTADA TO TRUE
               GO TO 4100-FIM
           END-IF
           MOVE WS-ACORDO-TOTAL      TO WS-VALOR-EDIT
           DISPLAY "ACORDO " WS-ACORDO-SEQ " DE " WS-ACORDO-DATA
                   " TOTAL R$" WS-VALOR-EDIT
                   " PARCELAS " WS-ACORDO-PARC-PAGAS "/"
                   WS-ACORDO-QTDE-PARC
           EVALUATE TRUE
               WHEN WS-ACORDO-ATIVO
                   DISPLAY "  SITUACAO: ATIVO"
               WHEN WS-ACORDO-QUITADO
                   DISPLAY "  SITUACAO: QUITADO EM "
                           WS-ACORDO-DATA-SITUACAO
               WHEN WS-ACORDO-ROMPIDO
                   DISPLAY "  SITUACAO: ROMPIDO EM "
                           WS-ACORDO-DATA-SITUACAO
                           " - DIVIDA ORIGINAL RESTABELECIDA"
           END-EVALUATE
           IF WS-ACORDO-DISPENSA > ZEROS
               MOVE WS-ACORDO-DISPENSA TO WS-VALOR-EDIT
               DISPLAY "  JUROS DISPENSADOS R$" WS-VALOR-EDIT
                       " AUTORIZADOS POR " WS-ACORDO-SUPERVISOR
           END-IF
           IF WS-FS-ACPAR NOT = "00"
               GO TO 4100-FIM
           END-IF
           MOVE "N"                  TO WS-FIM-PARCELAS
           MOVE WS-ACORDO-MATRICULA  TO WS-ACPAR-MATRICULA
           MOVE WS-ACORDO-SEQ        TO WS-ACPAR-SEQ-ACORDO
           MOVE ZERO                 TO WS-ACPAR-NUM-PARCELA
           START ACPAR-DAT KEY IS NOT LESS WS-CHAVE-ACPAR
               INVALID KEY
                   SET WS-PARCELAS-ESGOTADAS TO TRUE
           END-START
           PERFORM 4200-EXIBIR-PARCELA-ACORDO
                   UNTIL WS-PARCELAS-ESGOTADAS.
       4100-FIM.
           CONTINUE.

       4200-EXIBIR-PARCELA-ACORDO SECTION.
           READ ACPAR-DAT NEXT RECORD
               AT END
                   SET WS-PARCELAS-ESGOTADAS TO TRUE
                   GO TO 4200-FIM
           END-READ
           IF WS-ACPAR-MATRICULA NOT = WS-ACORDO-MATRICULA OR
              WS-ACPAR-SEQ-ACORDO NOT = WS-ACORDO-SEQ
               SET WS-PARCELAS-ESGOTADAS TO TRUE
               GO TO 4200-FIM
           END-IF
           MOVE WS-ACPAR-VALOR       TO WS-VALOR-EDIT
           MOVE WS-ACPAR-PAGO        TO WS-PAGO-EDIT
           DISPLAY "  PC " WS-ACPAR-NUM-PARCELA
                   " VENC " WS-ACPAR-VENCIMENTO
                   " VALOR R$" WS-VALOR-EDIT
                   " PAGO R$" WS-PAGO-EDIT
                   " SIT " WS-ACPAR-SITUACAO.
       4200-FIM.
           CONTINUE.
       END PROGRAM ACORDMNT.
