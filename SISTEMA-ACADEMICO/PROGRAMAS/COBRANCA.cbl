      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: REGUA DE COBRANCA. APURA A DIVIDA VENCIDA DE CADA
      *          ALUNO (PARCELAS EM ABERTO E PARCELAS DE ACORDO, COM
      *          A IDADE CONTADA COMO NO INADIMP: MESES DO VENCIMENTO
      *          ATE O ANO/MES BASE DE CICLO.DAT, VEZES 30 DIAS) E
      *          MANTEM O ESTAGIO DE COBRANCA DO ALUNO EM COBRANCA.DAT.
      *          MODOS (SYSIN):
      *            M - REGUA MENSAL: O ESTAGIO SOBE NO MAXIMO UM
      *                DEGRAU POR COMPETENCIA ATE O QUE A IDADE DA
      *                DIVIDA PEDE (LIMITES EM FINPARM), COM A CARTA
      *                DO NOVO ESTAGIO EM CARTAPRT (AVISO AMIGAVEL,
      *                NOTIFICACAO FORMAL, AVISO FINAL); O DEVEDOR QUE
      *                JA RECEBEU O AVISO FINAL E CONTINUA NO LIMITE
      *                DE NEGATIVACAO VAI PARA O ARQUIVO DO BIRO DE
      *                CREDITO (NEGATDAT, INCLUSAO). DIVIDA QUE
      *                DIMINUIU FAZ O ESTAGIO VOLTAR, SEM CARTA.
      *            E - EXCLUSOES: SO OS NEGATIVADOS - QUEM JA PAGOU
      *                (RETBANCO/PAGTOMNT) OU RENEGOCIOU (ACORDMNT) A
      *                DIVIDA INCLUIDA SAI DO BIRO (NEGATDAT,
      *                EXCLUSAO). RODA TODO DIA, PARA A EXCLUSAO SAIR
      *                DENTRO DO PRAZO LEGAL.
      *          NOS DOIS MODOS TODA MUDANCA DE ESTAGIO SAI NO
      *          RELATORIO COBRAPRT.
      * Modification History:
      * 15/10/2026 LHG - CPF DO DEVEDOR NO ARQUIVO DO BIRO E
      *                   ENDERECO NAS CARTAS, DOS DADOS PESSOAIS DO
      *                   ALUNO (CONTATO.DAT E ENDERECO.DAT,
      *                   OPCIONAIS).
      * 15/10/2026 LHG - STATUS DE COBRANCA.DAT CONFERIDO SO QUANDO HA
      *                   GRAVACAO (ALUNO EM DIA SEM REGISTRO NAO DA
      *                   MAIS ERRO).
      * 15/10/2026 LHG - ABERTURA DO ARQUIVO DO BIRO, DAS CARTAS E DO
      *                   RELATORIO CONFERIDA (RC=8 EM ERRO).
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-DAT          ASSIGN TO "ALUNODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-MATRICULA IN WS-REG-ALUNO
                                      FILE STATUS IS WS-FS-ALUNO.

           SELECT PARCELA-DAT        ASSIGN TO "PARCEDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-PARCELA
                                      FILE STATUS IS WS-FS-PARCELA.

           SELECT ACPAR-DAT          ASSIGN TO "ACPARDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-ACPAR
                                      FILE STATUS IS WS-FS-ACPAR.

           SELECT CONTATO-DAT        ASSIGN TO "CONTADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CONT-MATRICULA
                                      FILE STATUS IS WS-FS-CONTATO.

           SELECT ENDERECO-DAT       ASSIGN TO "ENDERDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-END-MATRICULA
                                      FILE STATUS IS WS-FS-ENDERECO.

           SELECT COBRANCA-DAT       ASSIGN TO "COBRADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-COBR-MATRICULA
                                      FILE STATUS IS WS-FS-COBRANCA.

           SELECT CICLO-DAT          ASSIGN TO "CICLODAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CICLO.

           SELECT NEGATIV-DAT        ASSIGN TO "NEGATDAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-NEGATIV.

           SELECT CARTAS-PRT         ASSIGN TO "CARTAPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CARTAS.

           SELECT COBRANCA-PRT       ASSIGN TO "COBRAPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-COBRAPRT.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-DAT.
           COPY ALUNOREG.

       FD  PARCELA-DAT.
           COPY PARCREG.

       FD  ACPAR-DAT.
           COPY ACPARREG.

       FD  CONTATO-DAT.
           COPY CONTREG.

       FD  ENDERECO-DAT.
           COPY ENDRREG.

       FD  COBRANCA-DAT.
           COPY COBRREG.

       FD  CICLO-DAT
           RECORD CONTAINS 40 CHARACTERS.
           COPY CICLOREG.

       FD  NEGATIV-DAT
           RECORD CONTAINS 120 CHARACTERS.
           COPY NEGATREG.

       FD  CARTAS-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-CARTA            PIC X(080).

       FD  COBRANCA-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-COBRANCA         PIC X(080).

       WORKING-STORAGE SECTION.
           COPY FINPARM.
       77  WS-FS-ALUNO               PIC X(002) VALUE "00".
       77  WS-FS-PARCELA             PIC X(002) VALUE "00".
       77  WS-FS-ACPAR               PIC X(002) VALUE "00".
       77  WS-FS-COBRANCA            PIC X(002) VALUE "00".
       77  WS-FS-CONTATO             PIC X(002) VALUE "00".
       77  WS-FS-ENDERECO            PIC X(002) VALUE "00".
       77  WS-FS-CICLO               PIC X(002) VALUE "00".
       77  WS-FS-NEGATIV             PIC X(002) VALUE "00".
       77  WS-FS-CARTAS              PIC X(002) VALUE "00".
       77  WS-FS-COBRAPRT            PIC X(002) VALUE "00".
       77  WS-MODO-EXECUCAO          PIC X(001) VALUE SPACE.
           88  WS-MODO-MENSAL            VALUE "M" "m".
           88  WS-MODO-EXCLUSAO          VALUE "E" "e".
       77  WS-ARQ-ACPAR              PIC X(001) VALUE "N".
           88  WS-ACPAR-ABERTO           VALUE "S".
       77  WS-ARQ-CONTATO            PIC X(001) VALUE "N".
           88  WS-CONTATO-ABERTO         VALUE "S".
       77  WS-ARQ-ENDERECO           PIC X(001) VALUE "N".
           88  WS-ENDERECO-ABERTO        VALUE "S".
       77  WS-FIM-LEITURA            PIC X(001) VALUE "N".
           88  WS-FIM-DA-LEITURA         VALUE "S".
       77  WS-FIM-LISTA              PIC X(001) VALUE "N".
           88  WS-FIM-DA-LISTA           VALUE "S".
       77  WS-COBR-EXISTE            PIC X(001) VALUE "N".
           88  WS-COBR-CADASTRADA        VALUE "S".
       77  WS-ANO-MES-BASE           PIC 9(006) VALUE ZEROS.
       77  WS-DATA-REFERENCIA        PIC 9(008) VALUE ZEROS.
       77  WS-MATRICULA-APURADA      PIC 9(011) VALUE ZEROS.
       77  WS-MESES-ATRASO           PIC S9(005) COMP VALUE ZERO.
       77  WS-DIAS-ATRASO            PIC 9(005) VALUE ZERO.
       77  WS-SALDO-ITEM             PIC 9(011)V99 VALUE ZEROS.
       77  WS-VENC-ITEM              PIC 9(008) VALUE ZEROS.
       77  WS-APU-SALDO              PIC 9(011)V99 VALUE ZEROS.
       77  WS-APU-SALDO-LIMITE       PIC 9(011)V99 VALUE ZEROS.
       77  WS-APU-DIAS-MAX           PIC 9(005) VALUE ZERO.
       77  WS-APU-VENC-ANTIGO        PIC 9(008) VALUE ZEROS.
       77  WS-APU-VENC-RECENTE       PIC 9(008) VALUE ZEROS.
       77  WS-ESTAGIO-ALVO           PIC 9(001) VALUE ZERO.
       77  WS-ESTAGIO-ANTERIOR       PIC 9(001) VALUE ZERO.
       77  WS-ACAO                   PIC X(022) VALUE SPACES.
       77  WS-QTDE-APURADOS          PIC 9(007) VALUE ZERO.
       77  WS-QTDE-JA-APURADOS       PIC 9(007) VALUE ZERO.
       77  WS-QTDE-MUDANCAS          PIC 9(007) VALUE ZERO.
       77  WS-QTDE-CARTAS            PIC 9(007) VALUE ZERO.
       77  WS-QTDE-INCLUSOES         PIC 9(007) VALUE ZERO.
       77  WS-QTDE-EXCLUSOES         PIC 9(007) VALUE ZERO.
       77  WS-QTDE-SEM-CPF           PIC 9(007) VALUE ZERO.
       77  WS-TOTAL-INCLUIDO         PIC 9(013)V99 VALUE ZEROS.
       77  WS-IND-TEXTO              PIC 9(002) COMP VALUE ZERO.

       01  WS-BASE-DECOMPOSTA.
           03  WS-BASE-ANO           PIC 9(004).
           03  WS-BASE-MES           PIC 9(002).

       01  WS-VENC-DECOMPOSTO.
           03  WS-VENC-ANO           PIC 9(004).
           03  WS-VENC-MES           PIC 9(002).
           03  WS-VENC-DIA           PIC 9(002).

      ******************************************************************
      * TEXTO DAS CARTAS - TRES LINHAS POR ESTAGIO (1 AMIGAVEL,
      * 2 FORMAL, 3 AVISO FINAL), NA ORDEM DO ESTAGIO.
      ******************************************************************
       01  WS-TEXTOS-CARTA-VAL.
           03  FILLER                PIC X(070) VALUE
               "AVISO DE COBRANCA".
           03  FILLER                PIC X(070) VALUE
               "NAO IDENTIFICAMOS O PAGAMENTO DO VALOR ABAIXO.".
           03  FILLER                PIC X(070) VALUE
               "SE O PAGAMENTO JA FOI FEITO, DESCONSIDERE ESTE AVISO.".
           03  FILLER                PIC X(070) VALUE
               "NOTIFICACAO DE DEBITO EM ATRASO".
           03  FILLER                PIC X(070) VALUE
               "FICA O(A) ALUNO(A) NOTIFICADO(A) DO DEBITO ABAIXO.".
           03  FILLER                PIC X(070) VALUE
               "REGULARIZE NO CAIXA OU NEGOCIE NA TESOURARIA.".
           03  FILLER                PIC X(070) VALUE
               "AVISO FINAL ANTES DA NEGATIVACAO".
           03  FILLER                PIC X(070) VALUE
               "SEM A REGULARIZACAO DO DEBITO ABAIXO, O NOME SERA".
           03  FILLER                PIC X(070) VALUE
               "INCLUIDO NOS CADASTROS DE CREDITO (SPC/SERASA).".
       01  WS-TEXTOS-CARTA REDEFINES WS-TEXTOS-CARTA-VAL.
           03  WS-TEXTO-CARTA        PIC X(070) OCCURS 9 TIMES.

       01  WS-CAB-CARTA.
           03  FILLER                PIC X(034) VALUE
               "DEPARTAMENTO FINANCEIRO - EMITIDA ".
           03  WS-CAR-DATA           PIC 9(008).

       01  WS-LIN-CARTA-ALUNO.
           03  FILLER                PIC X(010) VALUE "ALUNO(A): ".
           03  WS-CAR-NOME           PIC X(060).

       01  WS-LIN-CARTA-MATR.
           03  FILLER                PIC X(011) VALUE "MATRICULA: ".
           03  WS-CAR-MATRICULA      PIC 9(011).
           03  FILLER                PIC X(008) VALUE "  TURMA ".
           03  WS-CAR-TURMA          PIC X(002).

       01  WS-LIN-CARTA-CIDADE.
           03  WS-CAR-BAIRRO         PIC X(015).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-CAR-CIDADE         PIC X(024).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-CAR-UF             PIC X(002).
           03  FILLER                PIC X(006) VALUE "  CEP ".
           03  WS-CAR-CEP            PIC 9(008).

       01  WS-LIN-CARTA-TEXTO.
           03  FILLER                PIC X(002) VALUE SPACES.
           03  WS-CAR-TEXTO          PIC X(070).

       01  WS-LIN-CARTA-VALOR.
           03  FILLER                PIC X(019) VALUE
               "DEBITO EM ATRASO: R".
           03  WS-CAR-SALDO          PIC ZZZZZZZZZ9.99.
           03  FILLER                PIC X(024) VALUE
               " VENCIDO DESDE ".
           03  WS-CAR-VENCIMENTO     PIC 9(008).

       01  WS-ROD-CARTA              PIC X(080) VALUE
           "DOCUMENTO EMITIDO PELO SISTEMA ACADEMICO".

       01  WS-CAB-COBRANCA.
           03  FILLER                PIC X(040) VALUE
               "REGUA DE COBRANCA - MUDANCAS DE ESTAGIO".
           03  FILLER                PIC X(007) VALUE " MODO ".
           03  WS-CAB-MODO           PIC X(001).
           03  FILLER                PIC X(006) VALUE " REF. ".
           03  WS-CAB-DATA           PIC 9(008).

       01  WS-DET-COBRANCA.
           03  FILLER                PIC X(005) VALUE "  MAT".
           03  WS-DET-MATRICULA      PIC 9(011).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DET-ANTERIOR       PIC 9(001).
           03  FILLER                PIC X(002) VALUE "->".
           03  WS-DET-NOVO           PIC 9(001).
           03  FILLER                PIC X(006) VALUE " DIAS ".
           03  WS-DET-DIAS           PIC ZZZZ9.
           03  FILLER                PIC X(002) VALUE " R".
           03  WS-DET-SALDO          PIC ZZZZZZZZZ9.99.
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DET-ACAO           PIC X(022).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           DISPLAY "MODO (M=REGUA MENSAL, E=EXCLUSOES DO BIRO) : "
                   WITH NO ADVANCING
           ACCEPT WS-MODO-EXECUCAO
           IF NOT WS-MODO-MENSAL AND NOT WS-MODO-EXCLUSAO
               DISPLAY "MODO INVALIDO - REGUA RECUSADA."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-ABERTURA
           IF WS-MODO-MENSAL
               PERFORM 2000-REGUA-ALUNO
                       UNTIL WS-FIM-DA-LEITURA
           ELSE
               PERFORM 3000-EXCLUSAO-NEGATIVADO
                       UNTIL WS-FIM-DA-LEITURA
           END-IF
           PERFORM 8000-RESUMO
           PERFORM 9000-ENCERRAMENTO
           STOP RUN.

      ******************************************************************
      * O ANO/MES BASE DA IDADE DA DIVIDA E A COMPETENCIA DE CICLO.DAT
      * (A MESMA DO INADIMP) E A DATA DAS OCORRENCIAS E A DATA DE
      * MOVIMENTO ESTAMPADA PELO CICLO NOTURNO (A DO DIA, SE AINDA
      * NAO HOUVER). SEM ACORDPAR (NENHUM ACORDO) SO AS PARCELAS DAS
      * FATURAS CONTAM.
      ******************************************************************
       1000-ABERTURA SECTION.
           OPEN INPUT CICLO-DAT
           IF WS-FS-CICLO NOT = "00"
               DISPLAY "CICLO.DAT INEXISTENTE - EXECUTE O CICLOCTL "
                       "(MODO I) ANTES DA REGUA DE COBRANCA."
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
           MOVE WS-CICLO-COMPETENCIA TO WS-ANO-MES-BASE
           MOVE WS-ANO-MES-BASE      TO WS-BASE-DECOMPOSTA
           MOVE WS-CICLO-DATA-MOVTO  TO WS-DATA-REFERENCIA
           IF WS-DATA-REFERENCIA = ZEROS
               ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF
           DISPLAY "ANO/MES BASE DA REGUA : " WS-ANO-MES-BASE

           OPEN INPUT ALUNO-DAT
           IF WS-FS-ALUNO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - STATUS " WS-FS-ALUNO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARCELA-DAT
           IF WS-FS-PARCELA NOT = "00"
               DISPLAY "ERRO AO ABRIR PARCELA.DAT - STATUS "
                       WS-FS-PARCELA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACPAR-DAT
           IF WS-FS-ACPAR = "00"
               SET WS-ACPAR-ABERTO   TO TRUE
           END-IF
           OPEN INPUT CONTATO-DAT
           IF WS-FS-CONTATO = "00"
               SET WS-CONTATO-ABERTO TO TRUE
           END-IF
           OPEN INPUT ENDERECO-DAT
           IF WS-FS-ENDERECO = "00"
               SET WS-ENDERECO-ABERTO TO TRUE
           END-IF
           OPEN I-O COBRANCA-DAT
           IF WS-FS-COBRANCA = "35"
               OPEN OUTPUT COBRANCA-DAT
               CLOSE COBRANCA-DAT
               OPEN I-O COBRANCA-DAT
           END-IF
           IF WS-FS-COBRANCA NOT = "00"
               DISPLAY "ERRO AO ABRIR COBRANCA.DAT - STATUS "
                       WS-FS-COBRANCA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NEGATIV-DAT
           IF WS-FS-NEGATIV NOT = "00"
               DISPLAY "ERRO AO CRIAR O ARQUIVO DO BIRO - STATUS "
                       WS-FS-NEGATIV
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CARTAS-PRT
           IF WS-FS-CARTAS NOT = "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CARTAS - STATUS "
                       WS-FS-CARTAS
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT COBRANCA-PRT
           IF WS-FS-COBRAPRT NOT = "00"
               DISPLAY "ERRO AO ABRIR O RELATORIO DE COBRANCA - STATUS "
                       WS-FS-COBRAPRT
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MODO-EXECUCAO     TO WS-CAB-MODO
           MOVE WS-DATA-REFERENCIA   TO WS-CAB-DATA
           WRITE WS-LINHA-COBRANCA FROM WS-CAB-COBRANCA

           MOVE SPACES               TO WS-REG-NEGATIV
           SET WS-NEG-CABECALHO      TO TRUE
           MOVE WS-DATA-REFERENCIA   TO WS-NEG-CAB-GERACAO
           MOVE WS-MODO-EXECUCAO     TO WS-NEG-CAB-MODO
           MOVE "ACADEMICO"          TO WS-NEG-CAB-ORIGEM
           WRITE WS-REG-NEGATIV

           IF WS-MODO-MENSAL
               PERFORM 2050-LER-ALUNO
           ELSE
               PERFORM 3050-LER-COBRANCA
           END-IF.

      ******************************************************************
      * REGUA MENSAL DE UM ALUNO. ALUNO JA PASSADO NA REGUA DESTA
      * COMPETENCIA (REEXECUCAO) E PULADO. O NEGATIVADO SO SAI DO
      * BIRO QUANDO A DIVIDA INCLUIDA ESTIVER PAGA; OS DEMAIS SOBEM
      * UM ESTAGIO POR MES ATE O QUE A IDADE DA DIVIDA PEDE - A
      * NEGATIVACAO SO VEM DEPOIS DO AVISO FINAL - OU VOLTAM, SEM
      * CARTA, QUANDO A DIVIDA DIMINUI.
      ******************************************************************
       2000-REGUA-ALUNO SECTION.
           MOVE WS-MATRICULA IN WS-REG-ALUNO TO WS-COBR-MATRICULA
           MOVE "S"                  TO WS-COBR-EXISTE
           READ COBRANCA-DAT KEY IS WS-COBR-MATRICULA
               INVALID KEY
                   MOVE "N"          TO WS-COBR-EXISTE
           END-READ
           IF WS-COBR-CADASTRADA AND
              WS-COBR-COMPET-REGUA = WS-ANO-MES-BASE
               ADD 1                 TO WS-QTDE-JA-APURADOS
               GO TO 2000-PROXIMO
           END-IF
           IF NOT WS-COBR-CADASTRADA
               MOVE ZEROS            TO WS-REG-COBRANCA
               MOVE WS-MATRICULA IN WS-REG-ALUNO
                                     TO WS-COBR-MATRICULA
           END-IF

           MOVE WS-COBR-MATRICULA    TO WS-MATRICULA-APURADA
           PERFORM 2100-APURAR-DIVIDA
           ADD 1                     TO WS-QTDE-APURADOS
           MOVE WS-COBR-ESTAGIO      TO WS-ESTAGIO-ANTERIOR
           MOVE SPACES               TO WS-ACAO

           EVALUATE TRUE
               WHEN WS-APU-DIAS-MAX NOT < WS-COBR-DIAS-NEGATIVAR
                   MOVE 4            TO WS-ESTAGIO-ALVO
               WHEN WS-APU-DIAS-MAX NOT < WS-COBR-DIAS-FINAL
                   MOVE 3            TO WS-ESTAGIO-ALVO
               WHEN WS-APU-DIAS-MAX NOT < WS-COBR-DIAS-FORMAL
                   MOVE 2            TO WS-ESTAGIO-ALVO
               WHEN WS-APU-DIAS-MAX NOT < WS-COBR-DIAS-AMIGAVEL
                   MOVE 1            TO WS-ESTAGIO-ALVO
               WHEN OTHER
                   MOVE 0            TO WS-ESTAGIO-ALVO
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-COBR-NEGATIVADO
                   IF WS-APU-SALDO-LIMITE = ZEROS
                       PERFORM 2600-EXCLUIR-DO-BIRO
                   END-IF
               WHEN WS-ESTAGIO-ALVO < WS-COBR-ESTAGIO
                   MOVE WS-ESTAGIO-ALVO TO WS-COBR-ESTAGIO
                   IF WS-COBR-EM-DIA
                       MOVE "REGULARIZADO"   TO WS-ACAO
                   ELSE
                       MOVE "REGRESSAO SEM CARTA" TO WS-ACAO
                   END-IF
               WHEN WS-ESTAGIO-ALVO > WS-COBR-ESTAGIO
                   ADD 1             TO WS-COBR-ESTAGIO
                   IF WS-COBR-NEGATIVADO
                       PERFORM 2500-INCLUIR-NO-BIRO
                   ELSE
                       PERFORM 2400-EMITIR-CARTA
                   END-IF
           END-EVALUATE

           MOVE WS-APU-DIAS-MAX      TO WS-COBR-DIAS-ATRASO
           MOVE WS-APU-SALDO         TO WS-COBR-SALDO
           MOVE WS-APU-VENC-ANTIGO   TO WS-COBR-VENC-ANTIGO
           MOVE WS-ANO-MES-BASE      TO WS-COBR-COMPET-REGUA
           IF WS-COBR-ESTAGIO NOT = WS-ESTAGIO-ANTERIOR
               MOVE WS-DATA-REFERENCIA TO WS-COBR-DATA-ESTAGIO
               PERFORM 2800-LISTAR-MUDANCA
           END-IF

      *    ALUNO EM DIA SEM HISTORICO DE COBRANCA NAO GANHA REGISTRO.
           IF WS-COBR-CADASTRADA
               REWRITE WS-REG-COBRANCA
               IF WS-FS-COBRANCA NOT = "00"
                   DISPLAY "ERRO AO GRAVAR COBRANCA.DAT - MAT "
                           WS-COBR-MATRICULA " STATUS " WS-FS-COBRANCA
                   MOVE 8            TO RETURN-CODE
               END-IF
           ELSE
               IF NOT WS-COBR-EM-DIA
                   WRITE WS-REG-COBRANCA
                   IF WS-FS-COBRANCA NOT = "00"
                       DISPLAY "ERRO AO GRAVAR COBRANCA.DAT - MAT "
                               WS-COBR-MATRICULA " STATUS "
                               WS-FS-COBRANCA
                       MOVE 8        TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       2000-PROXIMO.
           PERFORM 2050-LER-ALUNO.

       2050-LER-ALUNO SECTION.
           READ ALUNO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DA-LEITURA TO TRUE
           END-READ.

      ******************************************************************
      * DIVIDA VENCIDA DO ALUNO WS-MATRICULA-APURADA: PARCELAS NAO
      * QUITADAS/CANCELADAS/RENEGOCIADAS E PARCELAS DE ACORDO EM
      * ABERTO, COM SALDO E VENCIDAS EM MES ANTERIOR A BASE. DEVOLVE
      * O SALDO VENCIDO, A MAIOR IDADE, O VENCIMENTO MAIS ANTIGO E O
      * MAIS RECENTE E, PARA O NEGATIVADO, O SALDO AINDA EM ABERTO
      * DO QUE VENCEU ATE O LIMITE COBERTO PELA INCLUSAO NO BIRO.
      ******************************************************************
       2100-APURAR-DIVIDA SECTION.
           MOVE ZEROS                TO WS-APU-SALDO
                                        WS-APU-SALDO-LIMITE
                                        WS-APU-DIAS-MAX
                                        WS-APU-VENC-ANTIGO
                                        WS-APU-VENC-RECENTE
           MOVE "N"                  TO WS-FIM-LISTA
           MOVE WS-MATRICULA-APURADA TO
               WS-MATRICULA IN WS-CHAVE-PARCELA
           MOVE ZEROS                TO
               WS-COD-MATERIA IN WS-CHAVE-PARCELA
               WS-TERMO IN WS-CHAVE-PARCELA
               WS-NUM-PARCELA
           START PARCELA-DAT KEY IS NOT LESS WS-CHAVE-PARCELA
               INVALID KEY
                   SET WS-FIM-DA-LISTA TO TRUE
           END-START
           PERFORM 2150-SOMAR-PARCELA
                   UNTIL WS-FIM-DA-LISTA

           IF NOT WS-ACPAR-ABERTO
               GO TO 2100-FIM
           END-IF
           MOVE "N"                  TO WS-FIM-LISTA
           MOVE WS-MATRICULA-APURADA TO WS-ACPAR-MATRICULA
           MOVE ZEROS                TO WS-ACPAR-SEQ-ACORDO
                                        WS-ACPAR-NUM-PARCELA
           START ACPAR-DAT KEY IS NOT LESS WS-CHAVE-ACPAR
               INVALID KEY
                   SET WS-FIM-DA-LISTA TO TRUE
           END-START
           PERFORM 2200-SOMAR-PARCELA-ACORDO
                   UNTIL WS-FIM-DA-LISTA.
       2100-FIM.
           CONTINUE.

       2150-SOMAR-PARCELA SECTION.
           READ PARCELA-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DA-LISTA TO TRUE
                   GO TO 2150-FIM
           END-READ
           IF WS-MATRICULA IN WS-CHAVE-PARCELA NOT =
              WS-MATRICULA-APURADA
               SET WS-FIM-DA-LISTA   TO TRUE
               GO TO 2150-FIM
           END-IF
           IF WS-PARCELA-QUITADA OR WS-PARCELA-CANCELADA OR
              WS-PARCELA-RENEGOCIADA
               GO TO 2150-FIM
           END-IF
           COMPUTE WS-SALDO-ITEM = WS-VALOR-PARCELA +
                   WS-MULTA-PARCELA + WS-JUROS-PARCELA -
                   WS-PAGO-PARCELA
           MOVE WS-VENC-PARCELA      TO WS-VENC-ITEM
           PERFORM 2300-ACUMULAR-VENCIDO.
       2150-FIM.
           CONTINUE.

       2200-SOMAR-PARCELA-ACORDO SECTION.
           READ ACPAR-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DA-LISTA TO TRUE
                   GO TO 2200-FIM
           END-READ
           IF WS-ACPAR-MATRICULA NOT = WS-MATRICULA-APURADA
               SET WS-FIM-DA-LISTA   TO TRUE
               GO TO 2200-FIM
           END-IF
           IF WS-ACPAR-QUITADA OR WS-ACPAR-CANCELADA
               GO TO 2200-FIM
           END-IF
           COMPUTE WS-SALDO-ITEM = WS-ACPAR-VALOR - WS-ACPAR-PAGO
           MOVE WS-ACPAR-VENCIMENTO  TO WS-VENC-ITEM
           PERFORM 2300-ACUMULAR-VENCIDO.
       2200-FIM.
           CONTINUE.

       2300-ACUMULAR-VENCIDO SECTION.
           IF WS-SALDO-ITEM NOT > ZEROS
               GO TO 2300-FIM
           END-IF
           MOVE WS-VENC-ITEM         TO WS-VENC-DECOMPOSTO
           COMPUTE WS-MESES-ATRASO =
                   (WS-BASE-ANO * 12 + WS-BASE-MES) -
                   (WS-VENC-ANO * 12 + WS-VENC-MES)
           IF WS-MESES-ATRASO NOT > ZERO
               GO TO 2300-FIM
           END-IF
           COMPUTE WS-DIAS-ATRASO = WS-MESES-ATRASO * 30
           ADD WS-SALDO-ITEM         TO WS-APU-SALDO
           IF WS-DIAS-ATRASO > WS-APU-DIAS-MAX
               MOVE WS-DIAS-ATRASO   TO WS-APU-DIAS-MAX
           END-IF
           IF WS-APU-VENC-ANTIGO = ZEROS OR
              WS-VENC-ITEM < WS-APU-VENC-ANTIGO
               MOVE WS-VENC-ITEM     TO WS-APU-VENC-ANTIGO
           END-IF
           IF WS-VENC-ITEM > WS-APU-VENC-RECENTE
               MOVE WS-VENC-ITEM     TO WS-APU-VENC-RECENTE
           END-IF
           IF WS-VENC-ITEM NOT > WS-COBR-VENC-LIMITE
               ADD WS-SALDO-ITEM     TO WS-APU-SALDO-LIMITE
           END-IF.
       2300-FIM.
           CONTINUE.

      ******************************************************************
      * CARTA DO ESTAGIO ALCANCADO, UMA POR PAGINA.
      ******************************************************************
       2400-EMITIR-CARTA SECTION.
           MOVE WS-DATA-REFERENCIA   TO WS-CAR-DATA
           WRITE WS-LINHA-CARTA FROM WS-CAB-CARTA
                   AFTER ADVANCING PAGE
           MOVE SPACES               TO WS-LINHA-CARTA
           WRITE WS-LINHA-CARTA
           COMPUTE WS-IND-TEXTO = (WS-COBR-ESTAGIO - 1) * 3 + 1
           MOVE WS-TEXTO-CARTA (WS-IND-TEXTO) TO WS-LINHA-CARTA
           WRITE WS-LINHA-CARTA
           MOVE SPACES               TO WS-LINHA-CARTA
           WRITE WS-LINHA-CARTA
           MOVE WS-NOME IN WS-REG-ALUNO TO WS-CAR-NOME
           WRITE WS-LINHA-CARTA FROM WS-LIN-CARTA-ALUNO
           MOVE WS-COBR-MATRICULA    TO WS-CAR-MATRICULA
           MOVE WS-TURMA             TO WS-CAR-TURMA
           WRITE WS-LINHA-CARTA FROM WS-LIN-CARTA-MATR
           PERFORM 2450-ENDERECAR-CARTA
           MOVE SPACES               TO WS-LINHA-CARTA
           WRITE WS-LINHA-CARTA
           ADD 1                     TO WS-IND-TEXTO
           MOVE WS-TEXTO-CARTA (WS-IND-TEXTO) TO WS-CAR-TEXTO
           WRITE WS-LINHA-CARTA FROM WS-LIN-CARTA-TEXTO
           ADD 1                     TO WS-IND-TEXTO
           MOVE WS-TEXTO-CARTA (WS-IND-TEXTO) TO WS-CAR-TEXTO
           WRITE WS-LINHA-CARTA FROM WS-LIN-CARTA-TEXTO
           MOVE SPACES               TO WS-LINHA-CARTA
           WRITE WS-LINHA-CARTA
           MOVE WS-APU-SALDO         TO WS-CAR-SALDO
           MOVE WS-APU-VENC-ANTIGO   TO WS-CAR-VENCIMENTO
           WRITE WS-LINHA-CARTA FROM WS-LIN-CARTA-VALOR
           MOVE SPACES               TO WS-LINHA-CARTA
           WRITE WS-LINHA-CARTA
           WRITE WS-LINHA-CARTA FROM WS-ROD-CARTA
           ADD 1                     TO WS-QTDE-CARTAS
           EVALUATE TRUE
               WHEN WS-COBR-AMIGAVEL
                   MOVE "CARTA AVISO AMIGAVEL" TO WS-ACAO
               WHEN WS-COBR-FORMAL
                   MOVE "CARTA NOTIF. FORMAL"  TO WS-ACAO
               WHEN OTHER
                   MOVE "CARTA AVISO FINAL"    TO WS-ACAO
           END-EVALUATE.

      ******************************************************************
      * ENDERECO DE CORRESPONDENCIA DO ALUNO, QUANDO CADASTRADO.
      ******************************************************************
       2450-ENDERECAR-CARTA SECTION.
           IF NOT WS-ENDERECO-ABERTO
               GO TO 2450-FIM
           END-IF
           MOVE WS-COBR-MATRICULA    TO WS-END-MATRICULA
           READ ENDERECO-DAT KEY IS WS-END-MATRICULA
               INVALID KEY
                   GO TO 2450-FIM
           END-READ
           MOVE WS-END-LOGRADOURO    TO WS-LINHA-CARTA
           WRITE WS-LINHA-CARTA
           MOVE WS-END-BAIRRO        TO WS-CAR-BAIRRO
           MOVE WS-END-CIDADE        TO WS-CAR-CIDADE
           MOVE WS-END-UF            TO WS-CAR-UF
           MOVE WS-END-CEP           TO WS-CAR-CEP
           WRITE WS-LINHA-CARTA FROM WS-LIN-CARTA-CIDADE.
       2450-FIM.
           CONTINUE.

      ******************************************************************
      * INCLUSAO NO BIRO: COBRE TODO O SALDO VENCIDO DO ALUNO, E O
      * VENCIMENTO MAIS RECENTE DELE FICA COMO LIMITE - A EXCLUSAO
      * SAI QUANDO NADA VENCIDO ATE ESSE LIMITE ESTIVER EM ABERTO.
      ******************************************************************
       2500-INCLUIR-NO-BIRO SECTION.
           MOVE WS-DATA-REFERENCIA   TO WS-COBR-DATA-INCLUSAO
           MOVE WS-APU-SALDO         TO WS-COBR-VALOR-INCLUSAO
           MOVE WS-APU-VENC-RECENTE  TO WS-COBR-VENC-LIMITE
           MOVE ZEROS                TO WS-COBR-DATA-EXCLUSAO
           MOVE SPACES               TO WS-REG-NEGATIV
           SET WS-NEG-DETALHE        TO TRUE
           SET WS-NEG-INCLUSAO       TO TRUE
           MOVE WS-APU-SALDO         TO WS-NEG-VALOR
           MOVE WS-APU-VENC-ANTIGO   TO WS-NEG-VENCIMENTO
           PERFORM 2700-GRAVAR-NEGATIVACAO
           ADD 1                     TO WS-QTDE-INCLUSOES
           ADD WS-APU-SALDO          TO WS-TOTAL-INCLUIDO
           MOVE "INCLUSAO NO BIRO"   TO WS-ACAO.

      ******************************************************************
      * EXCLUSAO DO BIRO - O ESTAGIO RECOMECA DO ZERO; DIVIDA NOVA
      * PASSA DE NOVO PELAS CARTAS ANTES DE OUTRA NEGATIVACAO.
      ******************************************************************
       2600-EXCLUIR-DO-BIRO SECTION.
           MOVE SPACES               TO WS-REG-NEGATIV
           SET WS-NEG-DETALHE        TO TRUE
           SET WS-NEG-EXCLUSAO       TO TRUE
           MOVE WS-COBR-VALOR-INCLUSAO TO WS-NEG-VALOR
           MOVE WS-COBR-VENC-ANTIGO  TO WS-NEG-VENCIMENTO
           PERFORM 2700-GRAVAR-NEGATIVACAO
           MOVE WS-DATA-REFERENCIA   TO WS-COBR-DATA-EXCLUSAO
           SET WS-COBR-EM-DIA        TO TRUE
           ADD 1                     TO WS-QTDE-EXCLUSOES
           MOVE "EXCLUSAO DO BIRO"   TO WS-ACAO.

       2700-GRAVAR-NEGATIVACAO SECTION.
           MOVE WS-COBR-MATRICULA    TO WS-NEG-MATRICULA
           MOVE SPACES               TO WS-NEG-CPF
           IF WS-CONTATO-ABERTO
               MOVE WS-COBR-MATRICULA TO WS-CONT-MATRICULA
               READ CONTATO-DAT KEY IS WS-CONT-MATRICULA
                   INVALID KEY
                       MOVE ZEROS    TO WS-CONT-CPF
               END-READ
               IF WS-CONT-CPF NOT = ZEROS
                   MOVE WS-CONT-CPF  TO WS-NEG-CPF
               END-IF
           END-IF
           IF WS-NEG-CPF = SPACES
               ADD 1                 TO WS-QTDE-SEM-CPF
           END-IF
           MOVE WS-NOME IN WS-REG-ALUNO TO WS-NEG-NOME
           MOVE WS-DATA-REFERENCIA   TO WS-NEG-DATA-OCORRENCIA
           WRITE WS-REG-NEGATIV
           IF WS-FS-NEGATIV NOT = "00"
               DISPLAY "ERRO AO GRAVAR NEGATIVACAO - STATUS "
                       WS-FS-NEGATIV
               MOVE 8                TO RETURN-CODE
           END-IF.

       2800-LISTAR-MUDANCA SECTION.
           MOVE WS-COBR-MATRICULA    TO WS-DET-MATRICULA
           MOVE WS-ESTAGIO-ANTERIOR  TO WS-DET-ANTERIOR
           MOVE WS-COBR-ESTAGIO      TO WS-DET-NOVO
           MOVE WS-APU-DIAS-MAX      TO WS-DET-DIAS
           MOVE WS-APU-SALDO         TO WS-DET-SALDO
           MOVE WS-ACAO              TO WS-DET-ACAO
           WRITE WS-LINHA-COBRANCA FROM WS-DET-COBRANCA
           ADD 1                     TO WS-QTDE-MUDANCAS.

      ******************************************************************
      * EXCLUSOES DIARIAS: SO O NEGATIVADO E REAPURADO. O ESTAGIO NAO
      * AVANCA AQUI E A COMPETENCIA DA REGUA NAO E CARIMBADA.
      ******************************************************************
       3000-EXCLUSAO-NEGATIVADO SECTION.
           IF NOT WS-COBR-NEGATIVADO
               GO TO 3000-PROXIMO
           END-IF
           MOVE WS-COBR-MATRICULA    TO WS-MATRICULA-APURADA
           PERFORM 2100-APURAR-DIVIDA
           ADD 1                     TO WS-QTDE-APURADOS
           IF WS-APU-SALDO-LIMITE > ZEROS
               GO TO 3000-PROXIMO
           END-IF
           MOVE WS-COBR-MATRICULA    TO WS-MATRICULA IN WS-REG-ALUNO
           READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
               INVALID KEY
                   MOVE SPACES       TO WS-NOME IN WS-REG-ALUNO
           END-READ
           MOVE WS-COBR-ESTAGIO      TO WS-ESTAGIO-ANTERIOR
           PERFORM 2600-EXCLUIR-DO-BIRO
           MOVE WS-APU-DIAS-MAX      TO WS-COBR-DIAS-ATRASO
           MOVE WS-APU-SALDO         TO WS-COBR-SALDO
           MOVE WS-DATA-REFERENCIA   TO WS-COBR-DATA-ESTAGIO
           REWRITE WS-REG-COBRANCA
           IF WS-FS-COBRANCA NOT = "00"
               DISPLAY "ERRO AO GRAVAR COBRANCA.DAT - MAT "
                       WS-COBR-MATRICULA " STATUS " WS-FS-COBRANCA
               MOVE 8                TO RETURN-CODE
           END-IF
           PERFORM 2800-LISTAR-MUDANCA.
       3000-PROXIMO.
           PERFORM 3050-LER-COBRANCA.

       3050-LER-COBRANCA SECTION.
           READ COBRANCA-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DA-LEITURA TO TRUE
           END-READ.

       8000-RESUMO SECTION.
           MOVE SPACES               TO WS-REG-NEGATIV
           SET WS-NEG-TRAILER        TO TRUE
           MOVE WS-QTDE-INCLUSOES    TO WS-NEG-TRL-INCLUSOES
           MOVE WS-QTDE-EXCLUSOES    TO WS-NEG-TRL-EXCLUSOES
           MOVE WS-TOTAL-INCLUIDO    TO WS-NEG-TRL-VALOR
           WRITE WS-REG-NEGATIV

           MOVE SPACES               TO WS-LINHA-COBRANCA
           WRITE WS-LINHA-COBRANCA
           MOVE "RELATORIO DE CONTROLE - REGUA DE COBRANCA"
                                     TO WS-LINHA-COBRANCA
           WRITE WS-LINHA-COBRANCA
           MOVE SPACES               TO WS-LINHA-COBRANCA
           STRING "ALUNOS APURADOS          : " WS-QTDE-APURADOS
               DELIMITED BY SIZE INTO WS-LINHA-COBRANCA
           WRITE WS-LINHA-COBRANCA
           MOVE SPACES               TO WS-LINHA-COBRANCA
           STRING "JA APURADOS NA COMPET.   : " WS-QTDE-JA-APURADOS
               DELIMITED BY SIZE INTO WS-LINHA-COBRANCA
           WRITE WS-LINHA-COBRANCA
           MOVE SPACES               TO WS-LINHA-COBRANCA
           STRING "MUDANCAS DE ESTAGIO      : " WS-QTDE-MUDANCAS
               DELIMITED BY SIZE INTO WS-LINHA-COBRANCA
           WRITE WS-LINHA-COBRANCA
           MOVE SPACES               TO WS-LINHA-COBRANCA
           STRING "CARTAS EMITIDAS          : " WS-QTDE-CARTAS
               DELIMITED BY SIZE INTO WS-LINHA-COBRANCA
           WRITE WS-LINHA-COBRANCA
           MOVE SPACES               TO WS-LINHA-COBRANCA
           STRING "INCLUSOES NO BIRO        : " WS-QTDE-INCLUSOES
               DELIMITED BY SIZE INTO WS-LINHA-COBRANCA
           WRITE WS-LINHA-COBRANCA
           MOVE SPACES               TO WS-LINHA-COBRANCA
           STRING "EXCLUSOES DO BIRO        : " WS-QTDE-EXCLUSOES
               DELIMITED BY SIZE INTO WS-LINHA-COBRANCA
           WRITE WS-LINHA-COBRANCA
           MOVE SPACES               TO WS-LINHA-COBRANCA
           STRING "OCORRENCIAS SEM CPF      : " WS-QTDE-SEM-CPF
               DELIMITED BY SIZE INTO WS-LINHA-COBRANCA
           WRITE WS-LINHA-COBRANCA
           DISPLAY "REGUA DE COBRANCA - " WS-QTDE-MUDANCAS
                   " MUDANCAS, " WS-QTDE-INCLUSOES " INCLUSOES, "
                   WS-QTDE-EXCLUSOES " EXCLUSOES.".

       9000-ENCERRAMENTO SECTION.
           CLOSE ALUNO-DAT PARCELA-DAT COBRANCA-DAT NEGATIV-DAT
                 CARTAS-PRT COBRANCA-PRT
           IF WS-ACPAR-ABERTO
               CLOSE ACPAR-DAT
           END-IF
           IF WS-CONTATO-ABERTO
               CLOSE CONTATO-DAT
           END-IF
           IF WS-ENDERECO-ABERTO
               CLOSE ENDERECO-DAT
           END-IF.
       END PROGRAM COBRANCA.
