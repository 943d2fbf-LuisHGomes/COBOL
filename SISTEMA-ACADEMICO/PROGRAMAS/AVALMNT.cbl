      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: COMPONENTES DE AVALIACAO E RECUPERACAO. DEFINE POR
      *          OFERTA (MATERIA/TERMO) OS COMPONENTES DA NOTA (P1,
      *          P2, TRABALHO...) E O PESO DE CADA UM EM AVALIA.DAT,
      *          E LANCA AS NOTAS DOS COMPONENTES PARA A TURMA
      *          INTEIRA DE UMA VEZ (AVALNOTA.DAT), NA MESMA ORDEM
      *          TURMA+MATRICULA DA CHAMADA DO FREQMNT. A MEDIA
      *          PONDERADA DE CADA ALUNO E POSTADA EM NOTA.DAT
      *          (JORNAL GRAVJRNL E TOTAIS DE CONTROLE GRAVCTRL COMO
      *          NO NOTAMNT). MEDIA ENTRE O PISO DE RECUPERACAO E A
      *          NOTA DE APROVACAO (ACADPARM) DEIXA O ALUNO EM
      *          RECUPERACAO; A NOTA DA PROVA DE RECUPERACAO, QUANDO
      *          LANCADA, SUBSTITUI A MEDIA EM NOTA.DAT. O FECHAMENTO
      *          DE TERMO (FECHTERM) NAO CARIMBA INSCRICAO COM
      *          RECUPERACAO AINDA SEM NOTA. LANCAMENTOS RESPEITAM A
      *          JANELA DE NOTAS DO CALENDARIO E A RESTRICAO DE
      *          POSTAGEM POR PROFESSOR (ATRIBUI.DAT).
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVALIA-DAT         ASSIGN TO "AVALIDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-AVALIACAO
                                      FILE STATUS IS WS-FS-AVALIA.

           SELECT AVNOTA-DAT         ASSIGN TO "AVNOTDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-AVAL-NOTA
                                      FILE STATUS IS WS-FS-AVNOTA.

           SELECT NOTA-DAT           ASSIGN TO "NOTASDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-NOTA
                                      FILE STATUS IS WS-FS-NOTA.

           SELECT INSCRICAO-DAT      ASSIGN TO "INSCRDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-INSCRICAO
                                      ALTERNATE RECORD KEY IS
                                        WS-CHAVE-INSC-OFERTA
                                        WITH DUPLICATES
                                      FILE STATUS IS WS-FS-INSCRICAO.

           SELECT ALUNO-DAT          ASSIGN TO "ALUNODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-MATRICULA IN WS-REG-ALUNO
                                      FILE STATUS IS WS-FS-ALUNO.

           SELECT OFERTA-DAT         ASSIGN TO "OFERTDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-OFERTA
                                      FILE STATUS IS WS-FS-OFERTA.

           SELECT TARIFA-DAT         ASSIGN TO "TARIFDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-TARIFA
                                      FILE STATUS IS WS-FS-TARIFA.

           SELECT CALEND-DAT         ASSIGN TO "CALENDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-TERMO IN WS-REG-CALENDARIO
                                      FILE STATUS IS WS-FS-CALEND.

           SELECT ATRIBUI-DAT        ASSIGN TO "ATRIBDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-CHAVE-ATRIBUICAO
                                      FILE STATUS IS WS-FS-ATRIBUI.

           SELECT SORT-WORK          ASSIGN TO "WORKAVAL".

       DATA DIVISION.
       FILE SECTION.
       FD  AVALIA-DAT.
           COPY AVALREG.

       FD  AVNOTA-DAT.
           COPY AVNOTREG.

       FD  NOTA-DAT.
           COPY NOTAREG.

       FD  INSCRICAO-DAT.
           COPY INSCREG.

       FD  ALUNO-DAT.
           COPY ALUNOREG.

       FD  OFERTA-DAT.
           COPY OFERTREG.

       FD  TARIFA-DAT.
           COPY TARIFREG.

       FD  CALEND-DAT.
           COPY CALENREG.

       FD  ATRIBUI-DAT.
           COPY ATRIBREG.

       SD  SORT-WORK.
       01  WS-REG-SORT.
           03  WS-SORT-TURMA         PIC X(002).
           03  WS-SORT-MATRICULA     PIC 9(011).
           03  WS-SORT-NOME          PIC X(060).

       WORKING-STORAGE SECTION.
           COPY SIGNREG.
           COPY ACADPARM.
       77  WS-FS-AVALIA             PIC X(002) VALUE "00".
       77  WS-FS-AVNOTA             PIC X(002) VALUE "00".
       77  WS-FS-NOTA               PIC X(002) VALUE "00".
       77  WS-FS-INSCRICAO          PIC X(002) VALUE "00".
       77  WS-FS-ALUNO              PIC X(002) VALUE "00".
       77  WS-FS-OFERTA             PIC X(002) VALUE "00".
       77  WS-FS-TARIFA             PIC X(002) VALUE "00".
       77  WS-FS-CALEND             PIC X(002) VALUE "00".
       77  WS-FS-ATRIBUI            PIC X(002) VALUE "00".
       77  WS-OPCAO                 PIC 9(001) VALUE ZERO.
           88  WS-OPCAO-DEFINIR         VALUE 1.
           88  WS-OPCAO-LANCAR          VALUE 2.
           88  WS-OPCAO-RECUPERACAO     VALUE 3.
           88  WS-OPCAO-CONSULTAR       VALUE 4.
           88  WS-OPCAO-SAIR            VALUE 5.
       77  WS-MATERIA-TURMA         PIC 9(015) VALUE ZEROS.
       77  WS-TERMO-TURMA           PIC 9(006) VALUE ZEROS.
       77  WS-DATA-HOJE             PIC 9(008) VALUE ZEROS.
       77  WS-TERMO-FECHADO         PIC X(001) VALUE "N".
           88  WS-FORA-DA-JANELA        VALUE "S".
       77  WS-POSTAGEM-BLOQ         PIC X(001) VALUE "N".
           88  WS-POSTAGEM-NEGADA       VALUE "S".
       77  WS-COMPONENTES-OK        PIC X(001) VALUE "N".
           88  WS-TEM-COMPONENTES       VALUE "S".
       77  WS-NOTAS-EXISTEM         PIC X(001) VALUE "N".
           88  WS-TURMA-COM-NOTAS       VALUE "S".
       77  WS-AVNOTA-EXISTE         PIC X(001) VALUE "N".
           88  WS-ALUNO-JA-AVALIADO     VALUE "S".
       77  WS-FIM-INSCRICAO         PIC X(001) VALUE "N".
           88  WS-FIM-DAS-INSCRICOES    VALUE "S".
       77  WS-FIM-SORT              PIC X(001) VALUE "N".
           88  WS-FIM-DO-SORT           VALUE "S".
       77  WS-FIM-AVNOTA            PIC X(001) VALUE "N".
           88  WS-FIM-DAS-AVNOTAS       VALUE "S".
       77  WS-NOTA-ACEITA           PIC X(001) VALUE "N".
           88  WS-NOTA-VALIDA           VALUE "S".
       77  WS-IDX                   PIC 9(002) COMP VALUE ZERO.
       77  WS-QTDE-DIGITADA         PIC 9(001) VALUE ZERO.
       77  WS-SOMA-PESOS            PIC 9(004) VALUE ZERO.
       77  WS-SOMA-NOTA-PESO        PIC 9(007)V99 VALUE ZEROS.
       77  WS-NOTA-DIGITADA         PIC 9(003)V99 VALUE ZEROS.
       77  WS-NOTA-FINAL            PIC 9(003)V99 VALUE ZEROS.
       77  WS-PESO-CREDITO-TURMA    PIC 9(002)V9 VALUE ZEROS.
       77  WS-QTDE-LANCADOS         PIC 9(005) VALUE ZERO.
       77  WS-QTDE-EM-RECUP         PIC 9(005) VALUE ZERO.
       77  WS-NOTA-EDITADA          PIC ZZ9.99.
       77  WS-MEDIA-EDITADA         PIC ZZ9.99.
       77  WS-RECUP-EDITADA         PIC ZZ9.99.

      ******************************************************************
      * PARAMETROS DA CHAMADA A GRAVJRNL - IMAGENS ANTES/DEPOIS DO
      * REGISTRO DE NOTA, GRAVADAS NO JORNAL A CADA POSTAGEM.
      ******************************************************************
       01  WS-JRNL-CALL.
           03  WS-JRNL-PROGRAMA     PIC X(008).
           03  WS-JRNL-ARQUIVO      PIC X(008).
           03  WS-JRNL-ACAO         PIC X(001).
           03  WS-JRNL-ANTES        PIC X(100).
           03  WS-JRNL-DEPOIS       PIC X(100).

      ******************************************************************
      * PARAMETROS DA CHAMADA A GRAVCTRL - TOTAIS DE CONTROLE DE
      * NOTA.DAT, ATUALIZADOS A CADA NOTA NOVA POSTADA E CONFERIDOS
      * PELO VERIFCTL NO CICLO NOTURNO.
      ******************************************************************
       01  WS-CTRL-CALL.
           03  WS-CTRL-ARQUIVO      PIC X(008).
           03  WS-CTRL-OPERACAO     PIC X(001).
           03  WS-CTRL-CHAVE        PIC 9(015).

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
           DISPLAY " COMPONENTES DE AVALIACAO - AVALIA.DAT".
           DISPLAY "   1 - DEFINIR COMPONENTES E PESOS DA OFERTA".
           DISPLAY "   2 - LANCAR NOTAS DA TURMA".
           DISPLAY "   3 - LANCAR RECUPERACAO DA TURMA".
           DISPLAY "   4 - CONSULTAR NOTAS DA TURMA".
           DISPLAY "   5 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO : " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN WS-OPCAO-DEFINIR
                   PERFORM 2000-DEFINIR-COMPONENTES
               WHEN WS-OPCAO-LANCAR
                   PERFORM 3000-LANCAR-NOTAS-TURMA
               WHEN WS-OPCAO-RECUPERACAO
                   PERFORM 4000-LANCAR-RECUPERACAO
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 5000-CONSULTAR-TURMA
               WHEN WS-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       1100-PEDIR-TURMA SECTION.
           DISPLAY "CODIGO DA MATERIA   : " WITH NO ADVANCING
           ACCEPT WS-MATERIA-TURMA
           DISPLAY "TERMO (AAAAPP)      : " WITH NO ADVANCING
           ACCEPT WS-TERMO-TURMA.

      ******************************************************************
      * RESTRICAO DE POSTAGEM POR PROFESSOR: OPERADOR DE NIVEL 5 SO
      * MEXE NA AVALIACAO DE MATERIA/TERMO COM ATRIBUICAO ATIVA DELE
      * EM ATRIBUI.DAT (PROFMNT). SEM O ARQUIVO DE ATRIBUICOES A
      * POSTAGEM DE PROFESSOR E RECUSADA - O PADRAO SEGURO E NEGAR.
      ******************************************************************
       1500-VERIFICAR-ATRIBUICAO SECTION.
           MOVE "N"                  TO WS-POSTAGEM-BLOQ
           IF NOT WS-SIGN-PROFESSOR
               GO TO 1500-FIM
           END-IF
           OPEN INPUT ATRIBUI-DAT
           IF WS-FS-ATRIBUI NOT = "00"
               SET WS-POSTAGEM-NEGADA TO TRUE
               DISPLAY "ARQUIVO DE ATRIBUICOES INDISPONIVEL - "
                       "POSTAGEM DE PROFESSOR RECUSADA."
               GO TO 1500-FIM
           END-IF
           MOVE WS-SIGN-OPERADOR     TO WS-PROF-ID-ATR
           MOVE WS-MATERIA-TURMA     TO
               WS-COD-MATERIA IN WS-CHAVE-ATRIBUICAO
           MOVE WS-TERMO-TURMA       TO
               WS-TERMO IN WS-CHAVE-ATRIBUICAO
           READ ATRIBUI-DAT KEY IS WS-CHAVE-ATRIBUICAO
               INVALID KEY
                   SET WS-POSTAGEM-NEGADA TO TRUE
           END-READ
           IF WS-FS-ATRIBUI = "00" AND NOT WS-ATRIBUICAO-ATIVA
               SET WS-POSTAGEM-NEGADA TO TRUE
           END-IF
           IF WS-POSTAGEM-NEGADA
               DISPLAY "MATERIA/TERMO NAO ATRIBUIDOS AO PROFESSOR "
                       WS-SIGN-OPERADOR " - OPERACAO RECUSADA."
           END-IF
           CLOSE ATRIBUI-DAT.
       1500-FIM.
           CONTINUE.

      ******************************************************************
      * MESMA VALIDACAO DO NOTAMNT: O TERMO PRECISA ESTAR CORRENTE NO
      * CALENDARIO E A DATA DE HOJE DENTRO DA JANELA DE LANCAMENTO
      * DE NOTAS. SEM O ARQUIVO DE CALENDARIO O LANCAMENTO SEGUE.
      * A PROVA DE RECUPERACAO E FEITA DEPOIS DA JANELA: A OPCAO 3
      * ACEITA DATA ALEM DO FIM DA JANELA (NUNCA ANTES DO INICIO),
      * MAS NAO TERMO JA ENCERRADO - O FECHTERM DE TERMO ENCERRADO
      * CARIMBA PELA MEDIA A INSCRICAO QUE AINDA ESPERAVA A PROVA E
      * O TERMARQ CORTA O TERMO; NOTA POSTADA DEPOIS DISSO FICARIA
      * SEM INSCRICAO NEM CARIMBO.
      ******************************************************************
       1600-VERIFICAR-JANELA SECTION.
           MOVE "N"                   TO WS-TERMO-FECHADO
           OPEN INPUT CALEND-DAT
           IF WS-FS-CALEND NOT = "00"
               GO TO 1600-FIM
           END-IF
           MOVE WS-TERMO-TURMA        TO WS-TERMO IN WS-REG-CALENDARIO
           READ CALEND-DAT KEY IS WS-TERMO IN WS-REG-CALENDARIO
               INVALID KEY
                   SET WS-FORA-DA-JANELA TO TRUE
                   DISPLAY "TERMO NAO CADASTRADO NO CALENDARIO "
                           "ACADEMICO - LANCAMENTO RECUSADO."
           END-READ
           IF WS-FS-CALEND = "00"
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               IF NOT WS-TERMO-CORRENTE
                   SET WS-FORA-DA-JANELA TO TRUE
                   DISPLAY "TERMO ENCERRADO NO CALENDARIO - "
                           "LANCAMENTO RECUSADO."
               ELSE
                   IF WS-DATA-HOJE < WS-NOTA-ABERTURA OR
                      (WS-DATA-HOJE > WS-NOTA-FECHAMENTO AND
                       NOT WS-OPCAO-RECUPERACAO)
                       SET WS-FORA-DA-JANELA TO TRUE
                       DISPLAY "FORA DA JANELA DE LANCAMENTO DE "
                               "NOTAS (" WS-NOTA-ABERTURA " A "
                               WS-NOTA-FECHAMENTO ") - LANCAMENTO "
                               "RECUSADO."
                   END-IF
               END-IF
           END-IF
           CLOSE CALEND-DAT.
       1600-FIM.
           CONTINUE.

      ******************************************************************
      * CARREGA OS COMPONENTES DA OFERTA. SEM DEFINICAO ATIVA NAO HA
      * LANCAMENTO POR COMPONENTE (A NOTA SEGUE PELO NOTAMNT).
      ******************************************************************
       1700-LER-COMPONENTES SECTION.
           MOVE "N"                  TO WS-COMPONENTES-OK
           OPEN INPUT AVALIA-DAT
           IF WS-FS-AVALIA NOT = "00"
               DISPLAY "NENHUMA OFERTA COM COMPONENTES DEFINIDOS."
               GO TO 1700-FIM
           END-IF
           MOVE WS-MATERIA-TURMA     TO
               WS-COD-MATERIA IN WS-CHAVE-AVALIACAO
           MOVE WS-TERMO-TURMA       TO
               WS-TERMO IN WS-CHAVE-AVALIACAO
           READ AVALIA-DAT KEY IS WS-CHAVE-AVALIACAO
               INVALID KEY
                   DISPLAY "OFERTA SEM COMPONENTES DE AVALIACAO "
                           "DEFINIDOS - USE A OPCAO 1."
           END-READ
           IF WS-FS-AVALIA = "00"
               IF WS-AVALIACAO-ATIVA
                   SET WS-TEM-COMPONENTES TO TRUE
               ELSE
                   DISPLAY "COMPONENTES DA OFERTA INATIVOS."
               END-IF
           END-IF
           CLOSE AVALIA-DAT.
       1700-FIM.
           CONTINUE.

      ******************************************************************
      * PESO-CREDITO DA NOTA NOVA: O DA TABELA DE TARIFAS DA OFERTA
      * (O MESMO QUE O FATURAMENTO COBRA); SEM TARIFA, O OPERADOR
      * INFORMA UMA VEZ PARA A TURMA, COMO NO NOTAMNT.
      ******************************************************************
       1800-OBTER-PESO-CREDITO SECTION.
           MOVE ZEROS                TO WS-PESO-CREDITO-TURMA
           OPEN INPUT TARIFA-DAT
           IF WS-FS-TARIFA = "00"
               MOVE WS-MATERIA-TURMA TO
                   WS-COD-MATERIA IN WS-CHAVE-TARIFA
               MOVE WS-TERMO-TURMA   TO WS-TERMO IN WS-CHAVE-TARIFA
               READ TARIFA-DAT KEY IS WS-CHAVE-TARIFA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-TARIFA = "00" AND WS-TARIFA-ATIVA
                   MOVE WS-PESO-CREDITO IN WS-REG-TARIFA
                       TO WS-PESO-CREDITO-TURMA
               END-IF
               CLOSE TARIFA-DAT
           END-IF
           IF WS-PESO-CREDITO-TURMA = ZEROS
               DISPLAY "PESO-CREDITO DA MATERIA (00.0) : "
                       WITH NO ADVANCING
               ACCEPT WS-PESO-CREDITO-TURMA
           END-IF.

      ******************************************************************
      * DEFINICAO DOS COMPONENTES DA OFERTA (ATE 5, PESOS SOMANDO
      * 100). A OFERTA PRECISA EXISTIR ATIVA EM OFERTA.DAT. DEPOIS
      * DE HAVER NOTA LANCADA NA TURMA OS PESOS NAO MUDAM MAIS - AS
      * MEDIAS JA POSTADAS EM NOTA.DAT FICARIAM SEM LASTRO.
      ******************************************************************
       2000-DEFINIR-COMPONENTES SECTION.
           PERFORM 1100-PEDIR-TURMA
           PERFORM 1500-VERIFICAR-ATRIBUICAO
           IF WS-POSTAGEM-NEGADA
               GO TO 2000-FIM
           END-IF

           OPEN INPUT OFERTA-DAT
           IF WS-FS-OFERTA NOT = "00"
               DISPLAY "ARQUIVO DE OFERTAS INDISPONIVEL."
               GO TO 2000-FIM
           END-IF
           MOVE WS-MATERIA-TURMA     TO
               WS-COD-MATERIA IN WS-CHAVE-OFERTA
           MOVE WS-TERMO-TURMA       TO WS-TERMO IN WS-CHAVE-OFERTA
           READ OFERTA-DAT KEY IS WS-CHAVE-OFERTA
               INVALID KEY
                   DISPLAY "OFERTA NAO CADASTRADA PARA A "
                           "MATERIA/TERMO."
           END-READ
           CLOSE OFERTA-DAT
           IF WS-FS-OFERTA NOT = "00"
               GO TO 2000-FIM
           END-IF
           IF NOT WS-OFERTA-ATIVA
               DISPLAY "OFERTA INATIVA."
               GO TO 2000-FIM
           END-IF

           PERFORM 2100-VERIFICAR-NOTAS-TURMA
           IF WS-TURMA-COM-NOTAS
               DISPLAY "JA HA NOTAS DE COMPONENTE LANCADAS NA TURMA - "
                       "PESOS NAO PODEM SER ALTERADOS."
               GO TO 2000-FIM
           END-IF

           INITIALIZE WS-REG-AVALIACAO
           MOVE WS-MATERIA-TURMA     TO
               WS-COD-MATERIA IN WS-CHAVE-AVALIACAO
           MOVE WS-TERMO-TURMA       TO
               WS-TERMO IN WS-CHAVE-AVALIACAO
           DISPLAY "QUANTIDADE DE COMPONENTES (1 A 5) : "
                   WITH NO ADVANCING
           ACCEPT WS-QTDE-DIGITADA
           IF WS-QTDE-DIGITADA < 1 OR WS-QTDE-DIGITADA > 5
               DISPLAY "QUANTIDADE INVALIDA."
               GO TO 2000-FIM
           END-IF
           MOVE WS-QTDE-DIGITADA     TO WS-QTDE-COMPONENTES
           MOVE ZERO                 TO WS-SOMA-PESOS
           PERFORM 2200-PEDIR-COMPONENTE
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-COMPONENTES
           IF WS-SOMA-PESOS NOT = 100
               DISPLAY "A SOMA DOS PESOS DEVE SER 100 (INFORMADO "
                       WS-SOMA-PESOS ") - DEFINICAO RECUSADA."
               GO TO 2000-FIM
           END-IF
           SET WS-AVALIACAO-ATIVA    TO TRUE

           OPEN I-O AVALIA-DAT
           IF WS-FS-AVALIA = "35"
               OPEN OUTPUT AVALIA-DAT
               CLOSE AVALIA-DAT
               OPEN I-O AVALIA-DAT
           END-IF
           WRITE WS-REG-AVALIACAO
           IF WS-FS-AVALIA = "22"
               REWRITE WS-REG-AVALIACAO
           END-IF
           IF WS-FS-AVALIA = "00"
               DISPLAY "COMPONENTES DA OFERTA GRAVADOS COM SUCESSO."
           ELSE
               DISPLAY "ERRO AO GRAVAR COMPONENTES - STATUS "
                       WS-FS-AVALIA
           END-IF
           CLOSE AVALIA-DAT.
       2000-FIM.
           CONTINUE.

       2100-VERIFICAR-NOTAS-TURMA SECTION.
           MOVE "N"                  TO WS-NOTAS-EXISTEM
           OPEN INPUT AVNOTA-DAT
           IF WS-FS-AVNOTA NOT = "00"
               GO TO 2100-FIM
           END-IF
           MOVE WS-MATERIA-TURMA     TO
               WS-COD-MATERIA IN WS-CHAVE-AVAL-NOTA
           MOVE WS-TERMO-TURMA       TO
               WS-TERMO IN WS-CHAVE-AVAL-NOTA
           MOVE ZEROS                TO
               WS-MATRICULA IN WS-CHAVE-AVAL-NOTA
           START AVNOTA-DAT KEY IS NOT LESS WS-CHAVE-AVAL-NOTA
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FS-AVNOTA = "00"
               READ AVNOTA-DAT NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-FS-AVNOTA = "00" AND
                  WS-COD-MATERIA IN WS-CHAVE-AVAL-NOTA =
                      WS-MATERIA-TURMA AND
                  WS-TERMO IN WS-CHAVE-AVAL-NOTA = WS-TERMO-TURMA
                   SET WS-TURMA-COM-NOTAS TO TRUE
               END-IF
           END-IF
           CLOSE AVNOTA-DAT.
       2100-FIM.
           CONTINUE.

       2200-PEDIR-COMPONENTE SECTION.
           DISPLAY "NOME DO COMPONENTE " WS-IDX " (EX. P1)  : "
                   WITH NO ADVANCING
           ACCEPT WS-NOME-COMPONENTE (WS-IDX)
           DISPLAY "PESO DO COMPONENTE " WS-IDX " (000-100) : "
                   WITH NO ADVANCING
           ACCEPT WS-PESO-COMPONENTE (WS-IDX)
           ADD WS-PESO-COMPONENTE (WS-IDX) TO WS-SOMA-PESOS.

      ******************************************************************
      * LANCAMENTO DA TURMA INTEIRA: OS INSCRITOS ATIVOS SAO LIDOS
      * PELA CHAVE ALTERNADA MATERIA+TERMO E ORDENADOS COMO NA
      * CHAMADA (TURMA+MATRICULA); PARA CADA ALUNO O OPERADOR DIGITA
      * A NOTA DE CADA COMPONENTE E A MEDIA PONDERADA E POSTADA EM
      * NOTA.DAT.
      ******************************************************************
       3000-LANCAR-NOTAS-TURMA SECTION.
           PERFORM 1100-PEDIR-TURMA
           PERFORM 1600-VERIFICAR-JANELA
           IF WS-FORA-DA-JANELA
               GO TO 3000-FIM
           END-IF
           PERFORM 1500-VERIFICAR-ATRIBUICAO
           IF WS-POSTAGEM-NEGADA
               GO TO 3000-FIM
           END-IF
           PERFORM 1700-LER-COMPONENTES
           IF NOT WS-TEM-COMPONENTES
               GO TO 3000-FIM
           END-IF
           PERFORM 1800-OBTER-PESO-CREDITO
           MOVE "N"                  TO WS-FIM-INSCRICAO
           MOVE "N"                  TO WS-FIM-SORT
           MOVE ZERO                 TO WS-QTDE-LANCADOS
                                         WS-QTDE-EM-RECUP

           OPEN INPUT INSCRICAO-DAT
           IF WS-FS-INSCRICAO NOT = "00"
               DISPLAY "ARQUIVO DE INSCRICAO AINDA NAO EXISTE."
               GO TO 3000-FIM
           END-IF
           OPEN INPUT ALUNO-DAT
           IF WS-FS-ALUNO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - STATUS " WS-FS-ALUNO
               CLOSE INSCRICAO-DAT
               GO TO 3000-FIM
           END-IF
           OPEN I-O AVNOTA-DAT
           IF WS-FS-AVNOTA = "35"
               OPEN OUTPUT AVNOTA-DAT
               CLOSE AVNOTA-DAT
               OPEN I-O AVNOTA-DAT
           END-IF
           IF WS-FS-AVNOTA NOT = "00"
               DISPLAY "ERRO AO ABRIR AVALNOTA.DAT - STATUS "
                       WS-FS-AVNOTA
               CLOSE INSCRICAO-DAT ALUNO-DAT
               GO TO 3000-FIM
           END-IF
           OPEN I-O NOTA-DAT
           IF WS-FS-NOTA = "35"
               OPEN OUTPUT NOTA-DAT
               CLOSE NOTA-DAT
               OPEN I-O NOTA-DAT
           END-IF
           IF WS-FS-NOTA NOT = "00"
               DISPLAY "ERRO AO ABRIR NOTA.DAT - STATUS " WS-FS-NOTA
               CLOSE INSCRICAO-DAT ALUNO-DAT AVNOTA-DAT
               GO TO 3000-FIM
           END-IF

           SORT SORT-WORK
               ON ASCENDING KEY WS-SORT-TURMA WS-SORT-MATRICULA
               INPUT PROCEDURE IS 3100-FORNECER-INSCRITOS
               OUTPUT PROCEDURE IS 3300-LANCAR-ALUNOS

           CLOSE INSCRICAO-DAT ALUNO-DAT AVNOTA-DAT NOTA-DAT
           DISPLAY "NOTAS LANCADAS - " WS-QTDE-LANCADOS
                   " ALUNOS, " WS-QTDE-EM-RECUP
                   " EM RECUPERACAO.".
       3000-FIM.
           CONTINUE.

       3100-FORNECER-INSCRITOS SECTION.
           MOVE WS-MATERIA-TURMA     TO WS-MATERIA-INSC-ALT
           MOVE WS-TERMO-TURMA       TO WS-TERMO-INSC-ALT
           START INSCRICAO-DAT KEY IS EQUAL TO WS-CHAVE-INSC-OFERTA
               INVALID KEY
                   SET WS-FIM-DAS-INSCRICOES TO TRUE
           END-START
           IF NOT WS-FIM-DAS-INSCRICOES
               PERFORM 3150-LER-INSCRICAO
           END-IF
           PERFORM 3200-LIBERAR-INSCRITO
                   UNTIL WS-FIM-DAS-INSCRICOES.

       3150-LER-INSCRICAO SECTION.
           READ INSCRICAO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DAS-INSCRICOES TO TRUE
           END-READ
           IF NOT WS-FIM-DAS-INSCRICOES
               IF WS-MATERIA-INSC-ALT NOT = WS-MATERIA-TURMA OR
                  WS-TERMO-INSC-ALT NOT = WS-TERMO-TURMA
                   SET WS-FIM-DAS-INSCRICOES TO TRUE
               END-IF
           END-IF.

       3200-LIBERAR-INSCRITO SECTION.
           IF WS-INSCRICAO-ATIVA
               MOVE WS-MATRICULA IN WS-CHAVE-INSCRICAO
                   TO WS-MATRICULA IN WS-REG-ALUNO
               READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
                   INVALID KEY
                       MOVE "??"      TO WS-TURMA
                       MOVE "** ALUNO NAO ENCONTRADO **"
                           TO WS-NOME
               END-READ
               MOVE WS-TURMA          TO WS-SORT-TURMA
               MOVE WS-MATRICULA IN WS-CHAVE-INSCRICAO
                   TO WS-SORT-MATRICULA
               MOVE WS-NOME           TO WS-SORT-NOME
               RELEASE WS-REG-SORT
           END-IF
           PERFORM 3150-LER-INSCRICAO.

       3300-LANCAR-ALUNOS SECTION.
           PERFORM 3350-RETORNAR-SORT
           PERFORM 3400-LANCAR-ALUNO
                   UNTIL WS-FIM-DO-SORT.

       3350-RETORNAR-SORT SECTION.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-DO-SORT TO TRUE
           END-RETURN.

      ******************************************************************
      * NOTAS DO ALUNO NOS COMPONENTES. A MEDIA ENTRE O PISO E A NOTA
      * DE APROVACAO LEVA A RECUPERACAO; SE A PROVA JA FOI LANCADA E
      * O ALUNO CONTINUA NA FAIXA, A NOTA DA PROVA E MANTIDA. FORA DA
      * FAIXA A RECUPERACAO E DESFEITA E VALE A MEDIA.
      ******************************************************************
       3400-LANCAR-ALUNO SECTION.
           MOVE "N"                  TO WS-AVNOTA-EXISTE
           MOVE WS-MATERIA-TURMA     TO
               WS-COD-MATERIA IN WS-CHAVE-AVAL-NOTA
           MOVE WS-TERMO-TURMA       TO
               WS-TERMO IN WS-CHAVE-AVAL-NOTA
           MOVE WS-SORT-MATRICULA    TO
               WS-MATRICULA IN WS-CHAVE-AVAL-NOTA
           READ AVNOTA-DAT KEY IS WS-CHAVE-AVAL-NOTA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-AVNOTA = "00"
               SET WS-ALUNO-JA-AVALIADO TO TRUE
           ELSE
               INITIALIZE WS-REG-AVAL-NOTA
               MOVE WS-MATERIA-TURMA TO
                   WS-COD-MATERIA IN WS-CHAVE-AVAL-NOTA
               MOVE WS-TERMO-TURMA   TO
                   WS-TERMO IN WS-CHAVE-AVAL-NOTA
               MOVE WS-SORT-MATRICULA TO
                   WS-MATRICULA IN WS-CHAVE-AVAL-NOTA
               SET WS-SEM-RECUPERACAO TO TRUE
           END-IF

           DISPLAY "TURMA " WS-SORT-TURMA " MAT "
                   WS-SORT-MATRICULA " " WS-SORT-NOME
           PERFORM 3450-PEDIR-NOTA-COMPONENTE
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-COMPONENTES
           PERFORM 3500-CALCULAR-MEDIA

           IF WS-MEDIA-PONDERADA < WS-NOTA-APROVACAO AND
              WS-MEDIA-PONDERADA NOT < WS-NOTA-PISO-RECUP
               IF NOT WS-RECUP-LANCADA
                   SET WS-RECUP-PENDENTE TO TRUE
               END-IF
           ELSE
               SET WS-SEM-RECUPERACAO TO TRUE
               MOVE ZEROS            TO WS-NOTA-RECUPERACAO
           END-IF
           IF WS-RECUP-LANCADA
               MOVE WS-NOTA-RECUPERACAO TO WS-NOTA-FINAL
           ELSE
               MOVE WS-MEDIA-PONDERADA  TO WS-NOTA-FINAL
           END-IF

           IF WS-ALUNO-JA-AVALIADO
               REWRITE WS-REG-AVAL-NOTA
           ELSE
               WRITE WS-REG-AVAL-NOTA
           END-IF
           IF WS-FS-AVNOTA NOT = "00"
               DISPLAY "ERRO AO GRAVAR NOTAS DE COMPONENTE - STATUS "
                       WS-FS-AVNOTA
               GO TO 3400-PROXIMO
           END-IF
           MOVE WS-MEDIA-PONDERADA   TO WS-MEDIA-EDITADA
           IF WS-RECUP-PENDENTE
               ADD 1                 TO WS-QTDE-EM-RECUP
               DISPLAY "  MEDIA " WS-MEDIA-EDITADA
                       " - EM RECUPERACAO"
           ELSE
               DISPLAY "  MEDIA " WS-MEDIA-EDITADA
           END-IF
           MOVE WS-SORT-MATRICULA    TO WS-MATRICULA IN WS-CHAVE-NOTA
           PERFORM 6000-POSTAR-NOTA
           ADD 1                     TO WS-QTDE-LANCADOS.
       3400-PROXIMO.
           PERFORM 3350-RETORNAR-SORT.

       3450-PEDIR-NOTA-COMPONENTE SECTION.
           MOVE "N"                  TO WS-NOTA-ACEITA
           PERFORM 3460-DIGITAR-NOTA
                   UNTIL WS-NOTA-VALIDA
           MOVE WS-NOTA-DIGITADA     TO WS-NOTA-COMPONENTE (WS-IDX).

       3460-DIGITAR-NOTA SECTION.
           MOVE WS-NOTA-COMPONENTE (WS-IDX) TO WS-NOTA-EDITADA
           DISPLAY "  " WS-NOME-COMPONENTE (WS-IDX)
                   " (ATUAL " WS-NOTA-EDITADA ") : "
                   WITH NO ADVANCING
           ACCEPT WS-NOTA-DIGITADA
           IF WS-NOTA-DIGITADA > 100
               DISPLAY "NOTA INVALIDA - DE 000.00 A 100.00."
           ELSE
               SET WS-NOTA-VALIDA    TO TRUE
           END-IF.

       3500-CALCULAR-MEDIA SECTION.
           MOVE ZEROS                TO WS-SOMA-NOTA-PESO
           PERFORM 3550-SOMAR-COMPONENTE
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-COMPONENTES
           COMPUTE WS-MEDIA-PONDERADA ROUNDED =
                   WS-SOMA-NOTA-PESO / 100.

       3550-SOMAR-COMPONENTE SECTION.
           COMPUTE WS-SOMA-NOTA-PESO = WS-SOMA-NOTA-PESO +
                   (WS-NOTA-COMPONENTE (WS-IDX) *
                    WS-PESO-COMPONENTE (WS-IDX)).

      ******************************************************************
      * PROVA DE RECUPERACAO: PERCORRE AS NOTAS DE COMPONENTE DA
      * TURMA E PEDE A NOTA DA PROVA DE CADA ALUNO EM RECUPERACAO
      * (PENDENTE OU JA LANCADA, PARA CORRECAO). A NOTA DA PROVA
      * SUBSTITUI A MEDIA EM NOTA.DAT.
      ******************************************************************
       4000-LANCAR-RECUPERACAO SECTION.
           PERFORM 1100-PEDIR-TURMA
           PERFORM 1600-VERIFICAR-JANELA
           IF WS-FORA-DA-JANELA
               GO TO 4000-FIM
           END-IF
           PERFORM 1500-VERIFICAR-ATRIBUICAO
           IF WS-POSTAGEM-NEGADA
               GO TO 4000-FIM
           END-IF
           MOVE "N"                  TO WS-FIM-AVNOTA
           MOVE ZERO                 TO WS-QTDE-LANCADOS

           OPEN I-O AVNOTA-DAT
           IF WS-FS-AVNOTA NOT = "00"
               DISPLAY "NENHUMA NOTA DE COMPONENTE LANCADA."
               GO TO 4000-FIM
           END-IF
           PERFORM 1800-OBTER-PESO-CREDITO
           OPEN INPUT ALUNO-DAT
           IF WS-FS-ALUNO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - STATUS " WS-FS-ALUNO
               CLOSE AVNOTA-DAT
               GO TO 4000-FIM
           END-IF
           OPEN I-O NOTA-DAT
           IF WS-FS-NOTA = "35"
               OPEN OUTPUT NOTA-DAT
               CLOSE NOTA-DAT
               OPEN I-O NOTA-DAT
           END-IF
           IF WS-FS-NOTA NOT = "00"
               DISPLAY "ERRO AO ABRIR NOTA.DAT - STATUS " WS-FS-NOTA
               CLOSE AVNOTA-DAT ALUNO-DAT
               GO TO 4000-FIM
           END-IF

           PERFORM 4100-POSICIONAR-TURMA
           PERFORM 4200-LANCAR-RECUP-ALUNO
                   UNTIL WS-FIM-DAS-AVNOTAS

           CLOSE AVNOTA-DAT ALUNO-DAT NOTA-DAT
           DISPLAY "RECUPERACAO LANCADA - " WS-QTDE-LANCADOS
                   " ALUNOS.".
       4000-FIM.
           CONTINUE.

       4100-POSICIONAR-TURMA SECTION.
           MOVE WS-MATERIA-TURMA     TO
               WS-COD-MATERIA IN WS-CHAVE-AVAL-NOTA
           MOVE WS-TERMO-TURMA       TO
               WS-TERMO IN WS-CHAVE-AVAL-NOTA
           MOVE ZEROS                TO
               WS-MATRICULA IN WS-CHAVE-AVAL-NOTA
           START AVNOTA-DAT KEY IS NOT LESS WS-CHAVE-AVAL-NOTA
               INVALID KEY
                   SET WS-FIM-DAS-AVNOTAS TO TRUE
           END-START
           IF NOT WS-FIM-DAS-AVNOTAS
               PERFORM 4150-LER-AVNOTA
           END-IF.

       4150-LER-AVNOTA SECTION.
           READ AVNOTA-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DAS-AVNOTAS TO TRUE
           END-READ
           IF NOT WS-FIM-DAS-AVNOTAS
               IF WS-COD-MATERIA IN WS-CHAVE-AVAL-NOTA NOT =
                  WS-MATERIA-TURMA OR
                  WS-TERMO IN WS-CHAVE-AVAL-NOTA NOT =
                  WS-TERMO-TURMA
                   SET WS-FIM-DAS-AVNOTAS TO TRUE
               END-IF
           END-IF.

       4200-LANCAR-RECUP-ALUNO SECTION.
           IF WS-SEM-RECUPERACAO
               GO TO 4200-PROXIMO
           END-IF
           MOVE WS-MATRICULA IN WS-CHAVE-AVAL-NOTA
               TO WS-MATRICULA IN WS-REG-ALUNO
           READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
               INVALID KEY
                   MOVE "** ALUNO NAO ENCONTRADO **" TO WS-NOME
           END-READ
           MOVE WS-MEDIA-PONDERADA   TO WS-MEDIA-EDITADA
           MOVE WS-NOTA-RECUPERACAO  TO WS-RECUP-EDITADA
           DISPLAY "MAT " WS-MATRICULA IN WS-CHAVE-AVAL-NOTA " "
                   WS-NOME
           DISPLAY "  MEDIA " WS-MEDIA-EDITADA
                   "  RECUPERACAO ATUAL " WS-RECUP-EDITADA
           MOVE "N"                  TO WS-NOTA-ACEITA
           PERFORM 4250-DIGITAR-RECUPERACAO
                   UNTIL WS-NOTA-VALIDA
           MOVE WS-NOTA-DIGITADA     TO WS-NOTA-RECUPERACAO
           SET WS-RECUP-LANCADA      TO TRUE
           REWRITE WS-REG-AVAL-NOTA
           IF WS-FS-AVNOTA NOT = "00"
               DISPLAY "ERRO AO GRAVAR RECUPERACAO - STATUS "
                       WS-FS-AVNOTA
               GO TO 4200-PROXIMO
           END-IF
           MOVE WS-NOTA-RECUPERACAO  TO WS-NOTA-FINAL
           MOVE WS-MATRICULA IN WS-CHAVE-AVAL-NOTA
               TO WS-MATRICULA IN WS-CHAVE-NOTA
           PERFORM 6000-POSTAR-NOTA
           ADD 1                     TO WS-QTDE-LANCADOS.
       4200-PROXIMO.
           PERFORM 4150-LER-AVNOTA.

       4250-DIGITAR-RECUPERACAO SECTION.
           DISPLAY "  NOTA DA RECUPERACAO (000.00 A 100.00) : "
                   WITH NO ADVANCING
           ACCEPT WS-NOTA-DIGITADA
           IF WS-NOTA-DIGITADA > 100
               DISPLAY "NOTA INVALIDA - DE 000.00 A 100.00."
           ELSE
               SET WS-NOTA-VALIDA    TO TRUE
           END-IF.

      ******************************************************************
      * CONSULTA DA TURMA: COMPONENTES E PESOS DA OFERTA E, POR
      * ALUNO, MEDIA, NOTA DA RECUPERACAO E SITUACAO.
      ******************************************************************
       5000-CONSULTAR-TURMA SECTION.
           PERFORM 1100-PEDIR-TURMA
           PERFORM 1700-LER-COMPONENTES
           IF NOT WS-TEM-COMPONENTES
               GO TO 5000-FIM
           END-IF
           PERFORM 5050-EXIBIR-COMPONENTE
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-COMPONENTES
           MOVE "N"                  TO WS-FIM-AVNOTA
           OPEN INPUT AVNOTA-DAT
           IF WS-FS-AVNOTA NOT = "00"
               DISPLAY "NENHUMA NOTA DE COMPONENTE LANCADA."
               GO TO 5000-FIM
           END-IF
           PERFORM 4100-POSICIONAR-TURMA
           PERFORM 5100-EXIBIR-ALUNO
                   UNTIL WS-FIM-DAS-AVNOTAS
           CLOSE AVNOTA-DAT.
       5000-FIM.
           CONTINUE.

       5050-EXIBIR-COMPONENTE SECTION.
           DISPLAY "COMPONENTE " WS-IDX " : "
                   WS-NOME-COMPONENTE (WS-IDX) " PESO "
                   WS-PESO-COMPONENTE (WS-IDX).

       5100-EXIBIR-ALUNO SECTION.
           MOVE WS-MEDIA-PONDERADA   TO WS-MEDIA-EDITADA
           MOVE WS-NOTA-RECUPERACAO  TO WS-RECUP-EDITADA
           EVALUATE TRUE
               WHEN WS-RECUP-PENDENTE
                   DISPLAY "MAT " WS-MATRICULA IN WS-CHAVE-AVAL-NOTA
                           " MEDIA " WS-MEDIA-EDITADA
                           " EM RECUPERACAO"
               WHEN WS-RECUP-LANCADA
                   DISPLAY "MAT " WS-MATRICULA IN WS-CHAVE-AVAL-NOTA
                           " MEDIA " WS-MEDIA-EDITADA
                           " RECUPERACAO " WS-RECUP-EDITADA
               WHEN OTHER
                   DISPLAY "MAT " WS-MATRICULA IN WS-CHAVE-AVAL-NOTA
                           " MEDIA " WS-MEDIA-EDITADA
           END-EVALUATE
           PERFORM 4150-LER-AVNOTA.

      ******************************************************************
      * POSTAGEM DA NOTA FINAL EM NOTA.DAT (CHAVE JA MONTADA COM A
      * MATRICULA): NOTA EXISTENTE E REGRAVADA MANTENDO O PESO; NOTA
      * NOVA LEVA O PESO-CREDITO DA TURMA E ENTRA NOS TOTAIS DE
      * CONTROLE. AS DUAS PASSAM PELO JORNAL.
      ******************************************************************
       6000-POSTAR-NOTA SECTION.
           MOVE WS-MATERIA-TURMA     TO WS-COD-MATERIA IN WS-CHAVE-NOTA
           MOVE WS-TERMO-TURMA       TO WS-TERMO IN WS-CHAVE-NOTA
           READ NOTA-DAT KEY IS WS-CHAVE-NOTA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-NOTA = "00"
               MOVE WS-REG-NOTA      TO WS-JRNL-ANTES
               MOVE WS-NOTA-FINAL    TO WS-NOTA
               REWRITE WS-REG-NOTA
               IF WS-FS-NOTA = "00"
                   MOVE WS-REG-NOTA  TO WS-JRNL-DEPOIS
                   MOVE "A"          TO WS-JRNL-ACAO
                   PERFORM 8000-GRAVAR-JORNAL
               END-IF
           ELSE
               MOVE WS-MATRICULA IN WS-CHAVE-NOTA TO WS-CTRL-CHAVE
               MOVE SPACES           TO WS-REG-NOTA
               MOVE WS-CTRL-CHAVE    TO WS-MATRICULA IN WS-CHAVE-NOTA
               MOVE WS-MATERIA-TURMA TO
                   WS-COD-MATERIA IN WS-CHAVE-NOTA
               MOVE WS-TERMO-TURMA   TO WS-TERMO IN WS-CHAVE-NOTA
               MOVE WS-NOTA-FINAL    TO WS-NOTA
               MOVE WS-PESO-CREDITO-TURMA TO
                   WS-PESO-CREDITO IN WS-REG-NOTA
               WRITE WS-REG-NOTA
               IF WS-FS-NOTA = "00"
                   MOVE SPACES       TO WS-JRNL-ANTES
                   MOVE WS-REG-NOTA  TO WS-JRNL-DEPOIS
                   MOVE "I"          TO WS-JRNL-ACAO
                   PERFORM 8000-GRAVAR-JORNAL
                   MOVE "NOTA"       TO WS-CTRL-ARQUIVO
                   PERFORM 8100-ATUALIZAR-CONTROLE
               END-IF
           END-IF
           IF WS-FS-NOTA NOT = "00"
               DISPLAY "ERRO AO POSTAR NOTA - STATUS " WS-FS-NOTA
           END-IF.

       8000-GRAVAR-JORNAL SECTION.
           MOVE "AVALMNT"          TO WS-JRNL-PROGRAMA
           MOVE "NOTA"             TO WS-JRNL-ARQUIVO
           CALL "GRAVJRNL" USING WS-JRNL-PROGRAMA WS-SIGN-OPERADOR
                   WS-JRNL-ARQUIVO WS-JRNL-ACAO WS-JRNL-ANTES
                   WS-JRNL-DEPOIS.
       8100-ATUALIZAR-CONTROLE SECTION.
           MOVE "I"                 TO WS-CTRL-OPERACAO
           CALL "GRAVCTRL" USING WS-CTRL-ARQUIVO
                   WS-CTRL-OPERACAO WS-CTRL-CHAVE.
       END PROGRAM AVALMNT.
