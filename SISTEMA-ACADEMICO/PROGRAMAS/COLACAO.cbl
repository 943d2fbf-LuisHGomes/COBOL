      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: COLACAO DE GRAU E LIVRO DE REGISTRO DE DIPLOMAS.
      *          MODO C (COLACAO): LE O EXTRATO DE APTOS DA AUDITORIA
      *          DE COLACAO (GRADAUD), ORDENA POR TURMA E NOME E, PARA
      *          CADA ALUNO AINDA ATIVO E SEM INSCRICAO ATIVA, GRAVA O
      *          DIPLOMA ORIGINAL EM DIPLOMA.DAT (DIPLREG) COM A DATA
      *          DA COLACAO E O NUMERO DE REGISTRO, LIVRO E FOLHA
      *          SEGUINTES, E CARIMBA O ALUNO COMO FORMADO (SITUACAO
      *          F EM ALUNO.DAT, COM IMAGENS NO JORNAL) - O INSCMNT
      *          PASSA A RECUSAR INSCRICAO E O FATURAMENTO NAO O
      *          ALCANCA MAIS. IMPRIME A ATA DE COLACAO POR TURMA
      *          (COLATPRT) E AS FOLHAS DO LIVRO DE REGISTRO
      *          (LIVROPRT). MODO S (SEGUNDA VIA): PARA CADA
      *          MATRICULA E MOTIVO DO SYSIN, GRAVA UMA NOVA VIA COM
      *          REGISTRO PROPRIO QUE REFERENCIA O REGISTRO ORIGINAL
      *          E DA A VIA ANTERIOR COMO SUBSTITUIDA. O QUE NAO PODE
      *          SER FEITO SAI COM O MOTIVO EM COLOCPRT, COM OS
      *          TOTAIS; RC=4 SE HOUVER OCORRENCIA, RC=8 EM ERRO DE
      *          ABERTURA OU PARAMETRO INVALIDO. UMA REEXECUCAO NAO
      *          REGISTRA DUAS VEZES O MESMO DIPLOMA - E COMPLETA O
      *          CARIMBO DE FORMADO DO ALUNO CUJO DIPLOMA FICOU
      *          GRAVADO NUMA EXECUCAO INTERROMPIDA.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APTOS-DAT          ASSIGN TO "APTOSDAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-APTOS.

           SELECT ALUNO-DAT          ASSIGN TO "ALUNODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-MATRICULA IN WS-REG-ALUNO
                                      FILE STATUS IS WS-FS-ALUNO.

           SELECT INSCRICAO-DAT      ASSIGN TO "INSCRDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-INSCRICAO
                                      FILE STATUS IS WS-FS-INSCRICAO.

           SELECT DIPLOMA-DAT        ASSIGN TO "DIPLODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-DIPLOMA
                                      FILE STATUS IS WS-FS-DIPLOMA.

           SELECT SORT-WORK          ASSIGN TO "WORKCOLA".

           SELECT ATA-PRT            ASSIGN TO "COLATPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ATA.

           SELECT LIVRO-PRT          ASSIGN TO "LIVROPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LIVRO.

           SELECT OCORRENCIA-PRT     ASSIGN TO "COLOCPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-OCORRENCIA.

       DATA DIVISION.
       FILE SECTION.
       FD  APTOS-DAT
           RECORD CONTAINS 40 CHARACTERS.
           COPY APTOREG.

       FD  ALUNO-DAT.
           COPY ALUNOREG.

       FD  INSCRICAO-DAT.
           COPY INSCREG.

       FD  DIPLOMA-DAT.
           COPY DIPLREG.

       SD  SORT-WORK.
       01  WS-REG-SORT.
           03  WS-SORT-TURMA         PIC X(002).
           03  WS-SORT-NOME          PIC X(060).
           03  WS-SORT-MATRICULA     PIC 9(011).
           03  WS-SORT-TERMO         PIC 9(006).

       FD  ATA-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-ATA              PIC X(080).

       FD  LIVRO-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-LIVRO            PIC X(080).

       FD  OCORRENCIA-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-OCORRENCIA       PIC X(080).

       WORKING-STORAGE SECTION.
           COPY ACADPARM.
       77  WS-FS-APTOS               PIC X(002) VALUE "00".
       77  WS-FS-ALUNO               PIC X(002) VALUE "00".
       77  WS-FS-INSCRICAO           PIC X(002) VALUE "00".
       77  WS-FS-DIPLOMA             PIC X(002) VALUE "00".
       77  WS-FS-ATA                 PIC X(002) VALUE "00".
       77  WS-FS-LIVRO               PIC X(002) VALUE "00".
       77  WS-FS-OCORRENCIA          PIC X(002) VALUE "00".
       77  WS-MODO-EXECUCAO          PIC X(001) VALUE SPACE.
           88  WS-MODO-COLACAO           VALUE "C" "c".
           88  WS-MODO-SEGUNDA-VIA       VALUE "S" "s".
       77  WS-FIM-APTOS              PIC X(001) VALUE "N".
           88  WS-FIM-DOS-APTOS          VALUE "S".
       77  WS-FIM-SORT               PIC X(001) VALUE "N".
           88  WS-FIM-DO-SORT            VALUE "S".
       77  WS-FIM-INSCRICAO          PIC X(001) VALUE "N".
           88  WS-INSCRICOES-ESGOTADAS   VALUE "S".
       77  WS-FIM-DIPLOMA            PIC X(001) VALUE "N".
           88  WS-VIAS-ESGOTADAS         VALUE "S".
       77  WS-FIM-PEDIDO             PIC X(001) VALUE "N".
           88  WS-FIM-DOS-PEDIDOS        VALUE "S".
       77  WS-INSC-ATIVA-ACHADA      PIC X(001) VALUE "N".
           88  WS-TEM-INSCRICAO-ATIVA    VALUE "S".
       77  WS-DATA-VALIDA            PIC X(001) VALUE "N".
           88  WS-DATA-OK                VALUE "S".
       77  WS-DATA-COLACAO           PIC 9(008) VALUE ZEROS.
       77  WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       77  WS-TURMA-FILTRO           PIC X(002) VALUE SPACES.
       77  WS-TURMA-ANTERIOR         PIC X(002) VALUE SPACES.
       77  WS-TERMO-INSC-ATIVA       PIC 9(006) VALUE ZEROS.
       77  WS-MOTIVO-OCORRENCIA      PIC X(040) VALUE SPACES.
       77  WS-ULT-VIA                PIC 9(002) VALUE ZERO.
       77  WS-VIA-VIGENTE            PIC 9(002) VALUE ZERO.
       77  WS-REGISTRO-ORIGINAL      PIC 9(007) VALUE ZEROS.
       77  WS-ULT-REGISTRO           PIC 9(007) VALUE ZEROS.
       77  WS-LIVRO-CORRENTE         PIC 9(003) VALUE ZEROS.
       77  WS-FOLHA-CORRENTE         PIC 9(003) VALUE ZEROS.
       77  WS-LINHAS-FOLHA           PIC 9(002) VALUE ZERO.
       77  WS-LIVRO-IMPRESSO         PIC 9(003) VALUE ZEROS.
       77  WS-FOLHA-IMPRESSA         PIC 9(003) VALUE ZEROS.
       77  WS-QTDE-LIDOS             PIC 9(007) VALUE ZERO.
       77  WS-QTDE-REGISTRADOS       PIC 9(007) VALUE ZERO.
       77  WS-QTDE-RETOMADOS         PIC 9(007) VALUE ZERO.
       77  WS-QTDE-OCORRENCIAS       PIC 9(007) VALUE ZERO.
       77  WS-QTDE-TURMA             PIC 9(005) VALUE ZERO.

       01  WS-DATA-DECOMPOSTA.
           03  WS-DATA-ANO           PIC 9(004).
           03  WS-DATA-MES           PIC 9(002).
           03  WS-DATA-DIA           PIC 9(002).

      ******************************************************************
      * PEDIDO DE SEGUNDA VIA NO SYSIN: MATRICULA, UM BRANCO E O
      * MOTIVO. A LISTA TERMINA NA PRIMEIRA LINHA SEM MATRICULA.
      ******************************************************************
       01  WS-PEDIDO-SEGUNDA-VIA.
           03  WS-PED-MATRICULA      PIC 9(011).
           03  FILLER                PIC X(001).
           03  WS-PED-MOTIVO         PIC X(020).

      ******************************************************************
      * PARAMETROS DA CHAMADA A GRAVJRNL - IMAGENS ANTES/DEPOIS DO
      * REGISTRO DE ALUNO CARIMBADO COMO FORMADO.
      ******************************************************************
       01  WS-JRNL-CALL.
           03  WS-JRNL-PROGRAMA     PIC X(008).
           03  WS-JRNL-OPERADOR     PIC X(008).
           03  WS-JRNL-ARQUIVO      PIC X(008).
           03  WS-JRNL-ACAO         PIC X(001).
           03  WS-JRNL-ANTES        PIC X(100).
           03  WS-JRNL-DEPOIS       PIC X(100).

       01  WS-CAB-ATA.
           03  FILLER                PIC X(038) VALUE
               "ATA DE COLACAO DE GRAU - COLACAO EM  ".
           03  WS-CABA-DATA          PIC 9(008).

       01  WS-CAB-ATA-TURMA.
           03  FILLER                PIC X(018) VALUE
               "CURSO (TURMA)  :  ".
           03  WS-CABA-TURMA         PIC X(002).

       01  WS-CAB-ATA-COLUNAS        PIC X(080) VALUE
           "  MATRICULA   NOME                                     REGIS
      -    "TRO".

       01  WS-DET-ATA.
           03  FILLER                PIC X(002) VALUE SPACES.
           03  WS-DETA-MATRICULA     PIC 9(011).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DETA-NOME          PIC X(040).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DETA-REGISTRO      PIC 9(007).

       01  WS-ROD-ATA.
           03  FILLER                PIC X(030) VALUE
               "  GRAUS CONFERIDOS NA TURMA : ".
           03  WS-RODA-QTDE          PIC ZZZZ9.

       01  WS-CAB-LIVRO.
           03  FILLER                PIC X(040) VALUE
               "LIVRO DE REGISTRO DE DIPLOMAS - LIVRO  ".
           03  WS-CABL-LIVRO         PIC 9(003).
           03  FILLER                PIC X(009) VALUE "  FOLHA  ".
           03  WS-CABL-FOLHA         PIC 9(003).

       01  WS-DET-LIVRO-1.
           03  FILLER                PIC X(004) VALUE "REG ".
           03  WS-DETL-REGISTRO      PIC 9(007).
           03  FILLER                PIC X(005) VALUE " MAT ".
           03  WS-DETL-MATRICULA     PIC 9(011).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DETL-NOME          PIC X(052).

       01  WS-DET-LIVRO-2.
           03  FILLER                PIC X(010) VALUE "    CURSO ".
           03  WS-DETL-TURMA         PIC X(002).
           03  FILLER                PIC X(011) VALUE " CONCLUSAO ".
           03  WS-DETL-TERMO         PIC 9(006).
           03  FILLER                PIC X(009) VALUE " COLACAO ".
           03  WS-DETL-COLACAO       PIC 9(008).
           03  FILLER                PIC X(011) VALUE " EXPEDICAO ".
           03  WS-DETL-EXPEDICAO     PIC 9(008).

       01  WS-DET-LIVRO-3.
           03  FILLER                PIC X(017) VALUE
               "    SEGUNDA VIA (".
           03  WS-DETL-VIA           PIC 9(002).
           03  FILLER                PIC X(017) VALUE
               ") DO REGISTRO    ".
           03  WS-DETL-ORIGEM        PIC 9(007).
           03  FILLER                PIC X(011) VALUE " - MOTIVO: ".
           03  WS-DETL-MOTIVO        PIC X(020).

       01  WS-DET-OCORRENCIA.
           03  FILLER                PIC X(006) VALUE "  MAT ".
           03  WS-OCO-MATRICULA      PIC 9(011).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-OCO-NOME           PIC X(020).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-OCO-MOTIVO         PIC X(040).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           DISPLAY "MODO (C=COLACAO DE GRAU, S=SEGUNDA VIA) : "
                   WITH NO ADVANCING
           ACCEPT WS-MODO-EXECUCAO
           IF NOT WS-MODO-COLACAO AND NOT WS-MODO-SEGUNDA-VIA
               DISPLAY "MODO INVALIDO - EXECUCAO RECUSADA."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODO-COLACAO
               PERFORM 1100-LER-PARAMETROS-COLACAO
           END-IF
           PERFORM 1000-ABERTURA
           IF WS-MODO-COLACAO
               SORT SORT-WORK
                   ON ASCENDING KEY WS-SORT-TURMA WS-SORT-NOME
                                    WS-SORT-MATRICULA
                   INPUT PROCEDURE IS 2000-SELECIONAR-APTOS
                   OUTPUT PROCEDURE IS 3000-CONFERIR-GRAU
           ELSE
               PERFORM 4100-LER-PEDIDO
               PERFORM 4000-EMITIR-SEGUNDA-VIA
                       UNTIL WS-FIM-DOS-PEDIDOS
           END-IF
           PERFORM 8000-RESUMO
           PERFORM 9000-ENCERRAMENTO
           IF WS-QTDE-OCORRENCIAS > ZERO
               MOVE 4                TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * O CONTROLE DO LIVRO (MATRICULA E VIA ZERADAS) NASCE NO LIVRO
      * 1, FOLHA 1, NA PRIMEIRA EXECUCAO. A DATA DE EXPEDICAO E A DO
      * DIA DA EXECUCAO.
      ******************************************************************
       1000-ABERTURA SECTION.
           OPEN I-O ALUNO-DAT
           IF WS-FS-ALUNO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - STATUS " WS-FS-ALUNO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INSCRICAO-DAT
           IF WS-FS-INSCRICAO NOT = "00"
               DISPLAY "ERRO AO ABRIR INSCRICAO.DAT - STATUS "
                       WS-FS-INSCRICAO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DIPLOMA-DAT
           IF WS-FS-DIPLOMA = "35"
               OPEN OUTPUT DIPLOMA-DAT
               CLOSE DIPLOMA-DAT
               OPEN I-O DIPLOMA-DAT
           END-IF
           IF WS-FS-DIPLOMA NOT = "00"
               DISPLAY "ERRO AO ABRIR DIPLOMA.DAT - STATUS "
                       WS-FS-DIPLOMA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS                TO WS-CHAVE-DIPLOMA
           READ DIPLOMA-DAT KEY IS WS-CHAVE-DIPLOMA
               INVALID KEY
                   MOVE SPACES       TO WS-DIP-DADOS
                   SET WS-DIP-CONTROLE TO TRUE
                   MOVE ZEROS        TO WS-DIP-CTL-ULT-REGISTRO
                                         WS-DIP-CTL-LINHAS
                   MOVE 1            TO WS-DIP-CTL-LIVRO
                                         WS-DIP-CTL-FOLHA
                   WRITE WS-REG-DIPLOMA
           END-READ
           IF WS-FS-DIPLOMA NOT = "00"
               DISPLAY "ERRO NO CONTROLE DO LIVRO DE REGISTRO - "
                       "STATUS " WS-FS-DIPLOMA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DIP-CTL-ULT-REGISTRO TO WS-ULT-REGISTRO
           MOVE WS-DIP-CTL-LIVRO     TO WS-LIVRO-CORRENTE
           MOVE WS-DIP-CTL-FOLHA     TO WS-FOLHA-CORRENTE
           MOVE WS-DIP-CTL-LINHAS    TO WS-LINHAS-FOLHA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF WS-MODO-COLACAO
               OPEN INPUT APTOS-DAT
               IF WS-FS-APTOS NOT = "00"
                   DISPLAY "EXTRATO DE APTOS INEXISTENTE - EXECUTE A "
                           "AUDITORIA DE COLACAO (GRADAUD) ANTES."
                   MOVE 8            TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT ATA-PRT
           END-IF
           OPEN OUTPUT LIVRO-PRT
           OPEN OUTPUT OCORRENCIA-PRT
           IF WS-MODO-COLACAO
               MOVE "OCORRENCIAS DA COLACAO DE GRAU"
                                      TO WS-LINHA-OCORRENCIA
           ELSE
               MOVE "OCORRENCIAS DA SEGUNDA VIA DE DIPLOMA"
                                      TO WS-LINHA-OCORRENCIA
           END-IF
           WRITE WS-LINHA-OCORRENCIA
           MOVE SPACES               TO WS-LINHA-OCORRENCIA
           WRITE WS-LINHA-OCORRENCIA.

       1100-LER-PARAMETROS-COLACAO SECTION.
           DISPLAY "DATA DA COLACAO (AAAAMMDD) : " WITH NO ADVANCING
           ACCEPT WS-DATA-COLACAO
           MOVE "N"                  TO WS-DATA-VALIDA
           MOVE WS-DATA-COLACAO      TO WS-DATA-DECOMPOSTA
           IF WS-DATA-ANO > 1900 AND
              WS-DATA-MES > ZERO AND WS-DATA-MES < 13 AND
              WS-DATA-DIA > ZERO AND WS-DATA-DIA < 32
               SET WS-DATA-OK        TO TRUE
           END-IF
           IF NOT WS-DATA-OK
               DISPLAY "DATA DA COLACAO INVALIDA - EXECUCAO RECUSADA."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "TURMA (BRANCOS = TODAS)    : " WITH NO ADVANCING
           ACCEPT WS-TURMA-FILTRO.

      ******************************************************************
      * APTOS DA TURMA PEDIDA (OU DE TODAS) ENTRAM NO SORT COM O NOME
      * DE ALUNO.DAT - A ATA E O LIVRO SAEM EM ORDEM DE TURMA E NOME.
      ******************************************************************
       2000-SELECIONAR-APTOS SECTION.
           PERFORM 2100-LER-APTO
           PERFORM 2200-LIBERAR-APTO
                   UNTIL WS-FIM-DOS-APTOS.

       2100-LER-APTO SECTION.
           READ APTOS-DAT
               AT END
                   SET WS-FIM-DOS-APTOS TO TRUE
           END-READ.

       2200-LIBERAR-APTO SECTION.
           IF WS-TURMA-FILTRO NOT = SPACES AND
              WS-APT-TURMA NOT = WS-TURMA-FILTRO
               GO TO 2200-PROXIMO
           END-IF
           ADD 1                     TO WS-QTDE-LIDOS
           MOVE WS-APT-MATRICULA     TO WS-MATRICULA IN WS-REG-ALUNO
           READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
               INVALID KEY
                   MOVE "** ALUNO NAO ENCONTRADO **" TO WS-NOME
           END-READ
           MOVE WS-APT-TURMA         TO WS-SORT-TURMA
           MOVE WS-NOME              TO WS-SORT-NOME
           MOVE WS-APT-MATRICULA     TO WS-SORT-MATRICULA
           MOVE WS-APT-TERMO-CONCLUSAO TO WS-SORT-TERMO
           RELEASE WS-REG-SORT.
       2200-PROXIMO.
           PERFORM 2100-LER-APTO.

       3000-CONFERIR-GRAU SECTION.
           PERFORM 3100-RETORNAR-SORT
           PERFORM 3200-CONFERIR-ALUNO
                   UNTIL WS-FIM-DO-SORT
           IF WS-TURMA-ANTERIOR NOT = SPACES
               PERFORM 3350-RODAPE-TURMA
           END-IF.

       3100-RETORNAR-SORT SECTION.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-DO-SORT TO TRUE
           END-RETURN.

      ******************************************************************
      * O GRAU SO E CONFERIDO A QUEM CONTINUA ATIVO (O EXTRATO PODE
      * SER DE DIAS ANTES), NAO TEM DIPLOMA REGISTRADO E NAO TEM
      * INSCRICAO ATIVA - INSCRICAO JA FEITA PARA O TERMO SEGUINTE
      * PRECISA SER CANCELADA NO INSCMNT (QUE DEVOLVE A VAGA) ANTES.
      * ALUNO AINDA ATIVO COM A VIA 01 JA GRAVADA E UMA EXECUCAO QUE
      * CAIU ENTRE O REGISTRO DO DIPLOMA E O CARIMBO DO ALUNO: O
      * CARIMBO E COMPLETADO COM O REGISTRO JA NUMERADO E O ALUNO
      * SAI NA ATA E NO LIVRO COMO OS DEMAIS, CONTADO COMO RETOMADO.
      ******************************************************************
       3200-CONFERIR-ALUNO SECTION.
           IF WS-SORT-TURMA NOT = WS-TURMA-ANTERIOR
               IF WS-TURMA-ANTERIOR NOT = SPACES
                   PERFORM 3350-RODAPE-TURMA
               END-IF
               PERFORM 3300-CABECALHO-TURMA
           END-IF
           MOVE WS-SORT-MATRICULA    TO WS-MATRICULA IN WS-REG-ALUNO
           READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
               INVALID KEY
                   MOVE WS-SORT-NOME TO WS-NOME
                   MOVE "ALUNO NAO CADASTRADO"
                                      TO WS-MOTIVO-OCORRENCIA
                   PERFORM 7000-REGISTRAR-OCORRENCIA
                   GO TO 3200-PROXIMO
           END-READ
           IF WS-ALUNO-FORMADO
               MOVE "ALUNO JA COLOU GRAU"
                                      TO WS-MOTIVO-OCORRENCIA
               PERFORM 7000-REGISTRAR-OCORRENCIA
               GO TO 3200-PROXIMO
           END-IF
           IF NOT WS-ALUNO-ATIVO
               MOVE SPACES           TO WS-MOTIVO-OCORRENCIA
               STRING "ALUNO NAO ESTA ATIVO - SITUACAO "
                      WS-SITUACAO IN WS-REG-ALUNO
                   DELIMITED BY SIZE INTO WS-MOTIVO-OCORRENCIA
               PERFORM 7000-REGISTRAR-OCORRENCIA
               GO TO 3200-PROXIMO
           END-IF
           PERFORM 3400-PROCURAR-INSCRICAO-ATIVA
           IF WS-TEM-INSCRICAO-ATIVA
               MOVE SPACES           TO WS-MOTIVO-OCORRENCIA
               STRING "INSCRICAO ATIVA NO TERMO "
                      WS-TERMO-INSC-ATIVA
                   DELIMITED BY SIZE INTO WS-MOTIVO-OCORRENCIA
               PERFORM 7000-REGISTRAR-OCORRENCIA
               GO TO 3200-PROXIMO
           END-IF
           MOVE WS-SORT-MATRICULA    TO WS-DIP-MATRICULA
           MOVE 1                    TO WS-DIP-VIA
           READ DIPLOMA-DAT KEY IS WS-CHAVE-DIPLOMA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-DIPLOMA = "00"
               DISPLAY "DIPLOMA " WS-DIP-REGISTRO " DA MATRICULA "
                       WS-SORT-MATRICULA " JA REGISTRADO - CARIMBO "
                       "DE FORMADO COMPLETADO."
               PERFORM 3500-CARIMBAR-FORMADO
               PERFORM 3600-LISTAR-GRAU
               ADD 1                 TO WS-QTDE-RETOMADOS
               GO TO 3200-PROXIMO
           END-IF

           PERFORM 5000-NUMERAR-REGISTRO
           MOVE SPACES               TO WS-REG-DIPLOMA
           MOVE WS-SORT-MATRICULA    TO WS-DIP-MATRICULA
           MOVE 1                    TO WS-DIP-VIA
           SET WS-DIP-ORIGINAL       TO TRUE
           MOVE WS-ULT-REGISTRO      TO WS-DIP-REGISTRO
           MOVE WS-LIVRO-CORRENTE    TO WS-DIP-LIVRO
           MOVE WS-FOLHA-CORRENTE    TO WS-DIP-FOLHA
           MOVE WS-SORT-TURMA        TO WS-DIP-TURMA
           MOVE WS-DATA-COLACAO      TO WS-DIP-DATA-COLACAO
           MOVE WS-DATA-HOJE         TO WS-DIP-DATA-EXPEDICAO
           MOVE WS-SORT-TERMO        TO WS-DIP-TERMO-CONCLUSAO
           MOVE ZEROS                TO WS-DIP-REGISTRO-ORIGEM
           SET WS-DIP-VIGENTE        TO TRUE
           WRITE WS-REG-DIPLOMA
           IF WS-FS-DIPLOMA NOT = "00"
               DISPLAY "ERRO AO REGISTRAR O DIPLOMA DA MATRICULA "
                       WS-SORT-MATRICULA " - STATUS " WS-FS-DIPLOMA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3500-CARIMBAR-FORMADO
           PERFORM 3600-LISTAR-GRAU
           ADD 1                     TO WS-QTDE-REGISTRADOS.
       3200-PROXIMO.
           PERFORM 3100-RETORNAR-SORT.

       3300-CABECALHO-TURMA SECTION.
           MOVE WS-SORT-TURMA        TO WS-TURMA-ANTERIOR
           MOVE ZERO                 TO WS-QTDE-TURMA
           MOVE WS-DATA-COLACAO      TO WS-CABA-DATA
           WRITE WS-LINHA-ATA FROM WS-CAB-ATA
                   AFTER ADVANCING PAGE
           MOVE WS-SORT-TURMA        TO WS-CABA-TURMA
           WRITE WS-LINHA-ATA FROM WS-CAB-ATA-TURMA
           MOVE SPACES               TO WS-LINHA-ATA
           WRITE WS-LINHA-ATA
           WRITE WS-LINHA-ATA FROM WS-CAB-ATA-COLUNAS.

       3350-RODAPE-TURMA SECTION.
           MOVE SPACES               TO WS-LINHA-ATA
           WRITE WS-LINHA-ATA
           MOVE WS-QTDE-TURMA        TO WS-RODA-QTDE
           WRITE WS-LINHA-ATA FROM WS-ROD-ATA.

       3400-PROCURAR-INSCRICAO-ATIVA SECTION.
           MOVE "N"                  TO WS-INSC-ATIVA-ACHADA
           MOVE "N"                  TO WS-FIM-INSCRICAO
           MOVE WS-SORT-MATRICULA    TO
               WS-MATRICULA IN WS-CHAVE-INSCRICAO
           MOVE ZEROS                TO
               WS-COD-MATERIA IN WS-CHAVE-INSCRICAO
               WS-TERMO IN WS-CHAVE-INSCRICAO
           START INSCRICAO-DAT KEY IS NOT LESS WS-CHAVE-INSCRICAO
               INVALID KEY
                   SET WS-INSCRICOES-ESGOTADAS TO TRUE
           END-START
           IF NOT WS-INSCRICOES-ESGOTADAS
               PERFORM 3410-LER-INSCRICAO
           END-IF
           PERFORM 3420-TESTAR-INSCRICAO
                   UNTIL WS-TEM-INSCRICAO-ATIVA OR
                         WS-INSCRICOES-ESGOTADAS.

       3410-LER-INSCRICAO SECTION.
           READ INSCRICAO-DAT NEXT RECORD
               AT END
                   SET WS-INSCRICOES-ESGOTADAS TO TRUE
           END-READ
           IF NOT WS-INSCRICOES-ESGOTADAS
               IF WS-MATRICULA IN WS-CHAVE-INSCRICAO NOT =
                  WS-SORT-MATRICULA
                   SET WS-INSCRICOES-ESGOTADAS TO TRUE
               END-IF
           END-IF.

       3420-TESTAR-INSCRICAO SECTION.
           IF WS-INSCRICAO-ATIVA
               SET WS-TEM-INSCRICAO-ATIVA TO TRUE
               MOVE WS-TERMO IN WS-CHAVE-INSCRICAO
                   TO WS-TERMO-INSC-ATIVA
           ELSE
               PERFORM 3410-LER-INSCRICAO
           END-IF.

       3500-CARIMBAR-FORMADO SECTION.
           MOVE WS-REG-ALUNO         TO WS-JRNL-ANTES
           SET WS-ALUNO-FORMADO      TO TRUE
           MOVE WS-REG-ALUNO         TO WS-JRNL-DEPOIS
           REWRITE WS-REG-ALUNO
           IF WS-FS-ALUNO NOT = "00"
               DISPLAY "ERRO AO CARIMBAR O ALUNO " WS-SORT-MATRICULA
                       " COMO FORMADO - STATUS " WS-FS-ALUNO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8100-GRAVAR-JORNAL.

       3600-LISTAR-GRAU SECTION.
           MOVE WS-SORT-MATRICULA    TO WS-DETA-MATRICULA
           MOVE WS-NOME              TO WS-DETA-NOME
           MOVE WS-DIP-REGISTRO      TO WS-DETA-REGISTRO
           WRITE WS-LINHA-ATA FROM WS-DET-ATA
           ADD 1                     TO WS-QTDE-TURMA
           PERFORM 5100-IMPRIMIR-REGISTRO.

      ******************************************************************
      * SEGUNDA VIA: SO PARA ALUNO FORMADO COM DIPLOMA REGISTRADO. A
      * VIA NOVA REFERENCIA O REGISTRO DA VIA 01 (O ORIGINAL), MESMO
      * QUE JA EXISTA OUTRA SEGUNDA VIA, E A VIA VIGENTE ATE AQUI
      * PASSA A SUBSTITUIDA.
      ******************************************************************
       4000-EMITIR-SEGUNDA-VIA SECTION.
           ADD 1                     TO WS-QTDE-LIDOS
           MOVE WS-PED-MATRICULA     TO WS-MATRICULA IN WS-REG-ALUNO
           READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
               INVALID KEY
                   MOVE SPACES       TO WS-NOME
                   MOVE "ALUNO NAO CADASTRADO"
                                      TO WS-MOTIVO-OCORRENCIA
                   PERFORM 7000-REGISTRAR-OCORRENCIA
                   GO TO 4000-PROXIMO
           END-READ
           IF NOT WS-ALUNO-FORMADO
               MOVE "ALUNO NAO COLOU GRAU - SEM DIPLOMA"
                                      TO WS-MOTIVO-OCORRENCIA
               PERFORM 7000-REGISTRAR-OCORRENCIA
               GO TO 4000-PROXIMO
           END-IF
           IF WS-PED-MOTIVO = SPACES
               MOVE "MOTIVO DA SEGUNDA VIA NAO INFORMADO"
                                      TO WS-MOTIVO-OCORRENCIA
               PERFORM 7000-REGISTRAR-OCORRENCIA
               GO TO 4000-PROXIMO
           END-IF
           PERFORM 4200-LOCALIZAR-VIAS
           IF WS-ULT-VIA = ZERO OR WS-REGISTRO-ORIGINAL = ZEROS
               MOVE "SEM DIPLOMA ORIGINAL NO LIVRO DE REGISTRO"
                                      TO WS-MOTIVO-OCORRENCIA
               PERFORM 7000-REGISTRAR-OCORRENCIA
               GO TO 4000-PROXIMO
           END-IF
           IF WS-ULT-VIA = 99
               MOVE "LIMITE DE VIAS DO DIPLOMA ATINGIDO"
                                      TO WS-MOTIVO-OCORRENCIA
               PERFORM 7000-REGISTRAR-OCORRENCIA
               GO TO 4000-PROXIMO
           END-IF

           IF WS-VIA-VIGENTE NOT = ZERO
               MOVE WS-PED-MATRICULA TO WS-DIP-MATRICULA
               MOVE WS-VIA-VIGENTE   TO WS-DIP-VIA
               READ DIPLOMA-DAT KEY IS WS-CHAVE-DIPLOMA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-DIPLOMA = "00"
                   SET WS-DIP-SUBSTITUIDO TO TRUE
                   REWRITE WS-REG-DIPLOMA
                   IF WS-FS-DIPLOMA NOT = "00"
                       DISPLAY "ERRO AO SUBSTITUIR A VIA " WS-DIP-VIA
                               " DA MATRICULA " WS-PED-MATRICULA
                               " - STATUS " WS-FS-DIPLOMA
                       MOVE 8        TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF

           PERFORM 5000-NUMERAR-REGISTRO
      *    A VIA NOVA HERDA CURSO, COLACAO E CONCLUSAO DA ULTIMA VIA
           MOVE WS-PED-MATRICULA     TO WS-DIP-MATRICULA
           MOVE WS-ULT-VIA           TO WS-DIP-VIA
           READ DIPLOMA-DAT KEY IS WS-CHAVE-DIPLOMA
               INVALID KEY
                   CONTINUE
           END-READ
           ADD 1                     TO WS-ULT-VIA
           MOVE WS-ULT-VIA           TO WS-DIP-VIA
           SET WS-DIP-SEGUNDA-VIA    TO TRUE
           MOVE WS-ULT-REGISTRO      TO WS-DIP-REGISTRO
           MOVE WS-LIVRO-CORRENTE    TO WS-DIP-LIVRO
           MOVE WS-FOLHA-CORRENTE    TO WS-DIP-FOLHA
           MOVE WS-DATA-HOJE         TO WS-DIP-DATA-EXPEDICAO
           MOVE WS-REGISTRO-ORIGINAL TO WS-DIP-REGISTRO-ORIGEM
           SET WS-DIP-VIGENTE        TO TRUE
           MOVE WS-PED-MOTIVO        TO WS-DIP-MOTIVO
           WRITE WS-REG-DIPLOMA
           IF WS-FS-DIPLOMA NOT = "00"
               DISPLAY "ERRO AO REGISTRAR A SEGUNDA VIA DA MATRICULA "
                       WS-PED-MATRICULA " - STATUS " WS-FS-DIPLOMA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5100-IMPRIMIR-REGISTRO
           ADD 1                     TO WS-QTDE-REGISTRADOS.
       4000-PROXIMO.
           PERFORM 4100-LER-PEDIDO.

       4100-LER-PEDIDO SECTION.
           MOVE SPACES               TO WS-PEDIDO-SEGUNDA-VIA
           DISPLAY "MATRICULA E MOTIVO (BRANCO ENCERRA) : "
                   WITH NO ADVANCING
           ACCEPT WS-PEDIDO-SEGUNDA-VIA
           IF WS-PED-MATRICULA NOT NUMERIC OR
              WS-PED-MATRICULA = ZEROS
               SET WS-FIM-DOS-PEDIDOS TO TRUE
           END-IF.

       4200-LOCALIZAR-VIAS SECTION.
           MOVE ZERO                 TO WS-ULT-VIA
                                         WS-VIA-VIGENTE
           MOVE ZEROS                TO WS-REGISTRO-ORIGINAL
           MOVE "N"                  TO WS-FIM-DIPLOMA
           MOVE WS-PED-MATRICULA     TO WS-DIP-MATRICULA
           MOVE ZERO                 TO WS-DIP-VIA
           START DIPLOMA-DAT KEY IS NOT LESS WS-CHAVE-DIPLOMA
               INVALID KEY
                   SET WS-VIAS-ESGOTADAS TO TRUE
           END-START
           IF NOT WS-VIAS-ESGOTADAS
               PERFORM 4210-LER-VIA
           END-IF
           PERFORM 4220-EXAMINAR-VIA
                   UNTIL WS-VIAS-ESGOTADAS.

       4210-LER-VIA SECTION.
           READ DIPLOMA-DAT NEXT RECORD
               AT END
                   SET WS-VIAS-ESGOTADAS TO TRUE
           END-READ
           IF NOT WS-VIAS-ESGOTADAS
               IF WS-DIP-MATRICULA NOT = WS-PED-MATRICULA
                   SET WS-VIAS-ESGOTADAS TO TRUE
               END-IF
           END-IF.

       4220-EXAMINAR-VIA SECTION.
           MOVE WS-DIP-VIA           TO WS-ULT-VIA
           IF WS-DIP-ORIGINAL
               MOVE WS-DIP-REGISTRO  TO WS-REGISTRO-ORIGINAL
           END-IF
           IF WS-DIP-VIGENTE
               MOVE WS-DIP-VIA       TO WS-VIA-VIGENTE
           END-IF
           PERFORM 4210-LER-VIA.

      ******************************************************************
      * PROXIMO NUMERO DE REGISTRO E SUA POSICAO NO LIVRO. FOLHA CHEIA
      * (WS-DIPL-REG-POR-FOLHA) PASSA A FOLHA SEGUINTE; LIVRO CHEIO
      * (WS-DIPL-FOLHAS-POR-LIVRO) ABRE O LIVRO SEGUINTE NA FOLHA 1.
      * O CONTROLE E REGRAVADO ANTES DO REGISTRO DO DIPLOMA - UMA
      * QUEDA NO MEIO PERDE UM NUMERO, NUNCA O REPETE.
      ******************************************************************
       5000-NUMERAR-REGISTRO SECTION.
           ADD 1                     TO WS-ULT-REGISTRO
           IF WS-LINHAS-FOLHA NOT < WS-DIPL-REG-POR-FOLHA
               ADD 1                 TO WS-FOLHA-CORRENTE
               MOVE ZERO             TO WS-LINHAS-FOLHA
               IF WS-FOLHA-CORRENTE > WS-DIPL-FOLHAS-POR-LIVRO
                   ADD 1             TO WS-LIVRO-CORRENTE
                   MOVE 1            TO WS-FOLHA-CORRENTE
               END-IF
           END-IF
           ADD 1                     TO WS-LINHAS-FOLHA
           MOVE SPACES               TO WS-REG-DIPLOMA
           MOVE ZEROS                TO WS-CHAVE-DIPLOMA
           SET WS-DIP-CONTROLE       TO TRUE
           MOVE WS-ULT-REGISTRO      TO WS-DIP-CTL-ULT-REGISTRO
           MOVE WS-LIVRO-CORRENTE    TO WS-DIP-CTL-LIVRO
           MOVE WS-FOLHA-CORRENTE    TO WS-DIP-CTL-FOLHA
           MOVE WS-LINHAS-FOLHA      TO WS-DIP-CTL-LINHAS
           REWRITE WS-REG-DIPLOMA
           IF WS-FS-DIPLOMA NOT = "00"
               DISPLAY "ERRO AO ATUALIZAR O CONTROLE DO LIVRO - "
                       "STATUS " WS-FS-DIPLOMA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * UMA PAGINA DO RELATORIO POR FOLHA DO LIVRO - O REGISTRO QUE
      * MUDA DE FOLHA ABRE PAGINA NOVA COM LIVRO E FOLHA.
      ******************************************************************
       5100-IMPRIMIR-REGISTRO SECTION.
           IF WS-DIP-LIVRO NOT = WS-LIVRO-IMPRESSO OR
              WS-DIP-FOLHA NOT = WS-FOLHA-IMPRESSA
               MOVE WS-DIP-LIVRO     TO WS-LIVRO-IMPRESSO
                                         WS-CABL-LIVRO
               MOVE WS-DIP-FOLHA     TO WS-FOLHA-IMPRESSA
                                         WS-CABL-FOLHA
               WRITE WS-LINHA-LIVRO FROM WS-CAB-LIVRO
                       AFTER ADVANCING PAGE
               MOVE SPACES           TO WS-LINHA-LIVRO
               WRITE WS-LINHA-LIVRO
           END-IF
           MOVE WS-DIP-REGISTRO      TO WS-DETL-REGISTRO
           MOVE WS-DIP-MATRICULA     TO WS-DETL-MATRICULA
           MOVE WS-NOME              TO WS-DETL-NOME
           WRITE WS-LINHA-LIVRO FROM WS-DET-LIVRO-1
           MOVE WS-DIP-TURMA         TO WS-DETL-TURMA
           MOVE WS-DIP-TERMO-CONCLUSAO TO WS-DETL-TERMO
           MOVE WS-DIP-DATA-COLACAO  TO WS-DETL-COLACAO
           MOVE WS-DIP-DATA-EXPEDICAO TO WS-DETL-EXPEDICAO
           WRITE WS-LINHA-LIVRO FROM WS-DET-LIVRO-2
           IF WS-DIP-SEGUNDA-VIA
               MOVE WS-DIP-VIA       TO WS-DETL-VIA
               MOVE WS-DIP-REGISTRO-ORIGEM TO WS-DETL-ORIGEM
               MOVE WS-DIP-MOTIVO    TO WS-DETL-MOTIVO
               WRITE WS-LINHA-LIVRO FROM WS-DET-LIVRO-3
           END-IF.

       7000-REGISTRAR-OCORRENCIA SECTION.
           MOVE WS-MATRICULA IN WS-REG-ALUNO TO WS-OCO-MATRICULA
           MOVE WS-NOME              TO WS-OCO-NOME
           MOVE WS-MOTIVO-OCORRENCIA TO WS-OCO-MOTIVO
           WRITE WS-LINHA-OCORRENCIA FROM WS-DET-OCORRENCIA
           ADD 1                     TO WS-QTDE-OCORRENCIAS.

       8000-RESUMO SECTION.
           MOVE SPACES               TO WS-LINHA-OCORRENCIA
           WRITE WS-LINHA-OCORRENCIA
           MOVE "RELATORIO DE CONTROLE - LIVRO DE REGISTRO DE DIPLOMAS"
                                      TO WS-LINHA-OCORRENCIA
           WRITE WS-LINHA-OCORRENCIA
           MOVE SPACES               TO WS-LINHA-OCORRENCIA
           IF WS-MODO-COLACAO
               STRING "APTOS SELECIONADOS       : " WS-QTDE-LIDOS
                   DELIMITED BY SIZE INTO WS-LINHA-OCORRENCIA
           ELSE
               STRING "PEDIDOS DE SEGUNDA VIA   : " WS-QTDE-LIDOS
                   DELIMITED BY SIZE INTO WS-LINHA-OCORRENCIA
           END-IF
           WRITE WS-LINHA-OCORRENCIA
           MOVE SPACES               TO WS-LINHA-OCORRENCIA
           STRING "DIPLOMAS REGISTRADOS     : " WS-QTDE-REGISTRADOS
               DELIMITED BY SIZE INTO WS-LINHA-OCORRENCIA
           WRITE WS-LINHA-OCORRENCIA
           IF WS-MODO-COLACAO
               MOVE SPACES           TO WS-LINHA-OCORRENCIA
               STRING "REGISTROS RETOMADOS      : " WS-QTDE-RETOMADOS
                   DELIMITED BY SIZE INTO WS-LINHA-OCORRENCIA
               WRITE WS-LINHA-OCORRENCIA
           END-IF
           MOVE SPACES               TO WS-LINHA-OCORRENCIA
           STRING "OCORRENCIAS              : " WS-QTDE-OCORRENCIAS
               DELIMITED BY SIZE INTO WS-LINHA-OCORRENCIA
           WRITE WS-LINHA-OCORRENCIA
           MOVE SPACES               TO WS-LINHA-OCORRENCIA
           STRING "ULTIMO REGISTRO          : " WS-ULT-REGISTRO
                  "  LIVRO " WS-LIVRO-CORRENTE
                  "  FOLHA " WS-FOLHA-CORRENTE
               DELIMITED BY SIZE INTO WS-LINHA-OCORRENCIA
           WRITE WS-LINHA-OCORRENCIA
           DISPLAY "LIVRO DE REGISTRO - " WS-QTDE-REGISTRADOS
                   " DIPLOMAS REGISTRADOS, " WS-QTDE-OCORRENCIAS
                   " OCORRENCIAS.".

       8100-GRAVAR-JORNAL SECTION.
           MOVE "COLACAO"            TO WS-JRNL-PROGRAMA
           MOVE "COLACAO"            TO WS-JRNL-OPERADOR
           MOVE "ALUNO"              TO WS-JRNL-ARQUIVO
           MOVE "A"                  TO WS-JRNL-ACAO
           CALL "GRAVJRNL" USING WS-JRNL-PROGRAMA WS-JRNL-OPERADOR
                   WS-JRNL-ARQUIVO WS-JRNL-ACAO WS-JRNL-ANTES
                   WS-JRNL-DEPOIS.

       9000-ENCERRAMENTO SECTION.
           CLOSE ALUNO-DAT INSCRICAO-DAT DIPLOMA-DAT LIVRO-PRT
                 OCORRENCIA-PRT
           IF WS-MODO-COLACAO
               CLOSE APTOS-DAT ATA-PRT
           END-IF.
       END PROGRAM COLACAO.
