      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: EXPORTACAO ANUAL PARA O CENSO DA EDUCACAO SUPERIOR
      *          (INEP). PARA O ANO DE REFERENCIA INFORMADO NO SYSIN,
      *          PERCORRE ALUNO.DAT E, PARA CADA ALUNO COM INSCRICAO
      *          EM ALGUM TERMO DO ANO OU COM TRANCAMENTO EM VIGOR NO
      *          ANO, APURA A SITUACAO DE VINCULO AO CURSO (TURMA) NO
      *          FIM DO ANO: FORMADO (COLACAO DE GRAU NO ANO, PELO
      *          DIPLOMA ORIGINAL NO LIVRO DE REGISTRO - DIPLOMA.DAT),
      *          DESVINCULADO (ALUNO INATIVO), TRANCADO (TRANCA.DAT
      *          EM VIGOR NA VIRADA DO ANO) OU CURSANDO (INSCRICAO
      *          ATIVA OU COM RESULTADO NO ANO). AS INSCRICOES SAO AS
      *          DO ARQUIVO REMONTADO PELO TERMREST (CORRENTE MAIS AS
      *          GERACOES DO TERMARQ) - O ANO INTEIRO JA FOI CORTADO
      *          QUANDO O CENSO E FEITO. O ARQUIVO DE LARGURA FIXA
      *          (CENSREG) RECEBE SO OS ALUNOS QUE O INEP ACEITA; OS
      *          DEMAIS SAEM NO RELATORIO DE CONSISTENCIA COM O MOTIVO
      *          (SEM DADOS PESSOAIS, CPF AUSENTE OU INVALIDO, SEM
      *          DATA DE NASCIMENTO, INSCRICOES DO ANO SEM SITUACAO
      *          ATIVA) PARA A SECRETARIA CORRIGIR E REPROCESSAR.
      *          RC=4 QUANDO HA REJEITADOS, RC=8 EM ERRO DE ABERTURA.
      * Modification History:
      * 15/10/2026 LHG - FORMADO PASSA A SER QUEM COLOU GRAU NO ANO
      *                   (VIA 01 DE DIPLOMA.DAT, GRAVADA PELO
      *                   COLACAO), COM O TERMO DE CONCLUSAO DO
      *                   REGISTRO, NO LUGAR DA REAUDITORIA DO
      *                   CURRICULO; QUEM COLOU GRAU NO ANO ENTRA NO
      *                   CENSO MESMO SEM INSCRICAO NELE.
      * 15/10/2026 LHG - CENSO RECUSADO (RC=8) SEM O CODIGO INEP DA
      *                   INSTITUICAO EM ACADPARM.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSINEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-DAT          ASSIGN TO "ALUNODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS
                                        WS-MATRICULA IN WS-REG-ALUNO
                                      FILE STATUS IS WS-FS-ALUNO.

           SELECT CONTATO-DAT        ASSIGN TO "CONTADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CONT-MATRICULA
                                      FILE STATUS IS WS-FS-CONTATO.

           SELECT INSCRICAO-DAT      ASSIGN TO "INSCRDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-INSCRICAO
                                      FILE STATUS IS WS-FS-INSCRICAO.

           SELECT TRANCA-DAT         ASSIGN TO "TRANCDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-MATRICULA IN
                                        WS-REG-TRANCAMENTO
                                      FILE STATUS IS WS-FS-TRANCA.

           SELECT DIPLOMA-DAT        ASSIGN TO "DIPLODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-DIPLOMA
                                      FILE STATUS IS WS-FS-DIPLOMA.

           SELECT CENSO-DAT          ASSIGN TO "CENSIDAT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CENSO.

           SELECT CENSO-PRT          ASSIGN TO "CENSIPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CENSO-PRT.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-DAT.
           COPY ALUNOREG.

       FD  CONTATO-DAT.
           COPY CONTREG.

       FD  INSCRICAO-DAT.
           COPY INSCREG.

       FD  TRANCA-DAT.
           COPY TRANCREG.

       FD  DIPLOMA-DAT.
           COPY DIPLREG.

       FD  CENSO-DAT
           RECORD CONTAINS 200 CHARACTERS.
           COPY CENSREG.

       FD  CENSO-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-CENSO            PIC X(080).

       WORKING-STORAGE SECTION.
           COPY ACADPARM.
       77  WS-FS-ALUNO               PIC X(002) VALUE "00".
       77  WS-FS-CONTATO             PIC X(002) VALUE "00".
       77  WS-FS-INSCRICAO           PIC X(002) VALUE "00".
       77  WS-FS-TRANCA              PIC X(002) VALUE "00".
       77  WS-FS-DIPLOMA             PIC X(002) VALUE "00".
       77  WS-FS-CENSO               PIC X(002) VALUE "00".
       77  WS-FS-CENSO-PRT           PIC X(002) VALUE "00".
       77  WS-ARQ-TRANCA             PIC X(001) VALUE "N".
           88  WS-TRANCA-ABERTO          VALUE "S".
       77  WS-ARQ-DIPLOMA            PIC X(001) VALUE "N".
           88  WS-DIPLOMA-ABERTO         VALUE "S".
       77  WS-FIM-ALUNO              PIC X(001) VALUE "N".
           88  WS-FIM-DOS-ALUNOS         VALUE "S".
       77  WS-FIM-INSCRICAO          PIC X(001) VALUE "N".
           88  WS-INSCRICOES-ESGOTADAS   VALUE "S".
       77  WS-TRANCA-NO-ANO          PIC X(001) VALUE "N".
           88  WS-TRANCOU-NO-ANO         VALUE "S".
       77  WS-TRANCA-NA-VIRADA       PIC X(001) VALUE "N".
           88  WS-TRANCADO-NA-VIRADA     VALUE "S".
       77  WS-COLACAO-NO-ANO         PIC X(001) VALUE "N".
           88  WS-COLOU-GRAU-NO-ANO      VALUE "S".
       77  WS-ALUNO-REJEITADO        PIC X(001) VALUE "N".
           88  WS-CENSO-REJEITA          VALUE "S".
       77  WS-CPF-VALIDO             PIC X(001) VALUE "N".
           88  WS-CPF-OK                 VALUE "S".
       77  WS-ANO-REFERENCIA         PIC 9(004) VALUE ZEROS.
       77  WS-DATA-EMISSAO           PIC 9(008) VALUE ZEROS.
       77  WS-VINCULO-APURADO        PIC 9(001) VALUE ZERO.
       77  WS-MOTIVO-REJEICAO        PIC X(040) VALUE SPACES.
       77  WS-QTDE-INSC-ANO          PIC 9(005) VALUE ZERO.
       77  WS-QTDE-INSC-VALIDA       PIC 9(005) VALUE ZERO.
       77  WS-VINCULO-SEM1           PIC X(001) VALUE "N".
       77  WS-VINCULO-SEM2           PIC X(001) VALUE "N".
       77  WS-TERMO-INGRESSO         PIC 9(006) VALUE ZEROS.
       77  WS-TERMO-CONCLUSAO        PIC 9(006) VALUE ZEROS.
       77  WS-QTDE-ALUNOS-LIDOS      PIC 9(007) VALUE ZERO.
       77  WS-QTDE-NO-CENSO          PIC 9(007) VALUE ZERO.
       77  WS-QTDE-EXPORTADOS        PIC 9(007) VALUE ZERO.
       77  WS-QTDE-CURSANDO          PIC 9(007) VALUE ZERO.
       77  WS-QTDE-TRANCADO          PIC 9(007) VALUE ZERO.
       77  WS-QTDE-DESVINCULADO      PIC 9(007) VALUE ZERO.
       77  WS-QTDE-FORMADO           PIC 9(007) VALUE ZERO.
       77  WS-QTDE-REJEITADOS        PIC 9(007) VALUE ZERO.
       77  WS-QTDE-SEM-DADOS         PIC 9(007) VALUE ZERO.
       77  WS-QTDE-SEM-CPF           PIC 9(007) VALUE ZERO.
       77  WS-QTDE-CPF-INVALIDO      PIC 9(007) VALUE ZERO.
       77  WS-QTDE-SEM-NASCIMENTO    PIC 9(007) VALUE ZERO.
       77  WS-QTDE-SEM-SITUACAO      PIC 9(007) VALUE ZERO.

      ******************************************************************
      * TERMO AAAAPP DECOMPOSTO PARA COMPARAR O ANO COM O DE
      * REFERENCIA E SEPARAR O PRIMEIRO DO SEGUNDO SEMESTRE.
      ******************************************************************
       01  WS-TERMO-TRAB.
           03  WS-TERMO-TRAB-ANO     PIC 9(004).
           03  WS-TERMO-TRAB-PERIODO PIC 9(002).
               88  WS-PRIMEIRO-SEMESTRE  VALUE 01.

       01  WS-DATA-COLACAO-TRAB.
           03  WS-COLACAO-ANO        PIC 9(004).
           03  WS-COLACAO-MES-DIA    PIC 9(004).

       01  WS-CAB-CENSO.
           03  FILLER                PIC X(036) VALUE
               "CENSO DA EDUCACAO SUPERIOR - ANO ".
           03  WS-CAB-ANO            PIC 9(004).
           03  FILLER                PIC X(011) VALUE " - EMISSAO ".
           03  WS-CAB-DATA           PIC 9(008).

       01  WS-CAB-CONSISTENCIA       PIC X(080) VALUE
           "CONSISTENCIA - ALUNOS QUE O CENSO REJEITARIA".

       01  WS-DET-REJEITADO.
           03  FILLER                PIC X(006) VALUE "  MAT ".
           03  WS-REJ-MATRICULA      PIC 9(011).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-REJ-NOME           PIC X(024).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-REJ-MOTIVO         PIC X(037).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-ABERTURA
           PERFORM 2000-APURAR-ALUNOS
                   UNTIL WS-FIM-DOS-ALUNOS
           PERFORM 8000-RESUMO
           PERFORM 9000-ENCERRAMENTO
           IF WS-QTDE-REJEITADOS > ZERO
               MOVE 4                TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-ABERTURA SECTION.
           DISPLAY "ANO DE REFERENCIA DO CENSO (AAAA) : "
                   WITH NO ADVANCING
           ACCEPT WS-ANO-REFERENCIA
           IF WS-ANO-REFERENCIA NOT NUMERIC OR
              WS-ANO-REFERENCIA < 1900
               DISPLAY "ANO DE REFERENCIA INVALIDO - CENSO RECUSADO."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-INEP-COD-IES = ZEROS
               DISPLAY "CODIGO INEP DA INSTITUICAO NAO INFORMADO EM "
                       "ACADPARM - CENSO RECUSADO."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ALUNO-DAT
           IF WS-FS-ALUNO NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNO.DAT - STATUS " WS-FS-ALUNO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CONTATO-DAT
           IF WS-FS-CONTATO NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTATO.DAT - STATUS "
                       WS-FS-CONTATO
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
           OPEN INPUT TRANCA-DAT
           IF WS-FS-TRANCA = "00"
               SET WS-TRANCA-ABERTO  TO TRUE
           END-IF
           OPEN INPUT DIPLOMA-DAT
           IF WS-FS-DIPLOMA = "00"
               SET WS-DIPLOMA-ABERTO TO TRUE
           END-IF
           OPEN OUTPUT CENSO-DAT
           IF WS-FS-CENSO NOT = "00"
               DISPLAY "ERRO AO CRIAR O ARQUIVO DO CENSO - STATUS "
                       WS-FS-CENSO
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CENSO-PRT
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD

           MOVE SPACES               TO WS-REG-CENSO
           SET WS-CEN-CABECALHO      TO TRUE
           MOVE WS-ANO-REFERENCIA    TO WS-CEN-CAB-ANO
           MOVE WS-INEP-COD-IES      TO WS-CEN-CAB-COD-IES
           MOVE WS-DATA-EMISSAO      TO WS-CEN-CAB-GERACAO
           WRITE WS-REG-CENSO

           MOVE WS-ANO-REFERENCIA    TO WS-CAB-ANO
           MOVE WS-DATA-EMISSAO      TO WS-CAB-DATA
           WRITE WS-LINHA-CENSO FROM WS-CAB-CENSO
           WRITE WS-LINHA-CENSO FROM WS-CAB-CONSISTENCIA
           MOVE SPACES               TO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           PERFORM 2100-LER-ALUNO.

      ******************************************************************
      * SO ENTRA NO CENSO O ALUNO COM ALGUMA INSCRICAO NUM TERMO DO
      * ANO, COM TRANCAMENTO EM VIGOR EM ALGUM MOMENTO DO ANO OU COM
      * COLACAO DE GRAU NO ANO. A
      * SITUACAO DE VINCULO E A DA VIRADA DO ANO, NESTA PRECEDENCIA:
      * FORMADO, DESVINCULADO, TRANCADO, CURSANDO. ALUNO NO CENSO SEM
      * NENHUMA DELAS (SO INSCRICOES CANCELADAS, OU TRANCADAS E JA
      * RETORNADAS SEM NOVA INSCRICAO) E REJEITADO.
      ******************************************************************
       2000-APURAR-ALUNOS SECTION.
           ADD 1                     TO WS-QTDE-ALUNOS-LIDOS
           PERFORM 2200-APURAR-INSCRICOES
           PERFORM 2300-APURAR-TRANCAMENTO
           PERFORM 2400-APURAR-COLACAO
           IF WS-QTDE-INSC-ANO = ZERO AND NOT WS-TRANCOU-NO-ANO AND
              NOT WS-COLOU-GRAU-NO-ANO
               GO TO 2000-PROXIMO
           END-IF
           ADD 1                     TO WS-QTDE-NO-CENSO
           MOVE "N"                  TO WS-ALUNO-REJEITADO
           MOVE ZERO                 TO WS-VINCULO-APURADO
           EVALUATE TRUE
               WHEN WS-COLOU-GRAU-NO-ANO
                   MOVE 6            TO WS-VINCULO-APURADO
               WHEN WS-ALUNO-INATIVO
                   MOVE 4            TO WS-VINCULO-APURADO
               WHEN WS-TRANCADO-NA-VIRADA
                   MOVE 3            TO WS-VINCULO-APURADO
               WHEN WS-QTDE-INSC-VALIDA > ZERO
                   MOVE 2            TO WS-VINCULO-APURADO
               WHEN OTHER
                   ADD 1             TO WS-QTDE-SEM-SITUACAO
                   MOVE "INSCRICOES DO ANO SEM SITUACAO ATIVA"
                                      TO WS-MOTIVO-REJEICAO
                   PERFORM 2800-REJEITAR-ALUNO
           END-EVALUATE
           PERFORM 2600-CRITICAR-DADOS-PESSOAIS
           IF NOT WS-CENSO-REJEITA
               PERFORM 2700-GRAVAR-DETALHE
           END-IF.
       2000-PROXIMO.
           PERFORM 2100-LER-ALUNO.

       2100-LER-ALUNO SECTION.
           READ ALUNO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DOS-ALUNOS TO TRUE
           END-READ.

      ******************************************************************
      * VARRE TODAS AS INSCRICOES DO ALUNO (A CHAVE COMECA PELA
      * MATRICULA): CONTA AS DO ANO E AS VALIDAS DO ANO (ATIVA OU COM
      * RESULTADO - CANCELADA E TRANCADA NAO VINCULAM), MARCA OS
      * SEMESTRES COM VINCULO, O TERMO DE INGRESSO (MENOR TERMO NAO
      * CANCELADO).
      ******************************************************************
       2200-APURAR-INSCRICOES SECTION.
           MOVE ZERO                 TO WS-QTDE-INSC-ANO
                                         WS-QTDE-INSC-VALIDA
           MOVE "N"                  TO WS-VINCULO-SEM1
                                         WS-VINCULO-SEM2
           MOVE ZEROS                TO WS-TERMO-INGRESSO
           MOVE "N"                  TO WS-FIM-INSCRICAO
           MOVE WS-MATRICULA IN WS-REG-ALUNO
               TO WS-MATRICULA IN WS-CHAVE-INSCRICAO
           MOVE ZEROS                TO
               WS-COD-MATERIA IN WS-CHAVE-INSCRICAO
               WS-TERMO IN WS-CHAVE-INSCRICAO
           START INSCRICAO-DAT KEY IS NOT LESS WS-CHAVE-INSCRICAO
               INVALID KEY
                   SET WS-INSCRICOES-ESGOTADAS TO TRUE
           END-START
           IF NOT WS-INSCRICOES-ESGOTADAS
               PERFORM 2210-LER-INSCRICAO-ALUNO
           END-IF
           PERFORM 2220-CONTAR-INSCRICAO
                   UNTIL WS-INSCRICOES-ESGOTADAS.

       2210-LER-INSCRICAO-ALUNO SECTION.
           READ INSCRICAO-DAT NEXT RECORD
               AT END
                   SET WS-INSCRICOES-ESGOTADAS TO TRUE
           END-READ
           IF NOT WS-INSCRICOES-ESGOTADAS
               IF WS-MATRICULA IN WS-CHAVE-INSCRICAO NOT =
                  WS-MATRICULA IN WS-REG-ALUNO
                   SET WS-INSCRICOES-ESGOTADAS TO TRUE
               END-IF
           END-IF.

       2220-CONTAR-INSCRICAO SECTION.
           IF WS-INSCRICAO-CANCEL
               GO TO 2220-PROXIMA
           END-IF
           IF WS-TERMO-INGRESSO = ZEROS OR
              WS-TERMO IN WS-CHAVE-INSCRICAO < WS-TERMO-INGRESSO
               MOVE WS-TERMO IN WS-CHAVE-INSCRICAO
                   TO WS-TERMO-INGRESSO
           END-IF.
       2220-PROXIMA.
           MOVE WS-TERMO IN WS-CHAVE-INSCRICAO TO WS-TERMO-TRAB
           IF WS-TERMO-TRAB-ANO = WS-ANO-REFERENCIA
               ADD 1                 TO WS-QTDE-INSC-ANO
               IF NOT WS-INSCRICAO-CANCEL AND
                  NOT WS-INSCRICAO-TRANCADA
                   ADD 1             TO WS-QTDE-INSC-VALIDA
                   IF WS-PRIMEIRO-SEMESTRE
                       MOVE "S"      TO WS-VINCULO-SEM1
                   ELSE
                       MOVE "S"      TO WS-VINCULO-SEM2
                   END-IF
               END-IF
           END-IF
           PERFORM 2210-LER-INSCRICAO-ALUNO.

      ******************************************************************
      * TRANCA.DAT GUARDA O ULTIMO TRANCAMENTO DO ALUNO. ELE VALE NO
      * ANO SE COMECOU ATE O ANO E NAO TERMINOU ANTES DELE, E VALE NA
      * VIRADA SE AINDA ESTA VIGENTE OU SE O RETORNO E DE UM TERMO DE
      * ANO POSTERIOR. SEM O ARQUIVO, NINGUEM ESTA TRANCADO.
      ******************************************************************
       2300-APURAR-TRANCAMENTO SECTION.
           MOVE "N"                  TO WS-TRANCA-NO-ANO
                                         WS-TRANCA-NA-VIRADA
           IF NOT WS-TRANCA-ABERTO
               GO TO 2300-FIM
           END-IF
           MOVE WS-MATRICULA IN WS-REG-ALUNO
               TO WS-MATRICULA IN WS-REG-TRANCAMENTO
           READ TRANCA-DAT KEY IS
                   WS-MATRICULA IN WS-REG-TRANCAMENTO
               INVALID KEY
                   GO TO 2300-FIM
           END-READ
           MOVE WS-TERMO-TRANCA      TO WS-TERMO-TRAB
           IF WS-TERMO-TRAB-ANO > WS-ANO-REFERENCIA
               GO TO 2300-FIM
           END-IF
           IF WS-TRANCA-VIGENTE
               SET WS-TRANCOU-NO-ANO TO TRUE
               SET WS-TRANCADO-NA-VIRADA TO TRUE
               GO TO 2300-FIM
           END-IF
           MOVE WS-TERMO-RETORNO     TO WS-TERMO-TRAB
           IF WS-TERMO-TRAB-ANO NOT < WS-ANO-REFERENCIA
               SET WS-TRANCOU-NO-ANO TO TRUE
           END-IF
           IF WS-TERMO-TRAB-ANO > WS-ANO-REFERENCIA
               SET WS-TRANCADO-NA-VIRADA TO TRUE
           END-IF.
       2300-FIM.
           CONTINUE.

      ******************************************************************
      * FORMADO NO ANO E QUEM TEM O DIPLOMA ORIGINAL (VIA 01) NO LIVRO
      * DE REGISTRO COM COLACAO DE GRAU NO ANO DE REFERENCIA; O TERMO
      * DE CONCLUSAO VEM DO REGISTRO. SEM O ARQUIVO, NINGUEM COLOU
      * GRAU.
      ******************************************************************
       2400-APURAR-COLACAO SECTION.
           MOVE "N"                  TO WS-COLACAO-NO-ANO
           MOVE ZEROS                TO WS-TERMO-CONCLUSAO
           IF NOT WS-DIPLOMA-ABERTO
               GO TO 2400-FIM
           END-IF
           MOVE WS-MATRICULA IN WS-REG-ALUNO TO WS-DIP-MATRICULA
           MOVE 1                    TO WS-DIP-VIA
           READ DIPLOMA-DAT KEY IS WS-CHAVE-DIPLOMA
               INVALID KEY
                   GO TO 2400-FIM
           END-READ
           MOVE WS-DIP-DATA-COLACAO  TO WS-DATA-COLACAO-TRAB
           IF WS-COLACAO-ANO = WS-ANO-REFERENCIA
               SET WS-COLOU-GRAU-NO-ANO TO TRUE
               MOVE WS-DIP-TERMO-CONCLUSAO TO WS-TERMO-CONCLUSAO
           END-IF.
       2400-FIM.
           CONTINUE.

      ******************************************************************
      * O INEP IDENTIFICA O ALUNO PELO CPF E EXIGE A DATA DE
      * NASCIMENTO - SEM ELES O REGISTRO VOLTA REJEITADO. TODOS OS
      * MOTIVOS DO ALUNO SAEM NO RELATORIO, UM POR LINHA.
      ******************************************************************
       2600-CRITICAR-DADOS-PESSOAIS SECTION.
           MOVE WS-MATRICULA IN WS-REG-ALUNO TO WS-CONT-MATRICULA
           READ CONTATO-DAT KEY IS WS-CONT-MATRICULA
               INVALID KEY
                   ADD 1             TO WS-QTDE-SEM-DADOS
                   MOVE "SEM DADOS PESSOAIS (CPF E NASCIMENTO)"
                                      TO WS-MOTIVO-REJEICAO
                   PERFORM 2800-REJEITAR-ALUNO
                   GO TO 2600-FIM
           END-READ
           IF WS-CONT-CPF = ZEROS
               ADD 1                 TO WS-QTDE-SEM-CPF
               MOVE "CPF AUSENTE"    TO WS-MOTIVO-REJEICAO
               PERFORM 2800-REJEITAR-ALUNO
           ELSE
               CALL "VALCPF" USING WS-CONT-CPF WS-CPF-VALIDO
               IF NOT WS-CPF-OK
                   ADD 1             TO WS-QTDE-CPF-INVALIDO
                   MOVE "CPF INVALIDO" TO WS-MOTIVO-REJEICAO
                   PERFORM 2800-REJEITAR-ALUNO
               END-IF
           END-IF
           IF WS-CONT-DATA-NASC = ZEROS
               ADD 1                 TO WS-QTDE-SEM-NASCIMENTO
               MOVE "DATA DE NASCIMENTO AUSENTE"
                                      TO WS-MOTIVO-REJEICAO
               PERFORM 2800-REJEITAR-ALUNO
           END-IF.
       2600-FIM.
           CONTINUE.

       2700-GRAVAR-DETALHE SECTION.
           MOVE SPACES               TO WS-REG-CENSO
           SET WS-CEN-DETALHE        TO TRUE
           MOVE WS-MATRICULA IN WS-REG-ALUNO TO WS-CEN-MATRICULA
           MOVE WS-CONT-CPF          TO WS-CEN-CPF
           MOVE WS-NOME              TO WS-CEN-NOME
           MOVE WS-CONT-DATA-NASC    TO WS-CEN-DATA-NASC
           MOVE WS-TURMA             TO WS-CEN-CURSO
           MOVE WS-VINCULO-APURADO   TO WS-CEN-VINCULO
           MOVE WS-VINCULO-SEM1      TO WS-CEN-VINCULO-SEM1
           MOVE WS-VINCULO-SEM2      TO WS-CEN-VINCULO-SEM2
           MOVE WS-TERMO-INGRESSO    TO WS-CEN-TERMO-INGRESSO
           MOVE ZEROS                TO WS-CEN-TERMO-CONCLUSAO
           EVALUATE TRUE
               WHEN WS-CEN-FORMADO
                   MOVE WS-TERMO-CONCLUSAO TO WS-CEN-TERMO-CONCLUSAO
                   ADD 1             TO WS-QTDE-FORMADO
               WHEN WS-CEN-DESVINCULADO
                   ADD 1             TO WS-QTDE-DESVINCULADO
               WHEN WS-CEN-TRANCADO
                   ADD 1             TO WS-QTDE-TRANCADO
               WHEN OTHER
                   ADD 1             TO WS-QTDE-CURSANDO
           END-EVALUATE
           WRITE WS-REG-CENSO
           ADD 1                     TO WS-QTDE-EXPORTADOS.

       2800-REJEITAR-ALUNO SECTION.
           IF NOT WS-CENSO-REJEITA
               SET WS-CENSO-REJEITA  TO TRUE
               ADD 1                 TO WS-QTDE-REJEITADOS
           END-IF
           MOVE WS-MATRICULA IN WS-REG-ALUNO TO WS-REJ-MATRICULA
           MOVE WS-NOME              TO WS-REJ-NOME
           MOVE WS-MOTIVO-REJEICAO   TO WS-REJ-MOTIVO
           WRITE WS-LINHA-CENSO FROM WS-DET-REJEITADO.

       8000-RESUMO SECTION.
           MOVE SPACES               TO WS-REG-CENSO
           SET WS-CEN-TRAILER        TO TRUE
           MOVE WS-QTDE-EXPORTADOS   TO WS-CEN-TRL-ALUNOS
           MOVE WS-QTDE-CURSANDO     TO WS-CEN-TRL-CURSANDO
           MOVE WS-QTDE-TRANCADO     TO WS-CEN-TRL-TRANCADO
           MOVE WS-QTDE-DESVINCULADO TO WS-CEN-TRL-DESVINCULADO
           MOVE WS-QTDE-FORMADO      TO WS-CEN-TRL-FORMADO
           WRITE WS-REG-CENSO

           MOVE SPACES               TO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           MOVE "RELATORIO DE CONTROLE - CENSO DA EDUCACAO SUPERIOR"
                                      TO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           MOVE SPACES               TO WS-LINHA-CENSO
           STRING "ALUNOS LIDOS             : " WS-QTDE-ALUNOS-LIDOS
               DELIMITED BY SIZE INTO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           MOVE SPACES               TO WS-LINHA-CENSO
           STRING "ALUNOS COM VINCULO NO ANO: " WS-QTDE-NO-CENSO
               DELIMITED BY SIZE INTO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           MOVE SPACES               TO WS-LINHA-CENSO
           STRING "EXPORTADOS               : " WS-QTDE-EXPORTADOS
               DELIMITED BY SIZE INTO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           MOVE SPACES               TO WS-LINHA-CENSO
           STRING "  CURSANDO               : " WS-QTDE-CURSANDO
               DELIMITED BY SIZE INTO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           MOVE SPACES               TO WS-LINHA-CENSO
           STRING "  MATRICULA TRANCADA     : " WS-QTDE-TRANCADO
               DELIMITED BY SIZE INTO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           MOVE SPACES               TO WS-LINHA-CENSO
           STRING "  DESVINCULADO DO CURSO  : " WS-QTDE-DESVINCULADO
               DELIMITED BY SIZE INTO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           MOVE SPACES               TO WS-LINHA-CENSO
           STRING "  FORMADO                : " WS-QTDE-FORMADO
               DELIMITED BY SIZE INTO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           MOVE SPACES               TO WS-LINHA-CENSO
           STRING "REJEITADOS               : " WS-QTDE-REJEITADOS
               DELIMITED BY SIZE INTO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           MOVE SPACES               TO WS-LINHA-CENSO
           STRING "  SEM DADOS PESSOAIS     : " WS-QTDE-SEM-DADOS
               DELIMITED BY SIZE INTO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           MOVE SPACES               TO WS-LINHA-CENSO
           STRING "  CPF AUSENTE            : " WS-QTDE-SEM-CPF
               DELIMITED BY SIZE INTO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           MOVE SPACES               TO WS-LINHA-CENSO
           STRING "  CPF INVALIDO           : " WS-QTDE-CPF-INVALIDO
               DELIMITED BY SIZE INTO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           MOVE SPACES               TO WS-LINHA-CENSO
           STRING "  SEM DATA DE NASCIMENTO : " WS-QTDE-SEM-NASCIMENTO
               DELIMITED BY SIZE INTO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           MOVE SPACES               TO WS-LINHA-CENSO
           STRING "  SEM SITUACAO ATIVA     : " WS-QTDE-SEM-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA-CENSO
           WRITE WS-LINHA-CENSO
           DISPLAY "CENSO " WS-ANO-REFERENCIA " - "
                   WS-QTDE-EXPORTADOS " ALUNOS EXPORTADOS, "
                   WS-QTDE-REJEITADOS " REJEITADOS.".

       9000-ENCERRAMENTO SECTION.
           CLOSE ALUNO-DAT CONTATO-DAT INSCRICAO-DAT
                 CENSO-DAT CENSO-PRT
           IF WS-TRANCA-ABERTO
               CLOSE TRANCA-DAT
           END-IF
           IF WS-DIPLOMA-ABERTO
               CLOSE DIPLOMA-DAT
           END-IF.
       END PROGRAM CENSINEP.
