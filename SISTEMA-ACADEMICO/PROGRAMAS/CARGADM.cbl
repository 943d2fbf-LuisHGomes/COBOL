      *          MATERIA/TERMO EXISTIR, A CONTAGEM DE OCUPADAS E
      *          ATUALIZADA (SEM BARRAR PELO MAXIMO - A ALOCACAO
      *          VEIO DA ADMISSAO).
      * Modification History:
      * 15/10/2026 LHG - REGISTRO DE ADMISSAO COM CPF, NASCIMENTO,
      *                   E-MAIL E TELEFONE, GRAVADOS EM CONTATO.DAT
      *                   (COM JORNAL). CANDIDATO COM CPF INVALIDO
      *                   (VALCPF) OU JA CADASTRADO EM OUTRA
      *                   MATRICULA NAO INATIVA - INCLUSIVE OUTRO
      *                   CANDIDATO DO MESMO LOTE - E REJEITADO.
      * 15/10/2026 LHG - CPF DE ALUNO FORMADO (COLACAO) NAO BARRA A
      *                   ADMISSAO EM NOVO CURSO.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        WS-TERMO IN WS-REG-CALENDARIO
                                      FILE STATUS IS WS-FS-CALEND.

           SELECT CONTATO-DAT        ASSIGN TO "CONTADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CONT-MATRICULA
                                      ALTERNATE RECORD KEY IS
                                        WS-CONT-CPF WITH DUPLICATES
                                      FILE STATUS IS WS-FS-CONTATO.

           SELECT CARGADM-PRT        ASSIGN TO "CARGAPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CARGADM.
       DATA DIVISION.
       FILE SECTION.
       FD  ADMISSAO-DAT
           RECORD CONTAINS 303 CHARACTERS.
       01  WS-REG-ADMISSAO.
           03  WS-ADM-MATRICULA      PIC 9(011).
           03  WS-ADM-NOME           PIC X(060).
           03  WS-ADM-TURMA          PIC X(002).
           03  WS-ADM-MATERIAS.
               05  WS-ADM-MATERIA    PIC 9(015) OCCURS 10 TIMES.
           03  WS-ADM-CPF            PIC 9(011).
           03  WS-ADM-DATA-NASC      PIC 9(008).
           03  WS-ADM-EMAIL          PIC X(050).
           03  WS-ADM-TELEFONE       PIC 9(011).

       FD  ADMREJ-DAT
           RECORD CONTAINS 303 CHARACTERS.
       01  WS-REG-REJEITO            PIC X(303).

       FD  ALUNO-DAT.
           COPY ALUNOREG.
       FD  CALEND-DAT.
           COPY CALENREG.

       FD  CONTATO-DAT.
           COPY CONTREG.

       FD  CARGADM-PRT
           RECORD CONTAINS 100 CHARACTERS.
       01  WS-LINHA-CARGADM          PIC X(100).
       77  WS-FS-OFERTA              PIC X(002) VALUE "00".
       77  WS-FS-CALEND              PIC X(002) VALUE "00".
       77  WS-FS-CARGADM             PIC X(002) VALUE "00".
       77  WS-FS-CONTATO             PIC X(002) VALUE "00".
       77  WS-FIM-ADMISSAO           PIC X(001) VALUE "N".
           88  WS-FIM-DE-ARQUIVO         VALUE "S".
       77  WS-TERMO-CARGA            PIC 9(006) VALUE ZEROS.
           88  WS-OFERTA-ABERTA          VALUE "S".
       77  WS-MATRICULA-VALIDA       PIC X(001) VALUE "N".
           88  WS-MATRICULA-OK           VALUE "S".
       77  WS-CPF-VALIDO             PIC X(001) VALUE "N".
           88  WS-CPF-OK                 VALUE "S".
       77  WS-CPF-REPETIDO           PIC X(001) VALUE "N".
           88  WS-CPF-DUPLICADO          VALUE "S".
       77  WS-FIM-CPF                PIC X(001) VALUE "N".
           88  WS-FIM-DO-CPF             VALUE "S".
       77  WS-MATRICULA-CPF          PIC 9(011) VALUE ZEROS.
       77  WS-CANDIDATO-VALIDO       PIC X(001) VALUE "S".
           88  WS-CANDIDATO-REJEITADO    VALUE "N".
       77  WS-MOTIVO-REJEITO         PIC X(040) VALUE SPACES.
       77  WS-QTDE-REJEITADOS        PIC 9(007) VALUE ZERO.
       77  WS-QTDE-INSCRICOES        PIC 9(007) VALUE ZERO.

       01  WS-NASC-DECOMPOSTA.
           03  WS-NASC-ANO           PIC 9(004).
           03  WS-NASC-MES           PIC 9(002).
           03  WS-NASC-DIA           PIC 9(002).

       01  WS-DET-CARGADM.
           03  FILLER                PIC X(005) VALUE "  MAT".
           03  WS-DET-MATRICULA      PIC 9(011).
               CLOSE INSCRICAO-DAT
               OPEN I-O INSCRICAO-DAT
           END-IF
           OPEN I-O CONTATO-DAT
           IF WS-FS-CONTATO = "35"
               OPEN OUTPUT CONTATO-DAT
               CLOSE CONTATO-DAT
               OPEN I-O CONTATO-DAT
           END-IF
           IF WS-FS-CONTATO NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTATO.DAT - STATUS "
                       WS-FS-CONTATO
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N"                  TO WS-OFERTA-DISPONIVEL
           OPEN I-O OFERTA-DAT
           IF WS-FS-OFERTA = "00"
      ******************************************************************
      * O CANDIDATO E VALIDADO INTEIRO ANTES DE GRAVAR QUALQUER
      * COISA: DIGITO VERIFICADOR (MOD11), MATRICULA AINDA NAO
      * CADASTRADA, CPF VALIDO (VALCPF) E SEM OUTRA MATRICULA NAO
      * INATIVA COM O MESMO CPF, DATA DE NASCIMENTO VALIDA E TODAS
      * AS MATERIAS INFORMADAS EXISTENTES E ATIVAS NO CATALOGO.
      ******************************************************************
       3000-VALIDAR-CANDIDATO SECTION.
           MOVE "S"                  TO WS-CANDIDATO-VALIDO
               SET WS-CANDIDATO-REJEITADO TO TRUE
               GO TO 3000-FIM
           END-IF
           CALL "VALCPF" USING WS-ADM-CPF WS-CPF-VALIDO
           IF NOT WS-CPF-OK
               MOVE "CPF INVALIDO"   TO WS-MOTIVO-REJEITO
               SET WS-CANDIDATO-REJEITADO TO TRUE
               GO TO 3000-FIM
           END-IF
           MOVE WS-ADM-DATA-NASC     TO WS-NASC-DECOMPOSTA
           IF WS-NASC-ANO NOT > 1900 OR
              WS-NASC-MES = ZERO OR WS-NASC-MES > 12 OR
              WS-NASC-DIA = ZERO OR WS-NASC-DIA > 31
               MOVE "DATA DE NASCIMENTO INVALIDA"
                                     TO WS-MOTIVO-REJEITO
               SET WS-CANDIDATO-REJEITADO TO TRUE
               GO TO 3000-FIM
           END-IF
           PERFORM 3200-VERIFICAR-CPF
           IF WS-CPF-DUPLICADO
               STRING "CPF JA CADASTRADO NA MAT " WS-MATRICULA-CPF
                   DELIMITED BY SIZE INTO WS-MOTIVO-REJEITO
               SET WS-CANDIDATO-REJEITADO TO TRUE
               GO TO 3000-FIM
           END-IF
           PERFORM 3100-VALIDAR-MATERIA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 10 OR WS-CANDIDATO-REJEITADO.
               END-IF
           END-IF.

      ******************************************************************
      * CPF DO CANDIDATO NO INDICE ALTERNADO DE CONTATO.DAT -
      * DUPLICADO SE PERTENCE A MATRICULA CUJO ALUNO NAO ESTA
      * INATIVO NEM FORMADO. OS ACEITOS DO LOTE JA ESTAO GRAVADOS,
      * ENTAO O MESMO CPF REPETIDO DENTRO DO ARQUIVO TAMBEM E
      * RECUSADO.
      ******************************************************************
       3200-VERIFICAR-CPF SECTION.
           MOVE "N"                  TO WS-CPF-REPETIDO
                                        WS-FIM-CPF
           MOVE WS-ADM-CPF           TO WS-CONT-CPF
           START CONTATO-DAT KEY IS = WS-CONT-CPF
               INVALID KEY
                   SET WS-FIM-DO-CPF TO TRUE
           END-START
           PERFORM 3250-LER-CPF
                   UNTIL WS-FIM-DO-CPF OR WS-CPF-DUPLICADO.

       3250-LER-CPF SECTION.
           READ CONTATO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-CPF TO TRUE
                   GO TO 3250-FIM
           END-READ
           IF WS-CONT-CPF NOT = WS-ADM-CPF
               SET WS-FIM-DO-CPF     TO TRUE
               GO TO 3250-FIM
           END-IF
           MOVE WS-CONT-MATRICULA    TO WS-MATRICULA IN WS-REG-ALUNO
           READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-ALUNO = "00" AND NOT WS-ALUNO-INATIVO
                                 AND NOT WS-ALUNO-FORMADO
               MOVE WS-CONT-MATRICULA TO WS-MATRICULA-CPF
               SET WS-CPF-DUPLICADO  TO TRUE
           END-IF.
       3250-FIM.
           CONTINUE.

       3500-REJEITAR-CANDIDATO SECTION.
           WRITE WS-REG-REJEITO FROM WS-REG-ADMISSAO
           MOVE WS-ADM-MATRICULA     TO WS-DET-MATRICULA
           MOVE WS-ADM-MATRICULA
               TO WS-CTRL-CHAVE
           PERFORM 8100-ATUALIZAR-CONTROLE
           PERFORM 4050-GRAVAR-CONTATO
           PERFORM 4100-INSCREVER-MATERIA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 10
       4000-FIM.
           CONTINUE.

       4050-GRAVAR-CONTATO SECTION.
           MOVE SPACES               TO WS-REG-CONTATO
           MOVE WS-ADM-MATRICULA     TO WS-CONT-MATRICULA
           MOVE WS-ADM-CPF           TO WS-CONT-CPF
           MOVE WS-ADM-DATA-NASC     TO WS-CONT-DATA-NASC
           MOVE WS-ADM-EMAIL         TO WS-CONT-EMAIL
           MOVE WS-ADM-TELEFONE      TO WS-CONT-TELEFONE
           WRITE WS-REG-CONTATO
           IF WS-FS-CONTATO NOT = "00"
               DISPLAY "ERRO AO GRAVAR DADOS PESSOAIS DE "
                       WS-ADM-MATRICULA " - STATUS " WS-FS-CONTATO
               MOVE 8                TO RETURN-CODE
               GO TO 4050-FIM
           END-IF
           MOVE SPACES               TO WS-JRNL-ANTES
           MOVE WS-REG-CONTATO       TO WS-JRNL-DEPOIS
           MOVE "I"                  TO WS-JRNL-ACAO
           MOVE "CONTATO"            TO WS-JRNL-ARQUIVO
           PERFORM 7100-GRAVAR-JORNAL-ARQUIVO.
       4050-FIM.
           CONTINUE.

      ******************************************************************
      * INSCRICAO JA EXISTENTE (RESSUBMISSAO PARCIAL) NAO E ERRO -
      * O REGISTRO FICA COMO ESTA E A CONTAGEM DE VAGAS NAO SOBE.
                   WS-JRNL-ARQUIVO WS-JRNL-ACAO WS-JRNL-ANTES
                   WS-JRNL-DEPOIS.

       7100-GRAVAR-JORNAL-ARQUIVO SECTION.
           MOVE "CARGADM"            TO WS-JRNL-PROGRAMA
           MOVE "ADMISSAO"           TO WS-JRNL-OPERADOR
           CALL "GRAVJRNL" USING WS-JRNL-PROGRAMA WS-JRNL-OPERADOR
                   WS-JRNL-ARQUIVO WS-JRNL-ACAO WS-JRNL-ANTES
                   WS-JRNL-DEPOIS.

       8000-RESUMO SECTION.
           MOVE SPACES               TO WS-LINHA-CARGADM
           WRITE WS-LINHA-CARGADM

       9000-ENCERRAMENTO SECTION.
           CLOSE ADMISSAO-DAT ADMREJ-DAT ALUNO-DAT MATERIA-DAT
                 INSCRICAO-DAT CONTATO-DAT CARGADM-PRT
           IF WS-OFERTA-ABERTA
               CLOSE OFERTA-DAT
           END-IF.
