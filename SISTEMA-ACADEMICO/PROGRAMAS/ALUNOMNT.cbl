      * 22/08/2026 LHG - TOTAIS DE CONTROLE (GRAVCTRL) ATUALIZADOS
      *                   A CADA INCLUSAO, CONFERIDOS PELO VERIFCTL
      *                   NO INICIO E NO FIM DO CICLO NOTURNO.
      * 15/10/2026 LHG - DADOS PESSOAIS (CONTATO.DAT) E ENDERECO
      *                   (ENDERECO.DAT) DO ALUNO: CPF CONFERIDO
      *                   PELOS DIGITOS VERIFICADORES (VALCPF) E
      *                   RECUSADO SE JA CADASTRADO EM OUTRA
      *                   MATRICULA NAO INATIVA; CPF E NASCIMENTO
      *                   PEDIDOS NA INCLUSAO, OPCAO 5 PARA OS
      *                   DEMAIS DADOS, COM IMAGENS NO JORNAL.
      * 15/10/2026 LHG - ALUNO FORMADO (COLACAO) NAO PODE SER
      *                   INATIVADO, E SEU CPF NAO BARRA NOVA
      *                   MATRICULA (RETORNO PARA OUTRO CURSO).
      * 15/10/2026 LHG - TROCA DE TURMA APROVEITA AS MATERIAS JA
      *                   APROVADAS PELA TABELA DE EQUIVALENCIAS
      *                   (EQUIV.DAT) EM APROVEIT.DAT - DEFERIDO SE O
      *                   OPERADOR E SUPERVISOR, SENAO PENDENTE PARA O
      *                   APROVMNT. ALUNO FORMADO NAO TROCA DE TURMA.
      * 15/10/2026 LHG - APROVEITAMENTO NA TROCA DE TURMA ENXERGA OS
      *                   TERMOS JA CORTADOS PELO TERMARQ (REMONTAGEM
      *                   ACAD.GRAD.* DO FECHAMENTO, DD GRADINSC E
      *                   GRADNOTA); ABERTURAS CONFERIDAS UMA A UMA.
      * 15/10/2026 LHG - CONTATO.DAT QUE NAO ABRE RECUSA A OPERACAO;
      *                   FALHA NOS DADOS PESSOAIS DA INCLUSAO MANDA
      *                   O OPERADOR REDIGITA-LOS PELA OPCAO 5.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ALUNO-DAT          ASSIGN TO "ALUNODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-MATRICULA IN WS-REG-ALUNO
                                      FILE STATUS IS WS-FS-ALUNO.

           SELECT CONTATO-DAT        ASSIGN TO "CONTADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CONT-MATRICULA
                                      ALTERNATE RECORD KEY IS
                                        WS-CONT-CPF WITH DUPLICATES
                                      FILE STATUS IS WS-FS-CONTATO.

           SELECT ENDERECO-DAT       ASSIGN TO "ENDERDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-END-MATRICULA
                                      FILE STATUS IS WS-FS-ENDERECO.

           SELECT EQUIV-DAT          ASSIGN TO "EQUIVDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-EQUIV
                                      FILE STATUS IS WS-FS-EQUIV.

           SELECT INSCRICAO-DAT      ASSIGN TO "INSCRDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-INSCRICAO
                                      FILE STATUS IS WS-FS-INSCRICAO.

           SELECT NOTA-DAT           ASSIGN TO "NOTASDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-NOTA
                                      FILE STATUS IS WS-FS-NOTA.

           SELECT GRADINSC-DAT       ASSIGN TO "GRADINSC"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS HI-CHAVE-INSCRICAO
                                      FILE STATUS IS WS-FS-GRADINSC.

           SELECT GRADNOTA-DAT       ASSIGN TO "GRADNOTA"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS HN-CHAVE-NOTA
                                      FILE STATUS IS WS-FS-GRADNOTA.

           SELECT CURRIC-DAT         ASSIGN TO "CURRIDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-CURRIC
                                      FILE STATUS IS WS-FS-CURRIC.

           SELECT APROVEIT-DAT       ASSIGN TO "APROVDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-APROVEIT
                                      FILE STATUS IS WS-FS-APROVEIT.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-DAT.
           COPY ALUNOREG.

       FD  CONTATO-DAT.
           COPY CONTREG.

       FD  ENDERECO-DAT.
           COPY ENDRREG.

       FD  EQUIV-DAT.
           COPY EQUIVREG.

       FD  INSCRICAO-DAT.
           COPY INSCREG.

       FD  NOTA-DAT.
           COPY NOTAREG.

      ******************************************************************
      * INSCRICOES E NOTAS DE TODOS OS TERMOS, REMONTADAS PELO TERMREST
      * NO FECHAMENTO DE TERMO (ACAD.GRAD.INSCRICAO E ACAD.GRAD.NOTA,
      * JOB TERMFECH) ANTES DO CORTE DO TERMARQ - MESMO LEIAUTE DE
      * INSCREG E NOTAREG.
      ******************************************************************
       FD  GRADINSC-DAT.
       01  HI-REG-INSCRICAO.
           03  HI-CHAVE-INSCRICAO.
               05  HI-MATRICULA         PIC 9(011).
               05  HI-COD-MATERIA       PIC 9(015).
               05  HI-TERMO             PIC 9(006).
           03  HI-SITUACAO              PIC X(001).
               88  HI-INSCRICAO-APROVADA    VALUE "P".

       FD  GRADNOTA-DAT.
       01  HN-REG-NOTA.
           03  HN-CHAVE-NOTA.
               05  HN-MATRICULA         PIC 9(011).
               05  HN-COD-MATERIA       PIC 9(015).
               05  HN-TERMO             PIC 9(006).
           03  HN-NOTA                  PIC 9(003)V99.
           03  HN-PESO-CREDITO          PIC 9(002)V9.

       FD  CURRIC-DAT.
           COPY CURRREG.

       FD  APROVEIT-DAT.
           COPY APROVREG.

       WORKING-STORAGE SECTION.
           COPY SIGNREG.
       77  WS-FS-ALUNO              PIC X(002) VALUE "00".
       77  WS-FS-CONTATO            PIC X(002) VALUE "00".
       77  WS-FS-ENDERECO           PIC X(002) VALUE "00".
       77  WS-FS-EQUIV              PIC X(002) VALUE "00".
       77  WS-FS-INSCRICAO          PIC X(002) VALUE "00".
       77  WS-FS-NOTA               PIC X(002) VALUE "00".
       77  WS-FS-CURRIC             PIC X(002) VALUE "00".
       77  WS-FS-GRADINSC           PIC X(002) VALUE "00".
       77  WS-FS-GRADNOTA           PIC X(002) VALUE "00".
       77  WS-FS-APROVEIT           PIC X(002) VALUE "00".
       77  WS-OPCAO                 PIC 9(001) VALUE ZERO.
           88  WS-OPCAO-INCLUIR         VALUE 1.
           88  WS-OPCAO-ALTERAR         VALUE 2.
           88  WS-OPCAO-EXCLUIR         VALUE 3.
           88  WS-OPCAO-CONSULTAR       VALUE 4.
           88  WS-OPCAO-DADOS-PESSOAIS  VALUE 5.
           88  WS-OPCAO-SAIR            VALUE 6.
       77  WS-MATRICULA-VALIDA      PIC X(001) VALUE "N".
           88  WS-MATRICULA-OK          VALUE "S".
       77  WS-RESPOSTA              PIC X(001) VALUE SPACE.
       77  WS-NOVO-NOME             PIC X(060) VALUE SPACES.
       77  WS-NOVA-TURMA            PIC X(002) VALUE SPACES.
       77  WS-CPF-VALIDO            PIC X(001) VALUE "N".
           88  WS-CPF-OK                VALUE "S".
       77  WS-CPF-DIGITADO          PIC 9(011) VALUE ZEROS.
       77  WS-CPF-REPETIDO          PIC X(001) VALUE "N".
           88  WS-CPF-DUPLICADO         VALUE "S".
       77  WS-FIM-CPF               PIC X(001) VALUE "N".
           88  WS-FIM-DO-CPF            VALUE "S".
       77  WS-MATRICULA-ALVO        PIC 9(011) VALUE ZEROS.
       77  WS-MATRICULA-CPF         PIC 9(011) VALUE ZEROS.
       77  WS-CONTATO-ABERTO        PIC X(001) VALUE "N".
           88  WS-ARQ-CONTATO-ABERTO    VALUE "S".
       77  WS-CONTATO-EXISTE        PIC X(001) VALUE "N".
           88  WS-CONTATO-CADASTRADO    VALUE "S".
       77  WS-ENDERECO-EXISTE       PIC X(001) VALUE "N".
           88  WS-ENDERECO-CADASTRADO   VALUE "S".
       77  WS-NASC-VALIDA           PIC X(001) VALUE "N".
           88  WS-NASC-OK               VALUE "S".
       77  WS-NOVA-DATA-NASC        PIC 9(008) VALUE ZEROS.
       77  WS-NOVO-EMAIL            PIC X(050) VALUE SPACES.
       77  WS-NOVO-TELEFONE         PIC 9(011) VALUE ZEROS.
       77  WS-NOVO-LOGRADOURO       PIC X(040) VALUE SPACES.
       77  WS-NOVO-BAIRRO           PIC X(015) VALUE SPACES.
       77  WS-NOVA-CIDADE           PIC X(024) VALUE SPACES.
       77  WS-NOVA-UF               PIC X(002) VALUE SPACES.
       77  WS-NOVO-CEP              PIC 9(008) VALUE ZEROS.
       77  WS-CONTATO-SALVO         PIC X(100) VALUE SPACES.
       77  WS-TURMA-ANTERIOR        PIC X(002) VALUE SPACES.
       77  WS-DATA-HOJE             PIC 9(008) VALUE ZEROS.
       77  WS-FIM-EQUIV             PIC X(001) VALUE "N".
           88  WS-EQUIV-ESGOTADO        VALUE "S".
       77  WS-FIM-INSCRICAO         PIC X(001) VALUE "N".
           88  WS-INSCRICAO-ESGOTADA    VALUE "S".
       77  WS-NOTA-ABERTA           PIC X(001) VALUE "N".
           88  WS-ARQ-NOTA-ABERTO       VALUE "S".
       77  WS-GRADINSC-ABERTA       PIC X(001) VALUE "N".
           88  WS-ARQ-GRADINSC-ABERTO   VALUE "S".
       77  WS-GRADNOTA-ABERTA       PIC X(001) VALUE "N".
           88  WS-ARQ-GRADNOTA-ABERTO   VALUE "S".
       77  WS-APROVACAO-ACHADA      PIC X(001) VALUE "N".
           88  WS-MATERIA-APROVADA      VALUE "S".
       77  WS-GRUPO-CUMPRIDO        PIC X(001) VALUE "N".
           88  WS-GRUPO-SATISFEITO      VALUE "S".
       77  WS-DESTINO-ATUAL         PIC 9(015) VALUE ZEROS.
       77  WS-GRUPO-ATUAL           PIC 9(002) VALUE ZEROS.
       77  WS-MATERIA-PROCURADA     PIC 9(015) VALUE ZEROS.
       77  WS-PRIMEIRA-ORIGEM       PIC 9(015) VALUE ZEROS.
       77  WS-NOTA-ACHADA           PIC 9(003)V99 VALUE ZEROS.
       77  WS-TERMO-ACHADO          PIC 9(006) VALUE ZEROS.
       77  WS-TERMO-MAIS-RECENTE    PIC 9(006) VALUE ZEROS.
       77  WS-SOMA-NOTAS            PIC 9(005)V99 VALUE ZEROS.
       77  WS-QTDE-ORIGENS          PIC 9(003) VALUE ZERO.
       77  WS-QTDE-APROVEITADAS     PIC 9(003) VALUE ZERO.

       01  WS-NASC-DECOMPOSTA.
           03  WS-NASC-ANO          PIC 9(004).
           03  WS-NASC-MES          PIC 9(002).
           03  WS-NASC-DIA          PIC 9(002).

      ******************************************************************
      * PARAMETROS DA CHAMADA A GRAVAUD - OS LITERAIS SAO MOVIDOS PARA
           DISPLAY "   2 - ALTERAR ALUNO (NOME/TURMA)".
           DISPLAY "   3 - EXCLUIR (INATIVAR) ALUNO".
           DISPLAY "   4 - CONSULTAR ALUNO".
           DISPLAY "   5 - DADOS PESSOAIS E ENDERECO".
           DISPLAY "   6 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO : " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
                   PERFORM 4000-EXCLUIR-ALUNO
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 5000-CONSULTAR-ALUNO
               WHEN WS-OPCAO-DADOS-PESSOAIS
                   PERFORM 6000-MANTER-DADOS-PESSOAIS
               WHEN WS-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
      ******************************************************************
      * INCLUSAO - VALIDA O DIGITO VERIFICADOR ANTES DE GRAVAR E
      * REJEITA MATRICULA JA EXISTENTE (DUPLICADA) PELO STATUS DO
      * WRITE. O CPF E A DATA DE NASCIMENTO SAO OBRIGATORIOS: CPF
      * INVALIDO OU JA CADASTRADO EM OUTRA MATRICULA NAO INATIVA
      * RECUSA A INCLUSAO (A MESMA PESSOA NAO ENTRA DUAS VEZES).
      ******************************************************************
       2000-INCLUIR-ALUNO SECTION.
           MOVE SPACES              TO WS-REG-ALUNO
           DISPLAY "MATRICULA (11 DIGITOS) : " WITH NO ADVANCING
           ACCEPT WS-MATRICULA IN WS-REG-ALUNO
           CALL "MOD11" USING WS-MATRICULA IN WS-REG-ALUNO
                   WS-MATRICULA-VALIDA
           IF NOT WS-MATRICULA-OK
               DISPLAY "MATRICULA REJEITADA - DIGITO VERIFICADOR "
                       "INVALIDO. CONFIRA O NUMERO DIGITADO."
               GO TO 2000-FIM
           END-IF
           MOVE WS-MATRICULA IN WS-REG-ALUNO
               TO WS-MATRICULA-ALVO
           DISPLAY "CPF (11 DIGITOS) : " WITH NO ADVANCING
           ACCEPT WS-CPF-DIGITADO
           CALL "VALCPF" USING WS-CPF-DIGITADO WS-CPF-VALIDO
           IF NOT WS-CPF-OK
               DISPLAY "CPF REJEITADO - DIGITO VERIFICADOR "
                       "INVALIDO. CONFIRA O NUMERO DIGITADO."
               GO TO 2000-FIM
           END-IF
           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD) : "
                   WITH NO ADVANCING
           ACCEPT WS-NOVA-DATA-NASC
           PERFORM 6600-VALIDAR-NASCIMENTO
           IF NOT WS-NASC-OK
               DISPLAY "DATA DE NASCIMENTO INVALIDA."
               GO TO 2000-FIM
           END-IF

           OPEN I-O ALUNO-DAT
           IF WS-FS-ALUNO = "35"
               CLOSE ALUNO-DAT
               OPEN I-O ALUNO-DAT
           END-IF
           PERFORM 6700-ABRIR-CONTATO
           IF NOT WS-ARQ-CONTATO-ABERTO
               CLOSE ALUNO-DAT
               GO TO 2000-FIM
           END-IF
           PERFORM 6500-VERIFICAR-CPF
           IF WS-CPF-DUPLICADO
               DISPLAY "CPF REJEITADO - JA CADASTRADO NA MATRICULA "
                       WS-MATRICULA-CPF " (NAO INATIVA)."
               CLOSE ALUNO-DAT CONTATO-DAT
               GO TO 2000-FIM
           END-IF

           MOVE SPACES              TO WS-REG-ALUNO
           MOVE WS-MATRICULA-ALVO   TO WS-MATRICULA IN WS-REG-ALUNO
           DISPLAY "NOME : " WITH NO ADVANCING
           ACCEPT WS-NOME
           DISPLAY "TURMA : " WITH NO ADVANCING
           ACCEPT WS-TURMA
           SET WS-ALUNO-ATIVO        TO TRUE

           WRITE WS-REG-ALUNO
           IF WS-FS-ALUNO = "22"
                   MOVE "I"           TO WS-JRNL-ACAO
                   PERFORM 8000-GRAVAR-JORNAL
                   MOVE "ALUNO" TO WS-CTRL-ARQUIVO
                   MOVE WS-MATRICULA IN WS-REG-ALUNO
                       TO WS-CTRL-CHAVE
                   PERFORM 8100-ATUALIZAR-CONTROLE
                   PERFORM 2100-INCLUIR-CONTATO
               END-IF
           END-IF
           CLOSE ALUNO-DAT CONTATO-DAT.
       2000-FIM.
           CONTINUE.

      ******************************************************************
      * DADOS PESSOAIS DO ALUNO RECEM-INCLUIDO - E-MAIL, TELEFONE E
      * ENDERECO SAO COMPLETADOS DEPOIS PELA OPCAO 5.
      ******************************************************************
       2100-INCLUIR-CONTATO SECTION.
           MOVE SPACES               TO WS-REG-CONTATO
           MOVE WS-MATRICULA-ALVO    TO WS-CONT-MATRICULA
           MOVE WS-CPF-DIGITADO      TO WS-CONT-CPF
           MOVE WS-NOVA-DATA-NASC    TO WS-CONT-DATA-NASC
           MOVE ZEROS                TO WS-CONT-TELEFONE
           WRITE WS-REG-CONTATO
           IF WS-FS-CONTATO NOT = "00"
               DISPLAY "ERRO AO INCLUIR DADOS PESSOAIS - STATUS "
                       WS-FS-CONTATO
               DISPLAY "ALUNO " WS-MATRICULA-ALVO " FICOU SEM CPF E "
                       "NASCIMENTO - REDIGITE-OS PELA OPCAO 5 "
                       "(DADOS PESSOAIS) ANTES DE QUALQUER OUTRA "
                       "OPERACAO."
           ELSE
               MOVE SPACES           TO WS-JRNL-ANTES
               MOVE WS-REG-CONTATO   TO WS-JRNL-DEPOIS
               MOVE "I"              TO WS-JRNL-ACAO
               MOVE "CONTATO"        TO WS-JRNL-ARQUIVO
               PERFORM 8200-GRAVAR-JORNAL-DADOS
               DISPLAY "COMPLETE E-MAIL, TELEFONE E ENDERECO PELA "
                       "OPCAO 5."
           END-IF.

       3000-ALTERAR-ALUNO SECTION.
           DISPLAY "MATRICULA A ALTERAR : " WITH NO ADVANCING
           ACCEPT WS-MATRICULA IN WS-REG-ALUNO
           OPEN I-O ALUNO-DAT
           READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
               INVALID KEY
                   DISPLAY "ALUNO NAO ENCONTRADO."
           END-READ
               DISPLAY "NOVA TURMA (BRANCO MANTEM) : "
                       WITH NO ADVANCING
               ACCEPT WS-NOVA-TURMA
               MOVE WS-TURMA          TO WS-TURMA-ANTERIOR
               IF WS-NOVA-TURMA NOT = SPACES
                   IF WS-ALUNO-FORMADO AND
                      WS-NOVA-TURMA NOT = WS-TURMA
                       DISPLAY "ALUNO FORMADO NAO TROCA DE TURMA - "
                               "TURMA MANTIDA."
                   ELSE
                       MOVE WS-NOVA-TURMA TO WS-TURMA
                   END-IF
               END-IF
               REWRITE WS-REG-ALUNO
               IF WS-FS-ALUNO = "00"
                   MOVE WS-REG-ALUNO  TO WS-JRNL-DEPOIS
                   MOVE "A"           TO WS-JRNL-ACAO
                   PERFORM 8000-GRAVAR-JORNAL
                   IF WS-TURMA NOT = WS-TURMA-ANTERIOR
                       PERFORM 7000-APROVEITAR-NA-TROCA
                   END-IF
               ELSE
                   DISPLAY "ERRO AO ALTERAR ALUNO - STATUS "
                           WS-FS-ALUNO
           END-IF
           DISPLAY "MATRICULA A EXCLUIR (INATIVAR) : "
                   WITH NO ADVANCING
           ACCEPT WS-MATRICULA IN WS-REG-ALUNO
           OPEN I-O ALUNO-DAT
           READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
               INVALID KEY
                   DISPLAY "ALUNO NAO ENCONTRADO."
           END-READ
           IF WS-FS-ALUNO = "00" AND WS-ALUNO-FORMADO
               DISPLAY "ALUNO FORMADO COM DIPLOMA REGISTRADO - "
                       "EXCLUSAO RECUSADA."
               CLOSE ALUNO-DAT
               GO TO 4000-FIM
           END-IF
           IF WS-FS-ALUNO = "00"
               MOVE WS-REG-ALUNO        TO WS-JRNL-ANTES
               DISPLAY "CONFIRMA EXCLUSAO DE " WS-NOME " : S/N ? "

       5000-CONSULTAR-ALUNO SECTION.
           DISPLAY "MATRICULA A CONSULTAR : " WITH NO ADVANCING
           ACCEPT WS-MATRICULA IN WS-REG-ALUNO
           OPEN INPUT ALUNO-DAT
           READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
               INVALID KEY
                   DISPLAY "ALUNO NAO ENCONTRADO."
           END-READ
           IF WS-FS-ALUNO = "00"
               DISPLAY "MATRICULA : " WS-MATRICULA IN WS-REG-ALUNO
               DISPLAY "NOME      : " WS-NOME
               DISPLAY "TURMA     : " WS-TURMA
               DISPLAY "SITUACAO  : " WS-SITUACAO IN WS-REG-ALUNO
               DISPLAY "SIT.ACAD. : " WS-SIT-ACADEMICA
               PERFORM 5100-CONSULTAR-DADOS-PESSOAIS
           END-IF
           CLOSE ALUNO-DAT.

       5100-CONSULTAR-DADOS-PESSOAIS SECTION.
           OPEN INPUT CONTATO-DAT
           IF WS-FS-CONTATO NOT = "00"
               DISPLAY "DADOS PESSOAIS NAO CADASTRADOS."
               GO TO 5100-FIM
           END-IF
           MOVE WS-MATRICULA IN WS-REG-ALUNO
               TO WS-CONT-MATRICULA
           READ CONTATO-DAT KEY IS WS-CONT-MATRICULA
               INVALID KEY
                   DISPLAY "DADOS PESSOAIS NAO CADASTRADOS."
           END-READ
           IF WS-FS-CONTATO = "00"
               DISPLAY "CPF       : " WS-CONT-CPF
               DISPLAY "NASCIM.   : " WS-CONT-DATA-NASC
               DISPLAY "E-MAIL    : " WS-CONT-EMAIL
               DISPLAY "TELEFONE  : " WS-CONT-TELEFONE
           END-IF
           CLOSE CONTATO-DAT
           OPEN INPUT ENDERECO-DAT
           IF WS-FS-ENDERECO NOT = "00"
               GO TO 5100-FIM
           END-IF
           MOVE WS-MATRICULA IN WS-REG-ALUNO
               TO WS-END-MATRICULA
           READ ENDERECO-DAT KEY IS WS-END-MATRICULA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-ENDERECO = "00"
               DISPLAY "ENDERECO  : " WS-END-LOGRADOURO
               DISPLAY "            " WS-END-BAIRRO " "
                       WS-END-CIDADE " " WS-END-UF
               DISPLAY "CEP       : " WS-END-CEP
           END-IF
           CLOSE ENDERECO-DAT.
       5100-FIM.
           CONTINUE.

      ******************************************************************
      * DADOS PESSOAIS E ENDERECO DE UM ALUNO CADASTRADO. CAMPO EM
      * BRANCO (OU ZERO, NOS NUMERICOS) MANTEM O VALOR ATUAL. CPF
      * NOVO OU TROCADO PASSA PELO VALCPF E PELA RECUSA DE CPF JA
      * CADASTRADO EM OUTRA MATRICULA NAO INATIVA. SO O REGISTRO QUE
      * MUDOU E REGRAVADO E VAI PARA O JORNAL.
      ******************************************************************
       6000-MANTER-DADOS-PESSOAIS SECTION.
           DISPLAY "MATRICULA : " WITH NO ADVANCING
           ACCEPT WS-MATRICULA IN WS-REG-ALUNO
           MOVE WS-MATRICULA IN WS-REG-ALUNO
               TO WS-MATRICULA-ALVO
           OPEN INPUT ALUNO-DAT
           READ ALUNO-DAT KEY IS WS-MATRICULA IN WS-REG-ALUNO
               INVALID KEY
                   DISPLAY "ALUNO NAO ENCONTRADO."
           END-READ
           IF WS-FS-ALUNO NOT = "00"
               CLOSE ALUNO-DAT
               GO TO 6000-FIM
           END-IF
           DISPLAY "ALUNO     : " WS-NOME
           PERFORM 6700-ABRIR-CONTATO
           IF NOT WS-ARQ-CONTATO-ABERTO
               CLOSE ALUNO-DAT
               GO TO 6000-FIM
           END-IF
           OPEN I-O ENDERECO-DAT
           IF WS-FS-ENDERECO = "35"
               OPEN OUTPUT ENDERECO-DAT
               CLOSE ENDERECO-DAT
               OPEN I-O ENDERECO-DAT
           END-IF

           MOVE WS-MATRICULA-ALVO    TO WS-CONT-MATRICULA
           MOVE "S"                  TO WS-CONTATO-EXISTE
           READ CONTATO-DAT KEY IS WS-CONT-MATRICULA
               INVALID KEY
                   MOVE "N"          TO WS-CONTATO-EXISTE
           END-READ
           IF WS-CONTATO-CADASTRADO
               MOVE WS-REG-CONTATO   TO WS-JRNL-ANTES
           ELSE
               MOVE SPACES           TO WS-JRNL-ANTES
                                        WS-REG-CONTATO
               MOVE WS-MATRICULA-ALVO TO WS-CONT-MATRICULA
               MOVE ZEROS            TO WS-CONT-CPF
                                        WS-CONT-DATA-NASC
                                        WS-CONT-TELEFONE
           END-IF

           DISPLAY "CPF ATUAL : " WS-CONT-CPF
           DISPLAY "NOVO CPF (ZERO MANTEM) : " WITH NO ADVANCING
           ACCEPT WS-CPF-DIGITADO
           IF WS-CPF-DIGITADO NOT = ZEROS AND
              WS-CPF-DIGITADO NOT = WS-CONT-CPF
               CALL "VALCPF" USING WS-CPF-DIGITADO WS-CPF-VALIDO
               IF NOT WS-CPF-OK
                   DISPLAY "CPF REJEITADO - DIGITO VERIFICADOR "
                           "INVALIDO. CONFIRA O NUMERO DIGITADO."
                   GO TO 6000-ENCERRAR
               END-IF
               MOVE WS-REG-CONTATO   TO WS-CONTATO-SALVO
               PERFORM 6500-VERIFICAR-CPF
               MOVE WS-CONTATO-SALVO TO WS-REG-CONTATO
               IF WS-CPF-DUPLICADO
                   DISPLAY "CPF REJEITADO - JA CADASTRADO NA "
                           "MATRICULA " WS-MATRICULA-CPF
                           " (NAO INATIVA)."
                   GO TO 6000-ENCERRAR
               END-IF
               MOVE WS-CPF-DIGITADO  TO WS-CONT-CPF
           END-IF
           IF WS-CONT-CPF = ZEROS
               DISPLAY "CPF OBRIGATORIO - DADOS NAO GRAVADOS."
               GO TO 6000-ENCERRAR
           END-IF

           DISPLAY "NASCIMENTO ATUAL : " WS-CONT-DATA-NASC
           DISPLAY "NOVA DATA DE NASCIMENTO (ZERO MANTEM) : "
                   WITH NO ADVANCING
           ACCEPT WS-NOVA-DATA-NASC
           IF WS-NOVA-DATA-NASC NOT = ZEROS
               PERFORM 6600-VALIDAR-NASCIMENTO
               IF NOT WS-NASC-OK
                   DISPLAY "DATA DE NASCIMENTO INVALIDA - DADOS NAO "
                           "GRAVADOS."
                   GO TO 6000-ENCERRAR
               END-IF
               MOVE WS-NOVA-DATA-NASC TO WS-CONT-DATA-NASC
           END-IF
           DISPLAY "E-MAIL ATUAL : " WS-CONT-EMAIL
           DISPLAY "NOVO E-MAIL (BRANCO MANTEM) : " WITH NO ADVANCING
           ACCEPT WS-NOVO-EMAIL
           IF WS-NOVO-EMAIL NOT = SPACES
               MOVE WS-NOVO-EMAIL    TO WS-CONT-EMAIL
           END-IF
           DISPLAY "TELEFONE ATUAL : " WS-CONT-TELEFONE
           DISPLAY "NOVO TELEFONE COM DDD (ZERO MANTEM) : "
                   WITH NO ADVANCING
           ACCEPT WS-NOVO-TELEFONE
           IF WS-NOVO-TELEFONE NOT = ZEROS
               MOVE WS-NOVO-TELEFONE TO WS-CONT-TELEFONE
           END-IF
           PERFORM 6100-GRAVAR-CONTATO
           PERFORM 6200-MANTER-ENDERECO.
       6000-ENCERRAR.
           CLOSE ALUNO-DAT CONTATO-DAT ENDERECO-DAT.
       6000-FIM.
           CONTINUE.

       6100-GRAVAR-CONTATO SECTION.
           IF WS-CONTATO-CADASTRADO
               IF WS-REG-CONTATO = WS-JRNL-ANTES
                   GO TO 6100-FIM
               END-IF
               REWRITE WS-REG-CONTATO
               MOVE "A"              TO WS-JRNL-ACAO
           ELSE
               WRITE WS-REG-CONTATO
               MOVE "I"              TO WS-JRNL-ACAO
           END-IF
           IF WS-FS-CONTATO NOT = "00"
               DISPLAY "ERRO AO GRAVAR DADOS PESSOAIS - STATUS "
                       WS-FS-CONTATO
               GO TO 6100-FIM
           END-IF
           DISPLAY "DADOS PESSOAIS GRAVADOS COM SUCESSO."
           MOVE WS-REG-CONTATO       TO WS-JRNL-DEPOIS
           MOVE "CONTATO"            TO WS-JRNL-ARQUIVO
           PERFORM 8200-GRAVAR-JORNAL-DADOS.
       6100-FIM.
           CONTINUE.

       6200-MANTER-ENDERECO SECTION.
           MOVE WS-MATRICULA-ALVO    TO WS-END-MATRICULA
           MOVE "S"                  TO WS-ENDERECO-EXISTE
           READ ENDERECO-DAT KEY IS WS-END-MATRICULA
               INVALID KEY
                   MOVE "N"          TO WS-ENDERECO-EXISTE
           END-READ
           IF WS-ENDERECO-CADASTRADO
               MOVE WS-REG-ENDERECO  TO WS-JRNL-ANTES
           ELSE
               MOVE SPACES           TO WS-JRNL-ANTES
                                        WS-REG-ENDERECO
               MOVE WS-MATRICULA-ALVO TO WS-END-MATRICULA
               MOVE ZEROS            TO WS-END-CEP
           END-IF
           DISPLAY "LOGRADOURO ATUAL : " WS-END-LOGRADOURO
           DISPLAY "NOVO LOGRADOURO, NUMERO E COMPLEMENTO (BRANCO "
                   "MANTEM) : " WITH NO ADVANCING
           ACCEPT WS-NOVO-LOGRADOURO
           IF WS-NOVO-LOGRADOURO NOT = SPACES
               MOVE WS-NOVO-LOGRADOURO TO WS-END-LOGRADOURO
           END-IF
           DISPLAY "BAIRRO ATUAL : " WS-END-BAIRRO
           DISPLAY "NOVO BAIRRO (BRANCO MANTEM) : " WITH NO ADVANCING
           ACCEPT WS-NOVO-BAIRRO
           IF WS-NOVO-BAIRRO NOT = SPACES
               MOVE WS-NOVO-BAIRRO   TO WS-END-BAIRRO
           END-IF
           DISPLAY "CIDADE/UF ATUAL : " WS-END-CIDADE " " WS-END-UF
           DISPLAY "NOVA CIDADE (BRANCO MANTEM) : " WITH NO ADVANCING
           ACCEPT WS-NOVA-CIDADE
           IF WS-NOVA-CIDADE NOT = SPACES
               MOVE WS-NOVA-CIDADE   TO WS-END-CIDADE
           END-IF
           DISPLAY "NOVA UF (BRANCO MANTEM) : " WITH NO ADVANCING
           ACCEPT WS-NOVA-UF
           IF WS-NOVA-UF NOT = SPACES
               MOVE WS-NOVA-UF       TO WS-END-UF
           END-IF
           DISPLAY "CEP ATUAL : " WS-END-CEP
           DISPLAY "NOVO CEP (ZERO MANTEM) : " WITH NO ADVANCING
           ACCEPT WS-NOVO-CEP
           IF WS-NOVO-CEP NOT = ZEROS
               MOVE WS-NOVO-CEP      TO WS-END-CEP
           END-IF

           IF WS-ENDERECO-CADASTRADO
               IF WS-REG-ENDERECO = WS-JRNL-ANTES
                   GO TO 6200-FIM
               END-IF
               REWRITE WS-REG-ENDERECO
               MOVE "A"              TO WS-JRNL-ACAO
           ELSE
               IF WS-END-LOGRADOURO = SPACES
                   GO TO 6200-FIM
               END-IF
               WRITE WS-REG-ENDERECO
               MOVE "I"              TO WS-JRNL-ACAO
           END-IF
           IF WS-FS-ENDERECO NOT = "00"
               DISPLAY "ERRO AO GRAVAR ENDERECO - STATUS "
                       WS-FS-ENDERECO
               GO TO 6200-FIM
           END-IF
           DISPLAY "ENDERECO GRAVADO COM SUCESSO."
           MOVE WS-REG-ENDERECO      TO WS-JRNL-DEPOIS
           MOVE "ENDERECO"           TO WS-JRNL-ARQUIVO
           PERFORM 8200-GRAVAR-JORNAL-DADOS.
       6200-FIM.
           CONTINUE.

      ******************************************************************
      * PROCURA O CPF DIGITADO NO INDICE ALTERNADO DE CONTATO.DAT.
      * DUPLICADO E O CPF DE OUTRA MATRICULA CUJO ALUNO NAO ESTA
      * INATIVO NEM FORMADO (ATIVO OU TRANCADO); A MATRICULA VOLTA
      * EM WS-MATRICULA-CPF. USA AS AREAS DE ALUNO E CONTATO.
      ******************************************************************
       6500-VERIFICAR-CPF SECTION.
           MOVE "N"                  TO WS-CPF-REPETIDO
                                        WS-FIM-CPF
           MOVE WS-CPF-DIGITADO      TO WS-CONT-CPF
           START CONTATO-DAT KEY IS = WS-CONT-CPF
               INVALID KEY
                   SET WS-FIM-DO-CPF TO TRUE
           END-START
           PERFORM 6550-LER-CPF
                   UNTIL WS-FIM-DO-CPF OR WS-CPF-DUPLICADO.

       6550-LER-CPF SECTION.
           READ CONTATO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-CPF TO TRUE
                   GO TO 6550-FIM
           END-READ
           IF WS-CONT-CPF NOT = WS-CPF-DIGITADO
               SET WS-FIM-DO-CPF     TO TRUE
               GO TO 6550-FIM
           END-IF
           IF WS-CONT-MATRICULA = WS-MATRICULA-ALVO
               GO TO 6550-FIM
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
       6550-FIM.
           CONTINUE.

       6600-VALIDAR-NASCIMENTO SECTION.
           MOVE "N"                  TO WS-NASC-VALIDA
           MOVE WS-NOVA-DATA-NASC    TO WS-NASC-DECOMPOSTA
           IF WS-NASC-ANO > 1900 AND
              WS-NASC-MES > ZERO AND WS-NASC-MES < 13 AND
              WS-NASC-DIA > ZERO AND WS-NASC-DIA < 32
               SET WS-NASC-OK        TO TRUE
           END-IF.

       6700-ABRIR-CONTATO SECTION.
           MOVE "N"                  TO WS-CONTATO-ABERTO
           OPEN I-O CONTATO-DAT
           IF WS-FS-CONTATO = "35"
               OPEN OUTPUT CONTATO-DAT
               CLOSE CONTATO-DAT
               OPEN I-O CONTATO-DAT
           END-IF
           IF WS-FS-CONTATO = "00"
               SET WS-ARQ-CONTATO-ABERTO TO TRUE
           ELSE
               DISPLAY "ERRO AO ABRIR CONTATO.DAT - STATUS "
                       WS-FS-CONTATO " - OPERACAO RECUSADA."
           END-IF.

      ******************************************************************
      * APROVEITAMENTO NA TROCA DE TURMA - PERCORRE A TABELA DE
      * EQUIVALENCIAS DA NOVA TURMA GRUPO A GRUPO (QUEBRA POR MATERIA
      * DE DESTINO + GRUPO). O GRUPO E CUMPRIDO QUANDO TODAS AS SUAS
      * ORIGENS ATIVAS SAO INTERNAS E O ALUNO TEM APROVACAO EM CADA
      * UMA (INSCRICAO APROVADA OU APROVEITAMENTO DEFERIDO); ORIGEM
      * EXTERNA SO SE APROVEITA PELO APROVMNT. PARA O GRUPO CUMPRIDO
      * GRAVA O APROVEITAMENTO INTERNO DA MATERIA DE DESTINO, COM A
      * MEDIA DAS NOTAS E O TERMO MAIS RECENTE DAS ORIGENS - DEFERIDO
      * SE O OPERADOR E SUPERVISOR, SENAO PENDENTE PARA O APROVMNT.
      * MATERIA DE DESTINO JA APROVADA OU JA APROVEITADA E MANTIDA.
      * COMO O TERMARQ CORTA OS TERMOS ENCERRADOS DE INSCRICAO.DAT E
      * NOTA.DAT, AS APROVACOES TAMBEM SAO PROCURADAS NA REMONTAGEM
      * DO ULTIMO FECHAMENTO (GRADINSC/GRADNOTA), QUE TEM TODOS OS
      * TERMOS ATE ELE. LIMITACAO: ENQUANTO O JOB TERMFECH ESTA ENTRE
      * O STEP12 (QUE APAGA A REMONTAGEM) E O STEP15 (QUE A REFAZ), OU
      * SE ELE PAROU NESSE INTERVALO, SO OS TERMOS CORRENTES VALEM -
      * O OPERADOR E AVISADO E O APROVMNT COMPLETA O QUE FALTAR.
      ******************************************************************
       7000-APROVEITAR-NA-TROCA SECTION.
           MOVE ZERO                  TO WS-QTDE-APROVEITADAS
           MOVE "N"                   TO WS-FIM-EQUIV
           OPEN INPUT EQUIV-DAT
           IF WS-FS-EQUIV NOT = "00"
               DISPLAY "SEM TABELA DE EQUIVALENCIAS - NENHUMA "
                       "MATERIA APROVEITADA."
               GO TO 7000-FIM
           END-IF
           OPEN INPUT INSCRICAO-DAT
           IF WS-FS-INSCRICAO NOT = "00"
               DISPLAY "INSCRICOES INDISPONIVEIS - NENHUMA MATERIA "
                       "APROVEITADA."
               CLOSE EQUIV-DAT
               GO TO 7000-FIM
           END-IF
           OPEN INPUT CURRIC-DAT
           IF WS-FS-CURRIC NOT = "00"
               DISPLAY "CURRICULO INDISPONIVEL - NENHUMA MATERIA "
                       "APROVEITADA."
               CLOSE EQUIV-DAT INSCRICAO-DAT
               GO TO 7000-FIM
           END-IF
           OPEN I-O APROVEIT-DAT
           IF WS-FS-APROVEIT = "35"
               OPEN OUTPUT APROVEIT-DAT
               CLOSE APROVEIT-DAT
               OPEN I-O APROVEIT-DAT
           END-IF
           IF WS-FS-APROVEIT NOT = "00"
               DISPLAY "ERRO AO ABRIR APROVEIT.DAT - STATUS "
                       WS-FS-APROVEIT " - NENHUMA MATERIA APROVEITADA."
               CLOSE EQUIV-DAT INSCRICAO-DAT CURRIC-DAT
               GO TO 7000-FIM
           END-IF
           MOVE "N"                   TO WS-NOTA-ABERTA
           OPEN INPUT NOTA-DAT
           IF WS-FS-NOTA = "00"
               SET WS-ARQ-NOTA-ABERTO TO TRUE
           END-IF
           MOVE "N"                   TO WS-GRADINSC-ABERTA
                                         WS-GRADNOTA-ABERTA
           OPEN INPUT GRADINSC-DAT
           IF WS-FS-GRADINSC = "00"
               SET WS-ARQ-GRADINSC-ABERTO TO TRUE
               OPEN INPUT GRADNOTA-DAT
               IF WS-FS-GRADNOTA = "00"
                   SET WS-ARQ-GRADNOTA-ABERTO TO TRUE
               END-IF
           ELSE
               DISPLAY "TERMOS ENCERRADOS INDISPONIVEIS (FECHAMENTO "
                       "EM ANDAMENTO?) - SO OS TERMOS CORRENTES "
                       "CONTAM."
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE WS-TURMA              TO WS-EQV-TURMA
           MOVE ZEROS                 TO WS-EQV-MATERIA-DESTINO
                                         WS-EQV-GRUPO
                                         WS-EQV-SEQ
           START EQUIV-DAT KEY IS NOT LESS WS-CHAVE-EQUIV
               INVALID KEY
                   SET WS-EQUIV-ESGOTADO TO TRUE
           END-START
           IF NOT WS-EQUIV-ESGOTADO
               PERFORM 7010-LER-EQUIV
           END-IF
           PERFORM 7100-PROCESSAR-GRUPO
                   UNTIL WS-EQUIV-ESGOTADO

           CLOSE EQUIV-DAT INSCRICAO-DAT CURRIC-DAT APROVEIT-DAT
           IF WS-ARQ-NOTA-ABERTO
               CLOSE NOTA-DAT
           END-IF
           IF WS-ARQ-GRADINSC-ABERTO
               CLOSE GRADINSC-DAT
           END-IF
           IF WS-ARQ-GRADNOTA-ABERTO
               CLOSE GRADNOTA-DAT
           END-IF
           DISPLAY "MATERIAS APROVEITADAS NA NOVA TURMA : "
                   WS-QTDE-APROVEITADAS.
       7000-FIM.
           CONTINUE.

       7010-LER-EQUIV SECTION.
           READ EQUIV-DAT NEXT RECORD
               AT END
                   SET WS-EQUIV-ESGOTADO TO TRUE
           END-READ
           IF NOT WS-EQUIV-ESGOTADO
               IF WS-EQV-TURMA NOT = WS-TURMA
                   SET WS-EQUIV-ESGOTADO TO TRUE
               END-IF
           END-IF.

       7100-PROCESSAR-GRUPO SECTION.
           MOVE WS-EQV-MATERIA-DESTINO TO WS-DESTINO-ATUAL
           MOVE WS-EQV-GRUPO          TO WS-GRUPO-ATUAL
           SET WS-GRUPO-SATISFEITO    TO TRUE
           MOVE ZEROS                 TO WS-QTDE-ORIGENS
                                         WS-SOMA-NOTAS
                                         WS-TERMO-MAIS-RECENTE
                                         WS-PRIMEIRA-ORIGEM
           PERFORM 7200-AVALIAR-ORIGEM
                   UNTIL WS-EQUIV-ESGOTADO
                      OR WS-EQV-MATERIA-DESTINO NOT = WS-DESTINO-ATUAL
                      OR WS-EQV-GRUPO NOT = WS-GRUPO-ATUAL
           IF WS-GRUPO-SATISFEITO AND WS-QTDE-ORIGENS > ZERO
               PERFORM 7300-GRAVAR-APROVEITAMENTO
           END-IF.

       7200-AVALIAR-ORIGEM SECTION.
           IF WS-EQV-ATIVA AND WS-GRUPO-SATISFEITO
               IF WS-EQV-EXTERNA
                   MOVE "N"           TO WS-GRUPO-CUMPRIDO
               ELSE
                   MOVE WS-EQV-MATERIA-ORIGEM TO WS-MATERIA-PROCURADA
                   PERFORM 7210-PROCURAR-APROVACAO
                   IF WS-MATERIA-APROVADA
                       ADD 1              TO WS-QTDE-ORIGENS
                       ADD WS-NOTA-ACHADA TO WS-SOMA-NOTAS
                       IF WS-TERMO-ACHADO > WS-TERMO-MAIS-RECENTE
                           MOVE WS-TERMO-ACHADO
                               TO WS-TERMO-MAIS-RECENTE
                       END-IF
                       IF WS-PRIMEIRA-ORIGEM = ZERO
                           MOVE WS-EQV-MATERIA-ORIGEM
                               TO WS-PRIMEIRA-ORIGEM
                       END-IF
                   ELSE
                       MOVE "N"       TO WS-GRUPO-CUMPRIDO
                   END-IF
               END-IF
           END-IF
           PERFORM 7010-LER-EQUIV.

      ******************************************************************
      * APROVACAO DO ALUNO EM WS-MATERIA-PROCURADA: PRIMEIRO UMA
      * INSCRICAO APROVADA NOS TERMOS CORRENTES (NOTA FINAL EM
      * NOTA.DAT), DEPOIS NOS TERMOS JA CORTADOS (REMONTAGEM DO
      * FECHAMENTO), POR ULTIMO UM APROVEITAMENTO DEFERIDO (NOTA
      * ORIGINAL).
      ******************************************************************
       7210-PROCURAR-APROVACAO SECTION.
           MOVE "N"                   TO WS-APROVACAO-ACHADA
           MOVE "N"                   TO WS-FIM-INSCRICAO
           MOVE ZEROS                 TO WS-NOTA-ACHADA
                                         WS-TERMO-ACHADO
           MOVE WS-MATRICULA IN WS-REG-ALUNO
               TO WS-MATRICULA IN WS-REG-INSCRICAO
           MOVE WS-MATERIA-PROCURADA
               TO WS-COD-MATERIA IN WS-REG-INSCRICAO
           MOVE ZEROS                 TO WS-TERMO IN WS-REG-INSCRICAO
           START INSCRICAO-DAT KEY IS NOT LESS WS-CHAVE-INSCRICAO
               INVALID KEY
                   SET WS-INSCRICAO-ESGOTADA TO TRUE
           END-START
           PERFORM 7220-LER-INSCRICAO
                   UNTIL WS-INSCRICAO-ESGOTADA OR WS-MATERIA-APROVADA
           IF NOT WS-MATERIA-APROVADA AND WS-ARQ-GRADINSC-ABERTO
               PERFORM 7240-PROCURAR-ENCERRADOS
           END-IF
           IF NOT WS-MATERIA-APROVADA
               PERFORM 7230-PROCURAR-APROVEIT
           END-IF.

       7220-LER-INSCRICAO SECTION.
           READ INSCRICAO-DAT NEXT RECORD
               AT END
                   SET WS-INSCRICAO-ESGOTADA TO TRUE
           END-READ
           IF WS-INSCRICAO-ESGOTADA
               GO TO 7220-FIM
           END-IF
           IF WS-MATRICULA IN WS-REG-INSCRICAO NOT =
              WS-MATRICULA IN WS-REG-ALUNO OR
              WS-COD-MATERIA IN WS-REG-INSCRICAO NOT =
              WS-MATERIA-PROCURADA
               SET WS-INSCRICAO-ESGOTADA TO TRUE
               GO TO 7220-FIM
           END-IF
           IF WS-INSCRICAO-APROVADA
               SET WS-MATERIA-APROVADA TO TRUE
               MOVE WS-TERMO IN WS-REG-INSCRICAO TO WS-TERMO-ACHADO
               IF WS-ARQ-NOTA-ABERTO
                   MOVE WS-CHAVE-INSCRICAO TO WS-CHAVE-NOTA
                   READ NOTA-DAT KEY IS WS-CHAVE-NOTA
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-FS-NOTA = "00"
                       MOVE WS-NOTA   TO WS-NOTA-ACHADA
                   END-IF
               END-IF
           END-IF.
       7220-FIM.
           CONTINUE.

       7230-PROCURAR-APROVEIT SECTION.
           MOVE WS-MATRICULA IN WS-REG-ALUNO TO WS-APV-MATRICULA
           MOVE WS-MATERIA-PROCURADA  TO WS-APV-MATERIA
           READ APROVEIT-DAT KEY IS WS-CHAVE-APROVEIT
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-APROVEIT = "00" AND WS-APV-DEFERIDO
               SET WS-MATERIA-APROVADA TO TRUE
               MOVE WS-APV-NOTA-ORIGEM  TO WS-NOTA-ACHADA
               MOVE WS-APV-TERMO-ORIGEM TO WS-TERMO-ACHADO
           END-IF.

       7240-PROCURAR-ENCERRADOS SECTION.
           MOVE "N"                   TO WS-FIM-INSCRICAO
           MOVE WS-MATRICULA IN WS-REG-ALUNO TO HI-MATRICULA
           MOVE WS-MATERIA-PROCURADA  TO HI-COD-MATERIA
           MOVE ZEROS                 TO HI-TERMO
           START GRADINSC-DAT KEY IS NOT LESS HI-CHAVE-INSCRICAO
               INVALID KEY
                   SET WS-INSCRICAO-ESGOTADA TO TRUE
           END-START
           PERFORM 7250-LER-ENCERRADO
                   UNTIL WS-INSCRICAO-ESGOTADA OR WS-MATERIA-APROVADA.

       7250-LER-ENCERRADO SECTION.
           READ GRADINSC-DAT NEXT RECORD
               AT END
                   SET WS-INSCRICAO-ESGOTADA TO TRUE
           END-READ
           IF WS-INSCRICAO-ESGOTADA
               GO TO 7250-FIM
           END-IF
           IF HI-MATRICULA NOT = WS-MATRICULA IN WS-REG-ALUNO OR
              HI-COD-MATERIA NOT = WS-MATERIA-PROCURADA
               SET WS-INSCRICAO-ESGOTADA TO TRUE
               GO TO 7250-FIM
           END-IF
           IF HI-INSCRICAO-APROVADA
               SET WS-MATERIA-APROVADA TO TRUE
               MOVE HI-TERMO          TO WS-TERMO-ACHADO
               IF WS-ARQ-GRADNOTA-ABERTO
                   MOVE HI-CHAVE-INSCRICAO TO HN-CHAVE-NOTA
                   READ GRADNOTA-DAT KEY IS HN-CHAVE-NOTA
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-FS-GRADNOTA = "00"
                       MOVE HN-NOTA   TO WS-NOTA-ACHADA
                   END-IF
               END-IF
           END-IF.
       7250-FIM.
           CONTINUE.

      ******************************************************************
      * A MATERIA DE DESTINO PRECISA ESTAR ATIVA NO CURRICULO DA NOVA
      * TURMA (DE ONDE VEM O PESO-CREDITO). APROVEITAMENTO JA EXISTENTE
      * (PENDENTE OU INDEFERIDO) VOLTA COM STATUS 22 E E MANTIDO.
      ******************************************************************
       7300-GRAVAR-APROVEITAMENTO SECTION.
           MOVE WS-DESTINO-ATUAL      TO WS-MATERIA-PROCURADA
           PERFORM 7210-PROCURAR-APROVACAO
           IF WS-MATERIA-APROVADA
               GO TO 7300-FIM
           END-IF
           MOVE WS-TURMA              TO WS-TURMA-CURRIC
           MOVE WS-DESTINO-ATUAL
               TO WS-COD-MATERIA IN WS-CHAVE-CURRIC
           READ CURRIC-DAT KEY IS WS-CHAVE-CURRIC
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-CURRIC NOT = "00" OR NOT WS-CURRIC-ATIVO
               GO TO 7300-FIM
           END-IF

           MOVE SPACES                TO WS-REG-APROVEIT
           MOVE WS-MATRICULA IN WS-REG-ALUNO TO WS-APV-MATRICULA
           MOVE WS-DESTINO-ATUAL      TO WS-APV-MATERIA
           SET WS-APV-INTERNO         TO TRUE
           STRING "TROCA DA TURMA " WS-TURMA-ANTERIOR
                   DELIMITED BY SIZE INTO WS-APV-INSTITUICAO
           IF WS-QTDE-ORIGENS > 1
               STRING "MAT. " WS-PRIMEIRA-ORIGEM " E OUTRAS"
                       DELIMITED BY SIZE INTO WS-APV-DISCIPLINA
           ELSE
               STRING "MAT. " WS-PRIMEIRA-ORIGEM
                       DELIMITED BY SIZE INTO WS-APV-DISCIPLINA
           END-IF
           COMPUTE WS-APV-NOTA-ORIGEM ROUNDED =
                   WS-SOMA-NOTAS / WS-QTDE-ORIGENS
           MOVE WS-TERMO-MAIS-RECENTE TO WS-APV-TERMO-ORIGEM
           MOVE WS-PESO-CURRIC        TO WS-APV-PESO-CREDITO
           MOVE WS-TURMA              TO WS-APV-TURMA
           MOVE WS-DATA-HOJE          TO WS-APV-DATA-REGISTRO
           MOVE WS-SIGN-OPERADOR      TO WS-APV-OPERADOR
           IF WS-SIGN-SUPERVISOR
               SET WS-APV-DEFERIDO    TO TRUE
               MOVE WS-DATA-HOJE      TO WS-APV-DATA-DECISAO
               MOVE WS-SIGN-OPERADOR  TO WS-APV-SUPERVISOR
           ELSE
               SET WS-APV-PENDENTE    TO TRUE
               MOVE ZEROS             TO WS-APV-DATA-DECISAO
           END-IF
           WRITE WS-REG-APROVEIT
           IF WS-FS-APROVEIT = "00"
               ADD 1                  TO WS-QTDE-APROVEITADAS
               DISPLAY "MATERIA APROVEITADA : " WS-APV-MATERIA
                       "  NOTA : " WS-APV-NOTA-ORIGEM
                       "  SITUACAO : " WS-APV-SITUACAO
           ELSE
               IF WS-FS-APROVEIT NOT = "22"
                   DISPLAY "ERRO AO GRAVAR APROVEITAMENTO - STATUS "
                           WS-FS-APROVEIT
               END-IF
           END-IF.
       7300-FIM.
           CONTINUE.

       8000-GRAVAR-JORNAL SECTION.
           MOVE "ALUNOMNT"          TO WS-JRNL-PROGRAMA
           MOVE "ALUNO"             TO WS-JRNL-ARQUIVO
           MOVE "I"                 TO WS-CTRL-OPERACAO
           CALL "GRAVCTRL" USING WS-CTRL-ARQUIVO
                   WS-CTRL-OPERACAO WS-CTRL-CHAVE.

       8200-GRAVAR-JORNAL-DADOS SECTION.
           MOVE "ALUNOMNT"          TO WS-JRNL-PROGRAMA
           CALL "GRAVJRNL" USING WS-JRNL-PROGRAMA WS-SIGN-OPERADOR
                   WS-JRNL-ARQUIVO WS-JRNL-ACAO WS-JRNL-ANTES
                   WS-JRNL-DEPOIS.
       END PROGRAM ALUNOMNT.
