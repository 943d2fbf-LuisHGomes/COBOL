      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: VIRADA DE TERMO. COPIA PARA UM TERMO NOVO, JA
      *          CADASTRADO NO CALENDARIO (CALEND.DAT) E NAO
      *          ENCERRADO, AS OFERTAS ATIVAS DO TERMO DE ORIGEM
      *          (VAGAS, DIA E HORARIO - SALA EM BRANCO, A SER
      *          ALOCADA NO OFERTMNT, E VAGAS OCUPADAS ZERADAS), AS
      *          TARIFAS ATIVAS COM O PERCENTUAL DE REAJUSTE ANUAL
      *          APLICADO SOBRE WS-TARIFA-CREDITO, E AS ATRIBUICOES
      *          ATIVAS DE PROFESSOR CUJA OFERTA EXISTE NO DESTINO.
      *          O QUE JA FOI DIGITADO PARA O TERMO DE DESTINO NAO E
      *          TOCADO. IMPRIME (ROLATPRT) A PROJECAO DA RECEITA
      *          BRUTA E LIQUIDA DO TERMO NOVO POR MATERIA - VAGAS
      *          OCUPADAS NA ORIGEM X TARIFA VIGENTE NO DESTINO X
      *          PESO - COM O DESCONTO MEDIO DAS BOLSAS ATIVAS DOS
      *          ALUNOS ATIVOS, E AS MATERIAS OFERTADAS SEM TARIFA NO
      *          DESTINO (QUE DERRUBARIAM O FATURAR). NO MODO PREVIA
      *          NADA E GRAVADO - SO A PROJECAO, PARA A DIRECAO
      *          APROVAR O REAJUSTE; O MODO EFETIVACAO GRAVA.
      *          RC=4 COM OCORRENCIA, RC=8 EM ERRO DE ABERTURA,
      *          PARAMETRO INVALIDO OU ERRO DE GRAVACAO.
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLATERM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ATRIBUI-DAT        ASSIGN TO "ATRIBDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS WS-CHAVE-ATRIBUICAO
                                      FILE STATUS IS WS-FS-ATRIBUI.

           SELECT CALEND-DAT         ASSIGN TO "CALENDAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-TERMO IN WS-REG-CALENDARIO
                                      FILE STATUS IS WS-FS-CALEND.

           SELECT ALUNO-DAT          ASSIGN TO "ALUNODAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-MATRICULA IN WS-REG-ALUNO
                                      FILE STATUS IS WS-FS-ALUNO.

           SELECT BOLSA-DAT          ASSIGN TO "BOLSADAT"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS
                                        WS-MATRICULA IN WS-REG-BOLSA
                                      FILE STATUS IS WS-FS-BOLSA.

           SELECT ROLATERM-PRT       ASSIGN TO "ROLATPRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ROLATERM.

           SELECT SORT-WORK          ASSIGN TO "WORKROLA".

       DATA DIVISION.
       FILE SECTION.
       FD  OFERTA-DAT.
           COPY OFERTREG.

       FD  TARIFA-DAT.
           COPY TARIFREG.

       FD  ATRIBUI-DAT.
           COPY ATRIBREG.

       FD  CALEND-DAT.
           COPY CALENREG.

       FD  ALUNO-DAT.
           COPY ALUNOREG.

       FD  BOLSA-DAT.
           COPY BOLSAREG.

       FD  ROLATERM-PRT
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-LINHA-ROLATERM         PIC X(080).

      ******************************************************************
      * UM REGISTRO DE TRABALHO POR OFERTA, TARIFA OU ATRIBUICAO
      * ATIVA DO TERMO DE ORIGEM. O TIPO ORDENA A GRAVACAO: AS
      * OFERTAS ENTRAM NO DESTINO ANTES DAS ATRIBUICOES QUE DEPENDEM
      * DELAS.
      ******************************************************************
       SD  SORT-WORK.
       01  WS-REG-SORT.
           03  WS-SORT-TIPO          PIC X(001).
               88  WS-SORT-OFERTA        VALUE "1".
               88  WS-SORT-TARIFA        VALUE "2".
               88  WS-SORT-ATRIBUICAO    VALUE "3".
           03  WS-SORT-DADOS         PIC X(050).

       WORKING-STORAGE SECTION.
       77  WS-FS-OFERTA              PIC X(002) VALUE "00".
       77  WS-FS-TARIFA              PIC X(002) VALUE "00".
       77  WS-FS-ATRIBUI             PIC X(002) VALUE "00".
       77  WS-FS-CALEND              PIC X(002) VALUE "00".
       77  WS-FS-ALUNO               PIC X(002) VALUE "00".
       77  WS-FS-BOLSA               PIC X(002) VALUE "00".
       77  WS-FS-ROLATERM            PIC X(002) VALUE "00".
       77  WS-FIM-ENTRADA            PIC X(001) VALUE "N".
           88  WS-FIM-DO-ARQUIVO         VALUE "S".
       77  WS-FIM-SORT               PIC X(001) VALUE "N".
           88  WS-FIM-DO-SORT            VALUE "S".
       77  WS-ATRIBUI-DISPONIVEL     PIC X(001) VALUE "N".
           88  WS-ATRIBUI-ABERTO         VALUE "S".
       77  WS-OFERTA-DESTINO         PIC X(001) VALUE "N".
           88  WS-TEM-OFERTA-DESTINO     VALUE "S".
       77  WS-MODO-EXECUCAO          PIC X(001) VALUE SPACE.
           88  WS-MODO-PREVIA            VALUE "P" "p".
           88  WS-MODO-EFETIVACAO        VALUE "E" "e".
       77  WS-TERMO-ORIGEM           PIC 9(006) VALUE ZEROS.
       77  WS-TERMO-DESTINO          PIC 9(006) VALUE ZEROS.
       77  WS-PERC-REAJUSTE          PIC 9(003)V99 VALUE ZEROS.
       77  WS-TARIFA-REAJUSTADA      PIC 9(009)V99 VALUE ZEROS.
       77  WS-REG-NOVO               PIC X(050) VALUE SPACES.
       77  WS-QTDE-MATERIAS          PIC 9(003) COMP VALUE ZERO.
       77  WS-IND                    PIC 9(003) COMP VALUE ZERO.
       77  WS-IND-PROCURA            PIC 9(003) COMP VALUE ZERO.
       77  WS-MATERIA-ACHADA         PIC X(001) VALUE "N".
           88  WS-TEM-ENTRADA            VALUE "S".
       77  WS-LIMITE-TABELA          PIC 9(003) COMP VALUE 300.
       77  WS-MATERIA-PROCURADA      PIC 9(015) VALUE ZEROS.
       77  WS-OFE-LIDAS              PIC 9(007) VALUE ZERO.
       77  WS-OFE-NOVAS              PIC 9(007) VALUE ZERO.
       77  WS-OFE-EXISTENTES         PIC 9(007) VALUE ZERO.
       77  WS-OFE-INATIVAS           PIC 9(007) VALUE ZERO.
       77  WS-TAR-LIDAS              PIC 9(007) VALUE ZERO.
       77  WS-TAR-NOVAS              PIC 9(007) VALUE ZERO.
       77  WS-TAR-EXISTENTES         PIC 9(007) VALUE ZERO.
       77  WS-TAR-INATIVAS           PIC 9(007) VALUE ZERO.
       77  WS-ATR-LIDAS              PIC 9(007) VALUE ZERO.
       77  WS-ATR-NOVAS              PIC 9(007) VALUE ZERO.
       77  WS-ATR-EXISTENTES         PIC 9(007) VALUE ZERO.
       77  WS-ATR-INATIVAS           PIC 9(007) VALUE ZERO.
       77  WS-ATR-SEM-OFERTA         PIC 9(007) VALUE ZERO.
       77  WS-QTDE-SEM-TARIFA        PIC 9(007) VALUE ZERO.
       77  WS-QTDE-OCORRENCIAS       PIC 9(007) VALUE ZERO.
       77  WS-QTDE-ERROS             PIC 9(007) VALUE ZERO.
       77  WS-QTDE-ALUNOS-ATIVOS     PIC 9(007) VALUE ZERO.
       77  WS-QTDE-BOLSISTAS         PIC 9(007) VALUE ZERO.
       77  WS-SOMA-DESCONTOS         PIC 9(009)V99 VALUE ZEROS.
       77  WS-DESCONTO-MEDIO         PIC 9(003)V99 VALUE ZEROS.
       77  WS-RECEITA-MATERIA        PIC 9(013)V99 VALUE ZEROS.
       77  WS-TOT-VAGAS              PIC 9(007) VALUE ZERO.
       77  WS-TOT-BRUTA              PIC 9(013)V99 VALUE ZEROS.
       77  WS-TOT-DESCONTOS          PIC 9(013)V99 VALUE ZEROS.
       77  WS-TOT-LIQUIDA            PIC 9(013)V99 VALUE ZEROS.

      ******************************************************************
      * TABELA DA PROJECAO - UMA ENTRADA POR MATERIA COM OFERTA OU
      * TARIFA ATIVA NO TERMO DE ORIGEM. AS VAGAS OCUPADAS SAO AS DA
      * ORIGEM; A TARIFA DE DESTINO E A COPIADA COM REAJUSTE OU, SE
      * O TERMO NOVO JA TINHA TARIFA DIGITADA, A DIGITADA.
      ******************************************************************
       01  WS-TABELA-MATERIAS.
           03  WS-ENT-MATERIA OCCURS 300 TIMES.
               05  WS-TAB-COD-MATERIA    PIC 9(015).
               05  WS-TAB-VAGAS-OCUP     PIC 9(005).
               05  WS-TAB-OFERTA         PIC X(001).
                   88  WS-TAB-COM-OFERTA     VALUE "S".
               05  WS-TAB-TARIFA-ORIGEM  PIC 9(009)V99.
               05  WS-TAB-TARIFA-DESTINO PIC 9(009)V99.
               05  WS-TAB-PESO           PIC 9(002)V9.
               05  WS-TAB-SIT-TARIFA     PIC X(001).
                   88  WS-TAB-TARIFA-COPIADA   VALUE "C".
                   88  WS-TAB-TARIFA-EXISTENTE VALUE "E".
                   88  WS-TAB-SEM-TARIFA       VALUE "N".

       01  WS-CAB-ROLATERM.
           03  FILLER                PIC X(026) VALUE
               "VIRADA DE TERMO - ORIGEM ".
           03  WS-CAB-ORIGEM         PIC 9(006).
           03  FILLER                PIC X(010) VALUE "  DESTINO ".
           03  WS-CAB-DESTINO        PIC 9(006).

       01  WS-CAB-MODO.
           03  WS-CAB-DESC-MODO      PIC X(040).
           03  FILLER                PIC X(012) VALUE "  REAJUSTE ".
           03  WS-CAB-REAJUSTE       PIC ZZ9.99.
           03  FILLER                PIC X(001) VALUE "%".

       01  WS-CAB-OCORRENCIAS        PIC X(080) VALUE
           "OCORRENCIAS DA COPIA".

       01  WS-DET-OCORRENCIA.
           03  FILLER                PIC X(002) VALUE SPACES.
           03  WS-OCO-TIPO           PIC X(011).
           03  WS-OCO-CHAVE          PIC X(026).
           03  WS-OCO-MOTIVO         PIC X(041).

       01  WS-CAB-PROJECAO.
           03  FILLER                PIC X(029) VALUE
               "PROJECAO DA RECEITA DO TERMO ".
           03  WS-CAB-PRJ-TERMO      PIC 9(006).

       01  WS-CAB-COLUNAS.
           03  FILLER                PIC X(018) VALUE "  MATERIA".
           03  FILLER                PIC X(006) VALUE "VAGAS ".
           03  FILLER                PIC X(013) VALUE "TARIFA ORIG. ".
           03  FILLER                PIC X(013) VALUE "TARIFA DEST. ".
           03  FILLER                PIC X(005) VALUE "PESO ".
           03  FILLER                PIC X(015) VALUE
               " RECEITA BRUTA ".
           03  FILLER                PIC X(010) VALUE "SITUACAO".

       01  WS-DET-PROJECAO.
           03  FILLER                PIC X(002) VALUE SPACES.
           03  WS-DPR-MATERIA        PIC 9(015).
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DPR-VAGAS          PIC ZZZZ9.
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DPR-TARIFA-ORIGEM  PIC ZZZZZZZZ9.99.
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DPR-TARIFA-DESTINO PIC ZZZZZZZZ9.99.
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DPR-PESO           PIC Z9.9.
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DPR-RECEITA        PIC ZZZZZZZZZZ9.99.
           03  FILLER                PIC X(001) VALUE SPACE.
           03  WS-DPR-SITUACAO       PIC X(010).

       01  WS-LIN-VALOR.
           03  WS-VAL-ROTULO         PIC X(040).
           03  WS-VAL-VALOR          PIC ZZZZZZZZZZZZ9.99.

       01  WS-LIN-CONTAGEM.
           03  WS-CNT-ROTULO         PIC X(040).
           03  WS-CNT-VALOR          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-ABERTURA
           SORT SORT-WORK
               ON ASCENDING KEY WS-SORT-TIPO WS-SORT-DADOS
               INPUT PROCEDURE IS 2000-SELECIONAR-ORIGEM
               OUTPUT PROCEDURE IS 3000-COPIAR-DESTINO
           PERFORM 4000-APURAR-DESCONTO-MEDIO
           PERFORM 5000-IMPRIMIR-PROJECAO
           PERFORM 8000-RESUMO
           PERFORM 9000-ENCERRAMENTO
           IF WS-QTDE-ERROS > ZERO
               MOVE 8                TO RETURN-CODE
           ELSE
               IF WS-QTDE-OCORRENCIAS > ZERO
                   MOVE 4            TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      ******************************************************************
      * SYSIN: MODO (P=PREVIA, E=EFETIVACAO), TERMO DE ORIGEM, TERMO
      * DE DESTINO E PERCENTUAL DE REAJUSTE (000.00). O DESTINO TEM
      * QUE SER POSTERIOR A ORIGEM E ESTAR NO CALENDARIO SEM TER
      * SIDO ENCERRADO.
      ******************************************************************
       1000-ABERTURA SECTION.
           DISPLAY "MODO (P=PREVIA, E=EFETIVACAO) : "
                   WITH NO ADVANCING
           ACCEPT WS-MODO-EXECUCAO
           IF NOT WS-MODO-PREVIA AND NOT WS-MODO-EFETIVACAO
               DISPLAY "MODO INVALIDO - VIRADA RECUSADA."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "TERMO DE ORIGEM (AAAAPP) : " WITH NO ADVANCING
           ACCEPT WS-TERMO-ORIGEM
           DISPLAY "TERMO DE DESTINO (AAAAPP) : " WITH NO ADVANCING
           ACCEPT WS-TERMO-DESTINO
           DISPLAY "PERCENTUAL DE REAJUSTE (000.00) : "
                   WITH NO ADVANCING
           ACCEPT WS-PERC-REAJUSTE
           IF WS-TERMO-ORIGEM = ZEROS OR
              WS-TERMO-DESTINO NOT > WS-TERMO-ORIGEM
               DISPLAY "TERMOS INVALIDOS - O DESTINO PRECISA SER "
                       "POSTERIOR A ORIGEM. VIRADA RECUSADA."
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-VALIDAR-DESTINO
           IF WS-MODO-EFETIVACAO
               OPEN I-O OFERTA-DAT
           ELSE
               OPEN INPUT OFERTA-DAT
           END-IF
           IF WS-FS-OFERTA NOT = "00"
               DISPLAY "ERRO AO ABRIR OFERTA.DAT - STATUS "
                       WS-FS-OFERTA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODO-EFETIVACAO
               OPEN I-O TARIFA-DAT
           ELSE
               OPEN INPUT TARIFA-DAT
           END-IF
           IF WS-FS-TARIFA NOT = "00"
               DISPLAY "ERRO AO ABRIR TARIFA.DAT - STATUS "
                       WS-FS-TARIFA
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N"                  TO WS-ATRIBUI-DISPONIVEL
           IF WS-MODO-EFETIVACAO
               OPEN I-O ATRIBUI-DAT
               IF WS-FS-ATRIBUI = "35"
                   OPEN OUTPUT ATRIBUI-DAT
                   CLOSE ATRIBUI-DAT
                   OPEN I-O ATRIBUI-DAT
               END-IF
           ELSE
               OPEN INPUT ATRIBUI-DAT
           END-IF
           IF WS-FS-ATRIBUI = "00"
               SET WS-ATRIBUI-ABERTO TO TRUE
           ELSE
               DISPLAY "ATRIBUI.DAT INDISPONIVEL - STATUS "
                       WS-FS-ATRIBUI " - ATRIBUICOES NAO COPIADAS."
           END-IF
           OPEN OUTPUT ROLATERM-PRT
           MOVE WS-TERMO-ORIGEM      TO WS-CAB-ORIGEM
           MOVE WS-TERMO-DESTINO     TO WS-CAB-DESTINO
           WRITE WS-LINHA-ROLATERM FROM WS-CAB-ROLATERM
           IF WS-MODO-PREVIA
               MOVE "MODO PREVIA - NADA FOI GRAVADO"
                                     TO WS-CAB-DESC-MODO
           ELSE
               MOVE "MODO EFETIVACAO"
                                     TO WS-CAB-DESC-MODO
           END-IF
           MOVE WS-PERC-REAJUSTE     TO WS-CAB-REAJUSTE
           WRITE WS-LINHA-ROLATERM FROM WS-CAB-MODO
           MOVE SPACES               TO WS-LINHA-ROLATERM
           WRITE WS-LINHA-ROLATERM
           WRITE WS-LINHA-ROLATERM FROM WS-CAB-OCORRENCIAS.

       1100-VALIDAR-DESTINO SECTION.
           OPEN INPUT CALEND-DAT
           IF WS-FS-CALEND NOT = "00"
               DISPLAY "ERRO AO ABRIR CALEND.DAT - STATUS "
                       WS-FS-CALEND
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TERMO-DESTINO     TO WS-TERMO IN WS-REG-CALENDARIO
           READ CALEND-DAT KEY IS WS-TERMO IN WS-REG-CALENDARIO
               INVALID KEY
                   DISPLAY "TERMO DE DESTINO NAO CADASTRADO NO "
                           "CALENDARIO - VIRADA RECUSADA."
                   MOVE 8            TO RETURN-CODE
                   CLOSE CALEND-DAT
                   STOP RUN
           END-READ
           IF WS-TERMO-ENCERRADO
               DISPLAY "TERMO DE DESTINO JA ENCERRADO - VIRADA "
                       "RECUSADA."
               MOVE 8                TO RETURN-CODE
               CLOSE CALEND-DAT
               STOP RUN
           END-IF
           CLOSE CALEND-DAT.

      ******************************************************************
      * VARRE OS TRES ARQUIVOS E SOLTA NO SORT O QUE ESTA ATIVO NO
      * TERMO DE ORIGEM. O TERMO E A ULTIMA PARTE DAS TRES CHAVES,
      * POR ISSO A LEITURA E SEQUENCIAL DO ARQUIVO INTEIRO.
      ******************************************************************
       2000-SELECIONAR-ORIGEM SECTION.
           MOVE "N"                  TO WS-FIM-ENTRADA
           PERFORM 2100-LER-OFERTA
           PERFORM 2150-SELECIONAR-OFERTA
                   UNTIL WS-FIM-DO-ARQUIVO
           MOVE "N"                  TO WS-FIM-ENTRADA
           PERFORM 2200-LER-TARIFA
           PERFORM 2250-SELECIONAR-TARIFA
                   UNTIL WS-FIM-DO-ARQUIVO
           IF WS-ATRIBUI-ABERTO
               MOVE "N"              TO WS-FIM-ENTRADA
               PERFORM 2300-LER-ATRIBUICAO
               PERFORM 2350-SELECIONAR-ATRIBUICAO
                       UNTIL WS-FIM-DO-ARQUIVO
           END-IF.

       2100-LER-OFERTA SECTION.
           READ OFERTA-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ.

       2150-SELECIONAR-OFERTA SECTION.
           IF WS-TERMO IN WS-CHAVE-OFERTA = WS-TERMO-ORIGEM
               IF WS-OFERTA-ATIVA
                   ADD 1             TO WS-OFE-LIDAS
                   SET WS-SORT-OFERTA TO TRUE
                   MOVE WS-REG-OFERTA TO WS-SORT-DADOS
                   RELEASE WS-REG-SORT
               ELSE
                   ADD 1             TO WS-OFE-INATIVAS
               END-IF
           END-IF
           PERFORM 2100-LER-OFERTA.

       2200-LER-TARIFA SECTION.
           READ TARIFA-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ.

       2250-SELECIONAR-TARIFA SECTION.
           IF WS-TERMO IN WS-CHAVE-TARIFA = WS-TERMO-ORIGEM
               IF WS-TARIFA-ATIVA
                   ADD 1             TO WS-TAR-LIDAS
                   SET WS-SORT-TARIFA TO TRUE
                   MOVE WS-REG-TARIFA TO WS-SORT-DADOS
                   RELEASE WS-REG-SORT
               ELSE
                   ADD 1             TO WS-TAR-INATIVAS
               END-IF
           END-IF
           PERFORM 2200-LER-TARIFA.

       2300-LER-ATRIBUICAO SECTION.
           READ ATRIBUI-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ.

       2350-SELECIONAR-ATRIBUICAO SECTION.
           IF WS-TERMO IN WS-CHAVE-ATRIBUICAO = WS-TERMO-ORIGEM
               IF WS-ATRIBUICAO-ATIVA
                   ADD 1             TO WS-ATR-LIDAS
                   SET WS-SORT-ATRIBUICAO TO TRUE
                   MOVE WS-REG-ATRIBUICAO TO WS-SORT-DADOS
                   RELEASE WS-REG-SORT
               ELSE
                   ADD 1             TO WS-ATR-INATIVAS
               END-IF
           END-IF
           PERFORM 2300-LER-ATRIBUICAO.

       3000-COPIAR-DESTINO SECTION.
           MOVE "N"                  TO WS-FIM-SORT
           PERFORM 3100-RETORNAR-SORT
           PERFORM 3200-TRATAR-REGISTRO
                   UNTIL WS-FIM-DO-SORT.

       3100-RETORNAR-SORT SECTION.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-DO-SORT TO TRUE
           END-RETURN.

       3200-TRATAR-REGISTRO SECTION.
           EVALUATE TRUE
               WHEN WS-SORT-OFERTA
                   PERFORM 3300-COPIAR-OFERTA
               WHEN WS-SORT-TARIFA
                   PERFORM 3400-COPIAR-TARIFA
               WHEN WS-SORT-ATRIBUICAO
                   PERFORM 3500-COPIAR-ATRIBUICAO
           END-EVALUATE
           PERFORM 3100-RETORNAR-SORT.

      ******************************************************************
      * A OFERTA NOVA LEVA VAGAS, DIA E HORARIO DA ORIGEM, COM AS
      * VAGAS OCUPADAS ZERADAS E SEM SALA - A ALOCACAO DE SALA FICA
      * COM O OFERTMNT, QUE CONFERE CHOQUE DE HORARIO. OFERTA JA
      * DIGITADA PARA O DESTINO FICA COMO ESTA.
      ******************************************************************
       3300-COPIAR-OFERTA SECTION.
           MOVE WS-SORT-DADOS        TO WS-REG-OFERTA
           MOVE WS-COD-MATERIA IN WS-CHAVE-OFERTA
                                     TO WS-MATERIA-PROCURADA
           PERFORM 7000-LOCALIZAR-MATERIA
           MOVE WS-VAGAS-OCUPADAS    TO
               WS-TAB-VAGAS-OCUP (WS-IND-PROCURA)
           MOVE "S"                  TO WS-TAB-OFERTA (WS-IND-PROCURA)
           MOVE WS-TERMO-DESTINO     TO WS-TERMO IN WS-CHAVE-OFERTA
           MOVE ZEROS                TO WS-VAGAS-OCUPADAS
           MOVE SPACES               TO WS-SALA-OFERTA
           SET WS-OFERTA-ATIVA       TO TRUE
           MOVE WS-REG-OFERTA        TO WS-REG-NOVO
           READ OFERTA-DAT KEY IS WS-CHAVE-OFERTA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-OFERTA = "00"
               ADD 1                 TO WS-OFE-EXISTENTES
               GO TO 3300-FIM
           END-IF
           IF WS-MODO-PREVIA
               ADD 1                 TO WS-OFE-NOVAS
               GO TO 3300-FIM
           END-IF
           MOVE WS-REG-NOVO          TO WS-REG-OFERTA
           WRITE WS-REG-OFERTA
           EVALUATE WS-FS-OFERTA
               WHEN "00"
                   ADD 1             TO WS-OFE-NOVAS
               WHEN "22"
                   ADD 1             TO WS-OFE-EXISTENTES
               WHEN OTHER
                   MOVE "OFERTA"     TO WS-OCO-TIPO
                   MOVE WS-COD-MATERIA IN WS-CHAVE-OFERTA
                                     TO WS-OCO-CHAVE
                   MOVE SPACES       TO WS-OCO-MOTIVO
                   STRING "ERRO NA GRAVACAO - STATUS " WS-FS-OFERTA
                       DELIMITED BY SIZE INTO WS-OCO-MOTIVO
                   PERFORM 7500-IMPRIMIR-OCORRENCIA
                   ADD 1             TO WS-QTDE-ERROS
           END-EVALUATE.
       3300-FIM.
           CONTINUE.

      ******************************************************************
      * TARIFA NOVA = TARIFA DA ORIGEM X (100 + REAJUSTE) / 100,
      * ARREDONDADA NO CENTAVO, COM O MESMO PESO DE CREDITO. SE O
      * DESTINO JA TEM TARIFA DIGITADA, E ELA QUE ENTRA NA PROJECAO.
      ******************************************************************
       3400-COPIAR-TARIFA SECTION.
           MOVE WS-SORT-DADOS        TO WS-REG-TARIFA
           MOVE WS-COD-MATERIA IN WS-CHAVE-TARIFA
                                     TO WS-MATERIA-PROCURADA
           PERFORM 7000-LOCALIZAR-MATERIA
           MOVE WS-TARIFA-CREDITO    TO
               WS-TAB-TARIFA-ORIGEM (WS-IND-PROCURA)
           COMPUTE WS-TARIFA-REAJUSTADA ROUNDED =
                   WS-TARIFA-CREDITO * (100 + WS-PERC-REAJUSTE) / 100
               ON SIZE ERROR
                   MOVE "TARIFA"     TO WS-OCO-TIPO
                   MOVE WS-COD-MATERIA IN WS-CHAVE-TARIFA
                                     TO WS-OCO-CHAVE
                   MOVE "TARIFA REAJUSTADA EXCEDE O CAMPO"
                                     TO WS-OCO-MOTIVO
                   PERFORM 7500-IMPRIMIR-OCORRENCIA
                   ADD 1             TO WS-QTDE-ERROS
                   GO TO 3400-FIM
           END-COMPUTE
           MOVE WS-TERMO-DESTINO     TO WS-TERMO IN WS-CHAVE-TARIFA
           MOVE WS-TARIFA-REAJUSTADA TO WS-TARIFA-CREDITO
           SET WS-TARIFA-ATIVA       TO TRUE
           MOVE WS-REG-TARIFA        TO WS-REG-NOVO
           READ TARIFA-DAT KEY IS WS-CHAVE-TARIFA
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-TARIFA = "00"
               ADD 1                 TO WS-TAR-EXISTENTES
               IF WS-TARIFA-ATIVA
                   PERFORM 3450-TARIFA-EXISTENTE
               END-IF
               GO TO 3400-FIM
           END-IF
           MOVE WS-REG-NOVO          TO WS-REG-TARIFA
           IF WS-MODO-EFETIVACAO
               WRITE WS-REG-TARIFA
               IF WS-FS-TARIFA NOT = "00"
                   MOVE "TARIFA"     TO WS-OCO-TIPO
                   MOVE WS-COD-MATERIA IN WS-CHAVE-TARIFA
                                     TO WS-OCO-CHAVE
                   MOVE SPACES       TO WS-OCO-MOTIVO
                   STRING "ERRO NA GRAVACAO - STATUS " WS-FS-TARIFA
                       DELIMITED BY SIZE INTO WS-OCO-MOTIVO
                   PERFORM 7500-IMPRIMIR-OCORRENCIA
                   ADD 1             TO WS-QTDE-ERROS
                   GO TO 3400-FIM
               END-IF
           END-IF
           ADD 1                     TO WS-TAR-NOVAS
           MOVE WS-TARIFA-CREDITO    TO
               WS-TAB-TARIFA-DESTINO (WS-IND-PROCURA)
           MOVE WS-PESO-CREDITO IN WS-REG-TARIFA
                                     TO WS-TAB-PESO (WS-IND-PROCURA)
           SET WS-TAB-TARIFA-COPIADA (WS-IND-PROCURA) TO TRUE.
       3400-FIM.
           CONTINUE.

       3450-TARIFA-EXISTENTE SECTION.
           MOVE WS-TARIFA-CREDITO    TO
               WS-TAB-TARIFA-DESTINO (WS-IND-PROCURA)
           MOVE WS-PESO-CREDITO IN WS-REG-TARIFA
                                     TO WS-TAB-PESO (WS-IND-PROCURA)
           SET WS-TAB-TARIFA-EXISTENTE (WS-IND-PROCURA) TO TRUE.

      ******************************************************************
      * A ATRIBUICAO SO E COPIADA SE A OFERTA DA MATERIA EXISTE NO
      * DESTINO (NA PREVIA, SE SERIA COPIADA DA ORIGEM) - O PROFMNT
      * TAMBEM NAO ATRIBUI PROFESSOR A MATERIA SEM OFERTA.
      ******************************************************************
       3500-COPIAR-ATRIBUICAO SECTION.
           MOVE WS-SORT-DADOS        TO WS-REG-ATRIBUICAO
           MOVE WS-TERMO-DESTINO     TO WS-TERMO IN WS-CHAVE-ATRIBUICAO
           SET WS-ATRIBUICAO-ATIVA   TO TRUE
           MOVE WS-REG-ATRIBUICAO    TO WS-REG-NOVO
           MOVE WS-COD-MATERIA IN WS-CHAVE-ATRIBUICAO
                                     TO WS-COD-MATERIA IN
                                        WS-CHAVE-OFERTA
                                        WS-MATERIA-PROCURADA
           MOVE WS-TERMO-DESTINO     TO WS-TERMO IN WS-CHAVE-OFERTA
           READ OFERTA-DAT KEY IS WS-CHAVE-OFERTA
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE "N"                  TO WS-OFERTA-DESTINO
           IF WS-FS-OFERTA = "00"
               SET WS-TEM-OFERTA-DESTINO TO TRUE
           ELSE
               IF WS-MODO-PREVIA
                   PERFORM 7100-PROCURAR-MATERIA
                   IF WS-TEM-ENTRADA
                       IF WS-TAB-COM-OFERTA (WS-IND-PROCURA)
                           SET WS-TEM-OFERTA-DESTINO TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-TEM-OFERTA-DESTINO
               ADD 1                 TO WS-ATR-SEM-OFERTA
               MOVE "ATRIBUICAO"     TO WS-OCO-TIPO
               MOVE SPACES           TO WS-OCO-CHAVE
               STRING WS-PROF-ID-ATR " "
                      WS-COD-MATERIA IN WS-CHAVE-ATRIBUICAO
                   DELIMITED BY SIZE INTO WS-OCO-CHAVE
               MOVE "SEM OFERTA NO DESTINO - NAO COPIADA"
                                     TO WS-OCO-MOTIVO
               PERFORM 7500-IMPRIMIR-OCORRENCIA
               ADD 1                 TO WS-QTDE-OCORRENCIAS
               GO TO 3500-FIM
           END-IF
           MOVE WS-REG-NOVO          TO WS-REG-ATRIBUICAO
           READ ATRIBUI-DAT KEY IS WS-CHAVE-ATRIBUICAO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-ATRIBUI = "00"
               ADD 1                 TO WS-ATR-EXISTENTES
               GO TO 3500-FIM
           END-IF
           IF WS-MODO-PREVIA
               ADD 1                 TO WS-ATR-NOVAS
               GO TO 3500-FIM
           END-IF
           MOVE WS-REG-NOVO          TO WS-REG-ATRIBUICAO
           WRITE WS-REG-ATRIBUICAO
           EVALUATE WS-FS-ATRIBUI
               WHEN "00"
                   ADD 1             TO WS-ATR-NOVAS
               WHEN "22"
                   ADD 1             TO WS-ATR-EXISTENTES
               WHEN OTHER
                   MOVE "ATRIBUICAO" TO WS-OCO-TIPO
                   MOVE SPACES       TO WS-OCO-CHAVE
                   STRING WS-PROF-ID-ATR " "
                          WS-COD-MATERIA IN WS-CHAVE-ATRIBUICAO
                       DELIMITED BY SIZE INTO WS-OCO-CHAVE
                   MOVE SPACES       TO WS-OCO-MOTIVO
                   STRING "ERRO NA GRAVACAO - STATUS " WS-FS-ATRIBUI
                       DELIMITED BY SIZE INTO WS-OCO-MOTIVO
                   PERFORM 7500-IMPRIMIR-OCORRENCIA
                   ADD 1             TO WS-QTDE-ERROS
           END-EVALUATE.
       3500-FIM.
           CONTINUE.

      ******************************************************************
      * DESCONTO MEDIO = SOMA DOS PERCENTUAIS DAS BOLSAS ATIVAS DOS
      * ALUNOS ATIVOS / QUANTIDADE DE ALUNOS ATIVOS. SEM ALUNO.DAT
      * OU BOLSA.DAT A PROJECAO SAI SEM DESCONTO (LIQUIDA = BRUTA).
      ******************************************************************
       4000-APURAR-DESCONTO-MEDIO SECTION.
           OPEN INPUT BOLSA-DAT
           IF WS-FS-BOLSA NOT = "00"
               DISPLAY "BOLSA.DAT INDISPONIVEL - PROJECAO SEM "
                       "DESCONTO DE BOLSA."
               GO TO 4000-FIM
           END-IF
           OPEN INPUT ALUNO-DAT
           IF WS-FS-ALUNO NOT = "00"
               DISPLAY "ALUNO.DAT INDISPONIVEL - PROJECAO SEM "
                       "DESCONTO DE BOLSA."
               CLOSE BOLSA-DAT
               GO TO 4000-FIM
           END-IF
           MOVE "N"                  TO WS-FIM-ENTRADA
           PERFORM 4100-LER-ALUNO
           PERFORM 4200-SOMAR-BOLSA
                   UNTIL WS-FIM-DO-ARQUIVO
           CLOSE ALUNO-DAT BOLSA-DAT
           IF WS-QTDE-ALUNOS-ATIVOS > ZERO
               COMPUTE WS-DESCONTO-MEDIO ROUNDED =
                       WS-SOMA-DESCONTOS / WS-QTDE-ALUNOS-ATIVOS
           END-IF.
       4000-FIM.
           CONTINUE.

       4100-LER-ALUNO SECTION.
           READ ALUNO-DAT NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ.

       4200-SOMAR-BOLSA SECTION.
           IF WS-ALUNO-ATIVO
               ADD 1                 TO WS-QTDE-ALUNOS-ATIVOS
               MOVE WS-MATRICULA IN WS-REG-ALUNO
                   TO WS-MATRICULA IN WS-REG-BOLSA
               READ BOLSA-DAT KEY IS WS-MATRICULA IN WS-REG-BOLSA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-BOLSA = "00" AND WS-BOLSA-ATIVA
                   ADD 1             TO WS-QTDE-BOLSISTAS
                   ADD WS-DESCONTO-PERC TO WS-SOMA-DESCONTOS
               END-IF
           END-IF
           PERFORM 4100-LER-ALUNO.

       5000-IMPRIMIR-PROJECAO SECTION.
           MOVE SPACES               TO WS-LINHA-ROLATERM
           WRITE WS-LINHA-ROLATERM
           MOVE WS-TERMO-DESTINO     TO WS-CAB-PRJ-TERMO
           WRITE WS-LINHA-ROLATERM FROM WS-CAB-PROJECAO
           WRITE WS-LINHA-ROLATERM FROM WS-CAB-COLUNAS
           MOVE ZERO                 TO WS-IND
           PERFORM 5100-IMPRIMIR-MATERIA
                   UNTIL WS-IND NOT < WS-QTDE-MATERIAS
           COMPUTE WS-TOT-DESCONTOS ROUNDED =
                   WS-TOT-BRUTA * WS-DESCONTO-MEDIO / 100
           COMPUTE WS-TOT-LIQUIDA = WS-TOT-BRUTA - WS-TOT-DESCONTOS
           MOVE SPACES               TO WS-LINHA-ROLATERM
           WRITE WS-LINHA-ROLATERM
           MOVE "VAGAS OCUPADAS NA ORIGEM"
                                     TO WS-CNT-ROTULO
           MOVE WS-TOT-VAGAS         TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "RECEITA BRUTA PROJETADA"
                                     TO WS-VAL-ROTULO
           MOVE WS-TOT-BRUTA         TO WS-VAL-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-VALOR
           MOVE "ALUNOS ATIVOS"      TO WS-CNT-ROTULO
           MOVE WS-QTDE-ALUNOS-ATIVOS TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "BOLSISTAS ATIVOS"   TO WS-CNT-ROTULO
           MOVE WS-QTDE-BOLSISTAS    TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "DESCONTO MEDIO DE BOLSA (%)"
                                     TO WS-VAL-ROTULO
           MOVE WS-DESCONTO-MEDIO    TO WS-VAL-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-VALOR
           MOVE "DESCONTOS DE BOLSA PROJETADOS"
                                     TO WS-VAL-ROTULO
           MOVE WS-TOT-DESCONTOS     TO WS-VAL-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-VALOR
           MOVE "RECEITA LIQUIDA PROJETADA"
                                     TO WS-VAL-ROTULO
           MOVE WS-TOT-LIQUIDA       TO WS-VAL-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-VALOR.

      ******************************************************************
      * MATERIA SEM TARIFA NA ORIGEM AINDA PODE TER TARIFA DIGITADA
      * PARA O DESTINO. OFERTADA SEM NENHUMA TARIFA ATIVA E
      * OCORRENCIA - O FATURAR DO TERMO NOVO TERMINARIA COM RC=8.
      ******************************************************************
       5100-IMPRIMIR-MATERIA SECTION.
           ADD 1                     TO WS-IND
           MOVE WS-IND               TO WS-IND-PROCURA
           IF WS-TAB-SEM-TARIFA (WS-IND)
               MOVE WS-TAB-COD-MATERIA (WS-IND)
                   TO WS-COD-MATERIA IN WS-CHAVE-TARIFA
               MOVE WS-TERMO-DESTINO TO WS-TERMO IN WS-CHAVE-TARIFA
               READ TARIFA-DAT KEY IS WS-CHAVE-TARIFA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-TARIFA = "00" AND WS-TARIFA-ATIVA
                   PERFORM 3450-TARIFA-EXISTENTE
               END-IF
           END-IF
           COMPUTE WS-RECEITA-MATERIA ROUNDED =
                   WS-TAB-VAGAS-OCUP (WS-IND) *
                   WS-TAB-TARIFA-DESTINO (WS-IND) *
                   WS-TAB-PESO (WS-IND)
           ADD WS-TAB-VAGAS-OCUP (WS-IND) TO WS-TOT-VAGAS
           ADD WS-RECEITA-MATERIA    TO WS-TOT-BRUTA
           MOVE WS-TAB-COD-MATERIA (WS-IND)    TO WS-DPR-MATERIA
           MOVE WS-TAB-VAGAS-OCUP (WS-IND)     TO WS-DPR-VAGAS
           MOVE WS-TAB-TARIFA-ORIGEM (WS-IND)  TO WS-DPR-TARIFA-ORIGEM
           MOVE WS-TAB-TARIFA-DESTINO (WS-IND) TO WS-DPR-TARIFA-DESTINO
           MOVE WS-TAB-PESO (WS-IND)           TO WS-DPR-PESO
           MOVE WS-RECEITA-MATERIA   TO WS-DPR-RECEITA
           EVALUATE TRUE
               WHEN WS-TAB-TARIFA-COPIADA (WS-IND)
                   MOVE "REAJUSTADA"  TO WS-DPR-SITUACAO
               WHEN WS-TAB-TARIFA-EXISTENTE (WS-IND)
                   MOVE "JA DIGITADA" TO WS-DPR-SITUACAO
               WHEN OTHER
                   MOVE "SEM TARIFA"  TO WS-DPR-SITUACAO
           END-EVALUATE
           WRITE WS-LINHA-ROLATERM FROM WS-DET-PROJECAO
           IF WS-TAB-SEM-TARIFA (WS-IND) AND
              WS-TAB-COM-OFERTA (WS-IND)
               ADD 1                 TO WS-QTDE-SEM-TARIFA
               ADD 1                 TO WS-QTDE-OCORRENCIAS
           END-IF.

      ******************************************************************
      * PROCURA A MATERIA NA TABELA (BUSCA SERIAL) E, SE AINDA NAO
      * EXISTE, ABRE UMA ENTRADA NOVA ZERADA. TABELA CHEIA DERRUBA A
      * VIRADA COM RC=8 - A PROJECAO PELA METADE NAO SERVE.
      ******************************************************************
       7000-LOCALIZAR-MATERIA SECTION.
           PERFORM 7100-PROCURAR-MATERIA
           IF WS-TEM-ENTRADA
               GO TO 7000-FIM
           END-IF
           IF WS-QTDE-MATERIAS NOT < WS-LIMITE-TABELA
               DISPLAY "TABELA DE MATERIAS ESGOTADA ("
                       WS-LIMITE-TABELA ") - VIRADA INTERROMPIDA."
               MOVE 8               TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                     TO WS-QTDE-MATERIAS
           MOVE WS-QTDE-MATERIAS     TO WS-IND-PROCURA
           MOVE WS-MATERIA-PROCURADA TO
               WS-TAB-COD-MATERIA (WS-IND-PROCURA)
           MOVE ZEROS                TO
               WS-TAB-VAGAS-OCUP (WS-IND-PROCURA)
               WS-TAB-TARIFA-ORIGEM (WS-IND-PROCURA)
               WS-TAB-TARIFA-DESTINO (WS-IND-PROCURA)
               WS-TAB-PESO (WS-IND-PROCURA)
           MOVE "N"                  TO WS-TAB-OFERTA (WS-IND-PROCURA)
           SET WS-TAB-SEM-TARIFA (WS-IND-PROCURA) TO TRUE
           SET WS-TEM-ENTRADA        TO TRUE.
       7000-FIM.
           CONTINUE.

       7100-PROCURAR-MATERIA SECTION.
           MOVE "N"                  TO WS-MATERIA-ACHADA
           MOVE ZERO                 TO WS-IND-PROCURA
           MOVE ZERO                 TO WS-IND
           PERFORM 7200-TESTAR-ENTRADA
                   UNTIL WS-TEM-ENTRADA OR
                         WS-IND NOT < WS-QTDE-MATERIAS.

       7200-TESTAR-ENTRADA SECTION.
           ADD 1                     TO WS-IND
           IF WS-TAB-COD-MATERIA (WS-IND) = WS-MATERIA-PROCURADA
               MOVE WS-IND           TO WS-IND-PROCURA
               SET WS-TEM-ENTRADA    TO TRUE
           END-IF.

       7500-IMPRIMIR-OCORRENCIA SECTION.
           WRITE WS-LINHA-ROLATERM FROM WS-DET-OCORRENCIA
           MOVE SPACES               TO WS-OCO-MOTIVO.

       8000-RESUMO SECTION.
           MOVE SPACES               TO WS-LINHA-ROLATERM
           WRITE WS-LINHA-ROLATERM
           MOVE "RELATORIO DE CONTROLE - VIRADA DE TERMO"
                                     TO WS-LINHA-ROLATERM
           WRITE WS-LINHA-ROLATERM
           MOVE "OFERTAS ATIVAS NA ORIGEM"  TO WS-CNT-ROTULO
           MOVE WS-OFE-LIDAS         TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "OFERTAS NOVAS NO DESTINO"  TO WS-CNT-ROTULO
           MOVE WS-OFE-NOVAS         TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "OFERTAS JA DIGITADAS NO DESTINO"
                                     TO WS-CNT-ROTULO
           MOVE WS-OFE-EXISTENTES    TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "OFERTAS INATIVAS NAO COPIADAS"
                                     TO WS-CNT-ROTULO
           MOVE WS-OFE-INATIVAS      TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "TARIFAS ATIVAS NA ORIGEM"  TO WS-CNT-ROTULO
           MOVE WS-TAR-LIDAS         TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "TARIFAS NOVAS NO DESTINO"  TO WS-CNT-ROTULO
           MOVE WS-TAR-NOVAS         TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "TARIFAS JA DIGITADAS NO DESTINO"
                                     TO WS-CNT-ROTULO
           MOVE WS-TAR-EXISTENTES    TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "TARIFAS INATIVAS NAO COPIADAS"
                                     TO WS-CNT-ROTULO
           MOVE WS-TAR-INATIVAS      TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "MATERIAS OFERTADAS SEM TARIFA"
                                     TO WS-CNT-ROTULO
           MOVE WS-QTDE-SEM-TARIFA   TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "ATRIBUICOES ATIVAS NA ORIGEM"
                                     TO WS-CNT-ROTULO
           MOVE WS-ATR-LIDAS         TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "ATRIBUICOES NOVAS NO DESTINO"
                                     TO WS-CNT-ROTULO
           MOVE WS-ATR-NOVAS         TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "ATRIBUICOES JA DIGITADAS NO DESTINO"
                                     TO WS-CNT-ROTULO
           MOVE WS-ATR-EXISTENTES    TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "ATRIBUICOES INATIVAS NAO COPIADAS"
                                     TO WS-CNT-ROTULO
           MOVE WS-ATR-INATIVAS      TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "ATRIBUICOES SEM OFERTA NO DESTINO"
                                     TO WS-CNT-ROTULO
           MOVE WS-ATR-SEM-OFERTA    TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           MOVE "ERROS DE GRAVACAO"  TO WS-CNT-ROTULO
           MOVE WS-QTDE-ERROS        TO WS-CNT-VALOR
           WRITE WS-LINHA-ROLATERM FROM WS-LIN-CONTAGEM
           IF WS-OFE-LIDAS = ZERO
               DISPLAY "NENHUMA OFERTA ATIVA NO TERMO DE ORIGEM "
                       WS-TERMO-ORIGEM "."
               ADD 1                 TO WS-QTDE-OCORRENCIAS
           END-IF
           DISPLAY "VIRADA " WS-TERMO-ORIGEM " -> " WS-TERMO-DESTINO
                   " - OFERTAS " WS-OFE-NOVAS " TARIFAS " WS-TAR-NOVAS
                   " ATRIBUICOES " WS-ATR-NOVAS " NOVAS.".

       9000-ENCERRAMENTO SECTION.
           CLOSE OFERTA-DAT TARIFA-DAT ROLATERM-PRT
           IF WS-ATRIBUI-ABERTO
               CLOSE ATRIBUI-DAT
           END-IF.
       END PROGRAM ROLATERM.
