      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: CONVERSAO UNICA DE IMPLANTACAO DO CADASTRO DE SALAS.
      *          LE OFERTA.DAT NO LAYOUT ANTIGO (SEM SALA) E REGRAVA
      *          EM ARQUIVO NOVO JA NO LAYOUT CORRENTE, COM A SALA EM
      *          BRANCO (TURMA SEM SALA ALOCADA, A ACERTAR PELO
      *          OFERTMNT DEPOIS DE CADASTRADAS AS SALAS NO SALAMNT).
      *          A TROCA DO ARQUIVO CONVERTIDO PELO ANTIGO E FEITA
      *          PELO PASSO DE IDCAMS DO JOB DE INSTALACAO (INSTALA4).
      *          ARQUIVO ANTIGO INEXISTENTE E PULADO COM AVISO
      *          (IMPLANTACAO EM AMBIENTE VAZIO).
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVMES3.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFERTA-VELHA       ASSIGN TO "OFERTVEL"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS OV-CHAVE-OFERTA
                                      FILE STATUS IS WS-FS-OFERT-VEL.

           SELECT OFERTA-NOVA        ASSIGN TO "OFERTNOV"
                                      ORGANIZATION INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS WS-CHAVE-OFERTA
                                      FILE STATUS IS WS-FS-OFERT-NOV.

       DATA DIVISION.
       FILE SECTION.
       FD  OFERTA-VELHA.
       01  OV-REG-OFERTA.
           03  OV-CHAVE-OFERTA.
               05  OV-COD-MATERIA      PIC 9(015).
               05  OV-TERMO            PIC 9(006).
           03  OV-VAGAS-MAX            PIC 9(005).
           03  OV-VAGAS-OCUPADAS       PIC 9(005).
           03  OV-DIA-SEMANA           PIC 9(001).
           03  OV-HORA-INICIO          PIC 9(004).
           03  OV-HORA-FIM             PIC 9(004).
           03  OV-SITUACAO             PIC X(001).

       FD  OFERTA-NOVA.
           COPY OFERTREG.

       WORKING-STORAGE SECTION.
       77  WS-FS-OFERT-VEL           PIC X(002) VALUE "00".
       77  WS-FS-OFERT-NOV           PIC X(002) VALUE "00".
       77  WS-FIM-ENTRADA            PIC X(001) VALUE "N".
           88  WS-FIM-DO-ARQUIVO         VALUE "S".
       77  WS-QTDE-OFERTAS           PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-CONVERTER-OFERTA
           DISPLAY "CONVERSAO CONCLUIDA - " WS-QTDE-OFERTAS
                   " OFERTAS CONVERTIDAS."
           STOP RUN.

       1000-CONVERTER-OFERTA SECTION.
           MOVE "N"                  TO WS-FIM-ENTRADA
           OPEN INPUT OFERTA-VELHA
           IF WS-FS-OFERT-VEL = "35"
               DISPLAY "OFERTA.DAT ANTIGO INEXISTENTE - CONVERSAO "
                       "DE OFERTA PULADA."
               GO TO 1000-FIM
           END-IF
           IF WS-FS-OFERT-VEL NOT = "00"
               DISPLAY "ERRO AO ABRIR OFERTA.DAT ANTIGO - STATUS "
                       WS-FS-OFERT-VEL
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OFERTA-NOVA
           IF WS-FS-OFERT-NOV NOT = "00"
               DISPLAY "ERRO AO CRIAR OFERTA.DAT NOVO - STATUS "
                       WS-FS-OFERT-NOV
               MOVE 8                TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-COPIAR-OFERTA
                   UNTIL WS-FIM-DO-ARQUIVO
           CLOSE OFERTA-VELHA OFERTA-NOVA.
       1000-FIM.
           CONTINUE.

      ******************************************************************
      * A SALA NASCE EM BRANCO - SEM SALA A TURMA NAO ENTRA NA GRADE
      * DE OCUPACAO (OCUPSALA) NEM NA CHECAGEM DE CHOQUE DE SALA.
      ******************************************************************
       1100-COPIAR-OFERTA SECTION.
           READ OFERTA-VELHA NEXT RECORD
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           IF NOT WS-FIM-DO-ARQUIVO
               MOVE OV-COD-MATERIA   TO
                   WS-COD-MATERIA IN WS-CHAVE-OFERTA
               MOVE OV-TERMO         TO
                   WS-TERMO IN WS-CHAVE-OFERTA
               MOVE OV-VAGAS-MAX     TO WS-VAGAS-MAX
               MOVE OV-VAGAS-OCUPADAS TO WS-VAGAS-OCUPADAS
               MOVE OV-DIA-SEMANA    TO WS-DIA-SEMANA
               MOVE OV-HORA-INICIO   TO WS-HORA-INICIO
               MOVE OV-HORA-FIM      TO WS-HORA-FIM
               MOVE OV-SITUACAO      TO
                   WS-SITUACAO IN WS-REG-OFERTA
               MOVE SPACES           TO WS-SALA-OFERTA
               WRITE WS-REG-OFERTA
               IF WS-FS-OFERT-NOV NOT = "00"
                   DISPLAY "ERRO AO GRAVAR OFERTA " OV-COD-MATERIA
                           " - STATUS " WS-FS-OFERT-NOV
                   MOVE 8            TO RETURN-CODE
               ELSE
                   ADD 1             TO WS-QTDE-OFERTAS
               END-IF
           END-IF.
       END PROGRAM CONVMES3.
