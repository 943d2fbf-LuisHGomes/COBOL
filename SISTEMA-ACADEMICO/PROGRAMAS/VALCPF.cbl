      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE VALIDACAO DO CPF PELOS DOIS DIGITOS
      *          VERIFICADORES (MODULO 11). O PRIMEIRO VERIFICADOR
      *          SAI DOS 9 DIGITOS DA BASE COM PESOS DE 10 A 2; O
      *          SEGUNDO, DA BASE MAIS O PRIMEIRO VERIFICADOR COM
      *          PESOS DE 11 A 2. RESTO MENOR QUE 2 DA VERIFICADOR
      *          ZERO. CPF COM OS 11 DIGITOS IGUAIS (INCLUSIVE O
      *          ZERADO) PASSA NA CONTA MAS NAO EXISTE E E RECUSADO.
      * Called by: ALUNOMNT (DADOS PESSOAIS), CARGADM (ADMISSAO)
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALCPF.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-IDX                  PIC 9(002) COMP VALUE ZERO.
       77  WS-PESO                 PIC 9(002) COMP VALUE ZERO.
       77  WS-QTDE-BASE            PIC 9(002) COMP VALUE ZERO.
       77  WS-SOMA                 PIC 9(005) COMP VALUE ZERO.
       77  WS-RESTO                PIC 9(002) COMP VALUE ZERO.
       77  WS-QUOCIENTE            PIC 9(005) COMP VALUE ZERO.
       77  WS-DV-CALCULADO         PIC 9(001) VALUE ZERO.
       77  WS-DIGITOS-IGUAIS       PIC X(001) VALUE "S".
           88  WS-TODOS-IGUAIS         VALUE "S".

       LINKAGE SECTION.
       01  WS-CPF                  PIC 9(011).
       01  WS-CPF-DIGITOS REDEFINES WS-CPF.
           03  WS-DIGITO           PIC 9(001) OCCURS 11 TIMES.
       01  WS-CPF-VALIDO           PIC X(001).
           88  WS-CPF-OK               VALUE "S".
           88  WS-CPF-ERRADO           VALUE "N".

       PROCEDURE DIVISION USING WS-CPF WS-CPF-VALIDO.

       0000-INICIO SECTION.
           SET WS-CPF-ERRADO       TO TRUE
           MOVE "S"                TO WS-DIGITOS-IGUAIS
           PERFORM 1000-COMPARAR-DIGITO
                   VARYING WS-IDX FROM 2 BY 1
                   UNTIL WS-IDX > 11
           IF WS-TODOS-IGUAIS
               GO TO 0000-FIM
           END-IF

           MOVE 9                  TO WS-QTDE-BASE
           PERFORM 2000-CALCULAR-DV
           IF WS-DV-CALCULADO NOT = WS-DIGITO (10)
               GO TO 0000-FIM
           END-IF
           MOVE 10                 TO WS-QTDE-BASE
           PERFORM 2000-CALCULAR-DV
           IF WS-DV-CALCULADO = WS-DIGITO (11)
               SET WS-CPF-OK       TO TRUE
           END-IF.
       0000-FIM.
           GOBACK.

       1000-COMPARAR-DIGITO SECTION.
           IF WS-DIGITO (WS-IDX) NOT = WS-DIGITO (1)
               MOVE "N"            TO WS-DIGITOS-IGUAIS
           END-IF.

      ******************************************************************
      * VERIFICADOR DOS WS-QTDE-BASE PRIMEIROS DIGITOS - O PESO DO
      * PRIMEIRO DIGITO E WS-QTDE-BASE + 1 E CAI ATE 2 NO ULTIMO.
      ******************************************************************
       2000-CALCULAR-DV SECTION.
           MOVE ZERO               TO WS-SOMA
           PERFORM 2100-SOMAR-DIGITO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-BASE
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
           IF WS-RESTO < 2
               MOVE ZERO            TO WS-DV-CALCULADO
           ELSE
               COMPUTE WS-DV-CALCULADO = 11 - WS-RESTO
           END-IF.

       2100-SOMAR-DIGITO SECTION.
           COMPUTE WS-PESO = WS-QTDE-BASE + 2 - WS-IDX
           COMPUTE WS-SOMA = WS-SOMA +
                   (WS-DIGITO (WS-IDX) * WS-PESO).
       END PROGRAM VALCPF.
