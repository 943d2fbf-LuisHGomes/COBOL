      * Modification History:
      * 02/09/2026 LHG - CONVERSAO DE OFERTA.DAT (+HORARIO ZERADO)
      *                   INCLUIDA NA MESMA IMPLANTACAO.
      * 15/10/2026 LHG - OFERTA CONVERTIDA NASCE SEM SALA (CAMPO
      *                   NOVO DO OFERTREG EM BRANCO).
      * Tectonics: cobc -c
      ******************************************************************
       IDENTIFICATION DIVISION.
               MOVE ZERO             TO WS-DIA-SEMANA
               MOVE ZEROS            TO WS-HORA-INICIO
                                         WS-HORA-FIM
               MOVE SPACES           TO WS-SALA-OFERTA
               WRITE WS-REG-OFERTA
               IF WS-FS-OFERT-NOV NOT = "00"
                   DISPLAY "ERRO AO GRAVAR OFERTA " OV-COD-MATERIA
