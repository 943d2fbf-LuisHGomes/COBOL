      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO LIVRO DE REGISTRO DE DIPLOMAS
      *          (DIPLOMA.DAT), INDEXADO POR MATRICULA + VIA. A VIA 01
      *          E O DIPLOMA ORIGINAL, GRAVADO NA COLACAO DE GRAU; CADA
      *          SEGUNDA VIA GANHA A VIA SEGUINTE, NUMERO DE REGISTRO
      *          PROPRIO E O NUMERO DO REGISTRO ORIGINAL, E A VIA
      *          ANTERIOR PASSA A SUBSTITUIDA. O REGISTRO DE CONTROLE
      *          (MATRICULA E VIA ZERADAS, TIPO C) GUARDA O ULTIMO
      *          NUMERO DE REGISTRO E A POSICAO CORRENTE NO LIVRO
      *          (LIVRO, FOLHA E LINHAS JA USADAS NA FOLHA). GRAVADO
      *          SO PELO COLACAO.
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-DIPLOMA.
           03  WS-CHAVE-DIPLOMA.
               05  WS-DIP-MATRICULA        PIC 9(011).
               05  WS-DIP-VIA              PIC 9(002).
           03  WS-DIP-TIPO             PIC X(001).
               88  WS-DIP-ORIGINAL         VALUE "O".
               88  WS-DIP-SEGUNDA-VIA      VALUE "S".
               88  WS-DIP-CONTROLE         VALUE "C".
           03  WS-DIP-DADOS            PIC X(086).
           03  WS-DIP-DET REDEFINES WS-DIP-DADOS.
               05  WS-DIP-REGISTRO         PIC 9(007).
               05  WS-DIP-LIVRO            PIC 9(003).
               05  WS-DIP-FOLHA            PIC 9(003).
               05  WS-DIP-TURMA            PIC X(002).
               05  WS-DIP-DATA-COLACAO     PIC 9(008).
               05  WS-DIP-DATA-EXPEDICAO   PIC 9(008).
               05  WS-DIP-TERMO-CONCLUSAO  PIC 9(006).
               05  WS-DIP-REGISTRO-ORIGEM  PIC 9(007).
               05  WS-DIP-SITUACAO         PIC X(001).
                   88  WS-DIP-VIGENTE          VALUE "V".
                   88  WS-DIP-SUBSTITUIDO      VALUE "X".
               05  WS-DIP-MOTIVO           PIC X(020).
               05  FILLER                  PIC X(021).
           03  WS-DIP-CTL REDEFINES WS-DIP-DADOS.
               05  WS-DIP-CTL-ULT-REGISTRO PIC 9(007).
               05  WS-DIP-CTL-LIVRO        PIC 9(003).
               05  WS-DIP-CTL-FOLHA        PIC 9(003).
               05  WS-DIP-CTL-LINHAS       PIC 9(002).
               05  FILLER                  PIC X(071).
