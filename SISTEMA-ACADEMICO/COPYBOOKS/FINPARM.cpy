      *          COBRADOS PELO CAIXA (PAGTOMNT), PELA REMESSA
      *          (REMBANCO) E PELA INADIMPLENCIA (INADIMP), NO MESMO
      *          ESPIRITO DO CORTE UNICO DE ACADPARM.
      * Modification History:
      * 15/10/2026 LHG - PARAMETROS DA NOTA FISCAL DE SERVICO: ALIQUOTA
      *                   DO ISS SOBRE O RECEBIMENTO, INSCRICAO
      *                   MUNICIPAL DO PRESTADOR, CODIGO DO SERVICO
      *                   (LC 116, ITEM 8.01 - ENSINO SUPERIOR) E
      *                   SERIE DO RPS, USADOS PELO GERARPS.
      * 15/10/2026 LHG - ACORDO DE RENEGOCIACAO: NUMERO MAXIMO DE
      *                   PARCELAS DO ACORDO (ACORDMNT) E DIAS DE
      *                   TOLERANCIA DE ATRASO DE UMA PARCELA DO
      *                   ACORDO ANTES DO ROMPIMENTO (ROMPACOR).
      * 15/10/2026 LHG - REGUA DE COBRANCA (COBRANCA): DIAS DE ATRASO
      *                   QUE LEVAM AO AVISO AMIGAVEL, A NOTIFICACAO
      *                   FORMAL, AO AVISO FINAL E A NEGATIVACAO NO
      *                   BIRO DE CREDITO, NA MESMA CONTAGEM DE 30
      *                   DIAS POR MES DO INADIMP.
      * Tectonics: cobc -c
      ******************************************************************
       77  WS-MULTA-PERC            PIC 9(003)V99 VALUE 2.00.
       77  WS-JUROS-MES-PERC        PIC 9(003)V99 VALUE 1.00.
       77  WS-ISS-ALIQUOTA-PERC     PIC 9(003)V99 VALUE 2.00.
       77  WS-NFSE-INSCR-MUNICIPAL  PIC X(015) VALUE "000000000000000".
       77  WS-NFSE-COD-SERVICO      PIC X(005) VALUE "0801 ".
       77  WS-SERIE-RPS             PIC X(005) VALUE "RPS  ".
       77  WS-ACORDO-MAX-PARCELAS   PIC 9(002) VALUE 12.
       77  WS-ACORDO-TOLERANCIA     PIC 9(003) VALUE 30.
       77  WS-COBR-DIAS-AMIGAVEL    PIC 9(003) VALUE 30.
       77  WS-COBR-DIAS-FORMAL      PIC 9(003) VALUE 60.
       77  WS-COBR-DIAS-FINAL       PIC 9(003) VALUE 90.
       77  WS-COBR-DIAS-NEGATIVAR   PIC 9(003) VALUE 120.
