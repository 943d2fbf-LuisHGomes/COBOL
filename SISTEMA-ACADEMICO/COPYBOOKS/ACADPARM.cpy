      *          NOTA DE APROVACAO E O CORTE UNICO USADO TANTO NA
      *          CHECAGEM DE PRE-REQUISITO QUANTO NO RESULTADO DO
      *          TERMO.
      * Modification History:
      * 15/10/2026 LHG - PISO DA RECUPERACAO: MEDIA DOS COMPONENTES DE
      *                   AVALIACAO (AVALMNT) IGUAL OU ACIMA DO PISO
      *                   E ABAIXO DA NOTA DE APROVACAO LEVA O ALUNO
      *                   A PROVA DE RECUPERACAO.
      * 15/10/2026 LHG - CODIGO DA INSTITUICAO NO INEP, LEVADO AO
      *                   CABECALHO DA EXPORTACAO DO CENSO DA
      *                   EDUCACAO SUPERIOR (CENSINEP).
      *                   O CODIGO E O DO CADASTRO E-MEC DA IES E
      *                   TEM DE SER PREENCHIDO NA IMPLANTACAO; COM
      *                   ZEROS O CENSINEP NAO RODA.
      * 15/10/2026 LHG - PAGINACAO DO LIVRO DE REGISTRO DE DIPLOMAS
      *                   (COLACAO): REGISTROS POR FOLHA E FOLHAS
      *                   POR LIVRO.
      * Tectonics: cobc -c
      ******************************************************************
       77  WS-NOTA-APROVACAO        PIC 9(003)V99 VALUE 60.00.
       77  WS-CR-MINIMO             PIC 9(003)V99 VALUE 60.00.
       77  WS-LIMITE-FALTAS-PERC    PIC 9(003) VALUE 25.
       77  WS-NOTA-PISO-RECUP       PIC 9(003)V99 VALUE 40.00.
       77  WS-INEP-COD-IES          PIC 9(008) VALUE ZEROS.
       77  WS-DIPL-REG-POR-FOLHA    PIC 9(002) VALUE 10.
       77  WS-DIPL-FOLHAS-POR-LIVRO PIC 9(003) VALUE 200.
