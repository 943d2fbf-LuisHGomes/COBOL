      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE ENDERECO DO ALUNO
      *          (ENDERECO.DAT), INDEXADO POR MATRICULA. ENDERECO DE
      *          CORRESPONDENCIA USADO NAS CARTAS DE COBRANCA E NOS
      *          DOCUMENTOS EMITIDOS AO ALUNO. MANTIDO PELO ALUNOMNT,
      *          JUNTO COM OS DADOS PESSOAIS DE CONTATO.DAT (CONTREG).
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-ENDERECO.
           03  WS-END-MATRICULA        PIC 9(011).
           03  WS-END-LOGRADOURO       PIC X(040).
           03  WS-END-BAIRRO           PIC X(015).
           03  WS-END-CIDADE           PIC X(024).
           03  WS-END-UF               PIC X(002).
           03  WS-END-CEP              PIC 9(008).
