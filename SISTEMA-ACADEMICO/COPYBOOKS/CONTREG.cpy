      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE DADOS PESSOAIS DO ALUNO
      *          (CONTATO.DAT), INDEXADO POR MATRICULA, COM INDICE
      *          ALTERNADO (COM DUPLICIDADE) PELO CPF. COMPLEMENTA
      *          ALUNO.DAT COM CPF, DATA DE NASCIMENTO, E-MAIL E
      *          TELEFONE; O ENDERECO FICA EM ENDERECO.DAT (ENDRREG).
      *          OS DOIS REGISTROS TEM 100 BYTES, O TAMANHO DAS
      *          IMAGENS DO JORNAL (JRNLREG). O CPF E CONFERIDO PELOS
      *          DIGITOS VERIFICADORES (VALCPF) E NAO PODE SE REPETIR
      *          EM OUTRA MATRICULA NAO INATIVA - O INDICE ACEITA
      *          DUPLICIDADE PORQUE O ALUNO INATIVADO (READMITIDO SOB
      *          NOVA MATRICULA) MANTEM O CPF. MANTIDO PELO ALUNOMNT
      *          E PELA CARGA DE ADMISSAO (CARGADM).
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-CONTATO.
           03  WS-CONT-MATRICULA       PIC 9(011).
           03  WS-CONT-CPF             PIC 9(011).
           03  WS-CONT-DATA-NASC       PIC 9(008).
           03  WS-CONT-EMAIL           PIC X(050).
           03  WS-CONT-TELEFONE        PIC 9(011).
           03  FILLER                  PIC X(009).
