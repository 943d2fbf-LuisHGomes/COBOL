      ******************************************************************
      * Author: LUIS HENRIQUE GOMES
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE MAPEAMENTO CONTABIL
      *          (PLANOCTB.DAT), INDEXADO PELO CODIGO DO EVENTO
      *          FINANCEIRO. CADA EVENTO QUE A INTERFACE CONTABIL
      *          (CONTABIL, CICLO NOTURNO) TRANSFORMA EM LANCAMENTO
      *          DE PARTIDA DOBRADA TEM AQUI A CONTA A DEBITAR E A
      *          CONTA A CREDITAR DO PLANO DE CONTAS DA
      *          CONTABILIDADE. MANTIDO PELO PLCTBMNT. OS EVENTOS:
      *            FATR - ITEM FATURADO (LIQUIDO DA BOLSA)
      *            FATC - ITEM FATURADO CANCELADO
      *            PGCX / PGBC / PGCR - RECEBIMENTO NO CAIXA, PELO
      *                   BANCO E COM CREDITO DO ALUNO
      *            ESCX / ESBC / ESCR - ESTORNO DE CADA UM DELES
      *            MULT / MLES - MULTA APROPRIADA E SEU ESTORNO
      *            JURO / JRES - JUROS APROPRIADOS E SEU ESTORNO
      *            CRGE - CREDITO GERADO AO ALUNO
      *            CRDV - CREDITO DEVOLVIDO EM ESPECIE
      * Tectonics: cobc -c
      ******************************************************************
       01  WS-REG-PLANO-CTB.
           03  WS-EVENTO-CTB           PIC X(004).
               88  WS-EVENTO-CTB-VALIDO    VALUE "FATR" "FATC"
                                            "PGCX" "PGBC" "PGCR"
                                            "ESCX" "ESBC" "ESCR"
                                            "MULT" "MLES" "JURO"
                                            "JRES" "CRGE" "CRDV".
           03  WS-CONTA-DEBITO         PIC X(012).
           03  WS-CONTA-CREDITO        PIC X(012).
           03  WS-DESCR-EVENTO         PIC X(030).
