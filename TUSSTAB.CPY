      *----------------------------------------------------------------
      * TERMINOLOGIA TUSS DE PROCEDIMENTOS COM A CLASSIFICACAO CBHPM   *
      * (ARQUIVO INDEXADO TUSSTAB.DAT) - CARREGADA DO ARQUIVO OFICIAL  *
      * PELO SMP064; O CATALOGO DE PROCEDIMENTOS APONTA PARA O CODIGO  *
      * TUSS E O VALOR POR CONVENIO SAI DO PORTE E DO CUSTO            *
      * OPERACIONAL                                                    *
      *----------------------------------------------------------------
       FD TUSSTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUSSTAB.DAT".
       01 REGTUSS.
          03 TUSS-TS               PIC 9(08).
          03 DESC-TS               PIC X(60).
      *   PORTE CBHPM (EX.: 3A) E SEU VALOR EM REAIS NA EDICAO CARREGADA
          03 PORTE-TS              PIC X(03).
          03 VALPORTE-TS           PIC 9(06)V99.
      *   UNIDADES DE CUSTO OPERACIONAL (UCO) DO PROCEDIMENTO
          03 UCO-TS                PIC 9(03)V9(03).
          03 DATACARGA-TS          PIC 9(08).
