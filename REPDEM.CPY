      *----------------------------------------------------------------
      * DEMONSTRATIVOS DE REPASSE GERADOS (ARQUIVO REPDEM.DAT)         *
      * UM RESUMO POR COMPETENCIA E CRM GRAVADO NA GERACAO DO          *
      * DEMONSTRATIVO; A APROVACAO GERA O TITULO A PAGAR DO MEDICO E   *
      * CONGELA O RESUMO (NOVA GERACAO NAO ALTERA O APROVADO)          *
      * AS RETENCOES SAO CALCULADAS SOBRE O REPASSE DO MEDICO PELO     *
      * REGIME FISCAL DO MEDICO (MEDFISC); O TITULO SAI PELO LIQUIDO   *
      *----------------------------------------------------------------
       FD REPDEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPDEM.DAT".
       01 REGREPDEM.
          03 CHAVE-RD.
             05 ANOMES-RD          PIC 9(06).
             05 CRM-RD             PIC 9(06).
          03 QTD-RD                PIC 9(05).
          03 BRUTO-RD              PIC 9(09)V99.
          03 CLINICA-RD            PIC 9(09)V99.
          03 MEDICO-RD             PIC 9(09)V99.
          03 SIT-RD                PIC X(01).
             88 RD-GERADO          VALUE "G".
             88 RD-APROVADO        VALUE "A".
          03 DATAAPR-RD            PIC 9(08).
          03 NUMTP-RD              PIC 9(06).
      *   REGIME NA GERACAO (F, J OU BRANCO = SEM REGIME CADASTRADO),
      *   TRIBUTOS RETIDOS E VALOR LIQUIDO A PAGAR AO MEDICO
          03 REGIME-RD             PIC X(01).
          03 DOCTO-RD              PIC 9(14).
          03 IRRF-RD               PIC 9(07)V99.
          03 INSS-RD               PIC 9(07)V99.
          03 PIS-RD                PIC 9(07)V99.
          03 COFINS-RD             PIC 9(07)V99.
          03 CSLL-RD               PIC 9(07)V99.
          03 ISS-RD                PIC 9(07)V99.
          03 LIQUIDO-RD            PIC 9(09)V99.
