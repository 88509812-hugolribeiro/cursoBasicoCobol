      *----------------------------------------------------------------
      * CONTAS BANCARIAS DA CLINICA (ARQUIVO INDEXADO CONTABCO.DAT)    *
      * CONTA DE ONDE SAI CADA PAGAMENTO; CONTA-CB E A CONTA CONTABIL  *
      * DO BANCO NA INTERFACE CONTABIL; BENEF-CB E CARTEIRA-CB SAO O   *
      * CODIGO DO BENEFICIARIO E A CARTEIRA DA COBRANCA POR BOLETO     *
      *----------------------------------------------------------------
       FD CONTABCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABCO.DAT".
       01 REGCONTABCO.
          03 COD-CB                PIC 9(02).
          03 DESC-CB               PIC X(20).
          03 BANCO-CB              PIC 9(03).
          03 AGENCIA-CB            PIC 9(05).
          03 NUMCONTA-CB           PIC X(12).
          03 CONTA-CB              PIC 9(08).
          03 BENEF-CB              PIC X(20).
          03 CARTEIRA-CB           PIC 9(03).
