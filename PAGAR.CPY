      *----------------------------------------------------------------
      * TITULOS A PAGAR (ARQUIVO INDEXADO PAGAR.DAT)                   *
      * NUMERADOS PELA SERIE "PAGAR" DO NUMCTL. O CREDOR E UM          *
      * FORNECEDOR (TIPO F, CODCRED = COD-FOR) OU UM MEDICO (TIPO R,   *
      * CODCRED = CRM). NASCEM NA ENTRADA DE COMPRAS DO ESTOQUE, NA    *
      * APROVACAO DO DEMONSTRATIVO DE REPASSE OU NO LANCAMENTO MANUAL; *
      * O PAGAMENTO GRAVA DATA, VALOR PAGO E CONTA BANCARIA            *
      *----------------------------------------------------------------
       FD PAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PAGAR.DAT".
       01 REGPAGAR.
          03 NUM-TP                PIC 9(06).
          03 TIPO-TP               PIC X(01).
             88 TP-FORNECEDOR      VALUE "F".
             88 TP-REPASSE         VALUE "R".
          03 CODCRED-TP            PIC 9(06).
          03 ORIGEM-TP             PIC X(01).
             88 TP-ORIG-COMPRA     VALUE "C".
             88 TP-ORIG-REPASSE    VALUE "R".
             88 TP-ORIG-MANUAL     VALUE "M".
          03 DOC-TP                PIC X(15).
          03 COMPET-TP             PIC 9(06).
          03 DATAEMI-TP            PIC 9(08).
          03 VENC-TP               PIC 9(08).
          03 VALOR-TP              PIC 9(08)V99.
          03 CONTA-TP              PIC 9(08).
          03 SIT-TP                PIC X(01).
             88 TP-ABERTO          VALUE "A".
             88 TP-PAGO            VALUE "P".
             88 TP-CANCELADO       VALUE "C".
          03 DATAPAG-TP            PIC 9(08).
          03 VALPAGO-TP            PIC 9(08)V99.
          03 CODCB-TP              PIC 9(02).
          03 OPERADOR-TP           PIC X(08).
