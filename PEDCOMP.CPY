      *----------------------------------------------------------------
      * PEDIDOS DE COMPRA DE MATERIAIS (ARQUIVO INDEXADO PEDCOMP.DAT)  *
      * NUMERADOS PELA SERIE "PEDCOMP" DO NUMCTL; GERADOS EM RASCUNHO  *
      * PELA LISTA DE REPOSICAO, UM POR FORNECEDOR PREFERIDO,          *
      * APROVADOS COM A DATA PROMETIDA DE ENTREGA E RECEBIDOS NO       *
      * ESTOQUE, TOTAL OU PARCIALMENTE; CADA RECEBIMENTO GERA O        *
      * TITULO A PAGAR DA NOTA DO FORNECEDOR                           *
      *----------------------------------------------------------------
       FD PEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
       01 REGPEDCOMP.
          03 NUM-PC                PIC 9(06).
          03 COD-FOR-PC            PIC 9(06).
          03 DATAEMI-PC            PIC 9(08).
          03 DATAAPR-PC            PIC 9(08).
      *   DATA DE ENTREGA PROMETIDA PELO FORNECEDOR
          03 PREVISTA-PC           PIC 9(08).
          03 SIT-PC                PIC X(01).
             88 PC-RASCUNHO        VALUE "R".
             88 PC-APROVADO        VALUE "A".
             88 PC-PARCIAL         VALUE "P".
             88 PC-RECEBIDO        VALUE "T".
             88 PC-CANCELADO       VALUE "C".
          03 VALOR-PC              PIC 9(08)V99.
          03 VALREC-PC             PIC 9(08)V99.
          03 DATAREC-PC            PIC 9(08).
