      * CADASTRO DE MATERIAIS DE CONSUMO (ARQUIVO INDEXADO MATTAB.DAT) *
      * SALDO EM ESTOQUE E ESTOQUE MINIMO; A BAIXA E AUTOMATICA PELO   *
      * LANCAMENTO DE PROCEDIMENTOS NO CHECK-OUT                       *
      * CUSTO MEDIO UNITARIO PONDERADO, RECALCULADO A CADA ENTRADA DE  *
      * COMPRA PELO VALOR PAGO NO ITEM                                 *
      * FORNECEDOR PREFERIDO AGRUPA O ITEM NO PEDIDO DE COMPRA GERADO  *
      * PELA REPOSICAO (ZEROS = SEM FORNECEDOR DEFINIDO)               *
      * O SALDO FICA NEGATIVO QUANDO O CONSUMO LANCADO SUPERA O        *
      * ESTOQUE; A CONSISTENCIA NOTURNA APONTA O ITEM PARA ACERTO      *
      *----------------------------------------------------------------
       FD MATTAB
               LABEL RECORD IS STANDARD
          03 COD-MAT               PIC 9(04).
          03 DESC-MAT              PIC X(30).
          03 UNIDADE-MAT           PIC X(05).
          03 ESTOQUE-MAT           PIC S9(05)V99.
          03 ESTMIN-MAT            PIC 9(05)V99.
          03 CUSTO-MAT             PIC 9(05)V9999.
          03 FORPREF-MAT           PIC 9(06).
