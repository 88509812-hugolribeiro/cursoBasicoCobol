      *----------------------------------------------------------------
      * ITENS DOS PEDIDOS DE COMPRA (ARQUIVO INDEXADO PEDITEM.DAT)     *
      * QUANTIDADE E PRECO PEDIDOS, QUANTIDADE E VALOR JA RECEBIDOS;   *
      * PRECO DA NOTA DIFERENTE DO PEDIDO FICA MARCADO NO ITEM         *
      *----------------------------------------------------------------
       FD PEDITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDITEM.DAT".
       01 REGPEDITEM.
          03 CHAVE-PI.
             05 NUM-PI             PIC 9(06).
             05 COD-MAT-PI         PIC 9(04).
          03 QTDPED-PI             PIC 9(05)V99.
          03 PRECO-PI              PIC 9(05)V9999.
          03 QTDREC-PI             PIC 9(05)V99.
          03 VALREC-PI             PIC 9(08)V99.
          03 DIVPRECO-PI           PIC X(01).
             88 PI-PRECO-DIVERGE   VALUE "S".
