      *----------------------------------------------------------------
      * LOTES DOS MATERIAIS EM ESTOQUE (ARQUIVO INDEXADO MATLOTE.DAT)  *
      * A CHAVE ORDENA OS LOTES DE CADA MATERIAL PELO VENCIMENTO, PARA *
      * A BAIXA DO CHECK-OUT SAIR DO LOTE QUE VENCE PRIMEIRO; LOTE     *
      * VENCIDO OU DESCARTADO E BAIXADO COM O MOTIVO                   *
      *----------------------------------------------------------------
       FD MATLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MATLOTE.DAT".
       01 REGMATLOTE.
          03 CHAVE-ML.
             05 COD-MAT-ML         PIC 9(04).
             05 VALIDADE-ML        PIC 9(08).
             05 LOTE-ML            PIC X(15).
          03 DATAENT-ML            PIC 9(08).
          03 QTDENT-ML             PIC 9(05)V99.
          03 SALDO-ML              PIC 9(05)V99.
          03 SIT-ML                PIC X(01).
             88 ML-ATIVO           VALUE "A".
             88 ML-BAIXADO         VALUE "B".
      *   BAIXA DO LOTE (VENCIMENTO, AVARIA, RECOLHIMENTO)
          03 DATABX-ML             PIC 9(08).
          03 QTDBX-ML              PIC 9(05)V99.
          03 MOTBX-ML              PIC X(30).
