      *----------------------------------------------------------------
      * TABELA PADRAO DE CODIGOS DE GLOSA DOS CONVENIOS                *
      * (ARQUIVO INDEXADO GLOSATAB.DAT) - MANTIDA NA TELA DE TABELAS   *
      * E USADA NA BAIXA DO DEMONSTRATIVO DE PAGAMENTO DO CONVENIO,    *
      * QUE LEVA A DESCRICAO PARA O MOTIVO DA GLOSA DO ITEM            *
      *----------------------------------------------------------------
       FD GLOSATAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GLOSATAB.DAT".
       01 REGGLOSA.
          03 COD-GL                PIC 9(04).
          03 DESC-GL               PIC X(30).
