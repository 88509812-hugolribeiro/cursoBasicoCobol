      *----------------------------------------------------------------
      * TABELA DE MOTIVOS DE DESCONTO E CORTESIA                       *
      * (ARQUIVO INDEXADO MOTDESC.DAT) - MANTIDA NA TELA DE TABELAS    *
      * E EXIGIDA EM TODO DESCONTO CONCEDIDO NO CAIXA                  *
      *----------------------------------------------------------------
       FD MOTDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOTDESC.DAT".
       01 REGMOTDESC.
          03 COD-MD                PIC 9(02).
          03 DESC-MD               PIC X(30).
