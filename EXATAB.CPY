      *----------------------------------------------------------------
      * CATALOGO DE EXAMES (ARQUIVO INDEXADO EXATAB.DAT)               *
      * PRAZO-EXA E O PRAZO USUAL EM DIAS PARA O RESULTADO CHEGAR      *
      *----------------------------------------------------------------
       FD EXATAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXATAB.DAT".
       01 REGEXATAB.
          03 COD-EXA               PIC 9(05).
          03 DESC-EXA              PIC X(30).
          03 PRAZO-EXA             PIC 9(03).
          03 SIT-EXA               PIC X(01).
             88 EXA-ATIVO          VALUE "A".
             88 EXA-INATIVO        VALUE "I".
