          03 DESC-PROC             PIC X(30).
          03 DURACAO-PROC          PIC 9(03).
          03 VALOR-PROC            PIC 9(06)V99.
      *   CODIGO TUSS CORRESPONDENTE (ZEROS = SEM CORRESPONDENCIA) E
      *   PORTE, VALOR DO PORTE E UCO DA CBHPM, COPIADOS DA TUSSTAB
          03 TUSS-PROC             PIC 9(08).
          03 PORTE-PROC            PIC X(03).
          03 VALPORTE-PROC         PIC 9(06)V99.
          03 UCO-PROC              PIC 9(03)V9(03).
