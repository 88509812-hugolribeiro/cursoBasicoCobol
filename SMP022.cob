           MOVE "E" TO RESULT-FI
           REWRITE REGFATITEM

      *    NA GLOSA PARCIAL SO A PARTE GLOSADA VAI PARA O RECURSO
           SUBTRACT VALOR-REC-FI FROM VALOR-FI
           ADD 1 TO W-SEQ
           MOVE W-LOTEREC TO LOTE-FI
           MOVE W-SEQ     TO SEQ-FI
