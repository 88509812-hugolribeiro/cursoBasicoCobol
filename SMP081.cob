           MOVE CODIGO2     TO CODIGO-MS
           MOVE W-ANOMESREF TO ANOMES-MS
           MOVE MENSALIDADE TO VALOR-MS
           MOVE ZEROS       TO PAGO-MS DATAPGTO-MS NOSSONUM-MS
           MOVE "A"         TO SIT-MS
           WRITE REGMENSAL
           IF ST-ERRO = "00" OR "02"
           MOVE VALOR-MS TO VALORTX
           MOVE PAGO-MS  TO PAGOTX
           DISPLAY (09, 03) "VALOR DA MENSALIDADE: " VALORTX
           DISPLAY (10, 03) "JA PAGO.............: " PAGOTX
           IF NOSSONUM-MS NOT = ZEROS
                DISPLAY (11, 03) "BOLETO (NOSSO NUM.).: " NOSSONUM-MS.

       BXA-R4.
           MOVE ZEROS TO W-VALPAGO
