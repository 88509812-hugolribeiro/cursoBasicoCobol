           COMPUTE W-ANOMESREG = DATA-REC / 100
           IF W-ANOMESREG NOT = W-ANOMESREF
                GO TO CONC-REC-LOOP.
           IF REC-ESTORNADO
                GO TO CONC-REC-LOOP.

      *    A PARTE DE CARTAO DO RECIBO: SOMA DAS LINHAS "C"
      *    QUANDO HA PAGAMENTO DIVIDIDO, SENAO O VALOR CHEIO
