             88 RFI-RECUPERADO     VALUE "R".
             88 RFI-MANTIDO        VALUE "M".
             88 RFI-PARCIAL        VALUE "P".
      *   VALOR EFETIVAMENTE RECEBIDO QUANDO O ITEM FOI PAGO SO EM
      *   PARTE: RECURSO PARCIAL OU GLOSA PARCIAL NO DEMONSTRATIVO DE
      *   PAGAMENTO (ITEM GLOSADO COM VALOR RECEBIDO)
          03 VALOR-REC-FI          PIC 9(06)V99.
      *   PROCEDIMENTO FATURADO NO ITEM (0000 = A PROPRIA CONSULTA)
          03 COD-PROC-FI           PIC 9(04).
      *   SENHA DE AUTORIZACAO LEVADA DA AGENDA PARA A REMESSA
          03 SENHA-FI              PIC X(12).
      *   NUMERO DA GUIA IMPRESSA NO CHECK-IN (ZERO = SEM GUIA)
          03 GUIA-FI               PIC 9(06).
