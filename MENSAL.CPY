      * UMA COBRANCA POR CONVENIO ATIVO POR COMPETENCIA, BAIXADA PELO  *
      * REGISTRO DO PAGAMENTO; MES SEM BAIXA OU COM BAIXA PARCIAL      *
      * APARECE NO RELATORIO DE INADIMPLENCIA                          *
      * NOSSONUM-MS = ULTIMO BOLETO EMITIDO PARA A COBRANCA (ZERO =    *
      * SEM BOLETO)                                                    *
      *----------------------------------------------------------------
       FD MENSAL
               LABEL RECORD IS STANDARD
             88 MS-ABERTA          VALUE "A".
             88 MS-PAGA            VALUE "P".
             88 MS-PARCIAL         VALUE "R".
          03 NOSSONUM-MS           PIC 9(10).
