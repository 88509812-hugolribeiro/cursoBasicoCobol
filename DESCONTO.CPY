      *----------------------------------------------------------------
      * DESCONTOS E CORTESIAS CONCEDIDOS NO CAIXA                      *
      * (ARQUIVO INDEXADO DESCONTO.DAT) - UM REGISTRO POR CONSULTA     *
      * COBRADA ABAIXO DO PRECO DE TABELA; CORTESIA (100%) FICA SEM    *
      * RECIBO (NUMREC-DC ZERADO). AUTORIZ-DC GUARDA O SUPERVISOR      *
      * QUANDO O DESCONTO PASSOU DO TETO DO OPERADOR                   *
      *----------------------------------------------------------------
       FD DESCONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESCONTO.DAT".
       01 REGDESCONTO.
          03 CHAVE-DC.
             05 CRM-DC             PIC 9(06).
             05 DATACONS-DC        PIC 9(08).
             05 HORACONS-DC        PIC 9(04).
          03 CODPAC-DC             PIC 9(06).
          03 NUMREC-DC             PIC 9(06).
          03 DATA-DC               PIC 9(08).
          03 VALORTAB-DC           PIC 9(06)V99.
          03 VALORCOB-DC           PIC 9(06)V99.
          03 MOTIVO-DC             PIC 9(02).
          03 OPERADOR-DC           PIC X(08).
          03 AUTORIZ-DC            PIC X(08).
