      *----------------------------------------------------------------
      * BOLETOS DE COBRANCA REGISTRADOS NO BANCO (ARQUIVO INDEXADO     *
      * BOLETO.DAT) - CHAVE NOSSO NUMERO                               *
      * TIPO M = MENSALIDADE DE CONVENIO (REF = CONVENIO + AAAAMM)     *
      * TIPO P = SALDO DEVEDOR DE PACIENTE (REF = PACIENTE + SEQUENCIA *
      *          DO DEBITO)                                            *
      * O NOSSO NUMERO TAMBEM FICA NA COBRANCA (NOSSONUM-MS E          *
      * NOSSONUM-DB); A SITUACAO VEM DO ARQUIVO RETORNO DO BANCO       *
      *----------------------------------------------------------------
       FD BOLETO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLETO.DAT".
       01 REGBOLETO.
          03 NOSSONUM-BL           PIC 9(10).
          03 TIPO-BL               PIC X(01).
             88 BL-MENSAL          VALUE "M".
             88 BL-PACIENTE        VALUE "P".
          03 REF-BL                PIC 9(12).
          03 CODCB-BL              PIC 9(02).
          03 REMESSA-BL            PIC 9(06).
          03 DATAEMI-BL            PIC 9(08).
          03 VENC-BL               PIC 9(08).
          03 VALOR-BL              PIC 9(08)V99.
          03 PAGO-BL               PIC 9(08)V99.
          03 DATAPGTO-BL           PIC 9(08).
          03 SIT-BL                PIC X(01).
             88 BL-REGISTRADO      VALUE "R".
             88 BL-PAGO            VALUE "P".
             88 BL-PARCIAL         VALUE "L".
             88 BL-BAIXADO         VALUE "B".
