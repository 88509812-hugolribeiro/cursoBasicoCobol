      *----------------------------------------------------------------
      * PACOTES DE SESSOES PRE-PAGOS (ARQUIVO INDEXADO PACOTE.DAT)     *
      * VENDIDOS NO BALCAO COM RECIBO NO TURNO DO OPERADOR E BAIXADOS  *
      * SESSAO A SESSAO NO CHECK-OUT (CONSULTA REALIZADA). CRM-PK      *
      * ZERADO VALE PARA QUALQUER MEDICO; COD-PROC-PK ZERADO E PACOTE  *
      * DE CONSULTAS, SENAO DO PROCEDIMENTO INDICADO                   *
      *----------------------------------------------------------------
       FD PACOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PACOTE.DAT".
       01 REGPACOTE.
          03 NUM-PK                PIC 9(06).
          03 CODPAC-PK             PIC 9(06).
          03 CRM-PK                PIC 9(06).
          03 COD-PROC-PK           PIC 9(04).
          03 QTDSES-PK             PIC 9(03).
          03 QTDUSO-PK             PIC 9(03).
          03 VALOR-PK              PIC 9(06)V99.
          03 DATA-PK               PIC 9(08).
          03 VALID-PK              PIC 9(08).
          03 NUMREC-PK             PIC 9(06).
          03 OPERADOR-PK           PIC X(08).
          03 SIT-PK                PIC X(01).
             88 PK-ABERTO          VALUE "A".
             88 PK-ENCERRADO       VALUE "E".
             88 PK-CANCELADO       VALUE "C".
