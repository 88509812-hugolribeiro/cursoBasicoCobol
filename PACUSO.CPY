      *----------------------------------------------------------------
      * SESSOES CONSUMIDAS DE PACOTES (ARQUIVO INDEXADO PACUSO.DAT)    *
      * UMA LINHA POR CONSULTA (COD-PROC-PU ZERADO) OU PROCEDIMENTO    *
      * DA CONSULTA COBERTO POR PACOTE; A CONSULTA COBERTA NAO E       *
      * COBRADA DE NOVO NO CAIXA                                       *
      *----------------------------------------------------------------
       FD PACUSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PACUSO.DAT".
       01 REGPACUSO.
          03 CHAVE-PU.
             05 CRM-PU             PIC 9(06).
             05 DATACONS-PU        PIC 9(08).
             05 HORACONS-PU        PIC 9(04).
             05 COD-PROC-PU        PIC 9(04).
          03 NUM-PU                PIC 9(06).
          03 CODPAC-PU             PIC 9(06).
          03 DATA-PU               PIC 9(08).
          03 OPERADOR-PU           PIC X(08).
