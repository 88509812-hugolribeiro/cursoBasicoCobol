      *----------------------------------------------------------------
      * SAIDAS DE MATERIAL POR LOTE (ARQUIVO INDEXADO MATUSO.DAT)      *
      * UMA LINHA POR LOTE CONSUMIDO EM CADA PROCEDIMENTO LANCADO NO   *
      * CHECK-OUT, COM O PACIENTE; A CHAVE COMECA PELO MATERIAL E      *
      * LOTE PARA O RASTREIO DOS PACIENTES EM CASO DE RECOLHIMENTO     *
      *----------------------------------------------------------------
       FD MATUSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MATUSO.DAT".
       01 REGMATUSO.
          03 CHAVE-MU.
             05 COD-MAT-MU         PIC 9(04).
             05 LOTE-MU            PIC X(15).
             05 VALIDADE-MU        PIC 9(08).
             05 CRM-MU             PIC 9(06).
             05 DATACONS-MU        PIC 9(08).
             05 HORACONS-MU        PIC 9(04).
             05 SEQ-MU             PIC 9(02).
          03 CODPAC-MU             PIC 9(06).
          03 COD-PROC-MU           PIC 9(04).
          03 QTD-MU                PIC 9(05)V99.
