      *----------------------------------------------------------------
      * MODELOS DE DOCUMENTOS CLINICOS (ARQUIVO INDEXADO DOCMOD.DAT)   *
      * R=RECEITA A=ATESTADO D=DECLARACAO DE COMPARECIMENTO. O TEXTO   *
      * DO MODELO SAI ENTRE O CABECALHO DO PACIENTE E OS DADOS DA      *
      * CONSULTA (MEDICAMENTOS, DIAS DE AFASTAMENTO OU HORARIOS)       *
      *----------------------------------------------------------------
       FD DOCMOD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DOCMOD.DAT".
       01 REGDOCMOD.
          03 COD-DM                PIC 9(03).
          03 TIPO-DM               PIC X(01).
             88 DM-RECEITA         VALUE "R".
             88 DM-ATESTADO        VALUE "A".
             88 DM-DECLARACAO      VALUE "D".
          03 TITULO-DM             PIC X(40).
          03 TEXTO-DM              PIC X(60) OCCURS 5 TIMES.
          03 SIT-DM                PIC X(01).
             88 DM-ATIVO           VALUE "A".
             88 DM-INATIVO         VALUE "I".
