      *----------------------------------------------------------------
      * SERIES DE SESSOES AGENDADAS (ARQUIVO INDEXADO SERIEAG.DAT)     *
      * UM REGISTRO POR OCORRENCIA: NUMERO DA SERIE (SERIE "AGSERIE"  *
      * DO NUMCTL) + SEQUENCIA, COM A CHAVE DA CONSULTA NA AGENDA. A  *
      * SERIE E MOVIDA OU CANCELADA INTEIRA PELO AGENDAMENTO           *
      *----------------------------------------------------------------
       FD SERIEAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SERIEAG.DAT".
       01 REGSERIEAG.
          03 CHAVE-SA.
             05 NUM-SA             PIC 9(06).
             05 SEQ-SA             PIC 9(02).
          03 CRM-SA                PIC 9(06).
          03 DATA-SA               PIC 9(08).
          03 HORA-SA               PIC 9(04).
          03 CODPAC-SA             PIC 9(06).
          03 DATAREG-SA            PIC 9(08).
          03 SIT-SA                PIC X(01).
             88 SA-ATIVA           VALUE "A".
             88 SA-CANCELADA       VALUE "C".
