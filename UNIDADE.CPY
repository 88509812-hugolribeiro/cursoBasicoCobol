      *----------------------------------------------------------------
      * CADASTRO DE UNIDADES (FILIAIS) DA CLINICA (UNIDADE.DAT)        *
      * CADA SALA PERTENCE A UMA UNIDADE; OS AGENDAMENTOS, OS TURNOS   *
      * DE CAIXA E OS RECIBOS SAO CARIMBADOS COM A UNIDADE PARA OS     *
      * RELATORIOS APURAREM TOTAIS POR UNIDADE E O CONSOLIDADO         *
      *----------------------------------------------------------------
       FD UNIDADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "UNIDADE.DAT".
       01 REGUNID.
          03 COD-UN                PIC 9(02).
          03 NOME-UN               PIC X(30).
          03 ENDERECO-UN           PIC X(40).
          03 SIT-UN                PIC X(01).
             88 UN-ATIVA           VALUE "A".
             88 UN-INATIVA         VALUE "I".
