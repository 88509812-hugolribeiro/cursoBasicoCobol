      *----------------------------------------------------------------
      * EQUIPAMENTOS DAS SALAS DE ATENDIMENTO (ARQUIVO EQUIPSAL.DAT)   *
      * CHAVE SALA + CODIGO DO EQUIPAMENTO; A PREVENTIVA SE REPETE A   *
      * CADA INTERVALO EM MESES A PARTIR DA ULTIMA (A PROXIMA E        *
      * RECALCULADA QUANDO UM PERIODO DE PREVENTIVA DO EQUIPAMENTO E   *
      * LANCADO NO SALAIND)                                            *
      *----------------------------------------------------------------
       FD EQUIPSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EQUIPSAL.DAT".
       01 REGEQUIP.
          03 CHAVE-EQ.
             05 COD-SALA-EQ        PIC 9(02).
             05 COD-EQ             PIC 9(03).
          03 DESC-EQ               PIC X(30).
      *   NUMERO DE SERIE OU PLAQUETA DE PATRIMONIO
          03 SERIE-EQ              PIC X(20).
      *   INTERVALO DA PREVENTIVA EM MESES (ZERO = SEM PREVENTIVA)
          03 INTERV-EQ             PIC 9(02).
          03 ULTPREV-EQ            PIC 9(08).
          03 PROXPREV-EQ           PIC 9(08).
          03 SIT-EQ                PIC X(01).
             88 EQ-ATIVO           VALUE "A".
             88 EQ-INATIVO         VALUE "I".
