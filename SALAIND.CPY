      *----------------------------------------------------------------
      * PERIODOS DE INDISPONIBILIDADE DAS SALAS (ARQUIVO SALAIND.DAT)  *
      * MANUTENCAO PREVENTIVA OU CORRETIVA DE EQUIPAMENTO, REFORMA,    *
      * ETC; CHAVE SALA + INICIO. O AGENDAMENTO RECUSA A SALA NO       *
      * PERIODO E A GRADE DE HORARIOS LIVRES NAO MOSTRA OS HORARIOS    *
      *----------------------------------------------------------------
       FD SALAIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALAIND.DAT".
       01 REGSALAIND.
          03 CHAVE-SI.
             05 COD-SALA-SI        PIC 9(02).
             05 DATAINI-SI         PIC 9(08).
             05 HORAINI-SI         PIC 9(04).
          03 DATAFIM-SI            PIC 9(08).
          03 HORAFIM-SI            PIC 9(04).
      *   EQUIPAMENTO DA SALA EM MANUTENCAO (ZERO = A SALA TODA)
          03 COD-EQ-SI             PIC 9(03).
          03 TIPO-SI               PIC X(01).
             88 SI-PREVENTIVA      VALUE "P".
             88 SI-CORRETIVA       VALUE "C".
             88 SI-OUTROS          VALUE "O".
          03 MOTIVO-SI             PIC X(30).
