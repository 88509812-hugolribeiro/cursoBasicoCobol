      * CADASTRO DE SALAS DE ATENDIMENTO (ARQUIVO INDEXADO SALATAB.DAT)*
      * A SALA E ESCOLHIDA NO AGENDAMENTO E NAO PODE TER DOIS MEDICOS  *
      * NO MESMO HORARIO; SALAS DE PROCEDIMENTO SAO MARCADAS NO        *
      * INDICADOR PROPRIO; SALA SEM ACESSIBILIDADE (CADEIRA DE RODAS)  *
      * NAO RECEBE PACIENTE COM ALERTA DE MOBILIDADE REDUZIDA          *
      *----------------------------------------------------------------
       FD SALATAB
               LABEL RECORD IS STANDARD
          03 LOCALIZA-SALA         PIC X(30).
          03 PROCED-SALA           PIC X(01).
             88 SALA-PROCED        VALUE "S".
          03 ACESSIVEL-SALA        PIC X(01).
             88 SALA-ACESSIVEL     VALUE "S".
             88 SALA-SEM-ACESSO    VALUE "N".
      *   UNIDADE (FILIAL) ONDE FICA A SALA (CADASTRO UNIDADE)
          03 UNID-SALA             PIC 9(02).
