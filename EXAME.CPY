      *----------------------------------------------------------------
      * PEDIDOS DE EXAME DA CONSULTA (ARQUIVO INDEXADO EXAME.DAT)      *
      * CHAVE DO PRONTUARIO (PACIENTE + DATA DA CONSULTA + CRM) MAIS   *
      * SEQUENCIA; O MEDICO PEDE NO PRONTUARIO E A RECEPCAO REGISTRA   *
      * A CHEGADA DO RESULTADO. PENDENTE AVISA NO AGENDAMENTO DE       *
      * RETORNO                                                        *
      *----------------------------------------------------------------
       FD EXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXAME.DAT".
       01 REGEXAME.
          03 CHAVE-EX.
             05 CODPAC-EX          PIC 9(06).
             05 DATACONS-EX        PIC 9(08).
             05 CRM-EX             PIC 9(06).
             05 SEQ-EX             PIC 9(02).
          03 COD-EXA-EX            PIC 9(05).
          03 DATAPED-EX            PIC 9(08).
          03 LAB-EX                PIC X(20).
          03 DATARES-EX            PIC 9(08).
          03 SIT-EX                PIC X(01).
             88 EX-PENDENTE        VALUE "P".
             88 EX-RECEBIDO        VALUE "R".
             88 EX-CANCELADO       VALUE "C".
          03 OPERADOR-EX           PIC X(08).
