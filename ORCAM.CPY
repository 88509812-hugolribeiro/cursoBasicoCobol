      *----------------------------------------------------------------
      * ORCAMENTOS DE PROCEDIMENTOS PARA PACIENTE PARTICULAR           *
      * (ARQUIVO INDEXADO ORCAM.DAT) - NUMERADOS PELO NUMCTL; ACEITO   *
      * DENTRO DA VALIDADE, O ORCAMENTO VIRA AGENDAMENTO E OS ITENS    *
      * VAO PARA A ATDPROC PELOS VALORES ORCADOS                       *
      *----------------------------------------------------------------
       FD ORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCAM.DAT".
       01 REGORCAM.
          03 NUM-OR                PIC 9(06).
          03 DATA-OR               PIC 9(08).
          03 VALID-OR              PIC 9(08).
          03 CRM-OR                PIC 9(06).
          03 CODPAC-OR             PIC 9(06).
      *   CONSULTA PELO PRECO PADRAO DO MEDICO (ZERO = ORCAMENTO
      *   SO DE PROCEDIMENTOS)
          03 VALCONS-OR            PIC 9(06)V99.
          03 QTDITEM-OR            PIC 9(02).
          03 ITENS-OR.
             05 ITEM-OR OCCURS 10 TIMES.
                07 COD-PROC-OR     PIC 9(04).
                07 VALOR-ITEM-OR   PIC 9(06)V99.
          03 TOTAL-OR              PIC 9(07)V99.
          03 OPERADOR-OR           PIC X(08).
          03 SIT-OR                PIC X(01).
             88 OR-EMITIDO         VALUE "E".
             88 OR-ACEITO          VALUE "A".
             88 OR-CANCELADO       VALUE "C".
      *   ACEITE: DATA EM QUE VIROU AGENDAMENTO E DATA/HORA DA
      *   CONSULTA MARCADA (COM CRM-OR FORMAM A CHAVE DA AGENDA)
          03 DATAACE-OR            PIC 9(08).
          03 DATACONS-OR           PIC 9(08).
          03 HORACONS-OR           PIC 9(04).
