      *----------------------------------------------------------------
      * PESQUISA DE SATISFACAO POS-CONSULTA (ARQUIVO PESQUISA.DAT)     *
      * UMA POR CONSULTA REALIZADA ENVIADA AO SERVICO DE MENSAGENS     *
      * (PACIENTE COM CONSENTIMENTO LGPD); A IMPORTACAO DAS RESPOSTAS  *
      * GRAVA A NOTA DE RECOMENDACAO (0 A 10, BASE DO NPS), AS NOTAS   *
      * DA RECEPCAO, DO TEMPO DE ESPERA E DO MEDICO E O COMENTARIO     *
      *----------------------------------------------------------------
       FD PESQUISA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PESQUISA.DAT".
       01 REGPESQ.
      *   MESMA CHAVE DA CONSULTA NA AGENDA
          03 CHAVE-PQ.
             05 CRM-PQ             PIC 9(06).
             05 DATACONS-PQ        PIC 9(08).
             05 HORACONS-PQ        PIC 9(04).
          03 CODPAC-PQ             PIC 9(06).
          03 CODIGO-PQ             PIC 9(06).
          03 DATAENV-PQ            PIC 9(08).
          03 SIT-PQ                PIC X(01).
             88 PQ-ENVIADA         VALUE "E".
             88 PQ-RESPONDIDA      VALUE "R".
          03 DATARESP-PQ           PIC 9(08).
          03 NOTA-PQ               PIC 9(02).
          03 NOTAREC-PQ            PIC 9(02).
          03 NOTAESP-PQ            PIC 9(02).
          03 NOTAMED-PQ            PIC 9(02).
          03 COMENT-PQ             PIC X(60).
