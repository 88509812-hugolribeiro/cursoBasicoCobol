      *----------------------------------------------------------------
      * DOCUMENTOS CLINICOS EMITIDOS (ARQUIVO INDEXADO DOCEMIT.DAT)    *
      * NUMERO SEQUENCIAL DA SERIE "DOCUM" DO NUMCTL; A CHAVE          *
      * ALTERNATIVA E A DO PRONTUARIO (PACIENTE + DATA DA CONSULTA +   *
      * CRM) PARA LOCALIZAR E REIMPRIMIR OS DOCUMENTOS DA CONSULTA     *
      *----------------------------------------------------------------
       FD DOCEMIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DOCEMIT.DAT".
       01 REGDOCEMIT.
          03 NUM-DE                PIC 9(06).
          03 CHAVE-PRT-DE.
             05 CODPAC-DE          PIC 9(06).
             05 DATACONS-DE        PIC 9(08).
             05 CRM-DE             PIC 9(06).
          03 TIPO-DE               PIC X(01).
             88 DE-RECEITA         VALUE "R".
             88 DE-ATESTADO        VALUE "A".
             88 DE-DECLARACAO      VALUE "D".
          03 COD-DM-DE             PIC 9(03).
      *   ATESTADO: DIAS DE AFASTAMENTO E CID (SO COM AUTORIZACAO
      *   DO PACIENTE)
          03 DIAS-DE               PIC 9(03).
          03 CID-DE                PIC X(05).
      *   DECLARACAO: HORARIOS DE CHEGADA E TERMINO DA AGENDA
          03 HORACHEG-DE           PIC 9(04).
          03 HORATERM-DE           PIC 9(04).
      *   RECEITA: ATE SEIS MEDICAMENTOS DO CATALOGO
          03 ITEM-DE               OCCURS 6 TIMES.
             05 COD-FM-DE          PIC 9(05).
             05 QTDE-DE            PIC X(15).
             05 POSOL-DE           PIC X(40).
          03 DATA-DE               PIC 9(08).
          03 OPERADOR-DE           PIC X(08).
          03 QTDIMP-DE             PIC 9(02).
