      *----------------------------------------------------------------
      * CREDENCIAMENTO DO MEDICO NO CONVENIO (ARQUIVO CREDMED.DAT)     *
      * UMA SOLICITACAO POR MEDICO, CONVENIO E DATA DO PEDIDO; A       *
      * APROVACAO GRAVA A ACEITACAO EM CADMEDCONV COM AS DATAS DE      *
      * INICIO E FIM DA VIGENCIA                                       *
      *----------------------------------------------------------------
       FD CREDMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CREDMED.DAT".
       01 REGCREDMED.
          03 CHAVE-CR.
             05 CRM-CR             PIC 9(06).
             05 CODIGO-CR          PIC 9(06).
             05 DATASOL-CR         PIC 9(08).
      *   DOCUMENTOS ENVIADOS AO CONVENIO E DATA DO ENVIO
          03 DOCS-CR               PIC X(50).
          03 DATADOC-CR            PIC 9(08).
          03 SIT-CR                PIC X(01).
             88 CR-ANALISE         VALUE "A".
             88 CR-APROVADO        VALUE "P".
             88 CR-NEGADO          VALUE "N".
          03 DATASIT-CR            PIC 9(08).
      *   VIGENCIA DA ACEITACAO (FIM ZERADO = SEM PRAZO)
          03 INICIO-CR             PIC 9(08).
          03 FIM-CR                PIC 9(08).
          03 OBS-CR                PIC X(40).
          03 OPERADOR-CR           PIC X(08).
