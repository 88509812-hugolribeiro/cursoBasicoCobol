      *----------------------------------------------------------------
      * TABELA DE ORIGEM DO PACIENTE (COMO CONHECEU A CLINICA)         *
      * (ARQUIVO INDEXADO ORIGTAB.DAT) - PORTAL, GUIA DO CONVENIO,     *
      * INDICACAO MEDICA, CAMPANHA, FAMILIAR ETC. O CODIGO 01 E O      *
      * PORTAL WEB, GRAVADO AUTOMATICAMENTE NA IMPORTACAO DOS          *
      * AGENDAMENTOS DO PORTAL; CODIGO 00 = ORIGEM NAO INFORMADA       *
      * (CADASTROS ANTERIORES A TABELA)                                *
      *----------------------------------------------------------------
       FD ORIGTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORIGTAB.DAT".
       01 REGORIG.
          03 COD-ORI               PIC 9(02).
          03 DESC-ORI              PIC X(30).
