          03 CHAVE-MC.
             05 CRM-MC            PIC 9(06).
             05 CODIGO-MC         PIC 9(06).
      *   VIGENCIA DA ACEITACAO (ZEROS = SEM LIMITE)
          03 INICIO-MC            PIC 9(08).
          03 FIM-MC               PIC 9(08).

       FD CADPAC
               LABEL RECORD IS STANDARD
             88 PAC-CONSENTIU9     VALUE "S".
             88 PAC-NEGOU9         VALUE "N".
          03 DATACONSENT-PAC9      PIC 9(08).
      *   CARTEIRINHA DO CONVENIO (NUMERO, TITULAR OU DEPENDENTE
      *   E VALIDADE) E ELEGIBILIDADE APURADA NA IMPORTACAO DO
      *   ARQUIVO MENSAL DE BENEFICIARIOS DO CONVENIO
          03 CARTEIRA-PAC9         PIC X(20).
          03 TITULAR-PAC9          PIC X(01).
             88 PAC-TITULAR9       VALUE "T".
             88 PAC-DEPENDENTE9    VALUE "D".
          03 VALIDCART-PAC9        PIC 9(08).
          03 ELEGIV-PAC9           PIC X(01).
             88 PAC-ELEGIVEL9      VALUE "S".
             88 PAC-FORA-ARQUIVO9  VALUE "N".
          03 DATAELEG-PAC9         PIC 9(08).
      *   ORIGEM DO PACIENTE (COMO CONHECEU A CLINICA, TABELA
      *   ORIGTAB) E DATA DO CADASTRO, BASE DO RETORNO DA CAPTACAO
          03 ORIGEM-PAC9           PIC 9(02).
             88 PAC-ORIGEM-PORTAL9 VALUE 01.
          03 DATACAD-PAC9          PIC 9(08).

      *
      *-----------------------------------------------------------------
