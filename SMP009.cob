             88 PAC-CONSENTIU      VALUE "S".
             88 PAC-NEGOU          VALUE "N".
          03 DATACONSENT-PAC       PIC 9(08).
      *   CARTEIRINHA DO CONVENIO (NUMERO, TITULAR OU DEPENDENTE
      *   E VALIDADE) E ELEGIBILIDADE APURADA NA IMPORTACAO DO
      *   ARQUIVO MENSAL DE BENEFICIARIOS DO CONVENIO
          03 CARTEIRA-PAC          PIC X(20).
          03 TITULAR-PAC           PIC X(01).
             88 PAC-TITULAR        VALUE "T".
             88 PAC-DEPENDENTE     VALUE "D".
          03 VALIDCART-PAC         PIC 9(08).
          03 ELEGIV-PAC            PIC X(01).
             88 PAC-ELEGIVEL       VALUE "S".
             88 PAC-FORA-ARQUIVO   VALUE "N".
          03 DATAELEG-PAC          PIC 9(08).
      *   ORIGEM DO PACIENTE (COMO CONHECEU A CLINICA, TABELA
      *   ORIGTAB) E DATA DO CADASTRO, BASE DO RETORNO DA CAPTACAO
          03 ORIGEM-PAC            PIC 9(02).
             88 PAC-ORIGEM-PORTAL  VALUE 01.
          03 DATACAD-PAC           PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
