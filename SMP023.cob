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
      *
       COPY "CONVPAR.CPY".
      *
       FD FATEXP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQEXP.
       01 REGEXP       PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
           05  DET1-HORA  PIC 9(04).
           05  DET1-VALOR PIC 9(10).
           05  DET1-AUTOR PIC X(12).
           05  DET1-CART  PIC X(20).
           05  DET1-TIT   PIC X(01).

       01  EXPTRL1.
           05  FILLER     PIC X(02) VALUE "90".
           05  DET2-CRM   PIC 9(06).
           05  DET2-VALOR PIC 9(10).
           05  DET2-AUTOR PIC X(12).
           05  DET2-CART  PIC X(20).
           05  DET2-TIT   PIC X(01).

       01  EXPTRL2.
           05  FILLER     PIC X(02) VALUE "09".
           MOVE CODPAC-FI TO CODPAC2
           READ CADPAC
                INVALID KEY
                     MOVE SPACES TO NOMEPC CARTEIRA-PAC TITULAR-PAC.

           COMPUTE W-VALCENT = VALOR-FI * 100
           ADD W-VALCENT TO W-TOTCENT
                MOVE CRM-FI      TO DET2-CRM
                MOVE W-VALCENT   TO DET2-VALOR
                MOVE SENHA-FI    TO DET2-AUTOR
                MOVE CARTEIRA-PAC TO DET2-CART
                MOVE TITULAR-PAC  TO DET2-TIT
                WRITE REGEXP FROM EXPDET2
           ELSE
                MOVE SEQ-FI      TO DET1-SEQ
                MOVE HORACONS-FI TO DET1-HORA
                MOVE W-VALCENT   TO DET1-VALOR
                MOVE SENHA-FI    TO DET1-AUTOR
                MOVE CARTEIRA-PAC TO DET1-CART
                MOVE TITULAR-PAC  TO DET1-TIT
                WRITE REGEXP FROM EXPDET1.
           GO TO EXP-ITENS-LOOP.

