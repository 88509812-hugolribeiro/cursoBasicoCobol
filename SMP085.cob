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
       COPY "RECIBO.CPY".
       COPY "NUMCTL.CPY".
       01 W-VALPAGO     PIC 9(06)V99 VALUE ZEROS.
       01 W-FORMAPG     PIC X(01) VALUE SPACES.
       01 W-TURNOAB     PIC 9(06) VALUE ZEROS.
       01 W-UNIDTU      PIC 9(02) VALUE ZEROS.
       01 W-PROXREC     PIC 9(06) VALUE ZEROS.
       01 W-IXPG        PIC 9(01) VALUE ZEROS.
       01 CONLIN        PIC 9(02) VALUE ZEROS.
          03 LINDEB-SAL  PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINDEB-SIT  PIC X(01).
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINDEB-BOL  PIC Z(10).

       01  CABSAL1      PIC X(060) VALUE
           "FATEC - ZONA LESTE  *** SALDOS DEVEDORES EM ABERTO ***".
           MOVE VALOR-DB TO LINDEB-VAL
           MOVE SALDO-DB TO LINDEB-SAL
           MOVE SIT-DB   TO LINDEB-SIT
           MOVE NOSSONUM-DB TO LINDEB-BOL
           DISPLAY (CONLIN, 03) LINDEB
           ADD 1 TO CONLIN
           IF CONLIN > 18
           MOVE ZEROS         TO VALOR-PG(2) VALOR-PG(3)
           MOVE SPACE         TO NFSE-REC
           MOVE W-TURNOAB     TO TURNO-REC
           MOVE W-UNIDTU      TO UNID-REC
           MOVE SPACE         TO SIT-REC NFSECANC-REC TIPO-REC
           MOVE SPACES        TO MOTEST-REC SUPEST-REC
           MOVE ZEROS         TO DATAEST-REC
           WRITE REGRECIBO
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO RECIBO" TO MENS
      ***************************************************
      *
       ACHA-TURNO.
           MOVE ZEROS TO W-TURNOAB W-UNIDTU
           MOVE ZEROS TO SEQ-TU
           START TURNO KEY IS NOT LESS SEQ-TU
                INVALID KEY
                AT END
                     GO TO ACHA-TURNO-FIM.
           IF TU-ABERTO AND OPERADOR-TU = W-OPERADOR
                MOVE SEQ-TU TO W-TURNOAB
                MOVE UNID-TU TO W-UNIDTU.
           GO TO ACHA-TURNO-LOOP.
       ACHA-TURNO-FIM.
           EXIT.
