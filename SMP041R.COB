       AUTHOR. LUCAS GUILHERME LIAS.
      ****************************************
      * RELATORIO DE CONTAS A RECEBER DE      *
      * CONVENIOS (AGING POR LOTE, COM ATRASO *
      * CONTADO A PARTIR DO PRAZO DE          *
      * PAGAMENTO DO CONTRATO DO CONVENIO)    *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
           SELECT CONTRATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-CT
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQAGING.
       01 REGAGING     PIC X(110).
      *
       COPY "CONTRATO.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-ERRO2   PIC X(02) VALUE "00".
       77 ST-ERRO3   PIC X(02) VALUE "00".
       77 ST-ERRO4   PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-SALDO    PIC S9(08)V99 VALUE ZEROS.
       01 W-IDADE    PIC S9(05) VALUE ZEROS.
       01 W-ATRASO   PIC S9(05) VALUE ZEROS.

      *    PRAZO DE PAGAMENTO DO CONTRATO DO CONVENIO; SEM
      *    CONTRATO CADASTRADO (OU SEM PRAZO) VALEM 30 DIAS
       01 TBAGING.
          05 AGI-ENT OCCURS 200 TIMES.
             10 AGI-CODIGO  PIC 9(06).
             10 AGI-PRAZO   PIC 9(03).
             10 AGI-VENC    PIC 9(09)V99.
             10 AGI-A30     PIC 9(09)V99.
             10 AGI-A60     PIC 9(09)V99.
             10 AGI-AMAIS   PIC 9(09)V99.
       01 W-NUMAGI   PIC 9(03) VALUE ZEROS.
       01 W-IXAGI    PIC 9(03) VALUE ZEROS.
       01 W-ACHAGI   PIC 9(03) VALUE ZEROS.

       01 W-TOTVENC  PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTA30   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTA60   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTAMAIS PIC 9(09)V99 VALUE ZEROS.

       01 W-SANO        PIC 9(04) VALUE ZEROS.
       01 W-SQ4         PIC 9(04) VALUE ZEROS.

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "CONVENIO NOME                    PRAZO      A VENC".
           05  FILLER                 PIC X(045) VALUE
           "ER   ATRASO 1-30  ATRASO 31-60 ATRASO + DE 60".

       01  CAB3.
           05  FILLER                 PIC X(050) VALUE
           "-------- ------------------------- --- -----------".
           05  FILLER                 PIC X(045) VALUE
           "-- ------------- ------------- --------------".

       01  DET.
           05  CODCVTX    VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(003) VALUE "   ".
           05  NOMECVTX   VALUE SPACES  PIC X(025).
           05  FILLER                 PIC X(001) VALUE " ".
           05  PRAZOTX    VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  FVENCTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  FA30TX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  FA60TX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  FAMAISTX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINTOT.
           05  FILLER                 PIC X(039) VALUE
           "*** TOTAIS EM ABERTO                   ".
           05  TVENCTX  VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  TA30TX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  TA60TX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  TAMAISTX VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           OPEN INPUT CONTRATO
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT CONTRATO
                 CLOSE CONTRATO
                 OPEN INPUT CONTRATO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONTRATO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
           ACCEPT W-DATAREL FROM DATE YYYYMMDD
           MOVE W-DATAREL TO W-DATACALC
           IF W-ACHAGI = ZEROS
                GO TO APURA-LOOP.

      *    O ATRASO CONTA A PARTIR DO VENCIMENTO DO LOTE, QUE E
      *    A DATA DE GERACAO MAIS O PRAZO DE PAGAMENTO DO CONVENIO
           COMPUTE W-ATRASO = W-IDADE - AGI-PRAZO(W-ACHAGI)
           IF W-ATRASO NOT > ZEROS
                ADD W-SALDO TO AGI-VENC(W-ACHAGI)
           ELSE
                IF W-ATRASO NOT > 30
                     ADD W-SALDO TO AGI-A30(W-ACHAGI)
                ELSE
                     IF W-ATRASO NOT > 60
                          ADD W-SALDO TO AGI-A60(W-ACHAGI)
                     ELSE
                          ADD W-SALDO TO AGI-AMAIS(W-ACHAGI).
           GO TO APURA-LOOP.

       APURA-FIM.
                     MOVE SPACES TO NOMECV.
           MOVE AGI-CODIGO(W-IXAGI) TO CODCVTX
           MOVE NOMECV TO NOMECVTX
           MOVE AGI-PRAZO(W-IXAGI) TO PRAZOTX
           MOVE AGI-VENC(W-IXAGI)  TO FVENCTX
           MOVE AGI-A30(W-IXAGI)   TO FA30TX
           MOVE AGI-A60(W-IXAGI)   TO FA60TX
           MOVE AGI-AMAIS(W-IXAGI) TO FAMAISTX
           WRITE REGAGING FROM DET
           ADD AGI-VENC(W-IXAGI)  TO W-TOTVENC
           ADD AGI-A30(W-IXAGI)   TO W-TOTA30
           ADD AGI-A60(W-IXAGI)   TO W-TOTA60
           ADD AGI-AMAIS(W-IXAGI) TO W-TOTAMAIS
           ADD 1 TO W-IXAGI
           GO TO IMPR-LOOP.
       IMPR-FIM.
           MOVE SPACES TO REGAGING
           WRITE REGAGING
           MOVE W-TOTVENC  TO TVENCTX
           MOVE W-TOTA30   TO TA30TX
           MOVE W-TOTA60   TO TA60TX
           MOVE W-TOTAMAIS TO TAMAISTX
           WRITE REGAGING FROM LINTOT.

           CLOSE FATLOTE CADCONV CONTRATO.
           MOVE "*** RELATORIO DE CONTAS A RECEBER GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
                GO TO BUSCA-AGI-FIM.
           ADD 1 TO W-NUMAGI
           MOVE CODIGO-FL TO AGI-CODIGO(W-NUMAGI)
           MOVE ZEROS TO AGI-VENC(W-NUMAGI) AGI-A30(W-NUMAGI)
           MOVE ZEROS TO AGI-A60(W-NUMAGI) AGI-AMAIS(W-NUMAGI)
           MOVE 30 TO AGI-PRAZO(W-NUMAGI)
           MOVE CODIGO-FL TO CODIGO-CT
           READ CONTRATO
               INVALID KEY
                  NEXT SENTENCE
               NOT INVALID KEY
                  IF PRAZOPG-CT NOT = ZEROS
                       MOVE PRAZOPG-CT TO AGI-PRAZO(W-NUMAGI).
           MOVE W-NUMAGI TO W-ACHAGI.
       BUSCA-AGI-FIM.
           EXIT.
