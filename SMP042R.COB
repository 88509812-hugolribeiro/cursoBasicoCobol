       AUTHOR. LUCAS GUILHERME LIAS.
      ****************************************
      * FECHAMENTO DE CAIXA DO DIA            *
      * (RECIBOS POR FORMA E OPERADOR, COM    *
      *  TOTAIS POR UNIDADE E CONSOLIDADO)    *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
           SELECT UNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-UN
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       COPY "RECIBO.CPY".
      *
       COPY "AGENDA.CPY".
      *
       COPY "UNIDADE.CPY".
      *
       FD CADCAIXA
               LABEL RECORD IS STANDARD
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-ERRO2   PIC X(02) VALUE "00".
       77 ST-ERRO3   PIC X(02) VALUE "00".
       77 ST-ERRO4   PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-ACHOPR   PIC 9(02) VALUE ZEROS.
       01 W-IXPG     PIC 9(01) VALUE ZEROS.

      *    TOTAIS POR UNIDADE (FILIAL): A POSICAO E O CODIGO DA
      *    UNIDADE MAIS UM (A PRIMEIRA E A DOS SEM UNIDADE)
       01 TBUNI.
          05 UNI-ENT OCCURS 100 TIMES.
             10 UNI-NOME   PIC X(15).
             10 UNI-QTDREC PIC 9(05).
             10 UNI-QTDREAL PIC 9(05).
             10 UNI-DIN    PIC 9(08)V99.
             10 UNI-CAR    PIC 9(08)V99.
             10 UNI-CHQ    PIC 9(08)V99.
             10 UNI-TOT    PIC 9(09)V99.
       01 W-IXUNI    PIC 9(03) VALUE ZEROS.

       01  CAB1.
           05  FILLER                 PIC X(046) VALUE
           "FATEC - ZONA LESTE  *** FECHAMENTO DE CAIXA **".
           "*** TOTAL DO CAIXA ***    ".
           05  TOTGTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  CABUNI1      PIC X(050) VALUE
           "*** TOTAIS POR UNIDADE ***".

       01  CABUNI2.
           05  FILLER                 PIC X(045) VALUE
           "UN NOME           RECIBOS  REALIZ.      DINHE".
           05  FILLER                 PIC X(045) VALUE
           "IRO        CARTAO        CHEQUE         TOTAL".

       01  LINUNI.
           05  UNITX      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMEUNTX   VALUE SPACES  PIC X(015).
           05  FILLER                 PIC X(002) VALUE "  ".
           05  QTDUNTX    VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(004) VALUE "    ".
           05  REALUNTX   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DINUNTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CARUNTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CHQUNTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  TOTUNTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT042.
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           PERFORM CARGA-UNIDADE THRU CARGA-UNIDADE-FIM.
      *
           ACCEPT W-DATAREL FROM DATE YYYYMMDD
           STRING "FECHCAIXA" DELIMITED BY SIZE
                  GO TO APURA-FIM.
           IF DATA-REC NOT = W-DATACAIXA
                GO TO APURA-LOOP.
           IF REC-ESTORNADO
                GO TO APURA-LOOP.

           COMPUTE W-IXUNI = UNID-REC + 1
           ADD 1 TO W-QTDREC UNI-QTDREC(W-IXUNI)
           ADD VALOR-REC TO W-TOTGERAL UNI-TOT(W-IXUNI)
      *    RECIBOS COM LINHAS DE PAGAMENTO ENTRAM NO CAIXA
      *    PELO VALOR DE CADA FORMA COMPONENTE; RECIBOS
      *    ANTIGOS (LINHAS ZERADAS) VALEM PELA FORMA-REC
                PERFORM APURA-FORMAS THRU APURA-FORMAS-FIM
           ELSE
                IF REC-DINHEIRO
                     ADD VALOR-REC TO W-TOTDIN UNI-DIN(W-IXUNI)
                ELSE
                     IF REC-CARTAO
                          ADD VALOR-REC TO W-TOTCAR UNI-CAR(W-IXUNI)
                     ELSE
                          ADD VALOR-REC TO W-TOTCHQ UNI-CHQ(W-IXUNI).

           PERFORM BUSCA-OPER THRU BUSCA-OPER-FIM
           IF W-ACHOPR > ZEROS
                GO TO REAL-LOOP.
           IF NOT AGE-REALIZADA
                GO TO REAL-LOOP.
           COMPUTE W-IXUNI = UNID-AGE + 1
           ADD 1 TO W-QTDREAL UNI-QTDREAL(W-IXUNI)
           GO TO REAL-LOOP.

       IMPRIME-CAIXA.
           MOVE W-TOTGERAL TO TOTGTX
           WRITE REGCAIXA FROM LINTOT.

           MOVE SPACES TO REGCAIXA
           WRITE REGCAIXA
           WRITE REGCAIXA FROM CABUNI1
           WRITE REGCAIXA FROM CABUNI2
           MOVE 1 TO W-IXUNI.
       IMPRIME-UNI-LOOP.
           IF W-IXUNI > 100
                GO TO IMPRIME-CONSOL.
           IF UNI-QTDREC(W-IXUNI) = ZEROS
              AND UNI-QTDREAL(W-IXUNI) = ZEROS
                ADD 1 TO W-IXUNI
                GO TO IMPRIME-UNI-LOOP.
           COMPUTE UNITX = W-IXUNI - 1
           MOVE UNI-NOME(W-IXUNI)    TO NOMEUNTX
           MOVE UNI-QTDREC(W-IXUNI)  TO QTDUNTX
           MOVE UNI-QTDREAL(W-IXUNI) TO REALUNTX
           MOVE UNI-DIN(W-IXUNI)     TO DINUNTX
           MOVE UNI-CAR(W-IXUNI)     TO CARUNTX
           MOVE UNI-CHQ(W-IXUNI)     TO CHQUNTX
           MOVE UNI-TOT(W-IXUNI)     TO TOTUNTX
           WRITE REGCAIXA FROM LINUNI
           ADD 1 TO W-IXUNI
           GO TO IMPRIME-UNI-LOOP.

       IMPRIME-CONSOL.
           MOVE ZEROS         TO UNITX
           MOVE "CONSOLIDADO" TO NOMEUNTX
           MOVE W-QTDREC      TO QTDUNTX
           MOVE W-QTDREAL     TO REALUNTX
           MOVE W-TOTDIN      TO DINUNTX
           MOVE W-TOTCAR      TO CARUNTX
           MOVE W-TOTCHQ      TO CHQUNTX
           MOVE W-TOTGERAL    TO TOTUNTX
           WRITE REGCAIXA FROM LINUNI.

           CLOSE RECIBO AGENDA.
           MOVE "*** FECHAMENTO DE CAIXA GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
                ADD 1 TO W-IXPG
                GO TO APURA-FORMAS-LOOP.
           IF FORMA-PG(W-IXPG) = "D"
                ADD VALOR-PG(W-IXPG) TO W-TOTDIN UNI-DIN(W-IXUNI)
           ELSE
                IF FORMA-PG(W-IXPG) = "C"
                     ADD VALOR-PG(W-IXPG) TO W-TOTCAR UNI-CAR(W-IXUNI)
                ELSE
                     ADD VALOR-PG(W-IXPG) TO W-TOTCHQ UNI-CHQ(W-IXUNI).
           ADD 1 TO W-IXPG
           GO TO APURA-FORMAS-LOOP.
       APURA-FORMAS-FIM.
       BUSCA-OPER-FIM.
           EXIT.
      *
      ***************************************************
      * NOMES DAS UNIDADES NA TABELA DE TOTAIS; SEM O    *
      * CADASTRO AS LINHAS SAEM SO COM O CODIGO          *
      ***************************************************
      *
       CARGA-UNIDADE.
           MOVE SPACES TO TBUNI
           MOVE 1 TO W-IXUNI.
       CARGA-UNIDADE-ZERA.
           MOVE ZEROS TO UNI-QTDREC(W-IXUNI) UNI-QTDREAL(W-IXUNI)
                         UNI-DIN(W-IXUNI) UNI-CAR(W-IXUNI)
                         UNI-CHQ(W-IXUNI) UNI-TOT(W-IXUNI)
           IF W-IXUNI < 100
                ADD 1 TO W-IXUNI
                GO TO CARGA-UNIDADE-ZERA.
           MOVE "SEM UNIDADE" TO UNI-NOME(1)
           OPEN INPUT UNIDADE
           IF ST-ERRO4 NOT = "00"
                GO TO CARGA-UNIDADE-FIM.
           MOVE ZEROS TO COD-UN
           START UNIDADE KEY IS NOT LESS COD-UN
               INVALID KEY
                  GO TO CARGA-UNIDADE-FECHA.
       CARGA-UNIDADE-LOOP.
           READ UNIDADE NEXT
               AT END
                  GO TO CARGA-UNIDADE-FECHA.
           COMPUTE W-IXUNI = COD-UN + 1
           MOVE NOME-UN TO UNI-NOME(W-IXUNI)
           GO TO CARGA-UNIDADE-LOOP.
       CARGA-UNIDADE-FECHA.
           CLOSE UNIDADE.
       CARGA-UNIDADE-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
