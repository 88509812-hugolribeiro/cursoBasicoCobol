      *  LIMITE DIARIO X DIAS UTEIS -, MARCADAS,        *
      *  REALIZADAS, CANCELADAS E FALTAS, PERCENTUAL DE *
      *  OCUPACAO E RANKING DAS AGENDAS MAIS OCIOSAS    *
      *  COM A ESPECIALIDADE DE CADA MEDICO; TOTAIS     *
      *  POR UNIDADE E CONSOLIDADO)                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
           SELECT UNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-UN
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       COPY "FERTAB.CPY".
       COPY "ESPTAB.CPY".
       COPY "UNIDADE.CPY".
      *
       FD CADOCUP
               LABEL RECORD IS STANDARD
       77 ST-ERRO3   PIC X(02) VALUE "00".
       77 ST-ERRO4   PIC X(02) VALUE "00".
       77 ST-ERRO5   PIC X(02) VALUE "00".
       77 ST-ERRO6   PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-IXVAR    PIC 9(03) VALUE ZEROS.
       01 W-ENTTROCA PIC X(40) VALUE SPACES.

      *    TOTAIS POR UNIDADE (FILIAL): A POSICAO E O CODIGO DA
      *    UNIDADE MAIS UM (A PRIMEIRA E A DOS SEM UNIDADE); A
      *    CAPACIDADE E DO MEDICO, POR ISSO O PERCENTUAL DA
      *    UNIDADE E SOBRE A CAPACIDADE TOTAL DA CLINICA
       01 TBUNI.
          05 UNI-ENT OCCURS 100 TIMES.
             10 UNI-NOME    PIC X(20).
             10 UNI-MARC    PIC 9(05).
             10 UNI-REAL    PIC 9(05).
             10 UNI-CANC    PIC 9(05).
             10 UNI-FALTA   PIC 9(05).
       01 W-IXUNI    PIC 9(03) VALUE ZEROS.
       01 W-TOTCAP   PIC 9(07) VALUE ZEROS.
       01 W-TOTMARC  PIC 9(06) VALUE ZEROS.
       01 W-TOTREAL  PIC 9(06) VALUE ZEROS.
       01 W-TOTCANC  PIC 9(06) VALUE ZEROS.
       01 W-TOTFALTA PIC 9(06) VALUE ZEROS.

       01  CAB1.
           05  FILLER                 PIC X(044) VALUE
           "FATEC - ZONA LESTE  *** OCUPACAO DAS AGENDAS".
           05  FILLER                 PIC X(002) VALUE "  ".
           05  PERCTX     VALUE ZEROS  PIC ZZ9,99.

       01  CABUNI1      PIC X(060) VALUE
           "TOTAIS POR UNIDADE (OCUP% SOBRE A CAPACIDADE TOTAL)".

       01  CABUNI2.
           05  FILLER                 PIC X(036) VALUE
           "UN     UNIDADE                CAPAC ".
           05  FILLER                 PIC X(036) VALUE
           "  MARC   REAL   CANC  FALTA   OCUP%".

       01  LINUNI.
           05  UNITX      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  NOMEUNTX   VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CAPUNTX    VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  MARCUNTX   VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  REALUNTX   VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CANCUNTX   VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  FALTUNTX   VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  PERCUNTX   VALUE ZEROS  PIC ZZ9,99.

       01  CABRANK      PIC X(060) VALUE
           "RANKING DAS AGENDAS MAIS OCIOSAS (POR ESPECIALIDADE)".

                 CLOSE AGENDA CADMED FERTAB
                 GO TO ROT-FIMP.

           PERFORM CARGA-UNIDADE THRU CARGA-UNIDADE-FIM
           COMPUTE W-ANOMESREF = W-ANOREF * 100 + W-MESREF
           PERFORM CONTA-DIAS-UTEIS THRU CONTA-DIAS-UTEIS-FIM
           MOVE ZEROS TO W-NUMOCU.
           PERFORM BUSCA-OCU THRU BUSCA-OCU-FIM
           IF W-ACHOCU = ZEROS
                GO TO APURA-LOOP.
           COMPUTE W-IXUNI = UNID-AGE + 1
           ADD 1 TO OCU-MARC(W-ACHOCU) UNI-MARC(W-IXUNI) W-TOTMARC
           IF AGE-REALIZADA
                ADD 1 TO OCU-REAL(W-ACHOCU) UNI-REAL(W-IXUNI)
                         W-TOTREAL.
           IF AGE-CANCELADA
                ADD 1 TO OCU-CANC(W-ACHOCU) UNI-CANC(W-IXUNI)
                         W-TOTCANC.
           IF AGE-FALTA
                ADD 1 TO OCU-FALTA(W-ACHOCU) UNI-FALTA(W-IXUNI)
                         W-TOTFALTA.
           GO TO APURA-LOOP.

       CALCULA.
       CALCULA-LOOP.
           IF W-IXOCU > W-NUMOCU
                GO TO IMPRIME.
           ADD OCU-CAP(W-IXOCU) TO W-TOTCAP
           IF OCU-CAP(W-IXOCU) > ZEROS
                COMPUTE OCU-PERC(W-IXOCU) ROUNDED
                    = (OCU-MARC(W-IXOCU) - OCU-CANC(W-IXOCU))
           MOVE 1 TO W-IXOCU.
       IMPRIME-LOOP.
           IF W-IXOCU > W-NUMOCU
                GO TO IMPRIME-UNI.
           MOVE OCU-CRM(W-IXOCU) TO CRM2
           READ CADMED
                INVALID KEY
           ADD 1 TO W-IXOCU
           GO TO IMPRIME-LOOP.

      *
      *    QUADRO POR UNIDADE E LINHA CONSOLIDADA
      *
       IMPRIME-UNI.
           MOVE SPACES TO REGOCUP
           WRITE REGOCUP
           WRITE REGOCUP FROM CABUNI1
           WRITE REGOCUP FROM CABUNI2
           MOVE 1 TO W-IXUNI.
       IMPRIME-UNI-LOOP.
           IF W-IXUNI > 100
                GO TO IMPRIME-CONSOL.
           IF UNI-MARC(W-IXUNI) = ZEROS
                ADD 1 TO W-IXUNI
                GO TO IMPRIME-UNI-LOOP.
           COMPUTE UNITX = W-IXUNI - 1
           MOVE UNI-NOME(W-IXUNI)  TO NOMEUNTX
           MOVE ZEROS              TO CAPUNTX
           MOVE UNI-MARC(W-IXUNI)  TO MARCUNTX
           MOVE UNI-REAL(W-IXUNI)  TO REALUNTX
           MOVE UNI-CANC(W-IXUNI)  TO CANCUNTX
           MOVE UNI-FALTA(W-IXUNI) TO FALTUNTX
           MOVE ZEROS              TO PERCUNTX
           IF W-TOTCAP > ZEROS
                COMPUTE PERCUNTX ROUNDED
                    = (UNI-MARC(W-IXUNI) - UNI-CANC(W-IXUNI))
                      * 100 / W-TOTCAP.
           WRITE REGOCUP FROM LINUNI
           ADD 1 TO W-IXUNI
           GO TO IMPRIME-UNI-LOOP.
       IMPRIME-CONSOL.
           MOVE ZEROS         TO UNITX
           MOVE "CONSOLIDADO" TO NOMEUNTX
           MOVE W-TOTCAP      TO CAPUNTX
           MOVE W-TOTMARC     TO MARCUNTX
           MOVE W-TOTREAL     TO REALUNTX
           MOVE W-TOTCANC     TO CANCUNTX
           MOVE W-TOTFALTA    TO FALTUNTX
           MOVE ZEROS         TO PERCUNTX
           IF W-TOTCAP > ZEROS
                COMPUTE PERCUNTX ROUNDED
                    = (W-TOTMARC - W-TOTCANC) * 100 / W-TOTCAP.
           WRITE REGOCUP FROM LINUNI.

      *
      *    ORDENACAO CRESCENTE POR OCUPACAO (AS MAIS
      *    OCIOSAS PRIMEIRO) POR SELECAO DIRETA
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
           MOVE ZEROS TO UNI-MARC(W-IXUNI) UNI-REAL(W-IXUNI)
                         UNI-CANC(W-IXUNI) UNI-FALTA(W-IXUNI)
           IF W-IXUNI < 100
                ADD 1 TO W-IXUNI
                GO TO CARGA-UNIDADE-ZERA.
           MOVE "SEM UNIDADE" TO UNI-NOME(1)
           OPEN INPUT UNIDADE
           IF ST-ERRO6 NOT = "00"
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
      ***************************************************
      * DIA DA SEMANA (CONGRUENCIA DE ZELLER)            *
      * RESULTADO: 0=SABADO ... 1=DOMINGO                *
      ***************************************************
