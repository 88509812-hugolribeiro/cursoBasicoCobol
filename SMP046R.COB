       AUTHOR. LUCAS GUILHERME LIAS.
      ****************************************
      * MOVIMENTO DIARIO DA CLINICA           *
      * (RESUMO DE UM DIA PARA A DIRETORIA,   *
      *  COM TOTAIS POR UNIDADE E CONSOLIDADO)*
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO5.
           SELECT UNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-UN
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 MAX-CONSULTAS-DIA     PIC 9(03).
      *
       COPY "PRECOTAB.CPY".
      *
       COPY "UNIDADE.CPY".
      *
       FD AUDITORIA
               LABEL RECORD IS STANDARD
       77 ST-ERRO3   PIC X(02) VALUE "00".
       77 ST-ERRO4   PIC X(02) VALUE "00".
       77 ST-ERRO5   PIC X(02) VALUE "00".
       77 ST-ERRO6   PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-RECEITA   PIC 9(09)V99 VALUE ZEROS.
       01 W-VALOR-CONS PIC 9(06)V99 VALUE ZEROS.

      *    TOTAIS POR UNIDADE (FILIAL): A POSICAO E O CODIGO DA
      *    UNIDADE MAIS UM (A PRIMEIRA E A DOS SEM UNIDADE)
       01 TBUNI.
          05 UNI-ENT OCCURS 100 TIMES.
             10 UNI-NOME    PIC X(15).
             10 UNI-MARC    PIC 9(05).
             10 UNI-CANC    PIC 9(05).
             10 UNI-REAL    PIC 9(05).
             10 UNI-FALTA   PIC 9(05).
             10 UNI-RECEITA PIC 9(09)V99.
       01 W-IXUNI    PIC 9(03) VALUE ZEROS.

       01 W-CRM-TAB     PIC 9(06) VALUE ZEROS.
       01 TBULTCONS.
          05 ULT-ENT OCCURS 1000 TIMES.
           "RECEITA DE CONSULTAS.: ".
           05  RECTX      VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  CABUNI1      PIC X(050) VALUE
           "*** TOTAIS POR UNIDADE ***".

       01  CABUNI2.
           05  FILLER                 PIC X(032) VALUE
           "UN NOME           MARCAD. CANCEL".
           05  FILLER                 PIC X(032) VALUE
           ". REALIZ.  FALTAS        RECEITA".

       01  LINUNI.
           05  UNITX      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMEUNTX   VALUE SPACES  PIC X(015).
           05  FILLER                 PIC X(002) VALUE "  ".
           05  MARCUNTX   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(003) VALUE "   ".
           05  CANCUNTX   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(003) VALUE "   ".
           05  REALUNTX   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(003) VALUE "   ".
           05  FALTUNTX   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  RECUNTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  CABAUD       PIC X(050) VALUE
           "MOVIMENTO DE CADASTROS (AUDITORIA):".

                 MOVE "ERRO NA ABERTURA DO ARQUIVO PRECOTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           PERFORM CARGA-UNIDADE THRU CARGA-UNIDADE-FIM.
      *
           ACCEPT W-DATAREL FROM DATE YYYYMMDD
           STRING "MOVDIA"   DELIMITED BY SIZE

           IF DATACONS NOT = W-DATAMOV
                GO TO APURA-LOOP.
           COMPUTE W-IXUNI = UNID-AGE + 1
           IF AGE-MARCADA
                ADD 1 TO W-QTDMARC UNI-MARC(W-IXUNI).
           IF AGE-CANCELADA
                ADD 1 TO W-QTDCANC UNI-CANC(W-IXUNI).
           IF AGE-FALTA
                ADD 1 TO W-QTDFALTA UNI-FALTA(W-IXUNI).
           GO TO APURA-LOOP.

       APURA-REALIZADA.
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           PERFORM VERIFICA-RETORNO THRU VERIFICA-RETORNO-FIM
           IF DATACONS = W-DATAMOV
                COMPUTE W-IXUNI = UNID-AGE + 1
                ADD 1 TO W-QTDREAL UNI-REAL(W-IXUNI)
                ADD W-VALOR-CONS TO W-RECEITA UNI-RECEITA(W-IXUNI).
       APURA-REALIZADA-FIM.
           EXIT.

           MOVE W-RECEITA TO RECTX
           WRITE REGMOVDIA FROM LINREC

           MOVE SPACES TO REGMOVDIA
           WRITE REGMOVDIA
           WRITE REGMOVDIA FROM CABUNI1
           WRITE REGMOVDIA FROM CABUNI2
           MOVE 1 TO W-IXUNI.
       IMPR-UNI-LOOP.
           IF W-IXUNI > 100
                GO TO IMPR-CONSOL.
           IF UNI-MARC(W-IXUNI) = ZEROS AND UNI-CANC(W-IXUNI) = ZEROS
              AND UNI-REAL(W-IXUNI) = ZEROS
              AND UNI-FALTA(W-IXUNI) = ZEROS
                ADD 1 TO W-IXUNI
                GO TO IMPR-UNI-LOOP.
           COMPUTE UNITX = W-IXUNI - 1
           MOVE UNI-NOME(W-IXUNI)    TO NOMEUNTX
           MOVE UNI-MARC(W-IXUNI)    TO MARCUNTX
           MOVE UNI-CANC(W-IXUNI)    TO CANCUNTX
           MOVE UNI-REAL(W-IXUNI)    TO REALUNTX
           MOVE UNI-FALTA(W-IXUNI)   TO FALTUNTX
           MOVE UNI-RECEITA(W-IXUNI) TO RECUNTX
           WRITE REGMOVDIA FROM LINUNI
           ADD 1 TO W-IXUNI
           GO TO IMPR-UNI-LOOP.
       IMPR-CONSOL.
           MOVE ZEROS         TO UNITX
           MOVE "CONSOLIDADO" TO NOMEUNTX
           MOVE W-QTDMARC     TO MARCUNTX
           MOVE W-QTDCANC     TO CANCUNTX
           MOVE W-QTDREAL     TO REALUNTX
           MOVE W-QTDFALTA    TO FALTUNTX
           MOVE W-RECEITA     TO RECUNTX
           WRITE REGMOVDIA FROM LINUNI

           MOVE SPACES TO REGMOVDIA
           WRITE REGMOVDIA
           WRITE REGMOVDIA FROM CABAUD
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
           MOVE ZEROS TO UNI-MARC(W-IXUNI) UNI-CANC(W-IXUNI)
                         UNI-REAL(W-IXUNI) UNI-FALTA(W-IXUNI)
                         UNI-RECEITA(W-IXUNI)
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
      * RETORNO GRATUITO - MESMA REGRA DO FATURAMENTO    *
      ***************************************************
      *
