      ****************************************
      * INTERFACE CONTABIL MENSAL             *
      * (RECEITAS DE CONSULTAS E MENSALIDADES *
      *  E PAGAMENTOS DO CONTAS A PAGAR POR   *
      *  CONTA BANCARIA EM ARQUIVO DE         *
      *  LANCAMENTOS)                         *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO6.
           SELECT PAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-TP
                    FILE STATUS  IS ST-ERRO7.
           SELECT CONTABCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CB
                    FILE STATUS  IS ST-ERRO8.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       COPY "PLATAB.CPY".
       COPY "PRECOTAB.CPY".
       COPY "PAGAR.CPY".
       COPY "CONTABCO.CPY".
      *
       FD CONTABIL
               LABEL RECORD IS STANDARD
       77 ST-ERRO4   PIC X(02) VALUE "00".
       77 ST-ERRO5   PIC X(02) VALUE "00".
       77 ST-ERRO6   PIC X(02) VALUE "00".
       77 ST-ERRO7   PIC X(02) VALUE "00".
       77 ST-ERRO8   PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-LANCADOS    PIC 9(05) VALUE ZEROS.

      *    LAYOUT DO LANCAMENTO CONTABIL (FIXO, ACERTADO COM A
      *    CONTABILIDADE): TIPO (C=CONSULTA M=MENSALIDADE
      *    P=PAGAMENTO B=SAIDA DO BANCO), COMPETENCIA AAAAMM,
      *    CONTA (RECEITA, DESPESA OU BANCO), REFERENCIA
      *    (CONVENIO, PLANO, TITULO OU CONTA BANCARIA) E VALOR
      *    EM CENTAVOS. OS TIPOS U (RECEITA DE CONSULTAS DA
      *    UNIDADE, REFERENCIA = CODIGO DA UNIDADE) E T (RECEITA
      *    CONSOLIDADA DE CONSULTAS) SAO INFORMATIVOS, SEM CONTA,
      *    E NAO SE SOMAM AOS LANCAMENTOS C
       01 LANCAMENTO.
          03 LANC-TIPO    PIC X(01).
          03 LANC-COMPET  PIC 9(06).
       01 W-IXCCV    PIC 9(03) VALUE ZEROS.
       01 W-ACHCCV   PIC 9(03) VALUE ZEROS.

      *    RECEITA DE CONSULTAS POR UNIDADE (FILIAL): A POSICAO E O
      *    CODIGO DA UNIDADE MAIS UM (A PRIMEIRA E A DOS SEM UNIDADE)
       01 TBUNICONS.
          05 UNC-VALOR  PIC 9(09)V99 OCCURS 100 TIMES.
       01 W-IXUNI    PIC 9(03) VALUE ZEROS.
       01 W-TOTCONS  PIC 9(09)V99 VALUE ZEROS.

       01 TBMENSPLA.
          05 MPL-ENT OCCURS 30 TIMES.
             10 MPL-VALOR  PIC 9(09)V99.
       01 W-IXPLA    PIC 9(02) VALUE ZEROS.

      *    PAGAMENTOS DO MES ACUMULADOS POR CONTA BANCARIA
       01 TBPAGBCO.
          05 PBC-VALOR  PIC 9(09)V99 OCCURS 99 TIMES.
       01 W-IXBCO    PIC 9(02) VALUE ZEROS.

       01 W-CRM-TAB     PIC 9(06) VALUE ZEROS.
       01 TBULTCONS.
          05 ULT-ENT OCCURS 1000 TIMES.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT PAGAR
           IF ST-ERRO7 NOT = "00"
             IF ST-ERRO7 = "30"
                 OPEN OUTPUT PAGAR
                 CLOSE PAGAR
                 OPEN INPUT PAGAR
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PAGAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CONTABCO
           IF ST-ERRO8 NOT = "00"
             IF ST-ERRO8 = "30"
                 OPEN OUTPUT CONTABCO
                 CLOSE CONTABCO
                 OPEN INPUT CONTABCO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONTABCO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           COMPUTE W-ANOMES = W-ANOREF * 100 + W-MESREF
      *    A JANELA DO RETORNO GRATUITO E ALIMENTADA DESDE DOIS
      *    MESES ANTES DA COMPETENCIA, PARA COBRIR OS 30 DIAS
                GO TO ROT-FIM.
      *
      *    RECEITA DE CONSULTAS REALIZADAS, ACUMULADA POR
      *    CONVENIO E POR UNIDADE, PRECIFICADA COMO NO FATURAMENTO
      *
           MOVE ZEROS TO TBUNICONS
           MOVE ZEROS TO CHAVE-AGENDA
           START AGENDA KEY IS NOT LESS CHAVE-AGENDA
               INVALID KEY
           PERFORM BUSCA-CCV THRU BUSCA-CCV-FIM
           IF W-ACHCCV > ZEROS
                ADD W-VALOR-CONS TO CCV-VALOR(W-ACHCCV).
           COMPUTE W-IXUNI = UNID-AGE + 1
           ADD W-VALOR-CONS TO UNC-VALOR(W-IXUNI) W-TOTCONS
           GO TO APURA-CONS-LOOP.

       APURA-CONS-FIM.
           MOVE 1 TO W-IXCCV.
       GRAVA-CONS-LOOP.
           IF W-IXCCV > W-NUMCCV
                GO TO GRAVA-UNI.
           IF CCV-VALOR(W-IXCCV) = ZEROS
                ADD 1 TO W-IXCCV
                GO TO GRAVA-CONS-LOOP.
           ADD 1 TO W-IXCCV
           GO TO GRAVA-CONS-LOOP.

      *
      *    RECEITA DE CONSULTAS POR UNIDADE E CONSOLIDADA
      *
       GRAVA-UNI.
           MOVE 1 TO W-IXUNI.
       GRAVA-UNI-LOOP.
           IF W-IXUNI > 100
                GO TO GRAVA-UNI-TOT.
           IF UNC-VALOR(W-IXUNI) = ZEROS
                ADD 1 TO W-IXUNI
                GO TO GRAVA-UNI-LOOP.
           MOVE "U" TO LANC-TIPO
           MOVE W-ANOMES TO LANC-COMPET
           MOVE ZEROS TO LANC-CONTA
           COMPUTE LANC-REF = W-IXUNI - 1
           MOVE UNC-VALOR(W-IXUNI) TO LANC-VALOR
           WRITE REGCONTAB FROM LANCAMENTO
           ADD 1 TO W-LANCADOS
           ADD 1 TO W-IXUNI
           GO TO GRAVA-UNI-LOOP.
       GRAVA-UNI-TOT.
           IF W-TOTCONS = ZEROS
                GO TO GRAVA-MENS.
           MOVE "T" TO LANC-TIPO
           MOVE W-ANOMES TO LANC-COMPET
           MOVE ZEROS TO LANC-CONTA LANC-REF
           MOVE W-TOTCONS TO LANC-VALOR
           WRITE REGCONTAB FROM LANCAMENTO
           ADD 1 TO W-LANCADOS.

       GRAVA-MENS.
           MOVE 1 TO W-IXPLA.
       GRAVA-MENS-LOOP.
           IF W-IXPLA > 30
                GO TO GRAVA-PAG.
           IF MPL-VALOR(W-IXPLA) = ZEROS
                ADD 1 TO W-IXPLA
                GO TO GRAVA-MENS-LOOP.
           ADD 1 TO W-IXPLA
           GO TO GRAVA-MENS-LOOP.

      *
      *    PAGAMENTOS DO MES: UM LANCAMENTO POR TITULO PAGO NA
      *    CONTA DE DESPESA E, NO FIM, A SAIDA DE CADA BANCO
      *
       GRAVA-PAG.
           MOVE ZEROS TO TBPAGBCO
           MOVE ZEROS TO NUM-TP
           START PAGAR KEY IS NOT LESS NUM-TP
               INVALID KEY
                  GO TO GRAVA-BCO.
       GRAVA-PAG-LOOP.
           READ PAGAR NEXT
               AT END
                  GO TO GRAVA-BCO.
           IF NOT TP-PAGO
                GO TO GRAVA-PAG-LOOP.
           IF DATAPAG-TP(1:6) NOT = W-ANOMES
                GO TO GRAVA-PAG-LOOP.
           MOVE "P" TO LANC-TIPO
           MOVE W-ANOMES TO LANC-COMPET
           MOVE CONTA-TP TO LANC-CONTA
           MOVE NUM-TP TO LANC-REF
           MOVE VALPAGO-TP TO LANC-VALOR
           WRITE REGCONTAB FROM LANCAMENTO
           ADD 1 TO W-LANCADOS
           IF CODCB-TP > ZEROS
                ADD VALPAGO-TP TO PBC-VALOR(CODCB-TP).
           GO TO GRAVA-PAG-LOOP.

       GRAVA-BCO.
           MOVE 1 TO W-IXBCO.
       GRAVA-BCO-LOOP.
           IF PBC-VALOR(W-IXBCO) = ZEROS
                GO TO GRAVA-BCO-PROX.
           MOVE "B" TO LANC-TIPO
           MOVE W-ANOMES TO LANC-COMPET
           MOVE W-IXBCO TO COD-CB LANC-REF
           READ CONTABCO
                INVALID KEY
                     MOVE ZEROS TO CONTA-CB.
           MOVE CONTA-CB TO LANC-CONTA
           MOVE PBC-VALOR(W-IXBCO) TO LANC-VALOR
           WRITE REGCONTAB FROM LANCAMENTO
           ADD 1 TO W-LANCADOS.
       GRAVA-BCO-PROX.
           IF W-IXBCO = 99
                GO TO GRAVA-FIM.
           ADD 1 TO W-IXBCO
           GO TO GRAVA-BCO-LOOP.

       GRAVA-FIM.
           CLOSE AGENDA CADMED CADCONV PLATAB PRECOTAB CONTABIL.
           CLOSE PAGAR CONTABCO.
           DISPLAY (16, 01) "LANCAMENTOS GERADOS : " W-LANCADOS.
           MOVE "*** INTERFACE CONTABIL GERADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
