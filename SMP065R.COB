       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP065R.
       AUTHOR. LUCAS GUILHERME LIAS.
      ****************************************
      * CONSISTENCIA DOS ARQUIVOS DE          *
      * MOVIMENTO (CRUZAMENTO DA AGENDA COM   *
      * PROCEDIMENTOS, FATURAMENTO, RECIBOS,  *
      * DEBITOS, TURNOS DE CAIXA E ESTOQUE)   *
      * RODA NO BATCH NOTURNO OU PELO MENU;   *
      * DEVOLVE "F" QUANDO ALGUMA REGRA PASSA *
      * DO LIMITE DA TABELA CONSLIM           *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AGENDA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODPAC WITH DUPLICATES.
           SELECT AGEARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ARC
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CODPAC-ARC WITH DUPLICATES.
           SELECT ATDPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AP
                    FILE STATUS  IS ST-ERRO3.
           SELECT FATITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FI
                    FILE STATUS  IS ST-ERRO4.
           SELECT RECIBO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-REC
                    FILE STATUS  IS ST-ERRO5.
           SELECT DEBPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DB
                    FILE STATUS  IS ST-ERRO6.
           SELECT TURNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SEQ-TU
                    FILE STATUS  IS ST-ERRO7.
           SELECT MATTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-MAT
                    FILE STATUS  IS ST-ERRO8.
           SELECT CONSLIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CL
                    FILE STATUS  IS ST-ERRO9.
           SELECT CONSMOVTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO10.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "AGENDA.CPY".
      *
       FD AGEARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQARC.
       01 REGAGEARC.
          03 CHAVE-ARC.
             05 CRM-ARC            PIC 9(06).
             05 DATACONS-ARC       PIC 9(08).
             05 HORACONS-ARC       PIC 9(04).
          03 CODPAC-ARC            PIC 9(06).
          03 CODIGO-ARC            PIC 9(06).
          03 STATUS-ARC            PIC X(01).
          03 COMPL-ARC             PIC X(64).
      *
       COPY "ATDPROC.CPY".
       COPY "FATITEM.CPY".
       COPY "RECIBO.CPY".
       COPY "DEBPAC.CPY".
       COPY "TURNO.CPY".
       COPY "MATTAB.CPY".
       COPY "CONSLIM.CPY".
      *
       FD CONSMOVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSMOV.DOC".
       01 REGCONSMOV  PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-ERRO2   PIC X(02) VALUE "00".
       77 ST-ERRO3   PIC X(02) VALUE "00".
       77 ST-ERRO4   PIC X(02) VALUE "00".
       77 ST-ERRO5   PIC X(02) VALUE "00".
       77 ST-ERRO6   PIC X(02) VALUE "00".
       77 ST-ERRO7   PIC X(02) VALUE "00".
       77 ST-ERRO8   PIC X(02) VALUE "00".
       77 ST-ERRO9   PIC X(02) VALUE "00".
       77 ST-ERRO10  PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 CONLIN     PIC 9(03) VALUE ZEROS.
       01 CONPAG     PIC 9(03) VALUE ZEROS.

      *    "B" NA CHAMADA = BATCH NOTURNO (SEM PERGUNTAS AO
      *    OPERADOR); NO RETORNO "C" = CONCLUIDA DENTRO DOS
      *    LIMITES, "F" = ALGUMA REGRA PASSOU DO LIMITE
       01 W-MODO       PIC X(01) VALUE SPACES.
       01 W-RESULT     PIC X(01) VALUE SPACES.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).

      *    REGRAS DA CONSISTENCIA: DESCRICAO, OCORRENCIAS NA
      *    NOITE E LIMITE TOLERADO (LIDO DA TABELA CONSLIM)
       01 TABREGRA.
          03 FILLER PIC X(40) VALUE
             "PROCEDIMENTO EM CONSULTA CANCELADA      ".
          03 FILLER PIC X(40) VALUE
             "FATURAMENTO DE CONSULTA NAO REALIZADA   ".
          03 FILLER PIC X(40) VALUE
             "RECIBO SEM CONSULTA NA AGENDA           ".
          03 FILLER PIC X(40) VALUE
             "DEBITO QUITADO COM SALDO EM ABERTO      ".
          03 FILLER PIC X(40) VALUE
             "TURNO DE CAIXA ABERTO HA MAIS DE UM DIA ".
          03 FILLER PIC X(40) VALUE
             "MATERIAL COM ESTOQUE NEGATIVO           ".
       01 TABELAREGRA REDEFINES TABREGRA.
          05 RG-DESC    PIC X(40) OCCURS 6 TIMES.

       01 TBREGRA.
          05 RG-ENT OCCURS 6 TIMES.
             10 RG-QTD  PIC 9(05).
             10 RG-LIM  PIC 9(05).
       01 W-NUMREGRAS   PIC 9(02) VALUE 6.
       01 W-IXRG        PIC 9(02) VALUE ZEROS.
       01 W-TOTOCOR     PIC 9(06) VALUE ZEROS.

      *    CONSULTA PROCURADA NA AGENDA E, SE JA EXPURGADA, NO
      *    ARQUIVO MORTO DO ANO (AGEARC<AAAA>.DAT)
       01 W-BUSCA.
          03 W-BCRM       PIC 9(06).
          03 W-BDATA.
             05 W-BANO    PIC 9(04).
             05 W-BMESDIA PIC 9(04).
          03 W-BHORA      PIC 9(04).
       01 W-ULTBUSCA    PIC X(18) VALUE SPACES.
       01 W-SITCONS     PIC X(01) VALUE SPACES.

       01 W-ARQARC.
          03 FILLER       PIC X(06) VALUE "AGEARC".
          03 W-ARQANO     PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DAT".
          03 FILLER       PIC X(06) VALUE SPACES.
       01 W-ANOABERTO   PIC 9(04) VALUE ZEROS.
       01 W-ARCABERTO   PIC X(01) VALUE "N".

      *    CONTAGEM DE DIAS CORRIDOS PARA A IDADE DO TURNO
       01 W-SANO        PIC 9(04) VALUE ZEROS.
       01 W-SQ4         PIC 9(04) VALUE ZEROS.
       01 W-SQ100       PIC 9(04) VALUE ZEROS.
       01 W-SQ400       PIC 9(04) VALUE ZEROS.
       01 W-SDIAS       PIC 9(07) VALUE ZEROS.
       01 W-SDIAS-HOJE  PIC 9(07) VALUE ZEROS.
       01 W-IDADE       PIC 9(03) VALUE ZEROS.

       01 W-DATACALC.
          03 W-ANOCALC  PIC 9(04).
          03 W-MESCALC  PIC 9(02).
          03 W-DIACALC  PIC 9(02).

       01 TABCUMD.
          03 FILLER PIC 9(03) VALUE 000.
          03 FILLER PIC 9(03) VALUE 031.
          03 FILLER PIC 9(03) VALUE 059.
          03 FILLER PIC 9(03) VALUE 090.
          03 FILLER PIC 9(03) VALUE 120.
          03 FILLER PIC 9(03) VALUE 151.
          03 FILLER PIC 9(03) VALUE 181.
          03 FILLER PIC 9(03) VALUE 212.
          03 FILLER PIC 9(03) VALUE 243.
          03 FILLER PIC 9(03) VALUE 273.
          03 FILLER PIC 9(03) VALUE 304.
          03 FILLER PIC 9(03) VALUE 334.
       01 TABELACUMD REDEFINES TABCUMD.
          05 TBCUMD     PIC 9(03) OCCURS 12 TIMES.

      *    DATA EDITADA PARA AS LINHAS DO RELATORIO
       01 W-DTF.
          03 W-DTF-ANO  PIC 9(04).
          03 W-DTF-MES  PIC 9(02).
          03 W-DTF-DIA  PIC 9(02).
       01 W-DTF-N REDEFINES W-DTF PIC 9(08).
       01 W-DATAED.
          03 W-DATAED-DIA PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DATAED-MES PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DATAED-ANO PIC 9(04).
       01 W-SALDOED     PIC ZZZ.ZZ9,99.
       01 W-ESTOQED     PIC ZZ.ZZ9,99-.

       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** CONSISTENCIA DOS ARQUIVOS ".
           05  FILLER                 PIC X(020) VALUE
           "DE MOVIMENTO ***  EM".
           05  FILLER                 PIC X(001) VALUE " ".
           05  DTHOJETX   VALUE SPACES PIC X(010).
           05  FILLER                 PIC X(008) VALUE
           "   PAG. ".
           05  NUMPAG     VALUE ZEROS  PIC ZZ9.

       01  CAB2.
           05  FILLER                 PIC X(053) VALUE
           "RG ARQUIVO  CHAVE".
           05  FILLER                 PIC X(040) VALUE
           "OCORRENCIA".

       01  CAB3.
           05  FILLER                 PIC X(012) VALUE
           "-- -------- ".
           05  FILLER                 PIC X(041) VALUE
           "---------------------------------------- ".
           05  FILLER                 PIC X(040) VALUE
           "----------------------------------------".

       01  LINSEC.
           05  FILLER                 PIC X(006) VALUE "REGRA ".
           05  SECRGTX    VALUE ZEROS  PIC 9(02).
           05  FILLER                 PIC X(003) VALUE " - ".
           05  SECDESCTX  VALUE SPACES PIC X(040).

       01  DET.
           05  DETRGTX    VALUE ZEROS  PIC 9(02).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETARQTX   VALUE SPACES PIC X(008).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETCHAVETX VALUE SPACES PIC X(040).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETMOTTX   VALUE SPACES PIC X(040).

       01  CABRES.
           05  FILLER                 PIC X(050) VALUE
           "*** RESUMO POR REGRA ***".

       01  LINRES.
           05  FILLER                 PIC X(006) VALUE "REGRA ".
           05  RESRGTX    VALUE ZEROS  PIC 9(02).
           05  FILLER                 PIC X(001) VALUE " ".
           05  RESDESCTX  VALUE SPACES PIC X(040).
           05  FILLER                 PIC X(013) VALUE
           " OCORRENCIAS:".
           05  RESQTDTX   VALUE ZEROS  PIC ZZ.ZZ9.
           05  FILLER                 PIC X(009) VALUE
           "  LIMITE:".
           05  RESLIMTX   VALUE ZEROS  PIC ZZ.ZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  RESSITTX   VALUE SPACES PIC X(005).

       01  LINTOT.
           05  FILLER                 PIC X(036) VALUE
           "*** TOTAL DE OCORRENCIAS.........: ".
           05  TOTOCORTX  VALUE ZEROS  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(004) VALUE
           " ***".

       01  LINFIM.
           05  FILLER                 PIC X(036) VALUE
           "*** RESULTADO DA CONSISTENCIA....: ".
           05  FIMSITTX   VALUE SPACES PIC X(005).
           05  FILLER                 PIC X(004) VALUE
           " ***".

      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 RESULTADO-CHAMADA  PIC X(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT065.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " *** CONSISTENCIA DOS ARQUIVOS DE MOVIMENTO".
           05  LINE 02  COLUMN 45
               VALUE  " ***".
           05  LINE 12  COLUMN 01
               VALUE  "          CONFIRMA IMPRESSAO (S ou N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 12  COLUMN 42  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING RESULTADO-CHAMADA.
       INICIO.
           MOVE RESULTADO-CHAMADA TO W-MODO
           MOVE "F" TO W-RESULT
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-MODO = "B"
                GO TO INC-OP0.
      *
       INC-001.
              DISPLAY SMT065.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* RELATORIO CANCELADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT AGENDA
           IF ST-ERRO NOT = "00"
                 MOVE "*** ARQUIVO AGENDA NAO DISPONIVEL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.

           OPEN INPUT ATDPROC
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
                 OPEN OUTPUT ATDPROC
                 CLOSE ATDPROC
                 OPEN INPUT ATDPROC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ATDPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT FATITEM
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT FATITEM
                 CLOSE FATITEM
                 OPEN INPUT FATITEM
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FATITEM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT RECIBO
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
                 OPEN OUTPUT RECIBO
                 CLOSE RECIBO
                 OPEN INPUT RECIBO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO RECIBO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT DEBPAC
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
                 OPEN OUTPUT DEBPAC
                 CLOSE DEBPAC
                 OPEN INPUT DEBPAC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DEBPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT TURNO
           IF ST-ERRO7 NOT = "00"
             IF ST-ERRO7 = "30"
                 OPEN OUTPUT TURNO
                 CLOSE TURNO
                 OPEN INPUT TURNO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO TURNO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT MATTAB
           IF ST-ERRO8 NOT = "00"
             IF ST-ERRO8 = "30"
                 OPEN OUTPUT MATTAB
                 CLOSE MATTAB
                 OPEN INPUT MATTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MATTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CONSLIM
           IF ST-ERRO9 NOT = "00"
             IF ST-ERRO9 = "30"
                 OPEN OUTPUT CONSLIM
                 CLOSE CONSLIM
                 OPEN INPUT CONSLIM
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONSLIM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN OUTPUT CONSMOVTX
           IF ST-ERRO10 NOT = "00"
                MOVE "ERRO ABERTURA DO ARQUIVO CONSMOVTX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           DISPLAY (16, 01) "CONFERINDO OS ARQUIVOS DE MOVIMENTO ...".
           MOVE W-HOJE-N TO W-DTF-N
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           MOVE W-DATAED TO DTHOJETX
           MOVE W-HOJE-N TO W-DATACALC
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-SDIAS TO W-SDIAS-HOJE
           MOVE ZEROS TO TBREGRA W-TOTOCOR CONPAG
           MOVE 1 TO W-IXRG
           PERFORM CARREGA-LIM THRU CARREGA-LIM-FIM.

           PERFORM ROT-CABEC THRU ROT-CABEC-FIM.
           MOVE ZEROS TO CONLIN.

           MOVE 1 TO W-IXRG
           PERFORM ROT-SECAO THRU ROT-SECAO-FIM
           PERFORM CONS-ATDPROC THRU CONS-ATDPROC-FIM.
           MOVE 2 TO W-IXRG
           PERFORM ROT-SECAO THRU ROT-SECAO-FIM
           PERFORM CONS-FATITEM THRU CONS-FATITEM-FIM.
           MOVE 3 TO W-IXRG
           PERFORM ROT-SECAO THRU ROT-SECAO-FIM
           PERFORM CONS-RECIBO THRU CONS-RECIBO-FIM.
           MOVE 4 TO W-IXRG
           PERFORM ROT-SECAO THRU ROT-SECAO-FIM
           PERFORM CONS-DEBPAC THRU CONS-DEBPAC-FIM.
           MOVE 5 TO W-IXRG
           PERFORM ROT-SECAO THRU ROT-SECAO-FIM
           PERFORM CONS-TURNO THRU CONS-TURNO-FIM.
           MOVE 6 TO W-IXRG
           PERFORM ROT-SECAO THRU ROT-SECAO-FIM
           PERFORM CONS-MATTAB THRU CONS-MATTAB-FIM.
      *
      *    RESUMO: A CONSISTENCIA FALHA SE ALGUMA REGRA TEVE
      *    MAIS OCORRENCIAS DO QUE O LIMITE TOLERADO
           MOVE "C" TO W-RESULT
           MOVE SPACES TO REGCONSMOV
           WRITE REGCONSMOV.
           WRITE REGCONSMOV FROM CABRES.
           MOVE 1 TO W-IXRG.
       RESUMO-LOOP.
           IF W-IXRG > W-NUMREGRAS
                GO TO RESUMO-FIM.
           MOVE W-IXRG         TO RESRGTX
           MOVE RG-DESC(W-IXRG) TO RESDESCTX
           MOVE RG-QTD(W-IXRG)  TO RESQTDTX
           MOVE RG-LIM(W-IXRG)  TO RESLIMTX
           MOVE "OK"            TO RESSITTX
           IF RG-QTD(W-IXRG) > RG-LIM(W-IXRG)
                MOVE "FALHA" TO RESSITTX
                MOVE "F" TO W-RESULT.
           WRITE REGCONSMOV FROM LINRES
           ADD RG-QTD(W-IXRG) TO W-TOTOCOR
           ADD 1 TO W-IXRG
           GO TO RESUMO-LOOP.
       RESUMO-FIM.
           MOVE SPACES TO REGCONSMOV
           WRITE REGCONSMOV.
           MOVE W-TOTOCOR TO TOTOCORTX
           WRITE REGCONSMOV FROM LINTOT.
           IF W-RESULT = "C"
                MOVE "OK"    TO FIMSITTX
                MOVE "*** CONSISTENCIA DENTRO DOS LIMITES ***" TO MENS
           ELSE
                MOVE "FALHA" TO FIMSITTX
                MOVE "*** CONSISTENCIA COM FALHA - VER CONSMOV.DOC ***"
                                                        TO MENS.
           WRITE REGCONSMOV FROM LINFIM.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.
      *
      ***************************************************
      * LIMITE DE CADA REGRA NA TABELA CONSLIM; REGRA    *
      * SEM REGISTRO FICA COM LIMITE ZERO                *
      ***************************************************
       CARREGA-LIM.
           IF W-IXRG > W-NUMREGRAS
                GO TO CARREGA-LIM-FIM.
           MOVE W-IXRG TO COD-CL
           READ CONSLIM
               INVALID KEY
                  MOVE ZEROS TO RG-LIM(W-IXRG)
               NOT INVALID KEY
                  MOVE LIMITE-CL TO RG-LIM(W-IXRG).
           ADD 1 TO W-IXRG
           GO TO CARREGA-LIM.
       CARREGA-LIM-FIM.
           EXIT.
      *
      ***************************************************
      * REGRA 01 - PROCEDIMENTO LANCADO (ATDPROC) EM     *
      * CONSULTA CANCELADA OU QUE NAO EXISTE NA AGENDA   *
      ***************************************************
       CONS-ATDPROC.
           MOVE SPACES TO W-ULTBUSCA
           MOVE ZEROS TO CRM-AP DATACONS-AP HORACONS-AP SEQ-AP
           START ATDPROC KEY IS NOT LESS CHAVE-AP
                INVALID KEY
                     GO TO CONS-ATDPROC-FIM.
       CONS-ATDPROC-LOOP.
           READ ATDPROC NEXT RECORD
                AT END
                     GO TO CONS-ATDPROC-FIM.
           MOVE CRM-AP      TO W-BCRM
           MOVE DATACONS-AP TO W-BDATA
           MOVE HORACONS-AP TO W-BHORA
           PERFORM LOCALIZA-CONS THRU LOCALIZA-CONS-FIM
           IF W-SITCONS NOT = "N" AND W-SITCONS NOT = "C"
                GO TO CONS-ATDPROC-LOOP.
           MOVE SPACES TO DETCHAVETX
           PERFORM MONTA-CHVCONS THRU MONTA-CHVCONS-FIM
           MOVE "ATDPROC" TO DETARQTX
           IF W-SITCONS = "N"
                MOVE "CONSULTA INEXISTENTE NA AGENDA" TO DETMOTTX
           ELSE
                MOVE "CONSULTA CANCELADA" TO DETMOTTX.
           PERFORM INC-WR1 THRU INC-WR1-FIM
           GO TO CONS-ATDPROC-LOOP.
       CONS-ATDPROC-FIM.
           EXIT.
      *
      ***************************************************
      * REGRA 02 - ITEM DE FATURAMENTO DE CONVENIO       *
      * (FATITEM) DE CONSULTA QUE NAO ESTA REALIZADA     *
      ***************************************************
       CONS-FATITEM.
           MOVE SPACES TO W-ULTBUSCA
           MOVE ZEROS TO LOTE-FI SEQ-FI
           START FATITEM KEY IS NOT LESS CHAVE-FI
                INVALID KEY
                     GO TO CONS-FATITEM-FIM.
       CONS-FATITEM-LOOP.
           READ FATITEM NEXT RECORD
                AT END
                     GO TO CONS-FATITEM-FIM.
           MOVE CRM-FI      TO W-BCRM
           MOVE DATACONS-FI TO W-BDATA
           MOVE HORACONS-FI TO W-BHORA
           PERFORM LOCALIZA-CONS THRU LOCALIZA-CONS-FIM
           IF W-SITCONS = "R"
                GO TO CONS-FATITEM-LOOP.
           MOVE SPACES TO DETCHAVETX
           PERFORM MONTA-CHVCONS THRU MONTA-CHVCONS-FIM
           MOVE "FATITEM" TO DETARQTX
           MOVE SPACES TO DETMOTTX
           IF W-SITCONS = "N"
                MOVE "CONSULTA INEXISTENTE NA AGENDA" TO DETMOTTX
           ELSE
                STRING "LOTE " LOTE-FI " - CONSULTA NAO REALIZADA ("
                       W-SITCONS ")"
                       DELIMITED BY SIZE INTO DETMOTTX.
           PERFORM INC-WR1 THRU INC-WR1-FIM
           GO TO CONS-FATITEM-LOOP.
       CONS-FATITEM-FIM.
           EXIT.
      *
      ***************************************************
      * REGRA 03 - RECIBO DE CONSULTA QUE NAO EXISTE NA  *
      * AGENDA. FICAM DE FORA OS ESTORNADOS, OS DE       *
      * PACOTE E OS DE QUITACAO DE SALDO (HORA ZERO)     *
      ***************************************************
       CONS-RECIBO.
           MOVE SPACES TO W-ULTBUSCA
           MOVE ZEROS TO NUM-REC
           START RECIBO KEY IS NOT LESS NUM-REC
                INVALID KEY
                     GO TO CONS-RECIBO-FIM.
       CONS-RECIBO-LOOP.
           READ RECIBO NEXT RECORD
                AT END
                     GO TO CONS-RECIBO-FIM.
           IF REC-ESTORNADO OR REC-PACOTE
                GO TO CONS-RECIBO-LOOP.
           IF CRM-REC = ZEROS OR HORACONS-REC = ZEROS
                GO TO CONS-RECIBO-LOOP.
           MOVE CRM-REC      TO W-BCRM
           MOVE DATACONS-REC TO W-BDATA
           MOVE HORACONS-REC TO W-BHORA
           PERFORM LOCALIZA-CONS THRU LOCALIZA-CONS-FIM
           IF W-SITCONS NOT = "N"
                GO TO CONS-RECIBO-LOOP.
           MOVE SPACES TO DETCHAVETX
           PERFORM MONTA-CHVCONS THRU MONTA-CHVCONS-FIM
           MOVE "RECIBO" TO DETARQTX
           MOVE SPACES TO DETMOTTX
           STRING "RECIBO " NUM-REC " - CONSULTA INEXISTENTE"
                  DELIMITED BY SIZE INTO DETMOTTX
           PERFORM INC-WR1 THRU INC-WR1-FIM
           GO TO CONS-RECIBO-LOOP.
       CONS-RECIBO-FIM.
           EXIT.
      *
      ***************************************************
      * REGRA 04 - DEBITO DE PACIENTE MARCADO QUITADO    *
      * QUE AINDA TEM SALDO                              *
      ***************************************************
       CONS-DEBPAC.
           MOVE ZEROS TO CODPAC-DB SEQ-DB
           START DEBPAC KEY IS NOT LESS CHAVE-DB
                INVALID KEY
                     GO TO CONS-DEBPAC-FIM.
       CONS-DEBPAC-LOOP.
           READ DEBPAC NEXT RECORD
                AT END
                     GO TO CONS-DEBPAC-FIM.
           IF NOT DB-QUITADO OR SALDO-DB = ZEROS
                GO TO CONS-DEBPAC-LOOP.
           MOVE SPACES TO DETCHAVETX DETMOTTX
           STRING "PACIENTE " CODPAC-DB " DEBITO " SEQ-DB
                  DELIMITED BY SIZE INTO DETCHAVETX
           MOVE SALDO-DB TO W-SALDOED
           STRING "QUITADO COM SALDO DE " W-SALDOED
                  DELIMITED BY SIZE INTO DETMOTTX
           MOVE "DEBPAC" TO DETARQTX
           PERFORM INC-WR1 THRU INC-WR1-FIM
           GO TO CONS-DEBPAC-LOOP.
       CONS-DEBPAC-FIM.
           EXIT.
      *
      ***************************************************
      * REGRA 05 - TURNO DE CAIXA AINDA ABERTO, ABERTO   *
      * ANTES DE ONTEM (O TURNO DA VESPERA PODE ESTAR    *
      * ABERTO NA HORA DO BATCH)                         *
      ***************************************************
       CONS-TURNO.
           MOVE ZEROS TO SEQ-TU
           START TURNO KEY IS NOT LESS SEQ-TU
                INVALID KEY
                     GO TO CONS-TURNO-FIM.
       CONS-TURNO-LOOP.
           READ TURNO NEXT RECORD
                AT END
                     GO TO CONS-TURNO-FIM.
           IF NOT TU-ABERTO OR DATAABERT-TU = ZEROS
                GO TO CONS-TURNO-LOOP.
           MOVE DATAABERT-TU TO W-DATACALC
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           IF W-SDIAS NOT < W-SDIAS-HOJE
                GO TO CONS-TURNO-LOOP.
           COMPUTE W-IDADE = W-SDIAS-HOJE - W-SDIAS
           IF W-IDADE < 2
                GO TO CONS-TURNO-LOOP.
           MOVE SPACES TO DETCHAVETX DETMOTTX
           MOVE DATAABERT-TU TO W-DTF-N
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           STRING "TURNO " SEQ-TU " OPERADOR " OPERADOR-TU
                  DELIMITED BY SIZE INTO DETCHAVETX
           STRING "ABERTO EM " W-DATAED " HA " W-IDADE " DIAS"
                  DELIMITED BY SIZE INTO DETMOTTX
           MOVE "TURNO" TO DETARQTX
           PERFORM INC-WR1 THRU INC-WR1-FIM
           GO TO CONS-TURNO-LOOP.
       CONS-TURNO-FIM.
           EXIT.
      *
      ***************************************************
      * REGRA 06 - MATERIAL COM SALDO NEGATIVO (CONSUMO  *
      * LANCADO ACIMA DO ESTOQUE; FALTA ENTRADA OU       *
      * ACERTO DE INVENTARIO)                            *
      ***************************************************
       CONS-MATTAB.
           MOVE ZEROS TO COD-MAT
           START MATTAB KEY IS NOT LESS COD-MAT
                INVALID KEY
                     GO TO CONS-MATTAB-FIM.
       CONS-MATTAB-LOOP.
           READ MATTAB NEXT RECORD
                AT END
                     GO TO CONS-MATTAB-FIM.
           IF ESTOQUE-MAT NOT < ZEROS
                GO TO CONS-MATTAB-LOOP.
           MOVE SPACES TO DETCHAVETX DETMOTTX
           STRING "MATERIAL " COD-MAT " " DESC-MAT
                  DELIMITED BY SIZE INTO DETCHAVETX
           MOVE ESTOQUE-MAT TO W-ESTOQED
           STRING "ESTOQUE NEGATIVO: " W-ESTOQED " " UNIDADE-MAT
                  DELIMITED BY SIZE INTO DETMOTTX
           MOVE "MATTAB" TO DETARQTX
           PERFORM INC-WR1 THRU INC-WR1-FIM
           GO TO CONS-MATTAB-LOOP.
       CONS-MATTAB-FIM.
           EXIT.
      *
      ***************************************************
      * SITUACAO DA CONSULTA W-BUSCA: STATUS DA AGENDA,  *
      * OU DO ARQUIVO MORTO DO ANO SE JA EXPURGADA;      *
      * "N" QUANDO NAO EXISTE EM NENHUM DOS DOIS         *
      ***************************************************
       LOCALIZA-CONS.
           IF W-BUSCA = W-ULTBUSCA
                GO TO LOCALIZA-CONS-FIM.
           MOVE W-BUSCA TO W-ULTBUSCA
           MOVE W-BUSCA TO CHAVE-AGENDA
           READ AGENDA
               INVALID KEY
                  GO TO LOCALIZA-ARC.
           MOVE STATUS-AGENDA TO W-SITCONS
           GO TO LOCALIZA-CONS-FIM.
       LOCALIZA-ARC.
           MOVE "N" TO W-SITCONS
           IF W-BANO NOT = W-ANOABERTO
                PERFORM ABRE-ARQUIVO-ANO THRU ABRE-ARQUIVO-ANO-FIM.
           IF W-ARCABERTO = "N"
                GO TO LOCALIZA-CONS-FIM.
           MOVE W-BUSCA TO CHAVE-ARC
           READ AGEARC
               INVALID KEY
                  GO TO LOCALIZA-CONS-FIM.
           MOVE STATUS-ARC TO W-SITCONS.
       LOCALIZA-CONS-FIM.
           EXIT.
      *
      *    ARQUIVO MORTO DE UM ANO SO E ABERTO UMA VEZ, MESMO
      *    QUANDO NAO EXISTE (O ANO FICA MARCADO COMO TENTADO)
       ABRE-ARQUIVO-ANO.
           IF W-ARCABERTO = "S"
                CLOSE AGEARC
                MOVE "N" TO W-ARCABERTO.
           MOVE W-BANO TO W-ARQANO W-ANOABERTO
           OPEN INPUT AGEARC
           IF ST-ERRO2 = "00"
                MOVE "S" TO W-ARCABERTO.
       ABRE-ARQUIVO-ANO-FIM.
           EXIT.
      *
       MONTA-CHVCONS.
           MOVE W-BDATA TO W-DTF-N
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           STRING "CRM " W-BCRM " " W-DATAED " " W-BHORA
                  DELIMITED BY SIZE INTO DETCHAVETX.
       MONTA-CHVCONS-FIM.
           EXIT.
      *
       FORMATA-DATA.
           MOVE W-DTF-DIA TO W-DATAED-DIA
           MOVE W-DTF-MES TO W-DATAED-MES
           MOVE W-DTF-ANO TO W-DATAED-ANO.
       FORMATA-DATA-FIM.
           EXIT.
      *
       CALC-DIAS.
           IF W-MESCALC = ZEROS
                MOVE 1 TO W-MESCALC.
           IF W-MESCALC > 2
                MOVE W-ANOCALC TO W-SANO
           ELSE
                COMPUTE W-SANO = W-ANOCALC - 1.
           COMPUTE W-SQ4 = W-SANO / 4
           COMPUTE W-SQ100 = W-SANO / 100
           COMPUTE W-SQ400 = W-SANO / 400
           COMPUTE W-SDIAS = (365 * W-ANOCALC) + W-SQ4 - W-SQ100
                           + W-SQ400 + TBCUMD(W-MESCALC) + W-DIACALC.
       CALC-DIAS-FIM.
           EXIT.
      *
       ROT-SECAO.
           MOVE SPACES TO REGCONSMOV
           WRITE REGCONSMOV.
           MOVE W-IXRG          TO SECRGTX
           MOVE RG-DESC(W-IXRG) TO SECDESCTX
           WRITE REGCONSMOV FROM LINSEC.
           ADD 2 TO CONLIN.
       ROT-SECAO-FIM.
           EXIT.
      *
       ROT-CABEC.
           ADD 1 TO CONPAG
           MOVE CONPAG TO NUMPAG
           WRITE REGCONSMOV FROM CAB1.
           MOVE SPACES TO REGCONSMOV
           WRITE REGCONSMOV.
           WRITE REGCONSMOV FROM CAB2.
           WRITE REGCONSMOV FROM CAB3.
       ROT-CABEC-FIM.
           EXIT.
      *
       INC-WR1.
           ADD 1 TO RG-QTD(W-IXRG)
           MOVE W-IXRG TO DETRGTX
           WRITE REGCONSMOV FROM DET
                IF ST-ERRO10 NOT = "00"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CONSMOVTX"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE "F" TO W-RESULT
                      GO TO ROT-FIM.
                ADD 1 TO CONLIN
                IF CONLIN < 34
                      NEXT SENTENCE
                ELSE
                      MOVE ZEROS TO CONLIN
                      PERFORM ROT-CABEC THRU ROT-CABEC-FIM.
       INC-WR1-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-ARCABERTO = "S"
                     CLOSE AGEARC
                     MOVE "N" TO W-ARCABERTO.
                CLOSE AGENDA ATDPROC FATITEM RECIBO DEBPAC TURNO
                      MATTAB CONSLIM CONSMOVTX.
       ROT-FIMP.
                MOVE W-RESULT TO RESULTADO-CHAMADA
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
