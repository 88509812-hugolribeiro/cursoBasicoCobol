       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP058R.
       AUTHOR. LUCAS GUILHERME LIAS.
      ****************************************
      * DESEMPENHO ANUAL DOS CONVENIOS PARA A *
      * RENOVACAO DE CONTRATOS: VOLUME, VALOR *
      * MEDIO DA CONSULTA X PRECO PARTICULAR, *
      * PRAZO DE PAGAMENTO, GLOSA E RECUPERA- *
      * CAO EM RECURSO, INADIMPLENCIA DAS     *
      * MENSALIDADES E CLASSIFICACAO GERAL    *
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
                    FILE STATUS  IS ST-ERRO10
                    ALTERNATE RECORD KEY IS CODPAC-ARC WITH DUPLICATES.
           SELECT ATDPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AP
                    FILE STATUS  IS ST-ERRO2.
           SELECT FATLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOTE-FL
                    FILE STATUS  IS ST-ERRO3.
           SELECT FATITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FI
                    FILE STATUS  IS ST-ERRO4.
           SELECT MENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MS
                    FILE STATUS  IS ST-ERRO5.
           SELECT PRECOTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PRE
                    FILE STATUS  IS ST-ERRO6.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-ERRO8
                    ALTERNATE RECORD KEY IS NOMECV WITH DUPLICATES.
           SELECT CADDESEMP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO9.
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
       COPY "ATDPROC.CPY".
       COPY "FATLOTE.CPY".
       COPY "FATITEM.CPY".
       COPY "MENSAL.CPY".
       COPY "PRECOTAB.CPY".
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
          03 CRM2                  PIC 9(06).
          03 NOMEMD                PIC X(30).
          03 ESPECIALIDADE         PIC 9(02).
          03 SEXO                  PIC X(01).
          03 NASC.
                05 DIA             PIC 9(02).
                05 MES             PIC 9(02).
                05 ANO             PIC 9(04).
          03 EMAIL                 PIC X(30).
          03 TELEFONE              PIC 9(09).
          03 DDD                   PIC 9(02).
          03 VALOR-CONSULTA        PIC 9(06)V99.
          03 STATUS-MED            PIC X(01).
             88 MED-ATIVO          VALUE "A".
             88 MED-INATIVO        VALUE "I".

          03 LOCAL-ATENDIMENTO     OCCURS 2 TIMES.
             05 ENDERECO-LA        PIC X(40).
             05 DDD-LA             PIC 9(02).
             05 TELEFONE-LA        PIC 9(09).
             05 DIASHOR-LA         PIC X(20).

          03 MAX-CONSULTAS-DIA     PIC 9(03).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO2               PIC 9(06).
          03 NOMECV                PIC X(30).
          03 PLANO2                PIC 9(02).
          03 MENSALIDADE           PIC 9(06)V99.
          03 STATUS-CONV           PIC X(01).
             88 CONV-ATIVO         VALUE "A".
             88 CONV-INATIVO       VALUE "I".
      *
       FD CADDESEMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQREL.
       01 REGDESEMP    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
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
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-ANOREF     PIC 9(04) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-ANOMESHOJE PIC 9(06) VALUE ZEROS.

       01 W-ARQREL.
          03 FILLER       PIC X(07) VALUE "DESCONV".
          03 W-RELANO     PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
          03 FILLER       PIC X(05) VALUE SPACES.

       01 W-ARQARC.
          03 FILLER       PIC X(06) VALUE "AGEARC".
          03 W-ARQANO     PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DAT".
          03 FILLER       PIC X(06) VALUE SPACES.

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

       01 W-CD.
          03 W-CD-ANO   PIC 9(04).
          03 W-CD-MES   PIC 9(02).
          03 W-CD-DIA   PIC 9(02).
       01 W-CD-N REDEFINES W-CD PIC 9(08).
       01 W-SANO        PIC 9(04) VALUE ZEROS.
       01 W-SQ4         PIC 9(04) VALUE ZEROS.
       01 W-SQ100       PIC 9(04) VALUE ZEROS.
       01 W-SQ400       PIC 9(04) VALUE ZEROS.
       01 W-SDIAS       PIC 9(07) VALUE ZEROS.
       01 W-SDIAS2      PIC 9(07) VALUE ZEROS.

      *    APURACAO DO ANO POR CONVENIO. OS INDICADORES FICAM EM
      *    CV-IND JA NO SENTIDO "MENOR E MELHOR" (VOLUME E VALOR
      *    MEDIO ENTRAM NEGATIVOS), PARA A CLASSIFICACAO
       01 TBCONV.
          05 CV-ENT OCCURS 200 TIMES.
             10 CV-COD      PIC 9(06).
             10 CV-QTDCONS  PIC 9(06).
             10 CV-QTDPROC  PIC 9(06).
             10 CV-QTDVAL   PIC 9(06).
             10 CV-VALCONV  PIC 9(09)V99.
             10 CV-VALPART  PIC 9(09)V99.
             10 CV-DIASLT   PIC 9(09).
             10 CV-QTDLT    PIC 9(05).
             10 CV-FATUR    PIC 9(09)V99.
             10 CV-GLOSA    PIC 9(09)V99.
             10 CV-RECURSO  PIC 9(09)V99.
             10 CV-RECUP    PIC 9(09)V99.
             10 CV-MSDEV    PIC 9(09)V99.
             10 CV-MSABE    PIC 9(09)V99.
             10 CV-IND      PIC S9(07)V99 OCCURS 5 TIMES.
             10 CV-PONTOS   PIC 9(04).
             10 CV-POS      PIC 9(03).
       01 W-NUMCV       PIC 9(03) VALUE ZEROS.
       01 W-IXCV        PIC 9(03) VALUE ZEROS.
       01 W-IXCV2       PIC 9(03) VALUE ZEROS.
       01 W-ACHCV       PIC 9(03) VALUE ZEROS.
       01 W-CODCV       PIC 9(06) VALUE ZEROS.
       01 W-IXIND       PIC 9(01) VALUE ZEROS.
       01 W-RANK        PIC 9(03) VALUE ZEROS.
       01 W-POS         PIC 9(03) VALUE ZEROS.

       01 W-VALPART     PIC 9(06)V99 VALUE ZEROS.
       01 W-MEDCONV     PIC 9(06)V99 VALUE ZEROS.
       01 W-MEDPART     PIC 9(06)V99 VALUE ZEROS.
       01 W-PERC        PIC 9(05)V9  VALUE ZEROS.
       01 W-PRAZO       PIC 9(05)    VALUE ZEROS.
       01 W-GLOSALIQ    PIC S9(09)V99 VALUE ZEROS.

       01 TBTOT.
          05 TOT-CONS   PIC 9(07).
          05 TOT-PROC   PIC 9(07).
          05 TOT-FATUR  PIC 9(10)V99.
          05 TOT-GLOSA  PIC 9(10)V99.
          05 TOT-RECUP  PIC 9(10)V99.
          05 TOT-MSDEV  PIC 9(10)V99.
          05 TOT-MSABE  PIC 9(10)V99.

       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** DESEMPENHO DOS CONVENIOS -".
           05  FILLER                 PIC X(005) VALUE
           " ANO ".
           05  ANOCTX     VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(008) VALUE
           " ***  EM".
           05  FILLER                 PIC X(001) VALUE " ".
           05  DIACTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESCTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOHTX     VALUE ZEROS  PIC 9999.

       01  CABCLA1      PIC X(060) VALUE
           "CLASSIFICACAO GERAL (SOMA DAS POSICOES NOS INDICADORES)".

       01  CABCLA2.
           05  FILLER                 PIC X(050) VALUE
           "POS CONVEN NOME                 CONSUL PROCED  MED".
           05  FILLER                 PIC X(050) VALUE
           ".CONV  MED.PART %TAB PRZ %GLOS %RECP %INAD PONT".

       01  DETCLA.
           05  POSTX      VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CODTX      VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMETX     VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CONSTX     VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PROCTX     VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  MEDCVTX    VALUE ZEROS  PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  MEDPATX    VALUE ZEROS  PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PTABTX     VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PRAZOTX    VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PGLOTX     VALUE ZEROS  PIC ZZ9,9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PRECTX     VALUE ZEROS  PIC ZZ9,9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PINATX     VALUE ZEROS  PIC ZZ9,9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PONTTX     VALUE ZEROS  PIC ZZZ9.

       01  CABVAL1      PIC X(060) VALUE
           "VALORES DO ANO POR CONVENIO".

       01  CABVAL2.
           05  FILLER                 PIC X(050) VALUE
           "CONVEN NOME                      FATURADO       GL".
           05  FILLER                 PIC X(050) VALUE
           "OSADO    RECUPERADO   MENS.DEVIDA   MENS.ABERTO".

       01  DETVAL.
           05  CODVTX     VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMEVTX    VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  FATVTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  GLOVTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  RECVTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DEVVTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  ABEVTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINTOT.
           05  FILLER                 PIC X(028) VALUE
           "TOTAL".
           05  FATTTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  GLOTTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  RECTTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DEVTTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  ABETTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINNOTA1.
           05  FILLER                 PIC X(045) VALUE
           "CONSUL/PROCED: REALIZADOS NA AGENDA. MED.CONV".
           05  FILLER                 PIC X(045) VALUE
           ": CONSULTA FATURADA NO LOTE;".
       01  LINNOTA2.
           05  FILLER                 PIC X(045) VALUE
           "MED.PART: PRECO PARTICULAR DO MESMO MEDICO. %".
           05  FILLER                 PIC X(045) VALUE
           "TAB = MED.CONV / MED.PART.".
       01  LINNOTA3.
           05  FILLER                 PIC X(045) VALUE
           "PRZ: DIAS DA GERACAO A BAIXA DO LOTE. %GLOS: ".
           05  FILLER                 PIC X(045) VALUE
           "GLOSADO / FATURADO.".
       01  LINNOTA4.
           05  FILLER                 PIC X(045) VALUE
           "%RECP: RECUPERADO EM RECURSO / GLOSADO. %INAD".
           05  FILLER                 PIC X(045) VALUE
           ": MENSALIDADES VENCIDAS EM".
       01  LINNOTA5.
           05  FILLER                 PIC X(045) VALUE
           "ABERTO / DEVIDO. PONT: SOMA DAS POSICOES EM V".
           05  FILLER                 PIC X(045) VALUE
           "OLUME, %TAB, PRZ, GLOSA".
       01  LINNOTA6.
           05  FILLER                 PIC X(045) VALUE
           "LIQUIDA DO RECUPERADO E %INAD (MENOR PONTUACA".
           05  FILLER                 PIC X(045) VALUE
           "O = MELHOR CONVENIO).".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT058.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** DESEMPENHO DOS CONVENIOS ***".
           05  LINE 06  COLUMN 01
               VALUE  " ANO DE REFERENCIA (AAAA) :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TANOREF
               LINE 06  COLUMN 29  PIC 9(04)
               USING  W-ANOREF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-001.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-ANOREF = ZEROS
                MOVE W-HOJE-ANO TO W-ANOREF.
           DISPLAY SMT058.
       INC-R1.
           ACCEPT TANOREF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIMP.
           IF W-ANOREF < 2000 OR W-ANOREF > W-HOJE-ANO
                MOVE "ANO INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-R1.

       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
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
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
                 OPEN OUTPUT ATDPROC
                 CLOSE ATDPROC
                 OPEN INPUT ATDPROC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ATDPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA
                 GO TO ROT-FIMP.

           OPEN INPUT FATLOTE
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
                 OPEN OUTPUT FATLOTE
                 CLOSE FATLOTE
                 OPEN INPUT FATLOTE
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FATLOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA ATDPROC
                 GO TO ROT-FIMP.

           OPEN INPUT FATITEM
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT FATITEM
                 CLOSE FATITEM
                 OPEN INPUT FATITEM
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FATITEM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA ATDPROC FATLOTE
                 GO TO ROT-FIMP.

           OPEN INPUT MENSAL
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
                 OPEN OUTPUT MENSAL
                 CLOSE MENSAL
                 OPEN INPUT MENSAL
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MENSAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA ATDPROC FATLOTE FATITEM
                 GO TO ROT-FIMP.

           OPEN INPUT PRECOTAB
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
                 OPEN OUTPUT PRECOTAB
                 CLOSE PRECOTAB
                 OPEN INPUT PRECOTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PRECOTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA ATDPROC FATLOTE FATITEM MENSAL
                 GO TO ROT-FIMP.

           OPEN INPUT CADMED
           IF ST-ERRO7 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA ATDPROC FATLOTE FATITEM MENSAL
                       PRECOTAB
                 GO TO ROT-FIMP.

           OPEN INPUT CADCONV
           IF ST-ERRO8 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA ATDPROC FATLOTE FATITEM MENSAL
                       PRECOTAB CADMED
                 GO TO ROT-FIMP.

           MOVE W-ANOREF TO W-RELANO
           OPEN OUTPUT CADDESEMP
           IF ST-ERRO9 NOT = "00"
                MOVE "ERRO ABERTURA DO RELATORIO DE DESEMPENHO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE AGENDA ATDPROC FATLOTE FATITEM MENSAL
                      PRECOTAB CADMED CADCONV
                GO TO ROT-FIMP.

           COMPUTE W-ANOMESHOJE = W-HOJE-ANO * 100 + W-HOJE-MES
           MOVE ZEROS TO W-NUMCV TBTOT
           DISPLAY (16, 01) "APURANDO O ANO ...".
      *
      ***************************************************
      * VOLUME: CONSULTAS REALIZADAS NO ANO E OS         *
      * PROCEDIMENTOS LANCADOS NELAS (PARTICULAR FORA),  *
      * NA AGENDA E NO ARQUIVO MORTO DO ANO              *
      ***************************************************
      *
       APURA-AGE.
           MOVE ZEROS TO CHAVE-AGENDA
           START AGENDA KEY IS NOT LESS CHAVE-AGENDA
               INVALID KEY
                  GO TO APURA-ARC.
       APURA-AGE-LOOP.
           READ AGENDA NEXT
               AT END
                  GO TO APURA-ARC.
           PERFORM CONTA-AGE THRU CONTA-AGE-FIM
           GO TO APURA-AGE-LOOP.
      *
      *    CONSULTAS JA EXPURGADAS PELA LIMPEZA DA AGENDA, LIDAS
      *    NO LAYOUT DA AGENDA; SEM ARQUIVO MORTO DO ANO, SEGUE
       APURA-ARC.
           MOVE W-ANOREF TO W-ARQANO
           OPEN INPUT AGEARC
           IF ST-ERRO10 NOT = "00"
                GO TO APURA-LOTE.
           MOVE ZEROS TO CHAVE-ARC
           START AGEARC KEY IS NOT LESS CHAVE-ARC
               INVALID KEY
                  GO TO APURA-ARC-FECHA.
       APURA-ARC-LOOP.
           READ AGEARC NEXT
               AT END
                  GO TO APURA-ARC-FECHA.
           MOVE REGAGEARC TO REGAGENDA
           PERFORM CONTA-AGE THRU CONTA-AGE-FIM
           GO TO APURA-ARC-LOOP.
       APURA-ARC-FECHA.
           CLOSE AGEARC
           GO TO APURA-LOTE.
      *
       CONTA-AGE.
           IF NOT AGE-REALIZADA OR CODIGO = ZEROS
                GO TO CONTA-AGE-FIM.
           IF ANOC NOT = W-ANOREF
                GO TO CONTA-AGE-FIM.
           MOVE CODIGO TO W-CODCV
           PERFORM BUSCA-CONV THRU BUSCA-CONV-FIM
           IF W-ACHCV = ZEROS
                GO TO CONTA-AGE-FIM.
           ADD 1 TO CV-QTDCONS(W-ACHCV)
           MOVE CRM      TO CRM-AP
           MOVE DATACONS TO DATACONS-AP
           MOVE HORACONS TO HORACONS-AP
           MOVE ZEROS    TO SEQ-AP
           START ATDPROC KEY IS NOT LESS CHAVE-AP
               INVALID KEY
                  GO TO CONTA-AGE-FIM.
       CONTA-AGE-PROC.
           READ ATDPROC NEXT
               AT END
                  GO TO CONTA-AGE-FIM.
           IF CRM-AP NOT = CRM OR DATACONS-AP NOT = DATACONS
              OR HORACONS-AP NOT = HORACONS
                GO TO CONTA-AGE-FIM.
           ADD 1 TO CV-QTDPROC(W-ACHCV)
           GO TO CONTA-AGE-PROC.
       CONTA-AGE-FIM.
           EXIT.
      *
      ***************************************************
      * LOTES DO ANO: FATURADO, GLOSADO E PRAZO DOS      *
      * NORMAIS (COM O VALOR MEDIO DAS CONSULTAS DOS     *
      * ITENS); DOS LOTES DE RECURSO, O RECUPERADO       *
      ***************************************************
      *
       APURA-LOTE.
           MOVE ZEROS TO LOTE-FL
           START FATLOTE KEY IS NOT LESS LOTE-FL
               INVALID KEY
                  GO TO APURA-MENS.
       APURA-LOTE-LOOP.
           READ FATLOTE NEXT
               AT END
                  GO TO APURA-MENS.
           IF ANOMES-FL(1:4) NOT = W-ANOREF
                GO TO APURA-LOTE-LOOP.
           MOVE CODIGO-FL TO W-CODCV
           PERFORM BUSCA-CONV THRU BUSCA-CONV-FIM
           IF W-ACHCV = ZEROS
                GO TO APURA-LOTE-LOOP.
           IF FL-RECURSO
                ADD VALOR-FL TO CV-RECURSO(W-ACHCV)
                ADD PAGO-FL  TO CV-RECUP(W-ACHCV)
                GO TO APURA-LOTE-LOOP.
           ADD VALOR-FL TO CV-FATUR(W-ACHCV)
           ADD GLOSA-FL TO CV-GLOSA(W-ACHCV)
           IF FL-LIQUIDADO AND DATAGER-FL NOT = ZEROS
              AND DATABAIXA-FL NOT = ZEROS
                PERFORM APURA-PRAZO THRU APURA-PRAZO-FIM.
           PERFORM APURA-ITENS THRU APURA-ITENS-FIM
           GO TO APURA-LOTE-LOOP.
      *
       APURA-PRAZO.
           MOVE DATAGER-FL TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-SDIAS TO W-SDIAS2
           MOVE DATABAIXA-FL TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           IF W-SDIAS < W-SDIAS2
                GO TO APURA-PRAZO-FIM.
           COMPUTE CV-DIASLT(W-ACHCV) = CV-DIASLT(W-ACHCV)
                                      + W-SDIAS - W-SDIAS2
           ADD 1 TO CV-QTDLT(W-ACHCV).
       APURA-PRAZO-FIM.
           EXIT.
      *
      *    CONSULTAS FATURADAS NO LOTE (ITEM SEM PROCEDIMENTO E
      *    COM VALOR) CONTRA O PRECO PARTICULAR DO MESMO MEDICO
       APURA-ITENS.
           MOVE LOTE-FL TO LOTE-FI
           MOVE ZEROS   TO SEQ-FI
           START FATITEM KEY IS NOT LESS CHAVE-FI
                INVALID KEY
                     GO TO APURA-ITENS-FIM.
       APURA-ITENS-LOOP.
           READ FATITEM NEXT RECORD
                AT END
                     GO TO APURA-ITENS-FIM.
           IF LOTE-FI NOT = LOTE-FL
                GO TO APURA-ITENS-FIM.
           IF COD-PROC-FI NOT = ZEROS OR VALOR-FI = ZEROS
                GO TO APURA-ITENS-LOOP.
           PERFORM BUSCA-PARTIC THRU BUSCA-PARTIC-FIM
           IF W-VALPART = ZEROS
                GO TO APURA-ITENS-LOOP.
           ADD 1 TO CV-QTDVAL(W-ACHCV)
           ADD VALOR-FI  TO CV-VALCONV(W-ACHCV)
           ADD W-VALPART TO CV-VALPART(W-ACHCV)
           GO TO APURA-ITENS-LOOP.
       APURA-ITENS-FIM.
           EXIT.
      *
      ***************************************************
      * MENSALIDADES DAS COMPETENCIAS DO ANO: DEVIDO E O *
      * QUE FICOU EM ABERTO DAS JA VENCIDAS              *
      ***************************************************
      *
       APURA-MENS.
           MOVE ZEROS TO CHAVE-MS
           START MENSAL KEY IS NOT LESS CHAVE-MS
               INVALID KEY
                  GO TO CLASSIFICA.
       APURA-MENS-LOOP.
           READ MENSAL NEXT
               AT END
                  GO TO CLASSIFICA.
           IF ANOMES-MS(1:4) NOT = W-ANOREF
                GO TO APURA-MENS-LOOP.
           IF ANOMES-MS NOT < W-ANOMESHOJE
                GO TO APURA-MENS-LOOP.
           MOVE CODIGO-MS TO W-CODCV
           PERFORM BUSCA-CONV THRU BUSCA-CONV-FIM
           IF W-ACHCV = ZEROS
                GO TO APURA-MENS-LOOP.
           ADD VALOR-MS TO CV-MSDEV(W-ACHCV)
           IF NOT MS-PAGA AND PAGO-MS < VALOR-MS
                COMPUTE CV-MSABE(W-ACHCV) = CV-MSABE(W-ACHCV)
                                          + VALOR-MS - PAGO-MS.
           GO TO APURA-MENS-LOOP.

      *
      ***************************************************
      * CLASSIFICACAO: EM CADA INDICADOR O CONVENIO FICA *
      * NA POSICAO 1 + QUANTOS FORAM MELHORES; A SOMA    *
      * DAS CINCO POSICOES DA A CLASSIFICACAO GERAL      *
      ***************************************************
      *
       CLASSIFICA.
           IF W-NUMCV = ZEROS
                MOVE "*** NENHUM CONVENIO COM MOVIMENTO NO ANO ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMPRIME-FIM.
           MOVE 1 TO W-IXCV.
       CLASS-IND.
           IF W-IXCV > W-NUMCV
                GO TO CLASS-PONTOS.
           COMPUTE CV-IND(W-IXCV, 1) = ZEROS - CV-QTDCONS(W-IXCV)
                                     - CV-QTDPROC(W-IXCV)
           MOVE ZEROS TO CV-IND(W-IXCV, 2)
           IF CV-VALPART(W-IXCV) NOT = ZEROS
                COMPUTE CV-IND(W-IXCV, 2) ROUNDED = ZEROS
                     - CV-VALCONV(W-IXCV) * 100 / CV-VALPART(W-IXCV).
           MOVE 9999 TO CV-IND(W-IXCV, 3)
           IF CV-QTDLT(W-IXCV) NOT = ZEROS
                COMPUTE CV-IND(W-IXCV, 3) ROUNDED = CV-DIASLT(W-IXCV)
                                                 / CV-QTDLT(W-IXCV).
           MOVE ZEROS TO CV-IND(W-IXCV, 4)
           IF CV-FATUR(W-IXCV) NOT = ZEROS
                COMPUTE CV-IND(W-IXCV, 4) ROUNDED =
                     (CV-GLOSA(W-IXCV) - CV-RECUP(W-IXCV)) * 100
                     / CV-FATUR(W-IXCV).
           MOVE ZEROS TO CV-IND(W-IXCV, 5)
           IF CV-MSDEV(W-IXCV) NOT = ZEROS
                COMPUTE CV-IND(W-IXCV, 5) ROUNDED =
                     CV-MSABE(W-IXCV) * 100 / CV-MSDEV(W-IXCV).
           MOVE ZEROS TO CV-PONTOS(W-IXCV)
           ADD 1 TO W-IXCV
           GO TO CLASS-IND.
      *
       CLASS-PONTOS.
           MOVE 1 TO W-IXCV.
       CLASS-PONTOS-CV.
           IF W-IXCV > W-NUMCV
                GO TO CLASS-POS.
           MOVE 1 TO W-IXIND.
       CLASS-PONTOS-IND.
           MOVE 1 TO W-RANK
           MOVE 1 TO W-IXCV2.
       CLASS-PONTOS-CMP.
           IF W-IXCV2 > W-NUMCV
                GO TO CLASS-PONTOS-SOMA.
           IF CV-IND(W-IXCV2, W-IXIND) < CV-IND(W-IXCV, W-IXIND)
                ADD 1 TO W-RANK.
           ADD 1 TO W-IXCV2
           GO TO CLASS-PONTOS-CMP.
       CLASS-PONTOS-SOMA.
           ADD W-RANK TO CV-PONTOS(W-IXCV)
           IF W-IXIND < 5
                ADD 1 TO W-IXIND
                GO TO CLASS-PONTOS-IND.
           ADD 1 TO W-IXCV
           GO TO CLASS-PONTOS-CV.
      *
       CLASS-POS.
           MOVE 1 TO W-IXCV.
       CLASS-POS-CV.
           IF W-IXCV > W-NUMCV
                GO TO IMPRIME.
           MOVE 1 TO W-RANK
           MOVE 1 TO W-IXCV2.
       CLASS-POS-CMP.
           IF W-IXCV2 > W-NUMCV
                MOVE W-RANK TO CV-POS(W-IXCV)
                ADD 1 TO W-IXCV
                GO TO CLASS-POS-CV.
           IF CV-PONTOS(W-IXCV2) < CV-PONTOS(W-IXCV)
                ADD 1 TO W-RANK.
           ADD 1 TO W-IXCV2
           GO TO CLASS-POS-CMP.

      *
      ***************************************************
      * IMPRESSAO NA ORDEM DA CLASSIFICACAO E DEPOIS OS  *
      * VALORES DO ANO NA ORDEM DE CODIGO                *
      ***************************************************
      *
       IMPRIME.
           MOVE W-ANOREF   TO ANOCTX
           MOVE W-HOJE-DIA TO DIACTX
           MOVE W-HOJE-MES TO MESCTX
           MOVE W-HOJE-ANO TO ANOHTX
           WRITE REGDESEMP FROM CAB1
           MOVE SPACES TO REGDESEMP
           WRITE REGDESEMP
           WRITE REGDESEMP FROM CABCLA1
           WRITE REGDESEMP FROM CABCLA2
           MOVE 1 TO W-POS.
       IMPRIME-POS.
           IF W-POS > W-NUMCV
                GO TO IMPRIME-VAL.
           MOVE 1 TO W-IXCV.
       IMPRIME-POS-CV.
           IF W-IXCV > W-NUMCV
                ADD 1 TO W-POS
                GO TO IMPRIME-POS.
           IF CV-POS(W-IXCV) = W-POS
                PERFORM IMPRIME-CLA THRU IMPRIME-CLA-FIM.
           ADD 1 TO W-IXCV
           GO TO IMPRIME-POS-CV.
      *
       IMPRIME-VAL.
           MOVE SPACES TO REGDESEMP
           WRITE REGDESEMP
           WRITE REGDESEMP FROM CABVAL1
           WRITE REGDESEMP FROM CABVAL2
           MOVE 1 TO W-IXCV.
       IMPRIME-VAL-LOOP.
           IF W-IXCV > W-NUMCV
                GO TO IMPRIME-TOT.
           MOVE CV-COD(W-IXCV) TO CODIGO2 CODVTX
           READ CADCONV
               INVALID KEY
                  MOVE SPACES TO NOMECV.
           MOVE NOMECV             TO NOMEVTX
           MOVE CV-FATUR(W-IXCV)   TO FATVTX
           MOVE CV-GLOSA(W-IXCV)   TO GLOVTX
           MOVE CV-RECUP(W-IXCV)   TO RECVTX
           MOVE CV-MSDEV(W-IXCV)   TO DEVVTX
           MOVE CV-MSABE(W-IXCV)   TO ABEVTX
           WRITE REGDESEMP FROM DETVAL
           ADD CV-QTDCONS(W-IXCV)  TO TOT-CONS
           ADD CV-QTDPROC(W-IXCV)  TO TOT-PROC
           ADD CV-FATUR(W-IXCV)    TO TOT-FATUR
           ADD CV-GLOSA(W-IXCV)    TO TOT-GLOSA
           ADD CV-RECUP(W-IXCV)    TO TOT-RECUP
           ADD CV-MSDEV(W-IXCV)    TO TOT-MSDEV
           ADD CV-MSABE(W-IXCV)    TO TOT-MSABE
           ADD 1 TO W-IXCV
           GO TO IMPRIME-VAL-LOOP.
      *
       IMPRIME-TOT.
           MOVE TOT-FATUR TO FATTTX
           MOVE TOT-GLOSA TO GLOTTX
           MOVE TOT-RECUP TO RECTTX
           MOVE TOT-MSDEV TO DEVTTX
           MOVE TOT-MSABE TO ABETTX
           WRITE REGDESEMP FROM LINTOT
           MOVE SPACES TO REGDESEMP
           WRITE REGDESEMP
           WRITE REGDESEMP FROM LINNOTA1
           WRITE REGDESEMP FROM LINNOTA2
           WRITE REGDESEMP FROM LINNOTA3
           WRITE REGDESEMP FROM LINNOTA4
           WRITE REGDESEMP FROM LINNOTA5
           WRITE REGDESEMP FROM LINNOTA6
           DISPLAY (16, 01) "CONVENIOS CLASSIFICADOS: " W-NUMCV
           MOVE "*** RELATORIO DE DESEMPENHO GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMPRIME-FIM.
           CLOSE AGENDA ATDPROC FATLOTE FATITEM MENSAL PRECOTAB
                 CADMED CADCONV
           GO TO ROT-FIM.
      *
      *    LINHA DA CLASSIFICACAO DO CONVENIO W-IXCV
       IMPRIME-CLA.
           MOVE CV-POS(W-IXCV) TO POSTX
           MOVE CV-COD(W-IXCV) TO CODIGO2 CODTX
           READ CADCONV
               INVALID KEY
                  MOVE SPACES TO NOMECV.
           MOVE NOMECV             TO NOMETX
           MOVE CV-QTDCONS(W-IXCV) TO CONSTX
           MOVE CV-QTDPROC(W-IXCV) TO PROCTX
           MOVE ZEROS TO W-MEDCONV W-MEDPART W-PERC
           IF CV-QTDVAL(W-IXCV) NOT = ZEROS
                COMPUTE W-MEDCONV ROUNDED = CV-VALCONV(W-IXCV)
                                          / CV-QTDVAL(W-IXCV)
                COMPUTE W-MEDPART ROUNDED = CV-VALPART(W-IXCV)
                                          / CV-QTDVAL(W-IXCV).
           IF CV-VALPART(W-IXCV) NOT = ZEROS
                COMPUTE W-PERC ROUNDED = CV-VALCONV(W-IXCV) * 100
                                       / CV-VALPART(W-IXCV).
           MOVE W-MEDCONV TO MEDCVTX
           MOVE W-MEDPART TO MEDPATX
           MOVE W-PERC    TO PTABTX
           MOVE ZEROS TO W-PRAZO
           IF CV-QTDLT(W-IXCV) NOT = ZEROS
                COMPUTE W-PRAZO ROUNDED = CV-DIASLT(W-IXCV)
                                        / CV-QTDLT(W-IXCV).
           MOVE W-PRAZO TO PRAZOTX
           MOVE ZEROS TO W-PERC
           IF CV-FATUR(W-IXCV) NOT = ZEROS
                COMPUTE W-PERC ROUNDED = CV-GLOSA(W-IXCV) * 100
                                       / CV-FATUR(W-IXCV).
           MOVE W-PERC TO PGLOTX
           MOVE ZEROS TO W-PERC
           IF CV-GLOSA(W-IXCV) NOT = ZEROS
                COMPUTE W-PERC ROUNDED = CV-RECUP(W-IXCV) * 100
                                       / CV-GLOSA(W-IXCV).
           MOVE W-PERC TO PRECTX
           MOVE ZEROS TO W-PERC
           IF CV-MSDEV(W-IXCV) NOT = ZEROS
                COMPUTE W-PERC ROUNDED = CV-MSABE(W-IXCV) * 100
                                       / CV-MSDEV(W-IXCV).
           MOVE W-PERC TO PINATX
           MOVE CV-PONTOS(W-IXCV) TO PONTTX
           WRITE REGDESEMP FROM DETCLA.
       IMPRIME-CLA-FIM.
           EXIT.
      *
      *    POSICAO DO CONVENIO W-CODCV NA TABELA DO ANO
      *    (INCLUI SE AINDA NAO ESTIVER; ZERO SE A TABELA ENCHER)
       BUSCA-CONV.
           MOVE ZEROS TO W-ACHCV
           MOVE 1 TO W-IXCV.
       BUSCA-CONV-LOOP.
           IF W-IXCV > W-NUMCV
                GO TO BUSCA-CONV-INC.
           IF CV-COD(W-IXCV) = W-CODCV
                MOVE W-IXCV TO W-ACHCV
                GO TO BUSCA-CONV-FIM.
           ADD 1 TO W-IXCV
           GO TO BUSCA-CONV-LOOP.
       BUSCA-CONV-INC.
           IF W-NUMCV NOT < 200
                GO TO BUSCA-CONV-FIM.
           ADD 1 TO W-NUMCV
           MOVE W-NUMCV TO W-ACHCV
           MOVE ZEROS TO CV-ENT(W-ACHCV)
           MOVE W-CODCV TO CV-COD(W-ACHCV).
       BUSCA-CONV-FIM.
           EXIT.
      *
      ***************************************************
      * PRECO PARTICULAR DO MEDICO DO ITEM: LINHA PADRAO *
      * DO CRM NA PRECOTAB, SENAO O VALOR-CONSULTA DO    *
      * CADASTRO DO MEDICO                               *
      ***************************************************
      *
       BUSCA-PARTIC.
           MOVE ZEROS  TO W-VALPART
           MOVE CRM-FI TO CRM-PRE
           MOVE ZEROS  TO CODIGO-PRE
           READ PRECOTAB
               INVALID KEY
                  GO TO BUSCA-PARTIC-MED.
           MOVE VALOR-PRE TO W-VALPART
           GO TO BUSCA-PARTIC-FIM.
       BUSCA-PARTIC-MED.
           MOVE CRM-FI TO CRM2
           READ CADMED
               INVALID KEY
                  GO TO BUSCA-PARTIC-FIM.
           MOVE VALOR-CONSULTA TO W-VALPART.
       BUSCA-PARTIC-FIM.
           EXIT.
      *
       CALC-DIAS.
           IF W-CD-MES > 2
                MOVE W-CD-ANO TO W-SANO
           ELSE
                COMPUTE W-SANO = W-CD-ANO - 1.
           IF W-CD-MES = ZEROS OR W-CD-MES > 12
                MOVE ZEROS TO W-SDIAS
                GO TO CALC-DIAS-FIM.
           COMPUTE W-SQ4 = W-SANO / 4
           COMPUTE W-SQ100 = W-SANO / 100
           COMPUTE W-SQ400 = W-SANO / 400
           COMPUTE W-SDIAS = (365 * W-CD-ANO) + W-SQ4 - W-SQ100
                           + W-SQ400 + TBCUMD(W-CD-MES) + W-CD-DIA.
       CALC-DIAS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADDESEMP.
       ROT-FIMP.
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
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
