       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP066R.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * LIVRO MENSAL DE INDICADORES GERENCIAIS          *
      * (MES A ESCOLHER: RECEITA POR ORIGEM, GLOSA,     *
      *  A RECEBER HA MAIS DE 90 DIAS, FALTAS E         *
      *  CANCELAMENTOS, OCUPACAO, ESPERA MEDIA,         *
      *  PACIENTES NOVOS E DE RETORNO E TICKET MEDIO    *
      *  POR ESPECIALIDADE; CADA INDICADOR COM O MES,   *
      *  O MESMO MES DO ANO ANTERIOR E A MEDIA DOS      *
      *  ULTIMOS 12 MESES, COM COPIA EM CSV)            *
      **************************************************
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
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.
           SELECT PRECOTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PRE
                    FILE STATUS  IS ST-ERRO4.
           SELECT ATDPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AP
                    FILE STATUS  IS ST-ERRO5.
           SELECT FATLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOTE-FL
                    FILE STATUS  IS ST-ERRO6.
           SELECT RECIBO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-REC
                    FILE STATUS  IS ST-ERRO7.
           SELECT MENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MS
                    FILE STATUS  IS ST-ERRO8.
           SELECT FERTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DATA-FER
                    FILE STATUS  IS ST-ERRO9.
           SELECT ESPTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-ESP
                    FILE STATUS  IS ST-ERRO10.
           SELECT CADIND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO11.
           SELECT CADINDCSV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO12.
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
       COPY "PRECOTAB.CPY".
       COPY "ATDPROC.CPY".
       COPY "FATLOTE.CPY".
       COPY "RECIBO.CPY".
       COPY "MENSAL.CPY".
       COPY "FERTAB.CPY".
       COPY "ESPTAB.CPY".
      *
       FD CADIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQIND.
       01 REGIND       PIC X(100).
      *
       FD CADINDCSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQCSV.
       01 REGINDCSV    PIC X(100).
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
       77 ST-ERRO11  PIC X(02) VALUE "00".
       77 ST-ERRO12  PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-MESREF   PIC 9(02) VALUE ZEROS.
       01 W-ANOREF   PIC 9(04) VALUE ZEROS.

       01 W-ARQIND.
          03 FILLER       PIC X(05) VALUE "INDIC".
          03 W-INDANO     PIC 9(04) VALUE ZEROS.
          03 W-INDMES     PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
          03 FILLER       PIC X(05) VALUE SPACES.
       01 W-ARQCSV.
          03 FILLER       PIC X(05) VALUE "INDIC".
          03 W-CSVANO     PIC 9(04) VALUE ZEROS.
          03 W-CSVMES     PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".CSV".
          03 FILLER       PIC X(05) VALUE SPACES.

       01 W-ARQARC.
          03 FILLER       PIC X(06) VALUE "AGEARC".
          03 W-ARQANO     PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DAT".
          03 FILLER       PIC X(06) VALUE SPACES.

      *    OS 13 MESES APURADOS: A POSICAO 13 E O MES PEDIDO, A
      *    POSICAO 1 E O MESMO MES DO ANO ANTERIOR E AS POSICOES
      *    2 A 13 FORMAM A MEDIA DOS ULTIMOS 12 MESES
       01 TBMES.
          05 MS-ENT OCCURS 13 TIMES.
             10 MS-ANO      PIC 9(04).
             10 MS-MES      PIC 9(02).
             10 MS-DATAFIM  PIC 9(08).
             10 MS-DIASFIM  PIC 9(07).
             10 MS-RECCONV  PIC 9(09)V99.
             10 MS-RECPART  PIC 9(09)V99.
             10 MS-RECMENS  PIC 9(09)V99.
             10 MS-GLOSA    PIC 9(09)V99.
             10 MS-REC90    PIC 9(09)V99.
             10 MS-AGEND    PIC 9(06).
             10 MS-CANC     PIC 9(06).
             10 MS-FALTA    PIC 9(06).
             10 MS-REAL     PIC 9(06).
             10 MS-CAPAC    PIC 9(07).
             10 MS-ESPQTD   PIC 9(06).
             10 MS-ESPSOMA  PIC 9(08).
             10 MS-NOVOS    PIC 9(06).
             10 MS-RETORNO  PIC 9(06).
       01 W-IXM         PIC 9(02) VALUE ZEROS.
       01 W-NMREF       PIC 9(06) VALUE ZEROS.
       01 W-NMREG       PIC 9(06) VALUE ZEROS.
       01 W-DIFMES      PIC 9(06) VALUE ZEROS.
       01 W-CANO        PIC 9(04) VALUE ZEROS.
       01 W-CMES        PIC 9(02) VALUE ZEROS.

      *    CONSULTAS REALIZADAS E VALOR (CONSULTA PELA TABELA DE
      *    PRECOS MAIS OS PROCEDIMENTOS) POR ESPECIALIDADE E MES
       01 TBESP.
          05 ES-ENT OCCURS 99 TIMES.
             10 ES-MESES OCCURS 13 TIMES.
                15 ES-QTD   PIC 9(06).
                15 ES-VAL   PIC 9(09)V99.
       01 W-IXES        PIC 9(02) VALUE ZEROS.
       01 W-ESPCONS     PIC 9(02) VALUE ZEROS.
       01 W-CRMESP      PIC 9(06) VALUE ZEROS.
       01 W-VALORMED    PIC 9(06)V99 VALUE ZEROS.
       01 W-VALCONS     PIC 9(07)V99 VALUE ZEROS.

      *    INDICADORES: DESCRICAO, UNIDADE E FATOR (100 = PERCENTUAL)
       01 TABIND.
          03 FILLER PIC X(46) VALUE
             "FATURAMENTO DE CONVENIOS (COMPETENCIA)  R$ 001".
          03 FILLER PIC X(46) VALUE
             "RECEITA PARTICULAR (RECIBOS)            R$ 001".
          03 FILLER PIC X(46) VALUE
             "MENSALIDADES DE CONVENIOS               R$ 001".
          03 FILLER PIC X(46) VALUE
             "RECEITA TOTAL                           R$ 001".
          03 FILLER PIC X(46) VALUE
             "GLOSA SOBRE O FATURADO                  %  100".
          03 FILLER PIC X(46) VALUE
             "CONVENIOS A RECEBER HA MAIS DE 90 DIAS  R$ 001".
          03 FILLER PIC X(46) VALUE
             "TAXA DE FALTAS                          %  100".
          03 FILLER PIC X(46) VALUE
             "TAXA DE CANCELAMENTO                    %  100".
          03 FILLER PIC X(46) VALUE
             "OCUPACAO DAS AGENDAS                    %  100".
          03 FILLER PIC X(46) VALUE
             "ESPERA MEDIA DO PACIENTE                MIN001".
          03 FILLER PIC X(46) VALUE
             "PACIENTES NOVOS (PRIMEIRA CONSULTA)     QTD001".
          03 FILLER PIC X(46) VALUE
             "PACIENTES EM RETORNO                    QTD001".
       01 TABELAIND REDEFINES TABIND.
          05 IND-ENT OCCURS 12 TIMES.
             10 IND-DESC    PIC X(40).
             10 IND-UN      PIC X(03).
             10 IND-FATOR   PIC 9(03).
       01 W-NUMIND      PIC 9(02) VALUE 12.
       01 W-CODIND      PIC 9(02) VALUE ZEROS.

      *    SERIE DO INDICADOR NOS 13 MESES (NUMERADOR E BASE; NOS
      *    VALORES E QUANTIDADES A BASE E 1 EM CADA MES)
       01 TBSERIE.
          05 SR-ENT OCCURS 13 TIMES.
             10 SR-NUM      PIC 9(11)V99.
             10 SR-DEN      PIC 9(11)V99.
       01 W-FATOR       PIC 9(03) VALUE ZEROS.
       01 W-SNUM        PIC 9(13)V99 VALUE ZEROS.
       01 W-SDEN        PIC 9(13)V99 VALUE ZEROS.
       01 W-VATU        PIC 9(09)V99 VALUE ZEROS.
       01 W-VANT        PIC 9(09)V99 VALUE ZEROS.
       01 W-VMED        PIC 9(09)V99 VALUE ZEROS.

      *    ESPERA: INICIO REAL (CHAMADA DO PAINEL OU HORARIO
      *    MARCADO) MENOS A CHEGADA, EM MINUTOS
       01 W-HORATRAB.
          03 W-HORA-HH  PIC 9(02).
          03 W-HORA-MM  PIC 9(02).
       01 W-INI-MIN     PIC 9(05) VALUE ZEROS.
       01 W-CHEG-MIN    PIC 9(05) VALUE ZEROS.
       01 W-ESPERA      PIC 9(04) VALUE ZEROS.

      *    LOTES A RECEBER: VALOR EM ABERTO E IDADE PELA GERACAO
       01 W-VALAB       PIC 9(08)V99 VALUE ZEROS.
       01 W-DIASGER     PIC 9(07) VALUE ZEROS.
       01 W-SOMAMAX     PIC 9(05) VALUE ZEROS.

       01 W-DTT.
          03 W-DTT-ANO  PIC 9(04).
          03 W-DTT-MES  PIC 9(02).
          03 W-DTT-DIA  PIC 9(02).
       01 W-DTT-N REDEFINES W-DTT PIC 9(08).
       01 W-AMT.
          03 W-AMT-ANO  PIC 9(04).
          03 W-AMT-MES  PIC 9(02).
       01 W-AMT-N REDEFINES W-AMT PIC 9(06).

       01 TABDMES.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 28.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
       01 TABELADMES REDEFINES TABDMES.
          05 TBDIASMES  PIC 9(02) OCCURS 12 TIMES.

       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-DIAUTIL     PIC 9(02) VALUE ZEROS.
       01 W-DIASUTEIS   PIC 9(02) VALUE ZEROS.
       01 W-REST4       PIC 9(04) VALUE ZEROS.
       01 W-REST100     PIC 9(04) VALUE ZEROS.
       01 W-REST400     PIC 9(04) VALUE ZEROS.
       01 W-QUOCX       PIC 9(04) VALUE ZEROS.

       01 W-ZDIA        PIC 9(02) VALUE ZEROS.
       01 W-ZMES        PIC 9(02) VALUE ZEROS.
       01 W-ZANO        PIC 9(04) VALUE ZEROS.
       01 W-Z1          PIC 9(04) VALUE ZEROS.
       01 W-Z2          PIC 9(04) VALUE ZEROS.
       01 W-Z3          PIC 9(04) VALUE ZEROS.
       01 W-Z4          PIC 9(04) VALUE ZEROS.
       01 W-ZSOMA       PIC 9(05) VALUE ZEROS.
       01 W-ZQUOC       PIC 9(05) VALUE ZEROS.
       01 W-DIASEM      PIC 9(01) VALUE ZEROS.

       01 W-SANO        PIC 9(04) VALUE ZEROS.
       01 W-SQ4         PIC 9(04) VALUE ZEROS.
       01 W-SQ100       PIC 9(04) VALUE ZEROS.
       01 W-SQ400       PIC 9(04) VALUE ZEROS.
       01 W-SDIAS       PIC 9(07) VALUE ZEROS.
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

       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** INDICADORES GERENCIAIS ***".
           05  FILLER                 PIC X(006) VALUE
           "   REF".
           05  FILLER                 PIC X(001) VALUE " ".
           05  MESCTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOCTX     VALUE ZEROS  PIC 9999.

       01  CAB2.
           05  FILLER                 PIC X(030) VALUE
           "MEDIA DOS 12 MESES DE ".
           05  MEDINITX   VALUE SPACES PIC X(007).
           05  FILLER                 PIC X(003) VALUE " A ".
           05  MEDFIMTX   VALUE SPACES PIC X(007).

       01  CAB3.
           05  FILLER                 PIC X(041) VALUE
           "INDICADOR".
           05  FILLER                 PIC X(005) VALUE
           "UN.".
           05  FILLER                 PIC X(016) VALUE
           "     MES ATUAL".
           05  FILLER                 PIC X(016) VALUE
           "MES ANO ANTER.".
           05  FILLER                 PIC X(014) VALUE
           "MEDIA 12 MESES".

       01  CAB4.
           05  FILLER                 PIC X(046) VALUE
           "---------------------------------------- ---  ".
           05  FILLER                 PIC X(046) VALUE
           "--------------  --------------  --------------".

       01  CABESP.
           05  FILLER                 PIC X(060) VALUE
           "TICKET MEDIO POR ESPECIALIDADE (CONSULTA + PROCED.)".

       01  DETIND.
           05  INDDESCTX  VALUE SPACES PIC X(040).
           05  FILLER                 PIC X(001) VALUE " ".
           05  INDUNTX    VALUE SPACES PIC X(003).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  INDATUTX   VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  INDANTTX   VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  INDMEDTX   VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  LINSEMESP.
           05  FILLER                 PIC X(050) VALUE
           "NENHUMA CONSULTA REALIZADA NOS 13 MESES".

       01  LINNOTA1.
           05  FILLER                 PIC X(050) VALUE
           "PERCENTUAIS DA MEDIA SOBRE OS TOTAIS DOS 12 MESES;".
           05  FILLER                 PIC X(040) VALUE
           " FALTAS SOBRE AS MARCADAS NAO CANCELADAS".
       01  LINNOTA2.
           05  FILLER                 PIC X(050) VALUE
           "OCUPACAO: MARCADAS NAO CANCELADAS SOBRE A CAPACIDA".
           05  FILLER                 PIC X(040) VALUE
           "DE (LIMITE DIARIO X DIAS UTEIS)".
       01  LINNOTA3.
           05  FILLER                 PIC X(050) VALUE
           "A RECEBER: LOTES EM ABERTO NO FIM DO MES, GERADOS ".
           05  FILLER                 PIC X(040) VALUE
           "HA MAIS DE 90 DIAS".

       01  CABCSV      PIC X(080) VALUE
           "INDICADOR;UNIDADE;MES ATUAL;MESMO MES ANO ANTERIOR;MEDIA 12
      -    "MESES".

       01  DETCSV.
           05  INDDESCCSV    PIC X(040).
           05  FILLER        PIC X(01) VALUE ";".
           05  INDUNCSV      PIC X(003).
           05  FILLER        PIC X(01) VALUE ";".
           05  INDATUCSV     PIC Z(08)9,99.
           05  FILLER        PIC X(01) VALUE ";".
           05  INDANTCSV     PIC Z(08)9,99.
           05  FILLER        PIC X(01) VALUE ";".
           05  INDMEDCSV     PIC Z(08)9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT066.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** LIVRO DE INDICADORES GERENCIAIS".
           05  LINE 02  COLUMN 44
               VALUE  " ***".
           05  LINE 06  COLUMN 01
               VALUE  " COMPETENCIA (MM AAAA) :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMESREF
               LINE 06  COLUMN 27  PIC 9(02)
               USING  W-MESREF
               HIGHLIGHT.
           05  TANOREF
               LINE 06  COLUMN 30  PIC 9(04)
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
              DISPLAY SMT066.
       INC-R1.
           ACCEPT TMESREF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIMP.

           IF W-MESREF = ZEROS
                GO TO INC-R1.
           IF W-MESREF > 12
                MOVE "MES INVALIDO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-R1.
       INC-R1A.
           ACCEPT TANOREF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-R1.

           IF W-ANOREF < 2000
                MOVE "ANO INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-R1A.

       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* IMPRESSAO RECUSADA PELO OPERADOR *" TO MENS
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

           OPEN INPUT CADMED
           IF ST-ERRO3 NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           OPEN INPUT PRECOTAB
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT PRECOTAB
                 CLOSE PRECOTAB
                 OPEN INPUT PRECOTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PRECOTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT ATDPROC
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
                 OPEN OUTPUT ATDPROC
                 CLOSE ATDPROC
                 OPEN INPUT ATDPROC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ATDPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT FATLOTE
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
                 OPEN OUTPUT FATLOTE
                 CLOSE FATLOTE
                 OPEN INPUT FATLOTE
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FATLOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT RECIBO
           IF ST-ERRO7 NOT = "00"
             IF ST-ERRO7 = "30"
                 OPEN OUTPUT RECIBO
                 CLOSE RECIBO
                 OPEN INPUT RECIBO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO RECIBO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT MENSAL
           IF ST-ERRO8 NOT = "00"
             IF ST-ERRO8 = "30"
                 OPEN OUTPUT MENSAL
                 CLOSE MENSAL
                 OPEN INPUT MENSAL
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MENSAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT FERTAB
           IF ST-ERRO9 NOT = "00"
             IF ST-ERRO9 = "30"
                 OPEN OUTPUT FERTAB
                 CLOSE FERTAB
                 OPEN INPUT FERTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FERTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT ESPTAB
           IF ST-ERRO10 NOT = "00"
             IF ST-ERRO10 = "30"
                 OPEN OUTPUT ESPTAB
                 CLOSE ESPTAB
                 OPEN INPUT ESPTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ESPTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE W-ANOREF TO W-INDANO W-CSVANO
           MOVE W-MESREF TO W-INDMES W-CSVMES
           OPEN OUTPUT CADIND
           IF ST-ERRO11 NOT = "00"
                MOVE "ERRO ABERTURA DO ARQUIVO DE INDICADORES" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           OPEN OUTPUT CADINDCSV
           IF ST-ERRO12 NOT = "00"
                MOVE "ERRO ABERTURA DO ARQUIVO CSV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           DISPLAY (16, 01) "APURANDO OS 13 MESES ...".
           MOVE ZEROS TO TBMES TBESP W-CRMESP W-ESPCONS
           PERFORM MONTA-MESES THRU MONTA-MESES-FIM
           PERFORM SOMA-CAPAC THRU SOMA-CAPAC-FIM.
      *
      ***************************************************
      * AGENDA E ARQUIVO MORTO DOS DOIS ANOS DO PERIODO  *
      * (O EXPURGO TIRA DA AGENDA AS CONSULTAS ANTIGAS)  *
      ***************************************************
      *
       LE-AGENDA.
           MOVE ZEROS TO CHAVE-AGENDA
           START AGENDA KEY IS NOT LESS CHAVE-AGENDA
               INVALID KEY
                  GO TO LE-ARQUIVO.
       LE-AGENDA-LOOP.
           READ AGENDA NEXT
               AT END
                  GO TO LE-ARQUIVO.
           PERFORM APURA-CONS THRU APURA-CONS-FIM
           GO TO LE-AGENDA-LOOP.

       LE-ARQUIVO.
           MOVE MS-ANO(1) TO W-ARQANO
           PERFORM LE-ARQANO THRU LE-ARQANO-FIM
           IF MS-ANO(13) NOT = MS-ANO(1)
                MOVE MS-ANO(13) TO W-ARQANO
                PERFORM LE-ARQANO THRU LE-ARQANO-FIM.
      *
      ***************************************************
      * LOTES DE CONVENIO: FATURADO E GLOSA PELA         *
      * COMPETENCIA DO LOTE NORMAL; A RECEBER HA MAIS DE *
      * 90 DIAS NO FIM DE CADA MES (RECURSOS INCLUSIVE)  *
      ***************************************************
      *
       LE-LOTE.
           MOVE ZEROS TO LOTE-FL
           START FATLOTE KEY IS NOT LESS LOTE-FL
               INVALID KEY
                  GO TO LE-RECIBO.
       LE-LOTE-LOOP.
           READ FATLOTE NEXT
               AT END
                  GO TO LE-RECIBO.
           IF FL-NORMAL
                MOVE ANOMES-FL TO W-AMT-N
                MOVE W-AMT-ANO TO W-CANO
                MOVE W-AMT-MES TO W-CMES
                PERFORM ACHA-MES THRU ACHA-MES-FIM
                IF W-IXM > ZEROS
                     ADD VALOR-FL TO MS-RECCONV(W-IXM)
                     ADD GLOSA-FL TO MS-GLOSA(W-IXM).
           IF DATAGER-FL = ZEROS
                GO TO LE-LOTE-LOOP.
           IF FL-LIQUIDADO
                MOVE VALOR-FL TO W-VALAB
           ELSE
                IF VALOR-FL > PAGO-FL + GLOSA-FL
                     COMPUTE W-VALAB = VALOR-FL - PAGO-FL - GLOSA-FL
                ELSE
                     MOVE ZEROS TO W-VALAB.
           MOVE DATAGER-FL TO W-DATACALC
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-SDIAS TO W-DIASGER
           MOVE 1 TO W-IXM.
       LE-LOTE-MES.
           IF W-IXM > 13
                GO TO LE-LOTE-LOOP.
           PERFORM SOMA-REC90 THRU SOMA-REC90-FIM
           ADD 1 TO W-IXM
           GO TO LE-LOTE-MES.
      *
      *    RECIBOS NAO ESTORNADOS PELA DATA DE EMISSAO
      *
       LE-RECIBO.
           MOVE ZEROS TO NUM-REC
           START RECIBO KEY IS NOT LESS NUM-REC
               INVALID KEY
                  GO TO LE-MENSAL.
       LE-RECIBO-LOOP.
           READ RECIBO NEXT
               AT END
                  GO TO LE-MENSAL.
           IF REC-ESTORNADO
                GO TO LE-RECIBO-LOOP.
           MOVE DATA-REC TO W-DTT-N
           MOVE W-DTT-ANO TO W-CANO
           MOVE W-DTT-MES TO W-CMES
           PERFORM ACHA-MES THRU ACHA-MES-FIM
           IF W-IXM > ZEROS
                ADD VALOR-REC TO MS-RECPART(W-IXM).
           GO TO LE-RECIBO-LOOP.
      *
      *    MENSALIDADES DOS CONVENIOS PELA COMPETENCIA
      *
       LE-MENSAL.
           MOVE ZEROS TO CODIGO-MS ANOMES-MS
           START MENSAL KEY IS NOT LESS CHAVE-MS
               INVALID KEY
                  GO TO IMPRIME.
       LE-MENSAL-LOOP.
           READ MENSAL NEXT
               AT END
                  GO TO IMPRIME.
           MOVE ANOMES-MS TO W-AMT-N
           MOVE W-AMT-ANO TO W-CANO
           MOVE W-AMT-MES TO W-CMES
           PERFORM ACHA-MES THRU ACHA-MES-FIM
           IF W-IXM > ZEROS
                ADD VALOR-MS TO MS-RECMENS(W-IXM).
           GO TO LE-MENSAL-LOOP.
      *
      ***************************************************
      * IMPRESSAO DO LIVRO E DA COPIA EM CSV             *
      ***************************************************
      *
       IMPRIME.
           MOVE W-MESREF TO MESCTX
           MOVE W-ANOREF TO ANOCTX
           MOVE SPACES TO MEDINITX MEDFIMTX
           STRING MS-MES(2) "/" MS-ANO(2)
                  DELIMITED BY SIZE INTO MEDINITX
           STRING MS-MES(13) "/" MS-ANO(13)
                  DELIMITED BY SIZE INTO MEDFIMTX
           WRITE REGIND FROM CAB1
           WRITE REGIND FROM CAB2
           MOVE SPACES TO REGIND
           WRITE REGIND
           WRITE REGIND FROM CAB3
           WRITE REGIND FROM CAB4
           WRITE REGINDCSV FROM CABCSV
           MOVE 1 TO W-CODIND.
       IMPRIME-LOOP.
           IF W-CODIND > W-NUMIND
                GO TO IMPRIME-ESP.
           MOVE 1 TO W-IXM
           PERFORM CARREGA-SERIE THRU CARREGA-SERIE-FIM
           MOVE IND-FATOR(W-CODIND) TO W-FATOR
           PERFORM CALC-SERIE THRU CALC-SERIE-FIM
           MOVE IND-DESC(W-CODIND) TO INDDESCTX INDDESCCSV
           MOVE IND-UN(W-CODIND)   TO INDUNTX INDUNCSV
           PERFORM GRAVA-IND THRU GRAVA-IND-FIM
           ADD 1 TO W-CODIND
           GO TO IMPRIME-LOOP.

       IMPRIME-ESP.
           MOVE SPACES TO REGIND
           WRITE REGIND
           WRITE REGIND FROM CABESP
           WRITE REGIND FROM CAB4
           MOVE ZEROS TO W-CONT
           MOVE 1 TO W-IXES.
       IMPRIME-ESP-LOOP.
           IF W-IXES > 99
                GO TO IMPRIME-NOTAS.
           MOVE 20 TO W-CODIND
           MOVE 1 TO W-IXM
           PERFORM CARREGA-SERIE THRU CARREGA-SERIE-FIM
           MOVE 1 TO W-FATOR
           PERFORM CALC-SERIE THRU CALC-SERIE-FIM
           IF W-SDEN = ZEROS AND SR-DEN(1) = ZEROS
                ADD 1 TO W-IXES
                GO TO IMPRIME-ESP-LOOP.
           ADD 1 TO W-CONT
           MOVE W-IXES TO COD-ESP
           READ ESPTAB
               INVALID KEY
                  MOVE "ESPECIALIDADE NAO CADASTRADA" TO DESC-ESP.
           MOVE SPACES TO INDDESCTX
           STRING "TICKET MEDIO - " DESC-ESP
                  DELIMITED BY SIZE INTO INDDESCTX
           MOVE INDDESCTX TO INDDESCCSV
           MOVE "R$"      TO INDUNTX INDUNCSV
           PERFORM GRAVA-IND THRU GRAVA-IND-FIM
           ADD 1 TO W-IXES
           GO TO IMPRIME-ESP-LOOP.

       IMPRIME-NOTAS.
           IF W-CONT = ZEROS
                WRITE REGIND FROM LINSEMESP.
           MOVE SPACES TO REGIND
           WRITE REGIND
           WRITE REGIND FROM LINNOTA1
           WRITE REGIND FROM LINNOTA2
           WRITE REGIND FROM LINNOTA3
           MOVE "*** LIVRO DE INDICADORES GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       GRAVA-IND.
           MOVE W-VATU TO INDATUTX INDATUCSV
           MOVE W-VANT TO INDANTTX INDANTCSV
           MOVE W-VMED TO INDMEDTX INDMEDCSV
           WRITE REGIND FROM DETIND
           WRITE REGINDCSV FROM DETCSV.
       GRAVA-IND-FIM.
           EXIT.
      *
      ***************************************************
      * SERIE DE 13 MESES DO INDICADOR W-CODIND (20 =    *
      * TICKET MEDIO DA ESPECIALIDADE W-IXES)            *
      ***************************************************
      *
       CARREGA-SERIE.
           IF W-IXM > 13
                GO TO CARREGA-SERIE-FIM.
           MOVE 1 TO SR-DEN(W-IXM)
           IF W-CODIND = 1
                MOVE MS-RECCONV(W-IXM) TO SR-NUM(W-IXM).
           IF W-CODIND = 2
                MOVE MS-RECPART(W-IXM) TO SR-NUM(W-IXM).
           IF W-CODIND = 3
                MOVE MS-RECMENS(W-IXM) TO SR-NUM(W-IXM).
           IF W-CODIND = 4
                COMPUTE SR-NUM(W-IXM) = MS-RECCONV(W-IXM)
                      + MS-RECPART(W-IXM) + MS-RECMENS(W-IXM).
           IF W-CODIND = 5
                MOVE MS-GLOSA(W-IXM)   TO SR-NUM(W-IXM)
                MOVE MS-RECCONV(W-IXM) TO SR-DEN(W-IXM).
           IF W-CODIND = 6
                MOVE MS-REC90(W-IXM) TO SR-NUM(W-IXM).
           IF W-CODIND = 7
                MOVE MS-FALTA(W-IXM) TO SR-NUM(W-IXM)
                COMPUTE SR-DEN(W-IXM) = MS-AGEND(W-IXM)
                                      - MS-CANC(W-IXM).
           IF W-CODIND = 8
                MOVE MS-CANC(W-IXM)  TO SR-NUM(W-IXM)
                MOVE MS-AGEND(W-IXM) TO SR-DEN(W-IXM).
           IF W-CODIND = 9
                COMPUTE SR-NUM(W-IXM) = MS-AGEND(W-IXM)
                                      - MS-CANC(W-IXM)
                MOVE MS-CAPAC(W-IXM) TO SR-DEN(W-IXM).
           IF W-CODIND = 10
                MOVE MS-ESPSOMA(W-IXM) TO SR-NUM(W-IXM)
                MOVE MS-ESPQTD(W-IXM)  TO SR-DEN(W-IXM).
           IF W-CODIND = 11
                MOVE MS-NOVOS(W-IXM) TO SR-NUM(W-IXM).
           IF W-CODIND = 12
                MOVE MS-RETORNO(W-IXM) TO SR-NUM(W-IXM).
           IF W-CODIND = 20
                MOVE ES-VAL(W-IXES, W-IXM) TO SR-NUM(W-IXM)
                MOVE ES-QTD(W-IXES, W-IXM) TO SR-DEN(W-IXM).
           ADD 1 TO W-IXM
           GO TO CARREGA-SERIE.
       CARREGA-SERIE-FIM.
           EXIT.
      *
      *    MES ATUAL, MESMO MES DO ANO ANTERIOR E MEDIA DOS 12
      *    MESES (SOMA DOS NUMERADORES SOBRE A SOMA DAS BASES)
      *
       CALC-SERIE.
           MOVE ZEROS TO W-VATU W-VANT W-VMED W-SNUM W-SDEN
           IF SR-DEN(13) > ZEROS
                COMPUTE W-VATU ROUNDED
                      = SR-NUM(13) * W-FATOR / SR-DEN(13).
           IF SR-DEN(1) > ZEROS
                COMPUTE W-VANT ROUNDED
                      = SR-NUM(1) * W-FATOR / SR-DEN(1).
           MOVE 2 TO W-IXM.
       CALC-SERIE-LOOP.
           IF W-IXM > 13
                GO TO CALC-SERIE-MED.
           ADD SR-NUM(W-IXM) TO W-SNUM
           ADD SR-DEN(W-IXM) TO W-SDEN
           ADD 1 TO W-IXM
           GO TO CALC-SERIE-LOOP.
       CALC-SERIE-MED.
           IF W-SDEN > ZEROS
                COMPUTE W-VMED ROUNDED = W-SNUM * W-FATOR / W-SDEN.
       CALC-SERIE-FIM.
           EXIT.
      *
      ***************************************************
      * UMA CONSULTA (DA AGENDA OU DO ARQUIVO MORTO) NO  *
      * MES DO PERIODO: SITUACAO, ESPERA, TIPO E VALOR   *
      ***************************************************
      *
       APURA-CONS.
           MOVE ANOC TO W-CANO
           MOVE MESC TO W-CMES
           PERFORM ACHA-MES THRU ACHA-MES-FIM
           IF W-IXM = ZEROS
                GO TO APURA-CONS-FIM.
           ADD 1 TO MS-AGEND(W-IXM)
           IF AGE-CANCELADA
                ADD 1 TO MS-CANC(W-IXM)
                GO TO APURA-CONS-FIM.
           IF AGE-FALTA
                ADD 1 TO MS-FALTA(W-IXM)
                GO TO APURA-CONS-FIM.
           IF NOT AGE-REALIZADA
                GO TO APURA-CONS-FIM.
           ADD 1 TO MS-REAL(W-IXM)
           IF TIPO-PRIMEIRA
                ADD 1 TO MS-NOVOS(W-IXM)
           ELSE
                ADD 1 TO MS-RETORNO(W-IXM).

           IF HORA-CHEGADA = ZEROS
                GO TO APURA-CONS-VAL.
           IF HORA-CHAMADA > ZEROS
                MOVE HORA-CHAMADA TO W-HORATRAB
           ELSE
                MOVE HORACONS TO W-HORATRAB.
           COMPUTE W-INI-MIN = W-HORA-HH * 60 + W-HORA-MM
           MOVE HORA-CHEGADA TO W-HORATRAB
           COMPUTE W-CHEG-MIN = W-HORA-HH * 60 + W-HORA-MM
           IF W-INI-MIN > W-CHEG-MIN
                COMPUTE W-ESPERA = W-INI-MIN - W-CHEG-MIN
           ELSE
                MOVE ZEROS TO W-ESPERA.
           ADD 1 TO MS-ESPQTD(W-IXM)
           ADD W-ESPERA TO MS-ESPSOMA(W-IXM).

       APURA-CONS-VAL.
           PERFORM BUSCA-ESP THRU BUSCA-ESP-FIM
           IF W-ESPCONS = ZEROS
                GO TO APURA-CONS-FIM.
           MOVE W-VALORMED TO W-VALCONS
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           PERFORM SOMA-PROCS THRU SOMA-PROCS-FIM
           ADD 1 TO ES-QTD(W-ESPCONS, W-IXM)
           ADD W-VALCONS TO ES-VAL(W-ESPCONS, W-IXM).
       APURA-CONS-FIM.
           EXIT.
      *
      *    ARQUIVO MORTO DE UM ANO, LIDO NO LAYOUT DA AGENDA
      *
       LE-ARQANO.
           OPEN INPUT AGEARC
           IF ST-ERRO2 NOT = "00"
                GO TO LE-ARQANO-FIM.
           MOVE ZEROS TO CHAVE-ARC
           START AGEARC KEY IS NOT LESS CHAVE-ARC
               INVALID KEY
                  GO TO LE-ARQANO-FECHA.
       LE-ARQANO-LOOP.
           READ AGEARC NEXT
               AT END
                  GO TO LE-ARQANO-FECHA.
           MOVE REGAGEARC TO REGAGENDA
           PERFORM APURA-CONS THRU APURA-CONS-FIM
           GO TO LE-ARQANO-LOOP.
       LE-ARQANO-FECHA.
           CLOSE AGEARC.
       LE-ARQANO-FIM.
           EXIT.
      *
      *    ESPECIALIDADE E VALOR DE CONSULTA DO MEDICO (A AGENDA
      *    VEM EM ORDEM DE CRM, ENTAO SO RELE QUANDO ELE MUDA)
      *
       BUSCA-ESP.
           IF CRM = W-CRMESP
                GO TO BUSCA-ESP-FIM.
           MOVE CRM TO W-CRMESP CRM2
           MOVE ZEROS TO W-ESPCONS W-VALORMED
           READ CADMED
               INVALID KEY
                  GO TO BUSCA-ESP-FIM.
           MOVE ESPECIALIDADE  TO W-ESPCONS
           MOVE VALOR-CONSULTA TO W-VALORMED.
       BUSCA-ESP-FIM.
           EXIT.
      *
       BUSCA-PRECO.
           MOVE CRM    TO CRM-PRE
           MOVE CODIGO TO CODIGO-PRE
           READ PRECOTAB
               INVALID KEY
                  GO TO BUSCA-PRECO-PADRAO.
           MOVE VALOR-PRE TO W-VALCONS
           GO TO BUSCA-PRECO-FIM.
       BUSCA-PRECO-PADRAO.
           MOVE CRM   TO CRM-PRE
           MOVE ZEROS TO CODIGO-PRE
           READ PRECOTAB
               INVALID KEY
                  GO TO BUSCA-PRECO-FIM.
           MOVE VALOR-PRE TO W-VALCONS.
       BUSCA-PRECO-FIM.
           EXIT.
      *
       SOMA-PROCS.
           MOVE CRM      TO CRM-AP
           MOVE DATACONS TO DATACONS-AP
           MOVE HORACONS TO HORACONS-AP
           MOVE ZEROS    TO SEQ-AP
           START ATDPROC KEY IS NOT LESS CHAVE-AP
                INVALID KEY
                     GO TO SOMA-PROCS-FIM.
       SOMA-PROCS-LOOP.
           READ ATDPROC NEXT RECORD
                AT END
                     GO TO SOMA-PROCS-FIM.
           IF CRM-AP NOT = CRM
              OR DATACONS-AP NOT = DATACONS
              OR HORACONS-AP NOT = HORACONS
                GO TO SOMA-PROCS-FIM.
           ADD VALOR-AP TO W-VALCONS
           GO TO SOMA-PROCS-LOOP.
       SOMA-PROCS-FIM.
           EXIT.
      *
      *    LOTE AINDA EM ABERTO NO FIM DO MES W-IXM E GERADO HA
      *    MAIS DE 90 DIAS NAQUELA DATA
      *
       SOMA-REC90.
           IF DATAGER-FL > MS-DATAFIM(W-IXM)
                GO TO SOMA-REC90-FIM.
           IF FL-LIQUIDADO AND DATABAIXA-FL NOT > MS-DATAFIM(W-IXM)
                GO TO SOMA-REC90-FIM.
           IF MS-DIASFIM(W-IXM) - W-DIASGER NOT > 90
                GO TO SOMA-REC90-FIM.
           ADD W-VALAB TO MS-REC90(W-IXM).
       SOMA-REC90-FIM.
           EXIT.
      *
      ***************************************************
      * POSICAO DO MES W-CANO/W-CMES NO PERIODO (ZERO =  *
      * FORA DOS 13 MESES)                               *
      ***************************************************
      *
       ACHA-MES.
           MOVE ZEROS TO W-IXM
           IF W-CMES = ZEROS OR W-CMES > 12
                GO TO ACHA-MES-FIM.
           COMPUTE W-NMREG = W-CANO * 12 + W-CMES
           IF W-NMREG > W-NMREF
                GO TO ACHA-MES-FIM.
           COMPUTE W-DIFMES = W-NMREF - W-NMREG
           IF W-DIFMES > 12
                GO TO ACHA-MES-FIM.
           COMPUTE W-IXM = 13 - W-DIFMES.
       ACHA-MES-FIM.
           EXIT.
      *
      *    OS 13 MESES DO PERIODO, DO MES PEDIDO PARA TRAS, COM O
      *    ULTIMO DIA DE CADA UM
      *
       MONTA-MESES.
           COMPUTE W-NMREF = W-ANOREF * 12 + W-MESREF
           MOVE W-ANOREF TO W-CANO
           MOVE W-MESREF TO W-CMES
           MOVE 13 TO W-IXM.
       MONTA-MESES-LOOP.
           IF W-IXM = ZEROS
                GO TO MONTA-MESES-FIM.
           MOVE W-CANO TO MS-ANO(W-IXM)
           MOVE W-CMES TO MS-MES(W-IXM)
           PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
           COMPUTE MS-DATAFIM(W-IXM) = W-CANO * 10000
                                     + W-CMES * 100 + W-ULTDIA
           MOVE MS-DATAFIM(W-IXM) TO W-DATACALC
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-SDIAS TO MS-DIASFIM(W-IXM)
           IF W-CMES = 1
                MOVE 12 TO W-CMES
                SUBTRACT 1 FROM W-CANO
           ELSE
                SUBTRACT 1 FROM W-CMES.
           SUBTRACT 1 FROM W-IXM
           GO TO MONTA-MESES-LOOP.
       MONTA-MESES-FIM.
           EXIT.
      *
      *    CAPACIDADE DE CADA MES: SOMA DOS LIMITES DIARIOS DOS
      *    MEDICOS ATIVOS X DIAS UTEIS DO MES
      *
       SOMA-CAPAC.
           MOVE ZEROS TO W-SOMAMAX
           MOVE ZEROS TO CRM2
           START CADMED KEY IS NOT LESS CRM2
               INVALID KEY
                  GO TO SOMA-CAPAC-MES.
       SOMA-CAPAC-LOOP.
           READ CADMED NEXT
               AT END
                  GO TO SOMA-CAPAC-MES.
           IF MED-INATIVO
                GO TO SOMA-CAPAC-LOOP.
           ADD MAX-CONSULTAS-DIA TO W-SOMAMAX
           GO TO SOMA-CAPAC-LOOP.
       SOMA-CAPAC-MES.
           MOVE 1 TO W-IXM.
       SOMA-CAPAC-MES-LOOP.
           IF W-IXM > 13
                GO TO SOMA-CAPAC-FIM.
           MOVE MS-ANO(W-IXM) TO W-CANO
           MOVE MS-MES(W-IXM) TO W-CMES
           PERFORM CONTA-DIAS-UTEIS THRU CONTA-DIAS-UTEIS-FIM
           COMPUTE MS-CAPAC(W-IXM) = W-SOMAMAX * W-DIASUTEIS
           ADD 1 TO W-IXM
           GO TO SOMA-CAPAC-MES-LOOP.
       SOMA-CAPAC-FIM.
           EXIT.
      *
       ULTIMO-DIA.
           MOVE TBDIASMES(W-CMES) TO W-ULTDIA
           IF W-CMES = 2
                DIVIDE W-CANO BY 4 GIVING W-QUOCX
                       REMAINDER W-REST4
                DIVIDE W-CANO BY 100 GIVING W-QUOCX
                       REMAINDER W-REST100
                DIVIDE W-CANO BY 400 GIVING W-QUOCX
                       REMAINDER W-REST400
                IF W-REST4 = ZEROS
                   AND (W-REST100 NOT = ZEROS OR W-REST400 = ZEROS)
                     MOVE 29 TO W-ULTDIA.
       ULTIMO-DIA-FIM.
           EXIT.
      *
      ***************************************************
      * DIAS UTEIS DO MES: SEGUNDA A SABADO, DESCONTANDO *
      * OS FERIADOS DA FERTAB (DOMINGO A CLINICA FECHA)  *
      ***************************************************
      *
       CONTA-DIAS-UTEIS.
           MOVE ZEROS TO W-DIASUTEIS
           PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
           MOVE 1 TO W-DIAUTIL.
       CONTA-DIAS-UTEIS-LOOP.
           IF W-DIAUTIL > W-ULTDIA
                GO TO CONTA-DIAS-UTEIS-FIM.
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           IF W-DIASEM = 1
                ADD 1 TO W-DIAUTIL
                GO TO CONTA-DIAS-UTEIS-LOOP.
           COMPUTE DATA-FER = W-CANO * 10000
                            + W-CMES * 100 + W-DIAUTIL
           READ FERTAB
               INVALID KEY
                  ADD 1 TO W-DIASUTEIS
               NOT INVALID KEY
                  NEXT SENTENCE.
           ADD 1 TO W-DIAUTIL
           GO TO CONTA-DIAS-UTEIS-LOOP.
       CONTA-DIAS-UTEIS-FIM.
           EXIT.
      *
      ***************************************************
      * DIA DA SEMANA (CONGRUENCIA DE ZELLER)            *
      * RESULTADO: 0=SABADO ... 1=DOMINGO                *
      ***************************************************
      *
       CALC-DIASEM.
           MOVE W-DIAUTIL TO W-ZDIA
           MOVE W-CMES    TO W-ZMES
           MOVE W-CANO    TO W-ZANO
           IF W-ZMES < 3
                ADD 12 TO W-ZMES
                SUBTRACT 1 FROM W-ZANO.
           COMPUTE W-Z1 = (13 * (W-ZMES + 1)) / 5
           COMPUTE W-Z2 = W-ZANO / 4
           COMPUTE W-Z3 = W-ZANO / 100
           COMPUTE W-Z4 = W-ZANO / 400
           COMPUTE W-ZSOMA = W-ZDIA + W-Z1 + W-ZANO
                           + W-Z2 - W-Z3 + W-Z4
           DIVIDE W-ZSOMA BY 7 GIVING W-ZQUOC
                  REMAINDER W-DIASEM.
       CALC-DIASEM-FIM.
           EXIT.
      *
      ***************************************************
      * CONVERSAO DE UMA DATA EM NUMERO DE DIAS CORRIDOS *
      ***************************************************
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
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE AGENDA CADMED PRECOTAB ATDPROC FATLOTE RECIBO
                 MENSAL FERTAB ESPTAB CADIND CADINDCSV.
       ROT-FIMP.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
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
