       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP057R.
       AUTHOR. LUCAS GUILHERME LIAS.
      ****************************************
      * FLUXO DE CAIXA PROJETADO PARA AS      *
      * PROXIMAS 13 SEMANAS: ENTRADAS DOS     *
      * LOTES EM ABERTO (PELO PRAZO MEDIO     *
      * REAL DE CADA CONVENIO), MENSALIDADES, *
      * SALDOS DE PACIENTE E CARTOES AINDA    *
      * NAO LIQUIDADOS; SAIDAS DE REPASSE E   *
      * CONTAS A PAGAR, COM O SALDO SEMANA A  *
      * SEMANA A PARTIR DO SALDO INFORMADO    *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOTE-FL
                    FILE STATUS  IS ST-ERRO.
           SELECT MENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MS
                    FILE STATUS  IS ST-ERRO2.
           SELECT DEBPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DB
                    FILE STATUS  IS ST-ERRO3.
           SELECT BOLETO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOSSONUM-BL
                    FILE STATUS  IS ST-ERRO4.
           SELECT RECIBO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-REC
                    FILE STATUS  IS ST-ERRO5.
           SELECT PAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-TP
                    FILE STATUS  IS ST-ERRO6.
           SELECT REPDEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-RD
                    FILE STATUS  IS ST-ERRO7.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-ERRO8
                    ALTERNATE RECORD KEY IS NOMECV WITH DUPLICATES.
           SELECT CARTLIQ ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO9.
           SELECT CADFLUXO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO10.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "FATLOTE.CPY".
       COPY "MENSAL.CPY".
       COPY "DEBPAC.CPY".
       COPY "BOLETO.CPY".
       COPY "RECIBO.CPY".
       COPY "PAGAR.CPY".
       COPY "REPDEM.CPY".
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
      *    ARQUIVO DE LIQUIDACOES DA ADQUIRENTE (O MESMO DA
      *    CONCILIACAO DE CARTOES, CARTLIQ<AAAAMM>.TXT)
      *
       FD CARTLIQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQLIQ.
       01 REGLIQ.
          03 DATA-LIQ              PIC 9(08).
          03 VALOR-LIQ             PIC 9(10).
          03 TAXA-LIQ              PIC 9(08).
      *
       FD CADFLUXO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQREL.
       01 REGFLUXO     PIC X(090).
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

      *    PARAMETROS DA PROJECAO (INFORMADOS NA TELA)
       01 W-SALDOINI   PIC S9(09)V99 VALUE ZEROS.
       01 W-PRAZOCONV  PIC 9(03) VALUE 30.
       01 W-PRAZOCART  PIC 9(03) VALUE 30.
       01 W-PRAZOPAC   PIC 9(03) VALUE 30.
       01 W-DIAREP     PIC 9(02) VALUE 10.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).
       01 W-SDIAS-HOJE PIC 9(07) VALUE ZEROS.

       01 W-ARQREL.
          03 FILLER       PIC X(05) VALUE "FLUXO".
          03 W-RELDATA    PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
          03 FILLER       PIC X(03) VALUE SPACES.
       01 W-ARQLIQ.
          03 FILLER       PIC X(07) VALUE "CARTLIQ".
          03 W-LIQANOMES  PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
          03 FILLER       PIC X(05) VALUE SPACES.

      *    CONTAGEM DE DIAS CORRIDOS DESDE UMA DATA BASE, PARA
      *    MEDIR PRAZOS E ACHAR A SEMANA DE CADA VALOR
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
       01 W-PRAZO       PIC 9(05) VALUE ZEROS.

      *    DATA QUE ANDA DIA A DIA (INICIO DE CADA SEMANA)
       01 W-DT.
          03 W-DT-ANO   PIC 9(04).
          03 W-DT-MES   PIC 9(02).
          03 W-DT-DIA   PIC 9(02).
       01 W-DT-N REDEFINES W-DT PIC 9(08).
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
       01 W-REST4       PIC 9(04) VALUE ZEROS.
       01 W-QUOC100     PIC 9(04) VALUE ZEROS.
       01 W-REST100     PIC 9(04) VALUE ZEROS.
       01 W-QUOC400     PIC 9(04) VALUE ZEROS.
       01 W-REST400     PIC 9(04) VALUE ZEROS.

      *    VALORES PROJETADOS POR SEMANA (SEMANA 1 COMECA HOJE;
      *    O QUE JA VENCEU E AINDA NAO ENTROU/SAIU CAI NELA)
       01 TBSEM.
          05 SEM-ENT OCCURS 13 TIMES.
             10 SEM-INI    PIC 9(08).
             10 SEM-CONV   PIC 9(09)V99.
             10 SEM-MENS   PIC 9(09)V99.
             10 SEM-PAC    PIC 9(09)V99.
             10 SEM-CART   PIC 9(09)V99.
             10 SEM-REP    PIC 9(09)V99.
             10 SEM-PAG    PIC 9(09)V99.
       01 W-IXSEM       PIC 9(02) VALUE ZEROS.
       01 W-IXDIA       PIC 9(01) VALUE ZEROS.
       01 W-SEMANA      PIC 9(05) VALUE ZEROS.

      *    PRAZO REAL DE PAGAMENTO POR CONVENIO: DIAS ENTRE A
      *    GERACAO E A BAIXA DOS LOTES LIQUIDADOS E ENTRE O INICIO
      *    DA COMPETENCIA E O PAGAMENTO DAS MENSALIDADES QUITADAS
       01 TBCONV.
          05 CV-ENT OCCURS 500 TIMES.
             10 CV-COD      PIC 9(06).
             10 CV-DIASLT   PIC 9(09).
             10 CV-QTDLT    PIC 9(05).
             10 CV-DIASMS   PIC 9(09).
             10 CV-QTDMS    PIC 9(05).
       01 W-NUMCV       PIC 9(03) VALUE ZEROS.
       01 W-IXCV        PIC 9(03) VALUE ZEROS.
       01 W-ACHCV       PIC 9(03) VALUE ZEROS.
       01 W-CODCV       PIC 9(06) VALUE ZEROS.

      *    LIQUIDACOES DE CARTAO DOS TRES ULTIMOS MESES, PARA
      *    SEPARAR OS RECIBOS DE CARTAO AINDA NAO LIQUIDADOS
       01 TBLIQ.
          05 LIQ-ENT OCCURS 6000 TIMES.
             10 LIQ-DATA   PIC 9(08).
             10 LIQ-VALOR  PIC 9(08)V99.
             10 LIQ-CONC   PIC X(01).
       01 W-NUMLIQ      PIC 9(04) VALUE ZEROS.
       01 W-IXLIQ       PIC 9(04) VALUE ZEROS.
       01 W-ACHLIQ      PIC 9(04) VALUE ZEROS.
       01 W-IXPG        PIC 9(01) VALUE ZEROS.
       01 W-IXMES       PIC 9(01) VALUE ZEROS.
       01 W-LIQMES.
          03 W-LIQMES-ANO  PIC 9(04).
          03 W-LIQMES-MES  PIC 9(02).
       01 W-LIQMES-N REDEFINES W-LIQMES PIC 9(06).
       01 W-MESINI      PIC 9(06) VALUE ZEROS.
       01 W-VALCARTAO   PIC 9(08)V99 VALUE ZEROS.

       01 W-VALOR       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTENT      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTSAI      PIC 9(09)V99 VALUE ZEROS.
       01 W-SALDOSEM    PIC S9(09)V99 VALUE ZEROS.
       01 W-SALDO       PIC S9(10)V99 VALUE ZEROS.
       01 W-FORA        PIC 9(09)V99 VALUE ZEROS.
       01 TBTOT.
          05 TOT-CONV   PIC 9(10)V99.
          05 TOT-MENS   PIC 9(10)V99.
          05 TOT-PAC    PIC 9(10)V99.
          05 TOT-CART   PIC 9(10)V99.
          05 TOT-REP    PIC 9(10)V99.
          05 TOT-PAG    PIC 9(10)V99.
          05 TOT-ENT    PIC 9(10)V99.
          05 TOT-SAI    PIC 9(10)V99.

       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** FLUXO DE CAIXA PROJETADO -".
           05  FILLER                 PIC X(021) VALUE
           " 13 SEMANAS ***  EM ".
           05  DIACTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESCTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOCTX     VALUE ZEROS  PIC 9999.

       01  CAB1A.
           05  FILLER                 PIC X(034) VALUE
           "SALDO INICIAL INFORMADO ......... ".
           05  SALDOITX   VALUE ZEROS  PIC -ZZZ.ZZZ.ZZ9,99.

       01  CABENT1      PIC X(060) VALUE
           "ENTRADAS PREVISTAS".

       01  CABENT2.
           05  FILLER                 PIC X(050) VALUE
           "SE INICIO          CONVENIOS  MENSALIDADES   SALDO".
           05  FILLER                 PIC X(034) VALUE
           "S PAC.       CARTOES      ENTRADAS".

       01  DETENT.
           05  SEMETX     VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DIAETX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESETX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOETX     VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CONVETX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  MENSETX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PACETX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CARTETX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  TOTETX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  CABSAI1      PIC X(060) VALUE
           "SAIDAS PREVISTAS E SALDO PROJETADO".

       01  CABSAI2.
           05  FILLER                 PIC X(050) VALUE
           "SE INICIO           REPASSE  CONTAS PAGAR        S".
           05  FILLER                 PIC X(035) VALUE
           "AIDAS   SALDO SEMANA  SALDO ACUMUL.".

       01  DETSAI.
           05  SEMSTX     VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DIASTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESSTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOSTX     VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  REPSTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PAGSTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  TOTSTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  SALSTX     VALUE ZEROS  PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  ACUSTX     VALUE ZEROS  PIC -ZZ.ZZZ.ZZ9,99.

       01  LINTOTE.
           05  FILLER                 PIC X(013) VALUE
           "TOTAL".
           05  CONVTTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  MENSTTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PACTTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CARTTTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  TOTTTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINTOTS.
           05  FILLER                 PIC X(013) VALUE
           "TOTAL".
           05  REPTTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PAGTTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  SAITTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  CABPRZ1      PIC X(060) VALUE
           "PRAZO MEDIO REAL DE PAGAMENTO DOS CONVENIOS (DIAS)".

       01  CABPRZ2.
           05  FILLER                 PIC X(050) VALUE
           "CONVEN NOME                           LOTES  PRAZO".
           05  FILLER                 PIC X(025) VALUE
           "  MENSALID. PRAZO".

       01  DETPRZ.
           05  CODPTX     VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMEPTX    VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  QTDLPTX    VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  PRZLPTX    VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(006) VALUE SPACES.
           05  QTDMPTX    VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  PRZMPTX    VALUE ZEROS  PIC ZZZZ9.

       01  LINFORA.
           05  FILLER                 PIC X(050) VALUE
           "VALORES PREVISTOS PARA DEPOIS DA 13A. SEMANA .... ".
           05  FORATX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
       01  LINNOTA1     PIC X(080) VALUE
           "OBS: VALORES VENCIDOS OU ATRASADOS ESTAO NA SEMANA 1; SEM".
       01  LINNOTA2     PIC X(080) VALUE
           "     HISTORICO DE PAGAMENTO VALE O PRAZO PADRAO INFORMADO.".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT057.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** FLUXO DE CAIXA PROJETADO - 13 ".
           05  LINE 02  COLUMN 44
               VALUE  "SEMANAS ***".
           05  LINE 05  COLUMN 01
               VALUE  " SALDO INICIAL (CAIXA E BANCOS) .......:".
           05  LINE 07  COLUMN 01
               VALUE  " PRAZO DO CONVENIO SEM HISTORICO (DIAS):".
           05  LINE 08  COLUMN 01
               VALUE  " PRAZO DE LIQUIDACAO DO CARTAO (DIAS) .:".
           05  LINE 09  COLUMN 01
               VALUE  " PRAZO DO SALDO DE PACIENTE (DIAS) ....:".
           05  LINE 10  COLUMN 01
               VALUE  " DIA DO PAGAMENTO DO REPASSE ..........:".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TSALDOINI
               LINE 05  COLUMN 42  PIC -ZZZZZZZZ9,99
               USING  W-SALDOINI
               HIGHLIGHT.
           05  TPRAZOCONV
               LINE 07  COLUMN 42  PIC 9(03)
               USING  W-PRAZOCONV
               HIGHLIGHT.
           05  TPRAZOCART
               LINE 08  COLUMN 42  PIC 9(03)
               USING  W-PRAZOCART
               HIGHLIGHT.
           05  TPRAZOPAC
               LINE 09  COLUMN 42  PIC 9(03)
               USING  W-PRAZOPAC
               HIGHLIGHT.
           05  TDIAREP
               LINE 10  COLUMN 42  PIC 9(02)
               USING  W-DIAREP
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
              DISPLAY SMT057.
       INC-R1.
           ACCEPT TSALDOINI

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIMP.
       INC-R2.
           ACCEPT TPRAZOCONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-R1.
           IF W-PRAZOCONV = ZEROS
                GO TO INC-R2.
       INC-R3.
           ACCEPT TPRAZOCART
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-R2.
       INC-R4.
           ACCEPT TPRAZOPAC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-R3.
       INC-R5.
           ACCEPT TDIAREP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-R4.
           IF W-DIAREP = ZEROS OR W-DIAREP > 28
                MOVE "DIA DO REPASSE ENTRE 01 E 28" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-R5.

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
           OPEN INPUT FATLOTE
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                 OPEN OUTPUT FATLOTE
                 CLOSE FATLOTE
                 OPEN INPUT FATLOTE
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FATLOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.

           OPEN INPUT MENSAL
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
                 OPEN OUTPUT MENSAL
                 CLOSE MENSAL
                 OPEN INPUT MENSAL
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MENSAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE FATLOTE
                 GO TO ROT-FIMP.

           OPEN INPUT DEBPAC
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
                 OPEN OUTPUT DEBPAC
                 CLOSE DEBPAC
                 OPEN INPUT DEBPAC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DEBPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE FATLOTE MENSAL
                 GO TO ROT-FIMP.

           OPEN INPUT BOLETO
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT BOLETO
                 CLOSE BOLETO
                 OPEN INPUT BOLETO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO BOLETO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE FATLOTE MENSAL DEBPAC
                 GO TO ROT-FIMP.

           OPEN INPUT RECIBO
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
                 OPEN OUTPUT RECIBO
                 CLOSE RECIBO
                 OPEN INPUT RECIBO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO RECIBO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE FATLOTE MENSAL DEBPAC BOLETO
                 GO TO ROT-FIMP.

           OPEN INPUT PAGAR
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
                 OPEN OUTPUT PAGAR
                 CLOSE PAGAR
                 OPEN INPUT PAGAR
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PAGAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE FATLOTE MENSAL DEBPAC BOLETO RECIBO
                 GO TO ROT-FIMP.

           OPEN INPUT REPDEM
           IF ST-ERRO7 NOT = "00"
             IF ST-ERRO7 = "30"
                 OPEN OUTPUT REPDEM
                 CLOSE REPDEM
                 OPEN INPUT REPDEM
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO REPDEM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE FATLOTE MENSAL DEBPAC BOLETO RECIBO PAGAR
                 GO TO ROT-FIMP.

           OPEN INPUT CADCONV
           IF ST-ERRO8 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE FATLOTE MENSAL DEBPAC BOLETO RECIBO PAGAR
                       REPDEM
                 GO TO ROT-FIMP.

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-N TO W-RELDATA
           OPEN OUTPUT CADFLUXO
           IF ST-ERRO10 NOT = "00"
                MOVE "ERRO ABERTURA DO RELATORIO DE FLUXO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE FATLOTE MENSAL DEBPAC BOLETO RECIBO PAGAR
                      REPDEM CADCONV
                GO TO ROT-FIMP.
      *
      *    SEMANAS A PARTIR DE HOJE, ZERADAS, COM A DATA DE INICIO
      *
           MOVE W-HOJE-N TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-SDIAS TO W-SDIAS-HOJE
           MOVE ZEROS TO TBSEM TBTOT W-FORA W-NUMCV
           MOVE W-HOJE-N TO W-DT-N
           MOVE 1 TO W-IXSEM.
       INI-SEM.
           MOVE W-DT-N TO SEM-INI(W-IXSEM)
           MOVE ZEROS TO W-IXDIA.
       INI-SEM-DIA.
           PERFORM PROX-DIA THRU PROX-DIA-FIM
           ADD 1 TO W-IXDIA
           IF W-IXDIA < 7
                GO TO INI-SEM-DIA.
           IF W-IXSEM < 13
                ADD 1 TO W-IXSEM
                GO TO INI-SEM.

      *
      ***************************************************
      * PRAZO REAL DE CADA CONVENIO: LOTES LIQUIDADOS    *
      * (GERACAO ATE A BAIXA) E MENSALIDADES QUITADAS    *
      * (INICIO DA COMPETENCIA ATE O PAGAMENTO)          *
      ***************************************************
      *
       HIST-LOTE.
           MOVE ZEROS TO LOTE-FL
           START FATLOTE KEY IS NOT LESS LOTE-FL
               INVALID KEY
                  GO TO HIST-MENS.
       HIST-LOTE-LOOP.
           READ FATLOTE NEXT
               AT END
                  GO TO HIST-MENS.
           IF NOT FL-LIQUIDADO
              OR DATAGER-FL = ZEROS OR DATABAIXA-FL = ZEROS
                GO TO HIST-LOTE-LOOP.
           MOVE DATAGER-FL TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-SDIAS TO W-SDIAS2
           MOVE DATABAIXA-FL TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           IF W-SDIAS < W-SDIAS2
                GO TO HIST-LOTE-LOOP.
           MOVE CODIGO-FL TO W-CODCV
           PERFORM BUSCA-CONV THRU BUSCA-CONV-FIM
           IF W-ACHCV = ZEROS
                GO TO HIST-LOTE-LOOP.
           COMPUTE CV-DIASLT(W-ACHCV) = CV-DIASLT(W-ACHCV)
                                      + W-SDIAS - W-SDIAS2
           ADD 1 TO CV-QTDLT(W-ACHCV)
           GO TO HIST-LOTE-LOOP.
      *
       HIST-MENS.
           MOVE ZEROS TO CHAVE-MS
           START MENSAL KEY IS NOT LESS CHAVE-MS
               INVALID KEY
                  GO TO PROJ-LOTE.
       HIST-MENS-LOOP.
           READ MENSAL NEXT
               AT END
                  GO TO PROJ-LOTE.
           IF NOT MS-PAGA OR DATAPGTO-MS = ZEROS
                GO TO HIST-MENS-LOOP.
           COMPUTE W-CD-N = ANOMES-MS * 100 + 1
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-SDIAS TO W-SDIAS2
           MOVE DATAPGTO-MS TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           IF W-SDIAS < W-SDIAS2
                GO TO HIST-MENS-LOOP.
           MOVE CODIGO-MS TO W-CODCV
           PERFORM BUSCA-CONV THRU BUSCA-CONV-FIM
           IF W-ACHCV = ZEROS
                GO TO HIST-MENS-LOOP.
           COMPUTE CV-DIASMS(W-ACHCV) = CV-DIASMS(W-ACHCV)
                                      + W-SDIAS - W-SDIAS2
           ADD 1 TO CV-QTDMS(W-ACHCV)
           GO TO HIST-MENS-LOOP.

      *
      ***************************************************
      * ENTRADAS: SALDO DOS LOTES EM ABERTO NA DATA DE   *
      * GERACAO MAIS O PRAZO REAL DO CONVENIO            *
      ***************************************************
      *
       PROJ-LOTE.
           MOVE ZEROS TO LOTE-FL
           START FATLOTE KEY IS NOT LESS LOTE-FL
               INVALID KEY
                  GO TO PROJ-MENS.
       PROJ-LOTE-LOOP.
           READ FATLOTE NEXT
               AT END
                  GO TO PROJ-MENS.
           IF NOT FL-ABERTO
                GO TO PROJ-LOTE-LOOP.
           IF PAGO-FL + GLOSA-FL NOT < VALOR-FL
                GO TO PROJ-LOTE-LOOP.
           COMPUTE W-VALOR = VALOR-FL - PAGO-FL - GLOSA-FL
           MOVE CODIGO-FL TO W-CODCV
           PERFORM BUSCA-CONV THRU BUSCA-CONV-FIM
           MOVE W-PRAZOCONV TO W-PRAZO
           IF W-ACHCV NOT = ZEROS
              IF CV-QTDLT(W-ACHCV) NOT = ZEROS
                COMPUTE W-PRAZO ROUNDED = CV-DIASLT(W-ACHCV)
                                        / CV-QTDLT(W-ACHCV).
           MOVE DATAGER-FL TO W-CD-N
           IF W-CD-N = ZEROS
                MOVE W-HOJE-N TO W-CD-N.
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           ADD W-PRAZO TO W-SDIAS
           PERFORM ACHA-SEMANA THRU ACHA-SEMANA-FIM
           IF W-IXSEM = ZEROS
                ADD W-VALOR TO W-FORA
                GO TO PROJ-LOTE-LOOP.
           ADD W-VALOR TO SEM-CONV(W-IXSEM)
           GO TO PROJ-LOTE-LOOP.
      *
      *    MENSALIDADES EM ABERTO: NO VENCIMENTO DO BOLETO
      *    REGISTRADO, SENAO PELO PRAZO REAL DO CONVENIO
       PROJ-MENS.
           MOVE ZEROS TO CHAVE-MS
           START MENSAL KEY IS NOT LESS CHAVE-MS
               INVALID KEY
                  GO TO PROJ-DEB.
       PROJ-MENS-LOOP.
           READ MENSAL NEXT
               AT END
                  GO TO PROJ-DEB.
           IF MS-PAGA
                GO TO PROJ-MENS-LOOP.
           IF PAGO-MS NOT < VALOR-MS
                GO TO PROJ-MENS-LOOP.
           COMPUTE W-VALOR = VALOR-MS - PAGO-MS
           IF NOSSONUM-MS NOT = ZEROS
                MOVE NOSSONUM-MS TO NOSSONUM-BL
                READ BOLETO
                    INVALID KEY
                       MOVE "B" TO SIT-BL.
           IF NOSSONUM-MS NOT = ZEROS AND BL-REGISTRADO
                MOVE VENC-BL TO W-CD-N
                PERFORM CALC-DIAS THRU CALC-DIAS-FIM
                GO TO PROJ-MENS-SEM.
           MOVE CODIGO-MS TO W-CODCV
           PERFORM BUSCA-CONV THRU BUSCA-CONV-FIM
           MOVE W-PRAZOCONV TO W-PRAZO
           IF W-ACHCV NOT = ZEROS
              IF CV-QTDMS(W-ACHCV) NOT = ZEROS
                COMPUTE W-PRAZO ROUNDED = CV-DIASMS(W-ACHCV)
                                        / CV-QTDMS(W-ACHCV).
           COMPUTE W-CD-N = ANOMES-MS * 100 + 1
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           ADD W-PRAZO TO W-SDIAS.
       PROJ-MENS-SEM.
           PERFORM ACHA-SEMANA THRU ACHA-SEMANA-FIM
           IF W-IXSEM = ZEROS
                ADD W-VALOR TO W-FORA
                GO TO PROJ-MENS-LOOP.
           ADD W-VALOR TO SEM-MENS(W-IXSEM)
           GO TO PROJ-MENS-LOOP.
      *
      *    SALDOS DE PACIENTE: NO VENCIMENTO DO BOLETO
      *    REGISTRADO, SENAO NO PRAZO PADRAO A PARTIR DO DEBITO
       PROJ-DEB.
           MOVE ZEROS TO CHAVE-DB
           START DEBPAC KEY IS NOT LESS CHAVE-DB
               INVALID KEY
                  GO TO PROJ-CART.
       PROJ-DEB-LOOP.
           READ DEBPAC NEXT
               AT END
                  GO TO PROJ-CART.
           IF NOT DB-ABERTO OR SALDO-DB = ZEROS
                GO TO PROJ-DEB-LOOP.
           MOVE SALDO-DB TO W-VALOR
           IF NOSSONUM-DB NOT = ZEROS
                MOVE NOSSONUM-DB TO NOSSONUM-BL
                READ BOLETO
                    INVALID KEY
                       MOVE "B" TO SIT-BL.
           IF NOSSONUM-DB NOT = ZEROS AND BL-REGISTRADO
                MOVE VENC-BL TO W-CD-N
                PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           ELSE
                MOVE DATA-DB TO W-CD-N
                PERFORM CALC-DIAS THRU CALC-DIAS-FIM
                ADD W-PRAZOPAC TO W-SDIAS.
           PERFORM ACHA-SEMANA THRU ACHA-SEMANA-FIM
           IF W-IXSEM = ZEROS
                ADD W-VALOR TO W-FORA
                GO TO PROJ-DEB-LOOP.
           ADD W-VALOR TO SEM-PAC(W-IXSEM)
           GO TO PROJ-DEB-LOOP.

      *
      ***************************************************
      * CARTOES: RECIBOS DE CARTAO DO MES CORRENTE E DOS *
      * DOIS ANTERIORES SEM LIQUIDACAO DA ADQUIRENTE     *
      * (MESMO CRUZAMENTO DA CONCILIACAO DE CARTOES),    *
      * PREVISTOS NA DATA DO RECIBO MAIS O PRAZO DE      *
      * LIQUIDACAO                                       *
      ***************************************************
      *
       PROJ-CART.
           MOVE ZEROS TO W-NUMLIQ
           MOVE W-HOJE-ANO TO W-LIQMES-ANO
           MOVE W-HOJE-MES TO W-LIQMES-MES
           IF W-LIQMES-MES > 2
                SUBTRACT 2 FROM W-LIQMES-MES
           ELSE
                ADD 10 TO W-LIQMES-MES
                SUBTRACT 1 FROM W-LIQMES-ANO.
           MOVE W-LIQMES-N TO W-MESINI
           MOVE 1 TO W-IXMES.
       PROJ-CART-MES.
           PERFORM CARGA-LIQ THRU CARGA-LIQ-FIM
           IF W-IXMES < 3
                ADD 1 TO W-IXMES
                ADD 1 TO W-LIQMES-MES
                IF W-LIQMES-MES > 12
                     MOVE 1 TO W-LIQMES-MES
                     ADD 1 TO W-LIQMES-ANO
                     GO TO PROJ-CART-MES
                ELSE
                     GO TO PROJ-CART-MES.

           MOVE ZEROS TO NUM-REC
           START RECIBO KEY IS NOT LESS NUM-REC
               INVALID KEY
                  GO TO PROJ-PAGAR.
       PROJ-CART-LOOP.
           READ RECIBO NEXT
               AT END
                  GO TO PROJ-PAGAR.
           IF REC-ESTORNADO
                GO TO PROJ-CART-LOOP.
           IF DATA-REC < W-MESINI * 100
                GO TO PROJ-CART-LOOP.
           PERFORM CALC-VALCARTAO THRU CALC-VALCARTAO-FIM
           IF W-VALCARTAO = ZEROS
                GO TO PROJ-CART-LOOP.
           PERFORM BUSCA-LIQ THRU BUSCA-LIQ-FIM
           IF W-ACHLIQ > ZEROS
                MOVE "S" TO LIQ-CONC(W-ACHLIQ)
                GO TO PROJ-CART-LOOP.
           MOVE DATA-REC TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           ADD W-PRAZOCART TO W-SDIAS
           PERFORM ACHA-SEMANA THRU ACHA-SEMANA-FIM
           IF W-IXSEM = ZEROS
                ADD W-VALCARTAO TO W-FORA
                GO TO PROJ-CART-LOOP.
           ADD W-VALCARTAO TO SEM-CART(W-IXSEM)
           GO TO PROJ-CART-LOOP.

      *
      ***************************************************
      * SAIDAS: TITULOS A PAGAR EM ABERTO NO VENCIMENTO  *
      * (OS DE REPASSE APROVADO FICAM NA COLUNA DE       *
      * REPASSE) E DEMONSTRATIVOS DE REPASSE GERADOS E   *
      * AINDA NAO APROVADOS, PELO LIQUIDO, NO DIA DE     *
      * PAGAMENTO DO MES SEGUINTE A COMPETENCIA          *
      ***************************************************
      *
       PROJ-PAGAR.
           MOVE ZEROS TO NUM-TP
           START PAGAR KEY IS NOT LESS NUM-TP
               INVALID KEY
                  GO TO PROJ-REP.
       PROJ-PAGAR-LOOP.
           READ PAGAR NEXT
               AT END
                  GO TO PROJ-REP.
           IF NOT TP-ABERTO
                GO TO PROJ-PAGAR-LOOP.
           MOVE VALOR-TP TO W-VALOR
           MOVE VENC-TP TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           PERFORM ACHA-SEMANA THRU ACHA-SEMANA-FIM
           IF W-IXSEM = ZEROS
                GO TO PROJ-PAGAR-LOOP.
           IF TP-REPASSE
                ADD W-VALOR TO SEM-REP(W-IXSEM)
           ELSE
                ADD W-VALOR TO SEM-PAG(W-IXSEM).
           GO TO PROJ-PAGAR-LOOP.
      *
       PROJ-REP.
           MOVE ZEROS TO CHAVE-RD
           START REPDEM KEY IS NOT LESS CHAVE-RD
               INVALID KEY
                  GO TO IMPRIME.
       PROJ-REP-LOOP.
           READ REPDEM NEXT
               AT END
                  GO TO IMPRIME.
           IF NOT RD-GERADO
                GO TO PROJ-REP-LOOP.
           MOVE LIQUIDO-RD TO W-VALOR
           IF W-VALOR = ZEROS
                MOVE MEDICO-RD TO W-VALOR.
           COMPUTE W-CD-N = ANOMES-RD * 100 + W-DIAREP
           ADD 1 TO W-CD-MES
           IF W-CD-MES > 12
                MOVE 1 TO W-CD-MES
                ADD 1 TO W-CD-ANO.
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           PERFORM ACHA-SEMANA THRU ACHA-SEMANA-FIM
           IF W-IXSEM = ZEROS
                GO TO PROJ-REP-LOOP.
           ADD W-VALOR TO SEM-REP(W-IXSEM)
           GO TO PROJ-REP-LOOP.

      *
      ***************************************************
      * IMPRESSAO: ENTRADAS POR SEMANA, SAIDAS COM O     *
      * SALDO ACUMULADO E O PRAZO DE CADA CONVENIO       *
      ***************************************************
      *
       IMPRIME.
           MOVE W-HOJE-DIA TO DIACTX
           MOVE W-HOJE-MES TO MESCTX
           MOVE W-HOJE-ANO TO ANOCTX
           WRITE REGFLUXO FROM CAB1
           MOVE W-SALDOINI TO SALDOITX
           WRITE REGFLUXO FROM CAB1A
           MOVE SPACES TO REGFLUXO
           WRITE REGFLUXO
           WRITE REGFLUXO FROM CABENT1
           WRITE REGFLUXO FROM CABENT2
           MOVE 1 TO W-IXSEM.
       IMPRIME-ENT.
           COMPUTE W-TOTENT = SEM-CONV(W-IXSEM) + SEM-MENS(W-IXSEM)
                            + SEM-PAC(W-IXSEM) + SEM-CART(W-IXSEM)
           MOVE W-IXSEM TO SEMETX
           MOVE SEM-INI(W-IXSEM) TO W-DT-N
           MOVE W-DT-DIA TO DIAETX
           MOVE W-DT-MES TO MESETX
           MOVE W-DT-ANO TO ANOETX
           MOVE SEM-CONV(W-IXSEM) TO CONVETX
           MOVE SEM-MENS(W-IXSEM) TO MENSETX
           MOVE SEM-PAC(W-IXSEM)  TO PACETX
           MOVE SEM-CART(W-IXSEM) TO CARTETX
           MOVE W-TOTENT          TO TOTETX
           WRITE REGFLUXO FROM DETENT
           ADD SEM-CONV(W-IXSEM) TO TOT-CONV
           ADD SEM-MENS(W-IXSEM) TO TOT-MENS
           ADD SEM-PAC(W-IXSEM)  TO TOT-PAC
           ADD SEM-CART(W-IXSEM) TO TOT-CART
           ADD W-TOTENT          TO TOT-ENT
           IF W-IXSEM < 13
                ADD 1 TO W-IXSEM
                GO TO IMPRIME-ENT.
           MOVE TOT-CONV TO CONVTTX
           MOVE TOT-MENS TO MENSTTX
           MOVE TOT-PAC  TO PACTTX
           MOVE TOT-CART TO CARTTTX
           MOVE TOT-ENT  TO TOTTTX
           WRITE REGFLUXO FROM LINTOTE
           MOVE SPACES TO REGFLUXO
           WRITE REGFLUXO
           WRITE REGFLUXO FROM CABSAI1
           WRITE REGFLUXO FROM CABSAI2
           MOVE W-SALDOINI TO W-SALDO
           MOVE 1 TO W-IXSEM.
       IMPRIME-SAI.
           COMPUTE W-TOTENT = SEM-CONV(W-IXSEM) + SEM-MENS(W-IXSEM)
                            + SEM-PAC(W-IXSEM) + SEM-CART(W-IXSEM)
           COMPUTE W-TOTSAI = SEM-REP(W-IXSEM) + SEM-PAG(W-IXSEM)
           COMPUTE W-SALDOSEM = W-TOTENT - W-TOTSAI
           ADD W-SALDOSEM TO W-SALDO
           MOVE W-IXSEM TO SEMSTX
           MOVE SEM-INI(W-IXSEM) TO W-DT-N
           MOVE W-DT-DIA TO DIASTX
           MOVE W-DT-MES TO MESSTX
           MOVE W-DT-ANO TO ANOSTX
           MOVE SEM-REP(W-IXSEM) TO REPSTX
           MOVE SEM-PAG(W-IXSEM) TO PAGSTX
           MOVE W-TOTSAI         TO TOTSTX
           MOVE W-SALDOSEM       TO SALSTX
           MOVE W-SALDO          TO ACUSTX
           WRITE REGFLUXO FROM DETSAI
           ADD SEM-REP(W-IXSEM) TO TOT-REP
           ADD SEM-PAG(W-IXSEM) TO TOT-PAG
           ADD W-TOTSAI         TO TOT-SAI
           IF W-IXSEM < 13
                ADD 1 TO W-IXSEM
                GO TO IMPRIME-SAI.
           MOVE TOT-REP TO REPTTX
           MOVE TOT-PAG TO PAGTTX
           MOVE TOT-SAI TO SAITTX
           WRITE REGFLUXO FROM LINTOTS
           MOVE SPACES TO REGFLUXO
           WRITE REGFLUXO
           MOVE W-FORA TO FORATX
           WRITE REGFLUXO FROM LINFORA
           WRITE REGFLUXO FROM LINNOTA1
           WRITE REGFLUXO FROM LINNOTA2
           MOVE SPACES TO REGFLUXO
           WRITE REGFLUXO
           WRITE REGFLUXO FROM CABPRZ1
           WRITE REGFLUXO FROM CABPRZ2
           MOVE 1 TO W-IXCV.
       IMPRIME-PRZ.
           IF W-IXCV > W-NUMCV
                GO TO IMPRIME-FIM.
           MOVE CV-COD(W-IXCV) TO CODIGO2 CODPTX
           READ CADCONV
               INVALID KEY
                  MOVE SPACES TO NOMECV.
           MOVE NOMECV TO NOMEPTX
           MOVE CV-QTDLT(W-IXCV) TO QTDLPTX
           MOVE ZEROS TO PRZLPTX PRZMPTX
           IF CV-QTDLT(W-IXCV) NOT = ZEROS
                COMPUTE PRZLPTX ROUNDED = CV-DIASLT(W-IXCV)
                                        / CV-QTDLT(W-IXCV).
           MOVE CV-QTDMS(W-IXCV) TO QTDMPTX
           IF CV-QTDMS(W-IXCV) NOT = ZEROS
                COMPUTE PRZMPTX ROUNDED = CV-DIASMS(W-IXCV)
                                        / CV-QTDMS(W-IXCV).
           WRITE REGFLUXO FROM DETPRZ
           ADD 1 TO W-IXCV
           GO TO IMPRIME-PRZ.
       IMPRIME-FIM.
           CLOSE FATLOTE MENSAL DEBPAC BOLETO RECIBO PAGAR REPDEM
                 CADCONV
           DISPLAY (16, 01) "SALDO PROJETADO NA 13A. SEMANA: "
           MOVE W-SALDO TO ACUSTX
           DISPLAY (16, 34) ACUSTX
           MOVE "*** RELATORIO DE FLUXO DE CAIXA GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      ***************************************************
      * SEMANA DO VALOR PELO DIA CORRIDO EM W-SDIAS:     *
      * ANTES DE HOJE CAI NA SEMANA 1; DEPOIS DA 13A.    *
      * SEMANA DEVOLVE ZERO                              *
      ***************************************************
      *
       ACHA-SEMANA.
           MOVE 1 TO W-IXSEM
           IF W-SDIAS NOT > W-SDIAS-HOJE
                GO TO ACHA-SEMANA-FIM.
           COMPUTE W-SEMANA = (W-SDIAS - W-SDIAS-HOJE) / 7 + 1
           IF W-SEMANA > 13
                MOVE ZEROS TO W-IXSEM
           ELSE
                MOVE W-SEMANA TO W-IXSEM.
       ACHA-SEMANA-FIM.
           EXIT.
      *
      *    POSICAO DO CONVENIO W-CODCV NA TABELA DE PRAZOS
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
           IF W-NUMCV NOT < 500
                GO TO BUSCA-CONV-FIM.
           ADD 1 TO W-NUMCV
           MOVE W-NUMCV TO W-ACHCV
           MOVE W-CODCV TO CV-COD(W-ACHCV)
           MOVE ZEROS TO CV-DIASLT(W-ACHCV) CV-QTDLT(W-ACHCV)
                         CV-DIASMS(W-ACHCV) CV-QTDMS(W-ACHCV).
       BUSCA-CONV-FIM.
           EXIT.
      *
      *    LIQUIDACOES DO MES W-LIQMES NA TABELA (SEM O ARQUIVO
      *    DA ADQUIRENTE NADA E CARREGADO)
       CARGA-LIQ.
           MOVE W-LIQMES-N TO W-LIQANOMES
           OPEN INPUT CARTLIQ
           IF ST-ERRO9 NOT = "00"
                GO TO CARGA-LIQ-FIM.
       CARGA-LIQ-LOOP.
           READ CARTLIQ NEXT RECORD
                AT END
                     GO TO CARGA-LIQ-CLOSE.
           IF W-NUMLIQ NOT < 6000
                GO TO CARGA-LIQ-CLOSE.
           ADD 1 TO W-NUMLIQ
           MOVE DATA-LIQ TO LIQ-DATA(W-NUMLIQ)
           COMPUTE LIQ-VALOR(W-NUMLIQ) = VALOR-LIQ / 100
           MOVE "N" TO LIQ-CONC(W-NUMLIQ)
           GO TO CARGA-LIQ-LOOP.
       CARGA-LIQ-CLOSE.
           CLOSE CARTLIQ.
       CARGA-LIQ-FIM.
           EXIT.
      *
      *    A PARTE DE CARTAO DO RECIBO, COMO NA CONCILIACAO
       CALC-VALCARTAO.
           MOVE ZEROS TO W-VALCARTAO
           IF VALOR-PG(1) = ZEROS
                IF REC-CARTAO
                     MOVE VALOR-REC TO W-VALCARTAO
                     GO TO CALC-VALCARTAO-FIM
                ELSE
                     GO TO CALC-VALCARTAO-FIM.
           MOVE 1 TO W-IXPG.
       CALC-VALCARTAO-LOOP.
           IF W-IXPG > 3
                GO TO CALC-VALCARTAO-FIM.
           IF FORMA-PG(W-IXPG) = "C"
                ADD VALOR-PG(W-IXPG) TO W-VALCARTAO.
           ADD 1 TO W-IXPG
           GO TO CALC-VALCARTAO-LOOP.
       CALC-VALCARTAO-FIM.
           EXIT.
      *
       BUSCA-LIQ.
           MOVE ZEROS TO W-ACHLIQ
           MOVE 1 TO W-IXLIQ.
       BUSCA-LIQ-LOOP.
           IF W-IXLIQ > W-NUMLIQ
                GO TO BUSCA-LIQ-FIM.
           IF LIQ-CONC(W-IXLIQ) = "N"
              AND LIQ-DATA(W-IXLIQ) = DATA-REC
              AND LIQ-VALOR(W-IXLIQ) = W-VALCARTAO
                MOVE W-IXLIQ TO W-ACHLIQ
                GO TO BUSCA-LIQ-FIM.
           ADD 1 TO W-IXLIQ
           GO TO BUSCA-LIQ-LOOP.
       BUSCA-LIQ-FIM.
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
       PROX-DIA.
           ADD 1 TO W-DT-DIA
           MOVE TBDIASMES(W-DT-MES) TO W-ULTDIA
           IF W-DT-MES = 2
                DIVIDE W-DT-ANO BY 4 GIVING W-QUOC4
                       REMAINDER W-REST4
                DIVIDE W-DT-ANO BY 100 GIVING W-QUOC100
                       REMAINDER W-REST100
                DIVIDE W-DT-ANO BY 400 GIVING W-QUOC400
                       REMAINDER W-REST400
                IF W-REST4 = ZEROS
                   AND (W-REST100 NOT = ZEROS OR W-REST400 = ZEROS)
                     MOVE 29 TO W-ULTDIA.
           IF W-DT-DIA NOT > W-ULTDIA
                GO TO PROX-DIA-FIM.
           MOVE 1 TO W-DT-DIA
           ADD 1 TO W-DT-MES
           IF W-DT-MES > 12
                MOVE 1 TO W-DT-MES
                ADD 1 TO W-DT-ANO.
       PROX-DIA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADFLUXO.
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
