       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP094.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * CONCILIACAO BANCARIA DOS RECEBIMENTOS           *
      * (IMPORTA O EXTRATO DIARIO DE CADA CONTA E CRUZA *
      *  OS CREDITOS POR DATA E VALOR COM AS BAIXAS DE  *
      *  LOTES DE CONVENIO, AS MENSALIDADES PAGAS, AS   *
      *  LIQUIDACOES DE CARTAO E OS DEPOSITOS DO        *
      *  DINHEIRO DOS TURNOS FECHADOS; CONCILIACAO      *
      *  MANUAL DO QUE SOBRAR E RELATORIO DAS PONTAS    *
      *  SEM PAR NOS DOIS LADOS)                        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTABCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CB
                    FILE STATUS  IS ST-ERRO.

       SELECT MOVBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MB
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CHAVEORIG-MB
                                            WITH DUPLICATES.

       SELECT FATLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOTE-FL
                    FILE STATUS  IS ST-ERRO3.

       SELECT MENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MS
                    FILE STATUS  IS ST-ERRO4.

       SELECT TURNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SEQ-TU
                    FILE STATUS  IS ST-ERRO5.

       SELECT EXTRATO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

       SELECT CARTLIQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.

       SELECT CADCONCB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "CONTABCO.CPY".
       COPY "MOVBCO.CPY".
       COPY "FATLOTE.CPY".
       COPY "MENSAL.CPY".
       COPY "TURNO.CPY".
      *
      *    EXTRATO DIARIO DO BANCO (UMA LINHA POR LANCAMENTO: DATA,
      *    TIPO C=CREDITO D=DEBITO, VALOR EM CENTAVOS, DOCUMENTO E
      *    HISTORICO), NOMEADO EXTRATO<CONTA><AAAAMMDD>.TXT
      *
       FD EXTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQEXT.
       01 REGEXT.
          03 DATA-EXT              PIC 9(08).
          03 TIPO-EXT              PIC X(01).
          03 VALOR-EXT             PIC 9(12).
          03 DOC-EXT               PIC X(20).
          03 HIST-EXT              PIC X(30).
      *
      *    ARQUIVO DE LIQUIDACOES DA ADQUIRENTE (O MESMO DA
      *    CONCILIACAO DE CARTOES): O CREDITO NO BANCO E O LIQUIDO
      *    DO DIA, BRUTO MENOS TAXA
      *
       FD CARTLIQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQLIQ.
       01 REGLIQ.
          03 DATA-LIQ              PIC 9(08).
          03 VALOR-LIQ             PIC 9(10).
          03 TAXA-LIQ              PIC 9(08).
      *
       FD CADCONCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONCBANCO.DOC".
       01 REGCONCB     PIC X(090).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.

       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".

       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-CODCB       PIC 9(02) VALUE ZEROS.
       01 W-SEQ         PIC 9(04) VALUE ZEROS.
       01 TXTBANCO      PIC X(20) VALUE SPACES.
       01 TXTLANC       PIC X(50) VALUE SPACES.
       01 TXTSITUACAO   PIC X(30) VALUE SPACES.
       01 W-VALED       PIC ZZ.ZZZ.ZZ9,99.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).
       01 W-DATA.
          03 W-DATA-ANO PIC 9(04).
          03 W-DATA-MES PIC 9(02).
          03 W-DATA-DIA PIC 9(02).
       01 W-DATA-N REDEFINES W-DATA PIC 9(08).

       01 W-MESREF      PIC 9(02) VALUE ZEROS.
       01 W-ANOREF      PIC 9(04) VALUE ZEROS.
       01 W-ANOMES      PIC 9(06) VALUE ZEROS.

       01 W-ARQEXT.
          03 FILLER       PIC X(07) VALUE "EXTRATO".
          03 W-EXTCB      PIC 9(02) VALUE ZEROS.
          03 W-EXTDATA    PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
          03 FILLER       PIC X(05) VALUE SPACES.
       01 W-ARQLIQ.
          03 FILLER       PIC X(07) VALUE "CARTLIQ".
          03 W-LIQANOMES  PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
          03 FILLER       PIC X(05) VALUE SPACES.

      *    LIQUIDO DAS LIQUIDACOES DE CARTAO POR DIA DO MES
       01 TBCARTAO.
          05 CRD-VALOR  PIC 9(09)V99 OCCURS 31 TIMES.
       01 W-CARDMES     PIC 9(06) VALUE ZEROS.
       01 W-CARDPEDIDO  PIC 9(06) VALUE ZEROS.
       01 W-IXDIA       PIC 9(02) VALUE ZEROS.

      *    CREDITO EM CONCILIACAO E LANCAMENTO ACHADO PARA ELE
       01 W-REGMB       PIC X(104) VALUE SPACES.
       01 W-VALCRED     PIC 9(08)V99 VALUE ZEROS.
       01 W-DATACRED    PIC 9(08) VALUE ZEROS.
       01 W-DIASCRED    PIC 9(07) VALUE ZEROS.
       01 W-ORIG        PIC X(01) VALUE SPACES.
       01 W-REF         PIC 9(12) VALUE ZEROS.
       01 W-USADO       PIC X(01) VALUE "N".
       01 W-REFOK       PIC X(01) VALUE "N".
       01 W-VALORIG     PIC 9(09)V99 VALUE ZEROS.

      *    JANELAS DE DATA PARA A CONCILIACAO AUTOMATICA: BAIXAS DE
      *    CONVENIO E MENSALIDADE ATE 3 DIAS ANTES OU DEPOIS DO
      *    CREDITO; DEPOSITO DO CAIXA ATE 5 DIAS APOS O FECHAMENTO
       01 W-TOLDIAS     PIC 9(02) VALUE 3.
       01 W-TOLDEP      PIC 9(02) VALUE 5.

       01 W-QTDLIDOS    PIC 9(05) VALUE ZEROS.
       01 W-QTDDEB      PIC 9(05) VALUE ZEROS.
       01 W-QTDJA       PIC 9(05) VALUE ZEROS.
       01 W-QTDCRED     PIC 9(05) VALUE ZEROS.
       01 W-QTDAUTO     PIC 9(05) VALUE ZEROS.
       01 W-QTDPEND     PIC 9(05) VALUE ZEROS.
       01 W-QTDCONC     PIC 9(05) VALUE ZEROS.
       01 W-QTDSEMCRED  PIC 9(05) VALUE ZEROS.
       01 W-TOTCRED     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTCONC     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTPEND     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTSEMCRED  PIC 9(09)V99 VALUE ZEROS.

      *    CONTAGEM DE DIAS PARA AS JANELAS (DIAS DESDE O ANO ZERO)
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

       01  CAB1.
           05  FILLER                 PIC X(046) VALUE
           "FATEC - ZONA LESTE  *** CONCILIACAO BANCARIA *".
           05  FILLER                 PIC X(010) VALUE
           "**  REF ".
           05  MESCTX   VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOCTX   VALUE ZEROS  PIC 9999.

       01  CABSEM1      PIC X(060) VALUE
           "CREDITOS NO BANCO SEM LANCAMENTO NO SISTEMA".
       01  CABSEM1A.
           05  FILLER                 PIC X(050) VALUE
           "CB DATA       SEQ          VALOR DOCUMENTO".
           05  FILLER                 PIC X(030) VALUE
           "    HISTORICO".

       01  LINCRED.
           05  CBCTX      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DIACTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESDCTX    VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANODCTX    VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  SEQCTX     VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  VALCTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DOCCTX     VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  HISTCTX    VALUE SPACES PIC X(025).

       01  CABSEM2      PIC X(060) VALUE
           "LANCAMENTOS DO SISTEMA SEM CREDITO NO BANCO".
       01  CABSEM2A     PIC X(060) VALUE
           "ORIGEM       REFERENCIA       DATA                  VALOR".

       01  LINLANC.
           05  ORIGLTX    VALUE SPACES PIC X(012).
           05  FILLER                 PIC X(001) VALUE " ".
           05  REFLTX     VALUE SPACES PIC X(016).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DIALTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESLTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOLTX     VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  VALLTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINRESUMO.
           05  DESCRTX    VALUE SPACES PIC X(032).
           05  QTDRTX     VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  VALRTX     VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-CHAMADA  PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAIMP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Importacao Do Extrato Bancario".
           05  LINE 04  COLUMN 01
               VALUE  " Conta Bancaria:".
           05  LINE 06  COLUMN 01
               VALUE  " Data Do Extrato (Dd Mm Aaaa):".
           05  LINE 08  COLUMN 01
               VALUE  " Arquivo:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TICODCB
               LINE 04  COLUMN 18  PIC 9(02)
               USING  W-CODCB
               HIGHLIGHT.
           05  TITXTBANCO
               LINE 04  COLUMN 22  PIC X(20)
               USING  TXTBANCO
               HIGHLIGHT.
           05  TIDATADIA
               LINE 06  COLUMN 32  PIC 9(02)
               USING  W-DATA-DIA
               HIGHLIGHT.
           05  TIDATAMES
               LINE 06  COLUMN 35  PIC 9(02)
               USING  W-DATA-MES
               HIGHLIGHT.
           05  TIDATAANO
               LINE 06  COLUMN 38  PIC 9(04)
               USING  W-DATA-ANO
               HIGHLIGHT.
           05  TIARQEXT
               LINE 08  COLUMN 11  PIC X(26)
               USING  W-ARQEXT
               HIGHLIGHT.

       01  TELAMAN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Conciliacao Manual De Credito Bancario".
           05  LINE 04  COLUMN 01
               VALUE  " Conta Bancaria:".
           05  LINE 05  COLUMN 01
               VALUE  " Data (Dd Mm Aaaa):".
           05  LINE 06  COLUMN 01
               VALUE  " Sequencia No Extrato:".
           05  LINE 08  COLUMN 01
               VALUE  " Valor:".
           05  LINE 09  COLUMN 01
               VALUE  " Documento:".
           05  LINE 10  COLUMN 01
               VALUE  " Historico:".
           05  LINE 12  COLUMN 01
               VALUE  " Origem:".
           05  LINE 13  COLUMN 01
               VALUE  "  V=Lote Convenio  M=Mensalidade  C=Cartao".
           05  LINE 13  COLUMN 44
               VALUE  "  D=Deposito Do Caixa  O=Outros".
           05  LINE 15  COLUMN 01
               VALUE  " Referencia:".
           05  LINE 16  COLUMN 01
               VALUE  "  V=Lote  M=Convenio+Aaaamm  C=Data Aaaammdd".
           05  LINE 16  COLUMN 46
               VALUE  "  D=Turno  O=Zero".
           05  LINE 17  COLUMN 01
               VALUE  " Lancamento:".
           05  LINE 19  COLUMN 01
               VALUE  " Situacao:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TMCODCB
               LINE 04  COLUMN 18  PIC 9(02)
               USING  W-CODCB
               HIGHLIGHT.
           05  TMTXTBANCO
               LINE 04  COLUMN 22  PIC X(20)
               USING  TXTBANCO
               HIGHLIGHT.
           05  TMDATADIA
               LINE 05  COLUMN 21  PIC 9(02)
               USING  W-DATA-DIA
               HIGHLIGHT.
           05  TMDATAMES
               LINE 05  COLUMN 24  PIC 9(02)
               USING  W-DATA-MES
               HIGHLIGHT.
           05  TMDATAANO
               LINE 05  COLUMN 27  PIC 9(04)
               USING  W-DATA-ANO
               HIGHLIGHT.
           05  TMSEQ
               LINE 06  COLUMN 24  PIC 9(04)
               USING  W-SEQ
               HIGHLIGHT.
           05  TMVALOR
               LINE 08  COLUMN 09  PIC ZZ.ZZZ.ZZ9,99
               USING  VALOR-MB
               HIGHLIGHT.
           05  TMDOC
               LINE 09  COLUMN 13  PIC X(20)
               USING  DOC-MB
               HIGHLIGHT.
           05  TMHIST
               LINE 10  COLUMN 13  PIC X(30)
               USING  HIST-MB
               HIGHLIGHT.
           05  TMORIGEM
               LINE 12  COLUMN 10  PIC X(01)
               USING  ORIGEM-MB
               HIGHLIGHT.
           05  TMREF
               LINE 15  COLUMN 14  PIC 9(12)
               USING  REF-MB
               HIGHLIGHT.
           05  TMTXTLANC
               LINE 17  COLUMN 14  PIC X(50)
               USING  TXTLANC
               HIGHLIGHT.
           05  TMTXTSIT
               LINE 19  COLUMN 12  PIC X(30)
               USING  TXTSITUACAO
               HIGHLIGHT.

       01  TELAREL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Relatorio De Conciliacao Bancaria".
           05  LINE 04  COLUMN 01
               VALUE  " Mes De Referencia (Mm Aaaa):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TRMESREF
               LINE 04  COLUMN 31  PIC 9(02)
               USING  W-MESREF
               HIGHLIGHT.
           05  TRANOREF
               LINE 04  COLUMN 34  PIC 9(04)
               USING  W-ANOREF
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-CHAMADA.

       INICIO.
           MOVE OPERADOR-CHAMADA TO W-OPERADOR.

       R0.
           OPEN INPUT CONTABCO
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                 OPEN OUTPUT CONTABCO
                 CLOSE CONTABCO
                 OPEN INPUT CONTABCO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONTABCO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

           OPEN I-O MOVBCO
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
                 OPEN OUTPUT MOVBCO
                 CLOSE MOVBCO
                 OPEN I-O MOVBCO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MOVBCO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT FATLOTE
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
                 OPEN OUTPUT FATLOTE
                 CLOSE FATLOTE
                 OPEN INPUT FATLOTE
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FATLOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT MENSAL
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT MENSAL
                 CLOSE MENSAL
                 OPEN INPUT MENSAL
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MENSAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT TURNO
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
                 OPEN OUTPUT TURNO
                 CLOSE TURNO
                 OPEN INPUT TURNO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO TURNO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       ACE-001.
           DISPLAY (01, 01) ERASE
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY (23, 12)
             "I=IMPORTAR EXTRATO  M=MANUAL  R=RELATORIO  X=SAIR"
           ACCEPT (23, 63) W-OPCAO
           IF W-OPCAO NOT = "I" AND W-OPCAO NOT = "M"
               AND W-OPCAO NOT = "R" AND W-OPCAO NOT = "X"
               GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "X"
              GO TO ROT-FIM.
           IF W-OPCAO = "M"
              GO TO MAN-R1.
           IF W-OPCAO = "R"
              GO TO REL-R1.

      *
      ***************************************************
      * IMPORTACAO DO EXTRATO DO DIA: SO OS CREDITOS SAO *
      * GRAVADOS; A LINHA JA IMPORTADA (MESMA CONTA,     *
      * DATA E SEQUENCIA) NAO E GRAVADA DE NOVO, ENTAO O *
      * MESMO EXTRATO PODE SER REIMPORTADO SEM DUPLICAR  *
      ***************************************************
      *
       IMP-R1.
           MOVE ZEROS TO W-CODCB W-EXTCB W-EXTDATA
           MOVE SPACES TO TXTBANCO
           MOVE W-HOJE-N TO W-DATA-N
           DISPLAY TELAIMP.
       IMP-R2.
           ACCEPT TICODCB

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-CODCB = ZEROS
                GO TO IMP-R2.
           PERFORM BUSCA-BANCO THRU BUSCA-BANCO-FIM
           IF TXTBANCO = SPACES
                MOVE "*** CONTA BANCARIA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMP-R2.
           DISPLAY TITXTBANCO.
       IMP-R3.
           ACCEPT TIDATADIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO IMP-R2.
           ACCEPT TIDATAMES
           ACCEPT TIDATAANO
           IF W-DATA-DIA = ZEROS OR W-DATA-DIA > 31
              OR W-DATA-MES = ZEROS OR W-DATA-MES > 12
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMP-R3.
           MOVE W-CODCB  TO W-EXTCB
           MOVE W-DATA-N TO W-EXTDATA
           DISPLAY TIARQEXT.
       IMP-OPC.
                DISPLAY (23, 40) "CONFIRMA IMPORTACAO (S/N) : ".
                ACCEPT (23, 68) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** IMPORTACAO CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IMP-OPC.
       IMP-OP0.
           OPEN INPUT EXTRATO
           IF ST-ERRO6 NOT = "00"
                MOVE "*** ARQUIVO DO EXTRATO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMP-R1.
           COMPUTE W-CARDPEDIDO = W-DATA-ANO * 100 + W-DATA-MES
           PERFORM CARGA-CARTAO THRU CARGA-CARTAO-FIM
           MOVE ZEROS TO W-SEQ W-QTDLIDOS W-QTDDEB W-QTDJA
           MOVE ZEROS TO W-QTDCRED W-QTDAUTO W-QTDPEND.
       IMP-LOOP.
           READ EXTRATO NEXT RECORD
                AT END
                     GO TO IMP-FIM.
           ADD 1 TO W-SEQ W-QTDLIDOS
           IF TIPO-EXT NOT = "C" OR VALOR-EXT = ZEROS
                ADD 1 TO W-QTDDEB
                GO TO IMP-LOOP.
           MOVE W-CODCB  TO CODCB-MB
           MOVE DATA-EXT TO DATA-MB
           MOVE W-SEQ    TO SEQ-MB
           READ MOVBCO KEY IS CHAVE-MB
                INVALID KEY
                     GO TO IMP-NOVO.
           ADD 1 TO W-QTDJA
           GO TO IMP-LOOP.
       IMP-NOVO.
           COMPUTE VALOR-MB = VALOR-EXT / 100
           MOVE DOC-EXT  TO DOC-MB
           MOVE HIST-EXT TO HIST-MB
           MOVE SPACES   TO ORIGEM-MB MODO-MB OPERADOR-MB
           MOVE ZEROS    TO REF-MB DATACONC-MB
           MOVE REGMOVBCO TO W-REGMB
           MOVE VALOR-MB  TO W-VALCRED
           MOVE DATA-MB   TO W-DATACRED
           PERFORM AUTO-CONC THRU AUTO-CONC-FIM
           MOVE W-REGMB TO REGMOVBCO
           IF W-ORIG NOT = SPACES
                MOVE W-ORIG     TO ORIGEM-MB
                MOVE W-REF      TO REF-MB
                MOVE "A"        TO MODO-MB
                MOVE W-HOJE-N   TO DATACONC-MB
                MOVE W-OPERADOR TO OPERADOR-MB
                ADD 1 TO W-QTDAUTO
           ELSE
                ADD 1 TO W-QTDPEND.
           WRITE REGMOVBCO
           IF ST-ERRO2 NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVBCO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMP-FIM.
           ADD 1 TO W-QTDCRED
           GO TO IMP-LOOP.
       IMP-FIM.
           CLOSE EXTRATO
           DISPLAY (10, 03) "LINHAS LIDAS NO EXTRATO ...: " W-QTDLIDOS
           DISPLAY (11, 03) "DEBITOS (NAO IMPORTADOS) ..: " W-QTDDEB
           DISPLAY (12, 03) "CREDITOS JA IMPORTADOS ....: " W-QTDJA
           DISPLAY (13, 03) "CREDITOS IMPORTADOS .......: " W-QTDCRED
           DISPLAY (14, 03) "CONCILIADOS AUTOMATICAMENTE: " W-QTDAUTO
           DISPLAY (15, 03) "PENDENTES (CONC. MANUAL) ..: " W-QTDPEND
           MOVE "*** EXTRATO IMPORTADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 12) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (23, 40) W-OPCAO
           GO TO ACE-001.

      *
      ***************************************************
      * CONCILIACAO AUTOMATICA DE UM CREDITO (W-VALCRED  *
      * E W-DATACRED): PROCURA, NESTA ORDEM, LIQUIDACAO  *
      * DE CARTAO DO DIA, DEPOSITO DE TURNO FECHADO,     *
      * BAIXA DE LOTE DE CONVENIO E MENSALIDADE PAGA COM *
      * O MESMO VALOR DENTRO DA JANELA DE DATAS E AINDA  *
      * SEM CREDITO; DEVOLVE W-ORIG/W-REF (BRANCO = NAO  *
      * ACHOU)                                           *
      ***************************************************
      *
       AUTO-CONC.
           MOVE W-DATACRED TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-SDIAS TO W-DIASCRED
           COMPUTE W-ANOMES = W-CD-ANO * 100 + W-CD-MES
           IF W-CARDMES NOT = W-ANOMES
                GO TO AUTO-CONC-TURNO.
           MOVE W-CD-DIA TO W-IXDIA
           IF CRD-VALOR(W-IXDIA) NOT = W-VALCRED
                GO TO AUTO-CONC-TURNO.
           MOVE "C" TO W-ORIG
           MOVE W-DATACRED TO W-REF
           PERFORM VER-USADO THRU VER-USADO-FIM
           IF W-USADO = "N"
                GO TO AUTO-CONC-FIM.
       AUTO-CONC-TURNO.
           MOVE ZEROS TO SEQ-TU
           START TURNO KEY IS NOT LESS SEQ-TU
               INVALID KEY
                  GO TO AUTO-CONC-LOTE.
       AUTO-CONC-TURNO-LOOP.
           READ TURNO NEXT
               AT END
                  GO TO AUTO-CONC-LOTE.
           IF NOT TU-FECHADO OR DECLDIN-TU NOT = W-VALCRED
                GO TO AUTO-CONC-TURNO-LOOP.
           MOVE DATAFECH-TU TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           IF W-SDIAS > W-DIASCRED
              OR W-SDIAS + W-TOLDEP < W-DIASCRED
                GO TO AUTO-CONC-TURNO-LOOP.
           MOVE "D" TO W-ORIG
           MOVE SEQ-TU TO W-REF
           PERFORM VER-USADO THRU VER-USADO-FIM
           IF W-USADO = "N"
                GO TO AUTO-CONC-FIM.
           GO TO AUTO-CONC-TURNO-LOOP.
       AUTO-CONC-LOTE.
           MOVE ZEROS TO LOTE-FL
           START FATLOTE KEY IS NOT LESS LOTE-FL
               INVALID KEY
                  GO TO AUTO-CONC-MENS.
       AUTO-CONC-LOTE-LOOP.
           READ FATLOTE NEXT
               AT END
                  GO TO AUTO-CONC-MENS.
           IF PAGO-FL NOT = W-VALCRED
                GO TO AUTO-CONC-LOTE-LOOP.
           MOVE DATABAIXA-FL TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           IF W-SDIAS > W-DIASCRED + W-TOLDIAS
              OR W-SDIAS + W-TOLDIAS < W-DIASCRED
                GO TO AUTO-CONC-LOTE-LOOP.
           MOVE "V" TO W-ORIG
           MOVE LOTE-FL TO W-REF
           PERFORM VER-USADO THRU VER-USADO-FIM
           IF W-USADO = "N"
                GO TO AUTO-CONC-FIM.
           GO TO AUTO-CONC-LOTE-LOOP.
       AUTO-CONC-MENS.
           MOVE ZEROS TO CHAVE-MS
           START MENSAL KEY IS NOT LESS CHAVE-MS
               INVALID KEY
                  GO TO AUTO-CONC-NAO.
       AUTO-CONC-MENS-LOOP.
           READ MENSAL NEXT
               AT END
                  GO TO AUTO-CONC-NAO.
           IF PAGO-MS NOT = W-VALCRED
                GO TO AUTO-CONC-MENS-LOOP.
           MOVE DATAPGTO-MS TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           IF W-SDIAS > W-DIASCRED + W-TOLDIAS
              OR W-SDIAS + W-TOLDIAS < W-DIASCRED
                GO TO AUTO-CONC-MENS-LOOP.
           MOVE "M" TO W-ORIG
           COMPUTE W-REF = CODIGO-MS * 1000000 + ANOMES-MS
           PERFORM VER-USADO THRU VER-USADO-FIM
           IF W-USADO = "N"
                GO TO AUTO-CONC-FIM.
           GO TO AUTO-CONC-MENS-LOOP.
       AUTO-CONC-NAO.
           MOVE SPACES TO W-ORIG
           MOVE ZEROS  TO W-REF.
       AUTO-CONC-FIM.
           EXIT.

      *
      ***************************************************
      * CONCILIACAO MANUAL: O OPERADOR APONTA O CREDITO  *
      * DO EXTRATO E O LANCAMENTO CORRESPONDENTE (OU     *
      * "OUTROS" PARA CREDITO SEM LANCAMENTO NO SISTEMA, *
      * COMO RENDIMENTO); CREDITO JA CONCILIADO PODE SER *
      * DESFEITO                                         *
      ***************************************************
      *
       MAN-R1.
           MOVE ZEROS TO W-CODCB W-SEQ VALOR-MB REF-MB
           MOVE W-HOJE-N TO W-DATA-N
           MOVE SPACES TO TXTBANCO TXTLANC TXTSITUACAO DOC-MB HIST-MB
           MOVE SPACES TO ORIGEM-MB
           DISPLAY TELAMAN.
       MAN-R2.
           ACCEPT TMCODCB

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-CODCB = ZEROS
                GO TO MAN-R2.
           PERFORM BUSCA-BANCO THRU BUSCA-BANCO-FIM
           IF TXTBANCO = SPACES
                MOVE "*** CONTA BANCARIA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAN-R2.
           DISPLAY TMTXTBANCO.
       MAN-R3.
           ACCEPT TMDATADIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO MAN-R2.
           ACCEPT TMDATAMES
           ACCEPT TMDATAANO
           IF W-DATA-DIA = ZEROS OR W-DATA-DIA > 31
              OR W-DATA-MES = ZEROS OR W-DATA-MES > 12
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAN-R3.
       MAN-R4.
           ACCEPT TMSEQ

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO MAN-R3.

           IF W-SEQ = ZEROS
                GO TO MAN-R4.
           MOVE W-CODCB  TO CODCB-MB
           MOVE W-DATA-N TO DATA-MB
           MOVE W-SEQ    TO SEQ-MB
           READ MOVBCO KEY IS CHAVE-MB
               INVALID KEY
                  MOVE "*** CREDITO NAO ENCONTRADO NO EXTRATO ***"
                                                        TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO MAN-R4.
           MOVE SPACES TO TXTLANC
           PERFORM MONTA-SIT THRU MONTA-SIT-FIM
           IF NOT MB-PENDENTE AND NOT MB-OUTROS
                PERFORM VALIDA-REF THRU VALIDA-REF-FIM.
           DISPLAY TELAMAN
           IF NOT MB-PENDENTE
                GO TO MAN-DESF.
       MAN-R5.
           ACCEPT TMORIGEM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO MAN-R1.

           IF NOT MB-CONVENIO AND NOT MB-MENSAL AND NOT MB-CARTAO
              AND NOT MB-CAIXA AND NOT MB-OUTROS
                MOVE "*** ORIGEM INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAN-R5.
       MAN-R6.
           IF MB-OUTROS
                MOVE ZEROS TO REF-MB
                MOVE "CREDITO SEM LANCAMENTO NO SISTEMA" TO TXTLANC
                DISPLAY TMREF TMTXTLANC
                GO TO MAN-OPC.
           ACCEPT TMREF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO MAN-R5.

           PERFORM VALIDA-REF THRU VALIDA-REF-FIM
           IF W-REFOK = "N"
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAN-R6.
           DISPLAY TMTXTLANC
           MOVE ORIGEM-MB TO W-ORIG
           MOVE REF-MB    TO W-REF
           MOVE REGMOVBCO TO W-REGMB
           PERFORM VER-USADO THRU VER-USADO-FIM
           MOVE W-REGMB TO REGMOVBCO
           IF W-USADO = "S"
                MOVE "* LANCAMENTO JA CONCILIADO COM OUTRO CREDITO *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAN-R6.
           IF W-VALORIG NOT = VALOR-MB
                MOVE "* AVISO: VALOR DO LANCAMENTO DIFERE DO CREDITO *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       MAN-OPC.
                DISPLAY (23, 40) "CONFIRMA CONCILIACAO (S/N) : ".
                ACCEPT (23, 69) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CREDITO NAO CONCILIADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-OPC.
       MAN-RW1.
           MOVE "M"        TO MODO-MB
           MOVE W-HOJE-N   TO DATACONC-MB
           MOVE W-OPERADOR TO OPERADOR-MB
           REWRITE REGMOVBCO
           IF ST-ERRO2 = "00" OR "02"
                MOVE "*** CREDITO CONCILIADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAN-R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVBCO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       MAN-DESF.
           DISPLAY (23, 12) "D=DESFAZER CONCILIACAO  V=VOLTAR : "
           ACCEPT (23, 48) W-OPCAO
           IF W-OPCAO = "V" OR "v"
                GO TO MAN-R1.
           IF W-OPCAO NOT = "D" AND W-OPCAO NOT = "d"
                GO TO MAN-DESF.
       MAN-DESF-OPC.
                DISPLAY (23, 40) "DESFAZER  (S/N) : ".
                ACCEPT (23, 58) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CONCILIACAO MANTIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-DESF-OPC.
           MOVE SPACES     TO ORIGEM-MB MODO-MB
           MOVE ZEROS      TO REF-MB DATACONC-MB
           MOVE W-OPERADOR TO OPERADOR-MB
           REWRITE REGMOVBCO
           IF ST-ERRO2 = "00" OR "02"
                MOVE "*** CONCILIACAO DESFEITA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAN-R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVBCO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ***************************************************
      * RELATORIO DO MES: CREDITOS DO BANCO SEM          *
      * LANCAMENTO E LANCAMENTOS DO SISTEMA (BAIXAS DE   *
      * CONVENIO, MENSALIDADES, DINHEIRO DOS TURNOS E    *
      * LIQUIDACOES DE CARTAO) SEM CREDITO NO BANCO      *
      ***************************************************
      *
       REL-R1.
           MOVE W-HOJE-MES TO W-MESREF
           MOVE W-HOJE-ANO TO W-ANOREF
           DISPLAY TELAREL.
       REL-R2.
           ACCEPT TRMESREF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.
           ACCEPT TRANOREF
           IF W-MESREF = ZEROS OR W-MESREF > 12 OR W-ANOREF = ZEROS
                MOVE "*** MES DE REFERENCIA INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-R2.
       REL-GERA.
           OPEN OUTPUT CADCONCB
           IF ST-ERRO8 NOT = "00"
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
           COMPUTE W-ANOMES = W-ANOREF * 100 + W-MESREF
           MOVE ZEROS TO W-QTDCRED W-QTDCONC W-QTDPEND W-QTDSEMCRED
           MOVE ZEROS TO W-TOTCRED W-TOTCONC W-TOTPEND W-TOTSEMCRED
           MOVE W-MESREF TO MESCTX
           MOVE W-ANOREF TO ANOCTX
           WRITE REGCONCB FROM CAB1
           MOVE SPACES TO REGCONCB
           WRITE REGCONCB
           WRITE REGCONCB FROM CABSEM1
           WRITE REGCONCB FROM CABSEM1A
           MOVE ZEROS TO CHAVE-MB
           START MOVBCO KEY IS NOT LESS CHAVE-MB
               INVALID KEY
                  GO TO REL-LANC.
       REL-CRED-LOOP.
           READ MOVBCO NEXT
               AT END
                  GO TO REL-LANC.
           IF DATA-MB(1:6) NOT = W-ANOMES
                GO TO REL-CRED-LOOP.
           ADD 1 TO W-QTDCRED
           ADD VALOR-MB TO W-TOTCRED
           IF NOT MB-PENDENTE
                ADD 1 TO W-QTDCONC
                ADD VALOR-MB TO W-TOTCONC
                GO TO REL-CRED-LOOP.
           ADD 1 TO W-QTDPEND
           ADD VALOR-MB TO W-TOTPEND
           MOVE CODCB-MB      TO CBCTX
           MOVE DATA-MB(7:2)  TO DIACTX
           MOVE DATA-MB(5:2)  TO MESDCTX
           MOVE DATA-MB(1:4)  TO ANODCTX
           MOVE SEQ-MB        TO SEQCTX
           MOVE VALOR-MB      TO VALCTX
           MOVE DOC-MB        TO DOCCTX
           MOVE HIST-MB       TO HISTCTX
           WRITE REGCONCB FROM LINCRED
           GO TO REL-CRED-LOOP.
      *
       REL-LANC.
           MOVE SPACES TO REGCONCB
           WRITE REGCONCB
           WRITE REGCONCB FROM CABSEM2
           WRITE REGCONCB FROM CABSEM2A
           MOVE ZEROS TO LOTE-FL
           START FATLOTE KEY IS NOT LESS LOTE-FL
               INVALID KEY
                  GO TO REL-MENS.
       REL-LOTE-LOOP.
           READ FATLOTE NEXT
               AT END
                  GO TO REL-MENS.
           IF PAGO-FL = ZEROS
              OR DATABAIXA-FL(1:6) NOT = W-ANOMES
                GO TO REL-LOTE-LOOP.
           MOVE "V"     TO W-ORIG
           MOVE LOTE-FL TO W-REF
           PERFORM VER-USADO THRU VER-USADO-FIM
           IF W-USADO = "S"
                GO TO REL-LOTE-LOOP.
           MOVE "LOTE CONV."  TO ORIGLTX
           MOVE SPACES TO REFLTX
           STRING LOTE-FL   DELIMITED BY SIZE
                  " CONV "  DELIMITED BY SIZE
                  CODIGO-FL DELIMITED BY SIZE
                  INTO REFLTX
           MOVE DATABAIXA-FL TO W-CD-N
           MOVE PAGO-FL      TO W-VALORIG
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           GO TO REL-LOTE-LOOP.
       REL-MENS.
           MOVE ZEROS TO CHAVE-MS
           START MENSAL KEY IS NOT LESS CHAVE-MS
               INVALID KEY
                  GO TO REL-TURNO.
       REL-MENS-LOOP.
           READ MENSAL NEXT
               AT END
                  GO TO REL-TURNO.
           IF PAGO-MS = ZEROS
              OR DATAPGTO-MS(1:6) NOT = W-ANOMES
                GO TO REL-MENS-LOOP.
           MOVE "M" TO W-ORIG
           COMPUTE W-REF = CODIGO-MS * 1000000 + ANOMES-MS
           PERFORM VER-USADO THRU VER-USADO-FIM
           IF W-USADO = "S"
                GO TO REL-MENS-LOOP.
           MOVE "MENSALIDADE" TO ORIGLTX
           MOVE SPACES TO REFLTX
           STRING CODIGO-MS DELIMITED BY SIZE
                  "/"       DELIMITED BY SIZE
                  ANOMES-MS DELIMITED BY SIZE
                  INTO REFLTX
           MOVE DATAPGTO-MS TO W-CD-N
           MOVE PAGO-MS     TO W-VALORIG
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           GO TO REL-MENS-LOOP.
       REL-TURNO.
           MOVE ZEROS TO SEQ-TU
           START TURNO KEY IS NOT LESS SEQ-TU
               INVALID KEY
                  GO TO REL-CARTAO.
       REL-TURNO-LOOP.
           READ TURNO NEXT
               AT END
                  GO TO REL-CARTAO.
           IF NOT TU-FECHADO OR DECLDIN-TU = ZEROS
              OR DATAFECH-TU(1:6) NOT = W-ANOMES
                GO TO REL-TURNO-LOOP.
           MOVE "D"    TO W-ORIG
           MOVE SEQ-TU TO W-REF
           PERFORM VER-USADO THRU VER-USADO-FIM
           IF W-USADO = "S"
                GO TO REL-TURNO-LOOP.
           MOVE "TURNO CAIXA" TO ORIGLTX
           MOVE SPACES TO REFLTX
           STRING SEQ-TU      DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  OPERADOR-TU DELIMITED BY SIZE
                  INTO REFLTX
           MOVE DATAFECH-TU TO W-CD-N
           MOVE DECLDIN-TU  TO W-VALORIG
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           GO TO REL-TURNO-LOOP.
       REL-CARTAO.
           MOVE W-ANOMES TO W-CARDPEDIDO
           PERFORM CARGA-CARTAO THRU CARGA-CARTAO-FIM
           MOVE 1 TO W-IXDIA.
       REL-CARTAO-LOOP.
           IF CRD-VALOR(W-IXDIA) = ZEROS
                GO TO REL-CARTAO-PROX.
           COMPUTE W-CD-N = W-ANOMES * 100 + W-IXDIA
           MOVE "C"    TO W-ORIG
           MOVE W-CD-N TO W-REF
           PERFORM VER-USADO THRU VER-USADO-FIM
           IF W-USADO = "S"
                GO TO REL-CARTAO-PROX.
           MOVE "CARTOES" TO ORIGLTX
           MOVE "LIQUIDO DO DIA" TO REFLTX
           MOVE CRD-VALOR(W-IXDIA) TO W-VALORIG
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM.
       REL-CARTAO-PROX.
           IF W-IXDIA < 31
                ADD 1 TO W-IXDIA
                GO TO REL-CARTAO-LOOP.
      *
       REL-RESUMO.
           MOVE SPACES TO REGCONCB
           WRITE REGCONCB
           MOVE "CREDITOS NO BANCO NO MES ......" TO DESCRTX
           MOVE W-QTDCRED TO QTDRTX
           MOVE W-TOTCRED TO VALRTX
           WRITE REGCONCB FROM LINRESUMO
           MOVE "  CONCILIADOS ................." TO DESCRTX
           MOVE W-QTDCONC TO QTDRTX
           MOVE W-TOTCONC TO VALRTX
           WRITE REGCONCB FROM LINRESUMO
           MOVE "  SEM LANCAMENTO NO SISTEMA ..." TO DESCRTX
           MOVE W-QTDPEND TO QTDRTX
           MOVE W-TOTPEND TO VALRTX
           WRITE REGCONCB FROM LINRESUMO
           MOVE "LANCAMENTOS SEM CREDITO NO BANCO" TO DESCRTX
           MOVE W-QTDSEMCRED TO QTDRTX
           MOVE W-TOTSEMCRED TO VALRTX
           WRITE REGCONCB FROM LINRESUMO
           CLOSE CADCONCB
           DISPLAY (10, 03) "CREDITOS SEM LANCAMENTO ....: " W-QTDPEND
           DISPLAY (11, 03) "LANCAMENTOS SEM CREDITO ....: "
                            W-QTDSEMCRED
           MOVE "*** RELATORIO CONCBANCO.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
      *    LINHA DE LANCAMENTO SEM CREDITO (ORIGLTX, REFLTX,
      *    W-CD-N E W-VALORIG CARREGADOS)
       GRAVA-LANC.
           MOVE W-CD-DIA  TO DIALTX
           MOVE W-CD-MES  TO MESLTX
           MOVE W-CD-ANO  TO ANOLTX
           MOVE W-VALORIG TO VALLTX
           WRITE REGCONCB FROM LINLANC
           ADD 1 TO W-QTDSEMCRED
           ADD W-VALORIG TO W-TOTSEMCRED.
       GRAVA-LANC-FIM.
           EXIT.

      *
      ***************************************************
      * ROTINAS AUXILIARES                               *
      ***************************************************
      *
       BUSCA-BANCO.
           MOVE SPACES TO TXTBANCO
           MOVE W-CODCB TO COD-CB
           READ CONTABCO
               INVALID KEY
                  GO TO BUSCA-BANCO-FIM.
           MOVE DESC-CB TO TXTBANCO.
       BUSCA-BANCO-FIM.
           EXIT.
      *
      *    SITUACAO DO CREDITO PARA A TELA
       MONTA-SIT.
           MOVE "PENDENTE" TO TXTSITUACAO
           IF MB-PENDENTE
                GO TO MONTA-SIT-FIM.
           MOVE SPACES TO TXTSITUACAO
           IF MB-AUTOMATICO
                STRING "CONCILIADO AUTOMATICO EM " DELIMITED BY SIZE
                       DATACONC-MB DELIMITED BY SIZE
                       INTO TXTSITUACAO
           ELSE
                STRING "CONCILIADO MANUAL EM " DELIMITED BY SIZE
                       DATACONC-MB DELIMITED BY SIZE
                       INTO TXTSITUACAO.
           IF MB-OUTROS
                MOVE "CREDITO SEM LANCAMENTO NO SISTEMA" TO TXTLANC.
       MONTA-SIT-FIM.
           EXIT.
      *
      ***************************************************
      * CONFERE A REFERENCIA DIGITADA PARA A ORIGEM E    *
      * MONTA A DESCRICAO DO LANCAMENTO (W-REFOK = "S")  *
      * E O VALOR DELE EM W-VALORIG; SENAO DEIXA A       *
      * MENSAGEM EM MENS                                 *
      ***************************************************
      *
       VALIDA-REF.
           MOVE "N" TO W-REFOK
           MOVE SPACES TO TXTLANC
           MOVE ZEROS TO W-VALORIG
           IF MB-CONVENIO
                GO TO VALIDA-REF-LOTE.
           IF MB-MENSAL
                GO TO VALIDA-REF-MENS.
           IF MB-CAIXA
                GO TO VALIDA-REF-TURNO.
           MOVE REF-MB TO W-CD-N
           IF W-CD-DIA = ZEROS OR W-CD-DIA > 31
              OR W-CD-MES = ZEROS OR W-CD-MES > 12
                MOVE "*** DATA DE LIQUIDACAO INVALIDA ***" TO MENS
                GO TO VALIDA-REF-FIM.
           COMPUTE W-CARDPEDIDO = W-CD-ANO * 100 + W-CD-MES
           PERFORM CARGA-CARTAO THRU CARGA-CARTAO-FIM
           IF CRD-VALOR(W-CD-DIA) = ZEROS
                MOVE "*** SEM LIQUIDACAO DE CARTAO NA DATA ***" TO MENS
                GO TO VALIDA-REF-FIM.
           MOVE CRD-VALOR(W-CD-DIA) TO W-VALORIG
           MOVE W-VALORIG TO W-VALED
           STRING "CARTOES LIQUIDADOS NO DIA - LIQUIDO "
                                        DELIMITED BY SIZE
                  W-VALED               DELIMITED BY SIZE
                  INTO TXTLANC
           MOVE "S" TO W-REFOK
           GO TO VALIDA-REF-FIM.
       VALIDA-REF-LOTE.
           MOVE REF-MB TO LOTE-FL
           READ FATLOTE
               INVALID KEY
                  MOVE "*** LOTE NAO ENCONTRADO ***" TO MENS
                  GO TO VALIDA-REF-FIM.
           IF PAGO-FL = ZEROS
                MOVE "*** LOTE SEM PAGAMENTO BAIXADO ***" TO MENS
                GO TO VALIDA-REF-FIM.
           MOVE PAGO-FL TO W-VALORIG
           MOVE W-VALORIG TO W-VALED
           STRING "LOTE "      DELIMITED BY SIZE
                  LOTE-FL      DELIMITED BY SIZE
                  " CONV "     DELIMITED BY SIZE
                  CODIGO-FL    DELIMITED BY SIZE
                  " PAGO "     DELIMITED BY SIZE
                  W-VALED      DELIMITED BY SIZE
                  " EM "       DELIMITED BY SIZE
                  DATABAIXA-FL DELIMITED BY SIZE
                  INTO TXTLANC
           MOVE "S" TO W-REFOK
           GO TO VALIDA-REF-FIM.
       VALIDA-REF-MENS.
           DIVIDE REF-MB BY 1000000 GIVING CODIGO-MS
                                   REMAINDER ANOMES-MS
           READ MENSAL
               INVALID KEY
                  MOVE "*** MENSALIDADE NAO ENCONTRADA ***" TO MENS
                  GO TO VALIDA-REF-FIM.
           IF PAGO-MS = ZEROS
                MOVE "*** MENSALIDADE SEM PAGAMENTO ***" TO MENS
                GO TO VALIDA-REF-FIM.
           MOVE PAGO-MS TO W-VALORIG
           MOVE W-VALORIG TO W-VALED
           STRING "MENSALIDADE CONV " DELIMITED BY SIZE
                  CODIGO-MS           DELIMITED BY SIZE
                  " REF "             DELIMITED BY SIZE
                  ANOMES-MS           DELIMITED BY SIZE
                  " PAGO "            DELIMITED BY SIZE
                  W-VALED             DELIMITED BY SIZE
                  INTO TXTLANC
           MOVE "S" TO W-REFOK
           GO TO VALIDA-REF-FIM.
       VALIDA-REF-TURNO.
           MOVE REF-MB TO SEQ-TU
           READ TURNO
               INVALID KEY
                  MOVE "*** TURNO NAO ENCONTRADO ***" TO MENS
                  GO TO VALIDA-REF-FIM.
           IF NOT TU-FECHADO
                MOVE "*** TURNO AINDA ABERTO ***" TO MENS
                GO TO VALIDA-REF-FIM.
           MOVE DECLDIN-TU TO W-VALORIG
           MOVE W-VALORIG TO W-VALED
           STRING "TURNO "      DELIMITED BY SIZE
                  SEQ-TU        DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  OPERADOR-TU   DELIMITED BY SIZE
                  " DINHEIRO "  DELIMITED BY SIZE
                  W-VALED       DELIMITED BY SIZE
                  INTO TXTLANC
           MOVE "S" TO W-REFOK.
       VALIDA-REF-FIM.
           EXIT.
      *
      *    LANCAMENTO W-ORIG/W-REF JA TEM CREDITO CONCILIADO?
      *    (USA A CHAVE ALTERNATIVA E SOBREPOE O REGISTRO MOVBCO)
       VER-USADO.
           MOVE "N" TO W-USADO
           MOVE W-ORIG TO ORIGEM-MB
           MOVE W-REF  TO REF-MB
           START MOVBCO KEY IS NOT LESS CHAVEORIG-MB
               INVALID KEY
                  GO TO VER-USADO-FIM.
           READ MOVBCO NEXT
               AT END
                  GO TO VER-USADO-FIM.
           IF ORIGEM-MB = W-ORIG AND REF-MB = W-REF
                MOVE "S" TO W-USADO.
       VER-USADO-FIM.
           EXIT.
      *
      *    LIQUIDO DAS LIQUIDACOES DE CARTAO POR DIA DO MES
      *    W-CARDPEDIDO (SEM ARQUIVO DA ADQUIRENTE, TABELA ZERADA)
       CARGA-CARTAO.
           IF W-CARDMES = W-CARDPEDIDO
                GO TO CARGA-CARTAO-FIM.
           MOVE ZEROS TO TBCARTAO
           MOVE W-CARDPEDIDO TO W-CARDMES W-LIQANOMES
           OPEN INPUT CARTLIQ
           IF ST-ERRO7 NOT = "00"
                GO TO CARGA-CARTAO-FIM.
       CARGA-CARTAO-LOOP.
           READ CARTLIQ NEXT RECORD
                AT END
                     GO TO CARGA-CARTAO-CLOSE.
           IF DATA-LIQ(1:6) NOT = W-CARDMES
                GO TO CARGA-CARTAO-LOOP.
           MOVE DATA-LIQ(7:2) TO W-IXDIA
           IF W-IXDIA = ZEROS OR W-IXDIA > 31
                GO TO CARGA-CARTAO-LOOP.
           COMPUTE CRD-VALOR(W-IXDIA) = CRD-VALOR(W-IXDIA)
                                      + (VALOR-LIQ - TAXA-LIQ) / 100
           GO TO CARGA-CARTAO-LOOP.
       CARGA-CARTAO-CLOSE.
           CLOSE CARTLIQ.
       CARGA-CARTAO-FIM.
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

       ROT-FIM.
           CLOSE CONTABCO MOVBCO FATLOTE MENSAL TURNO.
       ROT-FIM2.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]---------------------

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
