       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP059R.
       AUTHOR. LUCAS GUILHERME LIAS.
      ****************************************
      * ALERTA MENSAL DOS CONTRATOS DE        *
      * CONVENIO: CONTRATOS VENCIDOS OU A     *
      * VENCER DENTRO DO AVISO PREVIO, REA-   *
      * JUSTES DO MES E DO SEGUINTE, PRAZO DE *
      * ENTREGA DO LOTE E CONVENIOS ATIVOS    *
      * SEM CONTRATO CADASTRADO               *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMECV WITH DUPLICATES.
           SELECT CONTRATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-CT
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADALERT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       COPY "CONTRATO.CPY".
      *
       FD CADALERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQREL.
       01 REGALERT     PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-ERRO2   PIC X(02) VALUE "00".
       77 ST-ERRO3   PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-DTREF.
          03 W-REF-ANO  PIC 9(04).
          03 W-REF-MES  PIC 9(02).
          03 W-REF-DIA  PIC 9(02).
       01 W-DTREF-N REDEFINES W-DTREF PIC 9(08).
       01 W-HOJE       PIC 9(08) VALUE ZEROS.

      *    MES SEGUINTE (REAJUSTES) E COMPETENCIA ANTERIOR
      *    (LOTE A ENTREGAR NO MES DE REFERENCIA)
       01 W-MESPROX    PIC 9(02) VALUE ZEROS.
       01 W-ANTANO     PIC 9(04) VALUE ZEROS.
       01 W-ANTMES     PIC 9(02) VALUE ZEROS.
       01 W-INIANT     PIC 9(08) VALUE ZEROS.

       01 W-ARQREL.
          03 FILLER       PIC X(07) VALUE "ALERTCT".
          03 W-RELANOMES  PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
          03 FILLER       PIC X(05) VALUE SPACES.

       01 W-SDIASREF   PIC 9(07) VALUE ZEROS.
       01 W-FALTAM     PIC S9(07) VALUE ZEROS.
       01 W-JANELA     PIC 9(04) VALUE ZEROS.
       01 W-TOTALERT   PIC 9(05) VALUE ZEROS.
       01 W-TOTCONTR   PIC 9(05) VALUE ZEROS.

      *    CAMPOS EDITADOS PARA A MONTAGEM DO DETALHE
       01 W-DTED.
          03 W-DTED-DIA   PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DTED-MES   PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DTED-ANO   PIC 9999.
       01 W-DMED.
          03 W-DMED-DIA   PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DMED-MES   PIC 99.
       01 W-MAED.
          03 W-MAED-MES   PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 W-MAED-ANO   PIC 9999.
       01 W-FALTAMED   PIC ZZZ9.
       01 W-AVISOED    PIC ZZ9.

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
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** ALERTA DE CONTRATOS DE CON".
           05  FILLER                 PIC X(023) VALUE
           "VENIO ***  REFERENCIA ".
           05  DTREFTX    VALUE SPACES PIC X(010).

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "CONVENIO NOME                      ALERTA     DETA".
           05  FILLER                 PIC X(003) VALUE
           "LHE".

       01  CAB3.
           05  FILLER                 PIC X(050) VALUE
           "-------- ------------------------- ---------- ----".
           05  FILLER                 PIC X(050) VALUE
           "--------------------------------------------------".

       01  DET.
           05  CODCVTX    VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(003) VALUE "   ".
           05  NOMECVTX   VALUE SPACES  PIC X(025).
           05  FILLER                 PIC X(001) VALUE " ".
           05  ALERTATX   VALUE SPACES  PIC X(010).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETALHETX  VALUE SPACES  PIC X(054).

       01  LINTOT.
           05  FILLER                 PIC X(025) VALUE
           "*** CONTRATOS LIDOS     :".
           05  TCONTRTX   VALUE ZEROS  PIC ZZ.ZZ9.
           05  FILLER                 PIC X(025) VALUE
           "     ALERTAS EMITIDOS  :".
           05  TALERTTX   VALUE ZEROS  PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT059.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** ALERTA DE CONTRATOS DE CONVENI".
           05  LINE 02  COLUMN 45
               VALUE  "O ***".
           05  LINE 06  COLUMN 01
               VALUE  " DATA DE REFERENCIA (AAAAMMDD) :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDTREF
               LINE 06  COLUMN 34  PIC 9(08)
               USING  W-DTREF-N
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
           IF W-DTREF-N = ZEROS
                MOVE W-HOJE TO W-DTREF-N.
           DISPLAY SMT059.
       INC-R1.
           ACCEPT TDTREF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIMP.
           IF W-REF-ANO < 2000 OR W-REF-MES = ZEROS
              OR W-REF-MES > 12 OR W-REF-DIA = ZEROS
              OR W-REF-DIA > 31
                MOVE "DATA INVALIDA" TO MENS
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
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
                 MOVE "*** ARQUIVO CADCONV NAO DISPONIVEL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.

           OPEN INPUT CONTRATO
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
                 OPEN OUTPUT CONTRATO
                 CLOSE CONTRATO
                 OPEN INPUT CONTRATO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONTRATO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCONV
                 GO TO ROT-FIMP.

           COMPUTE W-RELANOMES = W-REF-ANO * 100 + W-REF-MES
           OPEN OUTPUT CADALERT
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCONV CONTRATO
                 GO TO ROT-FIMP.
      *
           MOVE W-DTREF-N TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-SDIAS TO W-SDIASREF
           IF W-REF-MES = 12
                MOVE 1 TO W-MESPROX
           ELSE
                COMPUTE W-MESPROX = W-REF-MES + 1.
           IF W-REF-MES = 1
                COMPUTE W-ANTANO = W-REF-ANO - 1
                MOVE 12 TO W-ANTMES
           ELSE
                MOVE W-REF-ANO TO W-ANTANO
                COMPUTE W-ANTMES = W-REF-MES - 1.
           COMPUTE W-INIANT = W-ANTANO * 10000 + W-ANTMES * 100 + 1

           MOVE W-REF-DIA TO W-DTED-DIA
           MOVE W-REF-MES TO W-DTED-MES
           MOVE W-REF-ANO TO W-DTED-ANO
           MOVE W-DTED TO DTREFTX
           WRITE REGALERT FROM CAB1
           MOVE SPACES TO REGALERT
           WRITE REGALERT
           WRITE REGALERT FROM CAB2
           WRITE REGALERT FROM CAB3
      *
           MOVE ZEROS TO CODIGO2
           START CADCONV KEY IS NOT LESS CODIGO2
               INVALID KEY
                  GO TO LER-FIM.
      *
      ***************************************************
      * CONVENIOS ATIVOS NA ORDEM DE CODIGO, CADA UM COM *
      * O SEU CONTRATO                                   *
      ***************************************************
      *
       LER-CONV.
           READ CADCONV NEXT
               AT END
                  GO TO LER-FIM.
           IF NOT CONV-ATIVO
                GO TO LER-CONV.

           MOVE CODIGO2 TO CODCVTX CODIGO-CT
           MOVE NOMECV  TO NOMECVTX
           READ CONTRATO
               INVALID KEY
                  MOVE "SEM CONTR." TO ALERTATX
                  MOVE "CONVENIO ATIVO SEM CONTRATO CADASTRADO"
                                                    TO DETALHETX
                  PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
                  GO TO LER-CONV.
           ADD 1 TO W-TOTCONTR

           PERFORM VER-VIGENCIA THRU VER-VIGENCIA-FIM
           PERFORM VER-REAJUSTE THRU VER-REAJUSTE-FIM
           PERFORM VER-ENTREGA THRU VER-ENTREGA-FIM
           GO TO LER-CONV.

       LER-FIM.
           MOVE SPACES TO REGALERT
           WRITE REGALERT
           MOVE W-TOTCONTR TO TCONTRTX
           MOVE W-TOTALERT TO TALERTTX
           WRITE REGALERT FROM LINTOT
           CLOSE CADCONV CONTRATO
           DISPLAY (16, 01) "ALERTAS EMITIDOS : " W-TOTALERT
           MOVE "*** RELATORIO DE ALERTAS GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      ***************************************************
      * VIGENCIA: VENCIDO ANTES DA DATA DE REFERENCIA OU *
      * A VENCER DENTRO DO AVISO PREVIO MAIS UM MES, PARA*
      * QUE A RENOVACAO SEJA TRATADA ANTES DO PRAZO      *
      ***************************************************
      *
       VER-VIGENCIA.
           IF FIM-CT = ZEROS
                GO TO VER-VIGENCIA-FIM.
           MOVE FIM-CT TO W-CD-N
           MOVE W-CD-DIA TO W-DTED-DIA
           MOVE W-CD-MES TO W-DTED-MES
           MOVE W-CD-ANO TO W-DTED-ANO
           MOVE SPACES TO DETALHETX
           IF FIM-CT < W-DTREF-N
                MOVE "VENCIDO" TO ALERTATX
                STRING "VIGENCIA ENCERRADA EM " W-DTED
                       DELIMITED BY SIZE INTO DETALHETX
                PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
                GO TO VER-VIGENCIA-FIM.

           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           COMPUTE W-FALTAM = W-SDIAS - W-SDIASREF
           COMPUTE W-JANELA = AVISO-CT + 30
           IF W-FALTAM > W-JANELA
                GO TO VER-VIGENCIA-FIM.
           MOVE W-FALTAM TO W-FALTAMED
           MOVE AVISO-CT TO W-AVISOED
           MOVE "A VENCER" TO ALERTATX
           STRING "VIGENCIA ATE " W-DTED " FALTAM " W-FALTAMED
                  " DIAS AVISO " W-AVISOED
                  DELIMITED BY SIZE INTO DETALHETX
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
       VER-VIGENCIA-FIM.
           EXIT.
      *
      *    ANIVERSARIO DO REAJUSTE NO MES DE REFERENCIA OU NO
      *    SEGUINTE (CONTRATO AINDA EM VIGOR)
       VER-REAJUSTE.
           IF FIM-CT NOT = ZEROS AND FIM-CT < W-DTREF-N
                GO TO VER-REAJUSTE-FIM.
           IF MESREAJ-CT NOT = W-REF-MES AND
              MESREAJ-CT NOT = W-MESPROX
                GO TO VER-REAJUSTE-FIM.
           MOVE DIAREAJ-CT TO W-DMED-DIA
           MOVE MESREAJ-CT TO W-DMED-MES
           MOVE "REAJUSTE" TO ALERTATX
           MOVE SPACES TO DETALHETX
           STRING "ANIVERSARIO EM " W-DMED " PELO INDICE " INDICE-CT
                  DELIMITED BY SIZE INTO DETALHETX
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
       VER-REAJUSTE-FIM.
           EXIT.
      *
      *    LOTE DA COMPETENCIA ANTERIOR A ENTREGAR ATE O DIA DE
      *    CORTE DO MES DE REFERENCIA, SE O CONTRATO COBRIA A
      *    COMPETENCIA
       VER-ENTREGA.
           IF CORTE-CT = ZEROS
                GO TO VER-ENTREGA-FIM.
           IF FIM-CT NOT = ZEROS AND FIM-CT < W-INIANT
                GO TO VER-ENTREGA-FIM.
           MOVE W-ANTMES  TO W-MAED-MES
           MOVE W-ANTANO  TO W-MAED-ANO
           MOVE CORTE-CT  TO W-DTED-DIA
           MOVE W-REF-MES TO W-DTED-MES
           MOVE W-REF-ANO TO W-DTED-ANO
           MOVE "ENTREGA" TO ALERTATX
           MOVE SPACES TO DETALHETX
           STRING "LOTE DA COMPETENCIA " W-MAED " ATE " W-DTED
                  DELIMITED BY SIZE INTO DETALHETX
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
       VER-ENTREGA-FIM.
           EXIT.
      *
       GRAVA-ALERTA.
           WRITE REGALERT FROM DET
           ADD 1 TO W-TOTALERT.
       GRAVA-ALERTA-FIM.
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
                CLOSE CADALERT.
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
