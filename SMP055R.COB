       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP055R.
       AUTHOR. LUCAS GUILHERME LIAS.
      ****************************************
      * RELATORIO MENSAL DE DESCONTOS E       *
      * CORTESIAS CONCEDIDOS NO CAIXA, COM    *
      * TOTAIS POR OPERADOR, MEDICO E MOTIVO  *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESCONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DC
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.
           SELECT MOTDESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-MD
                    FILE STATUS  IS ST-ERRO3.
           SELECT CADDESC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "DESCONTO.CPY".
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
       COPY "MOTDESC.CPY".
      *
       FD CADDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQDESC.
       01 REGDESC      PIC X(090).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-ERRO2   PIC X(02) VALUE "00".
       77 ST-ERRO3   PIC X(02) VALUE "00".
       77 ST-ERRO4   PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 CONPAG     PIC 9(03) VALUE ZEROS.
       01 W-DATAREL    PIC 9(08) VALUE ZEROS.
       01 W-ARQDESC    PIC X(22) VALUE SPACES.

       01 W-MESREF   PIC 9(02) VALUE ZEROS.
       01 W-ANOREF   PIC 9(04) VALUE ZEROS.
       01 W-DATADC.
          03 W-ANODC    PIC 9(04).
          03 W-MESDC    PIC 9(02).
          03 W-DIADC    PIC 9(02).

       01 W-VALDESC    PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDDESC    PIC 9(05) VALUE ZEROS.
       01 W-QTDCORT    PIC 9(05) VALUE ZEROS.
       01 W-QTDAUT     PIC 9(05) VALUE ZEROS.
       01 W-TOTDESC    PIC 9(08)V99 VALUE ZEROS.

       01 TABEMOTIVO.
          05 TBEMOTIVO  PIC X(30) OCCURS 30 TIMES.
       01 W-IXMOT    PIC 9(02) VALUE ZEROS.
       01 TBDESCMOT.
          05 MOT-ENT OCCURS 31 TIMES.
             10 MOT-QTD  PIC 9(05).
             10 MOT-VAL  PIC 9(08)V99.

       01 TBOPER.
          05 OPR-ENT OCCURS 50 TIMES.
             10 OPR-ID     PIC X(08).
             10 OPR-QTD    PIC 9(05).
             10 OPR-VAL    PIC 9(08)V99.
       01 W-NUMOPR   PIC 9(02) VALUE ZEROS.
       01 W-IXOPR    PIC 9(02) VALUE ZEROS.

       01 TBMED.
          05 MED-ENT OCCURS 200 TIMES.
             10 MED-CRM    PIC 9(06).
             10 MED-QTD    PIC 9(05).
             10 MED-VAL    PIC 9(08)V99.
       01 W-NUMMED   PIC 9(03) VALUE ZEROS.
       01 W-IXMED    PIC 9(03) VALUE ZEROS.

       01  CAB1.
           05  FILLER                 PIC X(044) VALUE
           "FATEC - ZONA LESTE  *** DESCONTOS E CORTESIA".
           05  FILLER                 PIC X(024) VALUE
           "S NO CAIXA ***   PAG. : ".
           05  NUMPAG   VALUE ZEROS  PIC 999.
           05  FILLER                 PIC X(012) VALUE
           "    DATA : ".
           05  DATAREL  VALUE ZEROS  PIC 99.99.99.

       01  CAB1A.
           05  FILLER                 PIC X(019) VALUE
           "MES DE REFERENCIA: ".
           05  MESRTX   VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANORTX   VALUE ZEROS  PIC 9999.

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "DATA     CRM    PAC.   RECIBO     TABELA    COBRAD".
           05  FILLER                 PIC X(030) VALUE
           "O  MT OPERADOR AUTORIZ.".

       01  CAB3.
           05  FILLER                 PIC X(050) VALUE
           "-------- ------ ------ ------ ---------- ---------".
           05  FILLER                 PIC X(030) VALUE
           "-  -- -------- --------".

       01  DET.
           05  DATATX     VALUE ZEROS  PIC 99999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CRMTX      VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PACTX      VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  RECTX      VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  TABTX      VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  COBTX      VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  MOTTX      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  OPERTX     VALUE SPACES PIC X(08).
           05  FILLER                 PIC X(001) VALUE " ".
           05  AUTTX      VALUE SPACES PIC X(08).

       01  CABOPER.
           05  FILLER                 PIC X(050) VALUE
           "TOTAL POR OPERADOR              QTDE    DESCONTO".

       01  DETOPER.
           05  OPERSTX    VALUE SPACES PIC X(08).
           05  FILLER                 PIC X(023) VALUE SPACES.
           05  QTDOTX     VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  VALOTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  CABMED.
           05  FILLER                 PIC X(050) VALUE
           "TOTAL POR MEDICO                QTDE    DESCONTO".

       01  DETMED.
           05  CRMSTX     VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMESTX    VALUE SPACES PIC X(024).
           05  QTDMTX     VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  VALMTX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  CABMOT.
           05  FILLER                 PIC X(050) VALUE
           "TOTAL POR MOTIVO                QTDE    DESCONTO".

       01  DETMOT.
           05  MOTSTX     VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DESCMOTTX  VALUE SPACES PIC X(028).
           05  QTDMOTTX   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  VALMOTTX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINTOT.
           05  FILLER                 PIC X(022) VALUE
           "*** DESCONTOS NO MES: ".
           05  TOTQTX   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(013) VALUE
           "  CORTESIAS: ".
           05  TOTCTX   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(015) VALUE
           "  AUTORIZADOS: ".
           05  TOTATX   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(009) VALUE
           "  VALOR: ".
           05  TOTVTX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT055.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** DESCONTOS E CORTESIAS NO CAI".
           05  LINE 02  COLUMN 43
               VALUE  "XA ***".
           05  LINE 06  COLUMN 01
               VALUE  " MES DE REFERENCIA (MM AAAA) :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMESREF
               LINE 06  COLUMN 33  PIC 9(02)
               USING  W-MESREF
               HIGHLIGHT.
           05  TANOREF
               LINE 06  COLUMN 36  PIC 9(04)
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
              DISPLAY SMT055.
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

           IF W-ANOREF = ZEROS
                GO TO INC-R1A.

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
           PERFORM CARGA-MOTIVO THRU CARGA-MOTIVO-FIM.

           OPEN INPUT DESCONTO
           IF ST-ERRO NOT = "00"
                MOVE "*** NAO HA DESCONTOS REGISTRADOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.

           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE DESCONTO
                GO TO ROT-FIMP.
      *
           ACCEPT W-DATAREL FROM DATE YYYYMMDD
           STRING "DESCONTO"  DELIMITED BY SIZE
                  W-DATAREL   DELIMITED BY SIZE
                  ".DOC"      DELIMITED BY SIZE
                  INTO W-ARQDESC.

           OPEN OUTPUT CADDESC
           IF ST-ERRO4 NOT = "00"
                MOVE "ERRO ABERTURA DO ARQUIVO DESCONTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE DESCONTO CADMED
                GO TO ROT-FIMP.
      *
           PERFORM ROT-CABEC THRU ROT-CABEC-FIM.

           MOVE ZEROS TO CHAVE-DC
           START DESCONTO KEY IS NOT LESS CHAVE-DC
               INVALID KEY
                  GO TO APURA-FIM.
      *
      *    O MES DO DESCONTO E O DA CONCESSAO NO CAIXA
      *
       APURA-LOOP.
           READ DESCONTO NEXT
               AT END
                  GO TO APURA-FIM.
           MOVE DATA-DC TO W-DATADC
           IF W-ANODC NOT = W-ANOREF
              OR W-MESDC NOT = W-MESREF
                GO TO APURA-LOOP.

           COMPUTE W-VALDESC = VALORTAB-DC - VALORCOB-DC
           ADD 1 TO W-QTDDESC
           ADD W-VALDESC TO W-TOTDESC
           IF NUMREC-DC = ZEROS
                ADD 1 TO W-QTDCORT.
           IF AUTORIZ-DC NOT = SPACES
                ADD 1 TO W-QTDAUT.

           MOVE DATA-DC     TO DATATX
           MOVE CRM-DC      TO CRMTX
           MOVE CODPAC-DC   TO PACTX
           MOVE NUMREC-DC   TO RECTX
           MOVE VALORTAB-DC TO TABTX
           MOVE VALORCOB-DC TO COBTX
           MOVE MOTIVO-DC   TO MOTTX
           MOVE OPERADOR-DC TO OPERTX
           MOVE AUTORIZ-DC  TO AUTTX
           WRITE REGDESC FROM DET

           IF MOTIVO-DC > ZEROS AND MOTIVO-DC < 31
                MOVE MOTIVO-DC TO W-IXMOT
           ELSE
                MOVE 31 TO W-IXMOT.
           ADD 1 TO MOT-QTD(W-IXMOT)
           ADD W-VALDESC TO MOT-VAL(W-IXMOT)
           PERFORM SOMA-OPER THRU SOMA-OPER-FIM
           PERFORM SOMA-MED THRU SOMA-MED-FIM
           GO TO APURA-LOOP.
       APURA-FIM.
           CLOSE DESCONTO.

           PERFORM IMPR-OPER THRU IMPR-OPER-FIM.
           PERFORM IMPR-MED THRU IMPR-MED-FIM.
           PERFORM IMPR-MOTIVOS THRU IMPR-MOTIVOS-FIM.
           CLOSE CADMED.

           MOVE SPACES TO REGDESC
           WRITE REGDESC
           MOVE W-QTDDESC TO TOTQTX
           MOVE W-QTDCORT TO TOTCTX
           MOVE W-QTDAUT  TO TOTATX
           MOVE W-TOTDESC TO TOTVTX
           WRITE REGDESC FROM LINTOT.

           MOVE "*** RELATORIO DE DESCONTOS GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      ***************************************************
      * ACUMULO POR OPERADOR QUE CONCEDEU O DESCONTO     *
      ***************************************************
      *
       SOMA-OPER.
           MOVE 1 TO W-IXOPR.
       SOMA-OPER-LOOP.
           IF W-IXOPR > W-NUMOPR
                GO TO SOMA-OPER-NOVO.
           IF OPR-ID(W-IXOPR) = OPERADOR-DC
                GO TO SOMA-OPER-ACUM.
           ADD 1 TO W-IXOPR
           GO TO SOMA-OPER-LOOP.
       SOMA-OPER-NOVO.
           IF W-NUMOPR NOT < 50
                GO TO SOMA-OPER-FIM.
           ADD 1 TO W-NUMOPR
           MOVE W-NUMOPR TO W-IXOPR
           MOVE OPERADOR-DC TO OPR-ID(W-IXOPR)
           MOVE ZEROS TO OPR-QTD(W-IXOPR) OPR-VAL(W-IXOPR).
       SOMA-OPER-ACUM.
           ADD 1 TO OPR-QTD(W-IXOPR)
           ADD W-VALDESC TO OPR-VAL(W-IXOPR).
       SOMA-OPER-FIM.
           EXIT.
      *
      ***************************************************
      * ACUMULO POR MEDICO DA CONSULTA                   *
      ***************************************************
      *
       SOMA-MED.
           MOVE 1 TO W-IXMED.
       SOMA-MED-LOOP.
           IF W-IXMED > W-NUMMED
                GO TO SOMA-MED-NOVO.
           IF MED-CRM(W-IXMED) = CRM-DC
                GO TO SOMA-MED-ACUM.
           ADD 1 TO W-IXMED
           GO TO SOMA-MED-LOOP.
       SOMA-MED-NOVO.
           IF W-NUMMED NOT < 200
                GO TO SOMA-MED-FIM.
           ADD 1 TO W-NUMMED
           MOVE W-NUMMED TO W-IXMED
           MOVE CRM-DC TO MED-CRM(W-IXMED)
           MOVE ZEROS TO MED-QTD(W-IXMED) MED-VAL(W-IXMED).
       SOMA-MED-ACUM.
           ADD 1 TO MED-QTD(W-IXMED)
           ADD W-VALDESC TO MED-VAL(W-IXMED).
       SOMA-MED-FIM.
           EXIT.
      *
       IMPR-OPER.
           MOVE SPACES TO REGDESC
           WRITE REGDESC
           WRITE REGDESC FROM CABOPER
           MOVE 1 TO W-IXOPR.
       IMPR-OPER-LOOP.
           IF W-IXOPR > W-NUMOPR
                GO TO IMPR-OPER-FIM.
           MOVE OPR-ID(W-IXOPR)  TO OPERSTX
           MOVE OPR-QTD(W-IXOPR) TO QTDOTX
           MOVE OPR-VAL(W-IXOPR) TO VALOTX
           WRITE REGDESC FROM DETOPER
           ADD 1 TO W-IXOPR
           GO TO IMPR-OPER-LOOP.
       IMPR-OPER-FIM.
           EXIT.
      *
       IMPR-MED.
           MOVE SPACES TO REGDESC
           WRITE REGDESC
           WRITE REGDESC FROM CABMED
           MOVE 1 TO W-IXMED.
       IMPR-MED-LOOP.
           IF W-IXMED > W-NUMMED
                GO TO IMPR-MED-FIM.
           MOVE MED-CRM(W-IXMED) TO CRM2
           READ CADMED
                INVALID KEY
                   MOVE SPACES TO NOMEMD.
           MOVE MED-CRM(W-IXMED) TO CRMSTX
           MOVE NOMEMD           TO NOMESTX
           MOVE MED-QTD(W-IXMED) TO QTDMTX
           MOVE MED-VAL(W-IXMED) TO VALMTX
           WRITE REGDESC FROM DETMED
           ADD 1 TO W-IXMED
           GO TO IMPR-MED-LOOP.
       IMPR-MED-FIM.
           EXIT.
      *
       IMPR-MOTIVOS.
           MOVE SPACES TO REGDESC
           WRITE REGDESC
           WRITE REGDESC FROM CABMOT
           MOVE 1 TO W-IXMOT.
       IMPR-MOTIVOS-LOOP.
           IF W-IXMOT > 30
                GO TO IMPR-MOTIVOS-OUTROS.
           IF MOT-QTD(W-IXMOT) = ZEROS
                ADD 1 TO W-IXMOT
                GO TO IMPR-MOTIVOS-LOOP.
           MOVE W-IXMOT TO MOTSTX
           MOVE TBEMOTIVO(W-IXMOT) TO DESCMOTTX
           MOVE MOT-QTD(W-IXMOT) TO QTDMOTTX
           MOVE MOT-VAL(W-IXMOT) TO VALMOTTX
           WRITE REGDESC FROM DETMOT
           ADD 1 TO W-IXMOT
           GO TO IMPR-MOTIVOS-LOOP.
       IMPR-MOTIVOS-OUTROS.
           IF MOT-QTD(31) NOT = ZEROS
                MOVE ZEROS TO MOTSTX
                MOVE "MOTIVO FORA DA TABELA" TO DESCMOTTX
                MOVE MOT-QTD(31) TO QTDMOTTX
                MOVE MOT-VAL(31) TO VALMOTTX
                WRITE REGDESC FROM DETMOT.
       IMPR-MOTIVOS-FIM.
           EXIT.
      *
       ROT-CABEC.
           ADD 1 TO CONPAG
           MOVE CONPAG TO NUMPAG
           WRITE REGDESC FROM CAB1.
           MOVE W-MESREF TO MESRTX
           MOVE W-ANOREF TO ANORTX
           WRITE REGDESC FROM CAB1A.
           MOVE SPACES TO REGDESC
           WRITE REGDESC.
           WRITE REGDESC FROM CAB2.
           WRITE REGDESC FROM CAB3.
       ROT-CABEC-FIM.
           EXIT.
      *
      ***********************************
      * ROTINA DE CARGA DA TABELA MOTIVO *
      ***********************************
      *
       CARGA-MOTIVO.
           MOVE SPACES TO TABEMOTIVO
           MOVE 1 TO W-IXMOT.
       CARGA-MOTIVO-ZERA.
           MOVE ZEROS TO MOT-QTD(W-IXMOT) MOT-VAL(W-IXMOT)
           IF W-IXMOT < 31
                ADD 1 TO W-IXMOT
                GO TO CARGA-MOTIVO-ZERA.
           OPEN INPUT MOTDESC
           IF ST-ERRO3 NOT = "00"
                GO TO CARGA-MOTIVO-FIM.
       CARGA-MOTIVO-LOOP.
           READ MOTDESC NEXT RECORD
                AT END
                    GO TO CARGA-MOTIVO-CLOSE.
           IF COD-MD > ZEROS AND COD-MD < 31
                MOVE DESC-MD TO TBEMOTIVO(COD-MD).
           GO TO CARGA-MOTIVO-LOOP.
       CARGA-MOTIVO-CLOSE.
           CLOSE MOTDESC.
       CARGA-MOTIVO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADDESC.
       ROT-FIMP.
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
