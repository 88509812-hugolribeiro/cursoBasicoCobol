       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP056R.
       AUTHOR. LUCAS GUILHERME LIAS.
      ****************************************
      * RELATORIO MENSAL DAS RETENCOES DE     *
      * TRIBUTOS DO REPASSE MEDICO E ARQUIVO  *
      * PARA AS DECLARACOES FEDERAIS DE       *
      * RETENCAO DA CONTABILIDADE             *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPDEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-RD
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.
           SELECT CADRET ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
           SELECT ARQRET ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "REPDEM.CPY".
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
       FD CADRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQREL.
       01 REGCADRET    PIC X(090).
      *
       FD ARQRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQTXT.
       01 REGARQRET    PIC X(060).
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
       01 W-DATAREL  PIC 9(06) VALUE ZEROS.

       01 W-MESREF   PIC 9(02) VALUE ZEROS.
       01 W-ANOREF   PIC 9(04) VALUE ZEROS.
       01 W-ANOMES   PIC 9(06) VALUE ZEROS.

       01 W-ARQREL.
          03 FILLER       PIC X(08) VALUE "RETENCAO".
          03 W-RELANOMES  PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
          03 FILLER       PIC X(04) VALUE SPACES.
       01 W-ARQTXT.
          03 FILLER       PIC X(08) VALUE "RETENCAO".
          03 W-TXTANOMES  PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
          03 FILLER       PIC X(04) VALUE SPACES.

       01 W-QTDMED      PIC 9(05) VALUE ZEROS.
       01 W-QTDPEND     PIC 9(05) VALUE ZEROS.
       01 W-QTDEXP      PIC 9(05) VALUE ZEROS.
       01 W-CSRF        PIC 9(07)V99 VALUE ZEROS.

      *    TOTAIS POR TRIBUTO E CODIGO DE RECOLHIMENTO:
      *    1=IRRF PF  2=IRRF PJ  3=PIS  4=COFINS  5=CSLL  6=INSS
      *    7=ISS (MUNICIPAL, SO NO RELATORIO)
       01 TABTRIB.
          03 FILLER PIC X(20) VALUE "IRRF PESSOA FISICA  ".
          03 FILLER PIC X(04) VALUE "0588".
          03 FILLER PIC X(20) VALUE "IRRF PESSOA JURIDICA".
          03 FILLER PIC X(04) VALUE "1708".
          03 FILLER PIC X(20) VALUE "PIS                 ".
          03 FILLER PIC X(04) VALUE "5979".
          03 FILLER PIC X(20) VALUE "COFINS              ".
          03 FILLER PIC X(04) VALUE "5960".
          03 FILLER PIC X(20) VALUE "CSLL                ".
          03 FILLER PIC X(04) VALUE "5987".
          03 FILLER PIC X(20) VALUE "INSS RETIDO         ".
          03 FILLER PIC X(04) VALUE "2100".
          03 FILLER PIC X(20) VALUE "ISS RETIDO          ".
          03 FILLER PIC X(04) VALUE "    ".
       01 TABELATRIB REDEFINES TABTRIB.
          05 TRB-ENT OCCURS 7 TIMES.
             10 TRB-DESC   PIC X(20).
             10 TRB-COD    PIC X(04).
       01 TBTOTTRIB.
          05 TOT-TRIB   PIC 9(09)V99 OCCURS 7 TIMES.
       01 W-IXTRB    PIC 9(01) VALUE ZEROS.
       01 W-VALTRB   PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTREP   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTLIQ   PIC 9(09)V99 VALUE ZEROS.

      *    LAYOUT DO ARQUIVO DE RETENCOES (FIXO, ACERTADO COM A
      *    CONTABILIDADE): UMA LINHA POR TRIBUTO FEDERAL RETIDO DE
      *    CADA MEDICO COM DEMONSTRATIVO APROVADO NA COMPETENCIA -
      *    COMPETENCIA AAAAMM, CRM, REGIME (F/J), CPF OU CNPJ,
      *    CODIGO DE RECOLHIMENTO, BASE (REPASSE BRUTO DO MEDICO)
      *    E VALOR RETIDO, EM CENTAVOS
       01 LINRETENCAO.
          03 RET-TIPO     PIC X(01) VALUE "R".
          03 RET-COMPET   PIC 9(06).
          03 RET-CRM      PIC 9(06).
          03 RET-REGIME   PIC X(01).
          03 RET-DOCTO    PIC 9(14).
          03 RET-CODREC   PIC X(04).
          03 RET-BASE     PIC 9(09)V99.
          03 RET-VALOR    PIC 9(07)V99.
          03 FILLER       PIC X(08) VALUE SPACES.

       01  CAB1.
           05  FILLER                 PIC X(044) VALUE
           "FATEC - ZONA LESTE  *** RETENCOES DO REPASSE".
           05  FILLER                 PIC X(024) VALUE
           " MEDICO ***      PAG. : ".
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
           "CRM    NOME           R    REPASSE      IRRF      ".
           05  FILLER                 PIC X(037) VALUE
           "INSS PIS/CF/CS       ISS    LIQUIDO S".

       01  CAB3.
           05  FILLER                 PIC X(050) VALUE
           "------ -------------- - ---------- --------- -----".
           05  FILLER                 PIC X(037) VALUE
           "---- --------- --------- ---------- -".

       01  DET.
           05  CRMTX      VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMETX     VALUE SPACES PIC X(014).
           05  FILLER                 PIC X(001) VALUE " ".
           05  REGTX      VALUE SPACES PIC X(001).
           05  FILLER                 PIC X(001) VALUE " ".
           05  REPTX      VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  IRRFTX     VALUE ZEROS  PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  INSSTX     VALUE ZEROS  PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CSRFTX     VALUE ZEROS  PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  ISSTX      VALUE ZEROS  PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  LIQTX      VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  SITTX      VALUE SPACES PIC X(001).

       01  CABTRIB.
           05  FILLER                 PIC X(050) VALUE
           "TOTAL POR TRIBUTO          CODIGO          VALOR".

       01  DETTRIB.
           05  DESCTRTX   VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(008) VALUE SPACES.
           05  CODTRTX    VALUE SPACES PIC X(004).
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  VALTRTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINTOT.
           05  FILLER                 PIC X(020) VALUE
           "*** MEDICOS: ".
           05  TOTMTX   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(012) VALUE
           "  REPASSE : ".
           05  TOTRTX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(012) VALUE
           "  LIQUIDO : ".
           05  TOTLTX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINPEND.
           05  FILLER                 PIC X(047) VALUE
           "** AVISO: DEMONSTRATIVOS AINDA NAO APROVADOS : ".
           05  TOTPTX   VALUE ZEROS  PIC ZZZZ9.
       01  LINPEND2     PIC X(070) VALUE
           "   (S=G NA LISTA; NAO ENTRAM NO ARQUIVO DE RETENCOES)".
       01  LINEXP.
           05  FILLER                 PIC X(047) VALUE
           "*** LINHAS NO ARQUIVO DE RETENCOES ......... : ".
           05  TOTETX   VALUE ZEROS  PIC ZZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT056.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** RETENCOES DO REPASSE MEDICO ***".
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
              DISPLAY SMT056.
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
           OPEN INPUT REPDEM
           IF ST-ERRO NOT = "00"
                MOVE "*** NAO HA DEMONSTRATIVOS GERADOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.

           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE REPDEM
                GO TO ROT-FIMP.
      *
           COMPUTE W-ANOMES = W-ANOREF * 100 + W-MESREF
           MOVE W-ANOMES TO W-RELANOMES W-TXTANOMES
           ACCEPT W-DATAREL FROM DATE

           OPEN OUTPUT CADRET
           IF ST-ERRO3 NOT = "00"
                MOVE "ERRO ABERTURA DO RELATORIO RETENCAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE REPDEM CADMED
                GO TO ROT-FIMP.

           OPEN OUTPUT ARQRET
           IF ST-ERRO4 NOT = "00"
                MOVE "ERRO ABERTURA DO ARQUIVO DE RETENCOES" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE REPDEM CADMED CADRET
                GO TO ROT-FIMP.
      *
           PERFORM ROT-CABEC THRU ROT-CABEC-FIM.
           MOVE ZEROS TO TBTOTTRIB

           MOVE W-ANOMES TO ANOMES-RD
           MOVE ZEROS    TO CRM-RD
           START REPDEM KEY IS NOT LESS CHAVE-RD
               INVALID KEY
                  GO TO APURA-FIM.
      *
      *    UM DEMONSTRATIVO POR MEDICO NA COMPETENCIA; SO O
      *    APROVADO (QUE JA VIROU TITULO A PAGAR) VAI PARA O
      *    ARQUIVO DA CONTABILIDADE
      *
       APURA-LOOP.
           READ REPDEM NEXT
               AT END
                  GO TO APURA-FIM.
           IF ANOMES-RD NOT = W-ANOMES
                GO TO APURA-FIM.

           MOVE CRM-RD TO CRM2
           READ CADMED
               INVALID KEY
                  MOVE SPACES TO NOMEMD.

           COMPUTE W-CSRF = PIS-RD + COFINS-RD + CSLL-RD
           MOVE CRM-RD     TO CRMTX
           MOVE NOMEMD     TO NOMETX
           MOVE REGIME-RD  TO REGTX
           MOVE MEDICO-RD  TO REPTX
           MOVE IRRF-RD    TO IRRFTX
           MOVE INSS-RD    TO INSSTX
           MOVE W-CSRF     TO CSRFTX
           MOVE ISS-RD     TO ISSTX
           MOVE LIQUIDO-RD TO LIQTX
           MOVE SIT-RD     TO SITTX
           WRITE REGCADRET FROM DET
           ADD 1 TO W-QTDMED

           IF NOT RD-APROVADO
                ADD 1 TO W-QTDPEND
                GO TO APURA-LOOP.

           ADD MEDICO-RD  TO W-TOTREP
           ADD LIQUIDO-RD TO W-TOTLIQ
           IF REGIME-RD = "F"
                MOVE 1 TO W-IXTRB
           ELSE
                MOVE 2 TO W-IXTRB.
           MOVE IRRF-RD TO W-VALTRB
           PERFORM GRAVA-TRIB THRU GRAVA-TRIB-FIM
           MOVE 3 TO W-IXTRB
           MOVE PIS-RD TO W-VALTRB
           PERFORM GRAVA-TRIB THRU GRAVA-TRIB-FIM
           MOVE 4 TO W-IXTRB
           MOVE COFINS-RD TO W-VALTRB
           PERFORM GRAVA-TRIB THRU GRAVA-TRIB-FIM
           MOVE 5 TO W-IXTRB
           MOVE CSLL-RD TO W-VALTRB
           PERFORM GRAVA-TRIB THRU GRAVA-TRIB-FIM
           MOVE 6 TO W-IXTRB
           MOVE INSS-RD TO W-VALTRB
           PERFORM GRAVA-TRIB THRU GRAVA-TRIB-FIM
           ADD ISS-RD TO TOT-TRIB(7)
           GO TO APURA-LOOP.
       APURA-FIM.
           CLOSE REPDEM CADMED ARQRET.

           MOVE SPACES TO REGCADRET
           WRITE REGCADRET
           WRITE REGCADRET FROM CABTRIB
           MOVE 1 TO W-IXTRB.
       IMPR-TRIB.
           MOVE TRB-DESC(W-IXTRB) TO DESCTRTX
           MOVE TRB-COD(W-IXTRB)  TO CODTRTX
           MOVE TOT-TRIB(W-IXTRB) TO VALTRTX
           WRITE REGCADRET FROM DETTRIB
           IF W-IXTRB < 7
                ADD 1 TO W-IXTRB
                GO TO IMPR-TRIB.

           MOVE SPACES TO REGCADRET
           WRITE REGCADRET
           MOVE W-QTDMED TO TOTMTX
           MOVE W-TOTREP TO TOTRTX
           MOVE W-TOTLIQ TO TOTLTX
           WRITE REGCADRET FROM LINTOT
           MOVE W-QTDEXP TO TOTETX
           WRITE REGCADRET FROM LINEXP
           IF W-QTDPEND > ZEROS
                MOVE W-QTDPEND TO TOTPTX
                WRITE REGCADRET FROM LINPEND
                WRITE REGCADRET FROM LINPEND2.

           DISPLAY (16, 01) "LINHAS NO ARQUIVO DE RETENCOES: " W-QTDEXP
           MOVE "*** RELATORIO E ARQUIVO DE RETENCOES GERADOS ***"
                                                        TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      ***************************************************
      * LINHA DO ARQUIVO DE RETENCOES E TOTAL DO TRIBUTO *
      * (W-IXTRB E W-VALTRB CARREGADOS; SEM RETENCAO NAO *
      * GERA LINHA)                                      *
      ***************************************************
      *
       GRAVA-TRIB.
           IF W-VALTRB = ZEROS
                GO TO GRAVA-TRIB-FIM.
           ADD W-VALTRB TO TOT-TRIB(W-IXTRB)
           MOVE W-ANOMES          TO RET-COMPET
           MOVE CRM-RD            TO RET-CRM
           MOVE REGIME-RD         TO RET-REGIME
           MOVE DOCTO-RD          TO RET-DOCTO
           MOVE TRB-COD(W-IXTRB)  TO RET-CODREC
           MOVE MEDICO-RD         TO RET-BASE
           MOVE W-VALTRB          TO RET-VALOR
           WRITE REGARQRET FROM LINRETENCAO
           ADD 1 TO W-QTDEXP.
       GRAVA-TRIB-FIM.
           EXIT.
      *
       ROT-CABEC.
           ADD 1 TO CONPAG
           MOVE CONPAG TO NUMPAG
           MOVE W-DATAREL TO DATAREL
           WRITE REGCADRET FROM CAB1.
           MOVE W-MESREF TO MESRTX
           MOVE W-ANOREF TO ANORTX
           WRITE REGCADRET FROM CAB1A.
           MOVE SPACES TO REGCADRET
           WRITE REGCADRET.
           WRITE REGCADRET FROM CAB2.
           WRITE REGCADRET FROM CAB3.
       ROT-CABEC-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADRET.
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
