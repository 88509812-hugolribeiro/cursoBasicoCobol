       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP061R.
       AUTHOR. LUCAS GUILHERME LIAS.
      ****************************************
      * MARGEM DE CONTRIBUICAO POR MEDICO NO  *
      * MES, AGRUPADA POR ESPECIALIDADE:      *
      * FATURADO, GLOSA, RECEBIDO, REPASSE,   *
      * CUSTO DOS MATERIAIS CONSUMIDOS E      *
      * MARGEM POR HORA DE CONSULTA, PARA A   *
      * NEGOCIACAO DOS PERCENTUAIS DE REPASSE *
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
           SELECT ATDPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AP
                    FILE STATUS  IS ST-ERRO2.
           SELECT MATPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MP
                    FILE STATUS  IS ST-ERRO3.
           SELECT MATTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-MAT
                    FILE STATUS  IS ST-ERRO4.
           SELECT RECIBO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-REC
                    FILE STATUS  IS ST-ERRO5.
           SELECT FATLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOTE-FL
                    FILE STATUS  IS ST-ERRO6.
           SELECT FATITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FI
                    FILE STATUS  IS ST-ERRO7.
           SELECT REPDEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-RD
                    FILE STATUS  IS ST-ERRO8.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO9
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.
           SELECT ESPTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-ESP
                    FILE STATUS  IS ST-ERRO10.
           SELECT CADMARG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO11.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "AGENDA.CPY".
       COPY "ATDPROC.CPY".
       COPY "MATPROC.CPY".
       COPY "MATTAB.CPY".
       COPY "RECIBO.CPY".
       COPY "FATLOTE.CPY".
       COPY "FATITEM.CPY".
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
       COPY "ESPTAB.CPY".
      *
       FD CADMARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQREL.
       01 REGMARG      PIC X(130).
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
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-MESREF     PIC 9(02) VALUE ZEROS.
       01 W-ANOREF     PIC 9(04) VALUE ZEROS.
       01 W-ANOMESREF  PIC 9(06) VALUE ZEROS.
       01 W-ANOMESREG  PIC 9(06) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).

       01 W-ARQREL.
          03 FILLER       PIC X(06) VALUE "MARGEM".
          03 W-RELANOMES  PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
          03 FILLER       PIC X(04) VALUE SPACES.

       01 W-HORATRAB.
          03 W-HORA-HH  PIC 9(02).
          03 W-HORA-MM  PIC 9(02).
       01 W-INI-MIN     PIC 9(04) VALUE ZEROS.
       01 W-TERM-MIN    PIC 9(04) VALUE ZEROS.
       01 W-DURCONS     PIC 9(04) VALUE ZEROS.

      *    APURACAO DO MES POR MEDICO (MINUTOS DE CONSULTA
      *    REALIZADA E VALORES); MD-SEMREP MARCA O MEDICO SEM
      *    DEMONSTRATIVO DE REPASSE GERADO PARA O MES
       01 TBMED.
          05 MD-ENT OCCURS 500 TIMES.
             10 MD-CRM      PIC 9(06).
             10 MD-ESP      PIC 9(02).
             10 MD-NOME     PIC X(30).
             10 MD-CONS     PIC 9(05).
             10 MD-MIN      PIC 9(07).
             10 MD-BRUTO    PIC 9(09)V99.
             10 MD-GLOSA    PIC 9(09)V99.
             10 MD-LIQ      PIC 9(09)V99.
             10 MD-REP      PIC 9(09)V99.
             10 MD-MAT      PIC 9(09)V99.
             10 MD-SEMREP   PIC X(01).
       01 W-NUMMD       PIC 9(03) VALUE ZEROS.
       01 W-IXMD        PIC 9(03) VALUE ZEROS.
       01 W-ACHMD       PIC 9(03) VALUE ZEROS.
       01 W-CRMB        PIC 9(06) VALUE ZEROS.
       01 W-ESP         PIC 9(03) VALUE ZEROS.
       01 W-TEMESP      PIC X(01) VALUE "N".

       01 W-VALITEM     PIC 9(06)V99 VALUE ZEROS.
       01 W-CUSTOITEM   PIC 9(07)V99 VALUE ZEROS.
       01 W-MARGEM      PIC S9(09)V99 VALUE ZEROS.
       01 W-MARGEMH     PIC S9(07)V99 VALUE ZEROS.
       01 W-HORAS       PIC 9(05)V9 VALUE ZEROS.

       01 TBSUB.
          05 SUB-CONS   PIC 9(07).
          05 SUB-MIN    PIC 9(09).
          05 SUB-BRUTO  PIC 9(10)V99.
          05 SUB-GLOSA  PIC 9(10)V99.
          05 SUB-LIQ    PIC 9(10)V99.
          05 SUB-REP    PIC 9(10)V99.
          05 SUB-MAT    PIC 9(10)V99.
       01 TBTOT.
          05 TOT-CONS   PIC 9(07).
          05 TOT-MIN    PIC 9(09).
          05 TOT-BRUTO  PIC 9(10)V99.
          05 TOT-GLOSA  PIC 9(10)V99.
          05 TOT-LIQ    PIC 9(10)V99.
          05 TOT-REP    PIC 9(10)V99.
          05 TOT-MAT    PIC 9(10)V99.

       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** MARGEM DE CONTRIBUICAO POR".
           05  FILLER                 PIC X(012) VALUE
           " MEDICO -  ".
           05  MESCTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOCTX     VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(008) VALUE
           " ***  EM".
           05  FILLER                 PIC X(001) VALUE " ".
           05  DIAHTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESHTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOHTX     VALUE ZEROS  PIC 9999.

       01  CAB2.
           05  FILLER                 PIC X(050) VALUE
           "CRM    MEDICO             CONS  HORAS        BRUTO".
           05  FILLER                 PIC X(050) VALUE
           "        GLOSA     RECEBIDO      REPASSE      MATER".
           05  FILLER                 PIC X(028) VALUE
           "IAL        MARGEM   MARGEM/H".

       01  CABESP.
           05  FILLER                 PIC X(015) VALUE
           "ESPECIALIDADE: ".
           05  CODESPTX   VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(003) VALUE " - ".
           05  DESCESPTX  VALUE SPACES PIC X(030).

       01  DETMARG.
           05  CRMTX      VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMETX     VALUE SPACES PIC X(018).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CONSTX     VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  HORASTX    VALUE ZEROS  PIC ZZZ9,9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  BRUTOTX    VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  GLOSATX    VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  LIQTX      VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  REPTX      VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  SEMREPTX   VALUE SPACES PIC X(001).
           05  FILLER                 PIC X(001) VALUE " ".
           05  MATTX      VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  MARGTX     VALUE ZEROS  PIC -Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  MARGHTX    VALUE ZEROS  PIC -ZZ.ZZ9,99.

       01  LINSUB.
           05  TITSUBTX   VALUE SPACES PIC X(026).
           05  CONSSTX    VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  HORASSTX   VALUE ZEROS  PIC ZZZ9,9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  BRUTOSTX   VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  GLOSASTX   VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  LIQSTX     VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  REPSTX     VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  MATSTX     VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  MARGSTX    VALUE ZEROS  PIC -Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  MARGHSTX   VALUE ZEROS  PIC -ZZ.ZZ9,99.

       01  LINNOTA1.
           05  FILLER                 PIC X(045) VALUE
           "BRUTO: CONSULTAS DOS LOTES DA COMPETENCIA E R".
           05  FILLER                 PIC X(045) VALUE
           "ECIBOS DO CAIXA DO MES. GLOSA: PARTE GLOSADA ".
           05  FILLER                 PIC X(020) VALUE
           "DOS ITENS.".
       01  LINNOTA2.
           05  FILLER                 PIC X(045) VALUE
           "RECEBIDO: RECIBOS E ITENS DE LOTES LIQUIDADOS".
           05  FILLER                 PIC X(045) VALUE
           " (MESMA BASE DO REPASSE). REPASSE: DEMONSTRAT".
           05  FILLER                 PIC X(020) VALUE
           "IVO DO MES.".
       01  LINNOTA3.
           05  FILLER                 PIC X(045) VALUE
           "MATERIAL: COMPOSICAO DOS PROCEDIMENTOS DAS CO".
           05  FILLER                 PIC X(045) VALUE
           "NSULTAS REALIZADAS PELO CUSTO MEDIO ATUAL.".
       01  LINNOTA4.
           05  FILLER                 PIC X(045) VALUE
           "MARGEM = RECEBIDO - REPASSE - MATERIAL. MARGE".
           05  FILLER                 PIC X(045) VALUE
           "M/H: MARGEM POR HORA DE CONSULTA REALIZADA.".
       01  LINNOTA5.
           05  FILLER                 PIC X(045) VALUE
           "(*) DEMONSTRATIVO DE REPASSE DO MES AINDA NAO".
           05  FILLER                 PIC X(045) VALUE
           " GERADO PARA O MEDICO (REPASSE ZERADO).".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT061.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** MARGEM DE CONTRIBUICAO POR MEDICO ***".
           05  LINE 06  COLUMN 01
               VALUE  " MES/ANO DE REFERENCIA (MM AAAA) :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMESREF
               LINE 06  COLUMN 36  PIC 9(02)
               USING  W-MESREF
               HIGHLIGHT.
           05  TANOREF
               LINE 06  COLUMN 39  PIC 9(04)
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
                MOVE W-HOJE-MES TO W-MESREF
                MOVE W-HOJE-ANO TO W-ANOREF.
           DISPLAY SMT061.
       INC-R1.
           ACCEPT TMESREF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIMP.
           IF W-MESREF = ZEROS OR W-MESREF > 12
                MOVE "MES INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-R1.
       INC-R2.
           ACCEPT TANOREF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-R1.
           IF W-ANOREF < 2000 OR W-ANOREF > W-HOJE-ANO
                MOVE "ANO INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-R2.

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

           OPEN INPUT MATPROC
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
                 OPEN OUTPUT MATPROC
                 CLOSE MATPROC
                 OPEN INPUT MATPROC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MATPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA ATDPROC
                 GO TO ROT-FIMP.

           OPEN INPUT MATTAB
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT MATTAB
                 CLOSE MATTAB
                 OPEN INPUT MATTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MATTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA ATDPROC MATPROC
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
                 CLOSE AGENDA ATDPROC MATPROC MATTAB
                 GO TO ROT-FIMP.

           OPEN INPUT FATLOTE
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
                 OPEN OUTPUT FATLOTE
                 CLOSE FATLOTE
                 OPEN INPUT FATLOTE
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FATLOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA ATDPROC MATPROC MATTAB RECIBO
                 GO TO ROT-FIMP.

           OPEN INPUT FATITEM
           IF ST-ERRO7 NOT = "00"
             IF ST-ERRO7 = "30"
                 OPEN OUTPUT FATITEM
                 CLOSE FATITEM
                 OPEN INPUT FATITEM
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FATITEM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA ATDPROC MATPROC MATTAB RECIBO FATLOTE
                 GO TO ROT-FIMP.

           OPEN INPUT REPDEM
           IF ST-ERRO8 NOT = "00"
             IF ST-ERRO8 = "30"
                 OPEN OUTPUT REPDEM
                 CLOSE REPDEM
                 OPEN INPUT REPDEM
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO REPDEM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA ATDPROC MATPROC MATTAB RECIBO FATLOTE
                       FATITEM
                 GO TO ROT-FIMP.

           OPEN INPUT CADMED
           IF ST-ERRO9 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA ATDPROC MATPROC MATTAB RECIBO FATLOTE
                       FATITEM REPDEM
                 GO TO ROT-FIMP.

           OPEN INPUT ESPTAB
           IF ST-ERRO10 NOT = "00"
             IF ST-ERRO10 = "30"
                 OPEN OUTPUT ESPTAB
                 CLOSE ESPTAB
                 OPEN INPUT ESPTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ESPTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA ATDPROC MATPROC MATTAB RECIBO FATLOTE
                       FATITEM REPDEM CADMED
                 GO TO ROT-FIMP.

           COMPUTE W-ANOMESREF = W-ANOREF * 100 + W-MESREF
           MOVE W-ANOMESREF TO W-RELANOMES
           OPEN OUTPUT CADMARG
           IF ST-ERRO11 NOT = "00"
                MOVE "ERRO ABERTURA DO RELATORIO DE MARGEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE AGENDA ATDPROC MATPROC MATTAB RECIBO FATLOTE
                      FATITEM REPDEM CADMED ESPTAB
                GO TO ROT-FIMP.

           MOVE ZEROS TO W-NUMMD TBSUB TBTOT
           DISPLAY (16, 01) "APURANDO O MES ...".
      *
      ***************************************************
      * CONSULTAS REALIZADAS NO MES: TEMPO DE CONSULTA E *
      * CUSTO DOS MATERIAIS DOS PROCEDIMENTOS LANCADOS   *
      ***************************************************
      *
       APURA-AGE.
           MOVE ZEROS TO CHAVE-AGENDA
           START AGENDA KEY IS NOT LESS CHAVE-AGENDA
               INVALID KEY
                  GO TO APURA-REC.
       APURA-AGE-LOOP.
           READ AGENDA NEXT
               AT END
                  GO TO APURA-REC.
           IF NOT AGE-REALIZADA
                GO TO APURA-AGE-LOOP.
           COMPUTE W-ANOMESREG = ANOC * 100 + MESC
           IF W-ANOMESREG NOT = W-ANOMESREF
                GO TO APURA-AGE-LOOP.
           MOVE CRM TO W-CRMB
           PERFORM BUSCA-MED THRU BUSCA-MED-FIM
           IF W-ACHMD = ZEROS
                GO TO APURA-AGE-LOOP.
           ADD 1 TO MD-CONS(W-ACHMD)

      *    TEMPO REAL DA CHAMADA (OU DO HORARIO MARCADO) AO
      *    TERMINO; SEM TERMINO REGISTRADO, A DURACAO PREVISTA
           IF HORA-CHAMADA > ZEROS
                MOVE HORA-CHAMADA TO W-HORATRAB
           ELSE
                MOVE HORACONS TO W-HORATRAB.
           COMPUTE W-INI-MIN = W-HORA-HH * 60 + W-HORA-MM
           MOVE HORA-TERMINO TO W-HORATRAB
           COMPUTE W-TERM-MIN = W-HORA-HH * 60 + W-HORA-MM
           IF HORA-TERMINO > ZEROS AND W-TERM-MIN > W-INI-MIN
                COMPUTE W-DURCONS = W-TERM-MIN - W-INI-MIN
           ELSE
                MOVE DURACAO-CONS TO W-DURCONS.
           ADD W-DURCONS TO MD-MIN(W-ACHMD)

           MOVE CRM      TO CRM-AP
           MOVE DATACONS TO DATACONS-AP
           MOVE HORACONS TO HORACONS-AP
           MOVE ZEROS    TO SEQ-AP
           START ATDPROC KEY IS NOT LESS CHAVE-AP
               INVALID KEY
                  GO TO APURA-AGE-LOOP.
       APURA-AGE-PROC.
           READ ATDPROC NEXT
               AT END
                  GO TO APURA-AGE-LOOP.
           IF CRM-AP NOT = CRM OR DATACONS-AP NOT = DATACONS
              OR HORACONS-AP NOT = HORACONS
                GO TO APURA-AGE-LOOP.
           PERFORM CUSTO-PROC THRU CUSTO-PROC-FIM
           ADD W-CUSTOITEM TO MD-MAT(W-ACHMD)
           GO TO APURA-AGE-PROC.
      *
      ***************************************************
      * RECIBOS DO CAIXA DO MES (PARTICULARES): BRUTO E  *
      * RECEBIDO                                         *
      ***************************************************
      *
       APURA-REC.
           MOVE ZEROS TO NUM-REC
           START RECIBO KEY IS NOT LESS NUM-REC
                INVALID KEY
                     GO TO APURA-LOTE.
       APURA-REC-LOOP.
           READ RECIBO NEXT RECORD
                AT END
                     GO TO APURA-LOTE.
           COMPUTE W-ANOMESREG = DATA-REC / 100
           IF W-ANOMESREG NOT = W-ANOMESREF
                GO TO APURA-REC-LOOP.
           IF REC-ESTORNADO
                GO TO APURA-REC-LOOP.
           MOVE CRM-REC TO W-CRMB
           PERFORM BUSCA-MED THRU BUSCA-MED-FIM
           IF W-ACHMD = ZEROS
                GO TO APURA-REC-LOOP.
           ADD VALOR-REC TO MD-BRUTO(W-ACHMD)
           ADD VALOR-REC TO MD-LIQ(W-ACHMD)
           GO TO APURA-REC-LOOP.
      *
      ***************************************************
      * LOTES DA COMPETENCIA: FATURADO E GLOSADO DOS     *
      * LOTES NORMAIS; RECEBIDO DOS LIQUIDADOS (NORMAIS  *
      * E DE RECURSO), PELA MESMA REGRA DO REPASSE       *
      ***************************************************
      *
       APURA-LOTE.
           MOVE ZEROS TO LOTE-FL
           START FATLOTE KEY IS NOT LESS LOTE-FL
               INVALID KEY
                  GO TO APURA-REP.
       APURA-LOTE-LOOP.
           READ FATLOTE NEXT
               AT END
                  GO TO APURA-REP.
           IF ANOMES-FL NOT = W-ANOMESREF
                GO TO APURA-LOTE-LOOP.
           PERFORM APURA-ITENS THRU APURA-ITENS-FIM
           GO TO APURA-LOTE-LOOP.
      *
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
           MOVE CRM-FI TO W-CRMB
           PERFORM BUSCA-MED THRU BUSCA-MED-FIM
           IF W-ACHMD = ZEROS
                GO TO APURA-ITENS-LOOP.

           IF NOT FL-NORMAL
                GO TO APURA-ITENS-REC.
           ADD VALOR-FI TO MD-BRUTO(W-ACHMD)
           IF FI-GLOSADO AND VALOR-REC-FI < VALOR-FI
                COMPUTE MD-GLOSA(W-ACHMD) = MD-GLOSA(W-ACHMD)
                                          + VALOR-FI - VALOR-REC-FI.
       APURA-ITENS-REC.
           IF NOT FL-LIQUIDADO
                GO TO APURA-ITENS-LOOP.
           IF FI-GLOSADO AND VALOR-REC-FI = ZEROS
                GO TO APURA-ITENS-LOOP.
           IF RFI-PARCIAL OR FI-GLOSADO
                MOVE VALOR-REC-FI TO W-VALITEM
           ELSE
                MOVE VALOR-FI     TO W-VALITEM.
           ADD W-VALITEM TO MD-LIQ(W-ACHMD)
           GO TO APURA-ITENS-LOOP.
       APURA-ITENS-FIM.
           EXIT.
      *
      ***************************************************
      * REPASSE DO MES: DEMONSTRATIVO GERADO NO REPASSE  *
      * MEDICO (APROVADO OU NAO)                         *
      ***************************************************
      *
       APURA-REP.
           IF W-NUMMD = ZEROS
                MOVE "*** NENHUM MEDICO COM MOVIMENTO NO MES ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMPRIME-FIM.
           MOVE 1 TO W-IXMD.
       APURA-REP-LOOP.
           IF W-IXMD > W-NUMMD
                GO TO IMPRIME.
           MOVE W-ANOMESREF    TO ANOMES-RD
           MOVE MD-CRM(W-IXMD) TO CRM-RD
           READ REPDEM
               INVALID KEY
                  MOVE "*" TO MD-SEMREP(W-IXMD)
               NOT INVALID KEY
                  MOVE MEDICO-RD TO MD-REP(W-IXMD).
           ADD 1 TO W-IXMD
           GO TO APURA-REP-LOOP.

      *
      ***************************************************
      * IMPRESSAO POR ESPECIALIDADE, COM SUBTOTAL DE     *
      * CADA UMA E O TOTAL GERAL                         *
      ***************************************************
      *
       IMPRIME.
           MOVE W-MESREF   TO MESCTX
           MOVE W-ANOREF   TO ANOCTX
           MOVE W-HOJE-DIA TO DIAHTX
           MOVE W-HOJE-MES TO MESHTX
           MOVE W-HOJE-ANO TO ANOHTX
           WRITE REGMARG FROM CAB1
           MOVE SPACES TO REGMARG
           WRITE REGMARG
           WRITE REGMARG FROM CAB2
           MOVE ZEROS TO W-ESP.
       IMPRIME-ESP.
           IF W-ESP > 99
                GO TO IMPRIME-TOT.
           MOVE "N" TO W-TEMESP
           MOVE ZEROS TO TBSUB
           MOVE 1 TO W-IXMD.
       IMPRIME-ESP-MED.
           IF W-IXMD > W-NUMMD
                GO TO IMPRIME-ESP-SUB.
           IF MD-ESP(W-IXMD) = W-ESP
                PERFORM IMPRIME-MED THRU IMPRIME-MED-FIM.
           ADD 1 TO W-IXMD
           GO TO IMPRIME-ESP-MED.
       IMPRIME-ESP-SUB.
           IF W-TEMESP = "N"
                ADD 1 TO W-ESP
                GO TO IMPRIME-ESP.
           MOVE "SUBTOTAL DA ESPECIALIDADE" TO TITSUBTX
           MOVE SUB-CONS  TO CONSSTX
           COMPUTE W-HORAS ROUNDED = SUB-MIN / 60
           MOVE W-HORAS   TO HORASSTX
           MOVE SUB-BRUTO TO BRUTOSTX
           MOVE SUB-GLOSA TO GLOSASTX
           MOVE SUB-LIQ   TO LIQSTX
           MOVE SUB-REP   TO REPSTX
           MOVE SUB-MAT   TO MATSTX
           COMPUTE W-MARGEM = SUB-LIQ - SUB-REP - SUB-MAT
           MOVE W-MARGEM  TO MARGSTX
           MOVE ZEROS TO W-MARGEMH
           IF SUB-MIN NOT = ZEROS
                COMPUTE W-MARGEMH ROUNDED = W-MARGEM * 60 / SUB-MIN.
           MOVE W-MARGEMH TO MARGHSTX
           WRITE REGMARG FROM LINSUB
           ADD SUB-CONS  TO TOT-CONS
           ADD SUB-MIN   TO TOT-MIN
           ADD SUB-BRUTO TO TOT-BRUTO
           ADD SUB-GLOSA TO TOT-GLOSA
           ADD SUB-LIQ   TO TOT-LIQ
           ADD SUB-REP   TO TOT-REP
           ADD SUB-MAT   TO TOT-MAT
           ADD 1 TO W-ESP
           GO TO IMPRIME-ESP.
      *
       IMPRIME-TOT.
           MOVE SPACES TO REGMARG
           WRITE REGMARG
           MOVE "TOTAL GERAL" TO TITSUBTX
           MOVE TOT-CONS  TO CONSSTX
           COMPUTE W-HORAS ROUNDED = TOT-MIN / 60
           MOVE W-HORAS   TO HORASSTX
           MOVE TOT-BRUTO TO BRUTOSTX
           MOVE TOT-GLOSA TO GLOSASTX
           MOVE TOT-LIQ   TO LIQSTX
           MOVE TOT-REP   TO REPSTX
           MOVE TOT-MAT   TO MATSTX
           COMPUTE W-MARGEM = TOT-LIQ - TOT-REP - TOT-MAT
           MOVE W-MARGEM  TO MARGSTX
           MOVE ZEROS TO W-MARGEMH
           IF TOT-MIN NOT = ZEROS
                COMPUTE W-MARGEMH ROUNDED = W-MARGEM * 60 / TOT-MIN.
           MOVE W-MARGEMH TO MARGHSTX
           WRITE REGMARG FROM LINSUB
           MOVE SPACES TO REGMARG
           WRITE REGMARG
           WRITE REGMARG FROM LINNOTA1
           WRITE REGMARG FROM LINNOTA2
           WRITE REGMARG FROM LINNOTA3
           WRITE REGMARG FROM LINNOTA4
           WRITE REGMARG FROM LINNOTA5
           DISPLAY (16, 01) "MEDICOS NO RELATORIO: " W-NUMMD
           MOVE "*** RELATORIO DE MARGEM GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMPRIME-FIM.
           CLOSE AGENDA ATDPROC MATPROC MATTAB RECIBO FATLOTE
                 FATITEM REPDEM CADMED ESPTAB
           GO TO ROT-FIM.
      *
      *    LINHA DO MEDICO W-IXMD (A PRIMEIRA DA ESPECIALIDADE
      *    ABRE O GRUPO COM A DESCRICAO)
       IMPRIME-MED.
           IF W-TEMESP = "N"
                MOVE "S" TO W-TEMESP
                MOVE W-ESP TO COD-ESP CODESPTX
                READ ESPTAB
                    INVALID KEY
                       MOVE "SEM ESPECIALIDADE CADASTRADA"
                                           TO DESC-ESP.
                MOVE DESC-ESP TO DESCESPTX
                MOVE SPACES TO REGMARG
                WRITE REGMARG
                WRITE REGMARG FROM CABESP.
           MOVE MD-CRM(W-IXMD)    TO CRMTX
           MOVE MD-NOME(W-IXMD)   TO NOMETX
           MOVE MD-CONS(W-IXMD)   TO CONSTX
           COMPUTE W-HORAS ROUNDED = MD-MIN(W-IXMD) / 60
           MOVE W-HORAS           TO HORASTX
           MOVE MD-BRUTO(W-IXMD)  TO BRUTOTX
           MOVE MD-GLOSA(W-IXMD)  TO GLOSATX
           MOVE MD-LIQ(W-IXMD)    TO LIQTX
           MOVE MD-REP(W-IXMD)    TO REPTX
           MOVE MD-SEMREP(W-IXMD) TO SEMREPTX
           MOVE MD-MAT(W-IXMD)    TO MATTX
           COMPUTE W-MARGEM = MD-LIQ(W-IXMD) - MD-REP(W-IXMD)
                            - MD-MAT(W-IXMD)
           MOVE W-MARGEM          TO MARGTX
           MOVE ZEROS TO W-MARGEMH
           IF MD-MIN(W-IXMD) NOT = ZEROS
                COMPUTE W-MARGEMH ROUNDED = W-MARGEM * 60
                                          / MD-MIN(W-IXMD).
           MOVE W-MARGEMH         TO MARGHTX
           WRITE REGMARG FROM DETMARG
           ADD MD-CONS(W-IXMD)  TO SUB-CONS
           ADD MD-MIN(W-IXMD)   TO SUB-MIN
           ADD MD-BRUTO(W-IXMD) TO SUB-BRUTO
           ADD MD-GLOSA(W-IXMD) TO SUB-GLOSA
           ADD MD-LIQ(W-IXMD)   TO SUB-LIQ
           ADD MD-REP(W-IXMD)   TO SUB-REP
           ADD MD-MAT(W-IXMD)   TO SUB-MAT.
       IMPRIME-MED-FIM.
           EXIT.
      *
      *    CUSTO DOS MATERIAIS DO PROCEDIMENTO DO ATDPROC LIDO:
      *    QUANTIDADE DA COMPOSICAO PELO CUSTO MEDIO DO MATERIAL
       CUSTO-PROC.
           MOVE ZEROS TO W-CUSTOITEM
           MOVE COD-PROC-AP TO COD-PROC-MP
           MOVE ZEROS       TO COD-MAT-MP
           START MATPROC KEY IS NOT LESS CHAVE-MP
                INVALID KEY
                     GO TO CUSTO-PROC-FIM.
       CUSTO-PROC-LOOP.
           READ MATPROC NEXT RECORD
                AT END
                     GO TO CUSTO-PROC-FIM.
           IF COD-PROC-MP NOT = COD-PROC-AP
                GO TO CUSTO-PROC-FIM.
           MOVE COD-MAT-MP TO COD-MAT
           READ MATTAB
               INVALID KEY
                  GO TO CUSTO-PROC-LOOP.
           COMPUTE W-CUSTOITEM ROUNDED = W-CUSTOITEM
                                       + QTD-MP * CUSTO-MAT
           GO TO CUSTO-PROC-LOOP.
       CUSTO-PROC-FIM.
           EXIT.
      *
      *    POSICAO DO MEDICO W-CRMB NA TABELA DO MES (INCLUI COM
      *    NOME E ESPECIALIDADE DO CADASTRO; ZERO SE A TABELA ENCHER)
       BUSCA-MED.
           MOVE ZEROS TO W-ACHMD
           MOVE 1 TO W-IXMD.
       BUSCA-MED-LOOP.
           IF W-IXMD > W-NUMMD
                GO TO BUSCA-MED-INC.
           IF MD-CRM(W-IXMD) = W-CRMB
                MOVE W-IXMD TO W-ACHMD
                GO TO BUSCA-MED-FIM.
           ADD 1 TO W-IXMD
           GO TO BUSCA-MED-LOOP.
       BUSCA-MED-INC.
           IF W-NUMMD NOT < 500
                GO TO BUSCA-MED-FIM.
           ADD 1 TO W-NUMMD
           MOVE W-NUMMD TO W-ACHMD
           MOVE W-CRMB TO MD-CRM(W-ACHMD)
           MOVE SPACES TO MD-NOME(W-ACHMD) MD-SEMREP(W-ACHMD)
           MOVE ZEROS  TO MD-CONS(W-ACHMD) MD-MIN(W-ACHMD)
                          MD-BRUTO(W-ACHMD) MD-GLOSA(W-ACHMD)
                          MD-LIQ(W-ACHMD) MD-REP(W-ACHMD)
                          MD-MAT(W-ACHMD) MD-ESP(W-ACHMD)
           MOVE W-CRMB TO CRM2
           READ CADMED
               INVALID KEY
                  GO TO BUSCA-MED-FIM.
           MOVE NOMEMD        TO MD-NOME(W-ACHMD)
           MOVE ESPECIALIDADE TO MD-ESP(W-ACHMD).
       BUSCA-MED-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADMARG.
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
