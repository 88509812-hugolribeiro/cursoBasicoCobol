       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP062R.
       AUTHOR. LUCAS GUILHERME LIAS.
      ****************************************
      * PESQUISA DE SATISFACAO NO MES: NPS E  *
      * NOTAS MEDIAS POR MEDICO, POR          *
      * ESPECIALIDADE E POR CONVENIO, NOTA    *
      * CRUZADA COM O TEMPO DE ESPERA E LISTA *
      * DAS NOTAS BAIXAS PARA RETORNO AO      *
      * PACIENTE                              *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESQUISA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PQ
                    FILE STATUS  IS ST-ERRO.
           SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AGENDA
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CODPAC WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.
           SELECT ESPTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-ESP
                    FILE STATUS  IS ST-ERRO4.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS NOMECV WITH DUPLICATES.
           SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPAC2
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS NOMEPC WITH DUPLICATES.
           SELECT CADNPS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "PESQUISA.CPY".
       COPY "AGENDA.CPY".
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
       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
       01 REGPAC.
          03 CODPAC2               PIC 9(06).
          03 NOMEPC                PIC X(30).
          03 NASCPAC.
                05 DIAPAC          PIC 9(02).
                05 MESPAC          PIC 9(02).
                05 ANOPAC          PIC 9(04).
          03 CPF                   PIC 9(11).
          03 ENDERECO              PIC X(40).
          03 TELEFONEPC            PIC 9(09).
          03 DDDPC                 PIC 9(02).
          03 CODIGOPC              PIC 9(06).

          03 STATUS-PAC            PIC X(01).
             88 PAC-ATIVO          VALUE "A".
             88 PAC-FUNDIDO        VALUE "F".
          03 CODPAC-DEST           PIC 9(06).
      *   REGISTRO DE CONSENTIMENTO LGPD DO TITULAR
          03 CONSENT-PAC           PIC X(01).
             88 PAC-CONSENTIU      VALUE "S".
             88 PAC-NEGOU          VALUE "N".
          03 DATACONSENT-PAC       PIC 9(08).
          03 CARTEIRA-PAC          PIC X(20).
          03 TITULAR-PAC           PIC X(01).
             88 PAC-TITULAR        VALUE "T".
             88 PAC-DEPENDENTE     VALUE "D".
          03 VALIDCART-PAC         PIC 9(08).
          03 ELEGIV-PAC            PIC X(01).
             88 PAC-ELEGIVEL       VALUE "S".
             88 PAC-FORA-ARQUIVO   VALUE "N".
          03 DATAELEG-PAC          PIC 9(08).
      *   ORIGEM DO PACIENTE (COMO CONHECEU A CLINICA, TABELA
      *   ORIGTAB) E DATA DO CADASTRO, BASE DO RETORNO DA CAPTACAO
          03 ORIGEM-PAC            PIC 9(02).
             88 PAC-ORIGEM-PORTAL  VALUE 01.
          03 DATACAD-PAC           PIC 9(08).
      *
       FD CADNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQREL.
       01 REGNPS       PIC X(100).
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
       01 W-DATAPQ.
          03 W-DATAPQ-ANO PIC 9(04).
          03 W-DATAPQ-MES PIC 9(02).
          03 W-DATAPQ-DIA PIC 9(02).

       01 W-ARQREL.
          03 FILLER       PIC X(03) VALUE "NPS".
          03 W-RELANOMES  PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
          03 FILLER       PIC X(07) VALUE SPACES.

      *    ESPERA DO PACIENTE COMO NA PONTUALIDADE MEDICA: DA
      *    CHEGADA A CHAMADA (OU AO HORARIO MARCADO)
       01 W-HORATRAB.
          03 W-HORA-HH  PIC 9(02).
          03 W-HORA-MM  PIC 9(02).
       01 W-INI-MIN     PIC 9(04) VALUE ZEROS.
       01 W-CHEG-MIN    PIC 9(04) VALUE ZEROS.
       01 W-ESPERA      PIC 9(04) VALUE ZEROS.
       01 W-TEMESPERA   PIC X(01) VALUE "N".

      *    CLASSE DA RESPOSTA: 1 PROMOTOR (9 E 10), 2 NEUTRO
      *    (7 E 8), 3 DETRATOR (0 A 6)
       01 W-CLASSE      PIC 9(01) VALUE ZEROS.

      *    ACUMULADOR COMUM AS TABELAS: RESPOSTAS POR CLASSE,
      *    SOMA DAS NOTAS DA RECEPCAO, DA ESPERA E DO MEDICO E
      *    MINUTOS DE ESPERA DAS RESPOSTAS COM CHEGADA REGISTRADA
       01 W-AC.
          05 AC-RESP    PIC 9(05).
          05 AC-PROM    PIC 9(05).
          05 AC-NEUT    PIC 9(05).
          05 AC-DETR    PIC 9(05).
          05 AC-SREC    PIC 9(06).
          05 AC-SESP    PIC 9(06).
          05 AC-SMED    PIC 9(06).
          05 AC-QMIN    PIC 9(05).
          05 AC-SMIN    PIC 9(07).
       01 W-TOTAC       PIC X(50) VALUE ZEROS.

       01 TBMED.
          05 MD-ENT OCCURS 500 TIMES.
             10 MD-CRM      PIC 9(06).
             10 MD-ESP      PIC 9(02).
             10 MD-NOME     PIC X(30).
             10 MD-AC       PIC X(50).
       01 W-NUMMD       PIC 9(03) VALUE ZEROS.
       01 W-IXMD        PIC 9(03) VALUE ZEROS.
       01 W-ACHMD       PIC 9(03) VALUE ZEROS.
       01 W-CRMB        PIC 9(06) VALUE ZEROS.

      *    POSICAO DA ESPECIALIDADE = CODIGO + 1
       01 TBESP.
          05 ES-AC OCCURS 100 TIMES PIC X(50).
       01 W-IXES        PIC 9(03) VALUE ZEROS.

       01 TBCONV.
          05 CV-ENT OCCURS 300 TIMES.
             10 CV-COD      PIC 9(06).
             10 CV-AC       PIC X(50).
       01 W-NUMCV       PIC 9(03) VALUE ZEROS.
       01 W-IXCV        PIC 9(03) VALUE ZEROS.
       01 W-ACHCV       PIC 9(03) VALUE ZEROS.
       01 W-CODB        PIC 9(06) VALUE ZEROS.

       01 TBCLASSE.
          05 CL-ENT OCCURS 3 TIMES.
             10 CL-RESP     PIC 9(05).
             10 CL-QMIN     PIC 9(05).
             10 CL-SMIN     PIC 9(07).
       01 W-IXCL        PIC 9(01) VALUE ZEROS.

       01 W-LIDAS       PIC 9(05) VALUE ZEROS.
       01 W-BAIXAS      PIC 9(05) VALUE ZEROS.
       01 W-NPS         PIC S9(03) VALUE ZEROS.
       01 W-MEDIA       PIC 9(02)V9 VALUE ZEROS.
       01 W-MEDESP      PIC 9(03)V9 VALUE ZEROS.
       01 W-CODTX       PIC X(06) VALUE SPACES.
       01 W-NOMETX      PIC X(30) VALUE SPACES.

       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** PESQUISA DE SATISFACAO (NP".
           05  FILLER                 PIC X(008) VALUE
           "S) -  ".
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

       01  CABSEC.
           05  FILLER                 PIC X(004) VALUE "*** ".
           05  TITSECTX   VALUE SPACES PIC X(040).

       01  CAB2.
           05  FILLER                 PIC X(048) VALUE SPACES.
           05  FILLER                 PIC X(036) VALUE
           "------ MEDIA DAS NOTAS ------ ESPERA".

       01  CAB3.
           05  FILLER                 PIC X(045) VALUE
           "CODIGO NOME                     RESP PROM NEU".
           05  FILLER                 PIC X(039) VALUE
           "T DETR  NPS  RECEP ESPERA MEDICO   MIN.".

       01  DETNPS.
           05  CODTX      VALUE SPACES PIC X(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMETX     VALUE SPACES PIC X(024).
           05  FILLER                 PIC X(001) VALUE " ".
           05  RESPTX     VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PROMTX     VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  NEUTTX     VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETRTX     VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  NPSTX      VALUE ZEROS  PIC -ZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  RECTX      VALUE ZEROS  PIC Z9,9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  ESPTX      VALUE ZEROS  PIC Z9,9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  MEDTX      VALUE ZEROS  PIC Z9,9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  MINTX      VALUE ZEROS  PIC ZZ9,9.

       01  CABCL.
           05  FILLER                 PIC X(051) VALUE
           "CLASSE                RESP  COM ESPERA  MEDIA (MIN)".

       01  DETCL.
           05  NOMECLTX   VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  RESPCLTX   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(007) VALUE SPACES.
           05  QMINCLTX   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(007) VALUE SPACES.
           05  MEDCLTX    VALUE ZEROS  PIC ZZZ9,9.

       01  CABCT.
           05  FILLER                 PIC X(045) VALUE
           "DATA       CRM    COD.   NOME DO PACIENTE    ".
           05  FILLER                 PIC X(040) VALUE
           "           TELEFONE     NOTA REC ESP MED".

       01  DETCT.
           05  DIACT      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESCT      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOCT      VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CRMCT      VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CODCT      VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMECT     VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(002) VALUE " (".
           05  DDDCT      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE ")".
           05  TELCT      VALUE ZEROS  PIC 9(09).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  NOTACT     VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  RECCT      VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  ESPCT      VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  MEDCT      VALUE ZEROS  PIC Z9.

       01  LINCOM.
           05  FILLER                 PIC X(011) VALUE SPACES.
           05  FILLER                 PIC X(012) VALUE
           "COMENTARIO: ".
           05  COMCT      VALUE SPACES PIC X(060).

       01  LINSEMCT.
           05  FILLER                 PIC X(045) VALUE
           "NENHUMA RESPOSTA COM NOTA ATE 6 NO MES.".

       01  LINNOTA1.
           05  FILLER                 PIC X(045) VALUE
           "NPS = % DE PROMOTORES (NOTA 9 E 10) - % DE DE".
           05  FILLER                 PIC X(045) VALUE
           "TRATORES (NOTA 0 A 6). NEUTROS: NOTA 7 E 8.".
       01  LINNOTA2.
           05  FILLER                 PIC X(045) VALUE
           "MEDIAS DE 0 A 10 DAS NOTAS DA RECEPCAO, DO TE".
           05  FILLER                 PIC X(045) VALUE
           "MPO DE ESPERA E DO MEDICO.".
       01  LINNOTA3.
           05  FILLER                 PIC X(045) VALUE
           "ESPERA: MEDIA EM MINUTOS DA CHEGADA A CHAMADA".
           05  FILLER                 PIC X(045) VALUE
           " (OU AO HORARIO MARCADO), SO DAS CONSULTAS CO".
           05  FILLER                 PIC X(020) VALUE
           "M CHEGADA ANOTADA.".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT062.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** PESQUISA DE SATISFACAO (NPS) ***".
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
           DISPLAY SMT062.
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
           OPEN INPUT PESQUISA
           IF ST-ERRO NOT = "00"
                 MOVE "*** NENHUMA PESQUISA ENVIADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.

           OPEN INPUT AGENDA
           IF ST-ERRO2 NOT = "00"
                 MOVE "*** ARQUIVO AGENDA NAO DISPONIVEL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE PESQUISA
                 GO TO ROT-FIMP.

           OPEN INPUT CADMED
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE PESQUISA AGENDA
                 GO TO ROT-FIMP.

           OPEN INPUT ESPTAB
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT ESPTAB
                 CLOSE ESPTAB
                 OPEN INPUT ESPTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ESPTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE PESQUISA AGENDA CADMED
                 GO TO ROT-FIMP.

           OPEN INPUT CADCONV
           IF ST-ERRO5 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE PESQUISA AGENDA CADMED ESPTAB
                 GO TO ROT-FIMP.

           OPEN INPUT CADPAC
           IF ST-ERRO6 NOT = "00"
                 MOVE "*** ARQUIVO CADPAC NAO DISPONIVEL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE PESQUISA AGENDA CADMED ESPTAB CADCONV
                 GO TO ROT-FIMP.

           COMPUTE W-ANOMESREF = W-ANOREF * 100 + W-MESREF
           MOVE W-ANOMESREF TO W-RELANOMES
           OPEN OUTPUT CADNPS
           IF ST-ERRO7 NOT = "00"
                MOVE "ERRO ABERTURA DO RELATORIO DE NPS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE PESQUISA AGENDA CADMED ESPTAB CADCONV CADPAC
                GO TO ROT-FIMP.

           MOVE ZEROS TO W-NUMMD W-NUMCV W-LIDAS W-BAIXAS TBCLASSE
           MOVE ZEROS TO W-AC
           MOVE W-AC  TO W-TOTAC
           MOVE 1 TO W-IXES.
       INC-ZERA-ESP.
           MOVE W-AC TO ES-AC(W-IXES)
           ADD 1 TO W-IXES
           IF W-IXES NOT > 100
                GO TO INC-ZERA-ESP.
           DISPLAY (16, 01) "APURANDO O MES ...".
      *
      ***************************************************
      * RESPOSTAS DAS CONSULTAS DO MES: CLASSE DA NOTA,  *
      * ESPERA DA CONSULTA NA AGENDA E ACUMULO POR       *
      * MEDICO, ESPECIALIDADE, CONVENIO E TOTAL          *
      ***************************************************
      *
       APURA.
           MOVE ZEROS TO CHAVE-PQ
           START PESQUISA KEY IS NOT LESS CHAVE-PQ
               INVALID KEY
                  GO TO APURA-FIM.
       APURA-LOOP.
           READ PESQUISA NEXT
               AT END
                  GO TO APURA-FIM.
           IF NOT PQ-RESPONDIDA
                GO TO APURA-LOOP.
           COMPUTE W-ANOMESREG = DATACONS-PQ / 100
           IF W-ANOMESREG NOT = W-ANOMESREF
                GO TO APURA-LOOP.
           ADD 1 TO W-LIDAS
           IF NOTA-PQ > 8
                MOVE 1 TO W-CLASSE
           ELSE
                IF NOTA-PQ > 6
                     MOVE 2 TO W-CLASSE
                ELSE
                     MOVE 3 TO W-CLASSE.

           MOVE "N" TO W-TEMESPERA
           MOVE ZEROS TO W-ESPERA
           MOVE CRM-PQ      TO CRM
           MOVE DATACONS-PQ TO DATACONS
           MOVE HORACONS-PQ TO HORACONS
           READ AGENDA
               INVALID KEY
                  GO TO APURA-ACUM.
           IF HORA-CHEGADA = ZEROS
                GO TO APURA-ACUM.
           IF HORA-CHAMADA > ZEROS
                MOVE HORA-CHAMADA TO W-HORATRAB
           ELSE
                MOVE HORACONS TO W-HORATRAB.
           COMPUTE W-INI-MIN = W-HORA-HH * 60 + W-HORA-MM
           MOVE HORA-CHEGADA TO W-HORATRAB
           COMPUTE W-CHEG-MIN = W-HORA-HH * 60 + W-HORA-MM
           IF W-INI-MIN > W-CHEG-MIN
                COMPUTE W-ESPERA = W-INI-MIN - W-CHEG-MIN.
           MOVE "S" TO W-TEMESPERA.

       APURA-ACUM.
           MOVE W-TOTAC TO W-AC
           PERFORM SOMA-AC THRU SOMA-AC-FIM
           MOVE W-AC TO W-TOTAC
           ADD 1 TO CL-RESP(W-CLASSE)
           IF W-TEMESPERA = "S"
                ADD 1        TO CL-QMIN(W-CLASSE)
                ADD W-ESPERA TO CL-SMIN(W-CLASSE).

           MOVE CRM-PQ TO W-CRMB
           PERFORM BUSCA-MED THRU BUSCA-MED-FIM
           IF W-ACHMD = ZEROS
                GO TO APURA-CONV.
           MOVE MD-AC(W-ACHMD) TO W-AC
           PERFORM SOMA-AC THRU SOMA-AC-FIM
           MOVE W-AC TO MD-AC(W-ACHMD)
           COMPUTE W-IXES = MD-ESP(W-ACHMD) + 1
           MOVE ES-AC(W-IXES) TO W-AC
           PERFORM SOMA-AC THRU SOMA-AC-FIM
           MOVE W-AC TO ES-AC(W-IXES).

       APURA-CONV.
           MOVE CODIGO-PQ TO W-CODB
           PERFORM BUSCA-CONV THRU BUSCA-CONV-FIM
           IF W-ACHCV = ZEROS
                GO TO APURA-LOOP.
           MOVE CV-AC(W-ACHCV) TO W-AC
           PERFORM SOMA-AC THRU SOMA-AC-FIM
           MOVE W-AC TO CV-AC(W-ACHCV)
           GO TO APURA-LOOP.

       APURA-FIM.
           IF W-LIDAS = ZEROS
                MOVE "*** NENHUMA RESPOSTA DE PESQUISA NO MES ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMPRIME-FIM.

      *
      ***************************************************
      * IMPRESSAO: POR MEDICO, POR ESPECIALIDADE, POR    *
      * CONVENIO, TOTAL E ESPERA POR CLASSE DE NOTA      *
      ***************************************************
      *
       IMPRIME.
           MOVE W-MESREF   TO MESCTX
           MOVE W-ANOREF   TO ANOCTX
           MOVE W-HOJE-DIA TO DIAHTX
           MOVE W-HOJE-MES TO MESHTX
           MOVE W-HOJE-ANO TO ANOHTX
           WRITE REGNPS FROM CAB1
           MOVE "NPS POR MEDICO ***" TO TITSECTX
           PERFORM IMPRIME-CAB THRU IMPRIME-CAB-FIM
           MOVE 1 TO W-IXMD.
       IMPRIME-MED.
           IF W-IXMD > W-NUMMD
                GO TO IMPRIME-ESP.
           MOVE MD-AC(W-IXMD)   TO W-AC
           MOVE MD-CRM(W-IXMD)  TO W-CODTX
           MOVE MD-NOME(W-IXMD) TO W-NOMETX
           PERFORM IMPRIME-LIN THRU IMPRIME-LIN-FIM
           ADD 1 TO W-IXMD
           GO TO IMPRIME-MED.
      *
       IMPRIME-ESP.
           MOVE "NPS POR ESPECIALIDADE ***" TO TITSECTX
           PERFORM IMPRIME-CAB THRU IMPRIME-CAB-FIM
           MOVE 1 TO W-IXES.
       IMPRIME-ESP-LOOP.
           IF W-IXES > 100
                GO TO IMPRIME-CONV.
           MOVE ES-AC(W-IXES) TO W-AC
           IF AC-RESP = ZEROS
                ADD 1 TO W-IXES
                GO TO IMPRIME-ESP-LOOP.
           COMPUTE COD-ESP = W-IXES - 1
           MOVE COD-ESP TO W-CODTX
           READ ESPTAB
               INVALID KEY
                  MOVE "SEM ESPECIALIDADE CADASTRADA" TO DESC-ESP.
           MOVE DESC-ESP TO W-NOMETX
           PERFORM IMPRIME-LIN THRU IMPRIME-LIN-FIM
           ADD 1 TO W-IXES
           GO TO IMPRIME-ESP-LOOP.
      *
       IMPRIME-CONV.
           MOVE "NPS POR CONVENIO ***" TO TITSECTX
           PERFORM IMPRIME-CAB THRU IMPRIME-CAB-FIM
           MOVE 1 TO W-IXCV.
       IMPRIME-CONV-LOOP.
           IF W-IXCV > W-NUMCV
                GO TO IMPRIME-TOT.
           MOVE CV-AC(W-IXCV)  TO W-AC
           MOVE CV-COD(W-IXCV) TO W-CODTX
           IF CV-COD(W-IXCV) = ZEROS
                MOVE "PARTICULAR" TO W-NOMETX
           ELSE
                MOVE CV-COD(W-IXCV) TO CODIGO2
                READ CADCONV
                    INVALID KEY
                       MOVE "CONVENIO NAO CADASTRADO" TO NOMECV.
           IF CV-COD(W-IXCV) NOT = ZEROS
                MOVE NOMECV TO W-NOMETX.
           PERFORM IMPRIME-LIN THRU IMPRIME-LIN-FIM
           ADD 1 TO W-IXCV
           GO TO IMPRIME-CONV-LOOP.
      *
       IMPRIME-TOT.
           MOVE SPACES TO REGNPS
           WRITE REGNPS
           MOVE W-TOTAC TO W-AC
           MOVE "TOTAL"  TO W-CODTX
           MOVE "TODAS AS RESPOSTAS DO MES" TO W-NOMETX
           PERFORM IMPRIME-LIN THRU IMPRIME-LIN-FIM

           MOVE SPACES TO REGNPS
           WRITE REGNPS
           MOVE "ESPERA POR CLASSE DE NOTA ***" TO TITSECTX
           WRITE REGNPS FROM CABSEC
           MOVE SPACES TO REGNPS
           WRITE REGNPS
           WRITE REGNPS FROM CABCL
           MOVE 1 TO W-IXCL.
       IMPRIME-CL.
           IF W-IXCL > 3
                GO TO IMPRIME-CT.
           IF W-IXCL = 1
                MOVE "PROMOTORES (9 E 10)" TO NOMECLTX.
           IF W-IXCL = 2
                MOVE "NEUTROS (7 E 8)"     TO NOMECLTX.
           IF W-IXCL = 3
                MOVE "DETRATORES (0 A 6)"  TO NOMECLTX.
           MOVE CL-RESP(W-IXCL) TO RESPCLTX
           MOVE CL-QMIN(W-IXCL) TO QMINCLTX
           MOVE ZEROS TO W-MEDESP
           IF CL-QMIN(W-IXCL) NOT = ZEROS
                COMPUTE W-MEDESP ROUNDED = CL-SMIN(W-IXCL)
                                         / CL-QMIN(W-IXCL).
           MOVE W-MEDESP TO MEDCLTX
           WRITE REGNPS FROM DETCL
           ADD 1 TO W-IXCL
           GO TO IMPRIME-CL.
      *
      ***************************************************
      * RESPOSTAS COM NOTA ATE 6 PARA O RETORNO AO       *
      * PACIENTE, COM O COMENTARIO DEIXADO               *
      ***************************************************
      *
       IMPRIME-CT.
           MOVE SPACES TO REGNPS
           WRITE REGNPS
           MOVE "NOTAS BAIXAS PARA RETORNO ***" TO TITSECTX
           WRITE REGNPS FROM CABSEC
           MOVE SPACES TO REGNPS
           WRITE REGNPS
           WRITE REGNPS FROM CABCT
           MOVE ZEROS TO CHAVE-PQ
           START PESQUISA KEY IS NOT LESS CHAVE-PQ
               INVALID KEY
                  GO TO IMPRIME-NOTAS.
       IMPRIME-CT-LOOP.
           READ PESQUISA NEXT
               AT END
                  GO TO IMPRIME-NOTAS.
           IF NOT PQ-RESPONDIDA
                GO TO IMPRIME-CT-LOOP.
           COMPUTE W-ANOMESREG = DATACONS-PQ / 100
           IF W-ANOMESREG NOT = W-ANOMESREF
                GO TO IMPRIME-CT-LOOP.
           IF NOTA-PQ > 6
                GO TO IMPRIME-CT-LOOP.
           ADD 1 TO W-BAIXAS
           MOVE DATACONS-PQ  TO W-DATAPQ
           MOVE W-DATAPQ-DIA TO DIACT
           MOVE W-DATAPQ-MES TO MESCT
           MOVE W-DATAPQ-ANO TO ANOCT
           MOVE CRM-PQ       TO CRMCT
           MOVE CODPAC-PQ    TO CODCT
           MOVE CODPAC-PQ    TO CODPAC2
           READ CADPAC
               INVALID KEY
                  MOVE "PACIENTE NAO CADASTRADO" TO NOMEPC
                  MOVE ZEROS TO DDDPC TELEFONEPC.
           MOVE NOMEPC       TO NOMECT
           MOVE DDDPC        TO DDDCT
           MOVE TELEFONEPC   TO TELCT
           MOVE NOTA-PQ      TO NOTACT
           MOVE NOTAREC-PQ   TO RECCT
           MOVE NOTAESP-PQ   TO ESPCT
           MOVE NOTAMED-PQ   TO MEDCT
           WRITE REGNPS FROM DETCT
           IF COMENT-PQ NOT = SPACES
                MOVE COMENT-PQ TO COMCT
                WRITE REGNPS FROM LINCOM.
           GO TO IMPRIME-CT-LOOP.
      *
       IMPRIME-NOTAS.
           IF W-BAIXAS = ZEROS
                WRITE REGNPS FROM LINSEMCT.
           MOVE SPACES TO REGNPS
           WRITE REGNPS
           WRITE REGNPS FROM LINNOTA1
           WRITE REGNPS FROM LINNOTA2
           WRITE REGNPS FROM LINNOTA3
           DISPLAY (16, 01) "RESPOSTAS NO RELATORIO: " W-LIDAS
           MOVE "*** RELATORIO DE NPS GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMPRIME-FIM.
           CLOSE PESQUISA AGENDA CADMED ESPTAB CADCONV CADPAC
           GO TO ROT-FIM.
      *
      *    TITULO DA SECAO (TITSECTX) E CABECALHO DAS COLUNAS
       IMPRIME-CAB.
           MOVE SPACES TO REGNPS
           WRITE REGNPS
           WRITE REGNPS FROM CABSEC
           MOVE SPACES TO REGNPS
           WRITE REGNPS
           WRITE REGNPS FROM CAB2
           WRITE REGNPS FROM CAB3.
       IMPRIME-CAB-FIM.
           EXIT.
      *
      *    LINHA DO ACUMULADOR W-AC COM O CODIGO W-CODTX E O
      *    NOME W-NOMETX
       IMPRIME-LIN.
           MOVE W-CODTX  TO CODTX
           MOVE W-NOMETX TO NOMETX
           MOVE AC-RESP  TO RESPTX
           MOVE AC-PROM  TO PROMTX
           MOVE AC-NEUT  TO NEUTTX
           MOVE AC-DETR  TO DETRTX
           COMPUTE W-NPS ROUNDED = (AC-PROM - AC-DETR) * 100
                                 / AC-RESP
           MOVE W-NPS    TO NPSTX
           COMPUTE W-MEDIA ROUNDED = AC-SREC / AC-RESP
           MOVE W-MEDIA  TO RECTX
           COMPUTE W-MEDIA ROUNDED = AC-SESP / AC-RESP
           MOVE W-MEDIA  TO ESPTX
           COMPUTE W-MEDIA ROUNDED = AC-SMED / AC-RESP
           MOVE W-MEDIA  TO MEDTX
           MOVE ZEROS TO W-MEDESP
           IF AC-QMIN NOT = ZEROS
                COMPUTE W-MEDESP ROUNDED = AC-SMIN / AC-QMIN.
           MOVE W-MEDESP TO MINTX
           WRITE REGNPS FROM DETNPS.
       IMPRIME-LIN-FIM.
           EXIT.
      *
      *    SOMA A RESPOSTA LIDA (CLASSE, NOTAS E ESPERA) EM W-AC
       SOMA-AC.
           ADD 1 TO AC-RESP
           IF W-CLASSE = 1
                ADD 1 TO AC-PROM.
           IF W-CLASSE = 2
                ADD 1 TO AC-NEUT.
           IF W-CLASSE = 3
                ADD 1 TO AC-DETR.
           ADD NOTAREC-PQ TO AC-SREC
           ADD NOTAESP-PQ TO AC-SESP
           ADD NOTAMED-PQ TO AC-SMED
           IF W-TEMESPERA = "S"
                ADD 1        TO AC-QMIN
                ADD W-ESPERA TO AC-SMIN.
       SOMA-AC-FIM.
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
           MOVE ZEROS  TO MD-ESP(W-ACHMD) MD-AC(W-ACHMD)
           MOVE "MEDICO NAO CADASTRADO" TO MD-NOME(W-ACHMD)
           MOVE W-CRMB TO CRM2
           READ CADMED
               INVALID KEY
                  GO TO BUSCA-MED-FIM.
           MOVE NOMEMD        TO MD-NOME(W-ACHMD)
           MOVE ESPECIALIDADE TO MD-ESP(W-ACHMD).
       BUSCA-MED-FIM.
           EXIT.
      *
      *    POSICAO DO CONVENIO W-CODB NA TABELA DO MES (ZERO =
      *    PARTICULAR; ZERO EM W-ACHCV SE A TABELA ENCHER)
       BUSCA-CONV.
           MOVE ZEROS TO W-ACHCV
           MOVE 1 TO W-IXCV.
       BUSCA-CONV-LOOP.
           IF W-IXCV > W-NUMCV
                GO TO BUSCA-CONV-INC.
           IF CV-COD(W-IXCV) = W-CODB
                MOVE W-IXCV TO W-ACHCV
                GO TO BUSCA-CONV-FIM.
           ADD 1 TO W-IXCV
           GO TO BUSCA-CONV-LOOP.
       BUSCA-CONV-INC.
           IF W-NUMCV NOT < 300
                GO TO BUSCA-CONV-FIM.
           ADD 1 TO W-NUMCV
           MOVE W-NUMCV TO W-ACHCV
           MOVE W-CODB TO CV-COD(W-ACHCV)
           MOVE ZEROS  TO CV-AC(W-ACHCV).
       BUSCA-CONV-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADNPS.
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
