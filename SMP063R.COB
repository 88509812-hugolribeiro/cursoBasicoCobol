       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP063R.
       AUTHOR. LUCAS GUILHERME LIAS.
      ****************************************
      * MANUTENCAO PREVISTA DAS SALAS NA      *
      * SEMANA: PERIODOS DE INDISPONIBILIDADE *
      * COM AS CONSULTAS JA MARCADAS NA SALA  *
      * (PARA A RECEPCAO REMARCAR) E AS       *
      * PREVENTIVAS DE EQUIPAMENTO VENCIDAS   *
      * OU VENCENDO AINDA SEM PROGRAMACAO     *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALAIND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SI
                    FILE STATUS  IS ST-ERRO.
           SELECT EQUIPSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EQ
                    FILE STATUS  IS ST-ERRO2.
           SELECT SALATAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-SALA
                    FILE STATUS  IS ST-ERRO3.
           SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AGENDA
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS CODPAC WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.
           SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPAC2
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS NOMEPC WITH DUPLICATES.
           SELECT CADMANUT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "SALAIND.CPY".
       COPY "EQUIPSAL.CPY".
       COPY "SALATAB.CPY".
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
      *   CARTEIRINHA DO CONVENIO (NUMERO, TITULAR OU DEPENDENTE
      *   E VALIDADE) E ELEGIBILIDADE APURADA NA IMPORTACAO DO
      *   ARQUIVO MENSAL DE BENEFICIARIOS DO CONVENIO
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
       FD CADMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQREL.
       01 REGMANUT     PIC X(130).
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

       01 W-DIAINI     PIC 9(02) VALUE ZEROS.
       01 W-MESINI     PIC 9(02) VALUE ZEROS.
       01 W-ANOINI     PIC 9(04) VALUE ZEROS.
       01 W-INISEM     PIC 9(08) VALUE ZEROS.
       01 W-FIMSEM     PIC 9(08) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).

       01 W-ARQREL.
          03 FILLER       PIC X(05) VALUE "MANUT".
          03 W-RELDATA    PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
          03 FILLER       PIC X(03) VALUE SPACES.

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

      *    DATA QUE ANDA DIA A DIA (FIM DA SEMANA = INICIO + 6)
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

      *    DATA E HORA EDITADAS PARA AS LINHAS DO RELATORIO
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
       01 W-HRF.
          03 W-HRF-HH   PIC 9(02).
          03 W-HRF-MM   PIC 9(02).
       01 W-HRF-N REDEFINES W-HRF PIC 9(04).
       01 W-HORAED.
          03 W-HORAED-HH  PIC 9(02).
          03 FILLER       PIC X(01) VALUE ":".
          03 W-HORAED-MM  PIC 9(02).

      *    INICIO E FIM DO PERIODO E DA CONSULTA (DATA + HORA)
       01 W-TSINI     PIC 9(12) VALUE ZEROS.
       01 W-TSFIM     PIC 9(12) VALUE ZEROS.
       01 W-TSCONS    PIC 9(12) VALUE ZEROS.
       01 W-TSCFIM    PIC 9(12) VALUE ZEROS.
       01 W-CONSMIN   PIC 9(04) VALUE ZEROS.
       01 W-CONSHH    PIC 9(02) VALUE ZEROS.
       01 W-CONSMM    PIC 9(02) VALUE ZEROS.

      *    CONSULTAS MARCADAS NA SEMANA POR SALA (INDICE = SALA)
       01 TBSALA.
          05 SL-QTD     PIC 9(04) OCCURS 99 TIMES.
       01 W-IXSL        PIC 9(02) VALUE ZEROS.
       01 W-IXDIA       PIC 9(01) VALUE ZEROS.

       01 W-QTDIND      PIC 9(04) VALUE ZEROS.
       01 W-QTDAGE      PIC 9(04) VALUE ZEROS.
       01 W-QTDAGEIND   PIC 9(04) VALUE ZEROS.
       01 W-QTDEQP      PIC 9(04) VALUE ZEROS.

       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** MANUTENCAO PREVISTA DAS SA".
           05  FILLER                 PIC X(006) VALUE
           "LAS - ".
           05  DTINITX    VALUE SPACES PIC X(010).
           05  FILLER                 PIC X(003) VALUE " A ".
           05  DTFIMTX    VALUE SPACES PIC X(010).
           05  FILLER                 PIC X(009) VALUE
           " ***  EM ".
           05  DTHOJETX   VALUE SPACES PIC X(010).

       01  CABSEC1.
           05  FILLER                 PIC X(050) VALUE
           "PERIODOS DE INDISPONIBILIDADE DAS SALAS NA SEMANA".

       01  CABIND.
           05  FILLER                 PIC X(050) VALUE
           "SALA DESCRICAO DA SALA    INICIO            FIM   ".
           05  FILLER                 PIC X(050) VALUE
           "            EQUIPAMENTO               TIPO       M".
           05  FILLER                 PIC X(005) VALUE
           "OTIVO".

       01  DETIND.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  SALATX     VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DSALATX    VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DTINIITX   VALUE SPACES PIC X(010).
           05  FILLER                 PIC X(001) VALUE " ".
           05  HRINIITX   VALUE SPACES PIC X(005).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DTFIMITX   VALUE SPACES PIC X(010).
           05  FILLER                 PIC X(001) VALUE " ".
           05  HRFIMITX   VALUE SPACES PIC X(005).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  EQUIPITX   VALUE SPACES PIC X(025).
           05  FILLER                 PIC X(001) VALUE " ".
           05  TIPOITX    VALUE SPACES PIC X(010).
           05  FILLER                 PIC X(001) VALUE " ".
           05  MOTIVOITX  VALUE SPACES PIC X(030).

       01  CABAGE1.
           05  FILLER                 PIC X(006) VALUE SPACES.
           05  FILLER                 PIC X(050) VALUE
           "CONSULTAS MARCADAS NA SALA NO PERIODO (REMARCAR): ".

       01  CABAGE2.
           05  FILLER                 PIC X(050) VALUE
           "      DATA       HORA   CRM    MEDICO             ".
           05  FILLER                 PIC X(050) VALUE
           "        PACIENTE                               TEL".
           05  FILLER                 PIC X(005) VALUE
           "EFONE".

       01  LINSEMAGE.
           05  FILLER                 PIC X(006) VALUE SPACES.
           05  FILLER                 PIC X(045) VALUE
           "NENHUMA CONSULTA MARCADA NA SALA NO PERIODO".

       01  DETAGE.
           05  FILLER                 PIC X(006) VALUE SPACES.
           05  DTAGETX    VALUE SPACES PIC X(010).
           05  FILLER                 PIC X(001) VALUE " ".
           05  HRAGETX    VALUE SPACES PIC X(005).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  CRMAGETX   VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  MEDAGETX   VALUE SPACES PIC X(025).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  PACAGETX   VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMEAGETX  VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "(".
           05  DDDAGETX   VALUE ZEROS  PIC 9(02).
           05  FILLER                 PIC X(002) VALUE ") ".
           05  TELAGETX   VALUE ZEROS  PIC 9(09).

       01  CABSEC2.
           05  FILLER                 PIC X(050) VALUE
           "PREVENTIVAS A PROGRAMAR (VENCIDAS OU VENCENDO ATE ".
           05  DTLIMTX    VALUE SPACES PIC X(010).
           05  FILLER                 PIC X(001) VALUE ")".

       01  CABEQP.
           05  FILLER                 PIC X(050) VALUE
           "SALA DESCRICAO DA SALA    EQP EQUIPAMENTO         ".
           05  FILLER                 PIC X(050) VALUE
           "           SERIE/PATRIMONIO    INT  ULTIMA      PR".
           05  FILLER                 PIC X(017) VALUE
           "OXIMA   CONS.SALA".

       01  DETEQP.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  SALAETX    VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DSALAETX   VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CODEQETX   VALUE ZEROS  PIC 9(03).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DESCEQETX  VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  SERIEETX   VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  INTERVETX  VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  ULTETX     VALUE SPACES PIC X(010).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  PROXETX    VALUE SPACES PIC X(010).
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  QTDETX     VALUE ZEROS  PIC ZZZ9.

       01  LINSEMIND.
           05  FILLER                 PIC X(050) VALUE
           "NENHUM PERIODO DE INDISPONIBILIDADE NA SEMANA".

       01  LINSEMEQP.
           05  FILLER                 PIC X(050) VALUE
           "NENHUMA PREVENTIVA A PROGRAMAR".

       01  LINTOT.
           05  FILLER                 PIC X(021) VALUE
           "PERIODOS NA SEMANA: ".
           05  TOTINDTX   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(026) VALUE
           "   CONSULTAS A REMARCAR: ".
           05  TOTAGETX   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(029) VALUE
           "   PREVENTIVAS A PROGRAMAR: ".
           05  TOTEQPTX   VALUE ZEROS  PIC ZZZ9.

       01  LINNOTA1.
           05  FILLER                 PIC X(045) VALUE
           "CONS.SALA: CONSULTAS MARCADAS NA SALA DURANTE".
           05  FILLER                 PIC X(045) VALUE
           " A SEMANA (TODOS OS MEDICOS).".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT063.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** MANUTENCAO PREVISTA DAS SALAS ***".
           05  LINE 06  COLUMN 01
               VALUE  " DATA INICIAL DA SEMANA (DD MM AAAA) :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDIAINI
               LINE 06  COLUMN 40  PIC 9(02)
               USING  W-DIAINI
               HIGHLIGHT.
           05  TMESINI
               LINE 06  COLUMN 43  PIC 9(02)
               USING  W-MESINI
               HIGHLIGHT.
           05  TANOINI
               LINE 06  COLUMN 46  PIC 9(04)
               USING  W-ANOINI
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
           IF W-ANOINI = ZEROS
                MOVE W-HOJE-DIA TO W-DIAINI
                MOVE W-HOJE-MES TO W-MESINI
                MOVE W-HOJE-ANO TO W-ANOINI.
           DISPLAY SMT063.
       INC-R1.
           ACCEPT TDIAINI

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIMP.
           IF W-DIAINI = ZEROS OR W-DIAINI > 31
                MOVE "DIA INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-R1.
       INC-R2.
           ACCEPT TMESINI

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-R1.
           IF W-MESINI = ZEROS OR W-MESINI > 12
                MOVE "MES INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-R2.
           IF W-DIAINI > TBDIASMES(W-MESINI)
              AND NOT (W-MESINI = 2 AND W-DIAINI = 29)
                MOVE "DIA INVALIDO PARA O MES" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-R1.
       INC-R3.
           ACCEPT TANOINI

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-R2.
           IF W-ANOINI < 2000
                MOVE "ANO INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-R3.

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
           OPEN INPUT SALAIND
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                 OPEN OUTPUT SALAIND
                 CLOSE SALAIND
                 OPEN INPUT SALAIND
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO SALAIND" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.

           OPEN INPUT EQUIPSAL
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
                 OPEN OUTPUT EQUIPSAL
                 CLOSE EQUIPSAL
                 OPEN INPUT EQUIPSAL
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO EQUIPSAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE SALAIND
                 GO TO ROT-FIMP.

           OPEN INPUT SALATAB
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
                 OPEN OUTPUT SALATAB
                 CLOSE SALATAB
                 OPEN INPUT SALATAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO SALATAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE SALAIND EQUIPSAL
                 GO TO ROT-FIMP.

           OPEN INPUT AGENDA
           IF ST-ERRO4 NOT = "00"
                 MOVE "*** ARQUIVO AGENDA NAO DISPONIVEL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE SALAIND EQUIPSAL SALATAB
                 GO TO ROT-FIMP.

           OPEN INPUT CADMED
           IF ST-ERRO5 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE SALAIND EQUIPSAL SALATAB AGENDA
                 GO TO ROT-FIMP.

           OPEN INPUT CADPAC
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE SALAIND EQUIPSAL SALATAB AGENDA CADMED
                 GO TO ROT-FIMP.

           COMPUTE W-INISEM = W-ANOINI * 10000 + W-MESINI * 100
                            + W-DIAINI
           MOVE W-INISEM TO W-DT-N
           MOVE ZEROS TO W-IXDIA.
       INC-OP0-DIA.
           PERFORM PROX-DIA THRU PROX-DIA-FIM
           ADD 1 TO W-IXDIA
           IF W-IXDIA < 6
                GO TO INC-OP0-DIA.
           MOVE W-DT-N TO W-FIMSEM

           MOVE W-INISEM TO W-RELDATA
           OPEN OUTPUT CADMANUT
           IF ST-ERRO7 NOT = "00"
                MOVE "ERRO ABERTURA DO RELATORIO DE MANUTENCAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE SALAIND EQUIPSAL SALATAB AGENDA CADMED CADPAC
                GO TO ROT-FIMP.

           MOVE ZEROS TO TBSALA W-QTDIND W-QTDAGE W-QTDEQP
           DISPLAY (16, 01) "APURANDO A SEMANA ...".
      *
      ***************************************************
      * CONSULTAS MARCADAS NA SEMANA POR SALA            *
      ***************************************************
      *
       CONTA-SALA.
           MOVE ZEROS TO CHAVE-AGENDA
           START AGENDA KEY IS NOT LESS CHAVE-AGENDA
               INVALID KEY
                  GO TO IMPRIME.
       CONTA-SALA-LOOP.
           READ AGENDA NEXT
               AT END
                  GO TO IMPRIME.
           IF NOT AGE-MARCADA OR SALA-CONS = ZEROS
                GO TO CONTA-SALA-LOOP.
           IF DATACONS < W-INISEM OR DATACONS > W-FIMSEM
                GO TO CONTA-SALA-LOOP.
           MOVE SALA-CONS TO W-IXSL
           ADD 1 TO SL-QTD(W-IXSL)
           GO TO CONTA-SALA-LOOP.
      *
      ***************************************************
      * PERIODOS DE INDISPONIBILIDADE QUE TOCAM A SEMANA,*
      * CADA UM SEGUIDO DAS CONSULTAS JA MARCADAS NA     *
      * SALA DENTRO DO PERIODO                           *
      ***************************************************
      *
       IMPRIME.
           MOVE W-INISEM TO W-DTF-N
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           MOVE W-DATAED TO DTINITX
           MOVE W-FIMSEM TO W-DTF-N
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           MOVE W-DATAED TO DTFIMTX DTLIMTX
           MOVE W-HOJE TO W-DTF
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           MOVE W-DATAED TO DTHOJETX
           WRITE REGMANUT FROM CAB1
           MOVE SPACES TO REGMANUT
           WRITE REGMANUT
           WRITE REGMANUT FROM CABSEC1
           MOVE SPACES TO REGMANUT
           WRITE REGMANUT
           WRITE REGMANUT FROM CABIND

           MOVE ZEROS TO CHAVE-SI
           START SALAIND KEY IS NOT LESS CHAVE-SI
               INVALID KEY
                  GO TO IMPRIME-EQP.
       IMPRIME-IND.
           READ SALAIND NEXT
               AT END
                  GO TO IMPRIME-EQP.
           IF DATAINI-SI > W-FIMSEM OR DATAFIM-SI < W-INISEM
                GO TO IMPRIME-IND.
           ADD 1 TO W-QTDIND
           MOVE COD-SALA-SI TO SALATX COD-SALA
           READ SALATAB
               INVALID KEY
                  MOVE "SALA NAO CADASTRADA" TO DESC-SALA.
           MOVE DESC-SALA TO DSALATX
           MOVE DATAINI-SI TO W-DTF-N
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           MOVE W-DATAED TO DTINIITX
           MOVE HORAINI-SI TO W-HRF-N
           PERFORM FORMATA-HORA THRU FORMATA-HORA-FIM
           MOVE W-HORAED TO HRINIITX
           MOVE DATAFIM-SI TO W-DTF-N
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           MOVE W-DATAED TO DTFIMITX
           MOVE HORAFIM-SI TO W-HRF-N
           PERFORM FORMATA-HORA THRU FORMATA-HORA-FIM
           MOVE W-HORAED TO HRFIMITX
           MOVE "SALA TODA" TO EQUIPITX
           IF COD-EQ-SI NOT = ZEROS
                PERFORM DESC-EQUIP THRU DESC-EQUIP-FIM.
           IF SI-PREVENTIVA
                MOVE "PREVENTIVA" TO TIPOITX
           ELSE
                IF SI-CORRETIVA
                     MOVE "CORRETIVA" TO TIPOITX
                ELSE
                     MOVE "OUTROS" TO TIPOITX.
           MOVE MOTIVO-SI TO MOTIVOITX
           WRITE REGMANUT FROM DETIND
           PERFORM LISTA-AGE THRU LISTA-AGE-FIM
           MOVE SPACES TO REGMANUT
           WRITE REGMANUT
           GO TO IMPRIME-IND.
      *
      ***************************************************
      * EQUIPAMENTOS ATIVOS COM A PROXIMA PREVENTIVA ATE *
      * O FIM DA SEMANA (A PREVENTIVA PROGRAMADA NA SALA *
      * JA AVANCA A PROXIMA DATA DO EQUIPAMENTO)         *
      ***************************************************
      *
       IMPRIME-EQP.
           IF W-QTDIND = ZEROS
                WRITE REGMANUT FROM LINSEMIND
                MOVE SPACES TO REGMANUT
                WRITE REGMANUT.
           MOVE SPACES TO REGMANUT
           WRITE REGMANUT
           WRITE REGMANUT FROM CABSEC2
           MOVE SPACES TO REGMANUT
           WRITE REGMANUT
           WRITE REGMANUT FROM CABEQP

           MOVE ZEROS TO CHAVE-EQ
           START EQUIPSAL KEY IS NOT LESS CHAVE-EQ
               INVALID KEY
                  GO TO IMPRIME-TOT.
       IMPRIME-EQP-LOOP.
           READ EQUIPSAL NEXT
               AT END
                  GO TO IMPRIME-TOT.
           IF NOT EQ-ATIVO OR PROXPREV-EQ = ZEROS
                GO TO IMPRIME-EQP-LOOP.
           IF PROXPREV-EQ > W-FIMSEM
                GO TO IMPRIME-EQP-LOOP.
           ADD 1 TO W-QTDEQP
           MOVE COD-SALA-EQ TO SALAETX COD-SALA
           READ SALATAB
               INVALID KEY
                  MOVE "SALA NAO CADASTRADA" TO DESC-SALA.
           MOVE DESC-SALA   TO DSALAETX
           MOVE COD-EQ      TO CODEQETX
           MOVE DESC-EQ     TO DESCEQETX
           MOVE SERIE-EQ    TO SERIEETX
           MOVE INTERV-EQ   TO INTERVETX
           MOVE SPACES TO ULTETX
           IF ULTPREV-EQ NOT = ZEROS
                MOVE ULTPREV-EQ TO W-DTF-N
                PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
                MOVE W-DATAED TO ULTETX.
           MOVE PROXPREV-EQ TO W-DTF-N
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           MOVE W-DATAED TO PROXETX
           MOVE COD-SALA-EQ TO W-IXSL
           MOVE SL-QTD(W-IXSL) TO QTDETX
           WRITE REGMANUT FROM DETEQP
           GO TO IMPRIME-EQP-LOOP.
      *
       IMPRIME-TOT.
           IF W-QTDEQP = ZEROS
                WRITE REGMANUT FROM LINSEMEQP.
           MOVE SPACES TO REGMANUT
           WRITE REGMANUT
           MOVE W-QTDIND TO TOTINDTX
           MOVE W-QTDAGE TO TOTAGETX
           MOVE W-QTDEQP TO TOTEQPTX
           WRITE REGMANUT FROM LINTOT
           MOVE SPACES TO REGMANUT
           WRITE REGMANUT
           WRITE REGMANUT FROM LINNOTA1
           DISPLAY (16, 01) "CONSULTAS A REMARCAR: " W-QTDAGE
           MOVE "*** RELATORIO DE MANUTENCAO GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMPRIME-FIM.
           CLOSE SALAIND EQUIPSAL SALATAB AGENDA CADMED CADPAC
           GO TO ROT-FIM.
      *
      *    CONSULTAS MARCADAS NA SALA DO PERIODO LIDO QUE CAEM
      *    DENTRO DELE (INICIO ANTES DO FIM DO PERIODO E TERMINO
      *    DEPOIS DO INICIO), COM O TELEFONE DO PACIENTE
       LISTA-AGE.
           MOVE ZEROS TO W-QTDAGEIND
           COMPUTE W-TSINI = DATAINI-SI * 10000 + HORAINI-SI
           COMPUTE W-TSFIM = DATAFIM-SI * 10000 + HORAFIM-SI
           MOVE ZEROS TO CHAVE-AGENDA
           START AGENDA KEY IS NOT LESS CHAVE-AGENDA
               INVALID KEY
                  GO TO LISTA-AGE-TOT.
       LISTA-AGE-LOOP.
           READ AGENDA NEXT
               AT END
                  GO TO LISTA-AGE-TOT.
           IF SALA-CONS NOT = COD-SALA-SI
                GO TO LISTA-AGE-LOOP.
           IF NOT AGE-MARCADA
                GO TO LISTA-AGE-LOOP.
           IF DATACONS < DATAINI-SI OR DATACONS > DATAFIM-SI
                GO TO LISTA-AGE-LOOP.
           COMPUTE W-TSCONS = (ANOC * 10000 + MESC * 100 + DIAC)
                              * 10000 + HORAC * 100 + MINC
           IF DURACAO-CONS = ZEROS
                COMPUTE W-CONSMIN = HORAC * 60 + MINC + 30
           ELSE
                COMPUTE W-CONSMIN = HORAC * 60 + MINC + DURACAO-CONS.
           DIVIDE W-CONSMIN BY 60 GIVING W-CONSHH
                                  REMAINDER W-CONSMM
           COMPUTE W-TSCFIM = (ANOC * 10000 + MESC * 100 + DIAC)
                              * 10000 + W-CONSHH * 100 + W-CONSMM
           IF W-TSCONS NOT < W-TSFIM OR W-TSCFIM NOT > W-TSINI
                GO TO LISTA-AGE-LOOP.

           IF W-QTDAGEIND = ZEROS
                WRITE REGMANUT FROM CABAGE1
                WRITE REGMANUT FROM CABAGE2.
           ADD 1 TO W-QTDAGEIND W-QTDAGE
           MOVE DATACONS TO W-DTF
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           MOVE W-DATAED TO DTAGETX
           MOVE HORACONS TO W-HRF
           PERFORM FORMATA-HORA THRU FORMATA-HORA-FIM
           MOVE W-HORAED TO HRAGETX
           MOVE CRM TO CRMAGETX CRM2
           READ CADMED
               INVALID KEY
                  MOVE SPACES TO NOMEMD.
           MOVE NOMEMD TO MEDAGETX
           MOVE CODPAC TO PACAGETX CODPAC2
           READ CADPAC
               INVALID KEY
                  MOVE SPACES TO NOMEPC
                  MOVE ZEROS TO DDDPC TELEFONEPC.
           MOVE NOMEPC     TO NOMEAGETX
           MOVE DDDPC      TO DDDAGETX
           MOVE TELEFONEPC TO TELAGETX
           WRITE REGMANUT FROM DETAGE
           GO TO LISTA-AGE-LOOP.
       LISTA-AGE-TOT.
           IF W-QTDAGEIND = ZEROS
                WRITE REGMANUT FROM LINSEMAGE.
       LISTA-AGE-FIM.
           EXIT.
      *
       DESC-EQUIP.
           MOVE COD-SALA-SI TO COD-SALA-EQ
           MOVE COD-EQ-SI   TO COD-EQ
           READ EQUIPSAL
               INVALID KEY
                  MOVE "EQUIPAMENTO NAO CADASTRADO" TO DESC-EQ.
           MOVE DESC-EQ TO EQUIPITX.
       DESC-EQUIP-FIM.
           EXIT.
      *
       FORMATA-DATA.
           MOVE W-DTF-DIA TO W-DATAED-DIA
           MOVE W-DTF-MES TO W-DATAED-MES
           MOVE W-DTF-ANO TO W-DATAED-ANO.
       FORMATA-DATA-FIM.
           EXIT.
      *
       FORMATA-HORA.
           MOVE W-HRF-HH TO W-HORAED-HH
           MOVE W-HRF-MM TO W-HORAED-MM.
       FORMATA-HORA-FIM.
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
                CLOSE CADMANUT.
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
