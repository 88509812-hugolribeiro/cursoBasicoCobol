       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP092.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * ORCAMENTOS DE PROCEDIMENTOS (PARTICULAR)        *
      * (A RECEPCAO MONTA O ORCAMENTO COM A CONSULTA E  *
      *  OS PROCEDIMENTOS PELOS PRECOS DE TABELA, COM   *
      *  VALIDADE, E IMPRIME O ORCAMENTO NUMERADO; O    *
      *  ACEITE VIRA AGENDAMENTO NO SMP004. RELATORIO   *
      *  MENSAL DE EMITIDOS, ACEITOS E PERDIDOS POR     *
      *  MEDICO E PROCEDIMENTO)                         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-OR
                    FILE STATUS  IS ST-ERRO.

       SELECT PROCTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PROC
                    FILE STATUS  IS ST-ERRO2.

       SELECT PROCPRE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PP
                    FILE STATUS  IS ST-ERRO3.

       SELECT PRECOTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PRE
                    FILE STATUS  IS ST-ERRO4.

       SELECT PRECOHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PH
                    FILE STATUS  IS ST-ERRO5.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.

       SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPAC2
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS NOMEPC WITH DUPLICATES.

       SELECT NUMCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ID-NC
                    FILE STATUS  IS ST-ERRO8.

       SELECT ORCIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.

       SELECT ORCREL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO10.

       SELECT SORTORC ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "ORCAM.CPY".
       COPY "PROCTAB.CPY".
       COPY "PROCPRE.CPY".
       COPY "PRECOTAB.CPY".
       COPY "PRECOHIS.CPY".
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
       COPY "NUMCTL.CPY".
      *
       FD ORCIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQORCIMP.
       01 REGORCIMP    PIC X(080).
      *
       FD ORCREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCAMREL.DOC".
       01 REGORCREL    PIC X(090).
      *
       SD SORTORC.
       01 REG-SORTORC.
          05 CRM-SO                PIC 9(06).
          05 COD-PROC-SO           PIC 9(04).
          05 CLASSE-SO             PIC X(01).
          05 VALOR-SO              PIC 9(06)V99.
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
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-ERRO10     PIC X(02) VALUE "00".

       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-CRM         PIC 9(06) VALUE ZEROS.
       01 W-CODPAC      PIC 9(06) VALUE ZEROS.
       01 W-NUMORC      PIC 9(06) VALUE ZEROS.
       01 W-INCCONS     PIC X(01) VALUE "S".
       01 W-VALCONS     PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTAL       PIC 9(07)V99 VALUE ZEROS.
       01 W-PRECO       PIC 9(06)V99 VALUE ZEROS.
       01 W-CODPROC     PIC 9(04) VALUE ZEROS.
       01 W-VALPROC     PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDIT       PIC 9(02) VALUE ZEROS.
       01 W-IX          PIC 9(02) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-DIASVAL     PIC 9(03) VALUE 30.
       01 W-IXDIA       PIC 9(03) VALUE ZEROS.
       01 W-SITTXT      PIC X(10) VALUE SPACES.
       01 TXTMEDICO     PIC X(30) VALUE SPACES.
       01 TXTPACIENTE   PIC X(30) VALUE SPACES.

      *    ITENS DO ORCAMENTO EM MONTAGEM
       01 W-TABIT.
          03 W-IT       OCCURS 10 TIMES.
             05 W-IT-PROC  PIC 9(04).
             05 W-IT-VALOR PIC 9(06)V99.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).

      *    VALIDADE: HOJE MAIS N DIAS CORRIDOS
       01 W-DT.
          03 W-DT-ANO   PIC 9(04).
          03 W-DT-MES   PIC 9(02).
          03 W-DT-DIA   PIC 9(02).
       01 W-DT-N REDEFINES W-DT PIC 9(08).

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
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
       01 W-REST4       PIC 9(04) VALUE ZEROS.
       01 W-QUOC100     PIC 9(04) VALUE ZEROS.
       01 W-REST100     PIC 9(04) VALUE ZEROS.
       01 W-QUOC400     PIC 9(04) VALUE ZEROS.
       01 W-REST400     PIC 9(04) VALUE ZEROS.

       01 W-ARQORCIMP.
          03 FILLER       PIC X(05) VALUE "ORCAM".
          03 W-ARQNUMORC  PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
          03 FILLER       PIC X(05) VALUE SPACES.

      *    RELATORIO MENSAL: MES DE EMISSAO, QUEBRA POR MEDICO E
      *    PROCEDIMENTO; A = ACEITO, P = PERDIDO (VENCIDO SEM
      *    ACEITE OU CANCELADO), E = EM ABERTO DENTRO DA VALIDADE
       01 W-ANOMES.
          03 W-REL-ANO  PIC 9(04).
          03 W-REL-MES  PIC 9(02).
       01 W-ANOMES-N REDEFINES W-ANOMES PIC 9(06).
       01 W-CLASSE      PIC X(01) VALUE SPACES.
       01 W-PRIMEIRA    PIC X(01) VALUE "S".
       01 W-CRM-ANT     PIC 9(06) VALUE ZEROS.
       01 W-PROC-ANT    PIC 9(04) VALUE ZEROS.
       01 W-PERCCONV    PIC 9(03)V9 VALUE ZEROS.

       01 W-ACUL.
          03 W-L-QE     PIC 9(05) VALUE ZEROS.
          03 W-L-VE     PIC 9(08)V99 VALUE ZEROS.
          03 W-L-QA     PIC 9(05) VALUE ZEROS.
          03 W-L-VA     PIC 9(08)V99 VALUE ZEROS.
          03 W-L-QP     PIC 9(05) VALUE ZEROS.
          03 W-L-VP     PIC 9(08)V99 VALUE ZEROS.
       01 W-ACUM.
          03 W-M-QE     PIC 9(05) VALUE ZEROS.
          03 W-M-VE     PIC 9(08)V99 VALUE ZEROS.
          03 W-M-QA     PIC 9(05) VALUE ZEROS.
          03 W-M-VA     PIC 9(08)V99 VALUE ZEROS.
          03 W-M-QP     PIC 9(05) VALUE ZEROS.
          03 W-M-VP     PIC 9(08)V99 VALUE ZEROS.
       01 W-ACUT.
          03 W-T-QE     PIC 9(05) VALUE ZEROS.
          03 W-T-VE     PIC 9(08)V99 VALUE ZEROS.
          03 W-T-QA     PIC 9(05) VALUE ZEROS.
          03 W-T-VA     PIC 9(08)V99 VALUE ZEROS.
          03 W-T-QP     PIC 9(05) VALUE ZEROS.
          03 W-T-VP     PIC 9(08)V99 VALUE ZEROS.
       01 W-T-ORC       PIC 9(05) VALUE ZEROS.
       01 W-T-ORCA      PIC 9(05) VALUE ZEROS.
       01 W-T-ORCP      PIC 9(05) VALUE ZEROS.

       01 LINORC.
          03 LINORC-NUM  PIC Z9.
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINORC-PROC PIC 9(04).
          03 FILLER      PIC X(01) VALUE " ".
          03 LINORC-DESC PIC X(30).
          03 FILLER      PIC X(01) VALUE " ".
          03 LINORC-VAL  PIC ZZZ.ZZ9,99.

       01 W-VALED        PIC Z.ZZZ.ZZ9,99.

      *    ORCAMENTO IMPRESSO
       01  ORCCAB1      PIC X(052) VALUE
           "FATEC - ZONA LESTE        ORCAMENTO DE PROCEDIMENTOS".
       01  ORCCAB2.
           05  FILLER                 PIC X(019) VALUE
           "ORCAMENTO NUMERO : ".
           05  ORCNUMTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(011) VALUE
           "    DATA : ".
           05  ORCDIATX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ORCMESTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ORCANOTX  VALUE ZEROS  PIC 9999.
       01  ORCDET1.
           05  FILLER                 PIC X(011) VALUE
           "PACIENTE : ".
           05  ORCPACTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  ORCNOMTX  VALUE SPACES PIC X(030).
       01  ORCDET2.
           05  FILLER                 PIC X(011) VALUE
           "MEDICO...: ".
           05  ORCCRMTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  ORCMEDTX  VALUE SPACES PIC X(030).
       01  ORCCAB3.
           05  FILLER                 PIC X(046) VALUE
           "PROC DESCRICAO                                ".
           05  FILLER                 PIC X(005) VALUE
           "VALOR".
       01  ORCITEM.
           05  ORCPROTX  VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  ORCDESTX  VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  ORCVALTX  VALUE ZEROS  PIC ZZZ.ZZ9,99.
       01  ORCTOT.
           05  FILLER                 PIC X(033) VALUE
           "TOTAL DO ORCAMENTO ..............".
           05  ORCTOTTX  VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
       01  ORCVAL.
           05  FILLER                 PIC X(013) VALUE
           "VALIDO ATE : ".
           05  ORCVDIATX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ORCVMESTX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ORCVANOTX VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(037) VALUE
           "  - VALORES PARA PAGAMENTO PARTICULAR".

      *    RELATORIO MENSAL DE ORCAMENTOS
       01  CABREL1.
           05  FILLER                 PIC X(046) VALUE
           "FATEC - ZONA LESTE  *** ORCAMENTOS DO MES     ".
           05  FILLER                 PIC X(020) VALUE
           "***   EMITIDO EM :  ".
           05  CABDIATX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CABMESTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CABANOTX  VALUE ZEROS  PIC 9999.
       01  CABREL2.
           05  FILLER                 PIC X(025) VALUE
           "ORCAMENTOS EMITIDOS EM : ".
           05  CABRMESTX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CABRANOTX VALUE ZEROS  PIC 9999.
       01  CABREL3.
           05  FILLER                 PIC X(045) VALUE
           "PROC DESCRICAO            EMIT.   VALOR EMIT.".
           05  FILLER                 PIC X(045) VALUE
           " ACEI.  VALOR ACEITO VENC.  VALOR PERDIDO   ".
       01  GRPREL.
           05  FILLER                 PIC X(009) VALUE
           "MEDICO : ".
           05  GRPCRMTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  GRPNOMTX  VALUE SPACES PIC X(030).
       01  DETREL.
           05  DETPROTX  VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETDESTX  VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETQETX   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETVETX   VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETQATX   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETVATX   VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETQPTX   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETVPTX   VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
       01  TOTREL1.
           05  FILLER                 PIC X(030) VALUE
           "*** ORCAMENTOS EMITIDOS.....: ".
           05  TOTORCTX  VALUE ZEROS  PIC ZZZZ9.
       01  TOTREL2.
           05  FILLER                 PIC X(030) VALUE
           "*** ORCAMENTOS ACEITOS......: ".
           05  TOTACETX  VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(014) VALUE
           "   CONVERSAO: ".
           05  TOTPERTX  VALUE ZEROS  PIC ZZ9,9.
           05  FILLER                 PIC X(001) VALUE "%".
       01  TOTREL3.
           05  FILLER                 PIC X(030) VALUE
           "*** ORCAMENTOS PERDIDOS.....: ".
           05  TOTPERDTX VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(018) VALUE
           "   RECEITA PERDIDA".
           05  FILLER                 PIC X(003) VALUE " : ".
           05  TOTVPTX   VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-CHAMADA  PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAORC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Orcamento De Procedimentos (Particular)".
           05  LINE 02  COLUMN 50
               VALUE  "Numero:".
           05  LINE 04  COLUMN 01
               VALUE  " Crm Do Medico:".
           05  LINE 06  COLUMN 01
               VALUE  " Paciente (Codigo):".
           05  LINE 08  COLUMN 01
               VALUE  " Incluir Consulta (S/N):".
           05  LINE 09  COLUMN 01
               VALUE  " Total Do Orcamento:".
           05  LINE 09  COLUMN 40
               VALUE  " Valido Ate:".
           05  LINE 10  COLUMN 01
               VALUE  " N  PROC DESCRICAO".
           05  LINE 10  COLUMN 43
               VALUE  "     VALOR".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TNUMORC
               LINE 02  COLUMN 58  PIC 9(06)
               USING W-NUMORC
               HIGHLIGHT.
           05  TCRM
               LINE 04  COLUMN 17  PIC 9(06)
               USING W-CRM
               HIGHLIGHT.
           05  TTXTMEDICO
               LINE 05  COLUMN 17  PIC X(30)
               USING TXTMEDICO
               HIGHLIGHT.
           05  TCODPAC
               LINE 06  COLUMN 21  PIC 9(06)
               USING W-CODPAC
               HIGHLIGHT.
           05  TTXTPACIENTE
               LINE 07  COLUMN 21  PIC X(30)
               USING TXTPACIENTE
               HIGHLIGHT.
           05  TINCCONS
               LINE 08  COLUMN 26  PIC X(01)
               USING W-INCCONS
               HIGHLIGHT.
           05  TVALCONS
               LINE 08  COLUMN 30  PIC ZZZ.ZZ9,99
               USING W-VALCONS
               HIGHLIGHT.
           05  TTOTAL
               LINE 09  COLUMN 22  PIC Z.ZZZ.ZZ9,99
               USING W-TOTAL
               HIGHLIGHT.
           05  TVALDIA
               LINE 09  COLUMN 53  PIC 9(02)
               USING W-DT-DIA
               HIGHLIGHT.
           05  TVALMES
               LINE 09  COLUMN 56  PIC 9(02)
               USING W-DT-MES
               HIGHLIGHT.
           05  TVALANO
               LINE 09  COLUMN 59  PIC 9(04)
               USING W-DT-ANO
               HIGHLIGHT.

       01  TELAREL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Relatorio Mensal De Orcamentos".
           05  LINE 04  COLUMN 01
               VALUE  " Mes/Ano De Emissao:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TRELMES
               LINE 04  COLUMN 22  PIC 9(02)
               USING W-REL-MES
               HIGHLIGHT.
           05  TRELANO
               LINE 04  COLUMN 25  PIC 9(04)
               USING W-REL-ANO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-CHAMADA.

       INICIO.
           MOVE OPERADOR-CHAMADA TO W-OPERADOR.

       R0.
           OPEN I-O ORCAM
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                 OPEN OUTPUT ORCAM
                 CLOSE ORCAM
                 OPEN I-O ORCAM
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ORCAM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

           OPEN INPUT PROCTAB
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
                 OPEN OUTPUT PROCTAB
                 CLOSE PROCTAB
                 OPEN INPUT PROCTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PROCTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT PROCPRE
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
                 OPEN OUTPUT PROCPRE
                 CLOSE PROCPRE
                 OPEN INPUT PROCPRE
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PROCPRE" TO MENS
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

           OPEN INPUT PRECOHIS
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
                 OPEN OUTPUT PRECOHIS
                 CLOSE PRECOHIS
                 OPEN INPUT PRECOHIS
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PRECOHIS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADMED
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADPAC
           IF ST-ERRO7 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O NUMCTL
           IF ST-ERRO8 NOT = "00"
             IF ST-ERRO8 = "30"
                 OPEN OUTPUT NUMCTL
                 CLOSE NUMCTL
                 OPEN I-O NUMCTL
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO NUMCTL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       ACE-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (23, 12)
            "O=NOVO ORCAMENTO  C=CONSULTAR  R=RELATORIO  X=SAIR"
           ACCEPT (23, 64) W-OPCAO
           IF W-OPCAO NOT = "O" AND W-OPCAO NOT = "C"
               AND W-OPCAO NOT = "R" AND W-OPCAO NOT = "X"
               GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "X"
              GO TO ROT-FIM.
           IF W-OPCAO = "C"
              GO TO CON-R1.
           IF W-OPCAO = "R"
              GO TO REL-R1.

      *
      *****************************************
      * MONTAGEM DO ORCAMENTO                 *
      *****************************************
      *
       ORC-R1.
           MOVE ZEROS TO W-NUMORC W-CRM W-CODPAC W-VALCONS W-TOTAL
           MOVE ZEROS TO W-QTDIT W-TABIT
           MOVE SPACES TO TXTMEDICO TXTPACIENTE
           MOVE "S" TO W-INCCONS
           MOVE 30 TO W-DIASVAL
           MOVE W-HOJE-N TO W-DT-N
           DISPLAY TELAORC.

       ORC-R2.
           ACCEPT TCRM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-CRM = ZEROS
                GO TO ORC-R2.

           MOVE W-CRM TO CRM2
           READ CADMED
               INVALID KEY
                  MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ORC-R2.
           IF MED-INATIVO
                MOVE "*** MEDICO INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ORC-R2.
           MOVE NOMEMD TO TXTMEDICO
           DISPLAY TTXTMEDICO.

       ORC-R3.
           ACCEPT TCODPAC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ORC-R2.

           IF W-CODPAC = ZEROS
                GO TO ORC-R3.

           MOVE W-CODPAC TO CODPAC2
           READ CADPAC
               INVALID KEY
                  MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ORC-R3.
           MOVE NOMEPC TO TXTPACIENTE
           DISPLAY TTXTPACIENTE.

      *    A CONSULTA ENTRA PELO PRECO PADRAO DO MEDICO (PRECOTAB
      *    DO CONVENIO 000000, OU O VALOR DO CADASTRO DO MEDICO)
       ORC-R4.
           ACCEPT TINCCONS

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ORC-R3.

           IF W-INCCONS NOT = "S" AND W-INCCONS NOT = "N"
                MOVE "*** INFORME S OU N ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ORC-R4.
           MOVE ZEROS TO W-VALCONS
           IF W-INCCONS = "S"
                PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
                MOVE W-PRECO TO W-VALCONS.
           PERFORM SOMA-ORC THRU SOMA-ORC-FIM
           DISPLAY TVALCONS
           DISPLAY TTOTAL.

      *    ITENS PELO PRECO DO PROCEDIMENTO PARA PARTICULAR
      *    (LINHA DO CONVENIO 000000 NA PROCPRE, SENAO O CATALOGO)
       ORC-ITEM.
           DISPLAY (22, 03) LIMPA
           MOVE ZEROS TO W-CODPROC
           DISPLAY (22, 03) "PROCEDIMENTO (0=ENCERRA): "
           ACCEPT (22, 30) W-CODPROC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ORC-R4.

           IF W-CODPROC = ZEROS
                GO TO ORC-VAL.
           IF W-QTDIT = 10
                MOVE "*** ORCAMENTO LIMITADO A 10 ITENS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ORC-VAL.

           MOVE W-CODPROC TO COD-PROC
           READ PROCTAB
               INVALID KEY
                  MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ORC-ITEM.
           MOVE W-CODPROC TO COD-PROC-PP
           MOVE ZEROS     TO CODIGO-PP
           READ PROCPRE
               INVALID KEY
                  MOVE VALOR-PROC TO W-VALPROC
               NOT INVALID KEY
                  MOVE VALOR-PP TO W-VALPROC.

           ADD 1 TO W-QTDIT
           MOVE W-CODPROC TO W-IT-PROC(W-QTDIT)
           MOVE W-VALPROC TO W-IT-VALOR(W-QTDIT)
           MOVE W-QTDIT TO W-IX
           PERFORM MOSTRA-ITEM THRU MOSTRA-ITEM-FIM
           PERFORM SOMA-ORC THRU SOMA-ORC-FIM
           DISPLAY TTOTAL
           GO TO ORC-ITEM.

       ORC-VAL.
           DISPLAY (22, 03) LIMPA
           IF W-TOTAL = ZEROS
                MOVE "*** ORCAMENTO SEM VALOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ORC-R4.
           DISPLAY (22, 03) "VALIDADE (DIAS): "
           ACCEPT (22, 21) W-DIASVAL WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ORC-ITEM.

           IF W-DIASVAL = ZEROS OR W-DIASVAL > 180
                MOVE "*** VALIDADE DE 1 A 180 DIAS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ORC-VAL.
           MOVE W-HOJE-N TO W-DT-N
           MOVE ZEROS TO W-IXDIA.
       ORC-VAL-DIA.
           PERFORM PROX-DIA THRU PROX-DIA-FIM
           ADD 1 TO W-IXDIA
           IF W-IXDIA < W-DIASVAL
                GO TO ORC-VAL-DIA.
           DISPLAY TVALDIA
           DISPLAY TVALMES
           DISPLAY TVALANO.

       ORC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "EMITIR ORCAMENTO (S/N) : ".
           ACCEPT (23, 65) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO ORC-VAL.
           IF W-OPCAO = "N" OR "n"
                MOVE "*** ORCAMENTO NAO EMITIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ORC-OPC.

       ORC-WR1.
           PERFORM ACHA-PROXORC THRU ACHA-PROXORC-FIM
           MOVE W-NUMORC    TO NUM-OR
           MOVE W-HOJE-N    TO DATA-OR
           MOVE W-DT-N      TO VALID-OR
           MOVE W-CRM       TO CRM-OR
           MOVE W-CODPAC    TO CODPAC-OR
           MOVE W-VALCONS   TO VALCONS-OR
           MOVE W-QTDIT     TO QTDITEM-OR
           MOVE W-TABIT     TO ITENS-OR
           MOVE W-TOTAL     TO TOTAL-OR
           MOVE W-OPERADOR  TO OPERADOR-OR
           MOVE "E"         TO SIT-OR
           MOVE ZEROS TO DATAACE-OR DATACONS-OR HORACONS-OR
           WRITE REGORCAM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO ORCAM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           DISPLAY TNUMORC
           PERFORM IMPRIME-ORC THRU IMPRIME-ORC-FIM
           MOVE SPACES TO MENS
           STRING "*** ORCAMENTO " DELIMITED BY SIZE
                  W-NUMORC         DELIMITED BY SIZE
                  " EMITIDO ***"   DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ORC-R1.

      *
      *****************************************
      * CONSULTA, REIMPRESSAO E CANCELAMENTO  *
      *****************************************
      *
       CON-R1.
           MOVE ZEROS TO W-NUMORC W-CRM W-CODPAC W-VALCONS W-TOTAL
           MOVE ZEROS TO W-QTDIT W-TABIT W-DT-N
           MOVE SPACES TO TXTMEDICO TXTPACIENTE W-INCCONS
           DISPLAY TELAORC.
       CON-R2.
           ACCEPT TNUMORC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-NUMORC = ZEROS
                GO TO CON-R2.
           MOVE W-NUMORC TO NUM-OR
           READ ORCAM
               INVALID KEY
                  MOVE "*** ORCAMENTO NAO ENCONTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO CON-R2.

           MOVE CRM-OR     TO W-CRM CRM2
           READ CADMED
                INVALID KEY
                     MOVE SPACES TO NOMEMD.
           MOVE NOMEMD     TO TXTMEDICO
           MOVE CODPAC-OR  TO W-CODPAC CODPAC2
           READ CADPAC
                INVALID KEY
                     MOVE SPACES TO NOMEPC.
           MOVE NOMEPC     TO TXTPACIENTE
           MOVE VALCONS-OR TO W-VALCONS
           IF VALCONS-OR = ZEROS
                MOVE "N" TO W-INCCONS
           ELSE
                MOVE "S" TO W-INCCONS.
           MOVE QTDITEM-OR TO W-QTDIT
           MOVE ITENS-OR   TO W-TABIT
           MOVE TOTAL-OR   TO W-TOTAL
           MOVE VALID-OR   TO W-DT-N
           DISPLAY TELAORC
           MOVE 1 TO W-IX.
       CON-LISTA.
           IF W-IX > W-QTDIT
                GO TO CON-SIT.
           PERFORM MOSTRA-ITEM THRU MOSTRA-ITEM-FIM
           ADD 1 TO W-IX
           GO TO CON-LISTA.
       CON-SIT.
           MOVE "EMITIDO"   TO W-SITTXT
           IF OR-EMITIDO AND VALID-OR < W-HOJE-N
                MOVE "VENCIDO" TO W-SITTXT.
           IF OR-ACEITO
                MOVE "ACEITO"    TO W-SITTXT.
           IF OR-CANCELADO
                MOVE "CANCELADO" TO W-SITTXT.
           DISPLAY (04, 50) "Situacao: " W-SITTXT
           IF OR-ACEITO
                DISPLAY (05, 50) "Consulta: " DATACONS-OR(7:2) "/"
                        DATACONS-OR(5:2) "/" DATACONS-OR(1:4)
                        " " HORACONS-OR(1:2) ":" HORACONS-OR(3:2).
       CON-OPC.
           DISPLAY (22, 03)
                   "R=REIMPRIMIR  C=CANCELAR ORCAMENTO  V=VOLTAR : "
           ACCEPT (22, 51) W-OPCAO

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CON-R1.

           IF W-OPCAO = "V" OR "v"
                GO TO CON-R1.
           IF W-OPCAO = "R" OR "r"
                PERFORM IMPRIME-ORC THRU IMPRIME-ORC-FIM
                MOVE "*** ORCAMENTO REIMPRESSO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-OPC.
           IF W-OPCAO NOT = "C" AND W-OPCAO NOT = "c"
                GO TO CON-OPC.
           IF NOT OR-EMITIDO
                MOVE "* SO ORCAMENTO EMITIDO PODE SER CANCELADO *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-OPC.
       CON-CANC.
           DISPLAY (23, 40) "CANCELAR  (S/N) : ".
           ACCEPT (23, 58) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** ORCAMENTO NAO CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-R1.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-CANC.
           MOVE "C" TO SIT-OR
           MOVE W-OPERADOR TO OPERADOR-OR
           REWRITE REGORCAM
           IF ST-ERRO = "00" OR "02"
                MOVE "*** ORCAMENTO CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ORCAM" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ***************************************************
      * RELATORIO MENSAL DE ORCAMENTOS EMITIDOS, ACEITOS *
      * E PERDIDOS POR MEDICO E PROCEDIMENTO (A CONSULTA *
      * SAI COMO PROCEDIMENTO 0000), COM A RECEITA       *
      * PERDIDA DOS VENCIDOS SEM ACEITE E CANCELADOS     *
      ***************************************************
      *
       REL-R1.
           MOVE W-HOJE-ANO TO W-REL-ANO
           MOVE W-HOJE-MES TO W-REL-MES
           DISPLAY TELAREL.
       REL-R2.
           ACCEPT TRELMES

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-REL-MES = ZEROS OR W-REL-MES > 12
                MOVE "*** MES INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REL-R2.
       REL-R3.
           ACCEPT TRELANO

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO REL-R2.

           IF W-REL-ANO = ZEROS
                GO TO REL-R3.

           OPEN OUTPUT ORCREL
           IF ST-ERRO10 NOT = "00"
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.

           SORT SORTORC ON ASCENDING KEY CRM-SO
                        ON ASCENDING KEY COD-PROC-SO
                INPUT PROCEDURE REL-SELECIONA THRU REL-SELECIONA-FIM
                OUTPUT PROCEDURE REL-PROCESSA THRU REL-PROCESSA-FIM.
           CLOSE ORCREL
           DISPLAY (10, 03) "ORCAMENTOS EMITIDOS NO MES: " W-T-ORC
           MOVE "*** RELATORIO ORCAMREL.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
      *    UM REGISTRO DE SORT POR ITEM (E PELA CONSULTA) DOS
      *    ORCAMENTOS EMITIDOS NO MES, COM A CLASSE DO ORCAMENTO
       REL-SELECIONA.
           MOVE ZEROS TO W-T-ORC W-T-ORCA W-T-ORCP
           MOVE ZEROS TO NUM-OR
           START ORCAM KEY IS NOT LESS NUM-OR
               INVALID KEY
                  GO TO REL-SELECIONA-FIM.
       REL-SELECIONA-LOOP.
           READ ORCAM NEXT
               AT END
                  GO TO REL-SELECIONA-FIM.
           IF DATA-OR(1:6) NOT = W-ANOMES
                GO TO REL-SELECIONA-LOOP.
           ADD 1 TO W-T-ORC
           MOVE "E" TO W-CLASSE
           IF OR-ACEITO
                MOVE "A" TO W-CLASSE
                ADD 1 TO W-T-ORCA.
           IF OR-CANCELADO
              OR (OR-EMITIDO AND VALID-OR < W-HOJE-N)
                MOVE "P" TO W-CLASSE
                ADD 1 TO W-T-ORCP.
           MOVE CRM-OR   TO CRM-SO
           MOVE W-CLASSE TO CLASSE-SO
           IF VALCONS-OR > ZEROS
                MOVE ZEROS      TO COD-PROC-SO
                MOVE VALCONS-OR TO VALOR-SO
                RELEASE REG-SORTORC.
           MOVE 1 TO W-IX.
       REL-SELECIONA-ITEM.
           IF W-IX > QTDITEM-OR
                GO TO REL-SELECIONA-LOOP.
           MOVE COD-PROC-OR(W-IX)   TO COD-PROC-SO
           MOVE VALOR-ITEM-OR(W-IX) TO VALOR-SO
           RELEASE REG-SORTORC
           ADD 1 TO W-IX
           GO TO REL-SELECIONA-ITEM.
       REL-SELECIONA-FIM.
           EXIT.
      *
      *    QUEBRA POR PROCEDIMENTO DENTRO DO MEDICO, SUBTOTAL
      *    DO MEDICO E TOTAL GERAL COM A TAXA DE CONVERSAO
       REL-PROCESSA.
           MOVE "S" TO W-PRIMEIRA
           MOVE ZEROS TO W-ACUL W-ACUM W-ACUT
           MOVE W-HOJE-DIA TO CABDIATX
           MOVE W-HOJE-MES TO CABMESTX
           MOVE W-HOJE-ANO TO CABANOTX
           WRITE REGORCREL FROM CABREL1
           MOVE W-REL-MES TO CABRMESTX
           MOVE W-REL-ANO TO CABRANOTX
           WRITE REGORCREL FROM CABREL2
           MOVE SPACES TO REGORCREL
           WRITE REGORCREL
           WRITE REGORCREL FROM CABREL3.
       REL-PROCESSA-LOOP.
           RETURN SORTORC
               AT END
                  GO TO REL-PROCESSA-TOT.
           IF W-PRIMEIRA = "S"
                MOVE "N" TO W-PRIMEIRA
                MOVE CRM-SO      TO W-CRM-ANT
                MOVE COD-PROC-SO TO W-PROC-ANT
                PERFORM REL-GRUPO THRU REL-GRUPO-FIM
           ELSE
                IF CRM-SO NOT = W-CRM-ANT
                     PERFORM REL-LINHA THRU REL-LINHA-FIM
                     PERFORM REL-QUEBRA THRU REL-QUEBRA-FIM
                     MOVE CRM-SO      TO W-CRM-ANT
                     MOVE COD-PROC-SO TO W-PROC-ANT
                     PERFORM REL-GRUPO THRU REL-GRUPO-FIM
                ELSE
                     IF COD-PROC-SO NOT = W-PROC-ANT
                          PERFORM REL-LINHA THRU REL-LINHA-FIM
                          MOVE COD-PROC-SO TO W-PROC-ANT.
           ADD 1 TO W-L-QE
           ADD VALOR-SO TO W-L-VE
           IF CLASSE-SO = "A"
                ADD 1 TO W-L-QA
                ADD VALOR-SO TO W-L-VA.
           IF CLASSE-SO = "P"
                ADD 1 TO W-L-QP
                ADD VALOR-SO TO W-L-VP.
           GO TO REL-PROCESSA-LOOP.
       REL-PROCESSA-TOT.
           IF W-PRIMEIRA = "N"
                PERFORM REL-LINHA THRU REL-LINHA-FIM
                PERFORM REL-QUEBRA THRU REL-QUEBRA-FIM.
           MOVE SPACES TO REGORCREL
           WRITE REGORCREL
           MOVE 9999 TO DETPROTX
           MOVE "TOTAL GERAL" TO DETDESTX
           MOVE W-T-QE TO DETQETX
           MOVE W-T-VE TO DETVETX
           MOVE W-T-QA TO DETQATX
           MOVE W-T-VA TO DETVATX
           MOVE W-T-QP TO DETQPTX
           MOVE W-T-VP TO DETVPTX
           WRITE REGORCREL FROM DETREL
           MOVE SPACES TO REGORCREL
           WRITE REGORCREL
           MOVE ZEROS TO W-PERCCONV
           IF W-T-ORC > ZEROS
                COMPUTE W-PERCCONV ROUNDED = W-T-ORCA * 100 / W-T-ORC.
           MOVE W-T-ORC    TO TOTORCTX
           WRITE REGORCREL FROM TOTREL1
           MOVE W-T-ORCA   TO TOTACETX
           MOVE W-PERCCONV TO TOTPERTX
           WRITE REGORCREL FROM TOTREL2
           MOVE W-T-ORCP   TO TOTPERDTX
           MOVE W-T-VP     TO TOTVPTX
           WRITE REGORCREL FROM TOTREL3.
       REL-PROCESSA-FIM.
           EXIT.
      *
       REL-GRUPO.
           MOVE W-CRM-ANT TO CRM2
           READ CADMED
                INVALID KEY
                     MOVE SPACES TO NOMEMD.
           MOVE W-CRM-ANT TO GRPCRMTX
           MOVE NOMEMD    TO GRPNOMTX
           MOVE SPACES TO REGORCREL
           WRITE REGORCREL
           WRITE REGORCREL FROM GRPREL.
       REL-GRUPO-FIM.
           EXIT.
      *
       REL-LINHA.
           MOVE W-PROC-ANT TO DETPROTX
           IF W-PROC-ANT = ZEROS
                MOVE "CONSULTA" TO DETDESTX
           ELSE
                MOVE W-PROC-ANT TO COD-PROC
                READ PROCTAB
                     INVALID KEY
                          MOVE SPACES TO DESC-PROC.
           IF W-PROC-ANT NOT = ZEROS
                MOVE DESC-PROC TO DETDESTX.
           MOVE W-L-QE TO DETQETX
           MOVE W-L-VE TO DETVETX
           MOVE W-L-QA TO DETQATX
           MOVE W-L-VA TO DETVATX
           MOVE W-L-QP TO DETQPTX
           MOVE W-L-VP TO DETVPTX
           WRITE REGORCREL FROM DETREL
           ADD W-L-QE TO W-M-QE
           ADD W-L-VE TO W-M-VE
           ADD W-L-QA TO W-M-QA
           ADD W-L-VA TO W-M-VA
           ADD W-L-QP TO W-M-QP
           ADD W-L-VP TO W-M-VP
           MOVE ZEROS TO W-ACUL.
       REL-LINHA-FIM.
           EXIT.
      *
       REL-QUEBRA.
           MOVE ZEROS TO DETPROTX
           MOVE "SUBTOTAL DO MEDICO" TO DETDESTX
           MOVE W-M-QE TO DETQETX
           MOVE W-M-VE TO DETVETX
           MOVE W-M-QA TO DETQATX
           MOVE W-M-VA TO DETVATX
           MOVE W-M-QP TO DETQPTX
           MOVE W-M-VP TO DETVPTX
           WRITE REGORCREL FROM DETREL
           ADD W-M-QE TO W-T-QE
           ADD W-M-VE TO W-T-VE
           ADD W-M-QA TO W-T-QA
           ADD W-M-VA TO W-T-VA
           ADD W-M-QP TO W-T-QP
           ADD W-M-VP TO W-T-VP
           MOVE ZEROS TO W-ACUM.
       REL-QUEBRA-FIM.
           EXIT.

      *
      ***************************************************
      * ROTINAS AUXILIARES                               *
      ***************************************************
      *
      *    LINHA W-IX DOS ITENS NA TELA (LINHAS 11 A 20)
       MOSTRA-ITEM.
           MOVE W-IT-PROC(W-IX) TO COD-PROC
           READ PROCTAB
                INVALID KEY
                     MOVE SPACES TO DESC-PROC.
           MOVE W-IX               TO LINORC-NUM
           MOVE W-IT-PROC(W-IX)    TO LINORC-PROC
           MOVE DESC-PROC          TO LINORC-DESC
           MOVE W-IT-VALOR(W-IX)   TO LINORC-VAL
           COMPUTE W-LIN = W-IX + 10
           DISPLAY (W-LIN, 01) LINORC.
       MOSTRA-ITEM-FIM.
           EXIT.
      *
       SOMA-ORC.
           MOVE W-VALCONS TO W-TOTAL
           MOVE 1 TO W-IX.
       SOMA-ORC-LOOP.
           IF W-IX > W-QTDIT
                GO TO SOMA-ORC-FIM.
           ADD W-IT-VALOR(W-IX) TO W-TOTAL
           ADD 1 TO W-IX
           GO TO SOMA-ORC-LOOP.
       SOMA-ORC-FIM.
           EXIT.
      *
      *    PRECO PADRAO DO MEDICO VIGENTE HOJE (HISTORICO QUANDO
      *    O PRECO ATUAL SO VIGORA NO FUTURO) OU O DO CADASTRO
       BUSCA-PRECO.
           MOVE ZEROS TO W-PRECO
           MOVE W-CRM TO CRM-PRE
           MOVE ZEROS TO CODIGO-PRE
           READ PRECOTAB
               INVALID KEY
                  GO TO BUSCA-PRECO-MED.
           MOVE VALOR-PRE TO W-PRECO
           IF VIGENCIA-PRE > W-HOJE-N
                PERFORM BUSCA-PRECO-HIS THRU BUSCA-PRECO-HIS-FIM.
           GO TO BUSCA-PRECO-FIM.
       BUSCA-PRECO-MED.
           MOVE VALOR-CONSULTA TO W-PRECO.
       BUSCA-PRECO-FIM.
           EXIT.
      *
       BUSCA-PRECO-HIS.
           MOVE CRM-PRE    TO CRM-PH
           MOVE CODIGO-PRE TO CODIGO-PH
           MOVE W-HOJE-N   TO DATAFIM-PH
           START PRECOHIS KEY IS NOT LESS CHAVE-PH
                INVALID KEY
                     GO TO BUSCA-PRECO-HIS-FIM.
       BUSCA-PRECO-HIS-LOOP.
           READ PRECOHIS NEXT RECORD
                AT END
                     GO TO BUSCA-PRECO-HIS-FIM.
           IF CRM-PH NOT = CRM-PRE
              OR CODIGO-PH NOT = CODIGO-PRE
                GO TO BUSCA-PRECO-HIS-FIM.
           IF DATAFIM-PH NOT > W-HOJE-N
                GO TO BUSCA-PRECO-HIS-LOOP.
           MOVE VALOR-PH TO W-PRECO.
       BUSCA-PRECO-HIS-FIM.
           EXIT.
      *
      *    AVANCA W-DT UM DIA, VIRANDO MES E ANO
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
      *    NUMERO DO ORCAMENTO PELO CONTROLE DE NUMERACAO
       ACHA-PROXORC.
           MOVE "ORCAM" TO ID-NC
           READ NUMCTL
               INVALID KEY
                  MOVE "ORCAM" TO ID-NC
                  MOVE 1 TO PROX-NC
                  WRITE REGNUMCTL.
           MOVE PROX-NC TO W-NUMORC
           ADD 1 TO PROX-NC
           REWRITE REGNUMCTL.
       ACHA-PROXORC-FIM.
           EXIT.
      *
      *    ORCAMENTO IMPRESSO EM ORCAMnnnnnn.DOC A PARTIR DO
      *    REGISTRO GRAVADO
       IMPRIME-ORC.
           MOVE NUM-OR TO W-ARQNUMORC
           OPEN OUTPUT ORCIMP
           IF ST-ERRO9 NOT = "00"
                MOVE "ERRO NA IMPRESSAO DO ORCAMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMPRIME-ORC-FIM.
           WRITE REGORCIMP FROM ORCCAB1
           MOVE NUM-OR TO ORCNUMTX
           MOVE DATA-OR(7:2) TO ORCDIATX
           MOVE DATA-OR(5:2) TO ORCMESTX
           MOVE DATA-OR(1:4) TO ORCANOTX
           WRITE REGORCIMP FROM ORCCAB2
           MOVE CODPAC-OR   TO ORCPACTX
           MOVE TXTPACIENTE TO ORCNOMTX
           WRITE REGORCIMP FROM ORCDET1
           MOVE CRM-OR      TO ORCCRMTX
           MOVE TXTMEDICO   TO ORCMEDTX
           WRITE REGORCIMP FROM ORCDET2
           MOVE SPACES TO REGORCIMP
           WRITE REGORCIMP
           WRITE REGORCIMP FROM ORCCAB3
           IF VALCONS-OR > ZEROS
                MOVE ZEROS      TO ORCPROTX
                MOVE "CONSULTA" TO ORCDESTX
                MOVE VALCONS-OR TO ORCVALTX
                WRITE REGORCIMP FROM ORCITEM.
           MOVE 1 TO W-IX.
       IMPRIME-ORC-ITEM.
           IF W-IX > QTDITEM-OR
                GO TO IMPRIME-ORC-TOT.
           MOVE COD-PROC-OR(W-IX) TO COD-PROC
           READ PROCTAB
                INVALID KEY
                     MOVE SPACES TO DESC-PROC.
           MOVE COD-PROC-OR(W-IX)   TO ORCPROTX
           MOVE DESC-PROC           TO ORCDESTX
           MOVE VALOR-ITEM-OR(W-IX) TO ORCVALTX
           WRITE REGORCIMP FROM ORCITEM
           ADD 1 TO W-IX
           GO TO IMPRIME-ORC-ITEM.
       IMPRIME-ORC-TOT.
           MOVE SPACES TO REGORCIMP
           WRITE REGORCIMP
           MOVE TOTAL-OR TO ORCTOTTX
           WRITE REGORCIMP FROM ORCTOT
           MOVE VALID-OR(7:2) TO ORCVDIATX
           MOVE VALID-OR(5:2) TO ORCVMESTX
           MOVE VALID-OR(1:4) TO ORCVANOTX
           WRITE REGORCIMP FROM ORCVAL
           CLOSE ORCIMP.
       IMPRIME-ORC-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ORCAM PROCTAB PROCPRE PRECOTAB PRECOHIS CADMED CADPAC
                 NUMCTL.
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
      *    codigo dos erros
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
