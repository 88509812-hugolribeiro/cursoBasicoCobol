       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP099.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * FICHA DO PACIENTE (CONSULTA PARA A RECEPCAO)    *
      * (CADASTRO E RESPONSAVEL, CONSULTAS FUTURAS E    *
      *  PASSADAS DA AGENDA E DOS ARQUIVOS MORTOS,      *
      *  RECIBOS, DEBITOS EM ABERTO, ENCAMINHAMENTOS,   *
      *  LISTA DE ESPERA E FALTAS - SOMENTE LEITURA,    *
      *  EM TELAS PAGINADAS, COM OPCAO DE IMPRESSAO)    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPAC2
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEPC WITH DUPLICATES.

       SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AGENDA
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CODPAC WITH DUPLICATES.

       SELECT AGEARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ARC
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CODPAC-ARC WITH DUPLICATES.

       SELECT RECIBO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-REC
                    FILE STATUS  IS ST-ERRO4.

       SELECT RESPPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPAC-RP
                    FILE STATUS  IS ST-ERRO5.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS NOMECV WITH DUPLICATES.

       SELECT DEBPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DB
                    FILE STATUS  IS ST-ERRO8.

       SELECT ENCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EN
                    FILE STATUS  IS ST-ERRO9.

       SELECT ESPERA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LE
                    FILE STATUS  IS ST-ERRO10.

       SELECT ESPTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-ESP
                    FILE STATUS  IS ST-ERRO11.

       SELECT FICHAPR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO12.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       COPY "RECIBO.CPY".
       COPY "RESPPAC.CPY".
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
       COPY "DEBPAC.CPY".
       COPY "ENCAM.CPY".
       COPY "ESPERA.CPY".
       COPY "ESPTAB.CPY".
      *
       FD FICHAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQFICHA.
       01 REGFICHAPR   PIC X(080).
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
       01 ST-ERRO11     PIC X(02) VALUE "00".
       01 ST-ERRO12     PIC X(02) VALUE "00".

       01 W-CODFICHA    PIC 9(06) VALUE ZEROS.
       01 W-NOMEBUSCA   PIC X(30) VALUE SPACES.
       01 W-LINBUSCA    PIC 9(02) VALUE ZEROS.
       01 W-CRMBUSCA    PIC 9(06) VALUE ZEROS.
       01 W-QTDSEC      PIC 9(04) VALUE ZEROS.
       01 W-QTDFALTA    PIC 9(04) VALUE ZEROS.
       01 W-TOTREC      PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTSALDO    PIC 9(08)V99 VALUE ZEROS.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-ANOARC      PIC 9(04) VALUE ZEROS.
       01 W-ANOLIM      PIC 9(04) VALUE ZEROS.

       01 W-ARQARC.
          03 FILLER       PIC X(06) VALUE "AGEARC".
          03 W-ARQANO     PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DAT".
          03 FILLER       PIC X(06) VALUE SPACES.

       01 W-ARQFICHA.
          03 FILLER       PIC X(05) VALUE "FICHA".
          03 W-ARQCODPAC  PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
          03 FILLER       PIC X(05) VALUE SPACES.

      *    DATA AAAAMMDD DOS ARQUIVOS, EDITADA DD/MM/AAAA
       01 W-DATAARQ.
          03 W-DA-ANO     PIC 9(04).
          03 W-DA-MES     PIC 9(02).
          03 W-DA-DIA     PIC 9(02).
       01 W-DATAED.
          03 W-DE-DIA     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DE-MES     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DE-ANO     PIC 9(04).

       01 W-HORAARQ.
          03 W-HA-HORA    PIC 9(02).
          03 W-HA-MIN     PIC 9(02).

       01 W-SITCONS     PIC X(01) VALUE SPACES.
       01 W-TXTSIT      PIC X(12) VALUE SPACES.

      *    LINHAS DA FICHA MONTADAS PARA PAGINACAO E IMPRESSAO
       01 W-LINHA       PIC X(078) VALUE SPACES.
       01 TABFICHA.
          03 TBLIN      PIC X(078) OCCURS 500 TIMES.
       01 W-NUMLIN      PIC 9(03) VALUE ZEROS.
       01 W-IXLIN       PIC 9(03) VALUE ZEROS.
       01 W-IXPAG       PIC 9(03) VALUE ZEROS.
       01 W-LINTELA     PIC 9(02) VALUE ZEROS.
       01 W-PAGINA      PIC 9(02) VALUE ZEROS.
       01 W-TOTPAG      PIC 9(02) VALUE ZEROS.
       01 W-LINVAZIA    PIC X(078) VALUE SPACES.

       01  CABFI1.
           05  FILLER                 PIC X(040) VALUE
           "FATEC - ZONA LESTE - FICHA DO PACIENTE  ".
           05  FILLER                 PIC X(010) VALUE
           "EMISSAO : ".
           05  EMISFX   VALUE SPACES  PIC X(010).

       01  LINPAG.
           05  FILLER                 PIC X(010) VALUE
           "PACIENTE: ".
           05  CODPGX   VALUE ZEROS   PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMEPGX  VALUE SPACES  PIC X(030).
           05  FILLER                 PIC X(013) VALUE
           "       PAG.: ".
           05  PAGPGX   VALUE ZEROS   PIC Z9.
           05  FILLER                 PIC X(001) VALUE "/".
           05  TOTPGX   VALUE ZEROS   PIC Z9.

       01  LINCAD1.
           05  FILLER                 PIC X(011) VALUE
           "CODIGO   : ".
           05  CODFX    VALUE ZEROS   PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMEFX   VALUE SPACES  PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  SITFX    VALUE SPACES  PIC X(025).

       01  LINCAD2.
           05  FILLER                 PIC X(011) VALUE
           "NASCIM.  : ".
           05  NASCFX   VALUE ZEROS   PIC 99/99/9999.
           05  FILLER                 PIC X(009) VALUE
           "   CPF : ".
           05  CPFFX    VALUE ZEROS   PIC 99999999999.

       01  LINCAD3.
           05  FILLER                 PIC X(011) VALUE
           "ENDERECO : ".
           05  ENDFX    VALUE SPACES  PIC X(040).

       01  LINCAD4.
           05  FILLER                 PIC X(012) VALUE
           "TELEFONE : (".
           05  DDDFX    VALUE ZEROS   PIC 99.
           05  FILLER                 PIC X(002) VALUE ") ".
           05  TELFX    VALUE ZEROS   PIC 999999999.

       01  LINCAD5.
           05  FILLER                 PIC X(011) VALUE
           "CONVENIO : ".
           05  CONVFX   VALUE ZEROS   PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMECVFX VALUE SPACES  PIC X(030).

       01  LINCAD6.
           05  FILLER                 PIC X(011) VALUE
           "CARTEIRA : ".
           05  CARTFX   VALUE SPACES  PIC X(020).
           05  FILLER                 PIC X(011) VALUE
           "  VALIDADE ".
           05  VALCFX   VALUE SPACES  PIC X(010).
           05  FILLER                 PIC X(001) VALUE " ".
           05  TITFX    VALUE SPACES  PIC X(010).

       01  LINRESP.
           05  FILLER                 PIC X(011) VALUE
           "RESPONS. : ".
           05  NOMERFX  VALUE SPACES  PIC X(030).
           05  FILLER                 PIC X(005) VALUE
           " CPF ".
           05  CPFRFX   VALUE ZEROS   PIC 99999999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PARRFX   VALUE SPACES  PIC X(015).

       01  LINCONS.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DATACFX  VALUE SPACES  PIC X(010).
           05  FILLER                 PIC X(001) VALUE " ".
           05  HORACFX  VALUE ZEROS   PIC 99.
           05  FILLER                 PIC X(001) VALUE ":".
           05  MINCFX   VALUE ZEROS   PIC 99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  CRMCFX   VALUE ZEROS   PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMECFX  VALUE SPACES  PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  SITCFX   VALUE SPACES  PIC X(012).

       01  LINREC.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  NUMRFX   VALUE ZEROS   PIC 999999.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DATARFX  VALUE SPACES  PIC X(010).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  VALRFX   VALUE ZEROS   PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  FORMRFX  VALUE SPACES  PIC X(008).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  ESTRFX   VALUE SPACES  PIC X(009).

       01  LINDEB.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DATADFX  VALUE SPACES  PIC X(010).
           05  FILLER                 PIC X(010) VALUE
           " CONSULTA ".
           05  DATACDFX VALUE SPACES  PIC X(010).
           05  FILLER                 PIC X(005) VALUE " CRM ".
           05  CRMDFX   VALUE ZEROS   PIC 999999.
           05  FILLER                 PIC X(007) VALUE
           " VALOR ".
           05  VALDFX   VALUE ZEROS   PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(007) VALUE
           " SALDO ".
           05  SALDFX   VALUE ZEROS   PIC ZZZ.ZZ9,99.

       01  LINENC.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DATAEFX  VALUE SPACES  PIC X(010).
           05  FILLER                 PIC X(015) VALUE
           " MEDICO ORIGEM ".
           05  CRMEFX   VALUE ZEROS   PIC 999999.
           05  FILLER                 PIC X(004) VALUE " P/ ".
           05  ESPEFX   VALUE SPACES  PIC X(030).

       01  LINESP.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DATALFX  VALUE SPACES  PIC X(010).
           05  FILLER                 PIC X(018) VALUE
           " AGUARDA VAGA COM ".
           05  CRMLFX   VALUE ZEROS   PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMELFX  VALUE SPACES  PIC X(030).

       01  LINTOT.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  TXTTFX   VALUE SPACES  PIC X(030).
           05  VALTFX   VALUE ZEROS   PIC ZZ.ZZZ.ZZ9,99.

       01  LINFALTA.
           05  FILLER                 PIC X(030) VALUE
           "FALTAS REGISTRADAS (NO-SHOW): ".
           05  QTDFFX   VALUE ZEROS   PIC ZZZ9.

       01  LINBUSCA.
           05  CODBFX   VALUE ZEROS   PIC 999999.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  NOMEBFX  VALUE SPACES  PIC X(030).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  NASCBFX  VALUE ZEROS   PIC 99/99/9999.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELA1.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Ficha Do Paciente (Consulta)".
           05  LINE 04  COLUMN 01
               VALUE  " Paciente (Codigo):".
           05  LINE 04  COLUMN 30
               VALUE  "(ZEROS = BUSCA PELO NOME)".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODFICHA
               LINE 04  COLUMN 21  PIC 9(06)
               USING W-CODFICHA
               HIGHLIGHT.

       01  TELAFICHA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Ficha Do Paciente (Consulta)".
           05  LINE 21  COLUMN 01
               VALUE  "              OPCAO :   (E=ENCERRA     P".
           05  LINE 21  COLUMN 41
               VALUE  "=PROXIMA A=ANTERIOR M=IMPRIMIR)".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TW-OPCAO
               LINE 21  COLUMN 23  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       R0.
           OPEN INPUT CADPAC
           IF ST-ERRO NOT = "00"
                 MOVE "*** ARQUIVO CADPAC NAO DISPONIVEL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

           OPEN INPUT AGENDA
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
                 OPEN OUTPUT AGENDA
                 CLOSE AGENDA
                 OPEN INPUT AGENDA
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AGENDA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT RECIBO
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT RECIBO
                 CLOSE RECIBO
                 OPEN INPUT RECIBO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO RECIBO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT RESPPAC
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
                 OPEN OUTPUT RESPPAC
                 CLOSE RESPPAC
                 OPEN INPUT RESPPAC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO RESPPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADMED
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
                 OPEN OUTPUT CADMED
                 CLOSE CADMED
                 OPEN INPUT CADMED
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADCONV
           IF ST-ERRO7 NOT = "00"
             IF ST-ERRO7 = "30"
                 OPEN OUTPUT CADCONV
                 CLOSE CADCONV
                 OPEN INPUT CADCONV
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT DEBPAC
           IF ST-ERRO8 NOT = "00"
             IF ST-ERRO8 = "30"
                 OPEN OUTPUT DEBPAC
                 CLOSE DEBPAC
                 OPEN INPUT DEBPAC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DEBPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT ENCAM
           IF ST-ERRO9 NOT = "00"
             IF ST-ERRO9 = "30"
                 OPEN OUTPUT ENCAM
                 CLOSE ENCAM
                 OPEN INPUT ENCAM
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ENCAM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT ESPERA
           IF ST-ERRO10 NOT = "00"
             IF ST-ERRO10 = "30"
                 OPEN OUTPUT ESPERA
                 CLOSE ESPERA
                 OPEN INPUT ESPERA
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ESPERA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT ESPTAB
           IF ST-ERRO11 NOT = "00"
             IF ST-ERRO11 = "30"
                 OPEN OUTPUT ESPTAB
                 CLOSE ESPTAB
                 OPEN INPUT ESPTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ESPTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *****************************************
      * IDENTIFICACAO DO PACIENTE             *
      *****************************************
      *
       FIC-R1.
           MOVE ZEROS TO W-CODFICHA
           DISPLAY TELA1.
       FIC-R2.
           ACCEPT TCODFICHA

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.

           IF W-CODFICHA = ZEROS
                GO TO FIC-NOME.

           MOVE W-CODFICHA TO CODPAC2
           READ CADPAC
               INVALID KEY
                  MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO FIC-R2.
           GO TO FIC-MONTA.

      *
      *    BUSCA PELO INICIO DO NOME (CHAVE ALTERNATIVA NOMEPC):
      *    LISTA OS NOMES SEGUINTES PARA A RECEPCAO ESCOLHER O
      *    CODIGO
      *
       FIC-NOME.
           DISPLAY (06, 01) "NOME (INICIO) : ".
           MOVE SPACES TO W-NOMEBUSCA
           ACCEPT (06, 18) W-NOMEBUSCA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO FIC-R1.
           IF W-NOMEBUSCA = SPACES
                GO TO FIC-R1.
           MOVE W-NOMEBUSCA TO NOMEPC
           START CADPAC KEY IS NOT LESS NOMEPC
               INVALID KEY
                  MOVE "*** NOME NAO ENCONTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO FIC-R1.
           MOVE 08 TO W-LINBUSCA
           DISPLAY (07, 03) "CODIGO  NOME".
       FIC-NOME-LOOP.
           IF W-LINBUSCA > 19
                GO TO FIC-NOME-FIM.
           READ CADPAC NEXT
               AT END
                  GO TO FIC-NOME-FIM.
           IF PAC-FUNDIDO
                GO TO FIC-NOME-LOOP.
           MOVE CODPAC2 TO CODBFX
           MOVE NOMEPC  TO NOMEBFX
           MOVE NASCPAC TO NASCBFX
           DISPLAY (W-LINBUSCA, 03) LINBUSCA
           ADD 1 TO W-LINBUSCA
           GO TO FIC-NOME-LOOP.
       FIC-NOME-FIM.
           IF W-LINBUSCA = 08
                MOVE "*** NOME NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FIC-R1.
           MOVE "*** INFORME O CODIGO DO PACIENTE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO FIC-R2.

      *
      *****************************************
      * MONTAGEM DA FICHA                     *
      *****************************************
      *
       FIC-MONTA.
           MOVE ZEROS TO W-NUMLIN W-QTDFALTA
           DISPLAY (23, 12) "*** AGUARDE, MONTANDO A FICHA ***".

           MOVE "CADASTRO" TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE CODPAC2 TO CODFX
           MOVE NOMEPC  TO NOMEFX
           MOVE SPACES  TO SITFX
           IF PAC-FUNDIDO
                STRING "FUNDIDO NO " DELIMITED BY SIZE
                       CODPAC-DEST   DELIMITED BY SIZE
                       INTO SITFX.
           MOVE LINCAD1 TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE NASCPAC TO NASCFX
           MOVE CPF     TO CPFFX
           MOVE LINCAD2 TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE ENDERECO TO ENDFX
           MOVE LINCAD3 TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE DDDPC      TO DDDFX
           MOVE TELEFONEPC TO TELFX
           MOVE LINCAD4 TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE CODIGOPC TO CONVFX CODIGO2
           READ CADCONV
               INVALID KEY
                  MOVE "*** CONVENIO NAO CADASTRADO ***" TO NOMECV.
           MOVE NOMECV TO NOMECVFX
           MOVE LINCAD5 TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE CARTEIRA-PAC  TO CARTFX
           MOVE VALIDCART-PAC TO W-DATAARQ
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATAED TO VALCFX
           MOVE SPACES TO TITFX
           IF PAC-TITULAR
                MOVE "TITULAR" TO TITFX.
           IF PAC-DEPENDENTE
                MOVE "DEPENDENTE" TO TITFX.
           MOVE LINCAD6 TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM

           MOVE CODPAC2 TO CODPAC-RP
           READ RESPPAC
               INVALID KEY
                  GO TO FIC-FUTURAS.
           MOVE NOME-RP       TO NOMERFX
           MOVE CPF-RP        TO CPFRFX
           MOVE PARENTESCO-RP TO PARRFX
           MOVE LINRESP TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM.

      *
      *    CONSULTAS FUTURAS (AGENDA, A PARTIR DE HOJE)
      *
       FIC-FUTURAS.
           MOVE SPACES TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE "CONSULTAS FUTURAS" TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE ZEROS TO W-QTDSEC
           MOVE W-CODFICHA TO CODPAC
           START AGENDA KEY IS NOT LESS CODPAC
               INVALID KEY
                  GO TO FIC-FUTURAS-FIM.
       FIC-FUTURAS-LOOP.
           READ AGENDA NEXT
               AT END
                  GO TO FIC-FUTURAS-FIM.
           IF CODPAC NOT = W-CODFICHA
                GO TO FIC-FUTURAS-FIM.
           IF DATACONS < W-HOJE
                GO TO FIC-FUTURAS-LOOP.
           MOVE DATACONS      TO W-DATAARQ
           MOVE HORACONS      TO W-HORAARQ
           MOVE CRM           TO W-CRMBUSCA
           MOVE STATUS-AGENDA TO W-SITCONS
           PERFORM GUARDA-CONSULTA THRU GUARDA-CONSULTA-FIM
           GO TO FIC-FUTURAS-LOOP.
       FIC-FUTURAS-FIM.
           PERFORM GUARDA-NENHUM THRU GUARDA-NENHUM-FIM.

      *
      *    CONSULTAS PASSADAS: AGENDA ANTES DE HOJE E ARQUIVOS
      *    MORTOS DOS ULTIMOS DEZ ANOS, DO MAIS RECENTE AO MAIS
      *    ANTIGO
      *
       FIC-PASSADAS.
           MOVE SPACES TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE "CONSULTAS ANTERIORES" TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE ZEROS TO W-QTDSEC
           MOVE W-CODFICHA TO CODPAC
           START AGENDA KEY IS NOT LESS CODPAC
               INVALID KEY
                  GO TO FIC-ARCOS.
       FIC-PASSADAS-LOOP.
           READ AGENDA NEXT
               AT END
                  GO TO FIC-ARCOS.
           IF CODPAC NOT = W-CODFICHA
                GO TO FIC-ARCOS.
           IF DATACONS NOT < W-HOJE
                GO TO FIC-PASSADAS-LOOP.
           MOVE DATACONS      TO W-DATAARQ
           MOVE HORACONS      TO W-HORAARQ
           MOVE CRM           TO W-CRMBUSCA
           MOVE STATUS-AGENDA TO W-SITCONS
           PERFORM GUARDA-CONSULTA THRU GUARDA-CONSULTA-FIM
           GO TO FIC-PASSADAS-LOOP.

       FIC-ARCOS.
           MOVE W-HOJE-ANO TO W-ANOARC
           COMPUTE W-ANOLIM = W-HOJE-ANO - 10.
       FIC-ARCOS-LOOP.
           IF W-ANOARC < W-ANOLIM
                GO TO FIC-ARCOS-FIM.
           PERFORM FIC-UM-ARC THRU FIC-UM-ARC-FIM
           SUBTRACT 1 FROM W-ANOARC
           GO TO FIC-ARCOS-LOOP.
       FIC-ARCOS-FIM.
           PERFORM GUARDA-NENHUM THRU GUARDA-NENHUM-FIM
           MOVE W-QTDFALTA TO QTDFFX
           MOVE LINFALTA TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           GO TO FIC-RECIBOS.

       FIC-UM-ARC.
           MOVE W-ANOARC TO W-ARQANO
           OPEN INPUT AGEARC
           IF ST-ERRO3 NOT = "00"
                GO TO FIC-UM-ARC-FIM.
           MOVE W-CODFICHA TO CODPAC-ARC
           START AGEARC KEY IS NOT LESS CODPAC-ARC
               INVALID KEY
                  CLOSE AGEARC
                  GO TO FIC-UM-ARC-FIM.
       FIC-UM-ARC-LOOP.
           READ AGEARC NEXT
               AT END
                  CLOSE AGEARC
                  GO TO FIC-UM-ARC-FIM.
           IF CODPAC-ARC NOT = W-CODFICHA
                CLOSE AGEARC
                GO TO FIC-UM-ARC-FIM.
           MOVE DATACONS-ARC TO W-DATAARQ
           MOVE HORACONS-ARC TO W-HORAARQ
           MOVE CRM-ARC      TO W-CRMBUSCA
           MOVE STATUS-ARC   TO W-SITCONS
           PERFORM GUARDA-CONSULTA THRU GUARDA-CONSULTA-FIM
           GO TO FIC-UM-ARC-LOOP.
       FIC-UM-ARC-FIM.
           EXIT.

      *
      *    RECIBOS DO PACIENTE (OS ESTORNADOS FICAM MARCADOS E
      *    FORA DO TOTAL PAGO)
      *
       FIC-RECIBOS.
           MOVE SPACES TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE "RECIBOS" TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE ZEROS TO W-QTDSEC W-TOTREC
           MOVE ZEROS TO NUM-REC
           START RECIBO KEY IS NOT LESS NUM-REC
               INVALID KEY
                  GO TO FIC-RECIBOS-FIM.
       FIC-RECIBOS-LOOP.
           READ RECIBO NEXT
               AT END
                  GO TO FIC-RECIBOS-FIM.
           IF CODPAC-REC NOT = W-CODFICHA
                GO TO FIC-RECIBOS-LOOP.
           MOVE NUM-REC   TO NUMRFX
           MOVE DATA-REC  TO W-DATAARQ
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATAED  TO DATARFX
           MOVE VALOR-REC TO VALRFX
           MOVE SPACES    TO FORMRFX ESTRFX
           IF REC-DINHEIRO
                MOVE "DINHEIRO" TO FORMRFX.
           IF REC-CARTAO
                MOVE "CARTAO" TO FORMRFX.
           IF REC-CHEQUE
                MOVE "CHEQUE" TO FORMRFX.
           IF REC-ESTORNADO
                MOVE "ESTORNADO" TO ESTRFX
           ELSE
                ADD VALOR-REC TO W-TOTREC.
           MOVE LINREC TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           ADD 1 TO W-QTDSEC
           GO TO FIC-RECIBOS-LOOP.
       FIC-RECIBOS-FIM.
           PERFORM GUARDA-NENHUM THRU GUARDA-NENHUM-FIM
           IF W-QTDSEC NOT = ZEROS
                MOVE "TOTAL PAGO (SEM ESTORNOS)" TO TXTTFX
                MOVE W-TOTREC TO VALTFX
                MOVE LINTOT TO W-LINHA
                PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM.

      *
      *    DEBITOS EM ABERTO (DEBPAC)
      *
       FIC-DEBITOS.
           MOVE SPACES TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE "DEBITOS EM ABERTO" TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE ZEROS TO W-QTDSEC W-TOTSALDO
           MOVE W-CODFICHA TO CODPAC-DB
           MOVE ZEROS      TO SEQ-DB
           START DEBPAC KEY IS NOT LESS CHAVE-DB
               INVALID KEY
                  GO TO FIC-DEBITOS-FIM.
       FIC-DEBITOS-LOOP.
           READ DEBPAC NEXT
               AT END
                  GO TO FIC-DEBITOS-FIM.
           IF CODPAC-DB NOT = W-CODFICHA
                GO TO FIC-DEBITOS-FIM.
           IF NOT DB-ABERTO
                GO TO FIC-DEBITOS-LOOP.
           MOVE DATA-DB     TO W-DATAARQ
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATAED    TO DATADFX
           MOVE DATACONS-DB TO W-DATAARQ
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATAED    TO DATACDFX
           MOVE CRM-DB      TO CRMDFX
           MOVE VALOR-DB    TO VALDFX
           MOVE SALDO-DB    TO SALDFX
           ADD SALDO-DB     TO W-TOTSALDO
           MOVE LINDEB TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           ADD 1 TO W-QTDSEC
           GO TO FIC-DEBITOS-LOOP.
       FIC-DEBITOS-FIM.
           PERFORM GUARDA-NENHUM THRU GUARDA-NENHUM-FIM
           IF W-QTDSEC NOT = ZEROS
                MOVE "SALDO DEVEDOR TOTAL" TO TXTTFX
                MOVE W-TOTSALDO TO VALTFX
                MOVE LINTOT TO W-LINHA
                PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM.

      *
      *    ENCAMINHAMENTOS EM ABERTO (ENCAM)
      *
       FIC-ENCAM.
           MOVE SPACES TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE "ENCAMINHAMENTOS EM ABERTO" TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE ZEROS TO W-QTDSEC
           MOVE W-CODFICHA TO CODPAC-EN
           MOVE ZEROS      TO DATA-EN SEQ-EN
           START ENCAM KEY IS NOT LESS CHAVE-EN
               INVALID KEY
                  GO TO FIC-ENCAM-FIM.
       FIC-ENCAM-LOOP.
           READ ENCAM NEXT
               AT END
                  GO TO FIC-ENCAM-FIM.
           IF CODPAC-EN NOT = W-CODFICHA
                GO TO FIC-ENCAM-FIM.
           IF NOT EN-ABERTO
                GO TO FIC-ENCAM-LOOP.
           MOVE DATA-EN     TO W-DATAARQ
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATAED    TO DATAEFX
           MOVE CRM-ORIG-EN TO CRMEFX
           MOVE ESP-DEST-EN TO COD-ESP
           READ ESPTAB
               INVALID KEY
                  MOVE "ESPECIALIDADE NAO CADASTRADA" TO DESC-ESP.
           MOVE DESC-ESP    TO ESPEFX
           MOVE LINENC TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           ADD 1 TO W-QTDSEC
           GO TO FIC-ENCAM-LOOP.
       FIC-ENCAM-FIM.
           PERFORM GUARDA-NENHUM THRU GUARDA-NENHUM-FIM.

      *
      *    LISTA DE ESPERA (ESPERA NAO TEM CHAVE POR PACIENTE:
      *    LEITURA COMPLETA DO ARQUIVO)
      *
       FIC-ESPERA.
           MOVE SPACES TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE "LISTA DE ESPERA" TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           MOVE ZEROS TO W-QTDSEC
           MOVE ZEROS TO CRM-LE DATA-LE SEQ-LE
           START ESPERA KEY IS NOT LESS CHAVE-LE
               INVALID KEY
                  GO TO FIC-ESPERA-FIM.
       FIC-ESPERA-LOOP.
           READ ESPERA NEXT
               AT END
                  GO TO FIC-ESPERA-FIM.
           IF CODPAC-LE NOT = W-CODFICHA
                GO TO FIC-ESPERA-LOOP.
           IF NOT LE-AGUARDA
                GO TO FIC-ESPERA-LOOP.
           MOVE DATA-LE  TO W-DATAARQ
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATAED TO DATALFX
           MOVE CRM-LE   TO CRMLFX CRM2
           READ CADMED
               INVALID KEY
                  MOVE "*** MEDICO NAO CADASTRADO ***" TO NOMEMD.
           MOVE NOMEMD   TO NOMELFX
           MOVE LINESP TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           ADD 1 TO W-QTDSEC
           GO TO FIC-ESPERA-LOOP.
       FIC-ESPERA-FIM.
           PERFORM GUARDA-NENHUM THRU GUARDA-NENHUM-FIM.

      *
      *****************************************
      * PAGINACAO DA FICHA (15 LINHAS/TELA)   *
      *****************************************
      *
       FIC-PAGINAS.
           COMPUTE W-TOTPAG = (W-NUMLIN + 14) / 15
           MOVE 1 TO W-PAGINA.
       FIC-MOSTRA.
           DISPLAY TELAFICHA
           MOVE CODPAC2  TO CODPGX
           MOVE NOMEPC   TO NOMEPGX
           MOVE W-PAGINA TO PAGPGX
           MOVE W-TOTPAG TO TOTPGX
           DISPLAY (04, 02) LINPAG
           COMPUTE W-IXLIN = (W-PAGINA - 1) * 15 + 1
           COMPUTE W-IXPAG = W-IXLIN + 14
           MOVE 05 TO W-LINTELA.
       FIC-MOSTRA-LOOP.
           IF W-IXLIN > W-IXPAG OR W-IXLIN > W-NUMLIN
                GO TO FIC-SOL.
           DISPLAY (W-LINTELA, 02) TBLIN(W-IXLIN)
           ADD 1 TO W-IXLIN
           ADD 1 TO W-LINTELA
           GO TO FIC-MOSTRA-LOOP.

       FIC-SOL.
           MOVE SPACES TO W-OPCAO
           ACCEPT TW-OPCAO
           IF W-OPCAO = "E" OR "e"
                GO TO FIC-R1.
           IF W-OPCAO = "P" OR "p"
                IF W-PAGINA < W-TOTPAG
                   ADD 1 TO W-PAGINA
                   GO TO FIC-MOSTRA
                ELSE
                   MOVE "*** ULTIMA PAGINA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIC-SOL.
           IF W-OPCAO = "A" OR "a"
                IF W-PAGINA > 1
                   SUBTRACT 1 FROM W-PAGINA
                   GO TO FIC-MOSTRA
                ELSE
                   MOVE "*** PRIMEIRA PAGINA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIC-SOL.
           IF W-OPCAO = "M" OR "m"
                PERFORM IMPRIME-FICHA THRU IMPRIME-FICHA-FIM
                GO TO FIC-SOL.
           MOVE "*** OPCAO NAO DISPONIVEL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO FIC-SOL.

      *
      **************************************
      * IMPRESSAO DA FICHA COMPLETA         *
      **************************************
      *
       IMPRIME-FICHA.
           MOVE W-CODFICHA TO W-ARQCODPAC
           OPEN OUTPUT FICHAPR
           IF ST-ERRO12 NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO DE IMPRESSAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMPRIME-FICHA-FIM.
           MOVE W-HOJE TO W-DATAARQ
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATAED TO EMISFX
           WRITE REGFICHAPR FROM CABFI1
           MOVE SPACES TO REGFICHAPR
           WRITE REGFICHAPR
           MOVE 1 TO W-IXLIN.
       IMPRIME-FICHA-LOOP.
           IF W-IXLIN > W-NUMLIN
                GO TO IMPRIME-FICHA-FECHA.
           WRITE REGFICHAPR FROM TBLIN(W-IXLIN)
           ADD 1 TO W-IXLIN
           GO TO IMPRIME-FICHA-LOOP.
       IMPRIME-FICHA-FECHA.
           CLOSE FICHAPR
           MOVE SPACES TO MENS
           STRING "*** FICHA IMPRESSA EM " DELIMITED BY SIZE
                  W-ARQFICHA DELIMITED BY SPACE
                  " ***" DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMPRIME-FICHA-FIM.
           EXIT.

      *
      **************************************
      * ROTINAS AUXILIARES DA MONTAGEM      *
      **************************************
      *
      *    LINHA DE CONSULTA (AGENDA OU ARQUIVO MORTO) COM O
      *    NOME DO MEDICO E A SITUACAO POR EXTENSO; CONTA AS
      *    FALTAS
      *
       GUARDA-CONSULTA.
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATAED   TO DATACFX
           MOVE W-HA-HORA  TO HORACFX
           MOVE W-HA-MIN   TO MINCFX
           MOVE W-CRMBUSCA TO CRMCFX CRM2
           READ CADMED
               INVALID KEY
                  MOVE "*** MEDICO NAO CADASTRADO ***" TO NOMEMD.
           MOVE NOMEMD TO NOMECFX
           MOVE SPACES TO W-TXTSIT
           IF W-SITCONS = "M"
                MOVE "MARCADA" TO W-TXTSIT.
           IF W-SITCONS = "C"
                MOVE "CANCELADA" TO W-TXTSIT.
           IF W-SITCONS = "R"
                MOVE "REALIZADA" TO W-TXTSIT.
           IF W-SITCONS = "P"
                MOVE "PENDENTE" TO W-TXTSIT.
           IF W-SITCONS = "F"
                MOVE "FALTOU" TO W-TXTSIT
                ADD 1 TO W-QTDFALTA.
           MOVE W-TXTSIT TO SITCFX
           MOVE LINCONS TO W-LINHA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           ADD 1 TO W-QTDSEC.
       GUARDA-CONSULTA-FIM.
           EXIT.
      *
       GUARDA-NENHUM.
           IF W-QTDSEC = ZEROS
                MOVE "  (NENHUM)" TO W-LINHA
                PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM.
       GUARDA-NENHUM-FIM.
           EXIT.
      *
      *    A TABELA GUARDA ATE 500 LINHAS; A ULTIMA AVISA QUE A
      *    FICHA FOI LIMITADA
      *
       GUARDA-LINHA.
           IF W-NUMLIN = 500
                GO TO GUARDA-LINHA-FIM.
           ADD 1 TO W-NUMLIN
           IF W-NUMLIN = 500
                MOVE "*** FICHA LIMITADA A 500 LINHAS ***"
                                            TO TBLIN(W-NUMLIN)
           ELSE
                MOVE W-LINHA TO TBLIN(W-NUMLIN).
           MOVE SPACES TO W-LINHA.
       GUARDA-LINHA-FIM.
           EXIT.
      *
       EDITA-DATA.
           MOVE W-DA-DIA TO W-DE-DIA
           MOVE W-DA-MES TO W-DE-MES
           MOVE W-DA-ANO TO W-DE-ANO.
       EDITA-DATA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPAC AGENDA RECIBO RESPPAC CADMED CADCONV
                 DEBPAC ENCAM ESPERA ESPTAB.
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
