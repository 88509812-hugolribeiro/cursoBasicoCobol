       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP089.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * DOCUMENTOS CLINICOS DA CONSULTA                 *
      * (RECEITA, ATESTADO E DECLARACAO DE COMPARE-     *
      *  CIMENTO NUMERADOS E GUARDADOS PELA CHAVE DO    *
      *  PRONTUARIO PARA REIMPRESSAO; CATALOGO DE       *
      *  MEDICAMENTOS, MODELOS DE TEXTO E LIVRO DE      *
      *  REGISTRO POR MEDICO E MES. CHAMADO PELO MENU   *
      *  OU NO FIM DA CONSULTA, JA COM A CHAVE)         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOCEMIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-DE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE-PRT-DE
                                            WITH DUPLICATES.

       SELECT DOCMOD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-DM
                    FILE STATUS  IS ST-ERRO2.

       SELECT MEDICAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FM
                    FILE STATUS  IS ST-ERRO3.

       SELECT NUMCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ID-NC
                    FILE STATUS  IS ST-ERRO4.

       SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPAC2
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS NOMEPC WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.

       SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AGENDA
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS CODPAC WITH DUPLICATES.

       SELECT OPERADOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPER
                    FILE STATUS  IS ST-ERRO8.

       SELECT DOCIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.

       SELECT DOCREG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO10.

       SELECT SORTDOC ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "DOCEMIT.CPY".
       COPY "DOCMOD.CPY".
       COPY "MEDICAM.CPY".
       COPY "NUMCTL.CPY".
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
       COPY "AGENDA.CPY".
      *
       COPY "OPERADOR.CPY".
      *
       FD DOCIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQDOC.
       01 REGDOCIMP    PIC X(080).
      *
       FD DOCREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DOCUMREG.DOC".
       01 REGDOCREG    PIC X(080).
      *
       SD SORTDOC.
       01 REG-SORTDOC.
          05 CRM-SD                PIC 9(06).
          05 NUM-SD                PIC 9(06).
          05 DATA-SD               PIC 9(08).
          05 CODPAC-SD             PIC 9(06).
          05 DATACONS-SD           PIC 9(08).
          05 TIPO-SD               PIC X(01).
          05 QTDIMP-SD             PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77 W-SEL         PIC 9(01) VALUE ZEROS.
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
       01 W-PERMPRONT   PIC X(01) VALUE "N".
      *    "S" QUANDO O PROGRAMA VEIO CHAMADO COM A CHAVE DA CONSULTA
       01 W-CHAMADO     PIC X(01) VALUE "N".
       01 W-CODPAC      PIC 9(06) VALUE ZEROS.
       01 W-DATACONS    PIC 9(08) VALUE ZEROS.
       01 W-CRM         PIC 9(06) VALUE ZEROS.
       01 W-TIPODOC     PIC X(01) VALUE SPACES.
       01 W-CODDM       PIC 9(03) VALUE ZEROS.
       01 W-DIAS        PIC 9(03) VALUE ZEROS.
       01 W-CID         PIC X(05) VALUE SPACES.
       01 W-HORACHEG    PIC 9(04) VALUE ZEROS.
       01 W-HORATERM    PIC 9(04) VALUE ZEROS.
       01 W-ACHOUAGE    PIC X(01) VALUE "N".
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-CONTROLADO  PIC X(01) VALUE "N".
       01 W-NUMDOC      PIC 9(06) VALUE ZEROS.
       01 W-PROXDOC     PIC 9(06) VALUE ZEROS.
       01 W-IX          PIC 9(02) VALUE ZEROS.
       01 W-QTDIT       PIC 9(02) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-CODFM       PIC 9(05) VALUE ZEROS.
       01 CONLIN        PIC 9(02) VALUE ZEROS.
       01 TXTPACIENTE   PIC X(30) VALUE SPACES.
       01 TXTMEDICO     PIC X(30) VALUE SPACES.
       01 TXTMODELO     PIC X(40) VALUE SPACES.

       01 W-ITENS.
          03 W-ITEM             OCCURS 6 TIMES.
             05 W-IT-COD        PIC 9(05).
             05 W-IT-QTDE       PIC X(15).
             05 W-IT-POSOL      PIC X(40).

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).

       01 W-ARQDOC.
          03 FILLER       PIC X(05) VALUE "DOCUM".
          03 W-ARQNUMDOC  PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".

      *    LIVRO DE REGISTRO: MES DE REFERENCIA, FILTRO DE MEDICO
      *    E CONTADORES POR TIPO DO MEDICO E DO MES
       01 W-ANOMES      PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-RD REDEFINES W-ANOMES.
          03 W-AM-ANO   PIC 9(04).
          03 W-AM-MES   PIC 9(02).
       01 W-CRMREG      PIC 9(06) VALUE ZEROS.
       01 W-CRM-ANT     PIC 9(06) VALUE ZEROS.
       01 W-PRIMEIRA    PIC X(01) VALUE "S".
       01 W-SUBREC      PIC 9(04) VALUE ZEROS.
       01 W-SUBATE      PIC 9(04) VALUE ZEROS.
       01 W-SUBDEC      PIC 9(04) VALUE ZEROS.
       01 W-TOTREC      PIC 9(05) VALUE ZEROS.
       01 W-TOTATE      PIC 9(05) VALUE ZEROS.
       01 W-TOTDEC      PIC 9(05) VALUE ZEROS.

       01 LINDOC.
          03 LINDOC-NUM   PIC 9(06).
          03 FILLER       PIC X(02) VALUE "  ".
          03 LINDOC-TIPO  PIC X(01).
          03 FILLER       PIC X(02) VALUE "  ".
          03 LINDOC-DATA  PIC 9(08).
          03 FILLER       PIC X(02) VALUE "  ".
          03 LINDOC-VIAS  PIC Z9.

      *    IMPRESSAO DO DOCUMENTO
       01  DOCCAB1.
           05  FILLER                 PIC X(026) VALUE
           "FATEC - ZONA LESTE".
           05  DOCTITTX  VALUE SPACES PIC X(040).
       01  DOCCAB2.
           05  FILLER                 PIC X(019) VALUE
           "DOCUMENTO NUMERO : ".
           05  DOCNUMTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(011) VALUE
           "    DATA : ".
           05  DOCDIATX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DOCMESTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DOCANOTX  VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(009) VALUE
           "    VIA: ".
           05  DOCVIATX  VALUE ZEROS  PIC Z9.
       01  DOCCTRL      PIC X(060) VALUE
           "RECEITUARIO DE CONTROLE ESPECIAL - 1A VIA RETIDA NA FARM.".
       01  DOCDET1.
           05  FILLER                 PIC X(011) VALUE
           "PACIENTE : ".
           05  DOCPACTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DOCNOMTX  VALUE SPACES PIC X(030).
       01  DOCITEM1.
           05  DOCITNTX  VALUE ZEROS  PIC 9.
           05  FILLER                 PIC X(002) VALUE ") ".
           05  DOCITNOMTX VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DOCITAPRTX VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(007) VALUE
           "  QTD: ".
           05  DOCITQTDTX VALUE SPACES PIC X(015).
       01  DOCITEM2.
           05  FILLER                 PIC X(008) VALUE
           "   USO: ".
           05  DOCITPOSTX VALUE SPACES PIC X(040).
       01  DOCATE1.
           05  FILLER                 PIC X(019) VALUE
           "DATA DA CONSULTA : ".
           05  DOCADIATX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DOCAMESTX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DOCAANOTX VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(017) VALUE
           "   AFASTAMENTO : ".
           05  DOCADIASTX VALUE ZEROS PIC ZZ9.
           05  FILLER                 PIC X(007) VALUE
           " DIA(S)".
       01  DOCATE2.
           05  FILLER                 PIC X(006) VALUE
           "CID : ".
           05  DOCACIDTX VALUE SPACES PIC X(005).
       01  DOCDEC1.
           05  FILLER                 PIC X(014) VALUE
           "COMPARECEU EM ".
           05  DOCDDIATX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DOCDMESTX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DOCDANOTX VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(005) VALUE " DAS ".
           05  DOCDHCTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE ":".
           05  DOCDMCTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(004) VALUE " AS ".
           05  DOCDHTTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE ":".
           05  DOCDMTTX  VALUE ZEROS  PIC 99.
      *    TEXTO PADRAO QUANDO NAO HA MODELO ESCOLHIDO
       01  DOCPADA1     PIC X(060) VALUE
           "ATESTO, PARA OS DEVIDOS FINS, QUE O PACIENTE ACIMA".
       01  DOCPADA2     PIC X(060) VALUE
           "NECESSITA DE AFASTAMENTO DE SUAS ATIVIDADES PELO PERIODO".
       01  DOCPADA3     PIC X(060) VALUE
           "INDICADO ABAIXO.".
       01  DOCPADD1     PIC X(060) VALUE
           "DECLARO, PARA OS DEVIDOS FINS, QUE O PACIENTE ACIMA ESTEVE".
       01  DOCPADD2     PIC X(060) VALUE
           "NESTA CLINICA EM CONSULTA MEDICA NO DIA E HORARIO ABAIXO.".
       01  DOCASS1      PIC X(040) VALUE
           "        ______________________________".
       01  DOCASS2.
           05  FILLER                 PIC X(008) VALUE SPACES.
           05  DOCMEDTX  VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(006) VALUE
           " CRM: ".
           05  DOCCRMTX  VALUE ZEROS  PIC 999999.

      *    LIVRO DE REGISTRO DE DOCUMENTOS
       01  CABREG1      PIC X(060) VALUE
           "FATEC - ZONA LESTE  *** LIVRO DE REGISTRO DE DOCUMENTOS".
       01  CABREG2.
           05  FILLER                 PIC X(020) VALUE
           "MES DE REFERENCIA : ".
           05  CABMESTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CABANOTX  VALUE ZEROS  PIC 9999.
       01  CABREG3.
           05  FILLER                 PIC X(040) VALUE
           "NUMERO EMISSAO    PACIENTE NOME".
           05  FILLER                 PIC X(040) VALUE
           "           CONSULTA   TIPO        VIAS".
       01  GRPREG.
           05  FILLER                 PIC X(009) VALUE
           "MEDICO : ".
           05  GRPCRMTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  GRPNOMTX  VALUE SPACES PIC X(030).
       01  DETREG.
           05  DETNUMTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETEDIATX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DETEMESTX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DETEANOTX VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETPACTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETNOMTX  VALUE SPACES PIC X(025).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETCDIATX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DETCMESTX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DETCANOTX VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETTIPTX  VALUE SPACES PIC X(011).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETVIATX  VALUE ZEROS  PIC Z9.
       01  SUBREG.
           05  FILLER                 PIC X(021) VALUE
           "   SUBTOTAL RECEITAS:".
           05  SUBRECTX  VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(012) VALUE
           "  ATESTADOS:".
           05  SUBATETX  VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(014) VALUE
           "  DECLARACOES:".
           05  SUBDECTX  VALUE ZEROS  PIC ZZZZ9.
       01  TOTREG.
           05  FILLER                 PIC X(021) VALUE
           "*** TOTAL   RECEITAS:".
           05  TOTRECTX  VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(012) VALUE
           "  ATESTADOS:".
           05  TOTATETX  VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(014) VALUE
           "  DECLARACOES:".
           05  TOTDECTX  VALUE ZEROS  PIC ZZZZ9.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-CHAMADA  PIC X(08).
       01 CONSULTA-CHAMADA.
          03 CODPAC-CHAMADA    PIC 9(06).
          03 DATACONS-CHAMADA  PIC 9(08).
          03 CRM-CHAMADA       PIC 9(06).
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELA1.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Documentos Clinicos Da Consulta".
           05  LINE 04  COLUMN 01
               VALUE  " Paciente (Codigo):".
           05  LINE 06  COLUMN 01
               VALUE  " Data Consulta....:".
           05  LINE 08  COLUMN 01
               VALUE  " Crm Do Medico....:".
           05  LINE 10  COLUMN 01
               VALUE  " Tipo (R=Receita A=Atestado D=Declaracao):".
           05  LINE 11  COLUMN 01
               VALUE  " Modelo (000=Texto Padrao):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODPAC
               LINE 04  COLUMN 21  PIC 9(06)
               USING W-CODPAC
               HIGHLIGHT.
           05  TTXTPACIENTE
               LINE 05  COLUMN 21  PIC X(30)
               USING TXTPACIENTE
               HIGHLIGHT.
           05  TDATACONS
               LINE 06  COLUMN 21  PIC 9(08)
               USING W-DATACONS
               HIGHLIGHT.
           05  TCRM
               LINE 08  COLUMN 21  PIC 9(06)
               USING W-CRM
               HIGHLIGHT.
           05  TTXTMEDICO
               LINE 09  COLUMN 21  PIC X(30)
               USING TXTMEDICO
               HIGHLIGHT.
           05  TTIPODOC
               LINE 10  COLUMN 45  PIC X(01)
               USING W-TIPODOC
               HIGHLIGHT.
           05  TCODDM
               LINE 11  COLUMN 29  PIC 9(03)
               USING W-CODDM
               HIGHLIGHT.
           05  TTXTMODELO
               LINE 11  COLUMN 34  PIC X(40)
               USING TXTMODELO
               HIGHLIGHT.

       01  TELAFM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Catalogo De Medicamentos".
           05  LINE 04  COLUMN 01
               VALUE  " Codigo:".
           05  LINE 06  COLUMN 01
               VALUE  " Nome:".
           05  LINE 08  COLUMN 01
               VALUE  " Apresentacao:".
           05  LINE 10  COLUMN 01
               VALUE  " Posologia Padrao:".
           05  LINE 12  COLUMN 01
               VALUE  " Controlado (S/N):".
           05  LINE 14  COLUMN 01
               VALUE  " Situacao (A=Ativo I=Inativo):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODFM
               LINE 04  COLUMN 10  PIC 9(05)
               USING COD-FM
               HIGHLIGHT.
           05  TNOMEFM
               LINE 06  COLUMN 08  PIC X(30)
               USING NOME-FM
               HIGHLIGHT.
           05  TAPRESFM
               LINE 08  COLUMN 16  PIC X(20)
               USING APRES-FM
               HIGHLIGHT.
           05  TPOSOLFM
               LINE 10  COLUMN 20  PIC X(40)
               USING POSOL-FM
               HIGHLIGHT.
           05  TCONTROLFM
               LINE 12  COLUMN 20  PIC X(01)
               USING CONTROL-FM
               HIGHLIGHT.
           05  TSITFM
               LINE 14  COLUMN 32  PIC X(01)
               USING SIT-FM
               HIGHLIGHT.

       01  TELADM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Modelos De Documentos".
           05  LINE 04  COLUMN 01
               VALUE  " Codigo:".
           05  LINE 06  COLUMN 01
               VALUE  " Tipo (R=Receita A=Atestado D=Declaracao):".
           05  LINE 08  COLUMN 01
               VALUE  " Titulo:".
           05  LINE 10  COLUMN 01
               VALUE  " Texto:".
           05  LINE 17  COLUMN 01
               VALUE  " Situacao (A=Ativo I=Inativo):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODDMM
               LINE 04  COLUMN 10  PIC 9(03)
               USING COD-DM
               HIGHLIGHT.
           05  TTIPODM
               LINE 06  COLUMN 45  PIC X(01)
               USING TIPO-DM
               HIGHLIGHT.
           05  TTITULODM
               LINE 08  COLUMN 10  PIC X(40)
               USING TITULO-DM
               HIGHLIGHT.
           05  TTEXTODM1
               LINE 11  COLUMN 03  PIC X(60)
               USING TEXTO-DM(1)
               HIGHLIGHT.
           05  TTEXTODM2
               LINE 12  COLUMN 03  PIC X(60)
               USING TEXTO-DM(2)
               HIGHLIGHT.
           05  TTEXTODM3
               LINE 13  COLUMN 03  PIC X(60)
               USING TEXTO-DM(3)
               HIGHLIGHT.
           05  TTEXTODM4
               LINE 14  COLUMN 03  PIC X(60)
               USING TEXTO-DM(4)
               HIGHLIGHT.
           05  TTEXTODM5
               LINE 15  COLUMN 03  PIC X(60)
               USING TEXTO-DM(5)
               HIGHLIGHT.
           05  TSITDM
               LINE 17  COLUMN 32  PIC X(01)
               USING SIT-DM
               HIGHLIGHT.

       01  TELAREG.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Livro De Registro De Documentos".
           05  LINE 04  COLUMN 01
               VALUE  " Mes De Referencia (AAAAMM):".
           05  LINE 06  COLUMN 01
               VALUE  " Crm Do Medico (0=Todos):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TANOMES
               LINE 04  COLUMN 30  PIC 9(06)
               USING W-ANOMES
               HIGHLIGHT.
           05  TCRMREG
               LINE 06  COLUMN 27  PIC 9(06)
               USING W-CRMREG
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-CHAMADA CONSULTA-CHAMADA.

       INICIO.
           MOVE OPERADOR-CHAMADA TO W-OPERADOR
           MOVE "N" TO W-CHAMADO
           IF CODPAC-CHAMADA NOT = ZEROS
                MOVE "S" TO W-CHAMADO.

       R0.
           OPEN I-O DOCEMIT
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                 OPEN OUTPUT DOCEMIT
                 CLOSE DOCEMIT
                 OPEN I-O DOCEMIT
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DOCEMIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

           OPEN I-O DOCMOD
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
                 OPEN OUTPUT DOCMOD
                 CLOSE DOCMOD
                 OPEN I-O DOCMOD
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DOCMOD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O MEDICAM
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
                 OPEN OUTPUT MEDICAM
                 CLOSE MEDICAM
                 OPEN I-O MEDICAM
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MEDICAM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O NUMCTL
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT NUMCTL
                 CLOSE NUMCTL
                 OPEN I-O NUMCTL
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO NUMCTL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADPAC
           IF ST-ERRO5 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADMED
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT AGENDA
           IF ST-ERRO7 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AGENDA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           PERFORM LE-PERM-PRONT THRU LE-PERM-PRONT-FIM.

      *    CHAMADO NO FIM DA CONSULTA: VAI DIRETO A EMISSAO
           IF W-CHAMADO = "S"
                GO TO EMI-R1.
      *
       ACE-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (23, 12)
            "E=EMITIR R=REIMPRIMIR M=MEDICAM. T=MODELOS L=LIVRO X=SAIR"
           ACCEPT (23, 70) W-OPCAO
           IF W-OPCAO NOT = "E" AND W-OPCAO NOT = "R"
               AND W-OPCAO NOT = "M" AND W-OPCAO NOT = "T"
               AND W-OPCAO NOT = "L" AND W-OPCAO NOT = "X"
               GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "X"
              GO TO ROT-FIM.
           IF W-OPCAO = "R"
              GO TO REI-R1.
           IF W-OPCAO = "M"
              GO TO FM-ACE.
           IF W-OPCAO = "T"
              GO TO DM-ACE.
           IF W-OPCAO = "L"
              GO TO LIV-R1.
           GO TO EMI-R1.

      *
      *****************************************
      * EMISSAO DE DOCUMENTO DA CONSULTA      *
      *****************************************
      *
       EMI-R1.
           MOVE SPACES TO TXTPACIENTE TXTMEDICO TXTMODELO W-TIPODOC
           MOVE ZEROS TO W-CODDM
           IF W-CHAMADO = "S"
                MOVE CODPAC-CHAMADA   TO W-CODPAC
                MOVE DATACONS-CHAMADA TO W-DATACONS
                MOVE CRM-CHAMADA      TO W-CRM
                DISPLAY TELA1
                GO TO EMI-VALIDA.
           MOVE ZEROS TO W-CODPAC W-DATACONS W-CRM
           DISPLAY TELA1.
       EMI-R2.
           ACCEPT TCODPAC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-CODPAC = ZEROS
                GO TO EMI-R2.
       EMI-R3.
           ACCEPT TDATACONS

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EMI-R2.

           IF W-DATACONS = ZEROS
                GO TO EMI-R3.
       EMI-R4.
           ACCEPT TCRM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EMI-R3.

           IF W-CRM = ZEROS
                GO TO EMI-R4.

      *    PACIENTE, MEDICO E A CONSULTA NA AGENDA (OS HORARIOS DE
      *    CHEGADA E TERMINO VAO PARA A DECLARACAO)
       EMI-VALIDA.
           MOVE W-CODPAC TO CODPAC2
           READ CADPAC
               INVALID KEY
                  MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO EMI-VOLTA.
           MOVE NOMEPC TO TXTPACIENTE
           DISPLAY TTXTPACIENTE
           MOVE W-CRM TO CRM2
           READ CADMED
               INVALID KEY
                  MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO EMI-VOLTA.
           MOVE NOMEMD TO TXTMEDICO
           DISPLAY TTXTMEDICO
           PERFORM ACHA-AGENDA THRU ACHA-AGENDA-FIM
           IF W-ACHOUAGE NOT = "S"
                MOVE "*** CONSULTA NAO ENCONTRADA NA AGENDA ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-VOLTA.

       EMI-R5.
           MOVE SPACES TO W-TIPODOC
           ACCEPT TTIPODOC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EMI-VOLTA.

           IF W-TIPODOC NOT = "R" AND W-TIPODOC NOT = "A"
               AND W-TIPODOC NOT = "D"
                MOVE "*** TIPO INVALIDO (R, A OU D) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-R5.
      *    RECEITA E ATESTADO SAO ATOS DO MEDICO: SO O PERFIL COM
      *    ACESSO AO PRONTUARIO EMITE; A RECEPCAO EMITE A DECLARACAO
           IF W-TIPODOC NOT = "D" AND W-PERMPRONT NOT = "S"
                MOVE "*** RECEITA/ATESTADO SO COM ACESSO PRONTUARIO ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-R5.
           IF W-TIPODOC = "D"
              AND (W-HORACHEG = ZEROS OR W-HORATERM = ZEROS)
                MOVE "*** CONSULTA SEM HORARIO DE CHEGADA/TERMINO ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-R5.

       EMI-R6.
           MOVE SPACES TO TXTMODELO
           DISPLAY TTXTMODELO
           ACCEPT TCODDM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EMI-R5.

           IF W-CODDM = ZEROS
                MOVE "TEXTO PADRAO" TO TXTMODELO
                DISPLAY TTXTMODELO
                GO TO EMI-DADOS.
           MOVE W-CODDM TO COD-DM
           READ DOCMOD
               INVALID KEY
                  MOVE "*** MODELO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO EMI-R6.
           IF TIPO-DM NOT = W-TIPODOC
                MOVE "*** MODELO DE OUTRO TIPO DE DOCUMENTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-R6.
           IF DM-INATIVO
                MOVE "*** MODELO INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-R6.
           MOVE TITULO-DM TO TXTMODELO
           DISPLAY TTXTMODELO.

       EMI-DADOS.
           IF W-TIPODOC = "R"
                GO TO EMI-REC.
           IF W-TIPODOC = "A"
                GO TO EMI-ATE.
           GO TO EMI-DEC.

      *    RECEITA: ATE SEIS MEDICAMENTOS; CODIGO ZERO ENCERRA A LISTA
       EMI-REC.
           MOVE ZEROS TO W-QTDIT
           MOVE 1 TO W-IX.
       EMI-REC-LIMPA.
           MOVE ZEROS  TO W-IT-COD(W-IX)
           MOVE SPACES TO W-IT-QTDE(W-IX) W-IT-POSOL(W-IX)
           ADD 1 TO W-IX
           IF W-IX NOT > 6
                GO TO EMI-REC-LIMPA.
           DISPLAY (13, 03)
            "CODIGO MEDICAMENTO     QUANTIDADE      POSOLOGIA"
           MOVE 1 TO W-IX
           MOVE 14 TO W-LIN.
       EMI-REC-ITEM.
           MOVE ZEROS TO W-CODFM
           ACCEPT (W-LIN, 03) W-CODFM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EMI-R6.

           IF W-CODFM = ZEROS
                GO TO EMI-REC-FIM.
           MOVE W-CODFM TO COD-FM
           READ MEDICAM
               INVALID KEY
                  MOVE "*** MEDICAMENTO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO EMI-REC-ITEM.
           IF FM-INATIVO
                MOVE "*** MEDICAMENTO INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-REC-ITEM.
           DISPLAY (W-LIN, 09) NOME-FM(1:15)
           MOVE W-CODFM  TO W-IT-COD(W-IX)
           MOVE POSOL-FM TO W-IT-POSOL(W-IX)
           ACCEPT (W-LIN, 25) W-IT-QTDE(W-IX) WITH UPDATE
           ACCEPT (W-LIN, 41) W-IT-POSOL(W-IX) WITH UPDATE
           IF W-IT-POSOL(W-IX) = SPACES
                MOVE POSOL-FM TO W-IT-POSOL(W-IX).
           MOVE W-IX TO W-QTDIT
           ADD 1 TO W-IX
           ADD 1 TO W-LIN
           IF W-IX NOT > 6
                GO TO EMI-REC-ITEM.
       EMI-REC-FIM.
           IF W-QTDIT = ZEROS
                MOVE "*** INFORME AO MENOS UM MEDICAMENTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-IX
                MOVE 14 TO W-LIN
                GO TO EMI-REC-ITEM.
           GO TO EMI-OPC.

      *    ATESTADO: DIAS DE AFASTAMENTO E, SE O PACIENTE AUTORIZAR,
      *    O CID
       EMI-ATE.
           MOVE ZEROS  TO W-DIAS
           MOVE SPACES TO W-CID
           DISPLAY (13, 03) "DIAS DE AFASTAMENTO:"
           DISPLAY (14, 03) "CID (SO COM AUTORIZACAO DO PACIENTE):".
       EMI-ATE-R1.
           ACCEPT (13, 24) W-DIAS

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EMI-R6.

           IF W-DIAS = ZEROS
                MOVE "*** INFORME OS DIAS DE AFASTAMENTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-ATE-R1.
       EMI-ATE-R2.
           ACCEPT (14, 41) W-CID

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EMI-ATE-R1.
           GO TO EMI-OPC.

      *    DECLARACAO: HORARIOS DA AGENDA, SEM DIGITACAO
       EMI-DEC.
           DISPLAY (13, 03) "CHEGADA: " W-HORACHEG(1:2) ":"
                            W-HORACHEG(3:2) "   TERMINO: "
                            W-HORATERM(1:2) ":" W-HORATERM(3:2).

       EMI-OPC.
           DISPLAY (23, 40) "CONFIRMA EMISSAO (S/N) : ".
           ACCEPT (23, 65) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DOCUMENTO NAO EMITIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-VOLTA.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMI-OPC.

       EMI-WR1.
           PERFORM ACHA-PROXDOC THRU ACHA-PROXDOC-FIM
           MOVE W-PROXDOC   TO NUM-DE
           MOVE W-CODPAC    TO CODPAC-DE
           MOVE W-DATACONS  TO DATACONS-DE
           MOVE W-CRM       TO CRM-DE
           MOVE W-TIPODOC   TO TIPO-DE
           MOVE W-CODDM     TO COD-DM-DE
           MOVE ZEROS       TO DIAS-DE HORACHEG-DE HORATERM-DE
           MOVE SPACES      TO CID-DE
           IF W-TIPODOC = "A"
                MOVE W-DIAS TO DIAS-DE
                MOVE W-CID  TO CID-DE.
           IF W-TIPODOC = "D"
                MOVE W-HORACHEG TO HORACHEG-DE
                MOVE W-HORATERM TO HORATERM-DE.
           MOVE 1 TO W-IX.
       EMI-WR1-ITEM.
           MOVE W-IT-COD(W-IX)   TO COD-FM-DE(W-IX)
           MOVE W-IT-QTDE(W-IX)  TO QTDE-DE(W-IX)
           MOVE W-IT-POSOL(W-IX) TO POSOL-DE(W-IX)
           IF W-TIPODOC NOT = "R"
                MOVE ZEROS  TO COD-FM-DE(W-IX)
                MOVE SPACES TO QTDE-DE(W-IX) POSOL-DE(W-IX).
           ADD 1 TO W-IX
           IF W-IX NOT > 6
                GO TO EMI-WR1-ITEM.
           MOVE W-HOJE      TO DATA-DE
           MOVE W-OPERADOR  TO OPERADOR-DE
           MOVE 1           TO QTDIMP-DE
           WRITE REGDOCEMIT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO DOCUMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           PERFORM IMPRIME-DOC THRU IMPRIME-DOC-FIM
           DISPLAY (21, 12) "DOCUMENTO " NUM-DE " EM " W-ARQDOC
           MOVE "*** DOCUMENTO EMITIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *    NA MESMA CONSULTA SAI, EM GERAL, MAIS DE UM DOCUMENTO
       EMI-OUTRO.
           DISPLAY (23, 12) "EMITIR OUTRO DOCUMENTO DA CONSULTA (S/N)? "
           ACCEPT (23, 55) W-OPCAO
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "S" OR "s"
                MOVE SPACES TO TXTMODELO W-TIPODOC
                MOVE ZEROS TO W-CODDM
                DISPLAY TELA1
                GO TO EMI-R5.

       EMI-VOLTA.
           IF W-CHAMADO = "S"
                GO TO ROT-FIM.
           GO TO ACE-001.

      *
      *****************************************
      * REIMPRESSAO PELO NUMERO OU PELA       *
      * CHAVE DO PRONTUARIO                   *
      *****************************************
      *
       REI-R1.
           MOVE SPACES TO TXTPACIENTE TXTMEDICO TXTMODELO W-TIPODOC
           MOVE ZEROS TO W-CODPAC W-DATACONS W-CRM W-CODDM W-NUMDOC
           DISPLAY TELA1
           DISPLAY (13, 03) "NUMERO DO DOCUMENTO (0=PELA CONSULTA):".
       REI-R2.
           ACCEPT (13, 42) W-NUMDOC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-NUMDOC NOT = ZEROS
                GO TO REI-LER.
       REI-R3.
           ACCEPT TCODPAC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO REI-R2.

           IF W-CODPAC = ZEROS
                GO TO REI-R3.
       REI-R4.
           ACCEPT TDATACONS

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO REI-R3.
       REI-R5.
           ACCEPT TCRM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO REI-R4.

      *    LISTA OS DOCUMENTOS DA CONSULTA PELA CHAVE ALTERNATIVA
           DISPLAY (14, 03) "NUMERO  T  EMISSAO   VIAS"
           MOVE "N" TO W-ACHOU
           MOVE 15 TO CONLIN
           MOVE W-CODPAC   TO CODPAC-DE
           MOVE W-DATACONS TO DATACONS-DE
           MOVE W-CRM      TO CRM-DE
           START DOCEMIT KEY IS NOT LESS CHAVE-PRT-DE
                INVALID KEY
                     GO TO REI-LISTA-FIM.
       REI-LISTA.
           READ DOCEMIT NEXT RECORD
                AT END
                     GO TO REI-LISTA-FIM.
           IF CODPAC-DE NOT = W-CODPAC OR DATACONS-DE NOT = W-DATACONS
              OR CRM-DE NOT = W-CRM
                GO TO REI-LISTA-FIM.
           MOVE "S" TO W-ACHOU
           MOVE NUM-DE    TO LINDOC-NUM
           MOVE TIPO-DE   TO LINDOC-TIPO
           MOVE DATA-DE   TO LINDOC-DATA
           MOVE QTDIMP-DE TO LINDOC-VIAS
           DISPLAY (CONLIN, 03) LINDOC
           ADD 1 TO CONLIN
           IF CONLIN > 20
                GO TO REI-LISTA-FIM.
           GO TO REI-LISTA.
       REI-LISTA-FIM.
           IF W-ACHOU = "N"
                MOVE "*** CONSULTA SEM DOCUMENTOS EMITIDOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REI-R3.
           MOVE ZEROS TO W-NUMDOC
           ACCEPT (13, 42) W-NUMDOC
           IF W-NUMDOC = ZEROS
                GO TO ACE-001.

       REI-LER.
           MOVE W-NUMDOC TO NUM-DE
           READ DOCEMIT
               INVALID KEY
                  MOVE "*** DOCUMENTO NAO ENCONTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO REI-R2.
           IF NOT DE-DECLARACAO AND W-PERMPRONT NOT = "S"
                MOVE "*** RECEITA/ATESTADO SO COM ACESSO PRONTUARIO ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REI-R2.
           ADD 1 TO QTDIMP-DE
           REWRITE REGDOCEMIT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO DOCUMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           PERFORM IMPRIME-DOC THRU IMPRIME-DOC-FIM
           DISPLAY (21, 12) "DOCUMENTO " NUM-DE " EM " W-ARQDOC
           MOVE "*** DOCUMENTO REIMPRESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

      *
      *****************************************
      * IMPRESSAO DO DOCUMENTO (REGDOCEMIT)   *
      *****************************************
      *
       IMPRIME-DOC.
           MOVE NUM-DE TO W-ARQNUMDOC
           OPEN OUTPUT DOCIMP
           IF ST-ERRO9 NOT = "00"
                MOVE "ERRO NA IMPRESSAO DO DOCUMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMPRIME-DOC-FIM.
           IF DE-RECEITA
                MOVE "RECEITA MEDICA" TO DOCTITTX.
           IF DE-ATESTADO
                MOVE "ATESTADO MEDICO" TO DOCTITTX.
           IF DE-DECLARACAO
                MOVE "DECLARACAO DE COMPARECIMENTO" TO DOCTITTX.
           WRITE REGDOCIMP FROM DOCCAB1
           MOVE NUM-DE        TO DOCNUMTX
           MOVE DATA-DE(7:2)  TO DOCDIATX
           MOVE DATA-DE(5:2)  TO DOCMESTX
           MOVE DATA-DE(1:4)  TO DOCANOTX
           MOVE QTDIMP-DE     TO DOCVIATX
           WRITE REGDOCIMP FROM DOCCAB2
           MOVE SPACES TO REGDOCIMP
           WRITE REGDOCIMP
           IF DE-RECEITA
                PERFORM VER-CONTROLE THRU VER-CONTROLE-FIM
                IF W-CONTROLADO = "S"
                     WRITE REGDOCIMP FROM DOCCTRL
                     MOVE SPACES TO REGDOCIMP
                     WRITE REGDOCIMP.
           MOVE CODPAC-DE TO CODPAC2
           READ CADPAC
                INVALID KEY
                     MOVE SPACES TO NOMEPC.
           MOVE CODPAC-DE TO DOCPACTX
           MOVE NOMEPC    TO DOCNOMTX
           WRITE REGDOCIMP FROM DOCDET1
           MOVE SPACES TO REGDOCIMP
           WRITE REGDOCIMP

      *    TEXTO DO MODELO OU, SEM MODELO, O TEXTO PADRAO DO TIPO
           IF COD-DM-DE NOT = ZEROS
                PERFORM IMPRIME-MODELO THRU IMPRIME-MODELO-FIM
           ELSE
                IF DE-ATESTADO
                     WRITE REGDOCIMP FROM DOCPADA1
                     WRITE REGDOCIMP FROM DOCPADA2
                     WRITE REGDOCIMP FROM DOCPADA3
                ELSE
                     IF DE-DECLARACAO
                          WRITE REGDOCIMP FROM DOCPADD1
                          WRITE REGDOCIMP FROM DOCPADD2.
           MOVE SPACES TO REGDOCIMP
           WRITE REGDOCIMP

           IF DE-RECEITA
                PERFORM IMPRIME-ITENS THRU IMPRIME-ITENS-FIM.
           IF DE-ATESTADO
                MOVE DATACONS-DE(7:2) TO DOCADIATX
                MOVE DATACONS-DE(5:2) TO DOCAMESTX
                MOVE DATACONS-DE(1:4) TO DOCAANOTX
                MOVE DIAS-DE          TO DOCADIASTX
                WRITE REGDOCIMP FROM DOCATE1
                IF CID-DE NOT = SPACES
                     MOVE CID-DE TO DOCACIDTX
                     WRITE REGDOCIMP FROM DOCATE2.
           IF DE-DECLARACAO
                MOVE DATACONS-DE(7:2) TO DOCDDIATX
                MOVE DATACONS-DE(5:2) TO DOCDMESTX
                MOVE DATACONS-DE(1:4) TO DOCDANOTX
                MOVE HORACHEG-DE(1:2) TO DOCDHCTX
                MOVE HORACHEG-DE(3:2) TO DOCDMCTX
                MOVE HORATERM-DE(1:2) TO DOCDHTTX
                MOVE HORATERM-DE(3:2) TO DOCDMTTX
                WRITE REGDOCIMP FROM DOCDEC1.

           MOVE SPACES TO REGDOCIMP
           WRITE REGDOCIMP
           WRITE REGDOCIMP
           WRITE REGDOCIMP FROM DOCASS1
           MOVE CRM-DE TO CRM2
           READ CADMED
                INVALID KEY
                     MOVE SPACES TO NOMEMD.
           MOVE NOMEMD TO DOCMEDTX
           MOVE CRM-DE TO DOCCRMTX
           WRITE REGDOCIMP FROM DOCASS2
           CLOSE DOCIMP.
       IMPRIME-DOC-FIM.
           EXIT.
      *
       IMPRIME-MODELO.
           MOVE COD-DM-DE TO COD-DM
           READ DOCMOD
                INVALID KEY
                     GO TO IMPRIME-MODELO-FIM.
           MOVE TITULO-DM TO REGDOCIMP
           WRITE REGDOCIMP
           MOVE 1 TO W-IX.
       IMPRIME-MODELO-LOOP.
           IF TEXTO-DM(W-IX) NOT = SPACES
                MOVE TEXTO-DM(W-IX) TO REGDOCIMP
                WRITE REGDOCIMP.
           ADD 1 TO W-IX
           IF W-IX NOT > 5
                GO TO IMPRIME-MODELO-LOOP.
       IMPRIME-MODELO-FIM.
           EXIT.
      *
       IMPRIME-ITENS.
           MOVE 1 TO W-IX.
       IMPRIME-ITENS-LOOP.
           IF COD-FM-DE(W-IX) = ZEROS
                GO TO IMPRIME-ITENS-FIM.
           MOVE COD-FM-DE(W-IX) TO COD-FM
           READ MEDICAM
                INVALID KEY
                     MOVE SPACES TO NOME-FM APRES-FM
                     MOVE COD-FM-DE(W-IX) TO NOME-FM.
           MOVE W-IX             TO DOCITNTX
           MOVE NOME-FM          TO DOCITNOMTX
           MOVE APRES-FM         TO DOCITAPRTX
           MOVE QTDE-DE(W-IX)    TO DOCITQTDTX
           WRITE REGDOCIMP FROM DOCITEM1
           MOVE POSOL-DE(W-IX)   TO DOCITPOSTX
           WRITE REGDOCIMP FROM DOCITEM2
           ADD 1 TO W-IX
           IF W-IX NOT > 6
                GO TO IMPRIME-ITENS-LOOP.
       IMPRIME-ITENS-FIM.
           EXIT.
      *
      *    RECEITA COM ALGUM MEDICAMENTO CONTROLADO SAI NO
      *    RECEITUARIO DE CONTROLE ESPECIAL
       VER-CONTROLE.
           MOVE "N" TO W-CONTROLADO
           MOVE 1 TO W-IX.
       VER-CONTROLE-LOOP.
           IF COD-FM-DE(W-IX) = ZEROS
                GO TO VER-CONTROLE-FIM.
           MOVE COD-FM-DE(W-IX) TO COD-FM
           READ MEDICAM
                INVALID KEY
                     MOVE "N" TO CONTROL-FM.
           IF FM-CONTROLADO
                MOVE "S" TO W-CONTROLADO.
           ADD 1 TO W-IX
           IF W-IX NOT > 6
                GO TO VER-CONTROLE-LOOP.
       VER-CONTROLE-FIM.
           EXIT.

      *
      ***************************************************
      * MANUTENCAO DO CATALOGO DE MEDICAMENTOS           *
      ***************************************************
       FM-ACE.
                DISPLAY (01, 01) ERASE
                DISPLAY (23, 12)
                 "N=NOVO  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    GO TO FM-ACE.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "V"
                   GO TO ACE-001.
                IF W-OPCAO = "N"
                   MOVE 0 TO W-SEL
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                   ELSE
                      MOVE 2 TO W-SEL.
      *
       FM-R1.
            MOVE ZEROS TO COD-FM
            MOVE SPACES TO NOME-FM APRES-FM POSOL-FM CONTROL-FM SIT-FM
            DISPLAY TELAFM.
      *
       FM-R2.
           ACCEPT TCODFM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FM-ACE.

           IF COD-FM = ZEROS
                GO TO FM-R2.

       FM-LER.
           READ MEDICAM
           IF ST-ERRO3 NOT = "23"
             IF ST-ERRO3 = "00"
                DISPLAY TELAFM
                IF W-SEL = 0
                   MOVE "*** MEDICAMENTO JA CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FM-ACE
                ELSE
                   IF W-SEL = 2
                      GO TO FM-EXC-OPC
                   ELSE
                      GO TO FM-R3
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO MEDICAM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** MEDICAMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FM-R2
             ELSE
                MOVE "N" TO CONTROL-FM
                MOVE "A" TO SIT-FM
                DISPLAY TELAFM.

       FM-R3.
           ACCEPT TNOMEFM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FM-R2.

           IF NOME-FM = SPACES
                GO TO FM-R3.

       FM-R3A.
           ACCEPT TAPRESFM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FM-R3.

       FM-R3B.
           ACCEPT TPOSOLFM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FM-R3A.

       FM-R3C.
           ACCEPT TCONTROLFM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FM-R3B.

           IF CONTROL-FM NOT = "S" AND CONTROL-FM NOT = "N"
                MOVE "*** INFORME S OU N ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FM-R3C.

       FM-R3D.
           ACCEPT TSITFM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FM-R3C.

           IF SIT-FM NOT = "A" AND SIT-FM NOT = "I"
                MOVE "*** SITUACAO INVALIDA (A OU I) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FM-R3D.

           IF W-SEL = 1
                GO TO FM-ALT-OPC.
      *
       FM-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FM-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FM-INC-OPC.
       FM-INC-WR1.
                WRITE REGMEDICAM
                IF ST-ERRO3 = "00"
                   MOVE "*** MEDICAMENTO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FM-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       FM-ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FM-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FM-ALT-OPC.
       FM-ALT-RW1.
                REWRITE REGMEDICAM
                IF ST-ERRO3 = "00"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FM-ACE.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       FM-EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FM-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FM-EXC-OPC.
       FM-EXC-DL1.
                DELETE MEDICAM RECORD
                IF ST-ERRO3 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FM-ACE.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *
      ***************************************************
      * MANUTENCAO DOS MODELOS DE DOCUMENTOS             *
      ***************************************************
       DM-ACE.
                DISPLAY (01, 01) ERASE
                DISPLAY (23, 12)
                 "N=NOVO  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    GO TO DM-ACE.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "V"
                   GO TO ACE-001.
                IF W-OPCAO = "N"
                   MOVE 0 TO W-SEL
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                   ELSE
                      MOVE 2 TO W-SEL.
      *
       DM-R1.
            MOVE ZEROS TO COD-DM
            MOVE SPACES TO TIPO-DM TITULO-DM SIT-DM
            MOVE SPACES TO TEXTO-DM(1) TEXTO-DM(2) TEXTO-DM(3)
                           TEXTO-DM(4) TEXTO-DM(5)
            DISPLAY TELADM.
      *
       DM-R2.
           ACCEPT TCODDMM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO DM-ACE.

           IF COD-DM = ZEROS
                GO TO DM-R2.

       DM-LER.
           READ DOCMOD
           IF ST-ERRO2 NOT = "23"
             IF ST-ERRO2 = "00"
                DISPLAY TELADM
                IF W-SEL = 0
                   MOVE "*** MODELO JA CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DM-ACE
                ELSE
                   IF W-SEL = 2
                      GO TO DM-EXC-OPC
                   ELSE
                      GO TO DM-R3
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO DOCMOD" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** MODELO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DM-R2
             ELSE
                MOVE "A" TO SIT-DM
                DISPLAY TELADM.

       DM-R3.
           ACCEPT TTIPODM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO DM-R2.

           IF NOT DM-RECEITA AND NOT DM-ATESTADO AND NOT DM-DECLARACAO
                MOVE "*** TIPO INVALIDO (R, A OU D) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DM-R3.

       DM-R4.
           ACCEPT TTITULODM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO DM-R3.

           IF TITULO-DM = SPACES
                GO TO DM-R4.

       DM-R5.
           ACCEPT TTEXTODM1
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DM-R4.
       DM-R5A.
           ACCEPT TTEXTODM2
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DM-R5.
       DM-R5B.
           ACCEPT TTEXTODM3
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DM-R5A.
       DM-R5C.
           ACCEPT TTEXTODM4
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DM-R5B.
       DM-R5D.
           ACCEPT TTEXTODM5
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DM-R5C.

       DM-R6.
           ACCEPT TSITDM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO DM-R5D.

           IF SIT-DM NOT = "A" AND SIT-DM NOT = "I"
                MOVE "*** SITUACAO INVALIDA (A OU I) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DM-R6.

           IF W-SEL = 1
                GO TO DM-ALT-OPC.
      *
       DM-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DM-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DM-INC-OPC.
       DM-INC-WR1.
                WRITE REGDOCMOD
                IF ST-ERRO2 = "00"
                   MOVE "*** MODELO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DM-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       DM-ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DM-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DM-ALT-OPC.
       DM-ALT-RW1.
                REWRITE REGDOCMOD
                IF ST-ERRO2 = "00"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DM-ACE.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       DM-EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DM-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DM-EXC-OPC.
       DM-EXC-DL1.
                DELETE DOCMOD RECORD
                IF ST-ERRO2 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DM-ACE.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *
      ***************************************************
      * LIVRO DE REGISTRO DOS DOCUMENTOS EMITIDOS POR    *
      * MEDICO NO MES (DATA DE EMISSAO)                  *
      ***************************************************
      *
       LIV-R1.
           MOVE W-HOJE-ANO TO W-AM-ANO
           MOVE W-HOJE-MES TO W-AM-MES
           MOVE ZEROS TO W-CRMREG
           DISPLAY TELAREG.
       LIV-R2.
           ACCEPT TANOMES

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-AM-MES < 1 OR W-AM-MES > 12
                MOVE "*** MES INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIV-R2.
       LIV-R3.
           ACCEPT TCRMREG

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO LIV-R2.

           OPEN OUTPUT DOCREG
           IF ST-ERRO10 NOT = "00"
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.

           SORT SORTDOC ON ASCENDING KEY CRM-SD ON ASCENDING KEY NUM-SD
                INPUT PROCEDURE LIV-SELECIONA THRU LIV-SELECIONA-FIM
                OUTPUT PROCEDURE LIV-PROCESSA THRU LIV-PROCESSA-FIM.
           CLOSE DOCREG
           DISPLAY (10, 03) "RECEITAS...: " W-TOTREC
           DISPLAY (11, 03) "ATESTADOS..: " W-TOTATE
           DISPLAY (12, 03) "DECLARACOES: " W-TOTDEC
           MOVE "*** RELATORIO DOCUMREG.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
      *    SO ENTRAM NO SORT OS DOCUMENTOS EMITIDOS NO MES E, SE
      *    INFORMADO, DO MEDICO ESCOLHIDO
       LIV-SELECIONA.
           MOVE ZEROS TO NUM-DE
           START DOCEMIT KEY IS NOT LESS NUM-DE
               INVALID KEY
                  GO TO LIV-SELECIONA-FIM.
       LIV-SELECIONA-LOOP.
           READ DOCEMIT NEXT
               AT END
                  GO TO LIV-SELECIONA-FIM.
           IF DATA-DE(1:6) NOT = W-ANOMES
                GO TO LIV-SELECIONA-LOOP.
           IF W-CRMREG NOT = ZEROS AND CRM-DE NOT = W-CRMREG
                GO TO LIV-SELECIONA-LOOP.
           MOVE CRM-DE      TO CRM-SD
           MOVE NUM-DE      TO NUM-SD
           MOVE DATA-DE     TO DATA-SD
           MOVE CODPAC-DE   TO CODPAC-SD
           MOVE DATACONS-DE TO DATACONS-SD
           MOVE TIPO-DE     TO TIPO-SD
           MOVE QTDIMP-DE   TO QTDIMP-SD
           RELEASE REG-SORTDOC
           GO TO LIV-SELECIONA-LOOP.
       LIV-SELECIONA-FIM.
           EXIT.
      *
      *    QUEBRA POR MEDICO COM SUBTOTAL POR TIPO DE DOCUMENTO
       LIV-PROCESSA.
           MOVE "S" TO W-PRIMEIRA
           MOVE ZEROS TO W-SUBREC W-SUBATE W-SUBDEC
                         W-TOTREC W-TOTATE W-TOTDEC
           WRITE REGDOCREG FROM CABREG1
           MOVE W-AM-MES TO CABMESTX
           MOVE W-AM-ANO TO CABANOTX
           WRITE REGDOCREG FROM CABREG2
           MOVE SPACES TO REGDOCREG
           WRITE REGDOCREG
           WRITE REGDOCREG FROM CABREG3.
       LIV-PROCESSA-LOOP.
           RETURN SORTDOC
               AT END
                  GO TO LIV-PROCESSA-TOT.
           IF W-PRIMEIRA = "S"
                MOVE "N" TO W-PRIMEIRA
                MOVE CRM-SD TO W-CRM-ANT
                PERFORM LIV-GRUPO THRU LIV-GRUPO-FIM
           ELSE
                IF CRM-SD NOT = W-CRM-ANT
                     PERFORM LIV-QUEBRA THRU LIV-QUEBRA-FIM
                     MOVE CRM-SD TO W-CRM-ANT
                     PERFORM LIV-GRUPO THRU LIV-GRUPO-FIM.
           MOVE CODPAC-SD TO CODPAC2
           READ CADPAC
                INVALID KEY
                     MOVE SPACES TO NOMEPC.
           MOVE NUM-SD           TO DETNUMTX
           MOVE DATA-SD(7:2)     TO DETEDIATX
           MOVE DATA-SD(5:2)     TO DETEMESTX
           MOVE DATA-SD(1:4)     TO DETEANOTX
           MOVE CODPAC-SD        TO DETPACTX
           MOVE NOMEPC           TO DETNOMTX
           MOVE DATACONS-SD(7:2) TO DETCDIATX
           MOVE DATACONS-SD(5:2) TO DETCMESTX
           MOVE DATACONS-SD(1:4) TO DETCANOTX
           MOVE QTDIMP-SD        TO DETVIATX
           IF TIPO-SD = "R"
                MOVE "RECEITA" TO DETTIPTX
                ADD 1 TO W-SUBREC W-TOTREC.
           IF TIPO-SD = "A"
                MOVE "ATESTADO" TO DETTIPTX
                ADD 1 TO W-SUBATE W-TOTATE.
           IF TIPO-SD = "D"
                MOVE "DECLARACAO" TO DETTIPTX
                ADD 1 TO W-SUBDEC W-TOTDEC.
           WRITE REGDOCREG FROM DETREG
           GO TO LIV-PROCESSA-LOOP.
       LIV-PROCESSA-TOT.
           IF W-PRIMEIRA = "N"
                PERFORM LIV-QUEBRA THRU LIV-QUEBRA-FIM.
           MOVE W-TOTREC TO TOTRECTX
           MOVE W-TOTATE TO TOTATETX
           MOVE W-TOTDEC TO TOTDECTX
           WRITE REGDOCREG FROM TOTREG.
       LIV-PROCESSA-FIM.
           EXIT.
      *
       LIV-GRUPO.
           MOVE W-CRM-ANT TO CRM2
           READ CADMED
                INVALID KEY
                     MOVE SPACES TO NOMEMD.
           MOVE W-CRM-ANT TO GRPCRMTX
           MOVE NOMEMD    TO GRPNOMTX
           MOVE SPACES TO REGDOCREG
           WRITE REGDOCREG
           WRITE REGDOCREG FROM GRPREG.
       LIV-GRUPO-FIM.
           EXIT.
      *
       LIV-QUEBRA.
           MOVE W-SUBREC TO SUBRECTX
           MOVE W-SUBATE TO SUBATETX
           MOVE W-SUBDEC TO SUBDECTX
           WRITE REGDOCREG FROM SUBREG
           MOVE ZEROS TO W-SUBREC W-SUBATE W-SUBDEC.
       LIV-QUEBRA-FIM.
           EXIT.

      *
      ***************************************************
      * CONSULTA NA AGENDA (CRM + DATA, QUALQUER HORA)   *
      * DO PACIENTE, IGNORANDO CANCELADAS E FALTAS       *
      ***************************************************
      *
       ACHA-AGENDA.
           MOVE "N" TO W-ACHOUAGE
           MOVE ZEROS TO W-HORACHEG W-HORATERM
           MOVE W-CRM      TO CRM
           MOVE W-DATACONS TO DATACONS
           MOVE ZEROS      TO HORACONS
           START AGENDA KEY IS NOT LESS CHAVE-AGENDA
                INVALID KEY
                     GO TO ACHA-AGENDA-FIM.
       ACHA-AGENDA-LOOP.
           READ AGENDA NEXT RECORD
                AT END
                     GO TO ACHA-AGENDA-FIM.
           IF CRM NOT = W-CRM OR DATACONS NOT = W-DATACONS
                GO TO ACHA-AGENDA-FIM.
           IF CODPAC NOT = W-CODPAC
                GO TO ACHA-AGENDA-LOOP.
           IF AGE-CANCELADA OR AGE-FALTA
                GO TO ACHA-AGENDA-LOOP.
           MOVE "S" TO W-ACHOUAGE
           MOVE HORA-CHEGADA TO W-HORACHEG
           MOVE HORA-TERMINO TO W-HORATERM.
       ACHA-AGENDA-FIM.
           EXIT.
      *
       LE-PERM-PRONT.
           MOVE "N" TO W-PERMPRONT
           OPEN INPUT OPERADOR
           IF ST-ERRO8 NOT = "00"
                GO TO LE-PERM-PRONT-FIM.
           MOVE W-OPERADOR TO COD-OPER
           READ OPERADOR
               INVALID KEY
                  CLOSE OPERADOR
                  GO TO LE-PERM-PRONT-FIM.
           IF PERM-OPER(43:1) = "S"
                MOVE "S" TO W-PERMPRONT.
           CLOSE OPERADOR.
       LE-PERM-PRONT-FIM.
           EXIT.
      *
       ACHA-PROXDOC.
           MOVE "DOCUM" TO ID-NC
           READ NUMCTL
               INVALID KEY
                  MOVE "DOCUM" TO ID-NC
                  MOVE 1 TO PROX-NC
                  WRITE REGNUMCTL.
           MOVE PROX-NC TO W-PROXDOC
           ADD 1 TO PROX-NC
           REWRITE REGNUMCTL
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO CONTROLE DE NUMERACAO"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ACHA-PROXDOC-FIM.
           EXIT.

       ROT-FIM.
           CLOSE DOCEMIT DOCMOD MEDICAM NUMCTL CADPAC CADMED AGENDA.
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
