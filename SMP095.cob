       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP095.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * BOLETOS DE COBRANCA                             *
      * (GERA O ARQUIVO REMESSA NO LAYOUT DO BANCO COM  *
      *  AS MENSALIDADES EM ABERTO DA COMPETENCIA E OS  *
      *  SALDOS DE PACIENTE ESCOLHIDOS, GRAVANDO O      *
      *  NOSSO NUMERO NA COBRANCA, E IMPORTA O ARQUIVO  *
      *  RETORNO BAIXANDO OS PAGAMENTOS - INCLUSIVE     *
      *  PARCIAIS - COM RELATORIO DE EXCECOES)          *
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

       SELECT BOLETO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOSSONUM-BL
                    FILE STATUS  IS ST-ERRO2.

       SELECT MENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MS
                    FILE STATUS  IS ST-ERRO3.

       SELECT DEBPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DB
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

       SELECT RESPPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPAC-RP
                    FILE STATUS  IS ST-ERRO7.

       SELECT NUMCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ID-NC
                    FILE STATUS  IS ST-ERRO8.

       SELECT REMESSA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.

       SELECT RETORNO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO10.

       SELECT BOLREL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO11.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "CONTABCO.CPY".
       COPY "BOLETO.CPY".
       COPY "MENSAL.CPY".
       COPY "DEBPAC.CPY".
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
       COPY "RESPPAC.CPY".
       COPY "NUMCTL.CPY".
      *
      *    ARQUIVO REMESSA NO LAYOUT DE COBRANCA DO BANCO (400
      *    POSICOES: HEADER "0", UM DETALHE "1" POR BOLETO E
      *    TRAILER "9"), NOMEADO REMESSA<NUMERO>.TXT
      *
       FD REMESSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQREM.
       01 REGREM       PIC X(400).
      *
      *    ARQUIVO RETORNO DO BANCO (MESMO LAYOUT DE 400 POSICOES;
      *    SO OS DETALHES "1" SAO TRATADOS), NOMEADO
      *    RETORNO<CONTA><AAAAMMDD>.TXT
      *    OCORRENCIAS: 02 ENTRADA CONFIRMADA  03 ENTRADA REJEITADA
      *    06 LIQUIDACAO  17 LIQUIDACAO APOS BAIXA
      *    09/10 BAIXA DO TITULO NO BANCO
      *
       FD RETORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQRET.
       01 REGRET.
          03 TIPO-RT               PIC X(01).
          03 FILLER                PIC X(62).
          03 NOSSONUM-RT           PIC 9(10).
          03 CARTEIRA-RT           PIC 9(03).
          03 OCORR-RT              PIC X(02).
          03 DATAOCOR-RT           PIC 9(06).
          03 VALTIT-RT             PIC 9(11)V99.
          03 VALPAGO-RT            PIC 9(11)V99.
          03 DATACRED-RT           PIC 9(06).
          03 FILLER                PIC X(278).
          03 SEQ-RT                PIC 9(06).
      *
       FD BOLREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQREL.
       01 REGBOLREL    PIC X(090).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 LIMPALIN      PIC X(78) VALUE SPACES.

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

       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-CODCB       PIC 9(02) VALUE ZEROS.
       01 TXTBANCO      PIC X(20) VALUE SPACES.
       01 W-CODPAC      PIC 9(06) VALUE ZEROS.
       01 W-SEQDB       PIC 9(03) VALUE ZEROS.
       01 W-MESREF      PIC 9(02) VALUE ZEROS.
       01 W-ANOREF      PIC 9(04) VALUE ZEROS.
       01 W-ANOMES      PIC 9(06) VALUE ZEROS.
       01 CONLIN        PIC 9(02) VALUE ZEROS.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-ATIVO       PIC X(01) VALUE "N".

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).
       01 W-VENC.
          03 W-VENC-ANO PIC 9(04).
          03 W-VENC-MES PIC 9(02).
          03 W-VENC-DIA PIC 9(02).
       01 W-VENC-N REDEFINES W-VENC PIC 9(08).
       01 W-DATA.
          03 W-DATA-ANO PIC 9(04).
          03 W-DATA-MES PIC 9(02).
          03 W-DATA-DIA PIC 9(02).
       01 W-DATA-N REDEFINES W-DATA PIC 9(08).
       01 W-DC.
          03 W-DC-ANO   PIC 9(04).
          03 W-DC-MES   PIC 9(02).
          03 W-DC-DIA   PIC 9(02).
       01 W-DC-N REDEFINES W-DC PIC 9(08).
      *    DATAS DO LAYOUT DO BANCO (DDMMAA)
       01 W-DMA.
          03 W-DMA-DIA  PIC 9(02).
          03 W-DMA-MES  PIC 9(02).
          03 W-DMA-ANO  PIC 9(02).
       01 W-DMA-N REDEFINES W-DMA PIC 9(06).

       01 W-ARQREM.
          03 FILLER       PIC X(07) VALUE "REMESSA".
          03 W-REMNUM     PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
          03 FILLER       PIC X(03) VALUE SPACES.
       01 W-ARQRET.
          03 FILLER       PIC X(07) VALUE "RETORNO".
          03 W-RETCB      PIC 9(02) VALUE ZEROS.
          03 W-RETDATA    PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
          03 FILLER       PIC X(05) VALUE SPACES.
       01 W-ARQREL        PIC X(26) VALUE SPACES.
       01 W-ARQRELREM.
          03 FILLER       PIC X(06) VALUE "BOLREM".
          03 W-RELREMNUM  PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
       01 W-ARQRELRET.
          03 FILLER       PIC X(06) VALUE "BOLRET".
          03 W-RELRETCB   PIC 9(02) VALUE ZEROS.
          03 W-RELRETDATA PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".

      *    SERIE DO CONTROLE DE NUMERACAO E NUMERO TOMADO
       01 W-IDNC        PIC X(08) VALUE SPACES.
       01 W-PROXNC      PIC 9(06) VALUE ZEROS.
       01 W-NUMREM      PIC 9(06) VALUE ZEROS.
       01 W-SEQREG      PIC 9(06) VALUE ZEROS.

      *    BOLETO EM EMISSAO
       01 W-NOSSONUM    PIC 9(10) VALUE ZEROS.
       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-REFBL       PIC 9(12) VALUE ZEROS.
       01 W-VALBL       PIC 9(08)V99 VALUE ZEROS.
       01 W-SACNOME     PIC X(40) VALUE SPACES.
       01 W-SACEND      PIC X(40) VALUE SPACES.
       01 W-SACCPF      PIC 9(11) VALUE ZEROS.
       01 W-GEROU       PIC X(01) VALUE "N".

      *    PAGAMENTO EM BAIXA
       01 W-VALPAGO     PIC 9(08)V99 VALUE ZEROS.
       01 W-VALPOSTA    PIC 9(08)V99 VALUE ZEROS.
       01 W-MOTIVO      PIC X(45) VALUE SPACES.

       01 W-QTDBOL      PIC 9(05) VALUE ZEROS.
       01 W-QTDJAEMIT   PIC 9(05) VALUE ZEROS.
       01 W-QTDLIDOS    PIC 9(05) VALUE ZEROS.
       01 W-QTDCONF     PIC 9(05) VALUE ZEROS.
       01 W-QTDBAIXA    PIC 9(05) VALUE ZEROS.
       01 W-QTDPOST     PIC 9(05) VALUE ZEROS.
       01 W-QTDPARC     PIC 9(05) VALUE ZEROS.
       01 W-QTDJA       PIC 9(05) VALUE ZEROS.
       01 W-QTDEXC      PIC 9(05) VALUE ZEROS.
       01 W-TOTBOL      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTPOST     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTEXC      PIC 9(09)V99 VALUE ZEROS.

       01 LINDEB.
          03 LINDEB-SEQ  PIC 9(03).
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINDEB-DATA PIC 9(08).
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINDEB-VAL  PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINDEB-SAL  PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINDEB-BOL  PIC Z(10).

      *    REGISTROS DO ARQUIVO REMESSA
       01 REMHDR.
          03 FILLER        PIC X(01) VALUE "0".
          03 FILLER        PIC X(01) VALUE "1".
          03 FILLER        PIC X(07) VALUE "REMESSA".
          03 FILLER        PIC X(02) VALUE "01".
          03 FILLER        PIC X(15) VALUE "COBRANCA".
          03 AGENCIA-RH    PIC 9(05).
          03 CONTA-RH      PIC X(12).
          03 BENEF-RH      PIC X(20).
          03 FILLER        PIC X(30) VALUE "FATEC - ZONA LESTE".
          03 BANCO-RH      PIC 9(03).
          03 DATA-RH       PIC 9(06).
          03 NUMREM-RH     PIC 9(06).
          03 FILLER        PIC X(286) VALUE SPACES.
          03 SEQ-RH        PIC 9(06).
       01 REMDET.
          03 FILLER        PIC X(01) VALUE "1".
          03 AGENCIA-RD    PIC 9(05).
          03 CONTA-RD      PIC X(12).
          03 BENEF-RD      PIC X(20).
      *    USO DA EMPRESA: TIPO E REFERENCIA DA COBRANCA
          03 USOEMP-RD.
             05 TIPO-RD    PIC X(01).
             05 REF-RD     PIC 9(12).
             05 FILLER     PIC X(12) VALUE SPACES.
          03 NOSSONUM-RD   PIC 9(10).
          03 CARTEIRA-RD   PIC 9(03).
          03 FILLER        PIC X(02) VALUE "01".
          03 SEUNUM-RD     PIC 9(10).
          03 VENC-RD       PIC 9(06).
          03 VALOR-RD      PIC 9(11)V99.
          03 EMISSAO-RD    PIC 9(06).
          03 TPINSC-RD     PIC X(02).
          03 INSC-RD       PIC 9(14).
          03 NOME-RD       PIC X(40).
          03 ENDER-RD      PIC X(40).
          03 FILLER        PIC X(185) VALUE SPACES.
          03 SEQ-RD        PIC 9(06).
       01 REMTRL.
          03 FILLER        PIC X(01) VALUE "9".
          03 FILLER        PIC X(393) VALUE SPACES.
          03 SEQ-RT9       PIC 9(06).

       01  CABREM1.
           05  FILLER                 PIC X(047) VALUE
           "FATEC - ZONA LESTE  *** REMESSA DE BOLETOS *** ".
           05  FILLER                 PIC X(008) VALUE "NUMERO ".
           05  NUMREMTX   VALUE ZEROS  PIC 999999.

       01  CABREM2.
           05  FILLER                 PIC X(050) VALUE
           "NOSSO NUM. T REFERENCIA   SACADO".
           05  FILLER                 PIC X(030) VALUE
           "  VENCTO             VALOR".

       01  DETREM.
           05  NOSSOTX    VALUE ZEROS  PIC 9(10).
           05  FILLER                 PIC X(001) VALUE " ".
           05  TIPOTX     VALUE SPACES PIC X(01).
           05  FILLER                 PIC X(001) VALUE " ".
           05  REFTX      VALUE ZEROS  PIC 9(12).
           05  FILLER                 PIC X(001) VALUE " ".
           05  SACTX      VALUE SPACES PIC X(025).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DIAVTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESVTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOVTX     VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  VALTX      VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  CABRET1      PIC X(060) VALUE
           "FATEC - ZONA LESTE  *** RETORNO DE BOLETOS - EXCECOES ***".

       01  CABRET2.
           05  FILLER                 PIC X(050) VALUE
           "NOSSO NUM. OC DATA CRED.    VALOR PAGO MOTIVO".

       01  DETRET.
           05  NOSSOETX   VALUE ZEROS  PIC 9(10).
           05  FILLER                 PIC X(001) VALUE " ".
           05  OCORETX    VALUE SPACES PIC X(02).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DIAETX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESETX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOETX     VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  VALETX     VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  MOTETX     VALUE SPACES PIC X(045).

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

       01  TELAREM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Remessa De Boletos De Cobranca".
           05  LINE 04  COLUMN 01
               VALUE  " Conta Bancaria:".
           05  LINE 06  COLUMN 01
               VALUE  " Vencimento (Dd Mm Aaaa):".
           05  LINE 08  COLUMN 01
               VALUE  " Mensalidades Da Competencia (Mm Aaaa):".
           05  LINE 08  COLUMN 50
               VALUE  "(00 = Nenhuma)".
           05  LINE 10  COLUMN 01
               VALUE  " Remessa:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TRCODCB
               LINE 04  COLUMN 18  PIC 9(02)
               USING  W-CODCB
               HIGHLIGHT.
           05  TRTXTBANCO
               LINE 04  COLUMN 22  PIC X(20)
               USING  TXTBANCO
               HIGHLIGHT.
           05  TRVENCDIA
               LINE 06  COLUMN 27  PIC 9(02)
               USING  W-VENC-DIA
               HIGHLIGHT.
           05  TRVENCMES
               LINE 06  COLUMN 30  PIC 9(02)
               USING  W-VENC-MES
               HIGHLIGHT.
           05  TRVENCANO
               LINE 06  COLUMN 33  PIC 9(04)
               USING  W-VENC-ANO
               HIGHLIGHT.
           05  TRMESREF
               LINE 08  COLUMN 41  PIC 9(02)
               USING  W-MESREF
               HIGHLIGHT.
           05  TRANOREF
               LINE 08  COLUMN 44  PIC 9(04)
               USING  W-ANOREF
               HIGHLIGHT.
           05  TRARQREM
               LINE 10  COLUMN 11  PIC X(20)
               USING  W-ARQREM
               HIGHLIGHT.

       01  TELARET.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Retorno Dos Boletos - Baixa Automatica".
           05  LINE 04  COLUMN 01
               VALUE  " Conta Bancaria:".
           05  LINE 06  COLUMN 01
               VALUE  " Data Do Arquivo (Dd Mm Aaaa):".
           05  LINE 08  COLUMN 01
               VALUE  " Arquivo:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TTCODCB
               LINE 04  COLUMN 18  PIC 9(02)
               USING  W-CODCB
               HIGHLIGHT.
           05  TTTXTBANCO
               LINE 04  COLUMN 22  PIC X(20)
               USING  TXTBANCO
               HIGHLIGHT.
           05  TTDATADIA
               LINE 06  COLUMN 32  PIC 9(02)
               USING  W-DATA-DIA
               HIGHLIGHT.
           05  TTDATAMES
               LINE 06  COLUMN 35  PIC 9(02)
               USING  W-DATA-MES
               HIGHLIGHT.
           05  TTDATAANO
               LINE 06  COLUMN 38  PIC 9(04)
               USING  W-DATA-ANO
               HIGHLIGHT.
           05  TTARQRET
               LINE 08  COLUMN 11  PIC X(26)
               USING  W-ARQRET
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

           OPEN I-O BOLETO
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
                 OPEN OUTPUT BOLETO
                 CLOSE BOLETO
                 OPEN I-O BOLETO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO BOLETO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O MENSAL
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
                 OPEN OUTPUT MENSAL
                 CLOSE MENSAL
                 OPEN I-O MENSAL
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MENSAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O DEBPAC
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT DEBPAC
                 CLOSE DEBPAC
                 OPEN I-O DEBPAC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DEBPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADCONV
           IF ST-ERRO5 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADPAC
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT RESPPAC
           IF ST-ERRO7 NOT = "00"
             IF ST-ERRO7 = "30"
                 OPEN OUTPUT RESPPAC
                 CLOSE RESPPAC
                 OPEN INPUT RESPPAC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO RESPPAC" TO MENS
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
      *
       ACE-001.
           DISPLAY (01, 01) ERASE
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY (23, 12)
             "R=REMESSA DE BOLETOS  T=RETORNO DO BANCO  X=SAIR"
           ACCEPT (23, 62) W-OPCAO
           IF W-OPCAO NOT = "R" AND W-OPCAO NOT = "T"
               AND W-OPCAO NOT = "X"
               GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "X"
              GO TO ROT-FIM.
           IF W-OPCAO = "T"
              GO TO RET-R1.

      *
      ***************************************************
      * REMESSA: UM BOLETO POR MENSALIDADE EM ABERTO DA  *
      * COMPETENCIA E POR SALDO DE PACIENTE ESCOLHIDO NA *
      * TELA; COBRANCA COM BOLETO AINDA REGISTRADO NO    *
      * BANCO NAO RECEBE OUTRO                           *
      ***************************************************
      *
       REM-R1.
           MOVE ZEROS TO W-CODCB W-MESREF W-ANOREF W-REMNUM
           MOVE SPACES TO TXTBANCO
           MOVE W-HOJE-N TO W-VENC-N
           DISPLAY TELAREM.
       REM-R2.
           ACCEPT TRCODCB

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-CODCB = ZEROS
                GO TO REM-R2.
           PERFORM BUSCA-BANCO THRU BUSCA-BANCO-FIM
           IF TXTBANCO = SPACES
                MOVE "*** CONTA BANCARIA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REM-R2.
           DISPLAY TRTXTBANCO
           IF BENEF-CB = SPACES
                MOVE "* CONTA SEM CODIGO DE BENEFICIARIO DE COBRANCA *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REM-R2.
       REM-R3.
           ACCEPT TRVENCDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO REM-R2.
           ACCEPT TRVENCMES
           ACCEPT TRVENCANO
           IF W-VENC-DIA = ZEROS OR W-VENC-DIA > 31
              OR W-VENC-MES = ZEROS OR W-VENC-MES > 12
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REM-R3.
           IF W-VENC-N < W-HOJE-N
                MOVE "*** VENCIMENTO ANTERIOR A HOJE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REM-R3.
       REM-R4.
           ACCEPT TRMESREF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO REM-R3.

           MOVE ZEROS TO W-ANOMES
           IF W-MESREF = ZEROS
                GO TO REM-OPC.
           IF W-MESREF > 12
                MOVE "MES INVALIDO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REM-R4.
           ACCEPT TRANOREF
           IF W-ANOREF = ZEROS
                GO TO REM-R4.
           COMPUTE W-ANOMES = W-ANOREF * 100 + W-MESREF.
       REM-OPC.
                DISPLAY (23, 40) "CONFIRMA REMESSA (S/N) : ".
                ACCEPT (23, 65) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REMESSA NAO GERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REM-OPC.
       REM-ABRE.
           MOVE "REMESSA" TO W-IDNC
           PERFORM ACHA-PROXNC THRU ACHA-PROXNC-FIM
           MOVE W-PROXNC TO W-NUMREM W-REMNUM W-RELREMNUM
           DISPLAY TRARQREM
           OPEN OUTPUT REMESSA
           IF ST-ERRO9 NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO REMESSA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
           MOVE W-ARQRELREM TO W-ARQREL
           OPEN OUTPUT BOLREL
           IF ST-ERRO11 NOT = "00"
                CLOSE REMESSA
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.

           MOVE ZEROS TO W-QTDBOL W-QTDJAEMIT W-TOTBOL
           MOVE 1 TO W-SEQREG
           MOVE AGENCIA-CB  TO AGENCIA-RH
           MOVE NUMCONTA-CB TO CONTA-RH
           MOVE BENEF-CB    TO BENEF-RH
           MOVE BANCO-CB    TO BANCO-RH
           MOVE W-HOJE-DIA  TO W-DMA-DIA
           MOVE W-HOJE-MES  TO W-DMA-MES
           MOVE W-HOJE-ANO  TO W-DMA-ANO
           MOVE W-DMA-N     TO DATA-RH
           MOVE W-NUMREM    TO NUMREM-RH
           MOVE W-SEQREG    TO SEQ-RH
           WRITE REGREM FROM REMHDR

           MOVE W-NUMREM TO NUMREMTX
           WRITE REGBOLREL FROM CABREM1
           MOVE SPACES TO REGBOLREL
           WRITE REGBOLREL
           WRITE REGBOLREL FROM CABREM2

           IF W-ANOMES = ZEROS
                GO TO REM-PAC.
           MOVE ZEROS TO CHAVE-MS
           START MENSAL KEY IS NOT LESS CHAVE-MS
               INVALID KEY
                  GO TO REM-PAC.
       REM-MENS-LOOP.
           READ MENSAL NEXT RECORD
                AT END
                     GO TO REM-PAC.
           IF ANOMES-MS NOT = W-ANOMES OR MS-PAGA
                GO TO REM-MENS-LOOP.
           MOVE NOSSONUM-MS TO W-NOSSONUM
           PERFORM VER-ATIVO THRU VER-ATIVO-FIM
           IF W-ATIVO = "S"
                ADD 1 TO W-QTDJAEMIT
                GO TO REM-MENS-LOOP.

           MOVE CODIGO-MS TO CODIGO2
           READ CADCONV
                INVALID KEY
                     MOVE SPACES TO NOMECV.
           MOVE "M" TO W-TIPO
           COMPUTE W-REFBL = CODIGO-MS * 1000000 + ANOMES-MS
           COMPUTE W-VALBL = VALOR-MS - PAGO-MS
           MOVE NOMECV TO W-SACNOME
           MOVE SPACES TO W-SACEND
           MOVE ZEROS  TO W-SACCPF
           PERFORM GERA-BOLETO THRU GERA-BOLETO-FIM
           IF W-GEROU = "N"
                GO TO REM-MENS-LOOP.
           MOVE W-NOSSONUM TO NOSSONUM-MS
           REWRITE REGMENSAL
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                MOVE "ERRO NA GRAVACAO DA MENSALIDADE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO REM-MENS-LOOP.
      *
      *    SALDOS DE PACIENTE ESCOLHIDOS UM A UM
      *
       REM-PAC.
           DISPLAY (12, 01) LIMPALIN
           DISPLAY (12, 03) "PACIENTE (CODIGO, 0=FIM DA REMESSA): "
           MOVE ZEROS TO W-CODPAC
           ACCEPT (12, 40) W-CODPAC
           IF W-CODPAC = ZEROS
                GO TO REM-FIM.
           MOVE W-CODPAC TO CODPAC2
           READ CADPAC
               INVALID KEY
                  MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO REM-PAC.
           DISPLAY (12, 48) NOMEPC.
       REM-PAC-LISTA.
           MOVE 13 TO CONLIN.
       REM-PAC-LIMPA.
           DISPLAY (CONLIN, 01) LIMPALIN
           ADD 1 TO CONLIN
           IF CONLIN < 20
                GO TO REM-PAC-LIMPA.
           MOVE "N" TO W-ACHOU
           MOVE 13 TO CONLIN
           MOVE W-CODPAC TO CODPAC-DB
           MOVE ZEROS    TO SEQ-DB
           START DEBPAC KEY IS NOT LESS CHAVE-DB
                INVALID KEY
                     GO TO REM-PAC-LISTA-FIM.
       REM-PAC-LISTA-LOOP.
           READ DEBPAC NEXT RECORD
                AT END
                     GO TO REM-PAC-LISTA-FIM.
           IF CODPAC-DB NOT = W-CODPAC
                GO TO REM-PAC-LISTA-FIM.
           IF NOT DB-ABERTO
                GO TO REM-PAC-LISTA-LOOP.

           MOVE "S" TO W-ACHOU
           MOVE SEQ-DB      TO LINDEB-SEQ
           MOVE DATA-DB     TO LINDEB-DATA
           MOVE VALOR-DB    TO LINDEB-VAL
           MOVE SALDO-DB    TO LINDEB-SAL
           MOVE NOSSONUM-DB TO LINDEB-BOL
           DISPLAY (CONLIN, 03) LINDEB
           ADD 1 TO CONLIN
           IF CONLIN > 18
                GO TO REM-PAC-LISTA-FIM.
           GO TO REM-PAC-LISTA-LOOP.
       REM-PAC-LISTA-FIM.
           IF W-ACHOU = "N"
                MOVE "*** PACIENTE SEM DEBITOS EM ABERTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REM-PAC.
       REM-PAC-SEQ.
           MOVE ZEROS TO W-SEQDB
           DISPLAY (19, 03) "SEQUENCIA DO DEBITO (0=OUTRO PACIENTE): "
           ACCEPT (19, 44) W-SEQDB
           IF W-SEQDB = ZEROS
                GO TO REM-PAC.

           MOVE W-CODPAC TO CODPAC-DB
           MOVE W-SEQDB  TO SEQ-DB
           READ DEBPAC
               INVALID KEY
                  MOVE "*** DEBITO NAO ENCONTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO REM-PAC-SEQ.
           IF NOT DB-ABERTO
                MOVE "*** DEBITO JA QUITADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REM-PAC-SEQ.
           MOVE NOSSONUM-DB TO W-NOSSONUM
           PERFORM VER-ATIVO THRU VER-ATIVO-FIM
           IF W-ATIVO = "S"
                MOVE "*** DEBITO JA TEM BOLETO REGISTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REM-PAC-SEQ.

      *    PACIENTE COM RESPONSAVEL: O BOLETO SAI EM NOME E CPF
      *    DO RESPONSAVEL, COMO O RECIBO DO CAIXA
           MOVE NOMEPC   TO W-SACNOME
           MOVE CPF      TO W-SACCPF
           MOVE ENDERECO TO W-SACEND
           MOVE W-CODPAC TO CODPAC-RP
           READ RESPPAC
               INVALID KEY
                  GO TO REM-PAC-GERA.
           MOVE NOME-RP TO W-SACNOME
           MOVE CPF-RP  TO W-SACCPF.
       REM-PAC-GERA.
           MOVE "P" TO W-TIPO
           COMPUTE W-REFBL = CODPAC-DB * 1000 + SEQ-DB
           MOVE SALDO-DB TO W-VALBL
           PERFORM GERA-BOLETO THRU GERA-BOLETO-FIM
           IF W-GEROU = "N"
                GO TO REM-PAC-SEQ.
           MOVE W-NOSSONUM TO NOSSONUM-DB
           REWRITE REGDEBPAC
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO DEBITO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REM-PAC-LISTA.
           MOVE "*** BOLETO INCLUIDO NA REMESSA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REM-PAC-LISTA.
      *
       REM-FIM.
           ADD 1 TO W-SEQREG
           MOVE W-SEQREG TO SEQ-RT9
           WRITE REGREM FROM REMTRL
           CLOSE REMESSA
           MOVE SPACES TO REGBOLREL
           WRITE REGBOLREL
           MOVE "BOLETOS NA REMESSA ............" TO DESCRTX
           MOVE W-QTDBOL TO QTDRTX
           MOVE W-TOTBOL TO VALRTX
           WRITE REGBOLREL FROM LINRESUMO
           MOVE "MENSALIDADES COM BOLETO ATIVO ." TO DESCRTX
           MOVE W-QTDJAEMIT TO QTDRTX
           MOVE ZEROS TO VALRTX
           WRITE REGBOLREL FROM LINRESUMO
           CLOSE BOLREL
           DISPLAY (12, 01) LIMPALIN
           DISPLAY (14, 03) "BOLETOS NA REMESSA ........: " W-QTDBOL
           DISPLAY (15, 03) "JA COM BOLETO REGISTRADO ..: " W-QTDJAEMIT
           IF W-QTDBOL = ZEROS
                MOVE "*** NENHUM BOLETO NA REMESSA ***" TO MENS
           ELSE
                MOVE "*** REMESSA GERADA - ENVIAR AO BANCO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 12) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (23, 40) W-OPCAO
           GO TO ACE-001.
      *
      *    GRAVA O BOLETO (W-TIPO, W-REFBL, W-VALBL E SACADO
      *    CARREGADOS), O DETALHE DA REMESSA E A LINHA DA LISTAGEM
       GERA-BOLETO.
           MOVE "N" TO W-GEROU
           IF W-VALBL = ZEROS
                GO TO GERA-BOLETO-FIM.
           MOVE "BOLETO" TO W-IDNC
           PERFORM ACHA-PROXNC THRU ACHA-PROXNC-FIM
           MOVE W-PROXNC   TO W-NOSSONUM
           MOVE W-NOSSONUM TO NOSSONUM-BL
           MOVE W-TIPO     TO TIPO-BL
           MOVE W-REFBL    TO REF-BL
           MOVE W-CODCB    TO CODCB-BL
           MOVE W-NUMREM   TO REMESSA-BL
           MOVE W-HOJE-N   TO DATAEMI-BL
           MOVE W-VENC-N   TO VENC-BL
           MOVE W-VALBL    TO VALOR-BL
           MOVE ZEROS      TO PAGO-BL DATAPGTO-BL
           MOVE "R"        TO SIT-BL
           WRITE REGBOLETO
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO BOLETO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GERA-BOLETO-FIM.

           MOVE AGENCIA-CB  TO AGENCIA-RD
           MOVE NUMCONTA-CB TO CONTA-RD
           MOVE BENEF-CB    TO BENEF-RD
           MOVE W-TIPO      TO TIPO-RD
           MOVE W-REFBL     TO REF-RD
           MOVE W-NOSSONUM  TO NOSSONUM-RD SEUNUM-RD
           MOVE CARTEIRA-CB TO CARTEIRA-RD
           MOVE W-VENC-DIA  TO W-DMA-DIA
           MOVE W-VENC-MES  TO W-DMA-MES
           MOVE W-VENC-ANO  TO W-DMA-ANO
           MOVE W-DMA-N     TO VENC-RD
           MOVE W-VALBL     TO VALOR-RD
           MOVE W-HOJE-DIA  TO W-DMA-DIA
           MOVE W-HOJE-MES  TO W-DMA-MES
           MOVE W-HOJE-ANO  TO W-DMA-ANO
           MOVE W-DMA-N     TO EMISSAO-RD
           IF W-SACCPF = ZEROS
                MOVE "00" TO TPINSC-RD
           ELSE
                MOVE "01" TO TPINSC-RD.
           MOVE W-SACCPF    TO INSC-RD
           MOVE W-SACNOME   TO NOME-RD
           MOVE W-SACEND    TO ENDER-RD
           ADD 1 TO W-SEQREG
           MOVE W-SEQREG    TO SEQ-RD
           WRITE REGREM FROM REMDET

           MOVE W-NOSSONUM  TO NOSSOTX
           MOVE W-TIPO      TO TIPOTX
           MOVE W-REFBL     TO REFTX
           MOVE W-SACNOME   TO SACTX
           MOVE W-VENC-DIA  TO DIAVTX
           MOVE W-VENC-MES  TO MESVTX
           MOVE W-VENC-ANO  TO ANOVTX
           MOVE W-VALBL     TO VALTX
           WRITE REGBOLREL FROM DETREM
           ADD 1 TO W-QTDBOL
           ADD W-VALBL TO W-TOTBOL
           MOVE "S" TO W-GEROU.
       GERA-BOLETO-FIM.
           EXIT.

      *
      ***************************************************
      * RETORNO: CADA LIQUIDACAO BAIXA A COBRANCA DO     *
      * BOLETO PELO VALOR PAGO (PAGAMENTO MENOR QUE O    *
      * SALDO FICA COMO PARCIAL); O QUE NAO FOR POSSIVEL *
      * BAIXAR VAI PARA O RELATORIO DE EXCECOES. LINHA   *
      * JA PROCESSADA EM RETORNO ANTERIOR E IGNORADA     *
      ***************************************************
      *
       RET-R1.
           MOVE ZEROS TO W-CODCB W-RETCB W-RETDATA
           MOVE SPACES TO TXTBANCO
           MOVE W-HOJE-N TO W-DATA-N
           DISPLAY TELARET.
       RET-R2.
           ACCEPT TTCODCB

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-CODCB = ZEROS
                GO TO RET-R2.
           PERFORM BUSCA-BANCO THRU BUSCA-BANCO-FIM
           IF TXTBANCO = SPACES
                MOVE "*** CONTA BANCARIA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RET-R2.
           DISPLAY TTTXTBANCO.
       RET-R3.
           ACCEPT TTDATADIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RET-R2.
           ACCEPT TTDATAMES
           ACCEPT TTDATAANO
           IF W-DATA-DIA = ZEROS OR W-DATA-DIA > 31
              OR W-DATA-MES = ZEROS OR W-DATA-MES > 12
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RET-R3.
           MOVE W-CODCB  TO W-RETCB W-RELRETCB
           MOVE W-DATA-N TO W-RETDATA W-RELRETDATA
           DISPLAY TTARQRET.
       RET-OPC.
                DISPLAY (23, 40) "CONFIRMA IMPORTACAO (S/N) : ".
                ACCEPT (23, 68) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** IMPORTACAO CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RET-OPC.
       RET-ABRE.
           OPEN INPUT RETORNO
           IF ST-ERRO10 NOT = "00"
                MOVE "*** ARQUIVO RETORNO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RET-R1.
           MOVE W-ARQRELRET TO W-ARQREL
           OPEN OUTPUT BOLREL
           IF ST-ERRO11 NOT = "00"
                CLOSE RETORNO
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
           WRITE REGBOLREL FROM CABRET1
           MOVE SPACES TO REGBOLREL
           WRITE REGBOLREL
           WRITE REGBOLREL FROM CABRET2
           MOVE ZEROS TO W-QTDLIDOS W-QTDCONF W-QTDBAIXA W-QTDPOST
           MOVE ZEROS TO W-QTDPARC W-QTDJA W-QTDEXC
           MOVE ZEROS TO W-TOTPOST W-TOTEXC.
       RET-LOOP.
           READ RETORNO NEXT RECORD
                AT END
                     GO TO RET-FIM.
           IF TIPO-RT NOT = "1"
                GO TO RET-LOOP.
           ADD 1 TO W-QTDLIDOS
           MOVE VALPAGO-RT TO W-VALPAGO
           IF DATACRED-RT NOT = ZEROS
                MOVE DATACRED-RT TO W-DMA-N
           ELSE
                MOVE DATAOCOR-RT TO W-DMA-N.
           COMPUTE W-DC-ANO = 2000 + W-DMA-ANO
           MOVE W-DMA-MES TO W-DC-MES
           MOVE W-DMA-DIA TO W-DC-DIA

           MOVE NOSSONUM-RT TO NOSSONUM-BL
           READ BOLETO
               INVALID KEY
                  MOVE "NOSSO NUMERO NAO ENCONTRADO" TO W-MOTIVO
                  PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                  GO TO RET-LOOP.
           IF CODCB-BL NOT = W-CODCB
                MOVE "BOLETO EMITIDO POR OUTRA CONTA" TO W-MOTIVO
                PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                GO TO RET-LOOP.
           IF OCORR-RT = "02"
                ADD 1 TO W-QTDCONF
                GO TO RET-LOOP.
           IF OCORR-RT = "03"
                MOVE "REGISTRO REJEITADO PELO BANCO - REEMITIR"
                                                     TO W-MOTIVO
                PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                GO TO RET-BAIXA-BANCO.
           IF OCORR-RT = "09" OR OCORR-RT = "10"
                ADD 1 TO W-QTDBAIXA
                GO TO RET-BAIXA-BANCO.
           IF OCORR-RT NOT = "06" AND OCORR-RT NOT = "17"
                MOVE "OCORRENCIA NAO TRATADA" TO W-MOTIVO
                PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                GO TO RET-LOOP.
           IF W-VALPAGO = ZEROS
                MOVE "LIQUIDACAO SEM VALOR PAGO" TO W-MOTIVO
                PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                GO TO RET-LOOP.
           IF BL-PAGO OR BL-PARCIAL
              IF DATAPGTO-BL = W-DC-N AND PAGO-BL = W-VALPAGO
                   ADD 1 TO W-QTDJA
                   GO TO RET-LOOP
              ELSE
                   MOVE "BOLETO JA LIQUIDADO EM OUTRO RETORNO"
                                                     TO W-MOTIVO
                   PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                   GO TO RET-LOOP.

           MOVE W-VALPAGO TO PAGO-BL
           MOVE W-DC-N    TO DATAPGTO-BL
           IF W-VALPAGO < VALOR-BL
                MOVE "L" TO SIT-BL
           ELSE
                MOVE "P" TO SIT-BL.
           REWRITE REGBOLETO
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO BOLETO" TO W-MOTIVO
                PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                GO TO RET-LOOP.

           MOVE SPACES TO W-MOTIVO
           IF BL-MENSAL
                PERFORM POSTA-MENSAL THRU POSTA-MENSAL-FIM
           ELSE
                PERFORM POSTA-DEBITO THRU POSTA-DEBITO-FIM.
           IF W-MOTIVO NOT = SPACES
                PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM.
           GO TO RET-LOOP.
      *
      *    BOLETO BAIXADO OU REJEITADO NO BANCO: A COBRANCA FICA
      *    LIVRE PARA RECEBER NOVO BOLETO NA PROXIMA REMESSA
       RET-BAIXA-BANCO.
           IF NOT BL-REGISTRADO
                GO TO RET-LOOP.
           MOVE "B" TO SIT-BL
           REWRITE REGBOLETO
           GO TO RET-LOOP.
      *
       RET-FIM.
           CLOSE RETORNO
           MOVE SPACES TO REGBOLREL
           WRITE REGBOLREL
           MOVE "LIQUIDACOES BAIXADAS .........." TO DESCRTX
           MOVE W-QTDPOST TO QTDRTX
           MOVE W-TOTPOST TO VALRTX
           WRITE REGBOLREL FROM LINRESUMO
           MOVE "  DAS QUAIS PARCIAIS .........." TO DESCRTX
           MOVE W-QTDPARC TO QTDRTX
           MOVE ZEROS TO VALRTX
           WRITE REGBOLREL FROM LINRESUMO
           MOVE "EXCECOES ......................" TO DESCRTX
           MOVE W-QTDEXC TO QTDRTX
           MOVE W-TOTEXC TO VALRTX
           WRITE REGBOLREL FROM LINRESUMO
           CLOSE BOLREL
           DISPLAY (10, 03) "DETALHES LIDOS NO RETORNO .: " W-QTDLIDOS
           DISPLAY (11, 03) "ENTRADAS CONFIRMADAS ......: " W-QTDCONF
           DISPLAY (12, 03) "BAIXADOS PELO BANCO .......: " W-QTDBAIXA
           DISPLAY (13, 03) "LIQUIDACOES BAIXADAS ......: " W-QTDPOST
           DISPLAY (14, 03) "  DAS QUAIS PARCIAIS ......: " W-QTDPARC
           DISPLAY (15, 03) "JA PROCESSADAS ANTES ......: " W-QTDJA
           DISPLAY (16, 03) "EXCECOES (VER RELATORIO) ..: " W-QTDEXC
           MOVE "*** RETORNO PROCESSADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 12) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (23, 40) W-OPCAO
           GO TO ACE-001.
      *
      *    BAIXA NA MENSALIDADE DO CONVENIO, COMO NA BAIXA MANUAL
       POSTA-MENSAL.
           DIVIDE REF-BL BY 1000000 GIVING CODIGO-MS
                                   REMAINDER ANOMES-MS
           READ MENSAL
               INVALID KEY
                  MOVE "MENSALIDADE DO BOLETO NAO ENCONTRADA"
                                                     TO W-MOTIVO
                  GO TO POSTA-MENSAL-FIM.
           IF MS-PAGA
                MOVE "MENSALIDADE JA QUITADA - PAGTO EM DUPLICIDADE"
                                                     TO W-MOTIVO
                GO TO POSTA-MENSAL-FIM.
           ADD W-VALPAGO TO PAGO-MS
           MOVE W-DC-N TO DATAPGTO-MS
           IF PAGO-MS NOT < VALOR-MS
                MOVE "P" TO SIT-MS
           ELSE
                MOVE "R" TO SIT-MS.
           REWRITE REGMENSAL
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                MOVE "ERRO NA GRAVACAO DA MENSALIDADE" TO W-MOTIVO
                GO TO POSTA-MENSAL-FIM.
           ADD 1 TO W-QTDPOST
           ADD W-VALPAGO TO W-TOTPOST
           IF MS-PARCIAL
                ADD 1 TO W-QTDPARC.
           IF PAGO-MS > VALOR-MS
                MOVE "BAIXADO - PAGO A MAIOR QUE A MENSALIDADE"
                                                     TO W-MOTIVO.
       POSTA-MENSAL-FIM.
           EXIT.
      *
      *    BAIXA NO SALDO DEVEDOR DO PACIENTE, COMO NA QUITACAO
      *    DO BALCAO; O EXCEDENTE AO SALDO NAO E LANCADO
       POSTA-DEBITO.
           DIVIDE REF-BL BY 1000 GIVING CODPAC-DB
                                REMAINDER SEQ-DB
           READ DEBPAC
               INVALID KEY
                  MOVE "DEBITO DO BOLETO NAO ENCONTRADO" TO W-MOTIVO
                  GO TO POSTA-DEBITO-FIM.
           IF NOT DB-ABERTO
                MOVE "DEBITO JA QUITADO - PAGTO EM DUPLICIDADE"
                                                     TO W-MOTIVO
                GO TO POSTA-DEBITO-FIM.
           MOVE W-VALPAGO TO W-VALPOSTA
           IF W-VALPOSTA > SALDO-DB
                MOVE SALDO-DB TO W-VALPOSTA
                MOVE "BAIXADO - PAGO A MAIOR QUE O SALDO" TO W-MOTIVO.
           SUBTRACT W-VALPOSTA FROM SALDO-DB
           IF SALDO-DB = ZEROS
                MOVE "Q" TO SIT-DB.
           REWRITE REGDEBPAC
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO DEBITO" TO W-MOTIVO
                GO TO POSTA-DEBITO-FIM.
           ADD 1 TO W-QTDPOST
           ADD W-VALPOSTA TO W-TOTPOST
           IF DB-ABERTO
                ADD 1 TO W-QTDPARC.
       POSTA-DEBITO-FIM.
           EXIT.
      *
      *    LINHA DO RELATORIO DE EXCECOES (W-MOTIVO CARREGADO)
       GRAVA-EXC.
           MOVE NOSSONUM-RT TO NOSSOETX
           MOVE OCORR-RT    TO OCORETX
           MOVE W-DC-DIA    TO DIAETX
           MOVE W-DC-MES    TO MESETX
           MOVE W-DC-ANO    TO ANOETX
           MOVE W-VALPAGO   TO VALETX
           MOVE W-MOTIVO    TO MOTETX
           WRITE REGBOLREL FROM DETRET
           ADD 1 TO W-QTDEXC
           ADD W-VALPAGO TO W-TOTEXC.
       GRAVA-EXC-FIM.
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
      *    COBRANCA JA TEM BOLETO REGISTRADO NO BANCO?
      *    (W-NOSSONUM = ULTIMO BOLETO DA COBRANCA)
       VER-ATIVO.
           MOVE "N" TO W-ATIVO
           IF W-NOSSONUM = ZEROS
                GO TO VER-ATIVO-FIM.
           MOVE W-NOSSONUM TO NOSSONUM-BL
           READ BOLETO
               INVALID KEY
                  GO TO VER-ATIVO-FIM.
           IF BL-REGISTRADO
                MOVE "S" TO W-ATIVO.
       VER-ATIVO-FIM.
           EXIT.
      *
      *    PROXIMO NUMERO DA SERIE W-IDNC NO CONTROLE CENTRAL
       ACHA-PROXNC.
           MOVE W-IDNC TO ID-NC
           READ NUMCTL
               INVALID KEY
                  MOVE W-IDNC TO ID-NC
                  MOVE 1 TO PROX-NC
                  WRITE REGNUMCTL.
           MOVE PROX-NC TO W-PROXNC
           ADD 1 TO PROX-NC
           REWRITE REGNUMCTL.
       ACHA-PROXNC-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CONTABCO BOLETO MENSAL DEBPAC CADCONV CADPAC
                 RESPPAC NUMCTL.
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
