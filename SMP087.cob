       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP087.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * PACOTES DE SESSOES PRE-PAGOS                    *
      * (VENDA NO BALCAO COM EMISSAO DE RECIBO AMARRADO *
      *  AO TURNO ABERTO DO OPERADOR, CONSULTA DOS      *
      *  PACOTES DO PACIENTE E RELATORIO DOS PACOTES    *
      *  EM ABERTO, A VENCER E DO SALDO NAO USADO)      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PACOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-PK
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPAC2
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOMEPC WITH DUPLICATES.

       SELECT RECIBO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-REC
                    FILE STATUS  IS ST-ERRO3.

       SELECT NUMCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ID-NC
                    FILE STATUS  IS ST-ERRO4.

       SELECT TURNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SEQ-TU
                    FILE STATUS  IS ST-ERRO5.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.

       SELECT PROCTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PROC
                    FILE STATUS  IS ST-ERRO7.

       SELECT CADPKR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "PACOTE.CPY".
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
       COPY "RECIBO.CPY".
       COPY "NUMCTL.CPY".
       COPY "TURNO.CPY".
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
       COPY "PROCTAB.CPY".
      *
       FD CADPKR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PACOTES.DOC".
       01 REGPKR       PIC X(100).
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

       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-CODPAC      PIC 9(06) VALUE ZEROS.
       01 W-CRM         PIC 9(06) VALUE ZEROS.
       01 W-CODPROC     PIC 9(04) VALUE ZEROS.
       01 W-QTDSES      PIC 9(03) VALUE ZEROS.
       01 W-VALOR       PIC 9(06)V99 VALUE ZEROS.
       01 W-VALID       PIC 9(08) VALUE ZEROS.
       01 W-VALID-R REDEFINES W-VALID.
          03 W-VLD-ANO  PIC 9(04).
          03 W-VLD-MES  PIC 9(02).
          03 W-VLD-DIA  PIC 9(02).
       01 W-FORMAPG     PIC X(01) VALUE SPACES.
       01 W-TURNOAB     PIC 9(06) VALUE ZEROS.
       01 W-UNIDTU      PIC 9(02) VALUE ZEROS.
       01 W-PROXREC     PIC 9(06) VALUE ZEROS.
       01 W-PROXPK      PIC 9(06) VALUE ZEROS.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 CONLIN        PIC 9(02) VALUE ZEROS.
       01 TXTPACIENTE   PIC X(30) VALUE SPACES.
       01 TXTMEDICO     PIC X(30) VALUE SPACES.
       01 TXTPROC       PIC X(30) VALUE SPACES.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).
       01 W-AGORA.
          03 W-AGORA-HHMM PIC 9(04).
          03 FILLER       PIC 9(04).

      *    DATA LIMITE PARA "A VENCER" (HOJE MAIS UM MES) E
      *    VALIDADE PADRAO DA VENDA (HOJE MAIS SEIS MESES)
       01 W-LIMITE.
          03 W-LIM-ANO  PIC 9(04).
          03 W-LIM-MES  PIC 9(02).
          03 W-LIM-DIA  PIC 9(02).
       01 W-LIMITE-N REDEFINES W-LIMITE PIC 9(08).
       01 W-VALPAD.
          03 W-VPD-ANO  PIC 9(04).
          03 W-VPD-MES  PIC 9(02).
          03 W-VPD-DIA  PIC 9(02).
       01 W-VALPAD-N REDEFINES W-VALPAD PIC 9(08).
      *    DIAS DE CADA MES, PARA CONFERIR A DATA DIGITADA
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
       01 W-DATAOK      PIC X(01) VALUE "S".

       01 W-RESTA       PIC 9(03) VALUE ZEROS.
       01 W-SALDOPK     PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDABERTOS  PIC 9(05) VALUE ZEROS.
       01 W-QTDAVENCER  PIC 9(05) VALUE ZEROS.
       01 W-QTDVENCIDOS PIC 9(05) VALUE ZEROS.
       01 W-SESRESTA    PIC 9(07) VALUE ZEROS.
       01 W-TOTSALDO    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTVENCIDO  PIC 9(09)V99 VALUE ZEROS.

       01 LINPK.
          03 LINPK-NUM   PIC 9(06).
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINPK-CRM   PIC 9(06).
          03 FILLER      PIC X(01) VALUE " ".
          03 LINPK-PROC  PIC 9(04).
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINPK-SES   PIC ZZ9.
          03 FILLER      PIC X(01) VALUE "/".
          03 LINPK-USO   PIC ZZ9.
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINPK-VAL   PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINPK-VALID PIC 9(08).
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINPK-SIT   PIC X(01).

       01  CABPKR1      PIC X(060) VALUE
           "FATEC - ZONA LESTE  *** PACOTES DE SESSOES EM ABERTO ***".

       01  CABPKR2.
           05  FILLER                 PIC X(050) VALUE
           "PACOTE PACIENTE NOME                 CRM    PROC".
           05  FILLER                 PIC X(050) VALUE
           "SES USO RESTA VALIDADE      SALDO SITUACAO".

       01  DETPKR.
           05  NUMPKTX    VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CODPKTX    VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMEPKTX   VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CRMPKTX    VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PROCPKTX   VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  SESPKTX    VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  USOPKTX    VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  RESPKTX    VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  VALIDPKTX  VALUE ZEROS  PIC 99999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  SALPKTX    VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  SITPKTX    VALUE SPACES PIC X(010).

       01  TOTPKR1.
           05  FILLER                 PIC X(027) VALUE
           "*** PACOTES EM ABERTO *** ".
           05  QTDPKTX   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(012) VALUE "   SESSOES: ".
           05  SESTOTTX  VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                 PIC X(010) VALUE "   SALDO: ".
           05  SALTOTTX  VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  TOTPKR2.
           05  FILLER                 PIC X(027) VALUE
           "*** A VENCER EM 30 DIAS ** ".
           05  QTDAVTX   VALUE ZEROS  PIC ZZZZ9.

       01  TOTPKR3.
           05  FILLER                 PIC X(027) VALUE
           "*** VENCIDOS COM SALDO *** ".
           05  QTDVETX   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(022) VALUE SPACES.
           05  FILLER                 PIC X(010) VALUE "   SALDO: ".
           05  SALVETX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-CHAMADA  PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELA1.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Pacotes De Sessoes Pre-Pagos".
           05  LINE 04  COLUMN 01
               VALUE  " Paciente (Codigo):".
           05  LINE 06  COLUMN 01
               VALUE  " Medico (CRM, 0=Qualquer):".
           05  LINE 08  COLUMN 01
               VALUE  " Procedimento (0=Consultas):".
           05  LINE 10  COLUMN 01
               VALUE  " Sessoes:".
           05  LINE 10  COLUMN 20
               VALUE  "Valor:".
           05  LINE 10  COLUMN 42
               VALUE  "Validade (AAAAMMDD):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODPAC
               LINE 04  COLUMN 21  PIC 9(06)
               USING W-CODPAC
               HIGHLIGHT.
           05  TCRM
               LINE 06  COLUMN 29  PIC 9(06)
               USING W-CRM
               HIGHLIGHT.
           05  TCODPROC
               LINE 08  COLUMN 31  PIC 9(04)
               USING W-CODPROC
               HIGHLIGHT.
           05  TQTDSES
               LINE 10  COLUMN 11  PIC 9(03)
               USING W-QTDSES
               HIGHLIGHT.
           05  TVALOR
               LINE 10  COLUMN 27  PIC 9(06)V99
               USING W-VALOR
               HIGHLIGHT.
           05  TVALID
               LINE 10  COLUMN 63  PIC 9(08)
               USING W-VALID
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-CHAMADA.

       INICIO.
           MOVE OPERADOR-CHAMADA TO W-OPERADOR.

       R0.
           OPEN I-O PACOTE
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                 OPEN OUTPUT PACOTE
                 CLOSE PACOTE
                 OPEN I-O PACOTE
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PACOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

           OPEN INPUT CADPAC
           IF ST-ERRO2 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O RECIBO
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
                 OPEN OUTPUT RECIBO
                 CLOSE RECIBO
                 OPEN I-O RECIBO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO RECIBO" TO MENS
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

           OPEN INPUT TURNO
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
                 OPEN OUTPUT TURNO
                 CLOSE TURNO
                 OPEN INPUT TURNO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO TURNO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADMED
           IF ST-ERRO6 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT PROCTAB
           IF ST-ERRO7 NOT = "00"
             IF ST-ERRO7 = "30"
                 OPEN OUTPUT PROCTAB
                 CLOSE PROCTAB
                 OPEN INPUT PROCTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PROCTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-LIMITE W-VALPAD
           ADD 1 TO W-LIM-MES
           IF W-LIM-MES > 12
                SUBTRACT 12 FROM W-LIM-MES
                ADD 1 TO W-LIM-ANO.
           ADD 6 TO W-VPD-MES
           IF W-VPD-MES > 12
                SUBTRACT 12 FROM W-VPD-MES
                ADD 1 TO W-VPD-ANO.
      *
       ACE-001.
           DISPLAY (01, 01) ERASE
           MOVE ZEROS TO W-CODPAC W-CRM W-CODPROC W-QTDSES W-VALOR
                         W-VALID
           DISPLAY TELA1
           DISPLAY (23, 12)
                "V=VENDER  C=CONSULTAR  R=RELATORIO  X=SAIR"
           ACCEPT (23, 56) W-OPCAO
           IF W-OPCAO NOT = "V" AND W-OPCAO NOT = "C"
               AND W-OPCAO NOT = "R" AND W-OPCAO NOT = "X"
               GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "X"
              GO TO ROT-FIM.
           IF W-OPCAO = "R"
              GO TO REL-GERA.
           IF W-OPCAO = "C"
              GO TO CON-R1.
           GO TO VEN-R1.

      *
      *****************************************
      * VENDA DE PACOTE DE SESSOES            *
      *****************************************
      *
       VEN-R1.
           MOVE SPACES TO TXTPACIENTE TXTMEDICO TXTPROC
           DISPLAY TELA1.
       VEN-R2.
           ACCEPT TCODPAC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-CODPAC = ZEROS
                GO TO VEN-R2.

           MOVE W-CODPAC TO CODPAC2
           READ CADPAC
               INVALID KEY
                  MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO VEN-R2.
           IF PAC-FUNDIDO
                MOVE "*** PACIENTE FUNDIDO - USE O CODIGO DESTINO ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VEN-R2.
           MOVE NOMEPC TO TXTPACIENTE
           DISPLAY (05, 21) TXTPACIENTE.
       VEN-R3.
           ACCEPT TCRM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO VEN-R2.

           MOVE SPACES TO TXTMEDICO
           IF W-CRM = ZEROS
                MOVE "QUALQUER MEDICO" TO TXTMEDICO
                DISPLAY (07, 21) TXTMEDICO
                GO TO VEN-R4.
           MOVE W-CRM TO CRM2
           READ CADMED
               INVALID KEY
                  MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO VEN-R3.
           IF MED-INATIVO
                MOVE "*** MEDICO INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VEN-R3.
           MOVE NOMEMD TO TXTMEDICO
           DISPLAY (07, 21) TXTMEDICO.
       VEN-R4.
           ACCEPT TCODPROC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO VEN-R3.

           MOVE SPACES TO TXTPROC
           IF W-CODPROC = ZEROS
                MOVE "CONSULTAS" TO TXTPROC
                DISPLAY (09, 21) TXTPROC
                GO TO VEN-R5.
           MOVE W-CODPROC TO COD-PROC
           READ PROCTAB
               INVALID KEY
                  MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO VEN-R4.
           MOVE DESC-PROC TO TXTPROC
           DISPLAY (09, 21) TXTPROC.
       VEN-R5.
           ACCEPT TQTDSES

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO VEN-R4.

           IF W-QTDSES = ZEROS
                MOVE "*** INFORME A QUANTIDADE DE SESSOES ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VEN-R5.
       VEN-R6.
           ACCEPT TVALOR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO VEN-R5.

           IF W-VALOR = ZEROS
                MOVE "*** INFORME O VALOR PAGO PELO PACOTE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VEN-R6.
       VEN-R7.
           IF W-VALID = ZEROS
                MOVE W-VALPAD TO W-VALID.
           ACCEPT TVALID

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO VEN-R6.

           IF W-VLD-MES = ZEROS OR W-VLD-MES > 12 OR W-VLD-DIA = ZEROS
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VEN-R7.
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATAOK = "N"
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VEN-R7.
           IF W-VALID NOT > W-HOJE-N
                MOVE "*** VALIDADE DEVE SER POSTERIOR A HOJE ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VEN-R7.

       VEN-FORMA.
           MOVE SPACES TO W-FORMAPG
           DISPLAY (13, 03) "FORMA (D=DINHEIRO C=CARTAO H=CHEQUE): "
           ACCEPT (13, 42) W-FORMAPG

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO VEN-R7.

           IF W-FORMAPG NOT = "D" AND W-FORMAPG NOT = "C"
               AND W-FORMAPG NOT = "H"
                GO TO VEN-FORMA.

       VEN-OPC.
           DISPLAY (23, 40) "CONFIRMA VENDA (S/N) : ".
           ACCEPT (23, 63) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** PACOTE NAO VENDIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VEN-OPC.

      *    A VENDA ENTRA NO CAIXA COMO RECIBO NORMAL, AMARRADO
      *    AO TURNO ABERTO DO OPERADOR
           PERFORM ACHA-TURNO THRU ACHA-TURNO-FIM
           IF W-TURNOAB = ZEROS
                MOVE "* ABRA SEU TURNO NO CONTROLE DE CAIXA *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.

           PERFORM ACHA-PROXPK THRU ACHA-PROXPK-FIM
           PERFORM ACHA-PROXREC THRU ACHA-PROXREC-FIM
           ACCEPT W-AGORA FROM TIME
           MOVE W-PROXREC     TO NUM-REC
           MOVE W-HOJE        TO DATA-REC
           MOVE W-AGORA-HHMM  TO HORA-REC
           MOVE W-CRM         TO CRM-REC
           MOVE W-HOJE        TO DATACONS-REC
           MOVE ZEROS         TO HORACONS-REC
           MOVE W-CODPAC      TO CODPAC-REC
           MOVE W-VALOR       TO VALOR-REC
           MOVE W-FORMAPG     TO FORMA-REC
           MOVE W-OPERADOR    TO OPERADOR-REC
           MOVE W-FORMAPG     TO FORMA-PG(1)
           MOVE W-VALOR       TO VALOR-PG(1)
           MOVE SPACE         TO FORMA-PG(2) FORMA-PG(3)
           MOVE ZEROS         TO VALOR-PG(2) VALOR-PG(3)
           MOVE SPACE         TO NFSE-REC
           MOVE W-TURNOAB     TO TURNO-REC
           MOVE W-UNIDTU      TO UNID-REC
           MOVE SPACE         TO SIT-REC NFSECANC-REC
           MOVE "P"           TO TIPO-REC
           MOVE SPACES        TO MOTEST-REC SUPEST-REC
           MOVE ZEROS         TO DATAEST-REC
           WRITE REGRECIBO
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO RECIBO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.

           MOVE W-PROXPK      TO NUM-PK
           MOVE W-CODPAC      TO CODPAC-PK
           MOVE W-CRM         TO CRM-PK
           MOVE W-CODPROC     TO COD-PROC-PK
           MOVE W-QTDSES      TO QTDSES-PK
           MOVE ZEROS         TO QTDUSO-PK
           MOVE W-VALOR       TO VALOR-PK
           MOVE W-HOJE        TO DATA-PK
           MOVE W-VALID       TO VALID-PK
           MOVE W-PROXREC     TO NUMREC-PK
           MOVE W-OPERADOR    TO OPERADOR-PK
           MOVE "A"           TO SIT-PK
           WRITE REGPACOTE
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO PACOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           DISPLAY (15, 03) "PACOTE: " W-PROXPK "  RECIBO: " W-PROXREC
           MOVE "*** PACOTE VENDIDO E RECIBO EMITIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

      *
      *****************************************
      * CONSULTA DOS PACOTES DO PACIENTE      *
      *****************************************
      *
       CON-R1.
           MOVE SPACES TO TXTPACIENTE
           DISPLAY TELA1.
       CON-R2.
           ACCEPT TCODPAC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-CODPAC = ZEROS
                GO TO CON-R2.

           MOVE W-CODPAC TO CODPAC2
           READ CADPAC
               INVALID KEY
                  MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO CON-R2.
           MOVE NOMEPC TO TXTPACIENTE
           DISPLAY (05, 21) TXTPACIENTE
           DISPLAY (12, 03)
              "PACOTE  CRM    PROC  SES/USO       VALOR  VALIDADE  S"
           MOVE "N" TO W-ACHOU
           MOVE 13 TO CONLIN
           MOVE ZEROS TO NUM-PK
           START PACOTE KEY IS NOT LESS NUM-PK
                INVALID KEY
                     GO TO CON-FIM.
       CON-LOOP.
           READ PACOTE NEXT RECORD
                AT END
                     GO TO CON-FIM.
           IF CODPAC-PK NOT = W-CODPAC
                GO TO CON-LOOP.
           MOVE "S" TO W-ACHOU
           MOVE NUM-PK      TO LINPK-NUM
           MOVE CRM-PK      TO LINPK-CRM
           MOVE COD-PROC-PK TO LINPK-PROC
           MOVE QTDSES-PK   TO LINPK-SES
           MOVE QTDUSO-PK   TO LINPK-USO
           MOVE VALOR-PK    TO LINPK-VAL
           MOVE VALID-PK    TO LINPK-VALID
           MOVE SIT-PK      TO LINPK-SIT
           DISPLAY (CONLIN, 03) LINPK
           ADD 1 TO CONLIN
           IF CONLIN > 20
                GO TO CON-FIM.
           GO TO CON-LOOP.
       CON-FIM.
           IF W-ACHOU = "N"
                MOVE "*** PACIENTE SEM PACOTES ***" TO MENS
           ELSE
                MOVE "*** TECLE ENTER PARA VOLTAR ***" TO MENS.
           DISPLAY (23, 12) MENS
           ACCEPT (23, 65) W-OPCAO
           MOVE SPACES TO MENS
           GO TO ACE-001.

      *
      *****************************************
      * RELATORIO DOS PACOTES EM ABERTO, A    *
      * VENCER E DO SALDO NAO USADO           *
      *****************************************
      *
       REL-GERA.
           OPEN OUTPUT CADPKR
           IF ST-ERRO8 NOT = "00"
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.

           WRITE REGPKR FROM CABPKR1
           MOVE SPACES TO REGPKR
           WRITE REGPKR
           WRITE REGPKR FROM CABPKR2

           MOVE ZEROS TO W-QTDABERTOS W-QTDAVENCER W-QTDVENCIDOS
                         W-SESRESTA W-TOTSALDO W-TOTVENCIDO
           MOVE ZEROS TO NUM-PK
           START PACOTE KEY IS NOT LESS NUM-PK
                INVALID KEY
                     GO TO REL-FIM.
       REL-LOOP.
           READ PACOTE NEXT RECORD
                AT END
                     GO TO REL-FIM.
           IF NOT PK-ABERTO
                GO TO REL-LOOP.
           IF QTDUSO-PK NOT < QTDSES-PK
                GO TO REL-LOOP.

           MOVE CODPAC-PK TO CODPAC2
           READ CADPAC
                INVALID KEY
                     MOVE SPACES TO NOMEPC.

      *    SALDO NAO USADO PROPORCIONAL AS SESSOES RESTANTES
           COMPUTE W-RESTA = QTDSES-PK - QTDUSO-PK
           COMPUTE W-SALDOPK ROUNDED = VALOR-PK * W-RESTA / QTDSES-PK

           ADD 1 TO W-QTDABERTOS
           ADD W-RESTA TO W-SESRESTA
           ADD W-SALDOPK TO W-TOTSALDO
           MOVE SPACES TO SITPKTX
           IF VALID-PK < W-HOJE-N
                MOVE "VENCIDO" TO SITPKTX
                ADD 1 TO W-QTDVENCIDOS
                ADD W-SALDOPK TO W-TOTVENCIDO
           ELSE
                IF VALID-PK NOT > W-LIMITE-N
                     MOVE "A VENCER" TO SITPKTX
                     ADD 1 TO W-QTDAVENCER.

           MOVE NUM-PK      TO NUMPKTX
           MOVE CODPAC-PK   TO CODPKTX
           MOVE NOMEPC      TO NOMEPKTX
           MOVE CRM-PK      TO CRMPKTX
           MOVE COD-PROC-PK TO PROCPKTX
           MOVE QTDSES-PK   TO SESPKTX
           MOVE QTDUSO-PK   TO USOPKTX
           MOVE W-RESTA     TO RESPKTX
           MOVE VALID-PK    TO VALIDPKTX
           MOVE W-SALDOPK   TO SALPKTX
           WRITE REGPKR FROM DETPKR
           GO TO REL-LOOP.

       REL-FIM.
           MOVE SPACES TO REGPKR
           WRITE REGPKR
           MOVE W-QTDABERTOS  TO QTDPKTX
           MOVE W-SESRESTA    TO SESTOTTX
           MOVE W-TOTSALDO    TO SALTOTTX
           WRITE REGPKR FROM TOTPKR1
           MOVE W-QTDAVENCER  TO QTDAVTX
           WRITE REGPKR FROM TOTPKR2
           MOVE W-QTDVENCIDOS TO QTDVETX
           MOVE W-TOTVENCIDO  TO SALVETX
           WRITE REGPKR FROM TOTPKR3
           CLOSE CADPKR
           DISPLAY (16, 03) "PACOTES EM ABERTO: " W-QTDABERTOS
           DISPLAY (17, 03) "A VENCER EM 30 DIAS: " W-QTDAVENCER
           DISPLAY (18, 03) "VENCIDOS COM SALDO: " W-QTDVENCIDOS
           MOVE "*** RELATORIO PACOTES.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

      *
      ***************************************************
      * TURNO ABERTO DO OPERADOR E PROXIMOS NUMEROS DE   *
      * RECIBO E DE PACOTE PELO CONTROLE DE NUMERACAO    *
      ***************************************************
      *
       ACHA-TURNO.
           MOVE ZEROS TO W-TURNOAB W-UNIDTU
           MOVE ZEROS TO SEQ-TU
           START TURNO KEY IS NOT LESS SEQ-TU
                INVALID KEY
                     GO TO ACHA-TURNO-FIM.
       ACHA-TURNO-LOOP.
           READ TURNO NEXT RECORD
                AT END
                     GO TO ACHA-TURNO-FIM.
           IF TU-ABERTO AND OPERADOR-TU = W-OPERADOR
                MOVE SEQ-TU TO W-TURNOAB
                MOVE UNID-TU TO W-UNIDTU.
           GO TO ACHA-TURNO-LOOP.
       ACHA-TURNO-FIM.
           EXIT.
      *
       ACHA-PROXPK.
           MOVE "PACOTE" TO ID-NC
           READ NUMCTL
               INVALID KEY
                  MOVE "PACOTE" TO ID-NC
                  MOVE 1 TO PROX-NC
                  WRITE REGNUMCTL.
           MOVE PROX-NC TO W-PROXPK
           ADD 1 TO PROX-NC
           REWRITE REGNUMCTL
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO CONTROLE DE NUMERACAO"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ACHA-PROXPK-FIM.
           EXIT.
      *
       ACHA-PROXREC.
           MOVE "RECIBO" TO ID-NC
           READ NUMCTL
               INVALID KEY
                  PERFORM SEMEIA-PROXREC THRU SEMEIA-PROXREC-FIM.
           MOVE PROX-NC TO W-PROXREC
           ADD 1 TO PROX-NC
           REWRITE REGNUMCTL
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO CONTROLE DE NUMERACAO"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ACHA-PROXREC-FIM.
           EXIT.
      *
      *    PRIMEIRA VEZ (SERIE AUSENTE): O CONTROLE E SEMEADO
      *    COM A VARREDURA DO ARQUIVO DE RECIBOS, COMO NO
      *    CHECK-IN, PARA NAO COLIDIR COM NUMEROS JA EMITIDOS
       SEMEIA-PROXREC.
           MOVE 1 TO W-PROXREC
           MOVE ZEROS TO NUM-REC
           START RECIBO KEY IS NOT LESS NUM-REC
                INVALID KEY
                     GO TO SEMEIA-PROXREC-GRAVA.
       SEMEIA-PROXREC-LOOP.
           READ RECIBO NEXT RECORD
                AT END
                     GO TO SEMEIA-PROXREC-GRAVA.
           COMPUTE W-PROXREC = NUM-REC + 1
           GO TO SEMEIA-PROXREC-LOOP.
       SEMEIA-PROXREC-GRAVA.
           MOVE "RECIBO"  TO ID-NC
           MOVE W-PROXREC TO PROX-NC
           WRITE REGNUMCTL.
       SEMEIA-PROXREC-FIM.
           EXIT.
      *
      *    DIA DENTRO DO MES, COM FEVEREIRO DE 29 NO ANO BISSEXTO
       VALIDA-DATA.
           MOVE "S" TO W-DATAOK
           MOVE TBDIASMES(W-VLD-MES) TO W-ULTDIA
           IF W-VLD-MES = 2
                DIVIDE W-VLD-ANO BY 4 GIVING W-QUOC4
                       REMAINDER W-REST4
                DIVIDE W-VLD-ANO BY 100 GIVING W-QUOC100
                       REMAINDER W-REST100
                DIVIDE W-VLD-ANO BY 400 GIVING W-QUOC400
                       REMAINDER W-REST400
                IF W-REST4 = ZEROS
                   AND (W-REST100 NOT = ZEROS OR W-REST400 = ZEROS)
                     MOVE 29 TO W-ULTDIA.
           IF W-VLD-DIA > W-ULTDIA
                MOVE "N" TO W-DATAOK.
       VALIDA-DATA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE PACOTE CADPAC RECIBO NUMCTL TURNO CADMED PROCTAB.
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
