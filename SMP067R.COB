       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP067R.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * RETORNO DA CAPTACAO DE PACIENTES                *
      * (PACIENTES NOVOS CADASTRADOS NO MES, POR ORIGEM,*
      *  E A RECEITA QUE GERARAM NOS 6 E NOS 12         *
      *  PRIMEIROS MESES: RECIBOS PARTICULARES MAIS AS  *
      *  CONSULTAS DE CONVENIO REALIZADAS, VALORIZADAS  *
      *  PELA TABELA DE PRECOS E PROCEDIMENTOS)         *
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
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.
           SELECT PRECOTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PRE
                    FILE STATUS  IS ST-ERRO6.
           SELECT ATDPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AP
                    FILE STATUS  IS ST-ERRO7.
           SELECT ORIGTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-ORI
                    FILE STATUS  IS ST-ERRO8.
           SELECT CADCAPT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
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
       COPY "PRECOTAB.CPY".
       COPY "ATDPROC.CPY".
       COPY "ORIGTAB.CPY".
      *
       FD CADCAPT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQCAPT.
       01 REGCAPT      PIC X(100).
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
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-MESREF   PIC 9(02) VALUE ZEROS.
       01 W-ANOREF   PIC 9(04) VALUE ZEROS.
       01 W-AMREF    PIC 9(06) VALUE ZEROS.
       01 W-HOJE     PIC 9(08) VALUE ZEROS.

       01 W-ARQCAPT.
          03 FILLER       PIC X(05) VALUE "CAPTA".
          03 W-CAPANO     PIC 9(04) VALUE ZEROS.
          03 W-CAPMES     PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
          03 FILLER       PIC X(05) VALUE SPACES.

       01 W-ARQARC.
          03 FILLER       PIC X(06) VALUE "AGEARC".
          03 W-ARQANO     PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DAT".
          03 FILLER       PIC X(06) VALUE SPACES.

      *    PACIENTES NOVOS DO MES, EM ORDEM DE CODIGO (LIDOS DO
      *    CADPAC PELA CHAVE), COM A ORIGEM E OS LIMITES DAS
      *    JANELAS DE 6 E DE 12 MESES A PARTIR DO CADASTRO
       01 TBPAC.
          05 PC-ENT OCCURS 3000 TIMES.
             10 PC-COD      PIC 9(06).
             10 PC-ORI      PIC 9(02).
             10 PC-DATA     PIC 9(08).
             10 PC-LIM6     PIC 9(08).
             10 PC-LIM12    PIC 9(08).
       01 W-MAXPAC      PIC 9(04) VALUE 3000.
       01 W-NUMPAC      PIC 9(04) VALUE ZEROS.
       01 W-EXCEDE      PIC 9(06) VALUE ZEROS.

       01 W-BINI        PIC 9(04) VALUE ZEROS.
       01 W-BFIM        PIC 9(04) VALUE ZEROS.
       01 W-BMEIO       PIC 9(04) VALUE ZEROS.
       01 W-IXP         PIC 9(04) VALUE ZEROS.
       01 W-CODBUSCA    PIC 9(06) VALUE ZEROS.
       01 W-DATAMOV     PIC 9(08) VALUE ZEROS.
       01 W-VALMOV      PIC 9(07)V99 VALUE ZEROS.

      *    ACUMULADOS POR ORIGEM (POSICAO = CODIGO DA ORIGEM + 1)
       01 TBORI.
          05 OR-ENT OCCURS 100 TIMES.
             10 OR-NOVOS    PIC 9(05).
             10 OR-CONS12   PIC 9(06).
             10 OR-REC6     PIC 9(09)V99.
             10 OR-REC12    PIC 9(09)V99.
       01 W-IXO         PIC 9(03) VALUE ZEROS.

       01 W-TOTNOVOS    PIC 9(06) VALUE ZEROS.
       01 W-TOTCONS12   PIC 9(07) VALUE ZEROS.
       01 W-TOTREC6     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTREC12    PIC 9(10)V99 VALUE ZEROS.
       01 W-MEDIA       PIC 9(08)V99 VALUE ZEROS.

       01 W-DTT.
          03 W-DTT-ANO  PIC 9(04).
          03 W-DTT-MES  PIC 9(02).
          03 W-DTT-DIA  PIC 9(02).
       01 W-DTT-N REDEFINES W-DTT PIC 9(08).
       01 W-AMCAD.
          03 W-AMCAD-ANO PIC 9(04).
          03 W-AMCAD-MES PIC 9(02).
       01 W-AMCAD-N REDEFINES W-AMCAD PIC 9(06).
       01 W-FIM12       PIC 9(08) VALUE ZEROS.

       01 W-CRMPRECO    PIC 9(06) VALUE ZEROS.
       01 W-VALORMED    PIC 9(06)V99 VALUE ZEROS.
       01 W-VALCONS     PIC 9(07)V99 VALUE ZEROS.

       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** RETORNO DA CAPTACAO ***".
           05  FILLER                 PIC X(016) VALUE
           "CADASTROS DE".
           05  MESCTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOCTX     VALUE ZEROS  PIC 9999.

       01  CAB2.
           05  FILLER                 PIC X(035) VALUE
           "ORIGEM".
           05  FILLER                 PIC X(008) VALUE
           "  NOVOS".
           05  FILLER                 PIC X(009) VALUE
           "  CONS.".
           05  FILLER                 PIC X(016) VALUE
           "  RECEITA 6 M.".
           05  FILLER                 PIC X(016) VALUE
           "  RECEITA 12 M.".
           05  FILLER                 PIC X(016) VALUE
           "MEDIA 12M/PAC.".

       01  CAB3.
           05  FILLER                 PIC X(050) VALUE
           "---------------------------------- -------  ------".
           05  FILLER                 PIC X(050) VALUE
           "  --------------  --------------  -------------".

       01  DET.
           05  ORIGTX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DESCORITX  VALUE SPACES PIC X(031).
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOVOSTX    VALUE ZEROS  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  CONSTX     VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  REC6TX     VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  REC12TX    VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  MEDIATX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINTOT.
           05  FILLER                 PIC X(035) VALUE
           "*** TOTAL GERAL".
           05  TOTNOVOSTX VALUE ZEROS  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  TOTCONSTX  VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  TOTREC6TX  VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  TOTREC12TX VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  TOTMEDIATX VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINSEMPAC.
           05  FILLER                 PIC X(050) VALUE
           "NENHUM PACIENTE CADASTRADO NO MES".

       01  LINEXCEDE.
           05  FILLER                 PIC X(050) VALUE
           "*** PACIENTES ALEM DO LIMITE DA TABELA (FORA):".
           05  EXCEDETX   VALUE ZEROS  PIC ZZZ.ZZ9.

       01  LINABERTA.
           05  FILLER                 PIC X(050) VALUE
           "OBS.: JANELA DE 12 MESES AINDA EM CURSO - RECEITA ".
           05  FILLER                 PIC X(040) VALUE
           "PARCIAL ATE A DATA DE HOJE".

       01  LINNOTA1.
           05  FILLER                 PIC X(050) VALUE
           "RECEITA: RECIBOS NAO ESTORNADOS DO PACIENTE MAIS A".
           05  FILLER                 PIC X(040) VALUE
           "S CONSULTAS DE CONVENIO REALIZADAS".
       01  LINNOTA2.
           05  FILLER                 PIC X(050) VALUE
           "(PRECO DA TABELA + PROCEDIMENTOS), CONTADAS A PART".
           05  FILLER                 PIC X(040) VALUE
           "IR DA DATA DO CADASTRO".
       01  LINNOTA3.
           05  FILLER                 PIC X(050) VALUE
           "CONS.: CONSULTAS REALIZADAS NOS 12 PRIMEIROS MESES".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT067.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** RETORNO DA CAPTACAO DE PACIENTES".
           05  LINE 02  COLUMN 45
               VALUE  " ***".
           05  LINE 06  COLUMN 01
               VALUE  " COMPETENCIA (MM AAAA) :".
           05  LINE 08  COLUMN 01
               VALUE  " (MES DE CADASTRO DOS PACIENTES NOVOS)".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMESREF
               LINE 06  COLUMN 27  PIC 9(02)
               USING  W-MESREF
               HIGHLIGHT.
           05  TANOREF
               LINE 06  COLUMN 30  PIC 9(04)
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
              DISPLAY SMT067.
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

           IF W-ANOREF < 2000
                MOVE "ANO INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-R1A.

       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* IMPRESSAO RECUSADA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADPAC
           IF ST-ERRO NOT = "00"
                MOVE "*** ARQUIVO CADPAC NAO DISPONIVEL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.

           OPEN INPUT AGENDA
           IF ST-ERRO2 NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO AGENDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           OPEN INPUT CADMED
           IF ST-ERRO5 NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
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

           OPEN INPUT PRECOTAB
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
                 OPEN OUTPUT PRECOTAB
                 CLOSE PRECOTAB
                 OPEN INPUT PRECOTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PRECOTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT ATDPROC
           IF ST-ERRO7 NOT = "00"
             IF ST-ERRO7 = "30"
                 OPEN OUTPUT ATDPROC
                 CLOSE ATDPROC
                 OPEN INPUT ATDPROC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ATDPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT ORIGTAB
           IF ST-ERRO8 NOT = "00"
             IF ST-ERRO8 = "30"
                 OPEN OUTPUT ORIGTAB
                 CLOSE ORIGTAB
                 OPEN INPUT ORIGTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ORIGTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE W-ANOREF TO W-CAPANO
           MOVE W-MESREF TO W-CAPMES
           OPEN OUTPUT CADCAPT
           IF ST-ERRO9 NOT = "00"
                MOVE "ERRO ABERTURA DO ARQUIVO DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           DISPLAY (16, 01) "APURANDO A CAPTACAO ...".
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-AMREF = W-ANOREF * 100 + W-MESREF
           MOVE ZEROS TO TBORI W-NUMPAC W-EXCEDE W-CRMPRECO.
      *
      ***************************************************
      * PACIENTES CADASTRADOS NO MES (FUNDIDOS FICAM DE  *
      * FORA: O MOVIMENTO FOI PARA O CADASTRO DESTINO)   *
      ***************************************************
      *
       LE-CADPAC.
           MOVE ZEROS TO CODPAC2
           START CADPAC KEY IS NOT LESS CODPAC2
               INVALID KEY
                  GO TO LE-RECIBO.
       LE-CADPAC-LOOP.
           READ CADPAC NEXT
               AT END
                  GO TO LE-RECIBO.
           IF PAC-FUNDIDO OR DATACAD-PAC = ZEROS
                GO TO LE-CADPAC-LOOP.
           MOVE DATACAD-PAC TO W-DTT-N
           MOVE W-DTT-ANO TO W-AMCAD-ANO
           MOVE W-DTT-MES TO W-AMCAD-MES
           IF W-AMCAD-N NOT = W-AMREF
                GO TO LE-CADPAC-LOOP.
           COMPUTE W-IXO = ORIGEM-PAC + 1
           ADD 1 TO OR-NOVOS(W-IXO)
           IF W-NUMPAC NOT < W-MAXPAC
                ADD 1 TO W-EXCEDE
                GO TO LE-CADPAC-LOOP.
           ADD 1 TO W-NUMPAC
           MOVE CODPAC2     TO PC-COD(W-NUMPAC)
           MOVE ORIGEM-PAC  TO PC-ORI(W-NUMPAC)
           MOVE DATACAD-PAC TO PC-DATA(W-NUMPAC)
           ADD 6 TO W-DTT-MES
           IF W-DTT-MES > 12
                SUBTRACT 12 FROM W-DTT-MES
                ADD 1 TO W-DTT-ANO.
           MOVE W-DTT-N TO PC-LIM6(W-NUMPAC)
           MOVE DATACAD-PAC TO W-DTT-N
           ADD 1 TO W-DTT-ANO
           MOVE W-DTT-N TO PC-LIM12(W-NUMPAC)
           IF W-DTT-N > W-FIM12
                MOVE W-DTT-N TO W-FIM12.
           GO TO LE-CADPAC-LOOP.
      *
      *    RECIBOS NAO ESTORNADOS DOS PACIENTES NOVOS
      *
       LE-RECIBO.
           IF W-NUMPAC = ZEROS
                GO TO IMPRIME.
           MOVE ZEROS TO NUM-REC
           START RECIBO KEY IS NOT LESS NUM-REC
               INVALID KEY
                  GO TO LE-AGENDA.
       LE-RECIBO-LOOP.
           READ RECIBO NEXT
               AT END
                  GO TO LE-AGENDA.
           IF REC-ESTORNADO
                GO TO LE-RECIBO-LOOP.
           MOVE CODPAC-REC TO W-CODBUSCA
           PERFORM BUSCA-PAC THRU BUSCA-PAC-FIM
           IF W-IXP = ZEROS
                GO TO LE-RECIBO-LOOP.
           MOVE DATA-REC  TO W-DATAMOV
           MOVE VALOR-REC TO W-VALMOV
           PERFORM SOMA-MOV THRU SOMA-MOV-FIM
           GO TO LE-RECIBO-LOOP.
      *
      *    CONSULTAS REALIZADAS (AGENDA E ARQUIVO MORTO DOS ANOS
      *    DAS JANELAS): CONTAM TODAS; SO AS DE CONVENIO ENTRAM
      *    NA RECEITA, A PARTICULAR JA VEIO PELO RECIBO
      *
       LE-AGENDA.
           MOVE ZEROS TO CHAVE-AGENDA
           START AGENDA KEY IS NOT LESS CHAVE-AGENDA
               INVALID KEY
                  GO TO LE-ARQUIVO.
       LE-AGENDA-LOOP.
           READ AGENDA NEXT
               AT END
                  GO TO LE-ARQUIVO.
           PERFORM APURA-CONS THRU APURA-CONS-FIM
           GO TO LE-AGENDA-LOOP.

       LE-ARQUIVO.
           MOVE W-ANOREF TO W-ARQANO.
       LE-ARQUIVO-LOOP.
           IF W-ARQANO * 10000 > W-FIM12
                GO TO IMPRIME.
           PERFORM LE-ARQANO THRU LE-ARQANO-FIM
           ADD 1 TO W-ARQANO
           GO TO LE-ARQUIVO-LOOP.
      *
      ***************************************************
      * IMPRESSAO: UMA LINHA POR ORIGEM COM PACIENTES    *
      ***************************************************
      *
       IMPRIME.
           MOVE W-MESREF TO MESCTX
           MOVE W-ANOREF TO ANOCTX
           WRITE REGCAPT FROM CAB1
           MOVE SPACES TO REGCAPT
           WRITE REGCAPT
           WRITE REGCAPT FROM CAB2
           WRITE REGCAPT FROM CAB3
           MOVE ZEROS TO W-TOTNOVOS W-TOTCONS12 W-TOTREC6 W-TOTREC12
           MOVE 1 TO W-IXO.
       IMPRIME-LOOP.
           IF W-IXO > 100
                GO TO IMPRIME-TOT.
           IF OR-NOVOS(W-IXO) = ZEROS
                ADD 1 TO W-IXO
                GO TO IMPRIME-LOOP.
           COMPUTE COD-ORI = W-IXO - 1
           MOVE COD-ORI TO ORIGTX
           IF COD-ORI = ZEROS
                MOVE "NAO INFORMADA" TO DESC-ORI
           ELSE
                READ ORIGTAB
                    INVALID KEY
                       MOVE "ORIGEM NAO CADASTRADA" TO DESC-ORI.
           MOVE DESC-ORI          TO DESCORITX
           MOVE OR-NOVOS(W-IXO)   TO NOVOSTX
           MOVE OR-CONS12(W-IXO)  TO CONSTX
           MOVE OR-REC6(W-IXO)    TO REC6TX
           MOVE OR-REC12(W-IXO)   TO REC12TX
           COMPUTE W-MEDIA ROUNDED = OR-REC12(W-IXO) / OR-NOVOS(W-IXO)
           MOVE W-MEDIA           TO MEDIATX
           WRITE REGCAPT FROM DET
           ADD OR-NOVOS(W-IXO)  TO W-TOTNOVOS
           ADD OR-CONS12(W-IXO) TO W-TOTCONS12
           ADD OR-REC6(W-IXO)   TO W-TOTREC6
           ADD OR-REC12(W-IXO)  TO W-TOTREC12
           ADD 1 TO W-IXO
           GO TO IMPRIME-LOOP.

       IMPRIME-TOT.
           IF W-TOTNOVOS = ZEROS
                WRITE REGCAPT FROM LINSEMPAC
                GO TO IMPRIME-NOTAS.
           WRITE REGCAPT FROM CAB3
           MOVE W-TOTNOVOS  TO TOTNOVOSTX
           MOVE W-TOTCONS12 TO TOTCONSTX
           MOVE W-TOTREC6   TO TOTREC6TX
           MOVE W-TOTREC12  TO TOTREC12TX
           COMPUTE W-MEDIA ROUNDED = W-TOTREC12 / W-TOTNOVOS
           MOVE W-MEDIA     TO TOTMEDIATX
           WRITE REGCAPT FROM LINTOT
           IF W-EXCEDE > ZEROS
                MOVE W-EXCEDE TO EXCEDETX
                WRITE REGCAPT FROM LINEXCEDE.
           IF W-FIM12 > W-HOJE
                MOVE SPACES TO REGCAPT
                WRITE REGCAPT
                WRITE REGCAPT FROM LINABERTA.

       IMPRIME-NOTAS.
           MOVE SPACES TO REGCAPT
           WRITE REGCAPT
           WRITE REGCAPT FROM LINNOTA1
           WRITE REGCAPT FROM LINNOTA2
           WRITE REGCAPT FROM LINNOTA3
           MOVE "*** RELATORIO DE CAPTACAO GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      ***************************************************
      * UMA CONSULTA REALIZADA DE PACIENTE NOVO          *
      ***************************************************
      *
       APURA-CONS.
           IF NOT AGE-REALIZADA
                GO TO APURA-CONS-FIM.
           MOVE CODPAC TO W-CODBUSCA
           PERFORM BUSCA-PAC THRU BUSCA-PAC-FIM
           IF W-IXP = ZEROS
                GO TO APURA-CONS-FIM.
           IF DATACONS < PC-DATA(W-IXP)
              OR DATACONS NOT < PC-LIM12(W-IXP)
                GO TO APURA-CONS-FIM.
           COMPUTE W-IXO = PC-ORI(W-IXP) + 1
           ADD 1 TO OR-CONS12(W-IXO)
           IF CODIGO = ZEROS
                GO TO APURA-CONS-FIM.
           PERFORM BUSCA-VALMED THRU BUSCA-VALMED-FIM
           MOVE W-VALORMED TO W-VALCONS
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           PERFORM SOMA-PROCS THRU SOMA-PROCS-FIM
           MOVE DATACONS  TO W-DATAMOV
           MOVE W-VALCONS TO W-VALMOV
           PERFORM SOMA-MOV THRU SOMA-MOV-FIM.
       APURA-CONS-FIM.
           EXIT.
      *
      *    ARQUIVO MORTO DE UM ANO, LIDO NO LAYOUT DA AGENDA
      *
       LE-ARQANO.
           OPEN INPUT AGEARC
           IF ST-ERRO3 NOT = "00"
                GO TO LE-ARQANO-FIM.
           MOVE ZEROS TO CHAVE-ARC
           START AGEARC KEY IS NOT LESS CHAVE-ARC
               INVALID KEY
                  GO TO LE-ARQANO-FECHA.
       LE-ARQANO-LOOP.
           READ AGEARC NEXT
               AT END
                  GO TO LE-ARQANO-FECHA.
           MOVE REGAGEARC TO REGAGENDA
           PERFORM APURA-CONS THRU APURA-CONS-FIM
           GO TO LE-ARQANO-LOOP.
       LE-ARQANO-FECHA.
           CLOSE AGEARC.
       LE-ARQANO-FIM.
           EXIT.
      *
      *    VALOR W-VALMOV NA DATA W-DATAMOV DO PACIENTE W-IXP:
      *    ENTRA NA JANELA DE 12 MESES E, SE FOR O CASO, NA DE 6
      *
       SOMA-MOV.
           IF W-DATAMOV < PC-DATA(W-IXP)
              OR W-DATAMOV NOT < PC-LIM12(W-IXP)
                GO TO SOMA-MOV-FIM.
           COMPUTE W-IXO = PC-ORI(W-IXP) + 1
           ADD W-VALMOV TO OR-REC12(W-IXO)
           IF W-DATAMOV < PC-LIM6(W-IXP)
                ADD W-VALMOV TO OR-REC6(W-IXO).
       SOMA-MOV-FIM.
           EXIT.
      *
      *    PESQUISA BINARIA DO CODIGO W-CODBUSCA NA TABELA DE
      *    PACIENTES NOVOS (W-IXP = ZERO QUANDO NAO ESTA)
      *
       BUSCA-PAC.
           MOVE ZEROS TO W-IXP
           MOVE 1 TO W-BINI
           MOVE W-NUMPAC TO W-BFIM.
       BUSCA-PAC-LOOP.
           IF W-BINI > W-BFIM
                GO TO BUSCA-PAC-FIM.
           COMPUTE W-BMEIO = (W-BINI + W-BFIM) / 2
           IF PC-COD(W-BMEIO) = W-CODBUSCA
                MOVE W-BMEIO TO W-IXP
                GO TO BUSCA-PAC-FIM.
           IF PC-COD(W-BMEIO) < W-CODBUSCA
                COMPUTE W-BINI = W-BMEIO + 1
           ELSE
                IF W-BMEIO = 1
                     GO TO BUSCA-PAC-FIM
                ELSE
                     COMPUTE W-BFIM = W-BMEIO - 1.
           GO TO BUSCA-PAC-LOOP.
       BUSCA-PAC-FIM.
           EXIT.
      *
      *    VALOR DE CONSULTA DO CADASTRO DO MEDICO (SO RELE
      *    QUANDO O CRM MUDA)
      *
       BUSCA-VALMED.
           IF CRM = W-CRMPRECO
                GO TO BUSCA-VALMED-FIM.
           MOVE CRM TO W-CRMPRECO CRM2
           MOVE ZEROS TO W-VALORMED
           READ CADMED
               INVALID KEY
                  GO TO BUSCA-VALMED-FIM.
           MOVE VALOR-CONSULTA TO W-VALORMED.
       BUSCA-VALMED-FIM.
           EXIT.
      *
       BUSCA-PRECO.
           MOVE CRM    TO CRM-PRE
           MOVE CODIGO TO CODIGO-PRE
           READ PRECOTAB
               INVALID KEY
                  GO TO BUSCA-PRECO-PADRAO.
           MOVE VALOR-PRE TO W-VALCONS
           GO TO BUSCA-PRECO-FIM.
       BUSCA-PRECO-PADRAO.
           MOVE CRM   TO CRM-PRE
           MOVE ZEROS TO CODIGO-PRE
           READ PRECOTAB
               INVALID KEY
                  GO TO BUSCA-PRECO-FIM.
           MOVE VALOR-PRE TO W-VALCONS.
       BUSCA-PRECO-FIM.
           EXIT.
      *
       SOMA-PROCS.
           MOVE CRM      TO CRM-AP
           MOVE DATACONS TO DATACONS-AP
           MOVE HORACONS TO HORACONS-AP
           MOVE ZEROS    TO SEQ-AP
           START ATDPROC KEY IS NOT LESS CHAVE-AP
                INVALID KEY
                     GO TO SOMA-PROCS-FIM.
       SOMA-PROCS-LOOP.
           READ ATDPROC NEXT RECORD
                AT END
                     GO TO SOMA-PROCS-FIM.
           IF CRM-AP NOT = CRM
              OR DATACONS-AP NOT = DATACONS
              OR HORACONS-AP NOT = HORACONS
                GO TO SOMA-PROCS-FIM.
           ADD VALOR-AP TO W-VALCONS
           GO TO SOMA-PROCS-LOOP.
       SOMA-PROCS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE CADPAC AGENDA RECIBO CADMED PRECOTAB ATDPROC
                 ORIGTAB CADCAPT.
       ROT-FIMP.
           DISPLAY (01, 01) ERASE.
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
       FIM-ROT-TEMPO.
