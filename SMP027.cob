      * (CADASTRO DE ITENS COM ESTOQUE MINIMO,          *
      *  COMPOSICAO DE MATERIAIS POR PROCEDIMENTO,      *
      *  ENTRADA DE COMPRAS E RELATORIO DE REPOSICAO;   *
      *  A BAIXA AUTOMATICA ACONTECE NO CHECK-OUT; A    *
      *  NOTA DA COMPRA GERA O TITULO A PAGAR; LOTE E   *
      *  VALIDADE NA ENTRADA, BAIXA DE LOTE VENCIDO,    *
      *  LOTES A VENCER E RASTREIO DO LOTE; PEDIDOS DE  *
      *  COMPRA GERADOS DA REPOSICAO, APROVADOS E       *
      *  RECEBIDOS NO ESTOQUE)                          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

       SELECT FORNEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FOR
                    FILE STATUS  IS ST-ERRO5.

       SELECT PAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-TP
                    FILE STATUS  IS ST-ERRO6.

       SELECT NUMCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ID-NC
                    FILE STATUS  IS ST-ERRO7.

       SELECT MATLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ML
                    FILE STATUS  IS ST-ERRO8.

       SELECT MATUSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MU
                    FILE STATUS  IS ST-ERRO9.

       SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPAC2
                    FILE STATUS  IS ST-ERRO10
                    ALTERNATE RECORD KEY IS NOMEPC WITH DUPLICATES.

       SELECT CADLOTE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO11.

       SELECT PEDCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-PC
                    FILE STATUS  IS ST-ERRO12.

       SELECT PEDITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PI
                    FILE STATUS  IS ST-ERRO13.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPOSICAO.DOC".
       01 REGREPO      PIC X(090).
      *
       COPY "FORNEC.CPY".
       COPY "PAGAR.CPY".
       COPY "NUMCTL.CPY".
       COPY "MATLOTE.CPY".
       COPY "MATUSO.CPY".
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
      *    LOTES A VENCER (VENCLOTE.DOC), RASTREIO (RASTREIO.DOC),
      *    PEDIDO APROVADO (PCnnnnnn.DOC) E PEDIDOS EM ATRASO
      *    (PEDATRASO.DOC)
       FD CADLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQLOTE.
       01 REGLOTE      PIC X(100).
      *
       COPY "PEDCOMP.CPY".
       COPY "PEDITEM.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
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
       77 ST-ERRO12  PIC X(02) VALUE "00".
       77 ST-ERRO13  PIC X(02) VALUE "00".
       77 W-ACHOU    PIC X(01) VALUE "N".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       01 TXTPROCED  PIC X(30) VALUE SPACES.
       01 TXTMATER   PIC X(30) VALUE SPACES.
       01 W-QTDENT   PIC 9(05)V99 VALUE ZEROS.
      *    VALOR PAGO PELO ITEM NA COMPRA, PARA O CUSTO MEDIO
       01 W-VALENT   PIC 9(08)V99 VALUE ZEROS.
       01 W-ESTANT   PIC 9(05)V99 VALUE ZEROS.
       01 W-QTDLIS   PIC 9(04) VALUE ZEROS.

      *    NOTA FISCAL DA COMPRA PARA O TITULO A PAGAR
       01 W-CODFOR   PIC 9(06) VALUE ZEROS.
       01 W-DOCNF    PIC X(15) VALUE SPACES.
       01 W-VALNF    PIC 9(08)V99 VALUE ZEROS.
       01 W-NUMTP    PIC 9(06) VALUE ZEROS.
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

      *    LOTE E VALIDADE DA ENTRADA (LOTE EM BRANCO = SEM CONTROLE)
       01 W-LOTE     PIC X(15) VALUE SPACES.
       01 W-VALID.
          03 W-VALID-ANO PIC 9(04).
          03 W-VALID-MES PIC 9(02).
          03 W-VALID-DIA PIC 9(02).
       01 W-VALID-N REDEFINES W-VALID PIC 9(08).
       01 W-MOTBX    PIC X(30) VALUE SPACES.
       01 W-ARQLOTE  PIC X(13) VALUE SPACES.
       01 W-ARQPED.
          03 FILLER       PIC X(02) VALUE "PC".
          03 W-ARQPED-NUM PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".

      *    PEDIDO DE COMPRA; W-PEDREC = "S" QUANDO A ENTRADA DO ITEM
      *    VEM DO RECEBIMENTO DO PEDIDO
       01 W-PEDREC   PIC X(01) VALUE "N".
       01 W-NUMPC    PIC 9(06) VALUE ZEROS.
       01 W-NUMPCANT PIC 9(06) VALUE ZEROS.
       01 W-SITPC    PIC X(01) VALUE SPACES.
       01 W-PRECO    PIC 9(05)V9999 VALUE ZEROS.
       01 W-QTDSUG   PIC S9(06)V99 VALUE ZEROS.
       01 W-VALSES   PIC 9(08)V99 VALUE ZEROS.
       01 W-SALDOPC  PIC S9(08)V99 VALUE ZEROS.
       01 W-QTDPC    PIC 9(04) VALUE ZEROS.
       01 W-QTDSEMF  PIC 9(04) VALUE ZEROS.
      *    QUANTIDADE JA PEDIDA E AINDA NAO RECEBIDA POR MATERIAL
       01 TBPEND.
          05 PD-QTD OCCURS 9999 TIMES PIC 9(06)V99.
      *    PEDIDO EM RASCUNHO DE CADA FORNECEDOR NA GERACAO
       01 TBFORPC.
          05 FP-ENT OCCURS 200 TIMES.
             10 FP-FOR      PIC 9(06).
             10 FP-NUM      PIC 9(06).
       01 W-NUMFP     PIC 9(03) VALUE ZEROS.
       01 W-IXFP      PIC 9(03) VALUE ZEROS.
       01 W-ACHFP     PIC 9(03) VALUE ZEROS.

      *    DIAS CORRIDOS ATE O VENCIMENTO DO LOTE
       01 TABCUMD.
          03 FILLER PIC 9(03) VALUE 000.
          03 FILLER PIC 9(03) VALUE 031.
          03 FILLER PIC 9(03) VALUE 059.
          03 FILLER PIC 9(03) VALUE 090.
          03 FILLER PIC 9(03) VALUE 120.
          03 FILLER PIC 9(03) VALUE 151.
          03 FILLER PIC 9(03) VALUE 181.
          03 FILLER PIC 9(03) VALUE 212.
          03 FILLER PIC 9(03) VALUE 243.
          03 FILLER PIC 9(03) VALUE 273.
          03 FILLER PIC 9(03) VALUE 304.
          03 FILLER PIC 9(03) VALUE 334.
       01 TABELACUMD REDEFINES TABCUMD.
          05 TBCUMD     PIC 9(03) OCCURS 12 TIMES.

       01 W-CD.
          03 W-CD-ANO   PIC 9(04).
          03 W-CD-MES   PIC 9(02).
          03 W-CD-DIA   PIC 9(02).
       01 W-CD-N REDEFINES W-CD PIC 9(08).
       01 W-SANO        PIC 9(04) VALUE ZEROS.
       01 W-SQ4         PIC 9(04) VALUE ZEROS.
       01 W-SQ100       PIC 9(04) VALUE ZEROS.
       01 W-SQ400       PIC 9(04) VALUE ZEROS.
       01 W-SDIAS       PIC 9(07) VALUE ZEROS.
       01 W-SDIASHJ     PIC 9(07) VALUE ZEROS.
       01 W-DIASV       PIC S9(07) VALUE ZEROS.
       01 W-QTDV0       PIC 9(04) VALUE ZEROS.
       01 W-QTDV30      PIC 9(04) VALUE ZEROS.
       01 W-QTDV60      PIC 9(04) VALUE ZEROS.
       01 W-QTDV90      PIC 9(04) VALUE ZEROS.

       01  CABREPO1     PIC X(060) VALUE
           "FATEC - ZONA LESTE  *** MATERIAIS ABAIXO DO MINIMO ***".

           05  FILLER                 PIC X(001) VALUE " ".
           05  UNMATX     VALUE SPACES PIC X(005).
           05  FILLER                 PIC X(001) VALUE " ".
           05  ESTMATX    VALUE ZEROS  PIC ZZ.ZZ9,99-.
           05  FILLER                 PIC X(001) VALUE " ".
           05  MINMATX    VALUE ZEROS  PIC ZZ.ZZ9,99.

       01  CABLOT1      PIC X(060) VALUE
           "FATEC - ZONA LESTE  *** LOTES A VENCER EM 90 DIAS ***".

       01  CABLOT2.
           05  FILLER                 PIC X(050) VALUE
           "CODIGO DESCRICAO                      LOTE        ".
           05  FILLER                 PIC X(034) VALUE
           "    VALIDADE       SALDO  SITUACAO".

       01  DETLOT.
           05  CODMATL    VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(003) VALUE "   ".
           05  DESCMATL   VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  LOTEL      VALUE SPACES PIC X(015).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DIAVL      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESVL      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOVL      VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  SALDOL     VALUE ZEROS  PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  FAIXAL     VALUE SPACES PIC X(012).

       01  TOTLOT.
           05  FILLER                 PIC X(011) VALUE "VENCIDOS: ".
           05  TOTV0      VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(013) VALUE
               "  ATE 30 D: ".
           05  TOTV30     VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(013) VALUE
               "  31 A 60 D: ".
           05  TOTV60     VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(013) VALUE
               "  61 A 90 D: ".
           05  TOTV90     VALUE ZEROS  PIC ZZZ9.

       01  CABPED1      PIC X(060) VALUE
           "FATEC - ZONA LESTE  *** PEDIDO DE COMPRA ***".

       01  CABPED2.
           05  FILLER                 PIC X(008) VALUE "PEDIDO: ".
           05  NUMPCX     VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(011) VALUE "  EMISSAO: ".
           05  DIAEPX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESEPX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOEPX     VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(011) VALUE "  ENTREGA: ".
           05  DIAPPX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESPPX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOPPX     VALUE ZEROS  PIC 9999.

       01  CABPED3.
           05  FILLER                 PIC X(012) VALUE "FORNECEDOR: ".
           05  CODFORX    VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMEFORX   VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(008) VALUE "  CNPJ: ".
           05  CNPJFORX   VALUE ZEROS  PIC 9(14).

       01  CABPED4.
           05  FILLER                 PIC X(045) VALUE
           "CODIGO DESCRICAO                      UN     ".
           05  FILLER                 PIC X(035) VALUE
           "    QTDE  PRECO UNIT.         TOTAL".

       01  DETPED.
           05  CODMATP    VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(003) VALUE "   ".
           05  DESCMATP   VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  UNMATP     VALUE SPACES PIC X(005).
           05  FILLER                 PIC X(001) VALUE " ".
           05  QTDPEDP    VALUE ZEROS  PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  PRECOP     VALUE ZEROS  PIC ZZ.ZZ9,9999.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  TOTITP     VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.

       01  TOTPED.
           05  FILLER                 PIC X(017) VALUE
               "TOTAL DO PEDIDO: ".
           05  TOTPEDP    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  CABATR1      PIC X(060) VALUE
           "FATEC - ZONA LESTE  *** PEDIDOS DE COMPRA EM ATRASO ***".

       01  CABATR2.
           05  FILLER                 PIC X(045) VALUE
           "PEDIDO FORNEC NOME                           ".
           05  FILLER                 PIC X(051) VALUE
           "TELEFONE     ENTREGA    DIAS SITUACAO     A RECEBER".

       01  DETATR.
           05  NUMPCA     VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CODFORA    VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMEFORA   VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DDDFORA    VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  FONEFORA   VALUE ZEROS  PIC 9(09).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DIAPA      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESPA      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOPA      VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DIASATRA   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  SITPCA     VALUE SPACES PIC X(008).
           05  FILLER                 PIC X(001) VALUE " ".
           05  SALDOPCA   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  TOTATR.
           05  FILLER                 PIC X(019) VALUE
               "PEDIDOS EM ATRASO: ".
           05  TOTATRA    VALUE ZEROS  PIC ZZZ9.

       01  CABRAS1      PIC X(060) VALUE
           "FATEC - ZONA LESTE  *** RASTREIO DE LOTE ***".

       01  CABRAS2.
           05  FILLER                 PIC X(010) VALUE "MATERIAL: ".
           05  CODMATR    VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DESCMATR   VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(008) VALUE "  LOTE: ".
           05  LOTER      VALUE SPACES PIC X(015).

       01  CABRAS3.
           05  FILLER                 PIC X(050) VALUE
           "DATA       CRM    PACIEN NOME                     ".
           05  FILLER                 PIC X(033) VALUE
           "      TELEFONE     PROC      QTDE".

       01  DETRAS.
           05  DIARS      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESRS      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANORS      VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CRMRS      VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  PACRS      VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMERS     VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DDDRS      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  FONERS     VALUE ZEROS  PIC 9(09).
           05  FILLER                 PIC X(001) VALUE " ".
           05  PROCRS     VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  QTDRS      VALUE ZEROS  PIC ZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAMAT.
               VALUE  " Estoque Atual:".
           05  LINE 12  COLUMN 01
               VALUE  " Estoque Minimo:".
           05  LINE 14  COLUMN 01
               VALUE  " Custo Medio Unitario:".
           05  LINE 16  COLUMN 01
               VALUE  " Fornecedor Preferido:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

               USING  ESTMIN-MAT
               HIGHLIGHT.

           05  TCUSTMAT
               LINE 14  COLUMN 24  PIC 9(05)V9999
               USING  CUSTO-MAT
               HIGHLIGHT.

           05  TFORMAT
               LINE 16  COLUMN 24  PIC 9(06)
               USING  FORPREF-MAT
               HIGHLIGHT.

       01  TELACMP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PROCTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT FORNEC
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
                 OPEN OUTPUT FORNEC
                 CLOSE FORNEC
                 OPEN INPUT FORNEC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FORNEC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O PAGAR
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
                 OPEN OUTPUT PAGAR
                 CLOSE PAGAR
                 OPEN I-O PAGAR
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PAGAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O NUMCTL
           IF ST-ERRO7 NOT = "00"
             IF ST-ERRO7 = "30"
                 OPEN OUTPUT NUMCTL
                 CLOSE NUMCTL
                 OPEN I-O NUMCTL
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO NUMCTL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O MATLOTE
           IF ST-ERRO8 NOT = "00"
             IF ST-ERRO8 = "30"
                 OPEN OUTPUT MATLOTE
                 CLOSE MATLOTE
                 OPEN I-O MATLOTE
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MATLOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT MATUSO
           IF ST-ERRO9 NOT = "00"
             IF ST-ERRO9 = "30"
                 OPEN OUTPUT MATUSO
                 CLOSE MATUSO
                 OPEN INPUT MATUSO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MATUSO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADPAC
           IF ST-ERRO10 NOT = "00"
             IF ST-ERRO10 = "30"
                 OPEN OUTPUT CADPAC
                 CLOSE CADPAC
                 OPEN INPUT CADPAC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O PEDCOMP
           IF ST-ERRO12 NOT = "00"
             IF ST-ERRO12 = "30"
                 OPEN OUTPUT PEDCOMP
                 CLOSE PEDCOMP
                 OPEN I-O PEDCOMP
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PEDCOMP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O PEDITEM
           IF ST-ERRO13 NOT = "00"
             IF ST-ERRO13 = "30"
                 OPEN OUTPUT PEDITEM
                 CLOSE PEDITEM
                 OPEN I-O PEDITEM
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PEDITEM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       ACE-001.
                DISPLAY (23, 12)
                 "I=ITEM C=COMP E=ENTR L=LOTE P=PED. R=REPOS X=SAIR"
                ACCEPT (23, 62) W-OPCAO
                IF W-OPCAO NOT = "I" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "R"
                    AND W-OPCAO NOT = "L" AND W-OPCAO NOT = "P"
                    AND W-OPCAO NOT = "X"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                   GO TO CMP-ACE.
                IF W-OPCAO = "E"
                   GO TO ENT-R1.
                IF W-OPCAO = "L"
                   GO TO LOT-ACE.
                IF W-OPCAO = "P"
                   GO TO PED-ACE.
                GO TO REP-GERA.
      *
      ***************************************************
                      MOVE 2 TO W-SEL.
      *
       MAT-R1.
            MOVE ZEROS TO COD-MAT ESTOQUE-MAT ESTMIN-MAT CUSTO-MAT
                          FORPREF-MAT
            MOVE SPACES TO DESC-MAT UNIDADE-MAT
            DISPLAY TELAMAT.
      *
           IF W-ACT = 01
                   GO TO MAT-R3B.

       MAT-R3D.
           ACCEPT TCUSTMAT

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO MAT-R3C.

       MAT-R3E.
           ACCEPT TFORMAT

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO MAT-R3D.

           IF FORPREF-MAT NOT = ZEROS
                MOVE FORPREF-MAT TO COD-FOR
                READ FORNEC
                    INVALID KEY
                       MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                       GO TO MAT-R3E.
           IF FORPREF-MAT NOT = ZEROS
                DISPLAY (16, 32) NOME-FOR.

           IF W-SEL = 1
                GO TO MAT-ALT-OPC.
      *
      * ENTRADA MANUAL DE COMPRAS NO ESTOQUE             *
      ***************************************************
       ENT-R1.
           MOVE "N" TO W-PEDREC
           MOVE ZEROS TO COD-MAT
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 01) "Entrada De Compras No Estoque"
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ENT-R1.
           DISPLAY (05, 03) DESC-MAT
           DISPLAY (06, 03) "ESTOQUE ATUAL: " ESTOQUE-MAT
           DISPLAY (07, 03) "CUSTO MEDIO..: " CUSTO-MAT.

       ENT-R2.
           MOVE ZEROS TO W-QTDENT
           IF W-QTDENT = ZEROS
                GO TO ENT-R2.

       ENT-R3.
           MOVE ZEROS TO W-VALENT
           DISPLAY (08, 36) "VALOR PAGO NO ITEM: "
           ACCEPT (08, 56) W-VALENT

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ENT-R2.

      *    INJETAVEIS E ESTEREIS ENTRAM COM LOTE E VALIDADE; LOTE
      *    EM BRANCO DA ENTRADA SO NO ESTOQUE GERAL DO MATERIAL
       ENT-R4.
           MOVE SPACES TO W-LOTE
           DISPLAY (10, 03) "LOTE: "
           ACCEPT (10, 09) W-LOTE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 AND W-PEDREC = "S"
                GO TO PRC-R4.
           IF W-ACT = 01
                GO TO ENT-R3.

           IF W-LOTE = SPACES
                GO TO ENT-GRAVA.

       ENT-R5.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-VALID-N
           DISPLAY (10, 27) "VALIDADE (DD MM AAAA): "
           ACCEPT (10, 50) W-VALID-DIA WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ENT-R4.

           ACCEPT (10, 53) W-VALID-MES WITH UPDATE
           ACCEPT (10, 56) W-VALID-ANO WITH UPDATE
           IF W-VALID-DIA = ZEROS OR W-VALID-DIA > 31
              OR W-VALID-MES = ZEROS OR W-VALID-MES > 12
                MOVE "*** DATA DE VALIDADE INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENT-R5.
           IF W-VALID-N < W-HOJE-N
                MOVE "*** LOTE JA VENCIDO - ENTRADA RECUSADA ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENT-R5.

       ENT-GRAVA.
      *    CUSTO MEDIO PONDERADO: O SALDO ANTERIOR PELO CUSTO
      *    MEDIO MAIS O VALOR DA COMPRA, SOBRE O NOVO SALDO;
      *    VALOR ZERO (BONIFICACAO) SO DILUI O CUSTO;
      *    SALDO NEGATIVO ENTRA COMO ZERO NA MEDIA
           MOVE ESTOQUE-MAT TO W-ESTANT
           IF ESTOQUE-MAT < ZEROS
                MOVE ZEROS TO W-ESTANT.
           ADD W-QTDENT TO ESTOQUE-MAT
           COMPUTE CUSTO-MAT ROUNDED =
                   (W-ESTANT * CUSTO-MAT + W-VALENT)
                 / (W-ESTANT + W-QTDENT)
           REWRITE REGMAT
           IF (ST-ERRO = "00" OR "02") AND W-LOTE NOT = SPACES
                PERFORM GRAVA-LOTE THRU GRAVA-LOTE-FIM.
           IF ST-ERRO = "00" OR "02"
                DISPLAY (09, 03) "NOVO ESTOQUE.: " ESTOQUE-MAT
                DISPLAY (09, 36) "NOVO CUSTO MEDIO: " CUSTO-MAT
                MOVE "*** ENTRADA REGISTRADA NO ESTOQUE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENT-TIT.
           MOVE "ERRO NA GRAVACAO DO ESTOQUE" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    NOTA FISCAL DA COMPRA: FORNECEDOR INFORMADO GERA O
      *    TITULO A PAGAR; FORNECEDOR ZERO SO DA ENTRADA NO
      *    ESTOQUE (NOTA JA LANCADA COM OUTRO MATERIAL)
       ENT-TIT.
           IF W-PEDREC = "S"
                GO TO PRC-GRAVA.
           MOVE ZEROS TO W-CODFOR
           DISPLAY (11, 03) "FORNECEDOR (0=SEM TITULO A PAGAR): "
           ACCEPT (11, 39) W-CODFOR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ENT-R1.

           IF W-CODFOR = ZEROS
                GO TO ENT-R1.

           MOVE W-CODFOR TO COD-FOR
           READ FORNEC
               INVALID KEY
                  MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ENT-TIT.
           IF FOR-INATIVO
                MOVE "*** FORNECEDOR INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENT-TIT.
           DISPLAY (11, 47) NOME-FOR.

       ENT-TIT2.
           MOVE SPACES TO W-DOCNF
           DISPLAY (12, 03) "NOTA FISCAL: "
           ACCEPT (12, 16) W-DOCNF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ENT-TIT.

           IF W-DOCNF = SPACES
                GO TO ENT-TIT2.

       ENT-TIT3.
           MOVE ZEROS TO W-VALNF
           DISPLAY (13, 03) "VALOR DA NOTA: "
           ACCEPT (13, 18) W-VALNF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ENT-TIT2.

           IF W-VALNF = ZEROS
                GO TO ENT-TIT3.

       ENT-TIT4.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-N TO W-VENC-N
           DISPLAY (14, 03) "VENCIMENTO (DD MM AAAA): "
           ACCEPT (14, 29) W-VENC-DIA WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ENT-TIT3.

           ACCEPT (14, 32) W-VENC-MES WITH UPDATE
           ACCEPT (14, 35) W-VENC-ANO WITH UPDATE
           IF W-VENC-DIA = ZEROS OR W-VENC-DIA > 31
              OR W-VENC-MES = ZEROS OR W-VENC-MES > 12
                MOVE "*** DATA DE VENCIMENTO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENT-TIT4.

       ENT-TIT-WR.
           PERFORM ACHA-PROXTP THRU ACHA-PROXTP-FIM
           MOVE W-NUMTP     TO NUM-TP
           MOVE "F"         TO TIPO-TP
           MOVE "C"         TO ORIGEM-TP
           MOVE W-CODFOR    TO CODCRED-TP
           MOVE W-DOCNF     TO DOC-TP
           COMPUTE COMPET-TP = W-HOJE-ANO * 100 + W-HOJE-MES
           MOVE W-HOJE-N    TO DATAEMI-TP
           MOVE W-VENC-N    TO VENC-TP
           MOVE W-VALNF     TO VALOR-TP
           MOVE CONTA-FOR   TO CONTA-TP
           MOVE "A"         TO SIT-TP
           MOVE ZEROS       TO DATAPAG-TP VALPAGO-TP CODCB-TP
           MOVE SPACES      TO OPERADOR-TP
           WRITE REGPAGAR
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO PAGAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE SPACES TO MENS
           STRING "*** TITULO A PAGAR " DELIMITED BY SIZE
                  W-NUMTP   DELIMITED BY SIZE
                  " GERADO ***" DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ENT-R1.
      *
       ACHA-PROXTP.
           MOVE "PAGAR" TO ID-NC
           READ NUMCTL
               INVALID KEY
                  MOVE "PAGAR" TO ID-NC
                  MOVE 1 TO PROX-NC
                  WRITE REGNUMCTL.
           MOVE PROX-NC TO W-NUMTP
           ADD 1 TO PROX-NC
           REWRITE REGNUMCTL.
       ACHA-PROXTP-FIM.
           EXIT.
      *
      *    NOVA ENTRADA DO MESMO LOTE E VALIDADE SOMA AO SALDO
       GRAVA-LOTE.
           MOVE COD-MAT   TO COD-MAT-ML
           MOVE W-VALID-N TO VALIDADE-ML
           MOVE W-LOTE    TO LOTE-ML
           READ MATLOTE
               INVALID KEY
                  GO TO GRAVA-LOTE-NOVO.
           ADD W-QTDENT TO QTDENT-ML SALDO-ML
           MOVE "A" TO SIT-ML
           REWRITE REGMATLOTE
           IF ST-ERRO8 NOT = "00" AND ST-ERRO8 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO MATLOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO GRAVA-LOTE-FIM.
       GRAVA-LOTE-NOVO.
           MOVE W-HOJE-N TO DATAENT-ML
           MOVE W-QTDENT TO QTDENT-ML SALDO-ML
           MOVE "A"      TO SIT-ML
           MOVE ZEROS    TO DATABX-ML QTDBX-ML
           MOVE SPACES   TO MOTBX-ML
           WRITE REGMATLOTE
           IF ST-ERRO8 NOT = "00" AND ST-ERRO8 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO MATLOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-LOTE-FIM.
           EXIT.
      *
      ***************************************************
      * RELATORIO DE MATERIAIS ABAIXO DO MINIMO          *
      ***************************************************
           MOVE "*** RELATORIO REPOSICAO.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
      *
      ***************************************************
      * CONTROLE DE LOTES E VALIDADES                    *
      ***************************************************
       LOT-ACE.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 01) "Controle De Lotes E Validades"
                DISPLAY (23, 12)
                 "B=BAIXAR LOTE  A=A VENCER  R=RASTREIO  V=VOLTAR"
                ACCEPT (23, 61) W-OPCAO
                IF W-OPCAO NOT = "B" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "R" AND W-OPCAO NOT = "V"
                    GO TO LOT-ACE.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "V"
                   GO TO ACE-001.
                IF W-OPCAO = "B"
                   GO TO LBX-R1.
                IF W-OPCAO = "R"
                   GO TO LRS-R1.
                GO TO LVC-GERA.
      *
      *    BAIXA DO LOTE VENCIDO, AVARIADO OU RECOLHIDO: O SALDO
      *    TODO DO LOTE SAI DO ESTOQUE COM O MOTIVO
       LBX-R1.
           MOVE ZEROS TO COD-MAT
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 01) "Baixa De Lote"
           DISPLAY (04, 03) "MATERIAL (CODIGO): "
           ACCEPT (04, 22) COD-MAT

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LOT-ACE.

           IF COD-MAT = ZEROS
                GO TO LBX-R1.

           READ MATTAB
               INVALID KEY
                  MOVE "*** MATERIAL NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO LBX-R1.
           DISPLAY (05, 03) DESC-MAT.

       LBX-R2.
           MOVE SPACES TO W-LOTE
           DISPLAY (06, 03) "LOTE: "
           ACCEPT (06, 09) W-LOTE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LBX-R1.

           IF W-LOTE = SPACES
                GO TO LBX-R2.

           PERFORM BUSCA-LOTE THRU BUSCA-LOTE-FIM
           IF W-ACHOU NOT = "S"
                MOVE "*** LOTE SEM SALDO OU NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LBX-R2.
           MOVE VALIDADE-ML TO W-CD-N
           DISPLAY (07, 03) "VALIDADE: " W-CD-DIA "/" W-CD-MES "/"
                   W-CD-ANO "   SALDO DO LOTE: " SALDO-ML
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF VALIDADE-ML NOT < W-HOJE-N
                MOVE "*** ATENCAO: LOTE AINDA NA VALIDADE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       LBX-R3.
           MOVE SPACES TO W-MOTBX
           DISPLAY (09, 03) "MOTIVO DA BAIXA: "
           ACCEPT (09, 20) W-MOTBX

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LBX-R2.

           IF W-MOTBX = SPACES
                GO TO LBX-R3.

       LBX-OPC.
                DISPLAY (23, 40) "CONFIRMA BAIXA (S/N) : ".
                ACCEPT (23, 63) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** LOTE NAO BAIXADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LBX-R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LBX-OPC.
       LBX-RW1.
           MOVE SALDO-ML  TO QTDBX-ML
           MOVE ZEROS     TO SALDO-ML
           MOVE "B"       TO SIT-ML
           MOVE W-HOJE-N  TO DATABX-ML
           MOVE W-MOTBX   TO MOTBX-ML
           REWRITE REGMATLOTE
           IF ST-ERRO8 NOT = "00" AND ST-ERRO8 NOT = "02"
                MOVE "ERRO NA BAIXA DO LOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE COD-MAT-ML TO COD-MAT
           READ MATTAB
               INVALID KEY
                  GO TO LBX-FIM.
           SUBTRACT QTDBX-ML FROM ESTOQUE-MAT
           REWRITE REGMAT.
       LBX-FIM.
           MOVE "*** LOTE BAIXADO DO ESTOQUE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LBX-R1.
      *
      *    PROCURA O LOTE ATIVO COM SALDO DO MATERIAL (O MESMO
      *    NUMERO DE LOTE PODE TER MAIS DE UMA VALIDADE)
       BUSCA-LOTE.
           MOVE "N"     TO W-ACHOU
           MOVE COD-MAT TO COD-MAT-ML
           MOVE ZEROS   TO VALIDADE-ML
           MOVE SPACES  TO LOTE-ML
           START MATLOTE KEY IS NOT LESS CHAVE-ML
                INVALID KEY
                     GO TO BUSCA-LOTE-FIM.
       BUSCA-LOTE-LOOP.
           READ MATLOTE NEXT RECORD
                AT END
                     GO TO BUSCA-LOTE-FIM.
           IF COD-MAT-ML NOT = COD-MAT
                GO TO BUSCA-LOTE-FIM.
           IF LOTE-ML NOT = W-LOTE OR NOT ML-ATIVO
              OR SALDO-ML = ZEROS
                GO TO BUSCA-LOTE-LOOP.
           MOVE "S" TO W-ACHOU.
       BUSCA-LOTE-FIM.
           EXIT.
      *
      *    LOTES ATIVOS COM SALDO JA VENCIDOS OU A VENCER NOS
      *    PROXIMOS 30, 60 E 90 DIAS (EMITIR SEMANALMENTE)
       LVC-GERA.
           MOVE "VENCLOTE.DOC" TO W-ARQLOTE
           OPEN OUTPUT CADLOTE
           IF ST-ERRO11 NOT = "00"
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LOT-ACE.
           WRITE REGLOTE FROM CABLOT1
           MOVE SPACES TO REGLOTE
           WRITE REGLOTE
           WRITE REGLOTE FROM CABLOT2

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-N TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-SDIAS TO W-SDIASHJ
           MOVE ZEROS TO W-QTDV0 W-QTDV30 W-QTDV60 W-QTDV90
           MOVE ZEROS  TO COD-MAT-ML VALIDADE-ML
           MOVE SPACES TO LOTE-ML
           START MATLOTE KEY IS NOT LESS CHAVE-ML
                INVALID KEY
                     GO TO LVC-FIM.
       LVC-LOOP.
           READ MATLOTE NEXT RECORD
                AT END
                     GO TO LVC-FIM.
           IF NOT ML-ATIVO OR SALDO-ML = ZEROS
                GO TO LVC-LOOP.
           MOVE VALIDADE-ML TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           COMPUTE W-DIASV = W-SDIAS - W-SDIASHJ
           IF W-DIASV > 90
                GO TO LVC-LOOP.
           IF W-DIASV < 0
                MOVE "VENCIDO" TO FAIXAL
                ADD 1 TO W-QTDV0
           ELSE
              IF W-DIASV NOT > 30
                 MOVE "ATE 30 DIAS" TO FAIXAL
                 ADD 1 TO W-QTDV30
              ELSE
                 IF W-DIASV NOT > 60
                    MOVE "31 A 60 DIAS" TO FAIXAL
                    ADD 1 TO W-QTDV60
                 ELSE
                    MOVE "61 A 90 DIAS" TO FAIXAL
                    ADD 1 TO W-QTDV90.
           MOVE COD-MAT-ML TO COD-MAT
           READ MATTAB
               INVALID KEY
                  MOVE SPACES TO DESC-MAT.
           MOVE COD-MAT-ML  TO CODMATL
           MOVE DESC-MAT    TO DESCMATL
           MOVE LOTE-ML     TO LOTEL
           MOVE W-CD-DIA    TO DIAVL
           MOVE W-CD-MES    TO MESVL
           MOVE W-CD-ANO    TO ANOVL
           MOVE SALDO-ML    TO SALDOL
           WRITE REGLOTE FROM DETLOT
           GO TO LVC-LOOP.
       LVC-FIM.
           MOVE W-QTDV0  TO TOTV0
           MOVE W-QTDV30 TO TOTV30
           MOVE W-QTDV60 TO TOTV60
           MOVE W-QTDV90 TO TOTV90
           MOVE SPACES TO REGLOTE
           WRITE REGLOTE
           WRITE REGLOTE FROM TOTLOT
           CLOSE CADLOTE
           MOVE "*** RELATORIO VENCLOTE.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LOT-ACE.
      *
      *    RASTREIO DO LOTE: PACIENTES QUE RECEBERAM O MATERIAL DO
      *    LOTE NOS PROCEDIMENTOS, PARA CONTATO EM RECOLHIMENTO
       LRS-R1.
           MOVE ZEROS TO COD-MAT
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 01) "Rastreio De Lote"
           DISPLAY (04, 03) "MATERIAL (CODIGO): "
           ACCEPT (04, 22) COD-MAT

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LOT-ACE.

           IF COD-MAT = ZEROS
                GO TO LRS-R1.

           READ MATTAB
               INVALID KEY
                  MOVE "*** MATERIAL NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO LRS-R1.
           DISPLAY (05, 03) DESC-MAT.

       LRS-R2.
           MOVE SPACES TO W-LOTE
           DISPLAY (06, 03) "LOTE: "
           ACCEPT (06, 09) W-LOTE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LRS-R1.

           IF W-LOTE = SPACES
                GO TO LRS-R2.

           MOVE "RASTREIO.DOC" TO W-ARQLOTE
           OPEN OUTPUT CADLOTE
           IF ST-ERRO11 NOT = "00"
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LOT-ACE.
           MOVE COD-MAT  TO CODMATR
           MOVE DESC-MAT TO DESCMATR
           MOVE W-LOTE   TO LOTER
           WRITE REGLOTE FROM CABRAS1
           MOVE SPACES TO REGLOTE
           WRITE REGLOTE
           WRITE REGLOTE FROM CABRAS2
           MOVE SPACES TO REGLOTE
           WRITE REGLOTE
           WRITE REGLOTE FROM CABRAS3

           MOVE ZEROS TO W-QTDLIS
           MOVE COD-MAT TO COD-MAT-MU
           MOVE W-LOTE  TO LOTE-MU
           MOVE ZEROS   TO VALIDADE-MU CRM-MU DATACONS-MU
                           HORACONS-MU SEQ-MU
           START MATUSO KEY IS NOT LESS CHAVE-MU
                INVALID KEY
                     GO TO LRS-FIM.
       LRS-LOOP.
           READ MATUSO NEXT RECORD
                AT END
                     GO TO LRS-FIM.
           IF COD-MAT-MU NOT = COD-MAT OR LOTE-MU NOT = W-LOTE
                GO TO LRS-FIM.
           ADD 1 TO W-QTDLIS
           MOVE DATACONS-MU TO W-CD-N
           MOVE W-CD-DIA    TO DIARS
           MOVE W-CD-MES    TO MESRS
           MOVE W-CD-ANO    TO ANORS
           MOVE CRM-MU      TO CRMRS
           MOVE CODPAC-MU   TO PACRS
           MOVE COD-PROC-MU TO PROCRS
           MOVE QTD-MU      TO QTDRS
           MOVE CODPAC-MU   TO CODPAC2
           READ CADPAC
               INVALID KEY
                  MOVE SPACES TO NOMEPC
                  MOVE ZEROS  TO DDDPC TELEFONEPC.
           MOVE NOMEPC      TO NOMERS
           MOVE DDDPC       TO DDDRS
           MOVE TELEFONEPC  TO FONERS
           WRITE REGLOTE FROM DETRAS
           GO TO LRS-LOOP.
       LRS-FIM.
           CLOSE CADLOTE
           DISPLAY (10, 03) "SAIDAS DO LOTE NO RASTREIO: " W-QTDLIS
           MOVE "*** RELATORIO RASTREIO.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LRS-R1.
      *
      ***************************************************
      * PEDIDOS DE COMPRA DE MATERIAIS                   *
      ***************************************************
       PED-ACE.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 01) "Pedidos De Compra De Materiais"
                DISPLAY (23, 12)
                 "G=GERAR A=APROVAR R=RECEBER T=ATRASADOS V=VOLTAR"
                ACCEPT (23, 61) W-OPCAO
                IF W-OPCAO NOT = "G" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "R" AND W-OPCAO NOT = "T"
                    AND W-OPCAO NOT = "V"
                    GO TO PED-ACE.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "V"
                   GO TO ACE-001.
                IF W-OPCAO = "G"
                   GO TO PGE-GERA.
                IF W-OPCAO = "A"
                   GO TO PAP-R1.
                IF W-OPCAO = "R"
                   GO TO PRC-R1.
                GO TO PAT-GERA.
      *
      *    RASCUNHOS DOS PEDIDOS PELA LISTA DE REPOSICAO: CADA ITEM
      *    ABAIXO DO MINIMO ENTRA NO PEDIDO DO SEU FORNECEDOR
      *    PREFERIDO COM A QUANTIDADE QUE LEVA O ESTOQUE AO DOBRO
      *    DO MINIMO, DESCONTADO O QUE JA ESTA PEDIDO E NAO CHEGOU,
      *    PELO CUSTO MEDIO ATUAL
       PGE-GERA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO TBPEND W-NUMFP W-QTDPC W-QTDLIS W-QTDSEMF
           MOVE ZEROS TO W-NUMPCANT
           MOVE SPACES TO W-SITPC
           MOVE ZEROS TO NUM-PI COD-MAT-PI
           START PEDITEM KEY IS NOT LESS CHAVE-PI
                INVALID KEY
                     GO TO PGE-MAT.
       PGE-PEND.
           READ PEDITEM NEXT RECORD
                AT END
                     GO TO PGE-MAT.
           IF NUM-PI = W-NUMPCANT
                GO TO PGE-PEND2.
           MOVE NUM-PI TO W-NUMPCANT NUM-PC
           MOVE SPACES TO W-SITPC
           READ PEDCOMP
               INVALID KEY
                  GO TO PGE-PEND.
           MOVE SIT-PC TO W-SITPC.
       PGE-PEND2.
           IF W-SITPC NOT = "R" AND W-SITPC NOT = "A"
              AND W-SITPC NOT = "P"
                GO TO PGE-PEND.
           IF QTDREC-PI < QTDPED-PI AND COD-MAT-PI NOT = ZEROS
                COMPUTE PD-QTD(COD-MAT-PI) = PD-QTD(COD-MAT-PI)
                                           + QTDPED-PI - QTDREC-PI.
           GO TO PGE-PEND.
       PGE-MAT.
           MOVE ZEROS TO COD-MAT
           START MATTAB KEY IS NOT LESS COD-MAT
                INVALID KEY
                     GO TO PGE-FIM.
       PGE-LOOP.
           READ MATTAB NEXT RECORD
                AT END
                     GO TO PGE-FIM.
           IF ESTOQUE-MAT NOT < ESTMIN-MAT
                GO TO PGE-LOOP.
           COMPUTE W-QTDSUG = ESTMIN-MAT * 2 - ESTOQUE-MAT
                            - PD-QTD(COD-MAT)
           IF W-QTDSUG NOT > ZEROS
                GO TO PGE-LOOP.
           IF FORPREF-MAT = ZEROS
                ADD 1 TO W-QTDSEMF
                GO TO PGE-LOOP.
           PERFORM BUSCA-FP THRU BUSCA-FP-FIM
           IF W-ACHFP = ZEROS
                ADD 1 TO W-QTDSEMF
                GO TO PGE-LOOP.
           MOVE FP-NUM(W-ACHFP) TO NUM-PI
           MOVE COD-MAT     TO COD-MAT-PI
           MOVE W-QTDSUG    TO QTDPED-PI
           MOVE CUSTO-MAT   TO PRECO-PI
           MOVE ZEROS       TO QTDREC-PI VALREC-PI
           MOVE "N"         TO DIVPRECO-PI
           WRITE REGPEDITEM
           IF ST-ERRO13 NOT = "00" AND ST-ERRO13 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO PEDITEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PGE-FIM.
           ADD 1 TO W-QTDLIS
           MOVE NUM-PI TO NUM-PC
           READ PEDCOMP
               INVALID KEY
                  GO TO PGE-LOOP.
           COMPUTE VALOR-PC ROUNDED = VALOR-PC + QTDPED-PI * PRECO-PI
           REWRITE REGPEDCOMP
           GO TO PGE-LOOP.
       PGE-FIM.
           DISPLAY (10, 03) "PEDIDOS GERADOS EM RASCUNHO: " W-QTDPC
           DISPLAY (11, 03) "ITENS PEDIDOS..............: " W-QTDLIS
           DISPLAY (12, 03) "ITENS SEM FORNECEDOR.......: " W-QTDSEMF
           MOVE "*** RASCUNHOS GERADOS - APROVE OS PEDIDOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PED-ACE.
      *
      *    PEDIDO DO FORNECEDOR PREFERIDO NESTA GERACAO; O PRIMEIRO
      *    ITEM DO FORNECEDOR ABRE O RASCUNHO (ZERO SE A TABELA
      *    ENCHER OU O FORNECEDOR ESTIVER INATIVO)
       BUSCA-FP.
           MOVE ZEROS TO W-ACHFP
           MOVE 1 TO W-IXFP.
       BUSCA-FP-LOOP.
           IF W-IXFP > W-NUMFP
                GO TO BUSCA-FP-INC.
           IF FP-FOR(W-IXFP) = FORPREF-MAT
                MOVE W-IXFP TO W-ACHFP
                GO TO BUSCA-FP-FIM.
           ADD 1 TO W-IXFP
           GO TO BUSCA-FP-LOOP.
       BUSCA-FP-INC.
           IF W-NUMFP NOT < 200
                GO TO BUSCA-FP-FIM.
           MOVE FORPREF-MAT TO COD-FOR
           READ FORNEC
               INVALID KEY
                  GO TO BUSCA-FP-FIM.
           IF FOR-INATIVO
                GO TO BUSCA-FP-FIM.
           PERFORM ACHA-PROXPC THRU ACHA-PROXPC-FIM
           MOVE W-NUMPC     TO NUM-PC
           MOVE FORPREF-MAT TO COD-FOR-PC
           MOVE W-HOJE-N    TO DATAEMI-PC
           MOVE ZEROS       TO DATAAPR-PC PREVISTA-PC VALOR-PC
                               VALREC-PC DATAREC-PC
           MOVE "R"         TO SIT-PC
           WRITE REGPEDCOMP
           IF ST-ERRO12 NOT = "00" AND ST-ERRO12 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO PEDCOMP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO BUSCA-FP-FIM.
           ADD 1 TO W-NUMFP W-QTDPC
           MOVE W-NUMFP TO W-ACHFP
           MOVE FORPREF-MAT TO FP-FOR(W-ACHFP)
           MOVE W-NUMPC     TO FP-NUM(W-ACHFP).
       BUSCA-FP-FIM.
           EXIT.
      *
       ACHA-PROXPC.
           MOVE "PEDCOMP" TO ID-NC
           READ NUMCTL
               INVALID KEY
                  MOVE "PEDCOMP" TO ID-NC
                  MOVE 1 TO PROX-NC
                  WRITE REGNUMCTL.
           MOVE PROX-NC TO W-NUMPC
           ADD 1 TO PROX-NC
           REWRITE REGNUMCTL.
       ACHA-PROXPC-FIM.
           EXIT.
      *
      *    APROVACAO DO RASCUNHO: CONFERE QUANTIDADE E PRECO DE
      *    CADA ITEM (QUANTIDADE ZERO TIRA O ITEM), FIXA A ENTREGA
      *    PROMETIDA E IMPRIME O PEDIDO PARA O FORNECEDOR
       PAP-R1.
           MOVE ZEROS TO W-NUMPC
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 01) "Aprovacao De Pedido De Compra"
           DISPLAY (04, 03) "PEDIDO: "
           ACCEPT (04, 11) W-NUMPC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PED-ACE.

           IF W-NUMPC = ZEROS
                GO TO PAP-R1.

           MOVE W-NUMPC TO NUM-PC
           READ PEDCOMP
               INVALID KEY
                  MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO PAP-R1.
           IF NOT PC-RASCUNHO
                MOVE "*** PEDIDO NAO ESTA EM RASCUNHO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PAP-R1.
           MOVE COD-FOR-PC TO COD-FOR
           READ FORNEC
               INVALID KEY
                  MOVE SPACES TO NOME-FOR.
           DISPLAY (04, 20) COD-FOR-PC " " NOME-FOR

           MOVE ZEROS TO W-VALNF
           MOVE W-NUMPC TO NUM-PI
           MOVE ZEROS   TO COD-MAT-PI
           START PEDITEM KEY IS NOT LESS CHAVE-PI
                INVALID KEY
                     GO TO PAP-R3.
       PAP-LOOP.
           READ PEDITEM NEXT RECORD
                AT END
                     GO TO PAP-R3.
           IF NUM-PI NOT = W-NUMPC
                GO TO PAP-R3.
           MOVE COD-MAT-PI TO COD-MAT
           READ MATTAB
               INVALID KEY
                  MOVE SPACES TO DESC-MAT
                  MOVE ZEROS  TO ESTOQUE-MAT ESTMIN-MAT.
           DISPLAY (06, 03) "MATERIAL: " COD-MAT-PI " " DESC-MAT
           DISPLAY (07, 03) "ESTOQUE: " ESTOQUE-MAT
                   "   MINIMO: " ESTMIN-MAT.
       PAP-R2.
           DISPLAY (08, 03) "QUANTIDADE: "
           ACCEPT (08, 15) QTDPED-PI WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PAP-R1.

           DISPLAY (08, 30) "PRECO UNIT.: "
           ACCEPT (08, 43) PRECO-PI WITH UPDATE

           IF QTDPED-PI = ZEROS
                DELETE PEDITEM RECORD
                GO TO PAP-LOOP.
           REWRITE REGPEDITEM
           COMPUTE W-VALNF ROUNDED = W-VALNF + QTDPED-PI * PRECO-PI
           GO TO PAP-LOOP.

       PAP-R3.
           MOVE ZEROS TO W-VALID-N
           DISPLAY (10, 03) "VALOR DO PEDIDO: " W-VALNF
           DISPLAY (11, 03) "ENTREGA PROMETIDA (DD MM AAAA): "
           ACCEPT (11, 35) W-VALID-DIA WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PAP-R1.

           ACCEPT (11, 38) W-VALID-MES WITH UPDATE
           ACCEPT (11, 41) W-VALID-ANO WITH UPDATE
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-VALID-DIA = ZEROS OR W-VALID-DIA > 31
              OR W-VALID-MES = ZEROS OR W-VALID-MES > 12
              OR W-VALID-N < W-HOJE-N
                MOVE "*** DATA DE ENTREGA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PAP-R3.

       PAP-OPC.
                DISPLAY (23, 12)
                 "S=APROVAR  C=CANCELAR PEDIDO  N=MANTER RASCUNHO : "
                ACCEPT (23, 62) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PEDIDO MANTIDO EM RASCUNHO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAP-R1.
                IF W-OPCAO NOT = "S" AND "s" AND "C" AND "c"
                   MOVE "* DIGITE APENAS S, C OU N *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAP-OPC.
       PAP-RW1.
           MOVE W-NUMPC TO NUM-PC
           READ PEDCOMP
               INVALID KEY
                  GO TO PAP-R1.
           IF W-OPCAO = "C" OR "c" OR W-VALNF = ZEROS
                MOVE "C" TO SIT-PC
                REWRITE REGPEDCOMP
                MOVE "*** PEDIDO CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PAP-R1.
           MOVE "A"       TO SIT-PC
           MOVE W-HOJE-N  TO DATAAPR-PC
           MOVE W-VALID-N TO PREVISTA-PC
           MOVE W-VALNF   TO VALOR-PC
           REWRITE REGPEDCOMP
           IF ST-ERRO12 NOT = "00" AND ST-ERRO12 NOT = "02"
                MOVE "ERRO NA APROVACAO DO PEDIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    IMPRESSAO DO PEDIDO APROVADO (PCnnnnnn.DOC)
       PAP-IMP.
           MOVE W-NUMPC  TO W-ARQPED-NUM
           MOVE W-ARQPED TO W-ARQLOTE
           OPEN OUTPUT CADLOTE
           IF ST-ERRO11 NOT = "00"
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PAP-R1.
           MOVE NUM-PC TO NUMPCX
           MOVE DATAEMI-PC TO W-CD-N
           MOVE W-CD-DIA TO DIAEPX
           MOVE W-CD-MES TO MESEPX
           MOVE W-CD-ANO TO ANOEPX
           MOVE PREVISTA-PC TO W-CD-N
           MOVE W-CD-DIA TO DIAPPX
           MOVE W-CD-MES TO MESPPX
           MOVE W-CD-ANO TO ANOPPX
           MOVE COD-FOR-PC TO CODFORX
           MOVE NOME-FOR   TO NOMEFORX
           MOVE CNPJ-FOR   TO CNPJFORX
           MOVE VALOR-PC   TO TOTPEDP
           WRITE REGLOTE FROM CABPED1
           MOVE SPACES TO REGLOTE
           WRITE REGLOTE
           WRITE REGLOTE FROM CABPED2
           WRITE REGLOTE FROM CABPED3
           MOVE SPACES TO REGLOTE
           WRITE REGLOTE
           WRITE REGLOTE FROM CABPED4
           MOVE W-NUMPC TO NUM-PI
           MOVE ZEROS   TO COD-MAT-PI
           START PEDITEM KEY IS NOT LESS CHAVE-PI
                INVALID KEY
                     GO TO PAP-IMP-FIM.
       PAP-IMP-LOOP.
           READ PEDITEM NEXT RECORD
                AT END
                     GO TO PAP-IMP-FIM.
           IF NUM-PI NOT = W-NUMPC
                GO TO PAP-IMP-FIM.
           MOVE COD-MAT-PI TO COD-MAT
           READ MATTAB
               INVALID KEY
                  MOVE SPACES TO DESC-MAT UNIDADE-MAT.
           MOVE COD-MAT-PI  TO CODMATP
           MOVE DESC-MAT    TO DESCMATP
           MOVE UNIDADE-MAT TO UNMATP
           MOVE QTDPED-PI   TO QTDPEDP
           MOVE PRECO-PI    TO PRECOP
           COMPUTE TOTITP ROUNDED = QTDPED-PI * PRECO-PI
           WRITE REGLOTE FROM DETPED
           GO TO PAP-IMP-LOOP.
       PAP-IMP-FIM.
           MOVE SPACES TO REGLOTE
           WRITE REGLOTE
           WRITE REGLOTE FROM TOTPED
           CLOSE CADLOTE
           MOVE SPACES TO MENS
           STRING "*** PEDIDO APROVADO - " DELIMITED BY SIZE
                  W-ARQPED DELIMITED BY SIZE
                  " GERADO ***" DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PAP-R1.
      *
      *    RECEBIMENTO DO PEDIDO APROVADO: CADA ITEM ENTREGUE PASSA
      *    PELA ENTRADA DO ESTOQUE (CUSTO MEDIO E LOTE); A ENTREGA
      *    PODE SER PARCIAL E O PRECO DA NOTA DIFERENTE DO PEDIDO
      *    FICA MARCADO NO ITEM; O VALOR RECEBIDO GERA O TITULO A
      *    PAGAR DA NOTA DO FORNECEDOR
       PRC-R1.
           MOVE "N" TO W-PEDREC
           MOVE ZEROS TO W-NUMPC
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 01) "Recebimento De Pedido De Compra"
           DISPLAY (04, 03) "PEDIDO: "
           ACCEPT (04, 11) W-NUMPC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PED-ACE.

           IF W-NUMPC = ZEROS
                GO TO PRC-R1.

           MOVE W-NUMPC TO NUM-PC
           READ PEDCOMP
               INVALID KEY
                  MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO PRC-R1.
           IF NOT PC-APROVADO AND NOT PC-PARCIAL
                MOVE "*** PEDIDO NAO APROVADO OU JA RECEBIDO ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRC-R1.
           MOVE COD-FOR-PC TO COD-FOR
           READ FORNEC
               INVALID KEY
                  MOVE SPACES TO NOME-FOR.
           DISPLAY (04, 20) COD-FOR-PC " " NOME-FOR

           MOVE ZEROS TO W-VALSES
           MOVE W-NUMPC TO NUM-PI
           MOVE ZEROS   TO COD-MAT-PI
           START PEDITEM KEY IS NOT LESS CHAVE-PI
                INVALID KEY
                     GO TO PRC-FECHA.
       PRC-LOOP.
           READ PEDITEM NEXT RECORD
                AT END
                     GO TO PRC-FECHA.
           IF NUM-PI NOT = W-NUMPC
                GO TO PRC-FECHA.
           IF QTDREC-PI NOT < QTDPED-PI
                GO TO PRC-LOOP.
           MOVE COD-MAT-PI TO COD-MAT
           READ MATTAB
               INVALID KEY
                  MOVE "*** MATERIAL DO PEDIDO NAO CADASTRADO ***"
                       TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO PRC-LOOP.
       PRC-R3.
           MOVE "N" TO W-PEDREC
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 01) "Recebimento De Pedido De Compra"
           DISPLAY (04, 03) "PEDIDO: " W-NUMPC " " NOME-FOR
           DISPLAY (05, 03) "MATERIAL: " COD-MAT-PI " " DESC-MAT
           DISPLAY (06, 03) "PEDIDO: " QTDPED-PI
                   "  JA RECEBIDO: " QTDREC-PI "  PRECO: " PRECO-PI
           MOVE ZEROS TO W-QTDENT
           DISPLAY (08, 03) "QUANTIDADE RECEBIDA: "
           ACCEPT (08, 24) W-QTDENT

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PRC-FECHA.

           IF W-QTDENT = ZEROS
                GO TO PRC-LOOP.

       PRC-R4.
           MOVE "N" TO W-PEDREC
           MOVE PRECO-PI TO W-PRECO
           DISPLAY (08, 36) "PRECO UNIT. NF: "
           ACCEPT (08, 52) W-PRECO WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PRC-R3.

           IF W-PRECO NOT = PRECO-PI
                MOVE "S" TO DIVPRECO-PI
                MOVE "* PRECO DA NOTA DIFERENTE DO PEDIDO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           COMPUTE W-VALENT ROUNDED = W-QTDENT * W-PRECO
           MOVE "S" TO W-PEDREC
           GO TO ENT-R4.
      *
      *    VOLTA DA ENTRADA DO ESTOQUE (ENT-GRAVA) COM O ITEM GRAVADO
       PRC-GRAVA.
           MOVE "N" TO W-PEDREC
           ADD W-QTDENT TO QTDREC-PI
           ADD W-VALENT TO VALREC-PI
           REWRITE REGPEDITEM
           IF ST-ERRO13 NOT = "00" AND ST-ERRO13 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO PEDITEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD W-VALENT TO W-VALSES
           GO TO PRC-LOOP.
      *
       PRC-FECHA.
           MOVE "N" TO W-PEDREC
           IF W-VALSES = ZEROS
                MOVE "*** NENHUM ITEM RECEBIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRC-R1.
           PERFORM PRC-SIT THRU PRC-SIT-FIM
           MOVE W-NUMPC TO NUM-PC
           READ PEDCOMP
               INVALID KEY
                  GO TO PRC-R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-SITPC  TO SIT-PC
           MOVE W-HOJE-N TO DATAREC-PC
           ADD W-VALSES  TO VALREC-PC
           REWRITE REGPEDCOMP
           MOVE COD-FOR-PC TO W-CODFOR COD-FOR
           READ FORNEC
               INVALID KEY
                  MOVE ZEROS TO CONTA-FOR.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 01) "Recebimento De Pedido De Compra"
           DISPLAY (04, 03) "PEDIDO: " W-NUMPC " " NOME-FOR
           DISPLAY (05, 03) "VALOR RECEBIDO NESTA ENTREGA: " W-VALSES
           IF PC-RECEBIDO
                DISPLAY (06, 03) "PEDIDO TOTALMENTE RECEBIDO"
           ELSE
                DISPLAY (06, 03) "PEDIDO COM ENTREGA PARCIAL".
      *
      *    TITULO A PAGAR DA NOTA DO FORNECEDOR DESTA ENTREGA
       PRC-TIT2.
           MOVE SPACES TO W-DOCNF
           DISPLAY (12, 03) "NOTA FISCAL: "
           ACCEPT (12, 16) W-DOCNF

           IF W-DOCNF = SPACES
                GO TO PRC-TIT2.

       PRC-TIT3.
           MOVE W-VALSES TO W-VALNF
           DISPLAY (13, 03) "VALOR DA NOTA: "
           ACCEPT (13, 18) W-VALNF WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PRC-TIT2.

           IF W-VALNF = ZEROS
                GO TO PRC-TIT3.

       PRC-TIT4.
           MOVE W-HOJE-N TO W-VENC-N
           DISPLAY (14, 03) "VENCIMENTO (DD MM AAAA): "
           ACCEPT (14, 29) W-VENC-DIA WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO PRC-TIT3.

           ACCEPT (14, 32) W-VENC-MES WITH UPDATE
           ACCEPT (14, 35) W-VENC-ANO WITH UPDATE
           IF W-VENC-DIA = ZEROS OR W-VENC-DIA > 31
              OR W-VENC-MES = ZEROS OR W-VENC-MES > 12
                MOVE "*** DATA DE VENCIMENTO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRC-TIT4.

       PRC-TIT-WR.
           PERFORM ACHA-PROXTP THRU ACHA-PROXTP-FIM
           MOVE W-NUMTP     TO NUM-TP
           MOVE "F"         TO TIPO-TP
           MOVE "C"         TO ORIGEM-TP
           MOVE W-CODFOR    TO CODCRED-TP
           MOVE W-DOCNF     TO DOC-TP
           COMPUTE COMPET-TP = W-HOJE-ANO * 100 + W-HOJE-MES
           MOVE W-HOJE-N    TO DATAEMI-TP
           MOVE W-VENC-N    TO VENC-TP
           MOVE W-VALNF     TO VALOR-TP
           MOVE CONTA-FOR   TO CONTA-TP
           MOVE "A"         TO SIT-TP
           MOVE ZEROS       TO DATAPAG-TP VALPAGO-TP CODCB-TP
           MOVE SPACES      TO OPERADOR-TP
           WRITE REGPAGAR
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO PAGAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE SPACES TO MENS
           STRING "*** TITULO A PAGAR " DELIMITED BY SIZE
                  W-NUMTP   DELIMITED BY SIZE
                  " GERADO ***" DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PRC-R1.
      *
      *    SITUACAO DO PEDIDO APOS A ENTREGA: TOTAL QUANDO TODOS OS
      *    ITENS CHEGARAM, SENAO PARCIAL
       PRC-SIT.
           MOVE "T" TO W-SITPC
           MOVE W-NUMPC TO NUM-PI
           MOVE ZEROS   TO COD-MAT-PI
           START PEDITEM KEY IS NOT LESS CHAVE-PI
                INVALID KEY
                     GO TO PRC-SIT-FIM.
       PRC-SIT-LOOP.
           READ PEDITEM NEXT RECORD
                AT END
                     GO TO PRC-SIT-FIM.
           IF NUM-PI NOT = W-NUMPC
                GO TO PRC-SIT-FIM.
           IF QTDREC-PI < QTDPED-PI
                MOVE "P" TO W-SITPC
                GO TO PRC-SIT-FIM.
           GO TO PRC-SIT-LOOP.
       PRC-SIT-FIM.
           EXIT.
      *
      *    PEDIDOS APROVADOS OU PARCIAIS COM A ENTREGA PROMETIDA
      *    JA VENCIDA (PEDATRASO.DOC)
       PAT-GERA.
           MOVE "PEDATRASO.DOC" TO W-ARQLOTE
           OPEN OUTPUT CADLOTE
           IF ST-ERRO11 NOT = "00"
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PED-ACE.
           WRITE REGLOTE FROM CABATR1
           MOVE SPACES TO REGLOTE
           WRITE REGLOTE
           WRITE REGLOTE FROM CABATR2

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-N TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-SDIAS TO W-SDIASHJ
           MOVE ZEROS TO W-QTDLIS
           MOVE ZEROS TO NUM-PC
           START PEDCOMP KEY IS NOT LESS NUM-PC
                INVALID KEY
                     GO TO PAT-FIM.
       PAT-LOOP.
           READ PEDCOMP NEXT RECORD
                AT END
                     GO TO PAT-FIM.
           IF NOT PC-APROVADO AND NOT PC-PARCIAL
                GO TO PAT-LOOP.
           IF PREVISTA-PC NOT < W-HOJE-N
                GO TO PAT-LOOP.
           ADD 1 TO W-QTDLIS
           MOVE PREVISTA-PC TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           COMPUTE DIASATRA = W-SDIASHJ - W-SDIAS
           MOVE COD-FOR-PC TO COD-FOR
           READ FORNEC
               INVALID KEY
                  MOVE SPACES TO NOME-FOR
                  MOVE ZEROS  TO DDD-FOR TELEFONE-FOR.
           MOVE NUM-PC       TO NUMPCA
           MOVE COD-FOR-PC   TO CODFORA
           MOVE NOME-FOR     TO NOMEFORA
           MOVE DDD-FOR      TO DDDFORA
           MOVE TELEFONE-FOR TO FONEFORA
           MOVE W-CD-DIA     TO DIAPA
           MOVE W-CD-MES     TO MESPA
           MOVE W-CD-ANO     TO ANOPA
           IF PC-PARCIAL
                MOVE "PARCIAL"  TO SITPCA
           ELSE
                MOVE "APROVADO" TO SITPCA.
           COMPUTE W-SALDOPC = VALOR-PC - VALREC-PC
           IF W-SALDOPC < ZEROS
                MOVE ZEROS TO W-SALDOPC.
           MOVE W-SALDOPC    TO SALDOPCA
           WRITE REGLOTE FROM DETATR
           GO TO PAT-LOOP.
       PAT-FIM.
           MOVE W-QTDLIS TO TOTATRA
           MOVE SPACES TO REGLOTE
           WRITE REGLOTE
           WRITE REGLOTE FROM TOTATR
           CLOSE CADLOTE
           MOVE "*** RELATORIO PEDATRASO.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PED-ACE.
      *
       CALC-DIAS.
           IF W-CD-MES > 2
                MOVE W-CD-ANO TO W-SANO
           ELSE
                COMPUTE W-SANO = W-CD-ANO - 1.
           IF W-CD-MES = ZEROS OR W-CD-MES > 12
                MOVE ZEROS TO W-SDIAS
                GO TO CALC-DIAS-FIM.
           COMPUTE W-SQ4 = W-SANO / 4
           COMPUTE W-SQ100 = W-SANO / 100
           COMPUTE W-SQ400 = W-SANO / 400
           COMPUTE W-SDIAS = (365 * W-CD-ANO) + W-SQ4 - W-SQ100
                           + W-SQ400 + TBCUMD(W-CD-MES) + W-CD-DIA.
       CALC-DIAS-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE MATTAB MATPROC PROCTAB FORNEC PAGAR NUMCTL MATLOTE
                 MATUSO CADPAC PEDCOMP PEDITEM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
