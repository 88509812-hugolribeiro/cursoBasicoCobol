       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP064.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * TABELA TUSS/CBHPM                               *
      * (IMPORTA O ARQUIVO OFICIAL DA TERMINOLOGIA TUSS *
      *  COM PORTE E UCO DA CBHPM, ATUALIZA O PORTE DOS *
      *  PROCEDIMENTOS DO CATALOGO QUE APONTAM PARA O   *
      *  CODIGO TUSS E CALCULA OS PRECOS POR CONVENIO   *
      *  PELO MULTIPLICADOR DO CONTRATO; OS PRECOS      *
      *  NOVOS E OS QUE DIVERGEM DA PROCPRE SAEM EM     *
      *  PRECBHPM.DOC E SO SAO GRAVADOS SE ACEITOS)     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUSSTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TUSS-TS
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
           SELECT CONTRATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-CT
                    FILE STATUS  IS ST-ERRO4.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS NOMECV WITH DUPLICATES.
           SELECT TUSSARQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
           SELECT PRECREL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "TUSSTAB.CPY".
      *
       COPY "PROCTAB.CPY".
      *
       COPY "PROCPRE.CPY".
      *
       COPY "CONTRATO.CPY".
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
      *    ARQUIVO DA TERMINOLOGIA TUSS/CBHPM. AS LINHAS "P" TRAZEM
      *    O VALOR EM REAIS DE CADA PORTE DA EDICAO E VEM ANTES DAS
      *    LINHAS "T", UMA POR PROCEDIMENTO; AS DEMAIS (CABECALHO E
      *    RODAPE) SAO IGNORADAS
       FD TUSSARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQTUSS.
       01 REGTA-PORTE.
          03 TIPO-TA               PIC X(01).
          03 PORTE-TA              PIC X(03).
          03 VALPORTE-TA           PIC 9(06)V99.
          03 FILLER                PIC X(69).
       01 REGTA-PROC.
          03 FILLER                PIC X(01).
          03 TUSS-TA               PIC 9(08).
          03 PORTEPR-TA            PIC X(03).
          03 UCO-TA                PIC 9(03)V9(03).
          03 DESC-TA               PIC X(60).
          03 FILLER                PIC X(03).
      *
       FD PRECREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRECBHPM.DOC".
       01 REGPREC      PIC X(100).
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

       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-ARQTUSS     PIC X(20) VALUE "TUSSCBHPM.TXT".
       01 W-CODCONV     PIC 9(06) VALUE ZEROS.
       01 TXTCONVENIO   PIC X(30) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
      *    N = SO A PREVIA EM PRECBHPM.DOC; S = GRAVA NA PROCPRE
       01 W-GRAVA       PIC X(01) VALUE "N".
       01 W-EXISTE      PIC X(01) VALUE "N".

       01 W-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-INCLUIDOS   PIC 9(06) VALUE ZEROS.
       01 W-ALTERADOS   PIC 9(06) VALUE ZEROS.
       01 W-RECUSADOS   PIC 9(06) VALUE ZEROS.
       01 W-SEMPORTE    PIC 9(06) VALUE ZEROS.
       01 W-PROCATU     PIC 9(06) VALUE ZEROS.
       01 W-PROCFORA    PIC 9(06) VALUE ZEROS.
       01 W-NOVOS       PIC 9(06) VALUE ZEROS.
       01 W-DIVERG      PIC 9(06) VALUE ZEROS.
       01 W-IGUAIS      PIC 9(06) VALUE ZEROS.
       01 W-GRAVADOS    PIC 9(06) VALUE ZEROS.
       01 W-CONVS       PIC 9(04) VALUE ZEROS.

       01 W-CALC        PIC 9(06)V99 VALUE ZEROS.
       01 W-DIFER       PIC S9(06)V99 VALUE ZEROS.

      *    VALORES DOS PORTES DA EDICAO, DAS LINHAS "P" DO ARQUIVO
       01 TBPORTE.
          05 PT-ENT OCCURS 60 TIMES.
             10 PT-PORTE  PIC X(03).
             10 PT-VALOR  PIC 9(06)V99.
       01 W-NUMPT    PIC 9(02) VALUE ZEROS.
       01 W-IXPT     PIC 9(02) VALUE ZEROS.

       01  CABPRE1.
           05  FILLER                 PIC X(046) VALUE
           "FATEC - ZONA LESTE  *** PRECOS CBHPM POR CONVE".
           05  FILLER                 PIC X(014) VALUE
           "NIO ***       ".
           05  FILLER                 PIC X(007) VALUE "DATA : ".
           05  DATATX   VALUE ZEROS  PIC 99999999.

       01  CABPRE2.
           05  FILLER                 PIC X(011) VALUE
           "CONVENIO : ".
           05  CONVTX   VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  NOMECVTX VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(017) VALUE
           "  MULTIPLICADOR: ".
           05  MULTTX   VALUE ZEROS  PIC 9,9999.
           05  FILLER                 PIC X(008) VALUE
           "  UCO : ".
           05  UCOTX    VALUE ZEROS  PIC ZZ9,99.

       01  CABPRE3.
           05  FILLER                 PIC X(050) VALUE
           "PROC DESCRICAO                      TUSS     PORTE".
           05  FILLER                 PIC X(050) VALUE
           "     ATUAL  CALCULADO   DIFERENCA SITUACAO".

       01  DETPRE.
           05  PROCTX     VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DESCTX     VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  TUSSTX     VALUE ZEROS  PIC 99999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PORTETX    VALUE SPACES PIC X(003).
           05  FILLER                 PIC X(002) VALUE "  ".
           05  ATUALTX    VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CALCTX     VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DIFTX      VALUE ZEROS  PIC -ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  SITTX      VALUE SPACES PIC X(010).

       01  TOTPRE.
           05  FILLER                 PIC X(015) VALUE
           "*** SEM PRECO: ".
           05  QTDNOVTX   VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(016) VALUE
           "   DIVERGENTES: ".
           05  QTDDIVTX   VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(011) VALUE
           "   IGUAIS: ".
           05  QTDIGUTX   VALUE ZEROS  PIC ZZZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELA1.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Tabela TUSS/CBHPM".
           05  LINE 04  COLUMN 01
               VALUE  " I=Importar Tabela  P=Precos Por Convenio:".
           05  LINE 06  COLUMN 01
               VALUE  " Arquivo:".
           05  LINE 08  COLUMN 01
               VALUE  " Convenio (0=Todos Com CBHPM):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TTIPO
               LINE 04  COLUMN 44  PIC X(01)
               USING W-TIPO
               HIGHLIGHT.
           05  TARQTUSS
               LINE 06  COLUMN 11  PIC X(20)
               USING W-ARQTUSS
               HIGHLIGHT.
           05  TCODCONV
               LINE 08  COLUMN 32  PIC 9(06)
               USING W-CODCONV
               HIGHLIGHT.
           05  TTXTCONVENIO
               LINE 09  COLUMN 32  PIC X(30)
               USING TXTCONVENIO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       INICIO.

       R0.
           OPEN I-O TUSSTAB
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                 OPEN OUTPUT TUSSTAB
                 CLOSE TUSSTAB
                 OPEN I-O TUSSTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO TUSSTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

           OPEN I-O PROCTAB
           IF ST-ERRO2 NOT = "00"
                 MOVE "*** ARQUIVO PROCTAB NAO DISPONIVEL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE TUSSTAB
                 GO TO ROT-FIM2.

           OPEN I-O PROCPRE
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
                 OPEN OUTPUT PROCPRE
                 CLOSE PROCPRE
                 OPEN I-O PROCPRE
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PROCPRE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE TUSSTAB PROCTAB
                 GO TO ROT-FIM2.

           OPEN INPUT CONTRATO
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT CONTRATO
                 CLOSE CONTRATO
                 OPEN INPUT CONTRATO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONTRATO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE TUSSTAB PROCTAB PROCPRE
                 GO TO ROT-FIM2.

           OPEN INPUT CADCONV
           IF ST-ERRO5 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE TUSSTAB PROCTAB PROCPRE CONTRATO
                 GO TO ROT-FIM2.
      *
       R1.
            ACCEPT W-HOJE FROM DATE YYYYMMDD
            MOVE ZEROS TO W-CODCONV
            MOVE SPACES TO W-TIPO TXTCONVENIO
            DISPLAY TELA1.

       R2.
           ACCEPT TTIPO

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.

           IF W-TIPO = "i"
                MOVE "I" TO W-TIPO.
           IF W-TIPO = "p"
                MOVE "P" TO W-TIPO.
           IF W-TIPO NOT = "I" AND W-TIPO NOT = "P"
                MOVE "*** DIGITE I=IMPORTAR OU P=PRECOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           IF W-TIPO = "P"
                GO TO R4.

       R3.
           ACCEPT TARQTUSS

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.

           IF W-ARQTUSS = SPACES
                GO TO R3.
           GO TO R5.

       R4.
           ACCEPT TCODCONV

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.

           MOVE SPACES TO TXTCONVENIO
           IF W-CODCONV = ZEROS
                MOVE "TODOS OS CONVENIOS COM CBHPM" TO TXTCONVENIO
                DISPLAY TTXTCONVENIO
                GO TO R5.
           MOVE W-CODCONV TO CODIGO2
           READ CADCONV
               INVALID KEY
                  MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R4.
           MOVE NOMECV TO TXTCONVENIO
           DISPLAY TTXTCONVENIO
           MOVE W-CODCONV TO CODIGO-CT
           READ CONTRATO
               INVALID KEY
                  MOVE ZEROS TO MULTCBHPM-CT.
           IF MULTCBHPM-CT = ZEROS
                MOVE "*** CONTRATO SEM MULTIPLICADOR CBHPM ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.

       R5.
           IF W-TIPO = "I"
                DISPLAY (12, 03) "CONFIRMA A IMPORTACAO (S/N)? "
           ELSE
                DISPLAY (12, 03) "CONFIRMA O CALCULO (S/N)?    ".
           ACCEPT (12, 33) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.
           IF W-TIPO = "P"
                GO TO PRECOS.

      *
      *****************************************
      * CARGA DA TERMINOLOGIA TUSS/CBHPM      *
      *****************************************
      *
       IMPORTA.
           OPEN INPUT TUSSARQ
           IF ST-ERRO6 NOT = "00"
                MOVE "*** ARQUIVO DA TABELA TUSS NAO ENCONTRADO ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE ZEROS TO W-LIDOS W-INCLUIDOS W-ALTERADOS W-RECUSADOS
                         W-SEMPORTE W-PROCATU W-PROCFORA W-NUMPT.
       IMPORTA-LOOP.
           READ TUSSARQ NEXT RECORD
                AT END
                     GO TO IMPORTA-PROC.
           ADD 1 TO W-LIDOS
           IF TIPO-TA = "P"
                PERFORM GUARDA-PORTE THRU GUARDA-PORTE-FIM
                GO TO IMPORTA-LOOP.
           IF TIPO-TA NOT = "T"
                GO TO IMPORTA-LOOP.
           IF TUSS-TA NOT NUMERIC OR UCO-TA NOT NUMERIC
                ADD 1 TO W-RECUSADOS
                GO TO IMPORTA-LOOP.
           IF TUSS-TA = ZEROS OR DESC-TA = SPACES
                ADD 1 TO W-RECUSADOS
                GO TO IMPORTA-LOOP.

           MOVE "S" TO W-EXISTE
           MOVE TUSS-TA TO TUSS-TS
           READ TUSSTAB
               INVALID KEY
                  MOVE "N" TO W-EXISTE.
           MOVE TUSS-TA    TO TUSS-TS
           MOVE DESC-TA    TO DESC-TS
           MOVE PORTEPR-TA TO PORTE-TS
           MOVE UCO-TA     TO UCO-TS
           MOVE W-HOJE     TO DATACARGA-TS
           PERFORM BUSCA-PORTE THRU BUSCA-PORTE-FIM
           IF W-EXISTE = "S"
                REWRITE REGTUSS
                ADD 1 TO W-ALTERADOS
           ELSE
                WRITE REGTUSS
                ADD 1 TO W-INCLUIDOS.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO TUSSTAB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE TUSSARQ
                GO TO ROT-FIM.
           GO TO IMPORTA-LOOP.

      *
      *    PROCEDIMENTOS DO CATALOGO COM CODIGO TUSS RECEBEM O PORTE
      *    E A UCO DA EDICAO CARREGADA
      *
       IMPORTA-PROC.
           CLOSE TUSSARQ
           MOVE ZEROS TO COD-PROC
           START PROCTAB KEY IS NOT LESS COD-PROC
                INVALID KEY
                     GO TO IMPORTA-FIM.
       IMPORTA-PROC-LOOP.
           READ PROCTAB NEXT RECORD
                AT END
                     GO TO IMPORTA-FIM.
           IF TUSS-PROC = ZEROS
                GO TO IMPORTA-PROC-LOOP.
           MOVE TUSS-PROC TO TUSS-TS
           READ TUSSTAB
               INVALID KEY
                  ADD 1 TO W-PROCFORA
                  GO TO IMPORTA-PROC-LOOP.
           MOVE PORTE-TS    TO PORTE-PROC
           MOVE VALPORTE-TS TO VALPORTE-PROC
           MOVE UCO-TS      TO UCO-PROC
           REWRITE REGPROC
           IF ST-ERRO2 NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO PROCTAB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD 1 TO W-PROCATU
           GO TO IMPORTA-PROC-LOOP.

       IMPORTA-FIM.
           DISPLAY (14, 03) "LINHAS LIDAS.............: " W-LIDOS
           DISPLAY (15, 03) "CODIGOS TUSS INCLUIDOS...: " W-INCLUIDOS
           DISPLAY (16, 03) "CODIGOS TUSS ALTERADOS...: " W-ALTERADOS
           DISPLAY (17, 03) "LINHAS RECUSADAS.........: " W-RECUSADOS
           DISPLAY (18, 03) "PORTE SEM VALOR NA EDICAO: " W-SEMPORTE
           DISPLAY (19, 03) "PROCEDIMENTOS ATUALIZADOS: " W-PROCATU
                            "  TUSS FORA DA TABELA: " W-PROCFORA
           MOVE "*** TABELA TUSS/CBHPM CARREGADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *    VALOR DE CADA PORTE DA EDICAO (O ULTIMO INFORMADO VALE)
       GUARDA-PORTE.
           IF PORTE-TA = SPACES OR VALPORTE-TA NOT NUMERIC
                ADD 1 TO W-RECUSADOS
                GO TO GUARDA-PORTE-FIM.
           MOVE 1 TO W-IXPT.
       GUARDA-PORTE-LOOP.
           IF W-IXPT > W-NUMPT
                GO TO GUARDA-PORTE-NOVO.
           IF PT-PORTE(W-IXPT) = PORTE-TA
                MOVE VALPORTE-TA TO PT-VALOR(W-IXPT)
                GO TO GUARDA-PORTE-FIM.
           ADD 1 TO W-IXPT
           GO TO GUARDA-PORTE-LOOP.
       GUARDA-PORTE-NOVO.
           IF W-NUMPT NOT < 60
                ADD 1 TO W-RECUSADOS
                GO TO GUARDA-PORTE-FIM.
           ADD 1 TO W-NUMPT
           MOVE PORTE-TA    TO PT-PORTE(W-NUMPT)
           MOVE VALPORTE-TA TO PT-VALOR(W-NUMPT).
       GUARDA-PORTE-FIM.
           EXIT.

      *    VALOR DO PORTE DO PROCEDIMENTO; PORTE QUE NAO VEIO NAS
      *    LINHAS "P" FICA COM VALOR ZERO
       BUSCA-PORTE.
           MOVE ZEROS TO VALPORTE-TS
           IF PORTE-TS = SPACES
                GO TO BUSCA-PORTE-FIM.
           MOVE 1 TO W-IXPT.
       BUSCA-PORTE-LOOP.
           IF W-IXPT > W-NUMPT
                ADD 1 TO W-SEMPORTE
                GO TO BUSCA-PORTE-FIM.
           IF PT-PORTE(W-IXPT) = PORTE-TS
                MOVE PT-VALOR(W-IXPT) TO VALPORTE-TS
                GO TO BUSCA-PORTE-FIM.
           ADD 1 TO W-IXPT
           GO TO BUSCA-PORTE-LOOP.
       BUSCA-PORTE-FIM.
           EXIT.

      *
      *****************************************
      * PRECOS POR CONVENIO PELA CBHPM: PORTE *
      * X MULTIPLICADOR + UCO X VALOR DA UCO  *
      *****************************************
      *
       PRECOS.
           OPEN OUTPUT PRECREL
           IF ST-ERRO7 NOT = "00"
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE W-HOJE TO DATATX
           WRITE REGPREC FROM CABPRE1
           MOVE "N" TO W-GRAVA
           PERFORM APURA THRU APURA-FIM
           MOVE SPACES TO REGPREC
           WRITE REGPREC
           MOVE W-NOVOS  TO QTDNOVTX
           MOVE W-DIVERG TO QTDDIVTX
           MOVE W-IGUAIS TO QTDIGUTX
           WRITE REGPREC FROM TOTPRE
           CLOSE PRECREL

           DISPLAY (14, 03) "CONVENIOS CALCULADOS.....: " W-CONVS
           DISPLAY (15, 03) "SEM PRECO NEGOCIADO......: " W-NOVOS
           DISPLAY (16, 03) "PRECOS DIVERGENTES.......: " W-DIVERG
           DISPLAY (17, 03) "PRECOS IGUAIS AO CALCULO.: " W-IGUAIS
                            "  (PRECBHPM.DOC)"
           IF W-NOVOS = ZEROS AND W-DIVERG = ZEROS
                MOVE "*** NENHUM PRECO A ALTERAR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

       PRECOS-ACEITA.
           DISPLAY (19, 03) "ACEITA OS PRECOS CALCULADOS (S/N)? "
           ACCEPT (19, 39) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** PRECOS NAO GRAVADOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRECOS-ACEITA.
           MOVE "S" TO W-GRAVA
           PERFORM APURA THRU APURA-FIM
           DISPLAY (20, 03) "PRECOS GRAVADOS NA PROCPRE: " W-GRAVADOS
           MOVE "*** PRECOS CBHPM GRAVADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *
      *    PERCORRE OS CONTRATOS (UM SO OU TODOS COM MULTIPLICADOR)
      *    E, PARA CADA UM, OS PROCEDIMENTOS COM CODIGO TUSS
      *
       APURA.
           MOVE ZEROS TO W-CONVS W-NOVOS W-DIVERG W-IGUAIS W-GRAVADOS
           IF W-CODCONV NOT = ZEROS
                MOVE W-CODCONV TO CODIGO-CT
                READ CONTRATO
                    INVALID KEY
                       GO TO APURA-FIM.
                PERFORM APURA-CONV THRU APURA-CONV-FIM
                GO TO APURA-FIM.
           MOVE ZEROS TO CODIGO-CT
           START CONTRATO KEY IS NOT LESS CODIGO-CT
                INVALID KEY
                     GO TO APURA-FIM.
       APURA-LOOP.
           READ CONTRATO NEXT RECORD
                AT END
                     GO TO APURA-FIM.
           IF MULTCBHPM-CT = ZEROS
                GO TO APURA-LOOP.
           PERFORM APURA-CONV THRU APURA-CONV-FIM
           GO TO APURA-LOOP.
       APURA-FIM.
           EXIT.

       APURA-CONV.
           ADD 1 TO W-CONVS
           IF W-GRAVA = "S"
                GO TO APURA-CONV-PROC.
           MOVE CODIGO-CT TO CODIGO2 CONVTX
           READ CADCONV
               INVALID KEY
                  MOVE SPACES TO NOMECV.
           MOVE NOMECV TO NOMECVTX
           MOVE MULTCBHPM-CT TO MULTTX
           MOVE VALUCO-CT    TO UCOTX
           MOVE SPACES TO REGPREC
           WRITE REGPREC
           WRITE REGPREC FROM CABPRE2
           WRITE REGPREC FROM CABPRE3.
       APURA-CONV-PROC.
           MOVE ZEROS TO COD-PROC
           START PROCTAB KEY IS NOT LESS COD-PROC
                INVALID KEY
                     GO TO APURA-CONV-FIM.
       APURA-CONV-LOOP.
           READ PROCTAB NEXT RECORD
                AT END
                     GO TO APURA-CONV-FIM.
           IF TUSS-PROC = ZEROS
                GO TO APURA-CONV-LOOP.
           IF VALPORTE-PROC = ZEROS AND UCO-PROC = ZEROS
                GO TO APURA-CONV-LOOP.
           COMPUTE W-CALC ROUNDED = VALPORTE-PROC * MULTCBHPM-CT
                                  + UCO-PROC * VALUCO-CT
           MOVE COD-PROC  TO COD-PROC-PP
           MOVE CODIGO-CT TO CODIGO-PP
           MOVE "S" TO W-EXISTE
           READ PROCPRE
               INVALID KEY
                  MOVE "N" TO W-EXISTE
                  MOVE ZEROS TO VALOR-PP.
           IF W-EXISTE = "S" AND VALOR-PP = W-CALC
                ADD 1 TO W-IGUAIS
                GO TO APURA-CONV-LOOP.
           IF W-EXISTE = "S"
                ADD 1 TO W-DIVERG
           ELSE
                ADD 1 TO W-NOVOS.
           IF W-GRAVA = "S"
                PERFORM GRAVA-PRECO THRU GRAVA-PRECO-FIM
                GO TO APURA-CONV-LOOP.

           MOVE COD-PROC   TO PROCTX
           MOVE DESC-PROC  TO DESCTX
           MOVE TUSS-PROC  TO TUSSTX
           MOVE PORTE-PROC TO PORTETX
           MOVE VALOR-PP   TO ATUALTX
           MOVE W-CALC     TO CALCTX
           COMPUTE W-DIFER = W-CALC - VALOR-PP
           MOVE W-DIFER    TO DIFTX
           IF W-EXISTE = "S"
                MOVE "DIVERGENTE" TO SITTX
           ELSE
                MOVE "SEM PRECO"  TO SITTX.
           WRITE REGPREC FROM DETPRE
           GO TO APURA-CONV-LOOP.
       APURA-CONV-FIM.
           EXIT.

       GRAVA-PRECO.
           MOVE W-CALC TO VALOR-PP
           IF W-EXISTE = "S"
                REWRITE REGPROCPRE
           ELSE
                WRITE REGPROCPRE.
           IF ST-ERRO3 = "00" OR ST-ERRO3 = "02"
                ADD 1 TO W-GRAVADOS.
       GRAVA-PRECO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE TUSSTAB PROCTAB PROCPRE CONTRATO CADCONV.
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
