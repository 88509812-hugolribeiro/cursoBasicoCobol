       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP096.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * BAIXA DO DEMONSTRATIVO DE PAGAMENTO DO CONVENIO *
      * (IMPORTA O ARQUIVO ELETRONICO COM CADA GUIA     *
      *  PAGA OU GLOSADA, LOCALIZA O ITEM DO LOTE PELO  *
      *  PACIENTE, DATA E PROCEDIMENTO, BAIXA O ITEM E  *
      *  OS TOTAIS DO LOTE COM O MOTIVO DA TABELA DE    *
      *  GLOSAS E LISTA AS LINHAS NAO BAIXADAS PARA     *
      *  TRATAMENTO MANUAL)                             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FATLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOTE-FL
                    FILE STATUS  IS ST-ERRO.

       SELECT FATITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FI
                    FILE STATUS  IS ST-ERRO2.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOMECV WITH DUPLICATES.

       SELECT PERFECH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ANOMES-PF
                    FILE STATUS  IS ST-ERRO4.

       SELECT GLOSATAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-GL
                    FILE STATUS  IS ST-ERRO5.

       SELECT DEMPAG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

       SELECT DEMREL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "FATLOTE.CPY".
       COPY "FATITEM.CPY".
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
       COPY "PERFECH.CPY".
       COPY "GLOSATAB.CPY".
      *
      *    DEMONSTRATIVO DE PAGAMENTO DO CONVENIO, NOMEADO
      *    DEMPAG<CONVENIO><AAAAMMDD>.TXT; SO OS DETALHES "1"
      *    (UMA GUIA POR LINHA) SAO TRATADOS. VALOR PAGO MENOR
      *    QUE O DO ITEM EXIGE O CODIGO DE GLOSA DA TABELA
      *
       FD DEMPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQDEM.
       01 REGDEM.
          03 TIPO-DP               PIC X(01).
          03 LOTE-DP               PIC 9(06).
          03 CODPAC-DP             PIC 9(06).
          03 DATA-DP               PIC 9(08).
          03 PROC-DP               PIC 9(04).
          03 VALINF-DP             PIC 9(06)V99.
          03 VALPAGO-DP            PIC 9(06)V99.
          03 CODGLOSA-DP           PIC 9(04).
          03 SENHA-DP              PIC X(12).
          03 FILLER                PIC X(23).
      *
       FD DEMREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQREL.
       01 REGDEMREL    PIC X(090).
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

       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-CODCONV     PIC 9(06) VALUE ZEROS.
       01 TXTCONVENIO   PIC X(30) VALUE SPACES.
      *    SITUACAO DA BUSCA DO ITEM: A = ACHOU ITEM EM ABERTO,
      *    J = SO ACHOU ITEM JA BAIXADO, N = NAO ACHOU
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-SEQACHOU    PIC 9(04) VALUE ZEROS.
       01 W-MOTIVO      PIC X(40) VALUE SPACES.
       01 W-VALGLOSA    PIC 9(06)V99 VALUE ZEROS.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).
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

       01 W-ARQDEM.
          03 FILLER       PIC X(06) VALUE "DEMPAG".
          03 W-DEMCONV    PIC 9(06) VALUE ZEROS.
          03 W-DEMDATA    PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
          03 FILLER       PIC X(02) VALUE SPACES.
       01 W-ARQREL.
          03 FILLER       PIC X(06) VALUE "DEMPAG".
          03 W-RELCONV    PIC 9(06) VALUE ZEROS.
          03 W-RELDATA    PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".

       01 W-QTDLIDOS    PIC 9(05) VALUE ZEROS.
       01 W-QTDPAGO     PIC 9(05) VALUE ZEROS.
       01 W-QTDGLOSA    PIC 9(05) VALUE ZEROS.
       01 W-QTDPARC     PIC 9(05) VALUE ZEROS.
       01 W-QTDJA       PIC 9(05) VALUE ZEROS.
       01 W-QTDEXC      PIC 9(05) VALUE ZEROS.
       01 W-QTDLIQ      PIC 9(05) VALUE ZEROS.
       01 W-TOTPAGO     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTGLOSA    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTEXC      PIC 9(09)V99 VALUE ZEROS.

       01  CABDEM1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** DEMONSTRATIVO DE PAGAMENTO".
           05  FILLER                 PIC X(010) VALUE " CONVENIO ".
           05  CONVCTX    VALUE ZEROS  PIC 999999.

       01  CABDEM2.
           05  FILLER                 PIC X(052) VALUE
           "LINHAS NAO BAIXADAS - TRATAR NA BAIXA MANUAL DO LOTE".

       01  CABDEM3.
           05  FILLER                 PIC X(052) VALUE
           "LOTE   PACIEN DATA       PROC VALOR PAGO GLOS MOTIVO".

       01  DETDEM.
           05  LOTETX     VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  PACTX      VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DIATX      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  MESTX      VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  ANOTX      VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  PROCTX     VALUE ZEROS  PIC 9(04).
           05  FILLER                 PIC X(001) VALUE " ".
           05  VALTX      VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  GLTX       VALUE ZEROS  PIC 9(04).
           05  FILLER                 PIC X(001) VALUE " ".
           05  MOTTX      VALUE SPACES PIC X(040).

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

       01  TELADEM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Demonstrativo De Pagamento Do Convenio".
           05  LINE 02  COLUMN 39
               VALUE  " - Baixa Dos Lotes".
           05  LINE 04  COLUMN 01
               VALUE  " Convenio:".
           05  LINE 06  COLUMN 01
               VALUE  " Data Do Arquivo (Dd Mm Aaaa):".
           05  LINE 08  COLUMN 01
               VALUE  " Arquivo:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TDCODCONV
               LINE 04  COLUMN 12  PIC 9(06)
               USING  W-CODCONV
               HIGHLIGHT.
           05  TDTXTCONV
               LINE 04  COLUMN 20  PIC X(30)
               USING  TXTCONVENIO
               HIGHLIGHT.
           05  TDDATADIA
               LINE 06  COLUMN 32  PIC 9(02)
               USING  W-DATA-DIA
               HIGHLIGHT.
           05  TDDATAMES
               LINE 06  COLUMN 35  PIC 9(02)
               USING  W-DATA-MES
               HIGHLIGHT.
           05  TDDATAANO
               LINE 06  COLUMN 38  PIC 9(04)
               USING  W-DATA-ANO
               HIGHLIGHT.
           05  TDARQDEM
               LINE 08  COLUMN 11  PIC X(26)
               USING  W-ARQDEM
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-CHAMADA.

       INICIO.
           MOVE OPERADOR-CHAMADA TO W-OPERADOR.

       R0.
           OPEN I-O FATLOTE
           IF ST-ERRO NOT = "00"
                 MOVE "*** ARQUIVO FATLOTE NAO DISPONIVEL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

           OPEN I-O FATITEM
           IF ST-ERRO2 NOT = "00"
                 MOVE "*** ARQUIVO FATITEM NAO DISPONIVEL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADCONV
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT PERFECH
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT PERFECH
                 CLOSE PERFECH
                 OPEN INPUT PERFECH
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PERFECH" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT GLOSATAB
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
                 OPEN OUTPUT GLOSATAB
                 CLOSE GLOSATAB
                 OPEN INPUT GLOSATAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO GLOSATAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-CODCONV W-DEMCONV W-DEMDATA
           MOVE SPACES TO TXTCONVENIO
           MOVE W-HOJE-N TO W-DATA-N
           DISPLAY TELADEM.
       R2.
           ACCEPT TDCODCONV

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.

           IF W-CODCONV = ZEROS
                GO TO R2.
           MOVE W-CODCONV TO CODIGO2
           READ CADCONV
               INVALID KEY
                  MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R2.
           MOVE NOMECV TO TXTCONVENIO
           DISPLAY TDTXTCONV.
       R3.
           ACCEPT TDDATADIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-DATA-DIA = ZEROS OR W-DATA-DIA > 31
                MOVE "DIA INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
       R3A.
           ACCEPT TDDATAMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-DATA-MES = ZEROS OR W-DATA-MES > 12
                MOVE "MES INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3A.
       R3B.
           ACCEPT TDDATAANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3A.
           IF W-DATA-ANO = ZEROS
                MOVE "ANO INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3B.
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATAOK = "N"
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           MOVE W-CODCONV TO W-DEMCONV W-RELCONV
           MOVE W-DATA-N  TO W-DEMDATA W-RELDATA
           DISPLAY TDARQDEM.
       R-OPC.
                DISPLAY (23, 40) "CONFIRMA IMPORTACAO (S/N) : ".
                ACCEPT (23, 68) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** IMPORTACAO CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R-OPC.

      *
      ***************************************************
      * IMPORTACAO: CADA GUIA DO DEMONSTRATIVO BAIXA UM  *
      * ITEM EM ABERTO DO LOTE COM O MESMO PACIENTE,     *
      * DATA E PROCEDIMENTO. GUIA CUJO ITEM JA FOI       *
      * BAIXADO (REIMPORTACAO) E IGNORADA; O QUE NAO     *
      * PUDER SER BAIXADO VAI PARA O RELATORIO           *
      ***************************************************
      *
       IMP-ABRE.
           OPEN INPUT DEMPAG
           IF ST-ERRO6 NOT = "00"
                MOVE "*** DEMONSTRATIVO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN OUTPUT DEMREL
           IF ST-ERRO7 NOT = "00"
                CLOSE DEMPAG
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE W-CODCONV TO CONVCTX
           WRITE REGDEMREL FROM CABDEM1
           MOVE SPACES TO REGDEMREL
           WRITE REGDEMREL
           WRITE REGDEMREL FROM CABDEM2
           WRITE REGDEMREL FROM CABDEM3
           MOVE ZEROS TO W-QTDLIDOS W-QTDPAGO W-QTDGLOSA W-QTDPARC
           MOVE ZEROS TO W-QTDJA W-QTDEXC W-QTDLIQ
           MOVE ZEROS TO W-TOTPAGO W-TOTGLOSA W-TOTEXC.
       IMP-LOOP.
           READ DEMPAG NEXT RECORD
                AT END
                     GO TO IMP-FIM.
           IF TIPO-DP NOT = "1"
                GO TO IMP-LOOP.
           ADD 1 TO W-QTDLIDOS
           MOVE DATA-DP TO W-DC-N

           MOVE LOTE-DP TO LOTE-FL
           READ FATLOTE
               INVALID KEY
                  MOVE "LOTE NAO ENCONTRADO" TO W-MOTIVO
                  PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                  GO TO IMP-LOOP.
           IF CODIGO-FL NOT = W-CODCONV
                MOVE "LOTE DE OUTRO CONVENIO" TO W-MOTIVO
                PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                GO TO IMP-LOOP.

           PERFORM BUSCA-ITEM THRU BUSCA-ITEM-FIM
           IF W-ACHOU = "N"
                MOVE "GUIA SEM ITEM CORRESPONDENTE NO LOTE"
                                                     TO W-MOTIVO
                PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                GO TO IMP-LOOP.
           IF W-ACHOU = "J"
                ADD 1 TO W-QTDJA
                GO TO IMP-LOOP.

           IF FL-LIQUIDADO
                MOVE "LOTE JA LIQUIDADO NA BAIXA MANUAL" TO W-MOTIVO
                PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                GO TO IMP-LOOP.
           MOVE ANOMES-FL TO ANOMES-PF
           READ PERFECH
               INVALID KEY
                  MOVE "A" TO SIT-PF.
           IF PF-FECHADA
                MOVE "COMPETENCIA DO LOTE FECHADA" TO W-MOTIVO
                PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                GO TO IMP-LOOP.

           MOVE LOTE-DP    TO LOTE-FI
           MOVE W-SEQACHOU TO SEQ-FI
           READ FATITEM
               INVALID KEY
                  MOVE "ERRO NA RELEITURA DO ITEM" TO W-MOTIVO
                  PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                  GO TO IMP-LOOP.
           IF VALPAGO-DP > VALOR-FI
                MOVE "VALOR PAGO MAIOR QUE O VALOR DO ITEM"
                                                     TO W-MOTIVO
                PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                GO TO IMP-LOOP.
           IF VALPAGO-DP = VALOR-FI
                GO TO IMP-PAGO.

           IF CODGLOSA-DP = ZEROS
                MOVE "PAGO A MENOR SEM CODIGO DE GLOSA" TO W-MOTIVO
                PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                GO TO IMP-LOOP.
           MOVE CODGLOSA-DP TO COD-GL
           READ GLOSATAB
               INVALID KEY
                  MOVE "CODIGO DE GLOSA NAO CADASTRADO" TO W-MOTIVO
                  PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                  GO TO IMP-LOOP.
      *
      *    GLOSA TOTAL OU PARCIAL: O ITEM FICA GLOSADO (PODE IR
      *    PARA RECURSO) E A PARTE PAGA FICA NO VALOR RECEBIDO
           COMPUTE W-VALGLOSA = VALOR-FI - VALPAGO-DP
           MOVE "G"        TO SIT-FI
           MOVE DESC-GL    TO MOTGLOSA-FI
           MOVE VALPAGO-DP TO VALOR-REC-FI
           REWRITE REGFATITEM
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ITEM" TO W-MOTIVO
                PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                GO TO IMP-LOOP.
           ADD VALPAGO-DP TO PAGO-FL
           ADD W-VALGLOSA TO GLOSA-FL
           ADD 1 TO W-QTDGLOSA
           IF VALPAGO-DP NOT = ZEROS
                ADD 1 TO W-QTDPARC.
           ADD VALPAGO-DP TO W-TOTPAGO
           ADD W-VALGLOSA TO W-TOTGLOSA
           GO TO IMP-LOTE.
      *
       IMP-PAGO.
           MOVE "P"    TO SIT-FI
           MOVE SPACES TO MOTGLOSA-FI
           REWRITE REGFATITEM
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ITEM" TO W-MOTIVO
                PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
                GO TO IMP-LOOP.
           ADD VALPAGO-DP TO PAGO-FL
           ADD 1 TO W-QTDPAGO
           ADD VALPAGO-DP TO W-TOTPAGO.
      *
      *    TOTAIS DO LOTE, COMO NA BAIXA MANUAL
       IMP-LOTE.
           MOVE W-HOJE-N TO DATABAIXA-FL
           IF PAGO-FL + GLOSA-FL NOT < VALOR-FL
                MOVE "L" TO SIT-FL
                ADD 1 TO W-QTDLIQ.
           REWRITE REGFATLOTE
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO LOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE DEMPAG DEMREL
                GO TO ROT-FIM.
           GO TO IMP-LOOP.
      *
       IMP-FIM.
           CLOSE DEMPAG
           MOVE SPACES TO REGDEMREL
           WRITE REGDEMREL
           MOVE "ITENS PAGOS INTEGRALMENTE ....." TO DESCRTX
           MOVE W-QTDPAGO TO QTDRTX
           MOVE ZEROS TO VALRTX
           WRITE REGDEMREL FROM LINRESUMO
           MOVE "ITENS GLOSADOS ................" TO DESCRTX
           MOVE W-QTDGLOSA TO QTDRTX
           MOVE W-TOTGLOSA TO VALRTX
           WRITE REGDEMREL FROM LINRESUMO
           MOVE "  DOS QUAIS GLOSA PARCIAL ....." TO DESCRTX
           MOVE W-QTDPARC TO QTDRTX
           MOVE ZEROS TO VALRTX
           WRITE REGDEMREL FROM LINRESUMO
           MOVE "TOTAL PAGO BAIXADO ............" TO DESCRTX
           MOVE ZEROS TO QTDRTX
           MOVE W-TOTPAGO TO VALRTX
           WRITE REGDEMREL FROM LINRESUMO
           MOVE "LINHAS NAO BAIXADAS ..........." TO DESCRTX
           MOVE W-QTDEXC TO QTDRTX
           MOVE W-TOTEXC TO VALRTX
           WRITE REGDEMREL FROM LINRESUMO
           CLOSE DEMREL
           DISPLAY (10, 03) "GUIAS LIDAS NO ARQUIVO ....: " W-QTDLIDOS
           DISPLAY (11, 03) "ITENS PAGOS ...............: " W-QTDPAGO
           DISPLAY (12, 03) "ITENS GLOSADOS ............: " W-QTDGLOSA
           DISPLAY (13, 03) "  DOS QUAIS PARCIAIS ......: " W-QTDPARC
           DISPLAY (14, 03) "JA BAIXADAS ANTES .........: " W-QTDJA
           DISPLAY (15, 03) "LOTES LIQUIDADOS ..........: " W-QTDLIQ
           DISPLAY (16, 03) "NAO BAIXADAS (RELATORIO) ..: " W-QTDEXC
           MOVE "*** DEMONSTRATIVO PROCESSADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 12) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (23, 40) W-OPCAO
           GO TO R1.

      *
      ***************************************************
      * ROTINAS AUXILIARES                               *
      ***************************************************
      *
      *    PROCURA NO LOTE O ITEM DA GUIA (PACIENTE, DATA E
      *    PROCEDIMENTO), DANDO PREFERENCIA AO ITEM EM ABERTO
       BUSCA-ITEM.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-SEQACHOU
           MOVE LOTE-DP TO LOTE-FI
           MOVE ZEROS   TO SEQ-FI
           START FATITEM KEY IS NOT LESS CHAVE-FI
                INVALID KEY
                     GO TO BUSCA-ITEM-FIM.
       BUSCA-ITEM-LOOP.
           READ FATITEM NEXT RECORD
                AT END
                     GO TO BUSCA-ITEM-FIM.
           IF LOTE-FI NOT = LOTE-DP
                GO TO BUSCA-ITEM-FIM.
           IF CODPAC-FI NOT = CODPAC-DP
              OR DATACONS-FI NOT = DATA-DP
              OR COD-PROC-FI NOT = PROC-DP
                GO TO BUSCA-ITEM-LOOP.
           IF NOT FI-ABERTO
                MOVE "J" TO W-ACHOU
                GO TO BUSCA-ITEM-LOOP.
           MOVE "A" TO W-ACHOU
           MOVE SEQ-FI TO W-SEQACHOU.
       BUSCA-ITEM-FIM.
           EXIT.
      *
      *    LINHA DO RELATORIO DE NAO BAIXADAS (W-MOTIVO CARREGADO)
       GRAVA-EXC.
           MOVE LOTE-DP     TO LOTETX
           MOVE CODPAC-DP   TO PACTX
           MOVE W-DC-DIA    TO DIATX
           MOVE W-DC-MES    TO MESTX
           MOVE W-DC-ANO    TO ANOTX
           MOVE PROC-DP     TO PROCTX
           MOVE VALPAGO-DP  TO VALTX
           MOVE CODGLOSA-DP TO GLTX
           MOVE W-MOTIVO    TO MOTTX
           WRITE REGDEMREL FROM DETDEM
           ADD 1 TO W-QTDEXC
           ADD VALPAGO-DP TO W-TOTEXC.
       GRAVA-EXC-FIM.
           EXIT.
      *
      *    DIA DENTRO DO MES, COM FEVEREIRO DE 29 NO ANO BISSEXTO
       VALIDA-DATA.
           MOVE "S" TO W-DATAOK
           MOVE TBDIASMES(W-DATA-MES) TO W-ULTDIA
           IF W-DATA-MES = 2
                DIVIDE W-DATA-ANO BY 4 GIVING W-QUOC4
                       REMAINDER W-REST4
                DIVIDE W-DATA-ANO BY 100 GIVING W-QUOC100
                       REMAINDER W-REST100
                DIVIDE W-DATA-ANO BY 400 GIVING W-QUOC400
                       REMAINDER W-REST400
                IF W-REST4 = ZEROS
                   AND (W-REST100 NOT = ZEROS OR W-REST400 = ZEROS)
                     MOVE 29 TO W-ULTDIA.
           IF W-DATA-DIA > W-ULTDIA
                MOVE "N" TO W-DATAOK.
       VALIDA-DATA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE FATLOTE FATITEM CADCONV PERFECH GLOSATAB.
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
