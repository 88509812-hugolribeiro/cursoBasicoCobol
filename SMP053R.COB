      *  COM OS RECIBOS POR CRM + DATA + HORA:          *
      *  REALIZADAS SEM RECIBO, RECIBOS SEM CONSULTA    *
      *  REALIZADA E DIVERGENCIAS DE VALOR CONTRA A     *
      *  TABELA DE PRECOS, COM O RESUMO POR OPERADOR;   *
      *  DESCONTOS E CORTESIAS REGISTRADOS NO CAIXA     *
      *  SAEM EM SECAO PROPRIA COMO DIFERENCA           *
      *  EXPLICADA; CONSULTA BAIXADA DE PACOTE DE       *
      *  SESSOES NAO E CONSULTA SEM RECIBO)             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PH
                    FILE STATUS  IS ST-ERRO6.
           SELECT DESCONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DC
                    FILE STATUS  IS ST-ERRO7.
           SELECT PACUSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PU
                    FILE STATUS  IS ST-ERRO8.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       COPY "RECIBO.CPY".
       COPY "PRECOTAB.CPY".
       COPY "PRECOHIS.CPY".
       COPY "DESCONTO.CPY".
       COPY "PACUSO.CPY".
      *
       FD CADMED
               LABEL RECORD IS STANDARD
       77 ST-ERRO4   PIC X(02) VALUE "00".
       77 ST-ERRO5   PIC X(02) VALUE "00".
       77 ST-ERRO6   PIC X(02) VALUE "00".
       77 ST-ERRO7   PIC X(02) VALUE "00".
       77 ST-ERRO8   PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-QTDSEMREC PIC 9(04) VALUE ZEROS.
       01 W-QTDORFAO  PIC 9(04) VALUE ZEROS.
       01 W-QTDDIVERG PIC 9(04) VALUE ZEROS.
       01 W-ACHDESC   PIC X(01) VALUE "N".

      *    DESCONTOS AUTORIZADOS SAO APURADOS NO MESMO CRUZAMENTO
      *    E GUARDADOS PARA A SECAO DE DIFERENCAS EXPLICADAS
       01 TBDSC.
          05 DSC-LIN OCCURS 500 TIMES PIC X(90).
       01 W-NUMDSC   PIC 9(03) VALUE ZEROS.
       01 W-IXDSC    PIC 9(03) VALUE ZEROS.
       01 W-QTDDESC  PIC 9(04) VALUE ZEROS.
       01 W-QTDPACOTE PIC 9(04) VALUE ZEROS.

       01  CAB1.
           05  FILLER                 PIC X(046) VALUE
           05  FILLER                 PIC X(007) VALUE "  OPER ".
           05  OPER3TX    VALUE SPACES PIC X(08).

       01  CABSEC5      PIC X(060) VALUE
           "DESCONTOS E CORTESIAS AUTORIZADOS (DIFERENCA EXPLICADA)".

       01  LINDESC.
           05  FILLER                 PIC X(004) VALUE "CRM ".
           05  CRM5TX     VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DATA5TX    VALUE ZEROS  PIC 99999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  HORA5TX    VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(005) VALUE " REC ".
           05  NUM5TX     VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(005) VALUE " TAB ".
           05  TAB5TX     VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(005) VALUE " COB ".
           05  COB5TX     VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(005) VALUE " MOT ".
           05  MOT5TX     VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  OPER5TX    VALUE SPACES PIC X(08).
           05  FILLER                 PIC X(001) VALUE " ".
           05  AUT5TX     VALUE SPACES PIC X(08).

       01  CABSEC4      PIC X(060) VALUE
           "RESUMO POR OPERADOR (DIVERGENCIAS / RECIBOS SEM CONSULTA)".

           05  FILLER                 PIC X(020) VALUE
           "   DIVERGENCIAS...: ".
           05  QTD3TX     VALUE ZEROS  PIC ZZZ9.
       01  LINRESUMO2.
           05  FILLER                 PIC X(017) VALUE
           "DESC. AUTORIZ..: ".
           05  QTD5TX     VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(020) VALUE
           "   COBERTAS PACOTE: ".
           05  QTD6TX     VALUE ZEROS  PIC ZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
                 CLOSE AGENDA RECIBO PRECOTAB CADMED
                 GO TO ROT-FIMP.

           OPEN INPUT DESCONTO
           IF ST-ERRO7 NOT = "00"
             IF ST-ERRO7 = "30"
                 OPEN OUTPUT DESCONTO
                 CLOSE DESCONTO
                 OPEN INPUT DESCONTO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DESCONTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA RECIBO PRECOTAB CADMED PRECOHIS
                 GO TO ROT-FIMP.

           OPEN INPUT PACUSO
           IF ST-ERRO8 NOT = "00"
             IF ST-ERRO8 = "30"
                 OPEN OUTPUT PACUSO
                 CLOSE PACUSO
                 OPEN INPUT PACUSO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PACUSO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA RECIBO PRECOTAB CADMED PRECOHIS DESCONTO
                 GO TO ROT-FIMP.

           OPEN OUTPUT CADAUDI
           IF ST-ERRO5 NOT = "00"
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE AGENDA RECIBO PRECOTAB CADMED PRECOHIS DESCONTO
                      PACUSO
                GO TO ROT-FIMP.

           MOVE W-DATAINI TO DATAITX
           IF DATACONS-REC < W-DATAINI
              OR DATACONS-REC > W-DATAFIM
                GO TO CARGA-REC-LOOP.
           IF REC-ESTORNADO
                GO TO CARGA-REC-LOOP.
           IF W-NUMREC NOT < 3000
                MOVE "*AVISO: MAIS DE 3000 RECIBOS, PERIODO LIMITADO*"
                                                        TO MENS
       CRUZA.
           WRITE REGAUDI FROM CABSEC1
           MOVE ZEROS TO W-QTDSEMREC W-QTDORFAO W-QTDDIVERG
           MOVE ZEROS TO W-QTDDESC W-NUMDSC W-QTDPACOTE
           MOVE ZEROS TO W-NUMOPR
           MOVE ZEROS TO CHAVE-AGENDA
           START AGENDA KEY IS NOT LESS CHAVE-AGENDA
                GO TO CRUZA-LOOP.

           PERFORM BUSCA-REC THRU BUSCA-REC-FIM
      *    CORTESIA REGISTRADA NO CAIXA: SEM RECIBO, MAS EXPLICADA
           IF W-ACHREC = ZEROS
                PERFORM BUSCA-DESC THRU BUSCA-DESC-FIM
                IF W-ACHDESC = "S" AND NUMREC-DC = ZEROS
                     PERFORM GUARDA-DESC THRU GUARDA-DESC-FIM
                     GO TO CRUZA-LOOP.
      *    CONSULTA BAIXADA DE PACOTE DE SESSOES: JA FOI PAGA NO
      *    RECIBO DE VENDA DO PACOTE
           IF W-ACHREC = ZEROS
                MOVE CRM      TO CRM-PU
                MOVE DATACONS TO DATACONS-PU
                MOVE HORACONS TO HORACONS-PU
                MOVE ZEROS    TO COD-PROC-PU
                READ PACUSO
                    NOT INVALID KEY
                       ADD 1 TO W-QTDPACOTE
                       GO TO CRUZA-LOOP.
           IF W-ACHREC = ZEROS
                ADD 1 TO W-QTDSEMREC
                MOVE CRM      TO CRM1TX

           MOVE "S" TO REC-CONC(W-ACHREC)
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
      *    DIFERENCA COBERTA POR DESCONTO AUTORIZADO NO CAIXA NO
      *    MESMO VALOR DO RECIBO NAO E DIVERGENCIA
           IF W-PRECO > ZEROS
              AND REC-VALOR(W-ACHREC) NOT = W-PRECO
                PERFORM BUSCA-DESC THRU BUSCA-DESC-FIM
                IF W-ACHDESC = "S"
                   AND VALORCOB-DC = REC-VALOR(W-ACHREC)
                     PERFORM GUARDA-DESC THRU GUARDA-DESC-FIM
                     GO TO CRUZA-LOOP.
           IF W-PRECO > ZEROS
              AND REC-VALOR(W-ACHREC) NOT = W-PRECO
                ADD 1 TO W-QTDDIVERG
           MOVE 1 TO W-IXDIV.
       IMPRIME-DIVERG-LOOP.
           IF W-IXDIV > W-NUMDIV
                GO TO IMPRIME-DESC.
           WRITE REGAUDI FROM DIV-LIN(W-IXDIV)
           ADD 1 TO W-IXDIV
           GO TO IMPRIME-DIVERG-LOOP.

       IMPRIME-DESC.
           MOVE SPACES TO REGAUDI
           WRITE REGAUDI
           WRITE REGAUDI FROM CABSEC5
           MOVE 1 TO W-IXDSC.
       IMPRIME-DESC-LOOP.
           IF W-IXDSC > W-NUMDSC
                GO TO RESUMO-OPER.
           WRITE REGAUDI FROM DSC-LIN(W-IXDSC)
           ADD 1 TO W-IXDSC
           GO TO IMPRIME-DESC-LOOP.

       RESUMO-OPER.
           MOVE SPACES TO REGAUDI
           WRITE REGAUDI
           MOVE W-QTDORFAO  TO QTD2TX
           MOVE W-QTDDIVERG TO QTD3TX
           WRITE REGAUDI FROM LINRESUMO
           MOVE W-QTDDESC   TO QTD5TX
           MOVE W-QTDPACOTE TO QTD6TX
           WRITE REGAUDI FROM LINRESUMO2
           CLOSE CADAUDI PRECOTAB CADMED PRECOHIS DESCONTO PACUSO

           DISPLAY (16, 01) "SEM RECIBO....: " W-QTDSEMREC
           DISPLAY (17, 01) "SEM CONSULTA..: " W-QTDORFAO
           DISPLAY (18, 01) "DIVERGENCIAS..: " W-QTDDIVERG
           DISPLAY (19, 01) "DESC. AUTORIZ.: " W-QTDDESC
           DISPLAY (20, 01) "COB. PACOTE...: " W-QTDPACOTE
           MOVE "*** AUDITORIA GERADA EM AUDICAIXA.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIMP.
           MOVE LINDIVERG TO DIV-LIN(W-NUMDIV).
       GUARDA-DIVERG-FIM.
           EXIT.
      *
       GUARDA-DESC.
           ADD 1 TO W-QTDDESC
           IF W-NUMDSC NOT < 500
                GO TO GUARDA-DESC-FIM.
           MOVE CRM         TO CRM5TX
           MOVE DATACONS    TO DATA5TX
           MOVE HORACONS    TO HORA5TX
           MOVE NUMREC-DC   TO NUM5TX
           MOVE VALORTAB-DC TO TAB5TX
           MOVE VALORCOB-DC TO COB5TX
           MOVE MOTIVO-DC   TO MOT5TX
           MOVE OPERADOR-DC TO OPER5TX
           MOVE AUTORIZ-DC  TO AUT5TX
           ADD 1 TO W-NUMDSC
           MOVE LINDESC TO DSC-LIN(W-NUMDSC).
       GUARDA-DESC-FIM.
           EXIT.
      *
      ***************************************************
      * DESCONTO REGISTRADO NO CAIXA PARA A CONSULTA     *
      ***************************************************
      *
       BUSCA-DESC.
           MOVE "N" TO W-ACHDESC
           MOVE CRM      TO CRM-DC
           MOVE DATACONS TO DATACONS-DC
           MOVE HORACONS TO HORACONS-DC
           READ DESCONTO
               INVALID KEY
                  GO TO BUSCA-DESC-FIM.
           MOVE "S" TO W-ACHDESC.
       BUSCA-DESC-FIM.
           EXIT.
      *
      ***************************************************
      * RECIBO DA CONSULTA: MESMO CRM + DATA + HORA      *
