      *  UMA LINHA POR RECIBO DO PERIODO - NOME E CPF   *
      *  DO PACIENTE OU DO RESPONSAVEL -, IMPRIME O     *
      *  RELATORIO DE CONTROLE E MARCA O RECIBO PARA    *
      *  NUNCA SAIR DUAS VEZES; RECIBO ESTORNADO DEPOIS *
      *  DE EXPORTADO SAI UMA VEZ COMO CANCELAMENTO)    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
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
      *
       FD NFSEEXP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQNFSE.
       01 REGNFSEEXP   PIC X(120).
      *
       FD CADNFSE
               LABEL RECORD IS STANDARD
       01 W-VALCENT   PIC 9(10) VALUE ZEROS.
       01 W-QTDEXP    PIC 9(05) VALUE ZEROS.
       01 W-TOTEXP    PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDCAN    PIC 9(05) VALUE ZEROS.
       01 W-TOTCAN    PIC 9(09)V99 VALUE ZEROS.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
           05  FILLER     PIC X(01) VALUE ";".
           05  NF-DATA    PIC 9(08).

      *
      *    LINHA DE CANCELAMENTO PARA A PREFEITURA: RECIBO DA
      *    NOTA JA ENVIADA, CPF, NOME, VALOR EM CENTAVOS, DATA
      *    DA NOTA ORIGINAL, DATA DO ESTORNO E MOTIVO
      *
       01  NFSECAN.
           05  FILLER     PIC X(08) VALUE "CANCELA;".
           05  NC-RECIBO  PIC 9(06).
           05  FILLER     PIC X(01) VALUE ";".
           05  NC-CPF     PIC 9(11).
           05  FILLER     PIC X(01) VALUE ";".
           05  NC-NOME    PIC X(30).
           05  FILLER     PIC X(01) VALUE ";".
           05  NC-VALOR   PIC 9(10).
           05  FILLER     PIC X(01) VALUE ";".
           05  NC-DATA    PIC 9(08).
           05  FILLER     PIC X(01) VALUE ";".
           05  NC-DATAEST PIC 9(08).
           05  FILLER     PIC X(01) VALUE ";".
           05  NC-MOTIVO  PIC X(30).

       01  CABCTL1.
           05  FILLER                 PIC X(046) VALUE
           "FATEC - ZONA LESTE  *** CONTROLE DE NFS-E ***".
           05  NOMECTX    VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(002) VALUE "  ".
           05  VALCTX     VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  MARCACTX   VALUE SPACES PIC X(010).

       01  TOTCTL.
           05  FILLER                 PIC X(025) VALUE
           05  FILLER                 PIC X(010) VALUE "   TOTAL: ".
           05  TOTTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  TOTCAN.
           05  FILLER                 PIC X(025) VALUE
           "*** NOTAS CANCELADAS *** ".
           05  QTDCTX   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(010) VALUE "   TOTAL: ".
           05  TOTCTX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT054.
           WRITE REGCNFSE FROM CABCTL2.

      *
      *    RECIBOS DO PERIODO AINDA NAO EXPORTADOS; OS
      *    ESTORNADOS NAO SAEM, E OS ESTORNADOS NO PERIODO QUE
      *    JA TINHAM SAIDO GERAM A LINHA DE CANCELAMENTO
      *
       EXPORTA.
           MOVE ZEROS TO W-QTDEXP W-TOTEXP W-QTDCAN W-TOTCAN
           MOVE ZEROS TO NUM-REC
           START RECIBO KEY IS NOT LESS NUM-REC
               INVALID KEY
           READ RECIBO NEXT
               AT END
                  GO TO EXPORTA-FIM.
           IF REC-ESTORNADO
                GO TO EXPORTA-CANC.
           IF DATA-REC < W-DATAINI OR DATA-REC > W-DATAFIM
                GO TO EXPORTA-LOOP.
           IF REC-NFSE-EXPORTADA
           MOVE DATA-REC  TO DATACTX
           MOVE W-NOMETIT TO NOMECTX
           MOVE VALOR-REC TO VALCTX
           MOVE SPACES    TO MARCACTX
           WRITE REGCNFSE FROM DETCTL

           MOVE "S" TO NFSE-REC
           ADD VALOR-REC TO W-TOTEXP
           GO TO EXPORTA-LOOP.

       EXPORTA-CANC.
           IF NOT REC-NFSE-EXPORTADA OR REC-CANC-EXPORTADO
                GO TO EXPORTA-LOOP.
           IF DATAEST-REC < W-DATAINI OR DATAEST-REC > W-DATAFIM
                GO TO EXPORTA-LOOP.

           PERFORM BUSCA-TOMADOR THRU BUSCA-TOMADOR-FIM

           MOVE NUM-REC     TO NC-RECIBO
           MOVE W-CPFTIT    TO NC-CPF
           MOVE W-NOMETIT   TO NC-NOME
           COMPUTE W-VALCENT = VALOR-REC * 100
           MOVE W-VALCENT   TO NC-VALOR
           MOVE DATA-REC    TO NC-DATA
           MOVE DATAEST-REC TO NC-DATAEST
           MOVE MOTEST-REC  TO NC-MOTIVO
           WRITE REGNFSEEXP FROM NFSECAN

           MOVE NUM-REC     TO NUMCTX
           MOVE DATAEST-REC TO DATACTX
           MOVE W-NOMETIT   TO NOMECTX
           MOVE VALOR-REC   TO VALCTX
           MOVE "CANCELADA" TO MARCACTX
           WRITE REGCNFSE FROM DETCTL

           MOVE "S" TO NFSECANC-REC
           REWRITE REGRECIBO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA MARCACAO DO CANCELAMENTO EXPORTADO"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

           ADD 1 TO W-QTDCAN
           ADD VALOR-REC TO W-TOTCAN
           GO TO EXPORTA-LOOP.

       EXPORTA-FIM.
           MOVE SPACES TO REGCNFSE
           WRITE REGCNFSE
           MOVE W-QTDEXP TO QTDTX
           MOVE W-TOTEXP TO TOTTX
           WRITE REGCNFSE FROM TOTCTL
           MOVE W-QTDCAN TO QTDCTX
           MOVE W-TOTCAN TO TOTCTX
           WRITE REGCNFSE FROM TOTCAN
           CLOSE RECIBO CADPAC RESPPAC NFSEEXP CADNFSE

           DISPLAY (16, 01) "NOTAS EXPORTADAS: " W-QTDEXP
           DISPLAY (17, 01) "NOTAS CANCELADAS: " W-QTDCAN
           MOVE "*** ARQUIVO NFSE E CONTROLE GERADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIMP.
