                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PH
                    FILE STATUS  IS ST-ERRO13.
           SELECT CONTRATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-CT
                    FILE STATUS  IS ST-ERRO14.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
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
       FD CADCONV
               LABEL RECORD IS STANDARD
       COPY "ATDPROC.CPY".
       COPY "CONVPAR.CPY".
       COPY "PRECOHIS.CPY".
       COPY "CONTRATO.CPY".
      *
       FD CADSEMAUT
               LABEL RECORD IS STANDARD
       77 ST-ERRO11  PIC X(02) VALUE "00".
       77 ST-ERRO12  PIC X(02) VALUE "00".
       77 ST-ERRO13  PIC X(02) VALUE "00".
       77 ST-ERRO14  PIC X(02) VALUE "00".

       01 W-EXIGEAUT  PIC X(01) VALUE "N".
       01 W-TOTSEMAUT PIC 9(05) VALUE ZEROS.
       01 W-TOTVENCIDO PIC 9(04) VALUE ZEROS.
       01 W-FIMCONTR  PIC 9(08) VALUE ZEROS.
       01 W-INICOMPET PIC 9(08) VALUE ZEROS.

       01  CABSEMAUT1   PIC X(070) VALUE
           "FATEC - ZONA LESTE  *** CONSULTAS SEM AUTORIZACAO PREVIA".
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CONTRATO
           IF ST-ERRO14 NOT = "00"
             IF ST-ERRO14 = "30"
                 OPEN OUTPUT CONTRATO
                 CLOSE CONTRATO
                 OPEN INPUT CONTRATO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONTRATO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *    RELACAO DAS CONSULTAS REALIZADAS QUE FICARAM FORA
      *    DOS LOTES POR FALTA DE SENHA DE AUTORIZACAO
           OPEN OUTPUT CADSEMAUT
      *    MESES ANTES DA COMPETENCIA, PARA COBRIR OS 30 DIAS
      *    MESMO QUANDO O MES ANTERIOR E CURTO (FEVEREIRO)
           COMPUTE W-ANOMESREF = W-ANOREF * 100 + W-MESREF
           COMPUTE W-INICOMPET = W-ANOMESREF * 100 + 1
           IF W-MESREF = 1
                COMPUTE W-ANOMESANT = (W-ANOREF - 1) * 100 + 11
           ELSE
           IF CONV-INATIVO
                GO TO CONV-LOOP.

      *    CONVENIO COM CONTRATO VENCIDO ANTES DO INICIO DA
      *    COMPETENCIA NAO E FATURADO; SEM CONTRATO CADASTRADO
      *    OU COM PRAZO INDETERMINADO FATURA SEM RESTRICAO
           MOVE 99999999 TO W-FIMCONTR
           MOVE CODIGO2 TO CODIGO-CT
           READ CONTRATO
               INVALID KEY
                  NEXT SENTENCE
               NOT INVALID KEY
                  IF FIM-CT NOT = ZEROS
                       MOVE FIM-CT TO W-FIMCONTR.
           IF W-FIMCONTR < W-INICOMPET
                ADD 1 TO W-TOTVENCIDO
                MOVE SPACES TO MENS
                STRING "CONVENIO " CODIGO2
                       " CONTRATO VENCIDO - NAO FATURADO"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CONV-LOOP.

           PERFORM GERA-LOTE THRU GERA-LOTE-FIM
           GO TO CONV-LOOP.

       GERA-FIM.
           CLOSE AGENDA CADMED CADPAC CADCONV FATLOTE FATITEM
                 PRECOTAB NUMCTL ATDPROC CONVPAR CADSEMAUT
                 PRECOHIS CONTRATO.
           DISPLAY (16, 01) "LOTES GERADOS    : " W-TOTLOTES.
           DISPLAY (17, 01) "ITENS FATURADOS  : " W-TOTITENS.
           DISPLAY (18, 01) "SEM AUTORIZACAO  : " W-TOTSEMAUT.
           DISPLAY (19, 01) "CONTRATO VENCIDO : " W-TOTVENCIDO.
           MOVE "*** FATURAMENTO CONCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIMP.
           IF W-LOTEOK = "N"
                GO TO GERA-LOTE-TOT.

      *    CONTRATO ENCERRADO NO MEIO DA COMPETENCIA: CONSULTA
      *    POSTERIOR AO FIM DA VIGENCIA FICA FORA DO LOTE
           IF DATACONS > W-FIMCONTR
                GO TO GERA-LOTE-LOOP.

      *    CONVENIO QUE EXIGE AUTORIZACAO: CONSULTA SEM SENHA
      *    FICA FORA DO LOTE (EM ABERTO) E VAI PARA O
      *    RELATORIO DE PENDENCIAS, EM VEZ DE NASCER GLOSADA
           MOVE ZEROS      TO VALOR-REC-FI
           MOVE ZEROS      TO COD-PROC-FI
           MOVE SENHA-AUT  TO SENHA-FI
           MOVE GUIA-AGE   TO GUIA-FI
           WRITE REGFATITEM
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ITEM DO LOTE" TO MENS
           MOVE ZEROS      TO VALOR-REC-FI
           MOVE COD-PROC-AP TO COD-PROC-FI
           MOVE SENHA-AUT  TO SENHA-FI
           MOVE GUIA-AGE   TO GUIA-FI
           WRITE REGFATITEM
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ITEM DE PROCEDIMENTO"
       ROT-FIM.
           CLOSE AGENDA CADMED CADPAC CADCONV FATLOTE FATITEM
                 PRECOTAB NUMCTL ATDPROC CONVPAR CADSEMAUT
                 PRECOHIS CONTRATO.
       ROT-FIMP.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
