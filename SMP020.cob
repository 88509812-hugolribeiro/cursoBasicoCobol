      * PRONTUARIO DO PACIENTE                          *
      * (REGISTRO DE ANOTACOES CLINICAS E CONSULTA DO   *
      *  HISTORICO EM ORDEM DE DATA; O ACESSO E GERIDO  *
      *  PELO PERFIL DO OPERADOR NO MENU. MANTEM TAMBEM *
      *  OS ALERTAS CLINICOS DO PACIENTE E OS PEDIDOS   *
      *  DE EXAME DA CONSULTA)                          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.

       SELECT ALERTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AL
                    FILE STATUS  IS ST-ERRO4.

       SELECT EXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EX
                    FILE STATUS  IS ST-ERRO5.

       SELECT EXATAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-EXA
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "PRONTUARIO.CPY".
       COPY "ALERTA.CPY".
       COPY "EXAME.CPY".
       COPY "EXATAB.CPY".
      *
       FD CADPAC
               LABEL RECORD IS STANDARD
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
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3     PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".

       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-JAEXISTE    PIC X(01) VALUE "N".

       01 W-HOJE        PIC 9(08) VALUE ZEROS.

      *    FAIXA DE ALERTAS CLINICOS ATIVOS DO PACIENTE
       01 W-PACAL       PIC 9(06) VALUE ZEROS.
       01 W-QTDAL       PIC 9(02) VALUE ZEROS.
       01 W-ALMOB       PIC X(01) VALUE "N".
       01 W-BAN-TIPO    PIC X(02) VALUE SPACES.
       01 W-BAN-GRAV    PIC X(01) VALUE SPACES.
       01 W-BAN-DET     PIC X(40) VALUE SPACES.
       01 W-BANNER      PIC X(78) VALUE SPACES.

       01 W-ALNOVO      PIC X(01) VALUE "N".
       01 W-PROXSEQ     PIC 9(02) VALUE ZEROS.

       01 LINALE.
          03 LINALE-SEQ  PIC 9(02).
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINALE-TIPO PIC X(02).
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINALE-GRAV PIC X(01).
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINALE-SIT  PIC X(01).
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINALE-DATA PIC 9(08).
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINALE-DET  PIC X(40).

       01 LINHIS.
          03 LINHIS-DIA  PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINHIS-DIAG PIC X(55).

      *    PEDIDOS DE EXAME: PENDENTES DO PACIENTE E LISTA DA CONSULTA
       01 W-QTDEXA      PIC 9(02) VALUE ZEROS.
       01 W-EXAANT      PIC 9(08) VALUE ZEROS.
       01 W-CODEXA      PIC 9(05) VALUE ZEROS.
       01 W-LINEXAP     PIC X(60) VALUE SPACES.

       01 W-DATAED.
          03 W-DATAED-DIA PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DATAED-MES PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DATAED-ANO PIC 9(04).

       01 LINEXA.
          03 LINEXA-SEQ  PIC 9(02).
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINEXA-DESC PIC X(25).
          03 FILLER      PIC X(01) VALUE " ".
          03 LINEXA-LAB  PIC X(15).
          03 FILLER      PIC X(01) VALUE " ".
          03 LINEXA-PED  PIC X(10).
          03 FILLER      PIC X(01) VALUE " ".
          03 LINEXA-SIT  PIC X(01).
          03 FILLER      PIC X(01) VALUE " ".
          03 LINEXA-RES  PIC X(10).

      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-CHAMADA  PIC X(08).
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TBANNER
               LINE 03  COLUMN 01  PIC X(78)
               USING W-BANNER
               HIGHLIGHT.

           05  TCODPAC
               LINE 04  COLUMN 21  PIC 9(06)
               USING CODPAC-PRT
               USING OBSERVACAO-PRT
               HIGHLIGHT.

       01  TELAALE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Alertas Clinicos Do Paciente".
           05  LINE 04  COLUMN 01
               VALUE  " Paciente (Codigo):".
           05  LINE 07  COLUMN 03
               VALUE  "SQ  TP  G  S  DATA      DETALHE".
           05  LINE 17  COLUMN 01
               VALUE  " Sequencia (00=Novo):".
           05  LINE 18  COLUMN 01
               VALUE  " Tipo:".
           05  LINE 18  COLUMN 12
               VALUE  "AL=ALERGIA MR=MOBIL.REDUZIDA DC=CRONICA".
           05  LINE 18  COLUMN 52
               VALUE  " MC=MEDICACAO CP=COMPORT. OU=OUTROS".
           05  LINE 19  COLUMN 01
               VALUE  " Detalhe:".
           05  LINE 20  COLUMN 01
               VALUE  " Gravidade (A/M/B):".
           05  LINE 20  COLUMN 26
               VALUE  " Situacao (A/I):".

           05  TCODPACAL
               LINE 04  COLUMN 21  PIC 9(06)
               USING CODPAC-AL
               HIGHLIGHT.
           05  TTXTPACAL
               LINE 05  COLUMN 21  PIC X(30)
               USING TXTPACIENTE
               HIGHLIGHT.
           05  TSEQAL
               LINE 17  COLUMN 23  PIC 9(02)
               USING SEQ-AL
               HIGHLIGHT.
           05  TTIPOAL
               LINE 18  COLUMN 08  PIC X(02)
               USING TIPO-AL
               HIGHLIGHT.
           05  TDETAL
               LINE 19  COLUMN 11  PIC X(40)
               USING DETALHE-AL
               HIGHLIGHT.
           05  TGRAVAL
               LINE 20  COLUMN 21  PIC X(01)
               USING GRAV-AL
               HIGHLIGHT.
           05  TSITAL
               LINE 20  COLUMN 43  PIC X(01)
               USING SIT-AL
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-CHAMADA.

                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O ALERTA
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT ALERTA
                 CLOSE ALERTA
                 OPEN I-O ALERTA
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ALERTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O EXAME
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
                 OPEN OUTPUT EXAME
                 CLOSE EXAME
                 OPEN I-O EXAME
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO EXAME" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT EXATAB
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
                 OPEN OUTPUT EXATAB
                 CLOSE EXATAB
                 OPEN INPUT EXATAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO EXATAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       ACE-001.
           DISPLAY (01, 01) ERASE
           MOVE SPACES TO W-BANNER
           DISPLAY (23, 12)
                "R=REGISTRAR H=HISTORICO A=ALERTAS E=EXAMES X=SAIR"
           ACCEPT (23, 66) W-OPCAO
           IF W-OPCAO NOT = "R" AND W-OPCAO NOT = "H"
               AND W-OPCAO NOT = "A" AND W-OPCAO NOT = "E"
               AND W-OPCAO NOT = "X"
               GO TO ACE-001.
           MOVE SPACES TO MENS
              GO TO ROT-FIM.
           IF W-OPCAO = "R"
              GO TO REG-R1.
           IF W-OPCAO = "A"
              GO TO ALE-R1.
           IF W-OPCAO = "E"
              GO TO EXA-R1.
           GO TO HIS-R1.

      *
                  GO TO REG-R2.
           MOVE NOMEPC TO TXTPACIENTE.
           DISPLAY TTXTPACIENTE.
           MOVE CODPAC2 TO W-PACAL
           PERFORM MOSTRA-ALERTA THRU MOSTRA-ALERTA-FIM
           DISPLAY TBANNER.
           PERFORM MOSTRA-EXAME THRU MOSTRA-EXAME-FIM.

       REG-R3.
           ACCEPT TDATACONS
           IF ST-ERRO = "00" OR "02"
                MOVE "*** ANOTACAO DE PRONTUARIO GRAVADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REG-DOC.
           MOVE "ERRO NA GRAVACAO DO PRONTUARIO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
           IF ST-ERRO = "00" OR "02"
                MOVE "*** ANOTACAO DE PRONTUARIO ALTERADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REG-DOC.
           MOVE "ERRO NA GRAVACAO DO PRONTUARIO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *    RECEITA, ATESTADO OU DECLARACAO DA MESMA CONSULTA,
      *    EMITIDOS PELA CHAVE DO PRONTUARIO
       REG-DOC.
           DISPLAY (23, 12) "EMITIR RECEITA/ATESTADO/DECLARACAO (S/N)? "
           ACCEPT (23, 55) W-OPCAO
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO NOT = "S" AND "s"
                GO TO REG-EXA.
           CALL "SMP089" USING W-OPERADOR CHAVE-PRT.

      *    PEDIDOS DE EXAME DA MESMA CONSULTA
       REG-EXA.
           DISPLAY (23, 12) "PEDIR EXAMES DESTA CONSULTA (S/N)? "
           ACCEPT (23, 55) W-OPCAO
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO NOT = "S" AND "s"
                GO TO ACE-001.
           GO TO EXA-TELA.

      *
      *****************************************
      * HISTORICO DO PACIENTE EM ORDEM DE DATA *
                  GO TO HIS-R2.
           MOVE NOMEPC TO TXTPACIENTE.
           DISPLAY TTXTPACIENTE.
      *    ALERTAS CLINICOS ATIVOS NO TOPO DO HISTORICO
           MOVE CODPAC2 TO W-PACAL
           PERFORM MOSTRA-ALERTA THRU MOSTRA-ALERTA-FIM
           DISPLAY TBANNER.
           PERFORM MOSTRA-EXAME THRU MOSTRA-EXAME-FIM.

      *
      *    A CHAVE COMECA PELO PACIENTE, ENTAO A LEITURA
           ACCEPT (23, 40) W-OPCAO
           GO TO ACE-001.

      *
      *****************************************
      * MANUTENCAO DOS ALERTAS CLINICOS       *
      *****************************************
      *
       ALE-R1.
            MOVE SPACES TO TXTPACIENTE
            MOVE ZEROS TO CODPAC-AL SEQ-AL
            MOVE SPACES TO TIPO-AL DETALHE-AL GRAV-AL SIT-AL
            DISPLAY TELAALE.

       ALE-R2.
           ACCEPT TCODPACAL

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF CODPAC-AL = ZEROS
                GO TO ALE-R2.

           MOVE CODPAC-AL TO CODPAC2
           READ CADPAC
               INVALID KEY
                  MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ALE-R2.
           MOVE NOMEPC TO TXTPACIENTE.
           DISPLAY TTXTPACAL.

      *
      *    LISTA OS ALERTAS DO PACIENTE (ATIVOS E INATIVOS) E
      *    GUARDA A PROXIMA SEQUENCIA LIVRE
      *
       ALE-LISTA.
           MOVE 08 TO CONLIN
           MOVE 1 TO W-PROXSEQ
           MOVE CODPAC2 TO CODPAC-AL
           MOVE ZEROS TO SEQ-AL
           START ALERTA KEY IS NOT LESS CHAVE-AL
                INVALID KEY
                     GO TO ALE-R3.
       ALE-LISTA-LOOP.
           READ ALERTA NEXT RECORD
                AT END
                     GO TO ALE-R3.
           IF CODPAC-AL NOT = CODPAC2
                GO TO ALE-R3.
           COMPUTE W-PROXSEQ = SEQ-AL + 1
           IF CONLIN > 16
                GO TO ALE-LISTA-LOOP.
           MOVE SEQ-AL     TO LINALE-SEQ
           MOVE TIPO-AL    TO LINALE-TIPO
           MOVE GRAV-AL    TO LINALE-GRAV
           MOVE SIT-AL     TO LINALE-SIT
           MOVE DATA-AL    TO LINALE-DATA
           MOVE DETALHE-AL TO LINALE-DET
           DISPLAY (CONLIN, 03) LINALE
           ADD 1 TO CONLIN
           GO TO ALE-LISTA-LOOP.

       ALE-R3.
           MOVE CODPAC2 TO CODPAC-AL
           MOVE ZEROS TO SEQ-AL
           MOVE SPACES TO TIPO-AL DETALHE-AL GRAV-AL SIT-AL
           ACCEPT TSEQAL

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ALE-R1.

           MOVE CODPAC2 TO CODPAC-AL
           IF SEQ-AL = ZEROS
                IF W-PROXSEQ > 99
                     MOVE "*** LIMITE DE 99 ALERTAS DO PACIENTE ***"
                                                        TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ALE-R3
                ELSE
                     MOVE "S" TO W-ALNOVO
                     MOVE W-PROXSEQ TO SEQ-AL
                     MOVE "A" TO SIT-AL
                     DISPLAY TSEQAL TSITAL
                     GO TO ALE-R4.

           MOVE "N" TO W-ALNOVO
           READ ALERTA
               INVALID KEY
                  MOVE "*** ALERTA NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ALE-R3.
           DISPLAY TTIPOAL TDETAL TGRAVAL TSITAL.

       ALE-R4.
           ACCEPT TTIPOAL

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ALE-R3.

           IF NOT AL-TIPO-VALIDO
                MOVE "*** TIPO DE ALERTA INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ALE-R4.

       ALE-R5.
           ACCEPT TDETAL

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ALE-R4.

           IF DETALHE-AL = SPACES
                GO TO ALE-R5.

       ALE-R6.
           ACCEPT TGRAVAL

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ALE-R5.

           IF NOT AL-GRAVE AND NOT AL-MODERADO AND NOT AL-LEVE
                MOVE "*** GRAVIDADE: A=ALTA M=MEDIA B=BAIXA ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ALE-R6.

           IF W-ALNOVO = "S"
                GO TO ALE-OPC.

       ALE-R7.
           ACCEPT TSITAL

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ALE-R6.

           IF NOT AL-ATIVO AND NOT AL-INATIVO
                MOVE "*** SITUACAO: A=ATIVO I=INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ALE-R7.

       ALE-OPC.
           DISPLAY (23, 40) "CONFIRMA GRAVACAO (S/N) : ".
           ACCEPT (23, 66) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** ALERTA NAO GRAVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ALE-R1.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ALE-OPC.

      *    A DATA GRAVADA E A DO REGISTRO DO ALERTA; A ALTERACAO
      *    GUARDA SO O OPERADOR QUE MEXEU POR ULTIMO
           MOVE W-OPERADOR TO OPERADOR-AL
           IF W-ALNOVO = "N"
                GO TO ALE-RW1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO DATA-AL
           WRITE REGALERTA
           IF ST-ERRO4 = "00" OR "02"
                MOVE "*** ALERTA CLINICO GRAVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ALE-R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ALERTA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ALE-RW1.
           REWRITE REGALERTA
           IF ST-ERRO4 = "00" OR "02"
                MOVE "*** ALERTA CLINICO ALTERADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ALE-R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ALERTA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      *****************************************
      * PEDIDOS DE EXAME DA CONSULTA          *
      *****************************************
      *
       EXA-R1.
            MOVE SPACES TO TXTPACIENTE TXTMEDICO W-BANNER
            MOVE ZEROS TO CODPAC-PRT DATACONS-PRT CRM-PRT
            DISPLAY TELA1.

       EXA-R2.
           ACCEPT TCODPAC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF CODPAC-PRT = ZEROS
                GO TO EXA-R2.

           MOVE CODPAC-PRT TO CODPAC2
           READ CADPAC
               INVALID KEY
                  MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO EXA-R2.
           MOVE NOMEPC TO TXTPACIENTE.
           DISPLAY TTXTPACIENTE.
           MOVE CODPAC2 TO W-PACAL
           PERFORM MOSTRA-ALERTA THRU MOSTRA-ALERTA-FIM
           DISPLAY TBANNER.
           PERFORM MOSTRA-EXAME THRU MOSTRA-EXAME-FIM.

       EXA-R3.
           ACCEPT TDATACONS

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXA-R2.

           IF DATACONS-PRT = ZEROS
                GO TO EXA-R3.

       EXA-R4.
           ACCEPT TCRM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXA-R3.

           IF CRM-PRT = ZEROS
                GO TO EXA-R4.

           MOVE CRM-PRT TO CRM2
           READ CADMED
               INVALID KEY
                  MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO EXA-R4.
           MOVE NOMEMD TO TXTMEDICO.
           DISPLAY TTXTMEDICO.
           GO TO EXA-LISTA.

      *    VOLTA DO REGISTRO DA ANOTACAO OU DE UMA INCLUSAO:
      *    REDESENHA A TELA COM A CHAVE DA CONSULTA JA INFORMADA
       EXA-TELA.
           DISPLAY (01, 01) ERASE
           DISPLAY TELA1
           PERFORM MOSTRA-EXAME THRU MOSTRA-EXAME-FIM.

      *
      *    LISTA OS EXAMES PEDIDOS NA CONSULTA E GUARDA A
      *    PROXIMA SEQUENCIA LIVRE
      *
       EXA-LISTA.
           DISPLAY (11, 03)
              "SQ  EXAME                     LABORATORIO     PEDIDO"
           DISPLAY (11, 59) "S  RESULTADO"
           MOVE 12 TO CONLIN
           MOVE 1 TO W-PROXSEQ
           MOVE CODPAC-PRT   TO CODPAC-EX
           MOVE DATACONS-PRT TO DATACONS-EX
           MOVE CRM-PRT      TO CRM-EX
           MOVE ZEROS        TO SEQ-EX
           START EXAME KEY IS NOT LESS CHAVE-EX
                INVALID KEY
                     GO TO EXA-R5.
       EXA-LISTA-LOOP.
           READ EXAME NEXT RECORD
                AT END
                     GO TO EXA-R5.
           IF CODPAC-EX NOT = CODPAC-PRT
              OR DATACONS-EX NOT = DATACONS-PRT
              OR CRM-EX NOT = CRM-PRT
                GO TO EXA-R5.
           COMPUTE W-PROXSEQ = SEQ-EX + 1
           IF CONLIN > 19
                GO TO EXA-LISTA-LOOP.
           MOVE COD-EXA-EX TO COD-EXA
           READ EXATAB
                INVALID KEY
                     MOVE "EXAME NAO CADASTRADO" TO DESC-EXA.
           MOVE SEQ-EX   TO LINEXA-SEQ
           MOVE DESC-EXA TO LINEXA-DESC
           MOVE LAB-EX   TO LINEXA-LAB
           MOVE DATAPED-EX(7:2) TO W-DATAED-DIA
           MOVE DATAPED-EX(5:2) TO W-DATAED-MES
           MOVE DATAPED-EX(1:4) TO W-DATAED-ANO
           MOVE W-DATAED TO LINEXA-PED
           MOVE SIT-EX   TO LINEXA-SIT
           MOVE SPACES   TO LINEXA-RES
           IF DATARES-EX NOT = ZEROS
                MOVE DATARES-EX(7:2) TO W-DATAED-DIA
                MOVE DATARES-EX(5:2) TO W-DATAED-MES
                MOVE DATARES-EX(1:4) TO W-DATAED-ANO
                MOVE W-DATAED TO LINEXA-RES.
           DISPLAY (CONLIN, 03) LINEXA
           ADD 1 TO CONLIN
           GO TO EXA-LISTA-LOOP.

       EXA-R5.
           MOVE ZEROS TO W-CODEXA
           DISPLAY (20, 03) "EXAME A PEDIR (CODIGO, 0=VOLTAR): "
           ACCEPT (20, 38) W-CODEXA
           IF W-CODEXA = ZEROS
                GO TO ACE-001.
           IF W-PROXSEQ > 99
                MOVE "*** LIMITE DE 99 EXAMES NA CONSULTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
           MOVE W-CODEXA TO COD-EXA
           READ EXATAB
                INVALID KEY
                     MOVE "*** EXAME NAO CADASTRADO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO EXA-R5.
           IF EXA-INATIVO
                MOVE "*** EXAME INATIVO NO CATALOGO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EXA-R5.
           DISPLAY (20, 45) DESC-EXA.

       EXA-R6.
           MOVE SPACES TO LAB-EX
           DISPLAY (22, 03) "LABORATORIO: "
           ACCEPT (22, 16) LAB-EX

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXA-R5.

       EXA-OPC.
           DISPLAY (23, 40) "CONFIRMA PEDIDO (S/N) : ".
           ACCEPT (23, 66) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** PEDIDO DE EXAME NAO GRAVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EXA-TELA.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EXA-OPC.

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE CODPAC-PRT   TO CODPAC-EX
           MOVE DATACONS-PRT TO DATACONS-EX
           MOVE CRM-PRT      TO CRM-EX
           MOVE W-PROXSEQ    TO SEQ-EX
           MOVE W-CODEXA     TO COD-EXA-EX
           MOVE W-HOJE       TO DATAPED-EX
           MOVE ZEROS        TO DATARES-EX
           MOVE "P"          TO SIT-EX
           MOVE W-OPERADOR   TO OPERADOR-EX
           WRITE REGEXAME
           IF ST-ERRO5 = "00" OR "02"
                MOVE "*** PEDIDO DE EXAME GRAVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EXA-TELA.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO EXAME" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ***************************************************
      * EXAMES PENDENTES DO PACIENTE: QUANTIDADE E DATA *
      * DO PEDIDO MAIS ANTIGO, NA LINHA 7 DA TELA        *
      ***************************************************
      *
       MOSTRA-EXAME.
           MOVE ZEROS TO W-QTDEXA
           MOVE 99999999 TO W-EXAANT
           MOVE SPACES TO W-LINEXAP
           MOVE W-PACAL TO CODPAC-EX
           MOVE ZEROS TO DATACONS-EX CRM-EX SEQ-EX
           START EXAME KEY IS NOT LESS CHAVE-EX
                INVALID KEY
                     GO TO MOSTRA-EXAME-MONTA.
       MOSTRA-EXAME-LOOP.
           READ EXAME NEXT RECORD
                AT END
                     GO TO MOSTRA-EXAME-MONTA.
           IF CODPAC-EX NOT = W-PACAL
                GO TO MOSTRA-EXAME-MONTA.
           IF NOT EX-PENDENTE
                GO TO MOSTRA-EXAME-LOOP.
           IF W-QTDEXA < 99
                ADD 1 TO W-QTDEXA.
           IF DATAPED-EX < W-EXAANT
                MOVE DATAPED-EX TO W-EXAANT.
           GO TO MOSTRA-EXAME-LOOP.
       MOSTRA-EXAME-MONTA.
           IF W-QTDEXA = ZEROS
                DISPLAY (07, 03) W-LINEXAP
                GO TO MOSTRA-EXAME-FIM.
           MOVE W-EXAANT(7:2) TO W-DATAED-DIA
           MOVE W-EXAANT(5:2) TO W-DATAED-MES
           MOVE W-EXAANT(1:4) TO W-DATAED-ANO
           STRING "EXAMES PENDENTES: " DELIMITED BY SIZE
                  W-QTDEXA             DELIMITED BY SIZE
                  " (MAIS ANTIGO PEDIDO EM " DELIMITED BY SIZE
                  W-DATAED             DELIMITED BY SIZE
                  ")"                  DELIMITED BY SIZE
                  INTO W-LINEXAP
           DISPLAY (07, 03) W-LINEXAP.
       MOSTRA-EXAME-FIM.
           EXIT.

      *
      ***************************************************
      * FAIXA DE ALERTAS: CONTA OS ATIVOS DO PACIENTE E  *
      * MOSTRA O MAIS GRAVE (A, DEPOIS M, DEPOIS B)      *
      ***************************************************
      *
       MOSTRA-ALERTA.
           MOVE ZEROS TO W-QTDAL
           MOVE "N" TO W-ALMOB
           MOVE SPACES TO W-BANNER W-BAN-TIPO W-BAN-GRAV W-BAN-DET
           MOVE W-PACAL TO CODPAC-AL
           MOVE ZEROS TO SEQ-AL
           START ALERTA KEY IS NOT LESS CHAVE-AL
                INVALID KEY
                     GO TO MOSTRA-ALERTA-FIM.
       MOSTRA-ALERTA-LOOP.
           READ ALERTA NEXT RECORD
                AT END
                     GO TO MOSTRA-ALERTA-MONTA.
           IF CODPAC-AL NOT = W-PACAL
                GO TO MOSTRA-ALERTA-MONTA.
           IF NOT AL-ATIVO
                GO TO MOSTRA-ALERTA-LOOP.
           ADD 1 TO W-QTDAL
           IF AL-MOBILIDADE
                MOVE "S" TO W-ALMOB.
           IF W-BAN-GRAV = SPACES
              OR (AL-GRAVE AND W-BAN-GRAV NOT = "A")
              OR (AL-MODERADO AND W-BAN-GRAV = "B")
                MOVE TIPO-AL    TO W-BAN-TIPO
                MOVE GRAV-AL    TO W-BAN-GRAV
                MOVE DETALHE-AL TO W-BAN-DET.
           GO TO MOSTRA-ALERTA-LOOP.
       MOSTRA-ALERTA-MONTA.
           IF W-QTDAL = ZEROS
                GO TO MOSTRA-ALERTA-FIM.
           STRING "*** ALERTA: " DELIMITED BY SIZE
                  W-BAN-TIPO     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  W-BAN-DET      DELIMITED BY SIZE
                  " GRAV "       DELIMITED BY SIZE
                  W-BAN-GRAV     DELIMITED BY SIZE
                  " ("           DELIMITED BY SIZE
                  W-QTDAL        DELIMITED BY SIZE
                  " ATIVO(S))"   DELIMITED BY SIZE
                  INTO W-BANNER.
       MOSTRA-ALERTA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE PRONTUARIO CADPAC CADMED ALERTA EXAME EXATAB.
       ROT-FIM2.
           EXIT PROGRAM.

