                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DB
                    FILE STATUS  IS ST-ERRO17.

       SELECT ALERTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AL
                    FILE STATUS  IS ST-ERRO18.

       SELECT EXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EX
                    FILE STATUS  IS ST-ERRO19.

       SELECT SERIEAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SA
                    FILE STATUS  IS ST-ERRO20.

       SELECT ORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-OR
                    FILE STATUS  IS ST-ERRO21.

       SELECT ATDPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AP
                    FILE STATUS  IS ST-ERRO22.

       SELECT SALAIND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SI
                    FILE STATUS  IS ST-ERRO23.
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

       FD CADCONV
               LABEL RECORD IS STANDARD
          03 CHAVE-MC.
             05 CRM-MC            PIC 9(06).
             05 CODIGO-MC         PIC 9(06).
      *   VIGENCIA DA ACEITACAO (ZEROS = SEM LIMITE)
          03 INICIO-MC            PIC 9(08).
          03 FIM-MC               PIC 9(08).

       COPY "FERTAB.CPY".
       COPY "MEDAUS.CPY".
       COPY "RESPPAC.CPY".
       COPY "ENCAM.CPY".
       COPY "DEBPAC.CPY".
       COPY "ALERTA.CPY".
       COPY "EXAME.CPY".
       COPY "SERIEAG.CPY".
       COPY "ORCAM.CPY".
       COPY "ATDPROC.CPY".
       COPY "SALAIND.CPY".
      *
      *-----------------------------------------------------------------
	WORKING-STORAGE SECTION.
       01 ST-ERRO15     PIC X(02) VALUE "00".
       01 ST-ERRO16     PIC X(02) VALUE "00".
       01 ST-ERRO17     PIC X(02) VALUE "00".
       01 ST-ERRO18     PIC X(02) VALUE "00".
       01 ST-ERRO19     PIC X(02) VALUE "00".
       01 ST-ERRO20     PIC X(02) VALUE "00".
       01 ST-ERRO21     PIC X(02) VALUE "00".
       01 ST-ERRO22     PIC X(02) VALUE "00".
       01 ST-ERRO23     PIC X(02) VALUE "00".
      *
      *    CONSULTA PARTICULAR SO ENTRA PELO ORCAMENTO ACEITO:
      *    W-ORCNUM GUARDA O ORCAMENTO QUE VIRA ESTE AGENDAMENTO
       01 W-ORCNUM      PIC 9(06) VALUE ZEROS.
       01 W-ORCIX       PIC 9(02) VALUE ZEROS.
       01 W-SEQ-AP      PIC 9(02) VALUE ZEROS.
      *
      *    AGENDAMENTO EM SERIE: W-SERIE = "S" DESVIA O FLUXO DE
      *    AGENDAMENTO PARA A TELA DA SERIE APOS A PRIMEIRA DATA;
      *    W-SERMODO N=SERIE NOVA M=MOVER SERIE C=CONSULTA/CANCELA
       01 W-SERIE       PIC X(01) VALUE "N".
       01 W-SERMODO     PIC X(01) VALUE "N".
       01 W-SERNUM      PIC 9(06) VALUE ZEROS.
       01 W-SERBASE     PIC X(100) VALUE SPACES.
       01 W-SERDIAS     PIC X(06) VALUE SPACES.
       01 W-SERINTERV   PIC 9(01) VALUE 1.
       01 W-SERQTD      PIC 9(02) VALUE ZEROS.
       01 W-SERTOT      PIC 9(02) VALUE ZEROS.
       01 W-SERIX       PIC 9(02) VALUE ZEROS.
       01 W-SERJX       PIC 9(02) VALUE ZEROS.
       01 W-SERDCONT    PIC 9(03) VALUE ZEROS.
       01 W-SERSEMANA   PIC 9(03) VALUE ZEROS.
       01 W-SERQUOC     PIC 9(03) VALUE ZEROS.
       01 W-SERRESTO    PIC 9(01) VALUE ZEROS.
       01 W-SERTALLY    PIC 9(02) VALUE ZEROS.
       01 W-SERMOTX     PIC X(08) VALUE SPACES.
       01 W-SERFALHA    PIC 9(02) VALUE ZEROS.
       01 W-SERVALIDAS  PIC 9(02) VALUE ZEROS.
       01 W-SERGRAV     PIC 9(02) VALUE ZEROS.
       01 W-SERCANC     PIC 9(02) VALUE ZEROS.
       01 W-SERSEQ      PIC 9(02) VALUE ZEROS.
       01 W-SERDESL     PIC 9(03) VALUE ZEROS.
       01 W-SERDX       PIC 9(03) VALUE ZEROS.
       01 W-SERLIN      PIC 9(02) VALUE ZEROS.
       01 W-SERCOL      PIC 9(02) VALUE ZEROS.
       01 W-DIABR       PIC 9(01) VALUE ZEROS.
       01 W-DIABR-X REDEFINES W-DIABR PIC X(01).
       01 W-AUSENTE     PIC X(01) VALUE "N".
       01 W-SND.
          03 W-SND-ANO  PIC 9(04).
          03 W-SND-MES  PIC 9(02).
          03 W-SND-DIA  PIC 9(02).
       01 W-SND-N REDEFINES W-SND PIC 9(08).
       01 W-SNH.
          03 W-SNH-HH   PIC 9(02).
          03 W-SNH-MM   PIC 9(02).
       01 W-SNH-N REDEFINES W-SNH PIC 9(04).
      *
      *    OCORRENCIAS DA SERIE: SIT S=VALIDA N=RECUSADA X=EXCLUIDA
      *    SER-ANT-* GUARDA A CHAVE ORIGINAL QUANDO A SERIE E MOVIDA
       01 W-SERTAB.
          03 SER-OCOR   OCCURS 30 TIMES.
             05 SER-DATA      PIC 9(08).
             05 SER-HORA      PIC 9(04).
             05 SER-SIT       PIC X(01).
             05 SER-MOT       PIC X(08).
             05 SER-ANT-DATA  PIC 9(08).
             05 SER-ANT-HORA  PIC 9(04).
             05 SER-SEQ       PIC 9(02).
       01 LINSER.
          03 LINSER-NUM        PIC 9(02).
          03 FILLER            PIC X(01) VALUE SPACE.
          03 LINSER-DIA        PIC 9(02).
          03 FILLER            PIC X(01) VALUE "/".
          03 LINSER-MES        PIC 9(02).
          03 FILLER            PIC X(01) VALUE "/".
          03 LINSER-ANO        PIC 9(04).
          03 FILLER            PIC X(01) VALUE SPACE.
          03 LINSER-HH         PIC 9(02).
          03 FILLER            PIC X(01) VALUE ":".
          03 LINSER-MM         PIC 9(02).
          03 FILLER            PIC X(01) VALUE SPACE.
          03 LINSER-SIT        PIC X(08).
       01 W-SALDOPAC    PIC 9(08)V99 VALUE ZEROS.

      *    FAIXA DE ALERTAS CLINICOS ATIVOS DO PACIENTE
       01 W-PACAL       PIC 9(06) VALUE ZEROS.
       01 W-QTDAL       PIC 9(02) VALUE ZEROS.
       01 W-QTDEXA      PIC 9(02) VALUE ZEROS.
       01 W-ALMOB       PIC X(01) VALUE "N".
       01 W-BAN-TIPO    PIC X(02) VALUE SPACES.
       01 W-BAN-GRAV    PIC X(01) VALUE SPACES.
       01 W-BAN-DET     PIC X(40) VALUE SPACES.
       01 W-BANNER      PIC X(78) VALUE SPACES.
       01 W-SALA-NOVO   PIC 9(02) VALUE ZEROS.
       01 W-SALAOCUP    PIC X(01) VALUE "N".
      *    INDISPONIBILIDADE DA SALA (MANUTENCAO) NO HORARIO, EM
      *    MINUTOS DO DIA DA CONSULTA
       01 W-SALAIND     PIC X(01) VALUE "N".
       01 W-IND-INI     PIC 9(04) VALUE ZEROS.
       01 W-IND-FIM     PIC 9(04) VALUE ZEROS.
       01 W-IND-HH      PIC 9(02) VALUE ZEROS.
       01 W-IND-MM      PIC 9(02) VALUE ZEROS.
       01 W-IXGS        PIC 9(02) VALUE ZEROS.
       01 W-SENHA-NOVO  PIC X(12) VALUE SPACES.
       01 W-VALID-NOVO  PIC 9(08) VALUE ZEROS.
       01 W-IDADEPAC    PIC 9(03) VALUE ZEROS.
       01 W-ZSOMA       PIC 9(05) VALUE ZEROS.
       01 W-ZQUOC       PIC 9(05) VALUE ZEROS.
       01 W-DIASEM      PIC 9(01) VALUE ZEROS.
      *    VIGENCIA DA ACEITACAO DO CONVENIO PELO MEDICO
       01 W-MCINI       PIC 9(08) VALUE ZEROS.
       01 W-MCFIM       PIC 9(08) VALUE ZEROS.

       01 TXTMEDICO     PIC X(30) VALUE SPACES.
       01 TXTPACIENTE   PIC X(30) VALUE SPACES.
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TBANNER
               LINE 03  COLUMN 01  PIC X(78)
               USING W-BANNER
               HIGHLIGHT.

           05  TCRM
               LINE 04  COLUMN 17  PIC 9(06)
               USING CRM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT ALERTA
           IF ST-ERRO18 NOT = "00"
             IF ST-ERRO18 = "30"
                 OPEN OUTPUT ALERTA
                 CLOSE ALERTA
                 OPEN INPUT ALERTA
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ALERTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT EXAME
           IF ST-ERRO19 NOT = "00"
             IF ST-ERRO19 = "30"
                 OPEN OUTPUT EXAME
                 CLOSE EXAME
                 OPEN INPUT EXAME
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO EXAME" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O SERIEAG
           IF ST-ERRO20 NOT = "00"
             IF ST-ERRO20 = "30"
                 OPEN OUTPUT SERIEAG
                 CLOSE SERIEAG
                 OPEN I-O SERIEAG
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO SERIEAG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O ORCAM
           IF ST-ERRO21 NOT = "00"
             IF ST-ERRO21 = "30"
                 OPEN OUTPUT ORCAM
                 CLOSE ORCAM
                 OPEN I-O ORCAM
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ORCAM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O ATDPROC
           IF ST-ERRO22 NOT = "00"
             IF ST-ERRO22 = "30"
                 OPEN OUTPUT ATDPROC
                 CLOSE ATDPROC
                 OPEN I-O ATDPROC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ATDPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT SALAIND
           IF ST-ERRO23 NOT = "00"
             IF ST-ERRO23 = "30"
                 OPEN OUTPUT SALAIND
                 CLOSE SALAIND
                 OPEN INPUT SALAIND
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO SALAIND" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           GO TO ROT-INICIAL.
      *
       R1.
            MOVE SPACES TO SENHA-AUT
            MOVE "N" TO W-REAGENDAR
            MOVE "M" TO STATUS-AGENDA
            MOVE SPACES TO W-BANNER
            MOVE "N" TO W-ALMOB
            MOVE ZEROS TO W-SERNUM W-ORCNUM
            DISPLAY TELA1.

       R2.

           MOVE NOMEPC TO TXTPACIENTE.
           DISPLAY TTXTPACIENTE.
      *    ALERTAS CLINICOS ATIVOS FICAM NA FAIXA DA TELA
           MOVE CODPAC TO W-PACAL
           PERFORM MOSTRA-ALERTA THRU MOSTRA-ALERTA-FIM
           DISPLAY TELA1.
           PERFORM MOSTRA-RESP THRU MOSTRA-RESP-FIM.

           IF W-ACT = 01
                   GO TO R3.

           MOVE ZEROS TO W-MCINI W-MCFIM
           MOVE ZEROS TO W-ORCNUM
           IF CODIGO = ZEROS
                GO TO R4-ORC.

       LER-CADCONV.
           MOVE CODIGO TO CODIGO2
                                                         TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R4.
           MOVE INICIO-MC TO W-MCINI
           MOVE FIM-MC    TO W-MCFIM.

           IF CODIGO NOT = CODIGOPC
                MOVE "* AVISO: CONVENIO DIFERE DO CADASTRO DO PACIENTE"
           MOVE NOMECV TO TXTCONVENIO.
           DISPLAY TTXTCONVENIO.
           DISPLAY TELA1.
           GO TO LER-CONVPAR.

      *
      *    PARTICULAR: SO COM ORCAMENTO EMITIDO PARA O MESMO
      *    MEDICO E PACIENTE E DENTRO DA VALIDADE; O ACEITE E
      *    GRAVADO QUANDO A CONSULTA E AGENDADA
      *
       R4-ORC.
           IF W-SERIE = "S"
                MOVE "* SERIE PARTICULAR NAO ACEITA, USAR CONVENIO *"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
           MOVE ZEROS TO W-ORCNUM
           DISPLAY (20, 03) "ORCAMENTO ACEITO (NUMERO): "
           ACCEPT (20, 31) W-ORCNUM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY (20, 03) LIMPA
                   GO TO R4.

           IF W-ORCNUM = ZEROS
                DISPLAY (20, 03) LIMPA
                GO TO R4.

           MOVE W-ORCNUM TO NUM-OR
           READ ORCAM
               INVALID KEY
                  MOVE "*** ORCAMENTO NAO ENCONTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R4-ORC.
           IF NOT OR-EMITIDO
                MOVE "*** ORCAMENTO JA ACEITO OU CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4-ORC.
           IF CRM-OR NOT = CRM OR CODPAC-OR NOT = CODPAC
                MOVE "* ORCAMENTO DE OUTRO MEDICO OU PACIENTE *"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4-ORC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF VALID-OR < W-HOJE
                MOVE "*** ORCAMENTO VENCIDO, EMITIR NOVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4-ORC.

           MOVE "PARTICULAR (ORCAMENTO)" TO TXTCONVENIO
           DISPLAY TTXTCONVENIO
           MOVE SPACES TO SENHA-AUT
           MOVE ZEROS  TO VALID-AUT
           GO TO R4T.

      *
      *    CONVENIOS COM EXIGENCIA DE AUTORIZACAO PREVIA: A

           MOVE TBDURTIPO(TIPO-CONS) TO DURACAO-CONS.

      *    RETORNO MARCADO COM EXAME AINDA SEM RESULTADO: SO AVISA,
      *    A RECEPCAO DECIDE SE MANTEM OU ADIA A DATA
           IF TIPO-RETORNO
                PERFORM CONTA-EXAME THRU CONTA-EXAME-FIM
                IF W-QTDEXA > ZEROS
                     MOVE "* AVISO: PACIENTE COM EXAMES SEM RESULTADO *"
                                                        TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R4L.
           DISPLAY (17, 03) "LOCAL 1: " ENDERECO-LA(1)
           IF ENDERECO-LA(2) NOT = SPACES
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4S.
           IF W-ALMOB = "S" AND SALA-SEM-ACESSO
                MOVE "* PACIENTE C/MOBILIDADE REDUZIDA: SALA S/ACESSO *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4S.
           DISPLAY (20, 40) DESC-SALA.

       R5.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.

      *    ACEITACAO DO CONVENIO FORA DA VIGENCIA NA DATA
           IF (W-MCINI NOT = ZEROS AND DATACONS < W-MCINI) OR
              (W-MCFIM NOT = ZEROS AND DATACONS > W-MCFIM)
                MOVE "* MEDICO NAO ATENDE O CONVENIO NESTA DATA *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.

      *    CARTEIRINHA DO CONVENIO: APENAS AVISA, O PACIENTE AINDA
      *    PODE RENOVAR ATE O DIA DA CONSULTA (O CHECK-IN BLOQUEIA)
           IF CODIGO NOT = CODIGOPC
                GO TO R5C-FER.
           IF CARTEIRA-PAC = SPACES
                MOVE "* AVISO: PACIENTE SEM NUMERO DA CARTEIRINHA *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5C-FER.
           IF VALIDCART-PAC NOT = ZEROS AND
              VALIDCART-PAC < DATACONS
                MOVE "* AVISO: CARTEIRINHA VENCIDA NA DATA DA CONSULTA"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF PAC-FORA-ARQUIVO
                MOVE "* AVISO: FORA DO ARQUIVO DE BENEFICIARIOS *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R5C-FER.
           IF W-SERIE = "S"
                GO TO SER-R1.
           MOVE DATACONS TO DATA-FER
           READ FERTAB
               INVALID KEY
           GO TO R5.

       R5C-AUS.
           PERFORM VER-AUSENCIA THRU VER-AUSENCIA-FIM
           IF W-AUSENTE = "S"
                MOVE "*** MEDICO AUSENTE NESTE PERIODO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.

      *
      *****************************************
                GO TO R6.

           PERFORM GRADE-OCUPA THRU GRADE-OCUPA-FIM
           PERFORM GRADE-SALA THRU GRADE-SALA-FIM

           IF W-NUMGRADE = ZEROS
                MOVE "*** SALA INDISPONIVEL NA DATA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.

           PERFORM GRADE-EXIBE THRU GRADE-EXIBE-FIM.

       GRADE-ESCOLHE.

       VER-SALA-CHAMA.
           PERFORM VER-SALA THRU VER-SALA-FIM
           IF W-SALAIND = "S"
                MOVE "* SALA INDISPONIVEL (MANUTENCAO) NO HORARIO *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.
           IF W-SALAOCUP = "S"
                MOVE "* SALA OCUPADA POR OUTRO MEDICO NO HORARIO *"
                                                        TO MENS
       INC-WR1.
           MOVE "M" TO STATUS-AGENDA
           MOVE ZEROS TO HORA-CHEGADA HORA-TERMINO MOTIVO-CANC
           MOVE ZEROS TO HORA-CHAMADA SERIE-AGE
           MOVE SPACE TO CONFIRMACAO SIT-FAT SIT-GUIA
           MOVE ZEROS TO LOTE-FAT GUIA-AGE
           PERFORM UNID-DA-SALA THRU UNID-DA-SALA-FIM
           IF W-REAGENDAR = "S"
                GO TO INC-RW1.
           WRITE REGAGENDA
                MOVE "*** CONSULTA AGENDADA *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM ENCAM-CONVERTE THRU ENCAM-CONVERTE-FIM
                PERFORM ORC-CONVERTE THRU ORC-CONVERTE-FIM
                GO TO R1.

                IF ST-ERRO = "22"
                MOVE "*** CONSULTA REAGENDADA *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM ENCAM-CONVERTE THRU ENCAM-CONVERTE-FIM
                PERFORM ORC-CONVERTE THRU ORC-CONVERTE-FIM
                GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE AGENDA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
      *
       ROT-INICIAL.
                DISPLAY (23, 12)
                  "N=NOVO  C=CANCELAR  S=SERIE  T=MOVER/CANCELAR SERIE"
                ACCEPT (23, 65) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C" AND
                   W-OPCAO NOT = "S" AND W-OPCAO NOT = "T"
                    GO TO ROT-INICIAL.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                DISPLAY (23, 62) "    "
                MOVE "N" TO W-SERIE
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "S"
                   MOVE "S" TO W-SERIE
                   GO TO R1.
                IF W-OPCAO = "T"
                   GO TO SMT-R1.
      *
       CANC-BUSCA.
           MOVE SPACES TO TXTMEDICO TXTPACIENTE TXTCONVENIO



      *
      *****************************************
      * AGENDAMENTO EM SERIE DE SESSOES       *
      *****************************************
      *
      *    A PRIMEIRA DATA JA PASSOU PELAS CRITICAS DA TELA DE
      *    AGENDAMENTO; AQUI SE INFORMAM HORA, DIAS DA SEMANA,
      *    PERIODICIDADE E QUANTIDADE DE SESSOES DA SERIE
       SER-R1.
           MOVE "N" TO W-SERMODO
           MOVE ZEROS TO W-SERNUM W-SERQTD
           MOVE SPACES TO W-SERDIAS
           MOVE 1 TO W-SERINTERV
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 01) "Agendamento Em Serie De Sessoes"
           DISPLAY (04, 01) "MEDICO....: " CRM " " TXTMEDICO
           DISPLAY (05, 01) "PACIENTE..: " CODPAC " " TXTPACIENTE
           DISPLAY (06, 01) "1A SESSAO.: " DIAC "/" MESC "/" ANOC
           DISPLAY (08, 01)
                   "HORA DAS SESSOES (HH MM)..............: "
           DISPLAY (09, 01)
                   "DIAS DA SEMANA (2=SEG 3=TER ... 7=SAB): "
           DISPLAY (10, 01)
                   "REPETIR (1=TODA SEMANA 2=QUINZENAL)...: "
           DISPLAY (11, 01)
                   "NUMERO DE SESSOES (ATE 30)............: ".
       SER-R2.
           ACCEPT (08, 42) HORAC WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELA1
                   GO TO R5.

           IF HORAC > 23
                MOVE "HORA INVALIDA " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-R2.
       SER-R2A.
           ACCEPT (08, 45) MINC WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SER-R2.

           IF MINC > 59
                MOVE "MINUTO INVALIDO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-R2A.
       SER-R3.
           ACCEPT (09, 42) W-SERDIAS WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SER-R2A.

      *    SEM DIAS INFORMADOS, VALE O DIA DA SEMANA DA 1A SESSAO
           IF W-SERDIAS NOT = SPACES
                GO TO SER-R3-VER.
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           MOVE W-DIASEM TO W-DIABR
           IF W-DIABR = ZEROS
                MOVE 7 TO W-DIABR.
           MOVE W-DIABR-X TO W-SERDIAS
           DISPLAY (09, 42) W-SERDIAS.
       SER-R3-VER.
           MOVE 1 TO W-SERJX.
       SER-R3-LOOP.
           IF W-SERJX > 6
                GO TO SER-R4.
           IF W-SERDIAS(W-SERJX:1) NOT = SPACE AND
             (W-SERDIAS(W-SERJX:1) < "2" OR
              W-SERDIAS(W-SERJX:1) > "7")
                MOVE "*** DIAS DA SEMANA: USE DE 2 A 7 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-R3.
           ADD 1 TO W-SERJX
           GO TO SER-R3-LOOP.
       SER-R4.
           ACCEPT (10, 42) W-SERINTERV WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SER-R3.

           IF W-SERINTERV NOT = 1 AND W-SERINTERV NOT = 2
                MOVE "*** INFORME 1=TODA SEMANA OU 2=QUINZENAL ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-R4.
       SER-R5.
           ACCEPT (11, 42) W-SERQTD WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SER-R4.

           IF W-SERQTD = ZEROS OR W-SERQTD > 30
                MOVE "*** NUMERO DE SESSOES DE 1 A 30 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-R5.

           PERFORM SER-GERA THRU SER-GERA-FIM
           IF W-SERTOT < W-SERQTD
                MOVE "* SERIE LIMITADA A 400 DIAS DA PRIMEIRA DATA *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM SER-VALIDA-TODAS THRU SER-VALIDA-TODAS-FIM.
      *
      *    LISTA DAS SESSOES COM A SITUACAO DE CADA UMA; O OPERADOR
      *    TROCA DATA/HORA DAS RECUSADAS OU AS EXCLUI DA SERIE
       SER-EXIBE.
           PERFORM SER-LISTA THRU SER-LISTA-FIM.
       SER-ESCOLHE.
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 30) LIMPA
           MOVE ZEROS TO W-SERIX
           DISPLAY (22, 03) "SESSAO P/ NOVA DATA (00=GRAVAR SERIE): "
           ACCEPT (22, 43) W-SERIX

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                MOVE "*** SERIE NAO GRAVADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-SAI.

           IF W-SERIX = ZEROS
                GO TO SER-OPC.
           IF W-SERIX > W-SERTOT
                MOVE "*** SESSAO NAO EXISTE NA SERIE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-ESCOLHE.
       SER-ALT.
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 30) LIMPA
           MOVE SER-DATA(W-SERIX) TO W-SND-N
           MOVE SER-HORA(W-SERIX) TO W-SNH-N
           DISPLAY (22, 03) "NOVA DATA (00=EXCLUIR): "
           DISPLAY (22, 27) W-SND-DIA "/" W-SND-MES "/" W-SND-ANO
           DISPLAY (22, 39) "HORA: " W-SNH-HH ":" W-SNH-MM.
       SER-ALT-DIA.
           ACCEPT (22, 27) W-SND-DIA WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SER-ESCOLHE.

           IF W-SND-DIA = ZEROS
                MOVE "X" TO SER-SIT(W-SERIX)
                MOVE "EXCLUIDA" TO SER-MOT(W-SERIX)
                GO TO SER-REVALIDA.
       SER-ALT-MES.
           ACCEPT (22, 30) W-SND-MES WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SER-ALT-DIA.
       SER-ALT-ANO.
           ACCEPT (22, 33) W-SND-ANO WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SER-ALT-MES.
       SER-ALT-HH.
           ACCEPT (22, 45) W-SNH-HH WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SER-ALT-ANO.
       SER-ALT-MM.
           ACCEPT (22, 48) W-SNH-MM WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SER-ALT-HH.

           MOVE W-SND-N TO SER-DATA(W-SERIX)
           MOVE W-SNH-N TO SER-HORA(W-SERIX)
           MOVE "S" TO SER-SIT(W-SERIX).
      *    A TROCA DE UMA DATA PODE LIBERAR OU OCUPAR AS DEMAIS
      *    (DATA REPETIDA, LIMITE DIARIO), POR ISSO REFAZ TODAS
       SER-REVALIDA.
           PERFORM SER-VALIDA-TODAS THRU SER-VALIDA-TODAS-FIM
           GO TO SER-EXIBE.

       SER-OPC.
           IF W-SERFALHA > ZEROS
                MOVE "* TROQUE A DATA OU EXCLUA AS SESSOES RECUSADAS *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-ESCOLHE.
           IF W-SERVALIDAS = ZEROS
                MOVE "*** SERIE SEM NENHUMA SESSAO VALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-ESCOLHE.
           IF W-SERMODO = "M"
                GO TO SMT-MOT.
       SER-CONF.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR SERIE (S/N) : ".
           ACCEPT (23, 61) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO SER-ESCOLHE.
           IF W-OPCAO = "N" OR "n"
                MOVE "*** SERIE NAO GRAVADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-SAI.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-CONF.
      *
      *    GRAVACAO: NA SERIE MOVIDA AS SESSOES ANTIGAS SAO
      *    CANCELADAS COM O MOTIVO INFORMADO ANTES DE GRAVAR AS
      *    NOVAS; HORARIO CANCELADO NA AGENDA E REAPROVEITADO
       SER-GRAVA.
           IF W-SERMODO = "M"
                PERFORM SER-CANC-ANT THRU SER-CANC-ANT-FIM
           ELSE
                PERFORM ACHA-PROXSERIE THRU ACHA-PROXSERIE-FIM.
           MOVE ZEROS TO W-SERGRAV W-SERSEQ
           MOVE 1 TO W-SERIX.
       SER-GRAVA-LOOP.
           IF W-SERIX > W-SERTOT
                GO TO SER-GRAVA-FIM.
           IF SER-SIT(W-SERIX) NOT = "S"
                GO TO SER-GRAVA-PROX.
           PERFORM SER-MONTA-GRAVA THRU SER-MONTA-GRAVA-FIM
           WRITE REGAGENDA
           IF ST-ERRO = "00" OR "02"
                GO TO SER-GRAVA-OK.
           IF ST-ERRO NOT = "22"
                GO TO SER-GRAVA-ERRO.
           READ AGENDA
               INVALID KEY
                  GO TO SER-GRAVA-ERRO.
           IF NOT AGE-CANCELADA
                GO TO SER-GRAVA-ERRO.
           PERFORM SER-MONTA-GRAVA THRU SER-MONTA-GRAVA-FIM
           REWRITE REGAGENDA
           IF ST-ERRO = "00" OR "02"
                GO TO SER-GRAVA-OK.
       SER-GRAVA-ERRO.
           MOVE "N" TO SER-SIT(W-SERIX)
           MOVE "NAO GRAV" TO SER-MOT(W-SERIX)
           GO TO SER-GRAVA-PROX.
       SER-GRAVA-OK.
           ADD 1 TO W-SERGRAV
           MOVE "GRAVADA" TO SER-MOT(W-SERIX)
           MOVE W-SERNUM TO NUM-SA
           IF W-SERMODO = "M"
                GO TO SER-GRAVA-SA-RW.
           ADD 1 TO W-SERSEQ
           MOVE W-SERSEQ TO SEQ-SA
           PERFORM SER-MONTA-SA THRU SER-MONTA-SA-FIM
           WRITE REGSERIEAG
           GO TO SER-GRAVA-PROX.
       SER-GRAVA-SA-RW.
           MOVE SER-SEQ(W-SERIX) TO SEQ-SA
           READ SERIEAG
               INVALID KEY
                  GO TO SER-GRAVA-PROX.
           PERFORM SER-MONTA-SA THRU SER-MONTA-SA-FIM
           REWRITE REGSERIEAG.
       SER-GRAVA-PROX.
           ADD 1 TO W-SERIX
           GO TO SER-GRAVA-LOOP.
       SER-GRAVA-FIM.
           MOVE W-SERBASE TO REGAGENDA
           IF W-SERMODO = "N" AND W-SERGRAV > ZEROS
                PERFORM ENCAM-CONVERTE THRU ENCAM-CONVERTE-FIM.
           PERFORM SER-LISTA THRU SER-LISTA-FIM
           MOVE SPACES TO MENS
           STRING "*** SERIE "    DELIMITED BY SIZE
                  W-SERNUM        DELIMITED BY SIZE
                  " GRAVADA: "    DELIMITED BY SIZE
                  W-SERGRAV       DELIMITED BY SIZE
                  " SESSOES ***"  DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SER-SAI.
           MOVE "N" TO W-SERIE
           MOVE ZEROS TO W-SERNUM
           DISPLAY (01, 01) ERASE
           GO TO ROT-INICIAL.
      *
      *****************************************
      * MANUTENCAO DE SERIE JA GRAVADA        *
      *****************************************
      *
      *    CANCELA TODAS AS SESSOES FUTURAS EM ABERTO DA SERIE COM
      *    UM SO MOTIVO, OU DESLOCA A SERIE INTEIRA (DIAS E HORA)
      *    REPASSANDO TODAS AS CRITICAS DO AGENDAMENTO
       SMT-R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE "C" TO W-SERMODO
           MOVE ZEROS TO W-SERNUM
           MOVE SPACES TO TXTMEDICO TXTPACIENTE
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 01) "Manutencao De Serie De Sessoes"
           DISPLAY (04, 01) "NUMERO DA SERIE: ".
       SMT-R2.
           ACCEPT (04, 18) W-SERNUM

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SER-SAI.

           IF W-SERNUM = ZEROS
                GO TO SMT-R2.
       SMT-CARREGA.
           MOVE ZEROS TO W-SERTOT W-SERFALHA W-SERVALIDAS
           MOVE W-SERNUM TO NUM-SA
           MOVE ZEROS TO SEQ-SA
           START SERIEAG KEY IS NOT LESS CHAVE-SA
                INVALID KEY
                     GO TO SMT-CARREGA-FIM.
       SMT-CARREGA-LOOP.
           READ SERIEAG NEXT RECORD
                AT END
                     GO TO SMT-CARREGA-FIM.
           IF NUM-SA NOT = W-SERNUM
                GO TO SMT-CARREGA-FIM.
           IF NOT SA-ATIVA OR DATA-SA < W-HOJE
                GO TO SMT-CARREGA-LOOP.
           IF W-SERTOT = 30
                GO TO SMT-CARREGA-FIM.
           MOVE CRM-SA  TO CRM
           MOVE DATA-SA TO DATACONS
           MOVE HORA-SA TO HORACONS
           READ AGENDA
               INVALID KEY
                  GO TO SMT-CARREGA-LOOP.
           IF NOT AGE-MARCADA AND NOT AGE-PENDENTE
                GO TO SMT-CARREGA-LOOP.
           IF SERIE-AGE NOT = W-SERNUM
                GO TO SMT-CARREGA-LOOP.
           MOVE DATACONS(1:6) TO W-ANOMES-VF
           PERFORM VERIFICA-FECHO THRU VERIFICA-FECHO-FIM
           IF W-FECHADA = "S"
                GO TO SMT-CARREGA-LOOP.
           ADD 1 TO W-SERTOT W-SERVALIDAS
           IF W-SERTOT = 1
                MOVE REGAGENDA TO W-SERBASE.
           MOVE DATA-SA TO SER-DATA(W-SERTOT) SER-ANT-DATA(W-SERTOT)
           MOVE HORA-SA TO SER-HORA(W-SERTOT) SER-ANT-HORA(W-SERTOT)
           MOVE SEQ-SA  TO SER-SEQ(W-SERTOT)
           MOVE "S"     TO SER-SIT(W-SERTOT)
           MOVE "MARCADA" TO SER-MOT(W-SERTOT)
           GO TO SMT-CARREGA-LOOP.
       SMT-CARREGA-FIM.
           IF W-SERTOT = ZEROS
                MOVE "* SERIE SEM SESSOES FUTURAS EM ABERTO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SMT-R1.
           MOVE W-SERBASE TO REGAGENDA
           MOVE CRM TO CRM2
           READ CADMED
                INVALID KEY
                     MOVE SPACES TO NOMEMD
                     MOVE ZEROS TO MAX-CONSULTAS-DIA.
           MOVE NOMEMD TO TXTMEDICO
           MOVE CODPAC TO CODPAC2
           READ CADPAC
                INVALID KEY
                     MOVE SPACES TO NOMEPC.
           MOVE NOMEPC TO TXTPACIENTE.
       SMT-OPC.
           MOVE "C" TO W-SERMODO
           PERFORM SER-LISTA THRU SER-LISTA-FIM
           DISPLAY (22, 03)
                   "C=CANCELAR SERIE  M=MOVER SERIE  V=VOLTAR : "
           ACCEPT (22, 48) W-OPCAO

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SER-SAI.

           IF W-OPCAO = "V" OR "v"
                GO TO SER-SAI.
           IF W-OPCAO = "C" OR "c"
                GO TO SMT-MOT.
           IF W-OPCAO = "M" OR "m"
                GO TO SMT-MOVE.
           GO TO SMT-OPC.

       SMT-MOVE.
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 30) LIMPA
           MOVE ZEROS TO W-SERDESL
           MOVE SER-HORA(1) TO W-SNH-N
           DISPLAY (22, 03) "DESLOCAR QUANTOS DIAS: "
           DISPLAY (22, 32) "NOVA HORA: " W-SNH-HH ":" W-SNH-MM
           ACCEPT (22, 26) W-SERDESL

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SMT-OPC.

           IF W-SERDESL > 365
                MOVE "*** DESLOCAMENTO MAXIMO DE 365 DIAS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SMT-MOVE.
       SMT-MOVE-HH.
           ACCEPT (22, 43) W-SNH-HH WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SMT-MOVE.

           IF W-SNH-HH > 23
                MOVE "HORA INVALIDA " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SMT-MOVE-HH.
       SMT-MOVE-MM.
           ACCEPT (22, 46) W-SNH-MM WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SMT-MOVE-HH.

           IF W-SNH-MM > 59
                MOVE "MINUTO INVALIDO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SMT-MOVE-MM.

           MOVE "M" TO W-SERMODO
           MOVE 1 TO W-SERIX.
       SMT-MOVE-LOOP.
           IF W-SERIX > W-SERTOT
                GO TO SMT-MOVE-FIM.
           MOVE W-SERBASE TO REGAGENDA
           MOVE SER-ANT-DATA(W-SERIX) TO DATACONS
           MOVE ZEROS TO W-SERDX.
       SMT-MOVE-DESL.
           IF W-SERDX NOT < W-SERDESL
                GO TO SMT-MOVE-GRAVA.
           PERFORM SER-PROX-DIA THRU SER-PROX-DIA-FIM
           ADD 1 TO W-SERDX
           GO TO SMT-MOVE-DESL.
       SMT-MOVE-GRAVA.
           MOVE DATACONS TO SER-DATA(W-SERIX)
           MOVE W-SNH-N  TO SER-HORA(W-SERIX)
           MOVE "S"      TO SER-SIT(W-SERIX)
           ADD 1 TO W-SERIX
           GO TO SMT-MOVE-LOOP.
       SMT-MOVE-FIM.
           PERFORM SER-VALIDA-TODAS THRU SER-VALIDA-TODAS-FIM
           GO TO SER-EXIBE.

      *    UM SO MOTIVO PARA TODAS AS SESSOES CANCELADAS OU MOVIDAS
       SMT-MOT.
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 30) LIMPA
           MOVE ZEROS TO W-MOTCANC
           DISPLAY (22, 03) "MOTIVO DO CANCELAMENTO (CODIGO): "
           ACCEPT (22, 37) W-MOTCANC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                IF W-SERMODO = "M"
                     GO TO SER-ESCOLHE
                ELSE
                     GO TO SMT-OPC.

           IF W-MOTCANC = ZEROS
                MOVE "*** INFORME O MOTIVO DO CANCELAMENTO ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SMT-MOT.
           MOVE W-MOTCANC TO COD-MOT
           READ MOTTAB
               INVALID KEY
                  MOVE "*** MOTIVO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO SMT-MOT.
           DISPLAY (22, 40) DESC-MOT
           IF W-SERMODO = "M"
                GO TO SER-CONF.
       SMT-CANC.
           DISPLAY (23, 40) "CANCELAR SERIE (S/N) : ".
           ACCEPT (23, 63) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** SERIE NAO CANCELADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-SAI.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SMT-CANC.
           PERFORM SER-CANC-ANT THRU SER-CANC-ANT-FIM
           MOVE SPACES TO MENS
           STRING "*** SERIE "    DELIMITED BY SIZE
                  W-SERNUM        DELIMITED BY SIZE
                  " CANCELADA: "  DELIMITED BY SIZE
                  W-SERCANC       DELIMITED BY SIZE
                  " SESSOES ***"  DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO SER-SAI.
      *
      *****************************************
      * ROTINAS DE MONTAGEM DA GRADE DE HORAS *
           MOVE W-REGAGE-SAVE TO REGAGENDA.
       GRADE-OCUPA-FIM.
           EXIT.
      *
      *    TIRA DA GRADE OS HORARIOS EM QUE A SALA ESCOLHIDA
      *    ESTA INDISPONIVEL, FECHANDO OS BURACOS DA TABELA
      *
       GRADE-SALA.
           MOVE ZEROS TO W-IXGS
           MOVE 1 TO W-IXGR.
       GRADE-SALA-LOOP.
           IF W-IXGR > W-NUMGRADE
                GO TO GRADE-SALA-TOT.
           COMPUTE W-NOVO-INI = GRADE-HORA(W-IXGR) * 60
                              + GRADE-MIN(W-IXGR)
           IF DURACAO-CONS = ZEROS
                COMPUTE W-NOVO-FIM = W-NOVO-INI + 30
           ELSE
                COMPUTE W-NOVO-FIM = W-NOVO-INI + DURACAO-CONS.
           PERFORM VER-SALAIND THRU VER-SALAIND-FIM
           IF W-SALAIND = "S"
                ADD 1 TO W-IXGR
                GO TO GRADE-SALA-LOOP.
           ADD 1 TO W-IXGS
           IF W-IXGS NOT = W-IXGR
                MOVE GRADE-ENT(W-IXGR) TO GRADE-ENT(W-IXGS).
           ADD 1 TO W-IXGR
           GO TO GRADE-SALA-LOOP.
       GRADE-SALA-TOT.
           MOVE W-IXGS TO W-NUMGRADE
           MOVE "N" TO W-SALAIND.
       GRADE-SALA-FIM.
           EXIT.
      *
       GRADE-EXIBE.
           MOVE 13 TO W-LINGR
           EXIT.
      *
      ***************************************************
      * VERIFICA SE O MEDICO TEM AUSENCIA CADASTRADA     *
      * COBRINDO A DATA DA CONSULTA (MEDAUS)             *
      ***************************************************
      *
       VER-AUSENCIA.
           MOVE "N" TO W-AUSENTE
           MOVE CRM TO CRM-AUS
           MOVE ZEROS TO DATAINI-AUS
           START MEDAUS KEY IS NOT LESS CHAVE-AUS
                INVALID KEY
                     GO TO VER-AUSENCIA-FIM.
       VER-AUSENCIA-LOOP.
           READ MEDAUS NEXT RECORD
                AT END
                     GO TO VER-AUSENCIA-FIM.
           IF CRM-AUS NOT = CRM
                GO TO VER-AUSENCIA-FIM.
           IF DATAINI-AUS > DATACONS
                GO TO VER-AUSENCIA-FIM.
           IF DATAFIM-AUS NOT < DATACONS
                MOVE "S" TO W-AUSENTE
                GO TO VER-AUSENCIA-FIM.
           GO TO VER-AUSENCIA-LOOP.
       VER-AUSENCIA-FIM.
           EXIT.
      *
      ***************************************************
      * VERIFICA PELO INDICE DE PACIENTE SE O CODPAC JA  *
      * TEM OUTRA CONSULTA NAO CANCELADA NA MESMA DATA   *
      * E HORA (COM QUALQUER MEDICO)                     *
                GO TO VER-PAC-DUPLO-REST.
           IF AGE-CANCELADA
                GO TO VER-PAC-DUPLO-LOOP.
           IF W-SERNUM NOT = ZEROS AND SERIE-AGE = W-SERNUM
                GO TO VER-PAC-DUPLO-LOOP.
           IF DATACONS = W-REGAGE-SAVE(7:8)
              AND HORACONS = W-REGAGE-SAVE(15:4)
                MOVE "S" TO W-PACDUPLO
                GO TO CONTA-DIA-REST.
           IF AGE-CANCELADA
                GO TO CONTA-DIA-LOOP.
           IF W-SERNUM NOT = ZEROS AND SERIE-AGE = W-SERNUM
                GO TO CONTA-DIA-LOOP.
           ADD 1 TO W-CONTDIA
           GO TO CONTA-DIA-LOOP.
       CONTA-DIA-REST.
                GO TO VER-INTERVALO-REST.
           IF AGE-CANCELADA
                GO TO VER-INTERVALO-LOOP.
           IF W-SERNUM NOT = ZEROS AND SERIE-AGE = W-SERNUM
                GO TO VER-INTERVALO-LOOP.
           IF HORACONS = W-REGAGE-SAVE(15:4)
                GO TO VER-INTERVALO-LOOP.
           COMPUTE W-EXI-INI = HORAC * 60 + MINC
      *
       VER-SALA.
           MOVE "N" TO W-SALAOCUP
           MOVE "N" TO W-SALAIND
           IF SALA-CONS = ZEROS
                GO TO VER-SALA-FIM.
           PERFORM VER-SALAIND THRU VER-SALAIND-FIM
           IF W-SALAIND = "S"
                MOVE "S" TO W-SALAOCUP
                GO TO VER-SALA-FIM.
           MOVE REGAGENDA TO W-REGAGE-SAVE
           MOVE ZEROS TO CHAVE-AGENDA
           START AGENDA KEY IS NOT LESS CHAVE-AGENDA
                GO TO VER-SALA-LOOP.
           IF AGE-CANCELADA
                GO TO VER-SALA-LOOP.
           IF W-SERNUM NOT = ZEROS AND SERIE-AGE = W-SERNUM
                GO TO VER-SALA-LOOP.
           IF SALA-CONS NOT = W-REGAGE-SAVE(55:2)
                GO TO VER-SALA-LOOP.
           IF CHAVE-AGENDA = W-REGAGE-SAVE(1:18)
           EXIT.
      *
      ***************************************************
      * VERIFICA SE A SALA ESTA INDISPONIVEL (MANUTENCAO *
      * OU OUTRO MOTIVO) EM ALGUM PONTO DO INTERVALO DA  *
      * CONSULTA (W-NOVO-INI A W-NOVO-FIM, EM MINUTOS)   *
      ***************************************************
      *
       VER-SALAIND.
           MOVE "N" TO W-SALAIND
           IF SALA-CONS = ZEROS
                GO TO VER-SALAIND-FIM.
           MOVE SALA-CONS TO COD-SALA-SI
           MOVE ZEROS     TO DATAINI-SI HORAINI-SI
           START SALAIND KEY IS NOT LESS CHAVE-SI
                INVALID KEY
                     GO TO VER-SALAIND-FIM.
       VER-SALAIND-LOOP.
           READ SALAIND NEXT RECORD
                AT END
                     GO TO VER-SALAIND-FIM.
           IF COD-SALA-SI NOT = SALA-CONS
                GO TO VER-SALAIND-FIM.
           IF DATAINI-SI > DATACONS
                GO TO VER-SALAIND-FIM.
           IF DATAFIM-SI < DATACONS
                GO TO VER-SALAIND-LOOP.
      *    PERIODO QUE COMECA EM DIA ANTERIOR TOMA A SALA DESDE
      *    0H; O QUE TERMINA EM DIA POSTERIOR, ATE O FIM DO DIA
           MOVE ZEROS TO W-IND-INI
           IF DATAINI-SI = DATACONS
                DIVIDE HORAINI-SI BY 100 GIVING W-IND-HH
                                         REMAINDER W-IND-MM
                COMPUTE W-IND-INI = W-IND-HH * 60 + W-IND-MM.
           MOVE 1440 TO W-IND-FIM
           IF DATAFIM-SI = DATACONS
                DIVIDE HORAFIM-SI BY 100 GIVING W-IND-HH
                                         REMAINDER W-IND-MM
                COMPUTE W-IND-FIM = W-IND-HH * 60 + W-IND-MM.
           IF W-NOVO-INI < W-IND-FIM AND W-IND-INI < W-NOVO-FIM
                MOVE "S" TO W-SALAIND
                GO TO VER-SALAIND-FIM.
           GO TO VER-SALAIND-LOOP.
       VER-SALAIND-FIM.
           EXIT.
      *
      ***************************************************
      * AGENDAMENTO FEITO NA ESPECIALIDADE DE DESTINO    *
      * CONVERTE O ENCAMINHAMENTO ABERTO MAIS ANTIGO DO  *
      * PACIENTE                                         *
       ENCAM-CONVERTE-FIM.
           EXIT.
      *
      *    ORCAMENTO ACEITO: OS ITENS ORCADOS VAO PARA A ATDPROC
      *    DA CONSULTA PELOS VALORES DO ORCAMENTO E O ORCAMENTO
      *    FICA MARCADO COM A DATA DO ACEITE E A DA CONSULTA
       ORC-CONVERTE.
           IF W-ORCNUM = ZEROS OR CODIGO NOT = ZEROS
                GO TO ORC-CONVERTE-FIM.
           MOVE W-ORCNUM TO NUM-OR
           READ ORCAM
               INVALID KEY
                  GO TO ORC-CONVERTE-FIM.
           IF NOT OR-EMITIDO
                GO TO ORC-CONVERTE-FIM.
           PERFORM ACHA-SEQ-AP THRU ACHA-SEQ-AP-FIM
           MOVE 1 TO W-ORCIX.
       ORC-CONVERTE-ITEM.
           IF W-ORCIX > QTDITEM-OR
                GO TO ORC-CONVERTE-ACE.
           MOVE CRM                    TO CRM-AP
           MOVE DATACONS               TO DATACONS-AP
           MOVE HORACONS               TO HORACONS-AP
           MOVE W-SEQ-AP               TO SEQ-AP
           MOVE COD-PROC-OR(W-ORCIX)   TO COD-PROC-AP
           MOVE VALOR-ITEM-OR(W-ORCIX) TO VALOR-AP
           WRITE REGATDPROC
           IF ST-ERRO22 NOT = "00" AND ST-ERRO22 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO PROCEDIMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           ADD 1 TO W-SEQ-AP
           ADD 1 TO W-ORCIX
           GO TO ORC-CONVERTE-ITEM.
       ORC-CONVERTE-ACE.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE "A"      TO SIT-OR
           MOVE W-HOJE   TO DATAACE-OR
           MOVE DATACONS TO DATACONS-OR
           MOVE HORACONS TO HORACONS-OR
           REWRITE REGORCAM
           IF ST-ERRO21 = "00" OR "02"
                MOVE "*** ORCAMENTO ACEITO E CONVERTIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE ZEROS TO W-ORCNUM.
       ORC-CONVERTE-FIM.
           EXIT.
      *
       ACHA-SEQ-AP.
           MOVE 1 TO W-SEQ-AP
           MOVE CRM      TO CRM-AP
           MOVE DATACONS TO DATACONS-AP
           MOVE HORACONS TO HORACONS-AP
           MOVE ZEROS    TO SEQ-AP
           START ATDPROC KEY IS NOT LESS CHAVE-AP
                INVALID KEY
                     GO TO ACHA-SEQ-AP-FIM.
       ACHA-SEQ-AP-LOOP.
           READ ATDPROC NEXT RECORD
                AT END
                     GO TO ACHA-SEQ-AP-FIM.
           IF CRM-AP NOT = CRM
              OR DATACONS-AP NOT = DATACONS
              OR HORACONS-AP NOT = HORACONS
                GO TO ACHA-SEQ-AP-FIM.
           COMPUTE W-SEQ-AP = SEQ-AP + 1
           GO TO ACHA-SEQ-AP-LOOP.
       ACHA-SEQ-AP-FIM.
           EXIT.
      *
      *    RESPONSAVEL DO PACIENTE, QUANDO CADASTRADO, FICA
      *    VISIVEL NA TELA DE AGENDAMENTO
       MOSTRA-RESP.
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
      *
      ***************************************************
      * EXAMES PEDIDOS AO PACIENTE E AINDA SEM RESULTADO *
      ***************************************************
      *
       CONTA-EXAME.
           MOVE ZEROS TO W-QTDEXA
           MOVE CODPAC TO CODPAC-EX
           MOVE ZEROS TO DATACONS-EX CRM-EX SEQ-EX
           START EXAME KEY IS NOT LESS CHAVE-EX
                INVALID KEY
                     GO TO CONTA-EXAME-FIM.
       CONTA-EXAME-LOOP.
           READ EXAME NEXT RECORD
                AT END
                     GO TO CONTA-EXAME-FIM.
           IF CODPAC-EX NOT = CODPAC
                GO TO CONTA-EXAME-FIM.
           IF EX-PENDENTE AND W-QTDEXA < 99
                ADD 1 TO W-QTDEXA.
           GO TO CONTA-EXAME-LOOP.
       CONTA-EXAME-FIM.
           EXIT.
      *
      ***************************************************
      * LISTA DE ESPERA: OFERTA DE INCLUSAO QUANDO O     *
      * HORARIO DESEJADO JA ESTA TOMADO                  *
      ***************************************************

      *
      ***************************************************
      * ROTINAS DO AGENDAMENTO EM SERIE                  *
      ***************************************************
      *
      *    GERA AS DATAS A PARTIR DA 1A SESSAO NOS DIAS DA SEMANA
      *    PEDIDOS (2=SEG...7=SAB); NA QUINZENAL SO AS SEMANAS
      *    PARES CONTADAS DA 1A SESSAO
       SER-GERA.
           MOVE REGAGENDA TO W-SERBASE
           MOVE ZEROS TO W-SERTOT W-SERDCONT.
       SER-GERA-LOOP.
           IF W-SERTOT = W-SERQTD OR W-SERDCONT > 400
                GO TO SER-GERA-REST.
           IF W-SERINTERV = 2
                DIVIDE W-SERDCONT BY 7 GIVING W-SERSEMANA
                DIVIDE W-SERSEMANA BY 2 GIVING W-SERQUOC
                                        REMAINDER W-SERRESTO
                IF W-SERRESTO NOT = ZEROS
                     GO TO SER-GERA-PROX.
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           MOVE W-DIASEM TO W-DIABR
           IF W-DIABR = ZEROS
                MOVE 7 TO W-DIABR.
           MOVE ZEROS TO W-SERTALLY
           MOVE 1 TO W-SERJX.
       SER-GERA-DIA.
           IF W-SERJX > 6
                GO TO SER-GERA-CONF.
           IF W-SERDIAS(W-SERJX:1) = W-DIABR-X
                ADD 1 TO W-SERTALLY.
           ADD 1 TO W-SERJX
           GO TO SER-GERA-DIA.
       SER-GERA-CONF.
           IF W-SERTALLY = ZEROS
                GO TO SER-GERA-PROX.
           ADD 1 TO W-SERTOT
           MOVE DATACONS TO SER-DATA(W-SERTOT)
           MOVE HORACONS TO SER-HORA(W-SERTOT)
           MOVE "S"      TO SER-SIT(W-SERTOT)
           MOVE SPACES   TO SER-MOT(W-SERTOT)
           MOVE ZEROS    TO SER-ANT-DATA(W-SERTOT)
                            SER-ANT-HORA(W-SERTOT)
                            SER-SEQ(W-SERTOT).
       SER-GERA-PROX.
           PERFORM SER-PROX-DIA THRU SER-PROX-DIA-FIM
           ADD 1 TO W-SERDCONT
           GO TO SER-GERA-LOOP.
       SER-GERA-REST.
           MOVE W-SERBASE TO REGAGENDA.
       SER-GERA-FIM.
           EXIT.
      *
      *    AVANCA DATACONS UM DIA, VIRANDO MES E ANO
       SER-PROX-DIA.
           ADD 1 TO DIAC
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATAOK = "S"
                GO TO SER-PROX-DIA-FIM.
           MOVE 1 TO DIAC
           ADD 1 TO MESC
           IF MESC > 12
                MOVE 1 TO MESC
                ADD 1 TO ANOC.
       SER-PROX-DIA-FIM.
           EXIT.
      *
      *    MONTA NA AREA DA AGENDA A SESSAO W-SERIX DA TABELA
       SER-MONTA.
           MOVE W-SERBASE TO REGAGENDA
           MOVE SER-DATA(W-SERIX) TO DATACONS
           MOVE SER-HORA(W-SERIX) TO HORACONS.
       SER-MONTA-FIM.
           EXIT.
      *
       SER-MONTA-GRAVA.
           PERFORM SER-MONTA THRU SER-MONTA-FIM
           MOVE "M" TO STATUS-AGENDA
           MOVE ZEROS TO HORA-CHEGADA HORA-TERMINO MOTIVO-CANC
           MOVE ZEROS TO HORA-CHAMADA LOTE-FAT GUIA-AGE
           MOVE SPACE TO CONFIRMACAO SIT-FAT SIT-GUIA
           MOVE W-SERNUM TO SERIE-AGE
           PERFORM UNID-DA-SALA THRU UNID-DA-SALA-FIM.
       SER-MONTA-GRAVA-FIM.
           EXIT.
      *
      *    UNIDADE (FILIAL) DO ATENDIMENTO E A DA SALA ESCOLHIDA
       UNID-DA-SALA.
           MOVE ZEROS TO UNID-AGE
           MOVE SALA-CONS TO COD-SALA
           READ SALATAB
               INVALID KEY
                  GO TO UNID-DA-SALA-FIM.
           MOVE UNID-SALA TO UNID-AGE.
       UNID-DA-SALA-FIM.
           EXIT.
      *
       SER-MONTA-SA.
           PERFORM SER-MONTA THRU SER-MONTA-FIM
           MOVE CRM      TO CRM-SA
           MOVE DATACONS TO DATA-SA
           MOVE HORACONS TO HORA-SA
           MOVE CODPAC   TO CODPAC-SA
           MOVE W-HOJE   TO DATAREG-SA
           MOVE "A"      TO SIT-SA
           MOVE SEQ-SA   TO SER-SEQ(W-SERIX).
       SER-MONTA-SA-FIM.
           EXIT.
      *
      *    REPASSA TODAS AS SESSOES NAO EXCLUIDAS PELAS CRITICAS
       SER-VALIDA-TODAS.
           MOVE ZEROS TO W-SERFALHA W-SERVALIDAS
           MOVE 1 TO W-SERIX.
       SER-VALIDA-TODAS-LOOP.
           IF W-SERIX > W-SERTOT
                GO TO SER-VALIDA-TODAS-REST.
           IF SER-SIT(W-SERIX) = "X"
                GO TO SER-VALIDA-TODAS-PROX.
           PERFORM SER-VALIDA THRU SER-VALIDA-FIM
           IF SER-SIT(W-SERIX) = "S"
                ADD 1 TO W-SERVALIDAS
           ELSE
                ADD 1 TO W-SERFALHA.
       SER-VALIDA-TODAS-PROX.
           ADD 1 TO W-SERIX
           GO TO SER-VALIDA-TODAS-LOOP.
       SER-VALIDA-TODAS-REST.
           MOVE W-SERBASE TO REGAGENDA.
       SER-VALIDA-TODAS-FIM.
           EXIT.
      *
      *    AS MESMAS CRITICAS DO AGENDAMENTO AVULSO, APLICADAS A
      *    SESSAO W-SERIX; A RECUSA FICA COM O MOTIVO ABREVIADO
       SER-VALIDA.
           PERFORM SER-MONTA THRU SER-MONTA-FIM
           MOVE "S"  TO SER-SIT(W-SERIX)
           MOVE "OK" TO SER-MOT(W-SERIX)
           MOVE "INVALIDA" TO W-SERMOTX
           IF DIAC = ZEROS OR MESC = ZEROS OR MESC > 12
                GO TO SER-VALIDA-RECUSA.
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATAOK = "N"
                GO TO SER-VALIDA-RECUSA.
           MOVE "HORA INV" TO W-SERMOTX
           IF HORAC > 23 OR MINC > 59
                GO TO SER-VALIDA-RECUSA.
           MOVE "PASSADO" TO W-SERMOTX
           IF DATACONS < W-HOJE
                GO TO SER-VALIDA-RECUSA.
           MOVE "REPETIDA" TO W-SERMOTX
           MOVE 1 TO W-SERJX.
       SER-VALIDA-DUP.
           IF W-SERJX > W-SERTOT
                GO TO SER-VALIDA-CAL.
           IF W-SERJX NOT = W-SERIX AND
              SER-SIT(W-SERJX) NOT = "X" AND
              SER-DATA(W-SERJX) = SER-DATA(W-SERIX)
                GO TO SER-VALIDA-RECUSA.
           ADD 1 TO W-SERJX
           GO TO SER-VALIDA-DUP.
       SER-VALIDA-CAL.
           MOVE "FECHADA" TO W-SERMOTX
           MOVE DATACONS(1:6) TO W-ANOMES-VF
           PERFORM VERIFICA-FECHO THRU VERIFICA-FECHO-FIM
           IF W-FECHADA = "S"
                GO TO SER-VALIDA-RECUSA.
           MOVE "DOMINGO" TO W-SERMOTX
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           IF W-DIASEM = 1
                GO TO SER-VALIDA-RECUSA.
           MOVE "CONVENIO" TO W-SERMOTX
           IF (W-MCINI NOT = ZEROS AND DATACONS < W-MCINI) OR
              (W-MCFIM NOT = ZEROS AND DATACONS > W-MCFIM)
                GO TO SER-VALIDA-RECUSA.
           MOVE "FERIADO" TO W-SERMOTX
           MOVE DATACONS TO DATA-FER
           READ FERTAB
               INVALID KEY
                  GO TO SER-VALIDA-AUS.
           GO TO SER-VALIDA-RECUSA.
       SER-VALIDA-AUS.
           MOVE "AUSENTE" TO W-SERMOTX
           PERFORM VER-AUSENCIA THRU VER-AUSENCIA-FIM
           IF W-AUSENTE = "S"
                GO TO SER-VALIDA-RECUSA.
           MOVE "LIMITE" TO W-SERMOTX
           IF MAX-CONSULTAS-DIA NOT = ZEROS
                PERFORM CONTA-DIA THRU CONTA-DIA-FIM
                IF W-CONTDIA NOT < MAX-CONSULTAS-DIA
                     GO TO SER-VALIDA-RECUSA.
           MOVE "PAC.DUPL" TO W-SERMOTX
           PERFORM VER-PAC-DUPLO THRU VER-PAC-DUPLO-FIM
           IF W-PACDUPLO = "S"
                GO TO SER-VALIDA-RECUSA.
           MOVE "OCUPADO" TO W-SERMOTX
           READ AGENDA
               INVALID KEY
                  GO TO SER-VALIDA-INT.
           IF AGE-CANCELADA
                GO TO SER-VALIDA-INT.
           IF W-SERNUM NOT = ZEROS AND SERIE-AGE = W-SERNUM
                GO TO SER-VALIDA-INT.
           GO TO SER-VALIDA-RECUSA.
       SER-VALIDA-INT.
           PERFORM SER-MONTA THRU SER-MONTA-FIM
           MOVE "CONFLITO" TO W-SERMOTX
           PERFORM VER-INTERVALO THRU VER-INTERVALO-FIM
           IF W-SOBREPOE = "S"
                GO TO SER-VALIDA-RECUSA.
           MOVE "SALA OC." TO W-SERMOTX
           PERFORM VER-SALA THRU VER-SALA-FIM
           IF W-SALAIND = "S"
                MOVE "SALA IND" TO W-SERMOTX.
           IF W-SALAOCUP = "S"
                GO TO SER-VALIDA-RECUSA.
      *    SENHA DE AUTORIZACAO INFORMADA PRECISA COBRIR A SESSAO
           MOVE "AUT.VENC" TO W-SERMOTX
           IF SENHA-AUT NOT = SPACES AND VALID-AUT NOT = ZEROS
              AND VALID-AUT < DATACONS
                GO TO SER-VALIDA-RECUSA.
           GO TO SER-VALIDA-FIM.
       SER-VALIDA-RECUSA.
           MOVE "N" TO SER-SIT(W-SERIX)
           MOVE W-SERMOTX TO SER-MOT(W-SERIX).
       SER-VALIDA-FIM.
           EXIT.
      *
      *    TELA COM AS SESSOES DA SERIE EM DUAS COLUNAS
       SER-LISTA.
           MOVE W-SERBASE TO REGAGENDA
           DISPLAY (01, 01) ERASE
           IF W-SERMODO = "N"
                DISPLAY (02, 01) "Agendamento Em Serie De Sessoes"
           ELSE
                DISPLAY (02, 01) "Serie De Sessoes No. " W-SERNUM.
           DISPLAY (03, 01) "MEDICO..: " CRM " " TXTMEDICO
           DISPLAY (04, 01) "PACIENTE: " CODPAC " " TXTPACIENTE
           MOVE 1 TO W-SERJX.
       SER-LISTA-LOOP.
           IF W-SERJX > W-SERTOT
                GO TO SER-LISTA-RESUMO.
           IF W-SERJX > 15
                COMPUTE W-SERLIN = W-SERJX - 10
                MOVE 41 TO W-SERCOL
           ELSE
                COMPUTE W-SERLIN = W-SERJX + 5
                MOVE 03 TO W-SERCOL.
           MOVE W-SERJX TO LINSER-NUM
           MOVE SER-DATA(W-SERJX) TO W-SND-N
           MOVE W-SND-DIA TO LINSER-DIA
           MOVE W-SND-MES TO LINSER-MES
           MOVE W-SND-ANO TO LINSER-ANO
           MOVE SER-HORA(W-SERJX) TO W-SNH-N
           MOVE W-SNH-HH TO LINSER-HH
           MOVE W-SNH-MM TO LINSER-MM
           MOVE SER-MOT(W-SERJX) TO LINSER-SIT
           DISPLAY (W-SERLIN, W-SERCOL) LINSER
           ADD 1 TO W-SERJX
           GO TO SER-LISTA-LOOP.
       SER-LISTA-RESUMO.
           DISPLAY (21, 03) "VALIDAS: " W-SERVALIDAS
                            "   RECUSADAS: " W-SERFALHA.
       SER-LISTA-FIM.
           EXIT.
      *
      *    CANCELA NA AGENDA AS SESSOES CARREGADAS DA SERIE (CHAVE
      *    ORIGINAL) COM O MOTIVO W-MOTCANC E BAIXA A OCORRENCIA
       SER-CANC-ANT.
           MOVE ZEROS TO W-SERCANC
           MOVE 1 TO W-SERJX.
       SER-CANC-ANT-LOOP.
           IF W-SERJX > W-SERTOT
                GO TO SER-CANC-ANT-FIM.
           MOVE W-SERBASE TO REGAGENDA
           MOVE SER-ANT-DATA(W-SERJX) TO DATACONS
           MOVE SER-ANT-HORA(W-SERJX) TO HORACONS
           READ AGENDA
               INVALID KEY
                  GO TO SER-CANC-ANT-SA.
           IF NOT AGE-MARCADA AND NOT AGE-PENDENTE
                GO TO SER-CANC-ANT-SA.
           IF SERIE-AGE NOT = W-SERNUM
                GO TO SER-CANC-ANT-SA.
           MOVE "C" TO STATUS-AGENDA
           MOVE W-MOTCANC TO MOTIVO-CANC
           REWRITE REGAGENDA
           IF ST-ERRO = "00" OR "02"
                ADD 1 TO W-SERCANC.
       SER-CANC-ANT-SA.
           MOVE W-SERNUM TO NUM-SA
           MOVE SER-SEQ(W-SERJX) TO SEQ-SA
           READ SERIEAG
               INVALID KEY
                  GO TO SER-CANC-ANT-PROX.
           MOVE "C" TO SIT-SA
           REWRITE REGSERIEAG.
       SER-CANC-ANT-PROX.
           ADD 1 TO W-SERJX
           GO TO SER-CANC-ANT-LOOP.
       SER-CANC-ANT-FIM.
           EXIT.
      *
      *    NUMERO DA SERIE PELO CONTROLE DE NUMERACAO (NUMCTL)
       ACHA-PROXSERIE.
           MOVE "AGSERIE" TO ID-NC
           READ NUMCTL
               INVALID KEY
                  MOVE "AGSERIE" TO ID-NC
                  MOVE 1 TO PROX-NC
                  WRITE REGNUMCTL.
           MOVE PROX-NC TO W-SERNUM
           ADD 1 TO PROX-NC
           REWRITE REGNUMCTL.
       ACHA-PROXSERIE-FIM.
           EXIT.
      *
      ***************************************************
      * COMPETENCIA CONTABIL FECHADA NAO ACEITA MAIS     *
      * MOVIMENTO NA AGENDA                              *
      ***************************************************
       ROT-FIM.
           CLOSE AGENDA CADMED CADPAC CADCONV CADMEDCONV
                 FERTAB MEDAUS MOTTAB ESPERA ESPTAB NUMCTL
                 PERFECH SALATAB CONVPAR RESPPAC ENCAM DEBPAC
                 ALERTA EXAME SERIEAG ORCAM ATDPROC SALAIND.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]---------------------
