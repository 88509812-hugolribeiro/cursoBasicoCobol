       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP091.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * PEDIDOS DE EXAME - RESULTADOS                   *
      * (A RECEPCAO REGISTRA A CHEGADA DO RESULTADO OU  *
      *  O CANCELAMENTO DO PEDIDO; MANTEM O CATALOGO DE *
      *  EXAMES E EMITE A RELACAO SEMANAL DE EXAMES SEM *
      *  RESULTADO HA MAIS DE N DIAS, POR MEDICO, COM O *
      *  TELEFONE DO PACIENTE PARA CONTATO)             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EX
                    FILE STATUS  IS ST-ERRO.

       SELECT EXATAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-EXA
                    FILE STATUS  IS ST-ERRO2.

       SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPAC2
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOMEPC WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.

       SELECT EXAREL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

       SELECT SORTEXA ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "EXAME.CPY".
       COPY "EXATAB.CPY".
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
       FD EXAREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXAPEND.DOC".
       01 REGEXAREL    PIC X(090).
      *
       SD SORTEXA.
       01 REG-SORTEXA.
          05 CRM-SX                PIC 9(06).
          05 CODPAC-SX             PIC 9(06).
          05 DATAPED-SX            PIC 9(08).
          05 COD-EXA-SX            PIC 9(05).
          05 LAB-SX                PIC X(20).
          05 DIAS-SX               PIC 9(04).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77 W-SEL         PIC 9(01) VALUE ZEROS.
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

       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-CODPAC      PIC 9(06) VALUE ZEROS.
       01 W-LINHA       PIC 9(02) VALUE ZEROS.
       01 W-RESULT      PIC X(01) VALUE SPACES.
       01 W-DATARES     PIC 9(08) VALUE ZEROS.
       01 W-QTDLIS      PIC 9(02) VALUE ZEROS.
       01 W-EXAUSO      PIC X(01) VALUE "N".
       01 CONLIN        PIC 9(02) VALUE ZEROS.
       01 TXTPACIENTE   PIC X(30) VALUE SPACES.

      *    CHAVES DOS EXAMES PENDENTES LISTADOS NA TELA, NA ORDEM
      *    EM QUE APARECEM, PARA A ESCOLHA PELO NUMERO DA LINHA
       01 W-TABPEND.
          03 W-PEND-CHAVE   PIC X(22) OCCURS 10 TIMES.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).

      *    CONTAGEM DE DIAS DESDE O PEDIDO: DATA CONVERTIDA EM
      *    NUMERO ABSOLUTO DE DIAS PELA TABELA DE DIAS ACUMULADOS
       01 W-CD-DATA.
          03 W-CD-ANO   PIC 9(04).
          03 W-CD-MES   PIC 9(02).
          03 W-CD-DIA   PIC 9(02).
       01 W-CD-DATA-N REDEFINES W-CD-DATA PIC 9(08).

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

       01 W-SANO        PIC 9(04) VALUE ZEROS.
       01 W-SQ4         PIC 9(04) VALUE ZEROS.
       01 W-SQ100       PIC 9(04) VALUE ZEROS.
       01 W-SQ400       PIC 9(04) VALUE ZEROS.
       01 W-SDIAS       PIC 9(07) VALUE ZEROS.
       01 W-SDIAS-HOJE  PIC 9(07) VALUE ZEROS.
       01 W-DIASPED     PIC 9(04) VALUE ZEROS.

      *    RELACAO DE PENDENTES: DIAS MINIMOS, FILTRO DE MEDICO,
      *    QUEBRA POR MEDICO E CONTADORES
       01 W-NDIAS       PIC 9(03) VALUE 7.
       01 W-CRMREL      PIC 9(06) VALUE ZEROS.
       01 W-CRM-ANT     PIC 9(06) VALUE ZEROS.
       01 W-PRIMEIRA    PIC X(01) VALUE "S".
       01 W-SUBPEN      PIC 9(04) VALUE ZEROS.
       01 W-TOTPEN      PIC 9(05) VALUE ZEROS.

       01 W-DATAED.
          03 W-DATAED-DIA PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DATAED-MES PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DATAED-ANO PIC 9(04).

       01 LINRES.
          03 LINRES-NUM  PIC Z9.
          03 FILLER      PIC X(02) VALUE "  ".
          03 LINRES-DESC PIC X(25).
          03 FILLER      PIC X(01) VALUE " ".
          03 LINRES-LAB  PIC X(15).
          03 FILLER      PIC X(01) VALUE " ".
          03 LINRES-PED  PIC X(10).
          03 FILLER      PIC X(01) VALUE " ".
          03 LINRES-CRM  PIC 9(06).
          03 FILLER      PIC X(01) VALUE " ".
          03 LINRES-DIAS PIC ZZZ9.

      *    RELACAO DE EXAMES SEM RESULTADO
       01  CABPEN1.
           05  FILLER                 PIC X(046) VALUE
           "FATEC - ZONA LESTE  *** EXAMES SEM RESULTADO  ".
           05  FILLER                 PIC X(020) VALUE
           "***   EMITIDO EM :  ".
           05  CABDIATX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CABMESTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CABANOTX  VALUE ZEROS  PIC 9999.
       01  CABPEN2.
           05  FILLER                 PIC X(033) VALUE
           "PEDIDOS SEM RESULTADO HA MAIS DE ".
           05  CABNDTX   VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(006) VALUE " DIAS".
       01  CABPEN3.
           05  FILLER                 PIC X(045) VALUE
           "PACIEN NOME                  TELEFONE        ".
           05  FILLER                 PIC X(045) VALUE
           " EXAME              LABORAT.  PEDIDO     DIAS".
       01  GRPPEN.
           05  FILLER                 PIC X(021) VALUE
           "MEDICO SOLICITANTE : ".
           05  GRPCRMTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  GRPNOMTX  VALUE SPACES PIC X(030).
       01  DETPEN.
           05  DETPACTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETNOMTX  VALUE SPACES PIC X(022).
           05  FILLER                 PIC X(002) VALUE " (".
           05  DETDDDTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE ")".
           05  DETTELTX  VALUE ZEROS  PIC 9(09).
           05  FILLER                 PIC X(003) VALUE "   ".
           05  DETEXATX  VALUE SPACES PIC X(018).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETLABTX  VALUE SPACES PIC X(009).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETPDIATX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DETPMESTX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DETPANOTX VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETDIASTX VALUE ZEROS  PIC ZZZ9.
       01  SUBPEN.
           05  FILLER                 PIC X(031) VALUE
           "   EXAMES PENDENTES DO MEDICO: ".
           05  SUBPENTX  VALUE ZEROS  PIC ZZZZ9.
       01  TOTPEN.
           05  FILLER                 PIC X(031) VALUE
           "*** TOTAL DE EXAMES PENDENTES: ".
           05  TOTPENTX  VALUE ZEROS  PIC ZZZZ9.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-CHAMADA  PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELARES.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Resultado De Exames".
           05  LINE 04  COLUMN 01
               VALUE  " Paciente (Codigo):".
           05  LINE 07  COLUMN 01
               VALUE  " N  EXAME                     LABORATORIO".
           05  LINE 07  COLUMN 46
               VALUE  "PEDIDO     CRM    DIAS".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODPAC
               LINE 04  COLUMN 21  PIC 9(06)
               USING W-CODPAC
               HIGHLIGHT.
           05  TTXTPACIENTE
               LINE 05  COLUMN 21  PIC X(30)
               USING TXTPACIENTE
               HIGHLIGHT.

       01  TELAEXA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Catalogo De Exames".
           05  LINE 04  COLUMN 01
               VALUE  " Codigo:".
           05  LINE 06  COLUMN 01
               VALUE  " Descricao:".
           05  LINE 08  COLUMN 01
               VALUE  " Prazo Usual Do Resultado (Dias):".
           05  LINE 10  COLUMN 01
               VALUE  " Situacao (A=Ativo I=Inativo):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODEXA
               LINE 04  COLUMN 10  PIC 9(05)
               USING COD-EXA
               HIGHLIGHT.
           05  TDESCEXA
               LINE 06  COLUMN 13  PIC X(30)
               USING DESC-EXA
               HIGHLIGHT.
           05  TPRAZOEXA
               LINE 08  COLUMN 35  PIC 9(03)
               USING PRAZO-EXA
               HIGHLIGHT.
           05  TSITEXA
               LINE 10  COLUMN 32  PIC X(01)
               USING SIT-EXA
               HIGHLIGHT.

       01  TELAPEN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Exames Sem Resultado".
           05  LINE 04  COLUMN 01
               VALUE  " Pedidos Ha Mais De (Dias):".
           05  LINE 06  COLUMN 01
               VALUE  " Crm Do Medico (0=Todos):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TNDIAS
               LINE 04  COLUMN 29  PIC 9(03)
               USING W-NDIAS
               HIGHLIGHT.
           05  TCRMREL
               LINE 06  COLUMN 27  PIC 9(06)
               USING W-CRMREL
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-CHAMADA.

       INICIO.
           MOVE OPERADOR-CHAMADA TO W-OPERADOR.

       R0.
           OPEN I-O EXAME
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                 OPEN OUTPUT EXAME
                 CLOSE EXAME
                 OPEN I-O EXAME
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO EXAME" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

           OPEN I-O EXATAB
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
                 OPEN OUTPUT EXATAB
                 CLOSE EXATAB
                 OPEN I-O EXATAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO EXATAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADPAC
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADMED
           IF ST-ERRO4 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-N TO W-CD-DATA-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-SDIAS TO W-SDIAS-HOJE.
      *
       ACE-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (23, 12)
            "R=RESULTADOS  C=CATALOGO  P=PENDENTES  X=SAIR"
           ACCEPT (23, 60) W-OPCAO
           IF W-OPCAO NOT = "R" AND W-OPCAO NOT = "C"
               AND W-OPCAO NOT = "P" AND W-OPCAO NOT = "X"
               GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "X"
              GO TO ROT-FIM.
           IF W-OPCAO = "C"
              GO TO EXA-ACE.
           IF W-OPCAO = "P"
              GO TO PEN-R1.
           GO TO RES-R1.

      *
      *****************************************
      * REGISTRO DO RESULTADO DO EXAME        *
      *****************************************
      *
       RES-R1.
           MOVE SPACES TO TXTPACIENTE
           MOVE ZEROS TO W-CODPAC
           DISPLAY TELARES.

       RES-R2.
           ACCEPT TCODPAC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-CODPAC = ZEROS
                GO TO RES-R2.

           MOVE W-CODPAC TO CODPAC2
           READ CADPAC
               INVALID KEY
                  MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO RES-R2.
           MOVE NOMEPC TO TXTPACIENTE.
           DISPLAY TTXTPACIENTE.

      *
      *    LISTA OS EXAMES PENDENTES DO PACIENTE, DE TODAS AS
      *    CONSULTAS, NUMERANDO AS LINHAS PARA A ESCOLHA
      *
       RES-LISTA.
           MOVE ZEROS TO W-QTDLIS
           MOVE SPACES TO W-TABPEND
           MOVE 08 TO CONLIN
           MOVE W-CODPAC TO CODPAC-EX
           MOVE ZEROS TO DATACONS-EX CRM-EX SEQ-EX
           START EXAME KEY IS NOT LESS CHAVE-EX
                INVALID KEY
                     GO TO RES-LISTA-FIM.
       RES-LISTA-LOOP.
           READ EXAME NEXT RECORD
                AT END
                     GO TO RES-LISTA-FIM.
           IF CODPAC-EX NOT = W-CODPAC
                GO TO RES-LISTA-FIM.
           IF NOT EX-PENDENTE
                GO TO RES-LISTA-LOOP.
           IF W-QTDLIS = 10
                MOVE "*** MAIS PENDENTES, LISTA LIMITADA A 10 ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RES-LISTA-FIM.
           ADD 1 TO W-QTDLIS
           MOVE CHAVE-EX TO W-PEND-CHAVE(W-QTDLIS)
           MOVE COD-EXA-EX TO COD-EXA
           READ EXATAB
                INVALID KEY
                     MOVE "EXAME NAO CADASTRADO" TO DESC-EXA.
           MOVE DATAPED-EX TO W-CD-DATA-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           COMPUTE W-DIASPED = W-SDIAS-HOJE - W-SDIAS
           MOVE W-QTDLIS   TO LINRES-NUM
           MOVE DESC-EXA   TO LINRES-DESC
           MOVE LAB-EX     TO LINRES-LAB
           MOVE W-CD-DIA   TO W-DATAED-DIA
           MOVE W-CD-MES   TO W-DATAED-MES
           MOVE W-CD-ANO   TO W-DATAED-ANO
           MOVE W-DATAED   TO LINRES-PED
           MOVE CRM-EX     TO LINRES-CRM
           MOVE W-DIASPED  TO LINRES-DIAS
           DISPLAY (CONLIN, 01) LINRES
           ADD 1 TO CONLIN
           GO TO RES-LISTA-LOOP.
       RES-LISTA-FIM.
           IF W-QTDLIS = ZEROS
                MOVE "*** PACIENTE SEM EXAMES PENDENTES ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RES-R1.

       RES-R3.
           MOVE ZEROS TO W-LINHA
           DISPLAY (19, 03) "LINHA DO EXAME (0=VOLTAR): "
           ACCEPT (19, 30) W-LINHA
           IF W-LINHA = ZEROS
                GO TO RES-R1.
           IF W-LINHA > W-QTDLIS
                MOVE "*** LINHA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RES-R3.
           MOVE W-PEND-CHAVE(W-LINHA) TO CHAVE-EX
           READ EXAME
                INVALID KEY
                     MOVE "*** PEDIDO DE EXAME NAO ENCONTRADO ***"
                                                        TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO RES-R1.

       RES-R4.
           MOVE SPACES TO W-RESULT
           DISPLAY (20, 03) "R=RESULTADO RECEBIDO  C=PEDIDO CANCELADO: "
           ACCEPT (20, 46) W-RESULT

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RES-R3.

           IF W-RESULT NOT = "R" AND W-RESULT NOT = "C"
                MOVE "*** INFORME R OU C ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RES-R4.

      *    A DATA DE CHEGADA ENTRA COM A DATA DE HOJE E PODE SER
      *    CORRIGIDA; NAO PODE SER ANTERIOR AO PEDIDO NEM FUTURA
       RES-R5.
           MOVE W-HOJE-N TO W-DATARES
           DISPLAY (20, 50) "DATA: "
           ACCEPT (20, 56) W-DATARES WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RES-R4.

           IF W-DATARES < DATAPED-EX OR W-DATARES > W-HOJE-N
                MOVE "*** DATA FORA DO PERIODO DO PEDIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RES-R5.

       RES-OPC.
           DISPLAY (23, 40) "CONFIRMA (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** EXAME NAO ATUALIZADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RES-R1.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RES-OPC.

       RES-RW1.
           MOVE W-RESULT   TO SIT-EX
           MOVE W-DATARES  TO DATARES-EX
           MOVE W-OPERADOR TO OPERADOR-EX
           REWRITE REGEXAME
           IF ST-ERRO = "00" OR "02"
                MOVE "*** EXAME ATUALIZADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY TELARES
                GO TO RES-LISTA.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO EXAME" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ***************************************************
      * MANUTENCAO DO CATALOGO DE EXAMES                 *
      ***************************************************
       EXA-ACE.
                DISPLAY (01, 01) ERASE
                DISPLAY (23, 12)
                 "N=NOVO  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    GO TO EXA-ACE.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "V"
                   GO TO ACE-001.
                IF W-OPCAO = "N"
                   MOVE 0 TO W-SEL
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                   ELSE
                      MOVE 2 TO W-SEL.
      *
       EXA-R1.
            MOVE ZEROS TO COD-EXA PRAZO-EXA
            MOVE SPACES TO DESC-EXA SIT-EXA
            DISPLAY TELAEXA.
      *
       EXA-R2.
           ACCEPT TCODEXA

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXA-ACE.

           IF COD-EXA = ZEROS
                GO TO EXA-R2.

       EXA-LER.
           READ EXATAB
           IF ST-ERRO2 NOT = "23"
             IF ST-ERRO2 = "00"
                DISPLAY TELAEXA
                IF W-SEL = 0
                   MOVE "*** EXAME JA CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXA-ACE
                ELSE
                   IF W-SEL = 2
                      GO TO EXA-EXC-OPC
                   ELSE
                      GO TO EXA-R3
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO EXATAB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** EXAME NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EXA-R2
             ELSE
                MOVE "A" TO SIT-EXA
                DISPLAY TELAEXA.

       EXA-R3.
           ACCEPT TDESCEXA

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXA-R2.

           IF DESC-EXA = SPACES
                GO TO EXA-R3.

       EXA-R3A.
           ACCEPT TPRAZOEXA

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXA-R3.

       EXA-R3B.
           ACCEPT TSITEXA

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXA-R3A.

           IF SIT-EXA NOT = "A" AND SIT-EXA NOT = "I"
                MOVE "*** SITUACAO INVALIDA (A OU I) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EXA-R3B.

           IF W-SEL = 1
                GO TO EXA-ALT-OPC.
      *
       EXA-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXA-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXA-INC-OPC.
       EXA-INC-WR1.
                WRITE REGEXATAB
                IF ST-ERRO2 = "00"
                   MOVE "*** EXAME INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXA-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       EXA-ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXA-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXA-ALT-OPC.
       EXA-ALT-RW1.
                REWRITE REGEXATAB
                IF ST-ERRO2 = "00"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXA-ACE.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    EXAME JA PEDIDO NAO SAI DO CATALOGO: FICA INATIVO
       EXA-EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXA-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXA-EXC-OPC.
       EXA-EXC-DL1.
                PERFORM EXA-VER-USO THRU EXA-VER-USO-FIM
                IF W-EXAUSO = "N"
                   GO TO EXA-EXC-DL2.
                MOVE "I" TO SIT-EXA
                REWRITE REGEXATAB
                IF ST-ERRO2 = "00"
                   MOVE "*** EXAME JA PEDIDO: FICOU INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXA-ACE.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       EXA-EXC-DL2.
                DELETE EXATAB RECORD
                IF ST-ERRO2 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXA-ACE.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    PROCURA ALGUM PEDIDO (DE QUALQUER SITUACAO) DO EXAME
       EXA-VER-USO.
           MOVE "N" TO W-EXAUSO
           MOVE LOW-VALUES TO CHAVE-EX
           START EXAME KEY IS NOT LESS CHAVE-EX
               INVALID KEY
                  GO TO EXA-VER-USO-FIM.
       EXA-VER-USO-LOOP.
           READ EXAME NEXT
               AT END
                  GO TO EXA-VER-USO-FIM.
           IF COD-EXA-EX NOT = COD-EXA
                GO TO EXA-VER-USO-LOOP.
           MOVE "S" TO W-EXAUSO.
       EXA-VER-USO-FIM.
           EXIT.

      *
      ***************************************************
      * RELACAO SEMANAL DE EXAMES SEM RESULTADO HA MAIS  *
      * DE N DIAS, POR MEDICO SOLICITANTE, PARA A        *
      * RECEPCAO LIGAR PARA O PACIENTE                   *
      ***************************************************
      *
       PEN-R1.
           MOVE 7 TO W-NDIAS
           MOVE ZEROS TO W-CRMREL
           DISPLAY TELAPEN.
       PEN-R2.
           ACCEPT TNDIAS

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.
       PEN-R3.
           ACCEPT TCRMREL

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PEN-R2.

           OPEN OUTPUT EXAREL
           IF ST-ERRO5 NOT = "00"
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.

           SORT SORTEXA ON ASCENDING KEY CRM-SX
                        ON ASCENDING KEY CODPAC-SX
                        ON ASCENDING KEY DATAPED-SX
                INPUT PROCEDURE PEN-SELECIONA THRU PEN-SELECIONA-FIM
                OUTPUT PROCEDURE PEN-PROCESSA THRU PEN-PROCESSA-FIM.
           CLOSE EXAREL
           DISPLAY (10, 03) "EXAMES SEM RESULTADO: " W-TOTPEN
           MOVE "*** RELATORIO EXAPEND.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
      *    SO ENTRAM NO SORT OS PEDIDOS PENDENTES COM MAIS DE N
      *    DIAS E, SE INFORMADO, DO MEDICO ESCOLHIDO
       PEN-SELECIONA.
           MOVE LOW-VALUES TO CHAVE-EX
           START EXAME KEY IS NOT LESS CHAVE-EX
               INVALID KEY
                  GO TO PEN-SELECIONA-FIM.
       PEN-SELECIONA-LOOP.
           READ EXAME NEXT
               AT END
                  GO TO PEN-SELECIONA-FIM.
           IF NOT EX-PENDENTE
                GO TO PEN-SELECIONA-LOOP.
           IF W-CRMREL NOT = ZEROS AND CRM-EX NOT = W-CRMREL
                GO TO PEN-SELECIONA-LOOP.
           MOVE DATAPED-EX TO W-CD-DATA-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           COMPUTE W-DIASPED = W-SDIAS-HOJE - W-SDIAS
           IF W-DIASPED NOT > W-NDIAS
                GO TO PEN-SELECIONA-LOOP.
           MOVE CRM-EX     TO CRM-SX
           MOVE CODPAC-EX  TO CODPAC-SX
           MOVE DATAPED-EX TO DATAPED-SX
           MOVE COD-EXA-EX TO COD-EXA-SX
           MOVE LAB-EX     TO LAB-SX
           MOVE W-DIASPED  TO DIAS-SX
           RELEASE REG-SORTEXA
           GO TO PEN-SELECIONA-LOOP.
       PEN-SELECIONA-FIM.
           EXIT.
      *
      *    QUEBRA POR MEDICO COM SUBTOTAL DE PEDIDOS PENDENTES
       PEN-PROCESSA.
           MOVE "S" TO W-PRIMEIRA
           MOVE ZEROS TO W-SUBPEN W-TOTPEN
           MOVE W-HOJE-DIA TO CABDIATX
           MOVE W-HOJE-MES TO CABMESTX
           MOVE W-HOJE-ANO TO CABANOTX
           WRITE REGEXAREL FROM CABPEN1
           MOVE W-NDIAS TO CABNDTX
           WRITE REGEXAREL FROM CABPEN2
           MOVE SPACES TO REGEXAREL
           WRITE REGEXAREL
           WRITE REGEXAREL FROM CABPEN3.
       PEN-PROCESSA-LOOP.
           RETURN SORTEXA
               AT END
                  GO TO PEN-PROCESSA-TOT.
           IF W-PRIMEIRA = "S"
                MOVE "N" TO W-PRIMEIRA
                MOVE CRM-SX TO W-CRM-ANT
                PERFORM PEN-GRUPO THRU PEN-GRUPO-FIM
           ELSE
                IF CRM-SX NOT = W-CRM-ANT
                     PERFORM PEN-QUEBRA THRU PEN-QUEBRA-FIM
                     MOVE CRM-SX TO W-CRM-ANT
                     PERFORM PEN-GRUPO THRU PEN-GRUPO-FIM.
           MOVE CODPAC-SX TO CODPAC2
           READ CADPAC
                INVALID KEY
                     MOVE SPACES TO NOMEPC
                     MOVE ZEROS TO DDDPC TELEFONEPC.
           MOVE COD-EXA-SX TO COD-EXA
           READ EXATAB
                INVALID KEY
                     MOVE SPACES TO DESC-EXA.
           MOVE CODPAC-SX       TO DETPACTX
           MOVE NOMEPC          TO DETNOMTX
           MOVE DDDPC           TO DETDDDTX
           MOVE TELEFONEPC      TO DETTELTX
           MOVE DESC-EXA        TO DETEXATX
           MOVE LAB-SX          TO DETLABTX
           MOVE DATAPED-SX(7:2) TO DETPDIATX
           MOVE DATAPED-SX(5:2) TO DETPMESTX
           MOVE DATAPED-SX(1:4) TO DETPANOTX
           MOVE DIAS-SX         TO DETDIASTX
           WRITE REGEXAREL FROM DETPEN
           ADD 1 TO W-SUBPEN W-TOTPEN
           GO TO PEN-PROCESSA-LOOP.
       PEN-PROCESSA-TOT.
           IF W-PRIMEIRA = "N"
                PERFORM PEN-QUEBRA THRU PEN-QUEBRA-FIM.
           MOVE W-TOTPEN TO TOTPENTX
           MOVE SPACES TO REGEXAREL
           WRITE REGEXAREL
           WRITE REGEXAREL FROM TOTPEN.
       PEN-PROCESSA-FIM.
           EXIT.
      *
       PEN-GRUPO.
           MOVE W-CRM-ANT TO CRM2
           READ CADMED
                INVALID KEY
                     MOVE SPACES TO NOMEMD.
           MOVE W-CRM-ANT TO GRPCRMTX
           MOVE NOMEMD    TO GRPNOMTX
           MOVE SPACES TO REGEXAREL
           WRITE REGEXAREL
           WRITE REGEXAREL FROM GRPPEN.
       PEN-GRUPO-FIM.
           EXIT.
      *
       PEN-QUEBRA.
           MOVE W-SUBPEN TO SUBPENTX
           WRITE REGEXAREL FROM SUBPEN
           MOVE ZEROS TO W-SUBPEN.
       PEN-QUEBRA-FIM.
           EXIT.

      *
      ***************************************************
      * NUMERO ABSOLUTO DE DIAS DA DATA EM W-CD-DATA     *
      ***************************************************
      *
       CALC-DIAS.
           IF W-CD-MES < 1 OR W-CD-MES > 12
                MOVE W-SDIAS-HOJE TO W-SDIAS
                GO TO CALC-DIAS-FIM.
           IF W-CD-MES > 2
                MOVE W-CD-ANO TO W-SANO
           ELSE
                COMPUTE W-SANO = W-CD-ANO - 1.
           COMPUTE W-SQ4 = W-SANO / 4
           COMPUTE W-SQ100 = W-SANO / 100
           COMPUTE W-SQ400 = W-SANO / 400
           COMPUTE W-SDIAS = (365 * W-CD-ANO) + W-SQ4 - W-SQ100
                           + W-SQ400 + TBCUMD(W-CD-MES) + W-CD-DIA.
       CALC-DIAS-FIM.
           EXIT.

       ROT-FIM.
           CLOSE EXAME EXATAB CADPAC CADMED.
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
      *    codigo dos erros
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
