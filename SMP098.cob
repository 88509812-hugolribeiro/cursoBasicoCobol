       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP098.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * PESQUISA DE SATISFACAO (NPS)                    *
      * (EXPORTA AO SERVICO DE MENSAGENS OS PACIENTES   *
      *  DAS CONSULTAS REALIZADAS NO DIA QUE DERAM O    *
      *  CONSENTIMENTO LGPD E IMPORTA AS RESPOSTAS:     *
      *  NOTA DE RECOMENDACAO, NOTAS DA RECEPCAO, DA    *
      *  ESPERA E DO MEDICO E O COMENTARIO; RESPOSTA    *
      *  RECUSADA E LISTADA EM PESQREJ.DOC)             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AGENDA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODPAC WITH DUPLICATES.
           SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPAC2
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOMEPC WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.
           SELECT PESQUISA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PQ
                    FILE STATUS  IS ST-ERRO4.
           SELECT PESQENV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
           SELECT PESQRESP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
           SELECT PESQREJ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "AGENDA.CPY".
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
       COPY "PESQUISA.CPY".
      *
      *    ARQUIVO ENVIADO AO SERVICO DE MENSAGENS (UM REGISTRO POR
      *    CONSULTA; A CHAVE DA CONSULTA VOLTA NA RESPOSTA)
       FD PESQENV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQTXT.
       01 REGENV.
          03 CRM-EV                PIC 9(06).
          03 DATACONS-EV           PIC 9(08).
          03 HORACONS-EV           PIC 9(04).
          03 CODPAC-EV             PIC 9(06).
          03 NOME-EV               PIC X(30).
          03 DDD-EV                PIC 9(02).
          03 TELEFONE-EV           PIC 9(09).
          03 NOMEMD-EV             PIC X(30).
      *
      *    ARQUIVO DE RESPOSTAS DEVOLVIDO PELO SERVICO
       FD PESQRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQTXT.
       01 REGRESP.
          03 CRM-RS                PIC 9(06).
          03 DATACONS-RS           PIC 9(08).
          03 HORACONS-RS           PIC 9(04).
          03 NOTA-RS               PIC 9(02).
          03 NOTAREC-RS            PIC 9(02).
          03 NOTAESP-RS            PIC 9(02).
          03 NOTAMED-RS            PIC 9(02).
          03 COMENT-RS             PIC X(60).
      *
       FD PESQREJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PESQREJ.DOC".
       01 REGREJ       PIC X(100).
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
       01 W-ARQTXT      PIC X(20) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DATAEXP.
          03 W-DATAEXP-ANO PIC 9(04).
          03 W-DATAEXP-MES PIC 9(02).
          03 W-DATAEXP-DIA PIC 9(02).
       01 W-DATAEXP-N REDEFINES W-DATAEXP PIC 9(08).
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

       01 W-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-GRAVADOS    PIC 9(06) VALUE ZEROS.
       01 W-SEMCONS     PIC 9(06) VALUE ZEROS.
       01 W-JAENV       PIC 9(06) VALUE ZEROS.
       01 W-RECUSADOS   PIC 9(06) VALUE ZEROS.

       01  CABREJ1.
           05  FILLER                 PIC X(050) VALUE
           "FATEC - ZONA LESTE  *** RESPOSTAS DE PESQUISA RECU".
           05  FILLER                 PIC X(010) VALUE
           "SADAS ***".

       01  CABREJ2      PIC X(060) VALUE
           "CRM    DATA     HORA MOTIVO".

       01  DETREJ.
           05  CRMRJ      VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DATARJ     VALUE ZEROS  PIC 9(08).
           05  FILLER                 PIC X(001) VALUE " ".
           05  HORARJ     VALUE ZEROS  PIC 9(04).
           05  FILLER                 PIC X(001) VALUE " ".
           05  MOTRJ      VALUE SPACES PIC X(040).

       01  TOTREJ.
           05  FILLER                 PIC X(024) VALUE
           "*** RESPOSTAS RECUSADAS:".
           05  FILLER                 PIC X(001) VALUE " ".
           05  QTDRJ      VALUE ZEROS  PIC ZZZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELA1.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Pesquisa De Satisfacao (NPS)".
           05  LINE 04  COLUMN 01
               VALUE  " E=Exportar Pacientes  I=Importar Respostas:".
           05  LINE 06  COLUMN 01
               VALUE  " Consultas Realizadas Em (DD MM AAAA):".
           05  LINE 08  COLUMN 01
               VALUE  " Arquivo:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TTIPO
               LINE 04  COLUMN 46  PIC X(01)
               USING W-TIPO
               HIGHLIGHT.
           05  TDIAEXP
               LINE 06  COLUMN 40  PIC 9(02)
               USING W-DATAEXP-DIA
               HIGHLIGHT.
           05  TMESEXP
               LINE 06  COLUMN 43  PIC 9(02)
               USING W-DATAEXP-MES
               HIGHLIGHT.
           05  TANOEXP
               LINE 06  COLUMN 46  PIC 9(04)
               USING W-DATAEXP-ANO
               HIGHLIGHT.
           05  TARQTXT
               LINE 08  COLUMN 11  PIC X(20)
               USING W-ARQTXT
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       INICIO.

       R0.
           OPEN INPUT AGENDA
           IF ST-ERRO NOT = "00"
                 MOVE "*** ARQUIVO AGENDA NAO DISPONIVEL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

           OPEN INPUT CADPAC
           IF ST-ERRO2 NOT = "00"
                 MOVE "*** ARQUIVO CADPAC NAO DISPONIVEL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA
                 GO TO ROT-FIM2.

           OPEN INPUT CADMED
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA CADPAC
                 GO TO ROT-FIM2.

           OPEN I-O PESQUISA
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT PESQUISA
                 CLOSE PESQUISA
                 OPEN I-O PESQUISA
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PESQUISA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE AGENDA CADPAC CADMED
                 GO TO ROT-FIM2.
      *
       R1.
            ACCEPT W-HOJE FROM DATE YYYYMMDD
            MOVE W-HOJE TO W-DATAEXP-N
            MOVE SPACES TO W-TIPO W-ARQTXT
            DISPLAY TELA1.

       R2.
           ACCEPT TTIPO

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.

           IF W-TIPO = "e"
                MOVE "E" TO W-TIPO.
           IF W-TIPO = "i"
                MOVE "I" TO W-TIPO.
           IF W-TIPO NOT = "E" AND W-TIPO NOT = "I"
                MOVE "*** DIGITE E=EXPORTAR OU I=IMPORTAR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           IF W-TIPO = "I"
                MOVE "PESQRESP.TXT" TO W-ARQTXT
                DISPLAY TARQTXT
                GO TO R4.
           MOVE "PESQENV.TXT" TO W-ARQTXT
           DISPLAY TARQTXT.

       R3.
           ACCEPT TDIAEXP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.

           IF W-DATAEXP-DIA = ZEROS OR W-DATAEXP-DIA > 31
                MOVE "DIA INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
       R3A.
           ACCEPT TMESEXP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.

           IF W-DATAEXP-MES = ZEROS OR W-DATAEXP-MES > 12
                MOVE "MES INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3A.
       R3B.
           ACCEPT TANOEXP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3A.

           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATAOK = "N" OR W-DATAEXP-N > W-HOJE
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.

       R4.
           ACCEPT TARQTXT

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.

           IF W-ARQTXT = SPACES
                GO TO R4.

       R5.
           IF W-TIPO = "E"
                DISPLAY (12, 03) "CONFIRMA A EXPORTACAO (S/N)? "
           ELSE
                DISPLAY (12, 03) "CONFIRMA A IMPORTACAO (S/N)? ".
           ACCEPT (12, 33) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-SEMCONS W-JAENV
                         W-RECUSADOS
           IF W-TIPO = "I"
                GO TO IMPORTA.

      *
      *****************************************
      * EXPORTACAO DAS CONSULTAS REALIZADAS   *
      * NO DIA                                *
      *****************************************
      *
       EXPORTA.
           OPEN OUTPUT PESQENV
           IF ST-ERRO5 NOT = "00"
                MOVE "*** ERRO NA CRIACAO DO ARQUIVO DE ENVIO ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE ZEROS TO CHAVE-AGENDA
           START AGENDA KEY IS NOT LESS CHAVE-AGENDA
               INVALID KEY
                  GO TO EXPORTA-FIM.
       EXPORTA-LOOP.
           READ AGENDA NEXT
               AT END
                  GO TO EXPORTA-FIM.
           IF DATACONS NOT = W-DATAEXP
                GO TO EXPORTA-LOOP.
           IF NOT AGE-REALIZADA
                GO TO EXPORTA-LOOP.
           ADD 1 TO W-LIDOS

      *    SO VAI PARA A PESQUISA QUEM CONSENTIU NO USO DOS DADOS
           MOVE CODPAC TO CODPAC2
           READ CADPAC
               INVALID KEY
                  ADD 1 TO W-SEMCONS
                  GO TO EXPORTA-LOOP.
           IF NOT PAC-CONSENTIU
                ADD 1 TO W-SEMCONS
                GO TO EXPORTA-LOOP.

      *    CONSULTA JA ENVIADA EM EXPORTACAO ANTERIOR
           MOVE CRM      TO CRM-PQ
           MOVE DATACONS TO DATACONS-PQ
           MOVE HORACONS TO HORACONS-PQ
           READ PESQUISA
               INVALID KEY
                  GO TO EXPORTA-GRAVA.
           ADD 1 TO W-JAENV
           GO TO EXPORTA-LOOP.

       EXPORTA-GRAVA.
           MOVE CODPAC   TO CODPAC-PQ
           MOVE CODIGO   TO CODIGO-PQ
           MOVE W-HOJE   TO DATAENV-PQ
           MOVE "E"      TO SIT-PQ
           MOVE ZEROS    TO DATARESP-PQ NOTA-PQ NOTAREC-PQ
                            NOTAESP-PQ NOTAMED-PQ
           MOVE SPACES   TO COMENT-PQ
           WRITE REGPESQ
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO PESQUISA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EXPORTA-FIM.

           MOVE CRM TO CRM2
           READ CADMED
               INVALID KEY
                  MOVE SPACES TO NOMEMD.
           MOVE CRM-PQ      TO CRM-EV
           MOVE DATACONS-PQ TO DATACONS-EV
           MOVE HORACONS-PQ TO HORACONS-EV
           MOVE CODPAC      TO CODPAC-EV
           MOVE NOMEPC      TO NOME-EV
           MOVE DDDPC       TO DDD-EV
           MOVE TELEFONEPC  TO TELEFONE-EV
           MOVE NOMEMD      TO NOMEMD-EV
           WRITE REGENV
           ADD 1 TO W-GRAVADOS
           GO TO EXPORTA-LOOP.

       EXPORTA-FIM.
           CLOSE PESQENV
           DISPLAY (14, 03) "CONSULTAS REALIZADAS NO DIA: " W-LIDOS
           DISPLAY (15, 03) "SEM CONSENTIMENTO..........: " W-SEMCONS
           DISPLAY (16, 03) "JA ENVIADAS ANTES..........: " W-JAENV
           DISPLAY (17, 03) "EXPORTADAS PARA PESQUISA...: " W-GRAVADOS
           MOVE "*** ARQUIVO DE PESQUISA GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *
      *****************************************
      * IMPORTACAO DAS RESPOSTAS              *
      *****************************************
      *
       IMPORTA.
           OPEN INPUT PESQRESP
           IF ST-ERRO6 NOT = "00"
                MOVE "*** ARQUIVO DE RESPOSTAS NAO ENCONTRADO ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           OPEN OUTPUT PESQREJ
           IF ST-ERRO7 NOT = "00"
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE PESQRESP
                GO TO R1.
           WRITE REGREJ FROM CABREJ1
           MOVE SPACES TO REGREJ
           WRITE REGREJ
           WRITE REGREJ FROM CABREJ2.
       IMPORTA-LOOP.
           READ PESQRESP NEXT RECORD
                AT END
                     GO TO IMPORTA-FIM.
           ADD 1 TO W-LIDOS
           MOVE SPACES TO MOTRJ
           IF CRM-RS NOT NUMERIC OR DATACONS-RS NOT NUMERIC
              OR HORACONS-RS NOT NUMERIC
                MOVE "IDENTIFICACAO DA CONSULTA INVALIDA" TO MOTRJ
                GO TO IMPORTA-REJ.
           IF NOTA-RS NOT NUMERIC OR NOTAREC-RS NOT NUMERIC
              OR NOTAESP-RS NOT NUMERIC OR NOTAMED-RS NOT NUMERIC
                MOVE "NOTA NAO NUMERICA" TO MOTRJ
                GO TO IMPORTA-REJ.
           IF NOTA-RS > 10 OR NOTAREC-RS > 10 OR NOTAESP-RS > 10
              OR NOTAMED-RS > 10
                MOVE "NOTA FORA DA ESCALA DE 0 A 10" TO MOTRJ
                GO TO IMPORTA-REJ.
           MOVE CRM-RS      TO CRM-PQ
           MOVE DATACONS-RS TO DATACONS-PQ
           MOVE HORACONS-RS TO HORACONS-PQ
           READ PESQUISA
               INVALID KEY
                  MOVE "CONSULTA NAO ENVIADA PARA PESQUISA" TO MOTRJ
                  GO TO IMPORTA-REJ.
           IF PQ-RESPONDIDA
                MOVE "RESPOSTA JA IMPORTADA" TO MOTRJ
                GO TO IMPORTA-REJ.
           MOVE "R"         TO SIT-PQ
           MOVE W-HOJE      TO DATARESP-PQ
           MOVE NOTA-RS     TO NOTA-PQ
           MOVE NOTAREC-RS  TO NOTAREC-PQ
           MOVE NOTAESP-RS  TO NOTAESP-PQ
           MOVE NOTAMED-RS  TO NOTAMED-PQ
           MOVE COMENT-RS   TO COMENT-PQ
           REWRITE REGPESQ
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO PESQUISA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IMPORTA-FIM.
           ADD 1 TO W-GRAVADOS
           GO TO IMPORTA-LOOP.

       IMPORTA-REJ.
           ADD 1 TO W-RECUSADOS
           MOVE CRM-RS      TO CRMRJ
           MOVE DATACONS-RS TO DATARJ
           MOVE HORACONS-RS TO HORARJ
           WRITE REGREJ FROM DETREJ
           GO TO IMPORTA-LOOP.

       IMPORTA-FIM.
           CLOSE PESQRESP
           MOVE SPACES TO REGREJ
           WRITE REGREJ
           MOVE W-RECUSADOS TO QTDRJ
           WRITE REGREJ FROM TOTREJ
           CLOSE PESQREJ
           DISPLAY (14, 03) "RESPOSTAS NO ARQUIVO: " W-LIDOS
           DISPLAY (15, 03) "IMPORTADAS..........: " W-GRAVADOS
           DISPLAY (16, 03) "RECUSADAS...........: " W-RECUSADOS
                            "  (PESQREJ.DOC)"
           MOVE "*** RESPOSTAS IMPORTADAS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    DIA DENTRO DO MES, COM FEVEREIRO DE 29 NO ANO BISSEXTO
       VALIDA-DATA.
           MOVE "S" TO W-DATAOK
           MOVE TBDIASMES(W-DATAEXP-MES) TO W-ULTDIA
           IF W-DATAEXP-MES = 2
                DIVIDE W-DATAEXP-ANO BY 4 GIVING W-QUOC4
                       REMAINDER W-REST4
                DIVIDE W-DATAEXP-ANO BY 100 GIVING W-QUOC100
                       REMAINDER W-REST100
                DIVIDE W-DATAEXP-ANO BY 400 GIVING W-QUOC400
                       REMAINDER W-REST400
                IF W-REST4 = ZEROS
                   AND (W-REST100 NOT = ZEROS OR W-REST400 = ZEROS)
                     MOVE 29 TO W-ULTDIA.
           IF W-DATAEXP-DIA > W-ULTDIA
                MOVE "N" TO W-DATAOK.
       VALIDA-DATA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE AGENDA CADPAC CADMED PESQUISA.
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
