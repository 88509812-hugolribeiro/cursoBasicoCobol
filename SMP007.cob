                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DB
                    FILE STATUS  IS ST-ERRO19.

       SELECT PRECOTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PRE
                    FILE STATUS  IS ST-ERRO20.

       SELECT PRECOHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PH
                    FILE STATUS  IS ST-ERRO21.

       SELECT MOTDESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-MD
                    FILE STATUS  IS ST-ERRO22.

       SELECT DESCONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DC
                    FILE STATUS  IS ST-ERRO23.

       SELECT PACOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-PK
                    FILE STATUS  IS ST-ERRO24.

       SELECT PACUSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PU
                    FILE STATUS  IS ST-ERRO25.

       SELECT ALERTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AL
                    FILE STATUS  IS ST-ERRO26.

       SELECT MATLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ML
                    FILE STATUS  IS ST-ERRO27.

       SELECT MATUSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MU
                    FILE STATUS  IS ST-ERRO28.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-ERRO29
                    ALTERNATE RECORD KEY IS NOMECV WITH DUPLICATES.

       SELECT CONVPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-CP
                    FILE STATUS  IS ST-ERRO30.

       SELECT GUIAIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO31.
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
       COPY "RECIBO.CPY".
      *
       COPY "TURNO.CPY".
      *
       COPY "DEBPAC.CPY".
      *
       COPY "PRECOTAB.CPY".
      *
       COPY "PRECOHIS.CPY".
      *
       COPY "MOTDESC.CPY".
      *
       COPY "DESCONTO.CPY".
      *
       COPY "PACOTE.CPY".
      *
       COPY "PACUSO.CPY".
       COPY "ALERTA.CPY".
      *
       COPY "MATLOTE.CPY".
      *
       COPY "MATUSO.CPY".
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
       COPY "CONVPAR.CPY".
      *
       FD GUIAIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQGUIAIMP.
       01 REGGUIAIMP   PIC X(080).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO17     PIC X(02) VALUE "00".
       01 ST-ERRO18     PIC X(02) VALUE "00".
       01 ST-ERRO19     PIC X(02) VALUE "00".
       01 ST-ERRO20     PIC X(02) VALUE "00".
       01 ST-ERRO21     PIC X(02) VALUE "00".
       01 ST-ERRO22     PIC X(02) VALUE "00".
       01 ST-ERRO23     PIC X(02) VALUE "00".
       01 ST-ERRO24     PIC X(02) VALUE "00".
       01 ST-ERRO25     PIC X(02) VALUE "00".
       01 ST-ERRO26     PIC X(02) VALUE "00".
       01 ST-ERRO27     PIC X(02) VALUE "00".
       01 ST-ERRO28     PIC X(02) VALUE "00".
       01 ST-ERRO29     PIC X(02) VALUE "00".
       01 ST-ERRO30     PIC X(02) VALUE "00".
       01 ST-ERRO31     PIC X(02) VALUE "00".
       01 W-TURNOAB     PIC 9(06) VALUE ZEROS.
       01 W-UNIDTU      PIC 9(02) VALUE ZEROS.
       01 W-SALDOPAC    PIC 9(08)V99 VALUE ZEROS.
       01 W-VALDEB      PIC 9(06)V99 VALUE ZEROS.
       01 W-SEQ-DB      PIC 9(03) VALUE ZEROS.
       01 W-VALPROC     PIC 9(06)V99 VALUE ZEROS.
       01 W-SEQ-AP      PIC 9(02) VALUE ZEROS.
       01 W-QTDPROC     PIC 9(02) VALUE ZEROS.
      *    QUANTIDADE AINDA A BAIXAR NOS LOTES E A SAIDA DE UM LOTE
       01 W-QTDLOTE     PIC 9(05)V99 VALUE ZEROS.
       01 W-QTDSAI      PIC 9(05)V99 VALUE ZEROS.

       01 W-ARQRECIMP.
          03 FILLER       PIC X(06) VALUE "RECIBO".
          03 FILLER       PIC X(04) VALUE ".DOC".
          03 FILLER       PIC X(04) VALUE SPACES.

       01 W-ARQGUIAIMP.
          03 FILLER       PIC X(04) VALUE "GUIA".
          03 W-ARQNUMGUIA PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".DOC".
          03 FILLER       PIC X(06) VALUE SPACES.

       01 W-PROXREC     PIC 9(06) VALUE ZEROS.
       01 W-PROXGUIA    PIC 9(06) VALUE ZEROS.
      *    MODELO DA GUIA: "C" = CONSULTA, "S" = SP/SADT
       01 W-MODGUIA     PIC X(01) VALUE "C".
       01 W-VALORPG     PIC 9(06)V99 VALUE ZEROS.
       01 W-FORMAPG     PIC X(01) VALUE SPACES.
       01 W-NUMPG       PIC 9(01) VALUE ZEROS.
             05 W-PGFORMA PIC X(01).
             05 W-PGVALOR PIC 9(06)V99.
       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-PRECO       PIC 9(06)V99 VALUE ZEROS.
       01 W-PERCDESC    PIC 9(03)V99 VALUE ZEROS.
       01 W-TETODESC    PIC 9(03)V99 VALUE ZEROS.
       01 W-TEMDESC     PIC X(01) VALUE "N".
       01 W-MOTDESC     PIC 9(02) VALUE ZEROS.
       01 W-SUPERV      PIC X(08) VALUE SPACES.
       01 W-SENHASUP    PIC X(08) VALUE SPACES.
       01 W-AUTORIZ     PIC X(08) VALUE SPACES.
       01 W-PKPROC      PIC 9(04) VALUE ZEROS.
       01 W-PKACHOU     PIC X(01) VALUE "N".
       01 W-PKBAIXOU    PIC X(01) VALUE "N".
       01 W-COBERTA     PIC X(01) VALUE "N".
       01 W-CARTOK      PIC X(01) VALUE "S".

      *    FAIXA DE ALERTAS CLINICOS ATIVOS DO PACIENTE
       01 W-PACAL       PIC 9(06) VALUE ZEROS.
       01 W-QTDAL       PIC 9(02) VALUE ZEROS.
       01 W-ALMOB       PIC X(01) VALUE "N".
       01 W-BAN-TIPO    PIC X(02) VALUE SPACES.
       01 W-BAN-GRAV    PIC X(01) VALUE SPACES.
       01 W-BAN-DET     PIC X(40) VALUE SPACES.
       01 W-BANNER      PIC X(78) VALUE SPACES.
       01 W-PERMPRONT   PIC X(01) VALUE "N".
       01 W-JAPRONT     PIC X(01) VALUE "N".
      *    CHAVE DO PRONTUARIO PASSADA A EMISSAO DE DOCUMENTOS
       01 W-CONSDOC.
          03 W-CONSDOC-PAC   PIC 9(06) VALUE ZEROS.
          03 W-CONSDOC-DATA  PIC 9(08) VALUE ZEROS.
          03 W-CONSDOC-CRM   PIC 9(06) VALUE ZEROS.
       01 W-EVOL1       PIC X(60) VALUE SPACES.
       01 W-EVOL2       PIC X(60) VALUE SPACES.
       01 W-EVOL3       PIC X(60) VALUE SPACES.
           05  FILLER                 PIC X(006) VALUE "  CPF ".
           05  RECRCPFTX VALUE ZEROS  PIC 99999999999.

      *    GUIA DO CONVENIO PARA ASSINATURA DO PACIENTE
       01  GUICAB1.
           05  FILLER                 PIC X(027) VALUE
           "FATEC - ZONA LESTE        ".
           05  GUITITTX  VALUE SPACES PIC X(030).
       01  GUICAB2.
           05  FILLER                 PIC X(016) VALUE
           "GUIA NUMERO : ".
           05  GUINUMTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(012) VALUE
           "    DATA : ".
           05  GUIDIATX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  GUIMESTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  GUIANOTX  VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(008) VALUE
           "  HORA: ".
           05  GUIHORTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE ":".
           05  GUIMINTX  VALUE ZEROS  PIC 99.
       01  GUIDET1.
           05  FILLER                 PIC X(014) VALUE
           "CONVENIO....: ".
           05  GUICONTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  GUINCVTX  VALUE SPACES PIC X(030).
       01  GUIDET2.
           05  FILLER                 PIC X(014) VALUE
           "PACIENTE....: ".
           05  GUIPACTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  GUINOMTX  VALUE SPACES PIC X(030).
       01  GUIDET3.
           05  FILLER                 PIC X(014) VALUE
           "CARTEIRA....: ".
           05  GUICARTX  VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  GUITITPTX VALUE SPACES PIC X(010).
           05  FILLER                 PIC X(012) VALUE
           "  VALIDADE: ".
           05  GUIVCDTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  GUIVCMTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  GUIVCATX  VALUE ZEROS  PIC 9999.
       01  GUIDET4.
           05  FILLER                 PIC X(014) VALUE
           "MEDICO (CRM): ".
           05  GUICRMTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  GUIMEDTX  VALUE SPACES PIC X(030).
       01  GUIDET5.
           05  FILLER                 PIC X(014) VALUE
           "AUTORIZACAO.: ".
           05  GUISENTX  VALUE SPACES PIC X(012).
           05  FILLER                 PIC X(012) VALUE
           "  VALIDADE: ".
           05  GUIVADTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  GUIVAMTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  GUIVAATX  VALUE ZEROS  PIC 9999.
       01  GUIDET6.
           05  FILLER                 PIC X(014) VALUE
           "ATENDIMENTO.: ".
           05  GUITIPTX  VALUE SPACES PIC X(020).
       01  GUIPROC1     PIC X(050) VALUE
           "PROCEDIMENTOS: COD  TUSS     DESCRICAO".
       01  GUIPROC2.
           05  FILLER                 PIC X(015) VALUE SPACES.
           05  GUICPRTX  VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  GUITUSTX  VALUE ZEROS  PIC 99999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  GUIDPRTX  VALUE SPACES PIC X(030).
       01  GUIASS1      PIC X(060) VALUE
           "ASSINATURA DO PACIENTE: ____________________________".
       01  GUIASS2      PIC X(060) VALUE
           "ASSINATURA DO MEDICO..: ____________________________".

       01 TXTMEDICO     PIC X(30) VALUE SPACES.

       01 W-CRM-BUSCA   PIC 9(06) VALUE ZEROS.
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TBANNER
               LINE 03  COLUMN 01  PIC X(78)
               USING W-BANNER
               HIGHLIGHT.

           05  TCRM
               LINE 04  COLUMN 17  PIC 9(06)
               USING CRM
               USING  MINC
               HIGHLIGHT.

       01  TELASUP.
           05  TSENHASUP
               LINE 22  COLUMN 62  PIC X(08)
               USING  W-SENHASUP
               SECURE.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-CHAMADA.

                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT PRECOTAB
           IF ST-ERRO20 NOT = "00"
             IF ST-ERRO20 = "30"
                 OPEN OUTPUT PRECOTAB
                 CLOSE PRECOTAB
                 OPEN INPUT PRECOTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PRECOTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT PRECOHIS
           IF ST-ERRO21 NOT = "00"
             IF ST-ERRO21 = "30"
                 OPEN OUTPUT PRECOHIS
                 CLOSE PRECOHIS
                 OPEN INPUT PRECOHIS
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PRECOHIS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT MOTDESC
           IF ST-ERRO22 NOT = "00"
             IF ST-ERRO22 = "30"
                 OPEN OUTPUT MOTDESC
                 CLOSE MOTDESC
                 OPEN INPUT MOTDESC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MOTDESC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O DESCONTO
           IF ST-ERRO23 NOT = "00"
             IF ST-ERRO23 = "30"
                 OPEN OUTPUT DESCONTO
                 CLOSE DESCONTO
                 OPEN I-O DESCONTO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DESCONTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O PACOTE
           IF ST-ERRO24 NOT = "00"
             IF ST-ERRO24 = "30"
                 OPEN OUTPUT PACOTE
                 CLOSE PACOTE
                 OPEN I-O PACOTE
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PACOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O PACUSO
           IF ST-ERRO25 NOT = "00"
             IF ST-ERRO25 = "30"
                 OPEN OUTPUT PACUSO
                 CLOSE PACUSO
                 OPEN I-O PACUSO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PACUSO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT ALERTA
           IF ST-ERRO26 NOT = "00"
             IF ST-ERRO26 = "30"
                 OPEN OUTPUT ALERTA
                 CLOSE ALERTA
                 OPEN INPUT ALERTA
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ALERTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O MATLOTE
           IF ST-ERRO27 NOT = "00"
             IF ST-ERRO27 = "30"
                 OPEN OUTPUT MATLOTE
                 CLOSE MATLOTE
                 OPEN I-O MATLOTE
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MATLOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O MATUSO
           IF ST-ERRO28 NOT = "00"
             IF ST-ERRO28 = "30"
                 OPEN OUTPUT MATUSO
                 CLOSE MATUSO
                 OPEN I-O MATUSO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MATUSO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADCONV
           IF ST-ERRO29 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CONVPAR
           IF ST-ERRO30 NOT = "00"
             IF ST-ERRO30 = "30"
                 OPEN OUTPUT CONVPAR
                 CLOSE CONVPAR
                 OPEN INPUT CONVPAR
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONVPAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *    A OFERTA DE PRONTUARIO NO CHECK-OUT SO APARECE PARA
      *    OPERADORES COM A OPCAO DE PRONTUARIO LIBERADA NO PERFIL
           PERFORM LE-PERM-PRONT THRU LE-PERM-PRONT-FIM.
            MOVE W-HOJE-ANO TO ANOC
            MOVE W-HOJE-MES TO MESC
            MOVE W-HOJE-DIA TO DIAC
            MOVE SPACES TO W-BANNER
            DISPLAY TELA1.

       R2.
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
      *    CONSULTA DE CONVENIO JA REALIZADA SO ACEITA A GUIA
      *    (REIMPRESSAO COM OS PROCEDIMENTOS OU VIA ASSINADA)
           IF AGE-REALIZADA AND CODIGO NOT = ZEROS
                MOVE "*** CONSULTA JA REALIZADA, SO A GUIA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ATD-GUIA.
           IF AGE-REALIZADA
                MOVE "*** CONSULTA JA REALIZADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.

      *    ALERTAS CLINICOS ATIVOS DO PACIENTE NO CHECK-IN
           MOVE CODPAC TO W-PACAL
           PERFORM MOSTRA-ALERTA THRU MOSTRA-ALERTA-FIM
           DISPLAY TBANNER.

      *    PACIENTE COM SALDO DEVEDOR E AVISADO JA NO CHECK-IN
           PERFORM SOMA-SALDO THRU SOMA-SALDO-FIM
           IF W-SALDOPAC > ZEROS

       ATD-OPC.
           DISPLAY (23, 12)
                "C=CHEGADA R=REALIZADA F=FALTA P=PAGTO A=AUT "
                "G=GUIA V=VOLTA"
           ACCEPT (23, 71) W-OPCAO
           IF W-OPCAO NOT = "C" AND W-OPCAO NOT = "R"
               AND W-OPCAO NOT = "F" AND W-OPCAO NOT = "P"
               AND W-OPCAO NOT = "A" AND W-OPCAO NOT = "V"
               AND W-OPCAO NOT = "G"
               GO TO ATD-OPC.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           DISPLAY (23, 62) "         "
           IF W-OPCAO = "V"
              GO TO R1.
           IF W-OPCAO = "C"
              GO TO ATD-PGTO.
           IF W-OPCAO = "A"
              GO TO ATD-AUT.
           IF W-OPCAO = "G"
              GO TO ATD-GUIA.
           GO TO ATD-REALIZADA.

      *
      *****************************************
      * GUIA DO CONVENIO: IMPRESSAO (OU       *
      * REIMPRESSAO COM O MESMO NUMERO) E     *
      * DEVOLUCAO DA VIA ASSINADA             *
      *****************************************
      *
       ATD-GUIA.
           IF CODIGO = ZEROS
                MOVE "*** CONSULTA PARTICULAR NAO TEM GUIA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ATD-GUIA-VOLTA.
           PERFORM LE-CONVPAR THRU LE-CONVPAR-FIM
           IF CP-SEM-GUIA
                MOVE "*** CONVENIO NAO UTILIZA GUIA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ATD-GUIA-VOLTA.
           IF GUIA-AGE = ZEROS
                PERFORM GUIA-IMPRIME THRU GUIA-IMPRIME-FIM
                GO TO R1.

       ATD-GUIA-SIT.
           DISPLAY (22, 12) "GUIA " GUIA-AGE
                            " R=REIMPRIME A=ASSINADA V=VOLTA: "
           ACCEPT (22, 57) W-OPCAO
           DISPLAY (22, 12) LIMPA
           IF W-OPCAO = "V"
                GO TO ATD-GUIA-VOLTA.
           IF W-OPCAO = "R"
                PERFORM GUIA-IMPRIME THRU GUIA-IMPRIME-FIM
                GO TO R1.
           IF W-OPCAO NOT = "A"
                GO TO ATD-GUIA-SIT.
           MOVE "A" TO SIT-GUIA
           REWRITE REGAGENDA
           IF ST-ERRO = "00" OR "02"
                MOVE "*** GUIA ASSINADA REGISTRADA NA CONSULTA ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE AGENDA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ATD-GUIA-VOLTA.
           IF AGE-REALIZADA
                GO TO R1.
           GO TO ATD-OPC.

      *
      *****************************************
      * SENHA DE AUTORIZACAO DO CONVENIO      *
           GO TO ROT-FIM.

       ATD-CHEGADA.
           PERFORM VER-CARTEIRA THRU VER-CARTEIRA-FIM
           IF W-CARTOK = "N"
                MOVE "*** CARTEIRINHA VENCIDA - ATUALIZE O CADASTRO ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ATD-OPC.
           ACCEPT W-AGORA FROM TIME
           MOVE W-AGORA-HHMM TO HORA-CHEGADA
           REWRITE REGAGENDA
           IF ST-ERRO = "00" OR "02"
                MOVE "*** CHEGADA DO PACIENTE REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE ZEROS TO W-QTDPROC
                PERFORM GUIA-OFERTA THRU GUIA-OFERTA-FIM
                GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE AGENDA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "*** CONSULTA REGISTRADA COMO REALIZADA ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE ZEROS TO W-PKPROC W-QTDPROC
                PERFORM PACOTE-OFERTA THRU PACOTE-OFERTA-FIM
                PERFORM PROC-OFERTA THRU PROC-OFERTA-FIM
                PERFORM GUIA-OFERTA THRU GUIA-OFERTA-FIM
                PERFORM ENCAM-OFERTA THRU ENCAM-OFERTA-FIM
                PERFORM PRONT-OFERTA THRU PRONT-OFERTA-FIM
                PERFORM DOC-OFERTA THRU DOC-OFERTA-FIM
                GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE AGENDA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ATD-OPC.

      *    CONSULTA PARTICULAR COBERTA POR PACOTE DE SESSOES (JA
      *    BAIXADA OU A BAIXAR NA REALIZACAO) NAO E COBRADA DE NOVO
           MOVE "N" TO W-COBERTA
           IF CODIGO = ZEROS
                PERFORM PACOTE-COBRE THRU PACOTE-COBRE-FIM.
           IF W-COBERTA = "S"
                DISPLAY (22, 12) "COBRAR MESMO ASSIM (S/N)? "
                ACCEPT (22, 39) W-OPCAO
                DISPLAY (22, 12) LIMPA
                DISPLAY (20, 03) LIMPA
                IF W-OPCAO NOT = "S" AND "s"
                     GO TO ATD-OPC.

           MOVE ZEROS TO W-VALORPG
           DISPLAY (20, 03) "VALOR RECEBIDO: "
           ACCEPT (20, 20) W-VALORPG
           IF W-ACT = 01
                GO TO ATD-OPC.

      *    CONSULTA PARTICULAR COBRADA ABAIXO DO PRECO DE TABELA:
      *    OU E DESCONTO (COM MOTIVO E, ACIMA DO TETO DO OPERADOR,
      *    AUTORIZACAO DE SUPERVISOR) OU FICA COMO SALDO DEVEDOR.
      *    VALOR ZERADO SO E ACEITO COMO CORTESIA (DESCONTO DE 100%)
           MOVE "N" TO W-TEMDESC
           IF CODIGO = ZEROS AND W-COBERTA = "N"
                PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
                IF W-PRECO > W-VALORPG
                     PERFORM DESC-OFERTA THRU DESC-OFERTA-FIM.
           IF W-TEMDESC = "X"
                GO TO ATD-PGTO.
           IF W-VALORPG = ZEROS
                IF W-TEMDESC = "S"
                     GO TO ATD-PGTO-CORTESIA
                ELSE
                     GO TO ATD-PGTO.

      *
      *    ATE TRES FORMAS DE PAGAMENTO NO MESMO RECIBO; AS
           MOVE W-OPERADOR   TO OPERADOR-REC
           MOVE SPACE        TO NFSE-REC
           MOVE W-TURNOAB    TO TURNO-REC
           MOVE W-UNIDTU     TO UNID-REC
           MOVE SPACE        TO SIT-REC NFSECANC-REC TIPO-REC
           MOVE SPACES       TO MOTEST-REC SUPEST-REC
           MOVE ZEROS        TO DATAEST-REC
           MOVE 1 TO W-IXPG.
       ATD-PGTO-MOVE-LIN.
           IF W-IXPG NOT > 3
           MOVE "*** RECEBIMENTO REGISTRADO, RECIBO EMITIDO ***"
                                                        TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
      *    A DIFERENCA JA FOI EXPLICADA COMO DESCONTO; NAO HA
      *    RESTANTE A POSTAR COMO DEBITO
           IF W-TEMDESC = "S"
                PERFORM GRAVA-DESCONTO THRU GRAVA-DESCONTO-FIM
                GO TO ATD-OPC.
           PERFORM DEBITO-OFERTA THRU DEBITO-OFERTA-FIM
           GO TO ATD-OPC.

      *
      *    CORTESIA: CONSULTA SEM COBRANCA NAO GERA RECIBO, SO O
      *    REGISTRO DO DESCONTO (SEM NUMERO DE RECIBO)
      *
       ATD-PGTO-CORTESIA.
           MOVE ZEROS TO NUM-REC
           PERFORM GRAVA-DESCONTO THRU GRAVA-DESCONTO-FIM
           MOVE "*** CORTESIA REGISTRADA (SEM RECIBO) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ATD-OPC.
      *
      *
      ***************************************************
      * DESCONTO NO CAIXA: MOTIVO OBRIGATORIO DA TABELA  *
      * DE MOTIVOS DE DESCONTO; PERCENTUAL ACIMA DO TETO *
      * DO OPERADOR EXIGE CODIGO E SENHA DE SUPERVISOR   *
      * W-TEMDESC: S=DESCONTO  N=SALDO DEVEDOR  X=VOLTA  *
      ***************************************************
      *
       DESC-OFERTA.
           DISPLAY (22, 12) LIMPA
           DISPLAY (22, 12) "TABELA " W-PRECO
                            " D=DESCONTO S=SALDO DEVEDOR: "
           ACCEPT (22, 60) W-OPCAO

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                MOVE "X" TO W-TEMDESC
                GO TO DESC-OFERTA-LIMPA.
           IF W-OPCAO = "S" AND W-VALORPG > ZEROS
                GO TO DESC-OFERTA-LIMPA.
           IF W-OPCAO NOT = "D"
                GO TO DESC-OFERTA.

       DESC-MOTIVO.
           MOVE ZEROS TO W-MOTDESC
           DISPLAY (22, 12) LIMPA
           DISPLAY (22, 12) "MOTIVO DO DESCONTO: "
           ACCEPT (22, 33) W-MOTDESC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DESC-OFERTA.
           MOVE W-MOTDESC TO COD-MD
           READ MOTDESC
               INVALID KEY
                  MOVE "*** MOTIVO DE DESCONTO NAO CADASTRADO ***"
                                                        TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO DESC-MOTIVO.
           DISPLAY (22, 37) DESC-MD

           COMPUTE W-PERCDESC ROUNDED =
                   (W-PRECO - W-VALORPG) * 100 / W-PRECO
           MOVE SPACES TO W-AUTORIZ
           IF W-PERCDESC NOT > W-TETODESC
                MOVE "S" TO W-TEMDESC
                GO TO DESC-OFERTA-LIMPA.

       DESC-SUPERV.
           MOVE SPACES TO W-SUPERV W-SENHASUP
           DISPLAY (21, 03) LIMPA
           DISPLAY (21, 03) "DESCONTO ACIMA DO TETO: " W-PERCDESC
                            "%  SUPERVISOR: "
           ACCEPT (21, 50) W-SUPERV

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                DISPLAY (21, 03) LIMPA
                GO TO DESC-MOTIVO.
           IF W-SUPERV = SPACES
                GO TO DESC-SUPERV.
           DISPLAY (22, 12) LIMPA
           DISPLAY (22, 50) "SENHA: "
           ACCEPT TSENHASUP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DESC-SUPERV.

           PERFORM VALIDA-SUPERV THRU VALIDA-SUPERV-FIM
           IF W-OPCAO NOT = "S"
                GO TO DESC-SUPERV.
           MOVE W-SUPERV TO W-AUTORIZ
           MOVE "S" TO W-TEMDESC
           DISPLAY (21, 03) LIMPA.
       DESC-OFERTA-LIMPA.
           DISPLAY (22, 12) LIMPA.
       DESC-OFERTA-FIM.
           EXIT.
      *
      ***************************************************
      * VALIDACAO DO SUPERVISOR: CADASTRADO, SENHA       *
      * CONFERE, ATIVO E MARCADO COMO SUPERVISOR         *
      ***************************************************
      *
       VALIDA-SUPERV.
           MOVE "N" TO W-OPCAO
           OPEN INPUT OPERADOR
           IF ST-ERRO6 NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO OPERADOR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VALIDA-SUPERV-FIM.
           MOVE W-SUPERV TO COD-OPER
           READ OPERADOR
               INVALID KEY
                  MOVE "*** SUPERVISOR NAO CADASTRADO ***" TO MENS
                  GO TO VALIDA-SUPERV-MENS.
           IF SENHA-OPER NOT = W-SENHASUP
                MOVE "*** SENHA DO SUPERVISOR NAO CONFERE ***" TO MENS
                GO TO VALIDA-SUPERV-MENS.
           IF OPER-INATIVO
                MOVE "*** SUPERVISOR INATIVO ***" TO MENS
                GO TO VALIDA-SUPERV-MENS.
           IF NOT OPER-SUPERVISOR
                MOVE "*** OPERADOR NAO E SUPERVISOR DE CAIXA ***"
                                                        TO MENS
                GO TO VALIDA-SUPERV-MENS.
           MOVE "S" TO W-OPCAO
           CLOSE OPERADOR
           GO TO VALIDA-SUPERV-FIM.
       VALIDA-SUPERV-MENS.
           CLOSE OPERADOR
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VALIDA-SUPERV-FIM.
           EXIT.
      *
      ***************************************************
      * REGISTRO DO DESCONTO DA CONSULTA (NUM-REC ZERADO *
      * NA CORTESIA); NOVO DESCONTO NA MESMA CONSULTA    *
      * SUBSTITUI O ANTERIOR                             *
      ***************************************************
      *
       GRAVA-DESCONTO.
           MOVE CRM         TO CRM-DC
           MOVE DATACONS    TO DATACONS-DC
           MOVE HORACONS    TO HORACONS-DC
           MOVE CODPAC      TO CODPAC-DC
           MOVE NUM-REC     TO NUMREC-DC
           MOVE W-HOJE      TO DATA-DC
           MOVE W-PRECO     TO VALORTAB-DC
           MOVE W-VALORPG   TO VALORCOB-DC
           MOVE W-MOTDESC   TO MOTIVO-DC
           MOVE W-OPERADOR  TO OPERADOR-DC
           MOVE W-AUTORIZ   TO AUTORIZ-DC
           WRITE REGDESCONTO
           IF ST-ERRO23 = "22"
                REWRITE REGDESCONTO.
           IF ST-ERRO23 NOT = "00" AND ST-ERRO23 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO DESCONTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-DESCONTO-FIM.
           EXIT.
      *
      ***************************************************
      * PRECO DE TABELA DA CONSULTA PARTICULAR: PRECO DO *
      * MEDICO VIGENTE NA DATA (HISTORICO QUANDO O PRECO *
      * ATUAL E POSTERIOR) OU O VALOR DO CADASTRO        *
      ***************************************************
      *
       BUSCA-PRECO.
           MOVE ZEROS TO W-PRECO
           MOVE CRM   TO CRM-PRE
           MOVE ZEROS TO CODIGO-PRE
           READ PRECOTAB
               INVALID KEY
                  GO TO BUSCA-PRECO-MED.
           MOVE VALOR-PRE TO W-PRECO
           IF VIGENCIA-PRE > DATACONS
                PERFORM BUSCA-PRECO-HIS THRU BUSCA-PRECO-HIS-FIM.
           GO TO BUSCA-PRECO-FIM.
       BUSCA-PRECO-MED.
           MOVE CRM TO CRM2
           READ CADMED
               INVALID KEY
                  GO TO BUSCA-PRECO-FIM.
           MOVE VALOR-CONSULTA TO W-PRECO.
       BUSCA-PRECO-FIM.
           EXIT.
      *
       BUSCA-PRECO-HIS.
           MOVE CRM-PRE    TO CRM-PH
           MOVE CODIGO-PRE TO CODIGO-PH
           MOVE DATACONS   TO DATAFIM-PH
           START PRECOHIS KEY IS NOT LESS CHAVE-PH
                INVALID KEY
                     GO TO BUSCA-PRECO-HIS-FIM.
       BUSCA-PRECO-HIS-LOOP.
           READ PRECOHIS NEXT RECORD
                AT END
                     GO TO BUSCA-PRECO-HIS-FIM.
           IF CRM-PH NOT = CRM-PRE
              OR CODIGO-PH NOT = CODIGO-PRE
                GO TO BUSCA-PRECO-HIS-FIM.
           IF DATAFIM-PH NOT > DATACONS
                GO TO BUSCA-PRECO-HIS-LOOP.
           MOVE VALOR-PH TO W-PRECO.
       BUSCA-PRECO-HIS-FIM.
           EXIT.
      *
      *
      ***************************************************
               NOT INVALID KEY
                  MOVE VALOR-PP TO W-VALPROC.

      *    PROCEDIMENTO COBERTO POR PACOTE DE SESSOES SAI SEM VALOR
           MOVE W-CODPROC TO W-PKPROC
           PERFORM PACOTE-OFERTA THRU PACOTE-OFERTA-FIM
           IF W-PKBAIXOU = "S"
                MOVE ZEROS TO W-VALPROC.

           PERFORM ACHA-SEQ-AP THRU ACHA-SEQ-AP-FIM
           MOVE CRM       TO CRM-AP
           MOVE DATACONS  TO DATACONS-AP
       ACHA-SEQ-AP-FIM.
           EXIT.

      *
      ***************************************************
      * PACOTE DE SESSOES PRE-PAGO: NA REALIZACAO BAIXA  *
      * UMA SESSAO DO PACOTE ABERTO DO PACIENTE (MEDICO  *
      * DO PACOTE OU QUALQUER MEDICO, DENTRO DA VALIDADE)*
      * E GRAVA O USO; W-PKPROC ZERADO E CONSULTA, SENAO *
      * O PROCEDIMENTO LANCADO. SO CONSULTA PARTICULAR   *
      ***************************************************
      *
       PACOTE-OFERTA.
           MOVE "N" TO W-PKBAIXOU
           IF CODIGO NOT = ZEROS
                GO TO PACOTE-OFERTA-FIM.
           MOVE CRM      TO CRM-PU
           MOVE DATACONS TO DATACONS-PU
           MOVE HORACONS TO HORACONS-PU
           MOVE W-PKPROC TO COD-PROC-PU
           READ PACUSO
               NOT INVALID KEY
                  GO TO PACOTE-OFERTA-FIM.
           PERFORM PACOTE-BUSCA THRU PACOTE-BUSCA-FIM
           IF W-PKACHOU NOT = "S"
                GO TO PACOTE-OFERTA-FIM.
           DISPLAY (22, 12) "BAIXAR SESSAO DO PACOTE        (S/N)? "
           DISPLAY (22, 36) NUM-PK
           ACCEPT (22, 51) W-OPCAO
           DISPLAY (22, 12) LIMPA
           IF W-OPCAO NOT = "S" AND "s"
                GO TO PACOTE-OFERTA-FIM.

           ADD 1 TO QTDUSO-PK
           IF QTDUSO-PK NOT < QTDSES-PK
                MOVE "E" TO SIT-PK.
           REWRITE REGPACOTE
           IF ST-ERRO24 NOT = "00" AND ST-ERRO24 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO PACOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PACOTE-OFERTA-FIM.

           MOVE CRM        TO CRM-PU
           MOVE DATACONS   TO DATACONS-PU
           MOVE HORACONS   TO HORACONS-PU
           MOVE W-PKPROC   TO COD-PROC-PU
           MOVE NUM-PK     TO NUM-PU
           MOVE CODPAC     TO CODPAC-PU
           MOVE W-HOJE     TO DATA-PU
           MOVE W-OPERADOR TO OPERADOR-PU
           WRITE REGPACUSO
           IF ST-ERRO25 NOT = "00" AND ST-ERRO25 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO USO DO PACOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PACOTE-OFERTA-FIM.
           MOVE "S" TO W-PKBAIXOU
           MOVE "*** SESSAO BAIXADA DO PACOTE DO PACIENTE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PACOTE-OFERTA-FIM.
           EXIT.
      *
       PACOTE-BUSCA.
           MOVE "N" TO W-PKACHOU
           MOVE ZEROS TO NUM-PK
           START PACOTE KEY IS NOT LESS NUM-PK
                INVALID KEY
                     GO TO PACOTE-BUSCA-FIM.
       PACOTE-BUSCA-LOOP.
           READ PACOTE NEXT RECORD
                AT END
                     GO TO PACOTE-BUSCA-FIM.
           IF CODPAC-PK NOT = CODPAC
              OR NOT PK-ABERTO
              OR COD-PROC-PK NOT = W-PKPROC
                GO TO PACOTE-BUSCA-LOOP.
           IF CRM-PK NOT = ZEROS AND CRM-PK NOT = CRM
                GO TO PACOTE-BUSCA-LOOP.
           IF VALID-PK < DATACONS
              OR QTDUSO-PK NOT < QTDSES-PK
                GO TO PACOTE-BUSCA-LOOP.
           MOVE "S" TO W-PKACHOU.
       PACOTE-BUSCA-FIM.
           EXIT.
      *
      *    NO CAIXA: CONSULTA JA BAIXADA DE UM PACOTE OU COM PACOTE
      *    ABERTO QUE A COBRE NA REALIZACAO
       PACOTE-COBRE.
           MOVE CRM      TO CRM-PU
           MOVE DATACONS TO DATACONS-PU
           MOVE HORACONS TO HORACONS-PU
           MOVE ZEROS    TO COD-PROC-PU
           READ PACUSO
               INVALID KEY
                  GO TO PACOTE-COBRE-ABERTO.
           MOVE "S" TO W-COBERTA
           DISPLAY (20, 03) "CONSULTA JA BAIXADA DO PACOTE "
           DISPLAY (20, 34) NUM-PU
           GO TO PACOTE-COBRE-FIM.
       PACOTE-COBRE-ABERTO.
           MOVE ZEROS TO W-PKPROC
           PERFORM PACOTE-BUSCA THRU PACOTE-BUSCA-FIM
           IF W-PKACHOU = "S"
                MOVE "S" TO W-COBERTA
                DISPLAY (20, 03) "CONSULTA COBERTA PELO PACOTE "
                DISPLAY (20, 33) NUM-PK.
       PACOTE-COBRE-FIM.
           EXIT.

      *
      ***************************************************
      * ENCAMINHAMENTO NO CHECK-OUT: O MEDICO DE ORIGEM  *
      ***************************************************
      *
       ACHA-TURNO.
           MOVE ZEROS TO W-TURNOAB W-UNIDTU
           MOVE ZEROS TO SEQ-TU
           START TURNO KEY IS NOT LESS SEQ-TU
                INVALID KEY
                AT END
                     GO TO ACHA-TURNO-FIM.
           IF TU-ABERTO AND OPERADOR-TU = W-OPERADOR
                MOVE SEQ-TU TO W-TURNOAB
                MOVE UNID-TU TO W-UNIDTU.
           GO TO ACHA-TURNO-LOOP.
       ACHA-TURNO-FIM.
           EXIT.
           MOVE W-VALDEB TO VALOR-DB
           MOVE W-VALDEB TO SALDO-DB
           MOVE "A"      TO SIT-DB
           MOVE ZEROS    TO NOSSONUM-DB
           WRITE REGDEBPAC
           DISPLAY (22, 12) LIMPA
           IF ST-ERRO19 = "00" OR "02"
           GO TO SOMA-SALDO-LOOP.
       SOMA-SALDO-FIM.
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
      *****************************************
      * CARTEIRINHA DO CONVENIO NO CHECK-IN   *
      *****************************************
      *
       VER-CARTEIRA.
           MOVE "S" TO W-CARTOK
           MOVE CODPAC TO CODPAC2
           READ CADPAC
                INVALID KEY
                     GO TO VER-CARTEIRA-FIM.
           IF CODIGO = ZEROS OR CODIGO NOT = CODIGOPC
                GO TO VER-CARTEIRA-FIM.
           IF PAC-FORA-ARQUIVO
                MOVE "* AVISO: FORA DO ARQUIVO DE BENEFICIARIOS *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF VALIDCART-PAC NOT = ZEROS AND
              VALIDCART-PAC < DATACONS
                MOVE "N" TO W-CARTOK.
       VER-CARTEIRA-FIM.
           EXIT.

      *
      ***************************************************
           READ MATTAB
               INVALID KEY
                  GO TO BAIXA-ESTOQUE-LOOP.
           SUBTRACT QTD-MP FROM ESTOQUE-MAT
           REWRITE REGMAT
           IF ESTOQUE-MAT < ESTMIN-MAT
                DISPLAY (21, 03) "AVISO: REPOR MATERIAL " DESC-MAT.
           PERFORM BAIXA-LOTE THRU BAIXA-LOTE-FIM
           GO TO BAIXA-ESTOQUE-LOOP.
       BAIXA-ESTOQUE-FIM.
           EXIT.
      *
      *    PRIMEIRO QUE VENCE, PRIMEIRO QUE SAI: A QUANTIDADE SAI
      *    DOS LOTES ATIVOS AINDA NO PRAZO, DO VENCIMENTO MAIS
      *    PROXIMO AO MAIS DISTANTE; CADA SAIDA FICA GRAVADA COM O
      *    PACIENTE PARA O RASTREIO DO LOTE. SALDO ANTIGO SEM LOTE
      *    CADASTRADO SO SAI DO ESTOQUE GERAL
       BAIXA-LOTE.
           MOVE QTD-MP     TO W-QTDLOTE
           MOVE COD-MAT-MP TO COD-MAT-ML
           MOVE W-HOJE     TO VALIDADE-ML
           MOVE SPACES     TO LOTE-ML
           START MATLOTE KEY IS NOT LESS CHAVE-ML
                INVALID KEY
                     GO TO BAIXA-LOTE-FIM.
       BAIXA-LOTE-LOOP.
           IF W-QTDLOTE = ZEROS
                GO TO BAIXA-LOTE-FIM.
           READ MATLOTE NEXT RECORD
                AT END
                     GO TO BAIXA-LOTE-FIM.
           IF COD-MAT-ML NOT = COD-MAT-MP
                GO TO BAIXA-LOTE-FIM.
           IF NOT ML-ATIVO OR SALDO-ML = ZEROS
                GO TO BAIXA-LOTE-LOOP.
           IF SALDO-ML < W-QTDLOTE
                MOVE SALDO-ML  TO W-QTDSAI
           ELSE
                MOVE W-QTDLOTE TO W-QTDSAI.
           SUBTRACT W-QTDSAI FROM SALDO-ML W-QTDLOTE
           REWRITE REGMATLOTE

           MOVE COD-MAT-ML  TO COD-MAT-MU
           MOVE LOTE-ML     TO LOTE-MU
           MOVE VALIDADE-ML TO VALIDADE-MU
           MOVE CRM         TO CRM-MU
           MOVE DATACONS    TO DATACONS-MU
           MOVE HORACONS    TO HORACONS-MU
           MOVE W-SEQ-AP    TO SEQ-MU
           MOVE CODPAC      TO CODPAC-MU
           MOVE W-CODPROC   TO COD-PROC-MU
           MOVE W-QTDSAI    TO QTD-MU
           WRITE REGMATUSO
           IF ST-ERRO28 NOT = "00" AND ST-ERRO28 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO MATUSO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO BAIXA-LOTE-LOOP.
       BAIXA-LOTE-FIM.
           EXIT.

      *
      ***************************************************
                  GO TO LE-PERM-PRONT-FIM.
           IF PERM-OPER(43:1) = "S"
                MOVE "S" TO W-PERMPRONT.
      *    TETO DE DESCONTO QUE O OPERADOR CONCEDE SOZINHO NO CAIXA
           MOVE TETODESC-OPER TO W-TETODESC.
           CLOSE OPERADOR.
       LE-PERM-PRONT-FIM.
           EXIT.
       PRONT-OFERTA-FIM.
           EXIT.

      *
      ***************************************************
      * OFERTA DE RECEITA, ATESTADO E DECLARACAO DE      *
      * COMPARECIMENTO DA CONSULTA REALIZADA (A RECEPCAO *
      * SO EMITE A DECLARACAO)                           *
      ***************************************************
      *
       DOC-OFERTA.
           DISPLAY (22, 12) "EMITIR RECEITA/ATESTADO/DECLARACAO (S/N)? "
           ACCEPT (22, 55) W-OPCAO
           DISPLAY (22, 12) LIMPA
           IF W-OPCAO NOT = "S" AND "s"
                GO TO DOC-OFERTA-FIM.
           MOVE CODPAC   TO W-CONSDOC-PAC
           MOVE DATACONS TO W-CONSDOC-DATA
           MOVE CRM      TO W-CONSDOC-CRM
           CALL "SMP089" USING W-OPERADOR W-CONSDOC
           DISPLAY (01, 01) ERASE
           DISPLAY TELA1.
       DOC-OFERTA-FIM.
           EXIT.

      *
      ***************************************************
      * OFERTA DA GUIA DO CONVENIO: NO CHECK-IN, QUANDO  *
      * AINDA NAO FOI IMPRESSA; NA REALIZACAO, TAMBEM    *
      * QUANDO HOUVE PROCEDIMENTO LANCADO (A GUIA SAI DE *
      * NOVO, COM O MESMO NUMERO E OS PROCEDIMENTOS)     *
      ***************************************************
      *
       GUIA-OFERTA.
           IF CODIGO = ZEROS
                GO TO GUIA-OFERTA-FIM.
           IF GUIA-AGE NOT = ZEROS AND W-QTDPROC = ZEROS
                GO TO GUIA-OFERTA-FIM.
           PERFORM LE-CONVPAR THRU LE-CONVPAR-FIM
           IF CP-SEM-GUIA
                GO TO GUIA-OFERTA-FIM.
           IF GUIA-AGE NOT = ZEROS
                GO TO GUIA-OFERTA-REIMP.
           DISPLAY (22, 12) "IMPRIMIR GUIA DO CONVENIO (S/N)? "
           ACCEPT (22, 46) W-OPCAO
           GO TO GUIA-OFERTA-RESP.
       GUIA-OFERTA-REIMP.
           DISPLAY (22, 12) "REIMPRIMIR GUIA C/ PROCEDIMENTOS (S/N)? "
           ACCEPT (22, 52) W-OPCAO.
       GUIA-OFERTA-RESP.
           DISPLAY (22, 12) LIMPA
           IF W-OPCAO NOT = "S" AND "s"
                GO TO GUIA-OFERTA-FIM.
           PERFORM GUIA-IMPRIME THRU GUIA-IMPRIME-FIM.
       GUIA-OFERTA-FIM.
           EXIT.
      *
       LE-CONVPAR.
           MOVE CODIGO TO CODIGO-CP
           READ CONVPAR
               INVALID KEY
                  MOVE SPACE TO GUIA-CP.
       LE-CONVPAR-FIM.
           EXIT.

      *
      ***************************************************
      * IMPRESSAO DA GUIA NO MODELO DO CONVENIO (GUIA DE *
      * CONSULTA OU SP/SADT). O NUMERO VEM DA SERIE      *
      * "GUIA" DO CONTROLE DE NUMERACAO NA PRIMEIRA      *
      * IMPRESSAO E FICA NA CONSULTA; A REIMPRESSAO USA  *
      * O MESMO NUMERO. A GUIA VAI PARA GUIANNNNNN.DOC   *
      ***************************************************
      *
       GUIA-IMPRIME.
           IF GUIA-AGE = ZEROS
                PERFORM ACHA-PROXGUIA THRU ACHA-PROXGUIA-FIM
                MOVE W-PROXGUIA TO GUIA-AGE.
           MOVE GUIA-AGE TO W-ARQNUMGUIA
           OPEN OUTPUT GUIAIMP
           IF ST-ERRO31 NOT = "00"
                MOVE "ERRO NA IMPRESSAO DA GUIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GUIA-IMPRIME-GRAVA.

      *    MODELO: O DO CONVPAR; NO AUTOMATICO, SP/SADT QUANDO A
      *    CONSULTA TEM PROCEDIMENTO LANCADO OU E DE PROCEDIMENTO
           PERFORM ACHA-SEQ-AP THRU ACHA-SEQ-AP-FIM
           MOVE "C" TO W-MODGUIA
           IF CP-GUIA-SADT
                MOVE "S" TO W-MODGUIA.
           IF CP-GUIA-AUTO AND (W-SEQ-AP > 1 OR TIPO-PROCED)
                MOVE "S" TO W-MODGUIA.
           IF W-MODGUIA = "S"
                MOVE "*** GUIA DE SP/SADT ***" TO GUITITTX
           ELSE
                MOVE "*** GUIA DE CONSULTA ***" TO GUITITTX.
           WRITE REGGUIAIMP FROM GUICAB1
           MOVE GUIA-AGE TO GUINUMTX
           MOVE DIAC     TO GUIDIATX
           MOVE MESC     TO GUIMESTX
           MOVE ANOC     TO GUIANOTX
           MOVE HORAC    TO GUIHORTX
           MOVE MINC     TO GUIMINTX
           WRITE REGGUIAIMP FROM GUICAB2
           MOVE SPACES TO REGGUIAIMP
           WRITE REGGUIAIMP

           MOVE CODIGO TO CODIGO2
           READ CADCONV
                INVALID KEY
                     MOVE SPACES TO NOMECV.
           MOVE CODIGO TO GUICONTX
           MOVE NOMECV TO GUINCVTX
           WRITE REGGUIAIMP FROM GUIDET1

           MOVE CODPAC TO CODPAC2
           READ CADPAC
                INVALID KEY
                     MOVE SPACES TO NOMEPC CARTEIRA-PAC TITULAR-PAC
                     MOVE ZEROS TO VALIDCART-PAC.
           MOVE CODPAC TO GUIPACTX
           MOVE NOMEPC TO GUINOMTX
           WRITE REGGUIAIMP FROM GUIDET2
           MOVE CARTEIRA-PAC TO GUICARTX
           MOVE SPACES TO GUITITPTX
           IF PAC-TITULAR
                MOVE "TITULAR" TO GUITITPTX.
           IF PAC-DEPENDENTE
                MOVE "DEPENDENTE" TO GUITITPTX.
           MOVE VALIDCART-PAC(7:2) TO GUIVCDTX
           MOVE VALIDCART-PAC(5:2) TO GUIVCMTX
           MOVE VALIDCART-PAC(1:4) TO GUIVCATX
           WRITE REGGUIAIMP FROM GUIDET3

           MOVE CRM       TO GUICRMTX
           MOVE TXTMEDICO TO GUIMEDTX
           WRITE REGGUIAIMP FROM GUIDET4
           MOVE SENHA-AUT TO GUISENTX
           MOVE VALID-AUT(7:2) TO GUIVADTX
           MOVE VALID-AUT(5:2) TO GUIVAMTX
           MOVE VALID-AUT(1:4) TO GUIVAATX
           WRITE REGGUIAIMP FROM GUIDET5
           MOVE SPACES TO GUITIPTX
           IF TIPO-PRIMEIRA
                MOVE "PRIMEIRA CONSULTA" TO GUITIPTX.
           IF TIPO-RETORNO
                MOVE "RETORNO" TO GUITIPTX.
           IF TIPO-PROCED
                MOVE "PROCEDIMENTO" TO GUITIPTX.
           WRITE REGGUIAIMP FROM GUIDET6

      *    NA SP/SADT SEGUEM OS PROCEDIMENTOS JA LANCADOS
           IF W-MODGUIA = "S"
                MOVE SPACES TO REGGUIAIMP
                WRITE REGGUIAIMP
                WRITE REGGUIAIMP FROM GUIPROC1
                PERFORM GUIA-IMP-PROC THRU GUIA-IMP-PROC-FIM.

           MOVE SPACES TO REGGUIAIMP
           WRITE REGGUIAIMP
           WRITE REGGUIAIMP
           WRITE REGGUIAIMP FROM GUIASS1
           MOVE SPACES TO REGGUIAIMP
           WRITE REGGUIAIMP
           WRITE REGGUIAIMP FROM GUIASS2
           CLOSE GUIAIMP.

       GUIA-IMPRIME-GRAVA.
           IF NOT GUIA-ASSINADA
                MOVE "I" TO SIT-GUIA.
           REWRITE REGAGENDA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO DE AGENDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GUIA-IMPRIME-FIM.
           IF ST-ERRO31 = "00"
                MOVE "*** GUIA DO CONVENIO IMPRESSA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GUIA-IMPRIME-FIM.
           EXIT.
      *
       GUIA-IMP-PROC.
           MOVE CRM      TO CRM-AP
           MOVE DATACONS TO DATACONS-AP
           MOVE HORACONS TO HORACONS-AP
           MOVE ZEROS    TO SEQ-AP
           START ATDPROC KEY IS NOT LESS CHAVE-AP
                INVALID KEY
                     GO TO GUIA-IMP-PROC-FIM.
       GUIA-IMP-PROC-LOOP.
           READ ATDPROC NEXT RECORD
                AT END
                     GO TO GUIA-IMP-PROC-FIM.
           IF CRM-AP NOT = CRM
              OR DATACONS-AP NOT = DATACONS
              OR HORACONS-AP NOT = HORACONS
                GO TO GUIA-IMP-PROC-FIM.
           MOVE COD-PROC-AP TO COD-PROC
           READ PROCTAB
               INVALID KEY
                  MOVE SPACES TO DESC-PROC
                  MOVE ZEROS TO TUSS-PROC.
           MOVE COD-PROC-AP TO GUICPRTX
           MOVE TUSS-PROC   TO GUITUSTX
           MOVE DESC-PROC   TO GUIDPRTX
           WRITE REGGUIAIMP FROM GUIPROC2
           GO TO GUIA-IMP-PROC-LOOP.
       GUIA-IMP-PROC-FIM.
           EXIT.
      *
      ***************************************************
      * PROXIMO NUMERO DE GUIA PELO CONTROLE CENTRAL DE  *
      * NUMERACAO; A SERIE AUSENTE COMECA EM 1           *
      ***************************************************
      *
       ACHA-PROXGUIA.
           MOVE "GUIA" TO ID-NC
           READ NUMCTL
               INVALID KEY
                  MOVE "GUIA" TO ID-NC
                  MOVE 1 TO PROX-NC
                  WRITE REGNUMCTL.
           MOVE PROX-NC TO W-PROXGUIA
           ADD 1 TO PROX-NC
           REWRITE REGNUMCTL
           IF ST-ERRO8 NOT = "00" AND ST-ERRO8 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO CONTROLE DE NUMERACAO"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ACHA-PROXGUIA-FIM.
           EXIT.

      *
      ***************************************************
      * COMPETENCIA CONTABIL FECHADA NAO ACEITA MAIS     *
       ROT-FIM.
           CLOSE AGENDA CADMED CADPAC RECIBO PRONTUARIO NUMCTL
                 PERFECH PROCTAB PROCPRE ATDPROC MATTAB MATPROC
                 RESPPAC ESPTAB ENCAM TURNO DEBPAC PRECOTAB PRECOHIS
                 MOTDESC DESCONTO PACOTE PACUSO ALERTA MATLOTE
                 MATUSO CADCONV CONVPAR.
       ROT-FIM2.
           EXIT PROGRAM.

