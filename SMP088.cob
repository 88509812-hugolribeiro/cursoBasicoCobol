       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP088.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * ELEGIBILIDADE DE CONVENIO                       *
      * (IMPORTA O ARQUIVO MENSAL DE BENEFICIARIOS DO   *
      *  CONVENIO E CRUZA COM OS PACIENTES CADASTRADOS  *
      *  NELE, PELA CARTEIRINHA OU PELO CPF: QUEM ESTA  *
      *  NO ARQUIVO TEM VALIDADE E TITULARIDADE         *
      *  ATUALIZADAS; QUEM NAO ESTA E MARCADO FORA DO   *
      *  ARQUIVO E LISTADO EM ELEGIB.DOC)               *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPAC2
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEPC WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOMECV WITH DUPLICATES.
           SELECT BENEFIC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
           SELECT ELEGREL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *    ARQUIVO DE BENEFICIARIOS ENVIADO PELO CONVENIO
      *    (UM REGISTRO POR VIDA ATIVA NO MES)
       FD BENEFIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQBENEF.
       01 REGBENEF.
          03 CARTEIRA-BN           PIC X(20).
          03 CPF-BN                PIC 9(11).
          03 NOME-BN               PIC X(30).
          03 VALID-BN              PIC 9(08).
          03 TITULAR-BN            PIC X(01).
      *
       FD ELEGREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ELEGIB.DOC".
       01 REGELEG      PIC X(100).
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

       01 W-CODCONV     PIC 9(06) VALUE ZEROS.
       01 W-ARQBENEF    PIC X(20) VALUE "BENEFIC.TXT".
       01 TXTCONVENIO   PIC X(30) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.

       01 W-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-PACIENTES   PIC 9(06) VALUE ZEROS.
       01 W-ELEGIVEIS   PIC 9(06) VALUE ZEROS.
       01 W-FORA        PIC 9(06) VALUE ZEROS.

      *    BENEFICIARIOS DO ARQUIVO CARREGADOS EM MEMORIA
       01 TBBN.
          05 BN-ENT OCCURS 5000 TIMES.
             10 BN-CART   PIC X(20).
             10 BN-CPF    PIC 9(11).
             10 BN-VALID  PIC 9(08).
             10 BN-TIT    PIC X(01).
       01 W-NUMBN    PIC 9(04) VALUE ZEROS.
       01 W-IXBN     PIC 9(04) VALUE ZEROS.
       01 W-ACHBN    PIC 9(04) VALUE ZEROS.

       01  CABELEG1.
           05  FILLER                 PIC X(046) VALUE
           "FATEC - ZONA LESTE  *** ELEGIBILIDADE ***     ".
           05  FILLER                 PIC X(014) VALUE
           "*  CONVENIO : ".
           05  CONVTX   VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(010) VALUE
           "  DATA : ".
           05  DATATX   VALUE ZEROS  PIC 99999999.

       01  CABELEG2     PIC X(080) VALUE
           "PACIENTE NOME                           CPF         CARTEIRI
      -    "NHA".

       01  DETELEG.
           05  PACTX      VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(003) VALUE "   ".
           05  NOMETX     VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CPFTX      VALUE ZEROS  PIC 99999999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CARTTX     VALUE SPACES PIC X(020).

       01  TOTELEG.
           05  FILLER                 PIC X(033) VALUE
           "*** PACIENTES FORA DO ARQUIVO ***".
           05  FILLER                 PIC X(002) VALUE "  ".
           05  QTDTX     VALUE ZEROS  PIC ZZZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELA1.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Elegibilidade De Convenio (Beneficiarios)".
           05  LINE 04  COLUMN 01
               VALUE  " Convenio:".
           05  LINE 06  COLUMN 01
               VALUE  " Arquivo De Beneficiarios:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODCONV
               LINE 04  COLUMN 12  PIC 9(06)
               USING W-CODCONV
               HIGHLIGHT.
           05  TTXTCONVENIO
               LINE 04  COLUMN 20  PIC X(30)
               USING TXTCONVENIO
               HIGHLIGHT.
           05  TARQBENEF
               LINE 06  COLUMN 28  PIC X(20)
               USING W-ARQBENEF
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       INICIO.

       R0.
           OPEN I-O CADPAC
           IF ST-ERRO NOT = "00"
                 MOVE "*** ARQUIVO CADPAC NAO DISPONIVEL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

           OPEN INPUT CADCONV
           IF ST-ERRO2 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       R1.
            MOVE ZEROS TO W-CODCONV
            MOVE SPACES TO TXTCONVENIO
            DISPLAY TELA1.

       R2.
           ACCEPT TCODCONV

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
           DISPLAY TTXTCONVENIO.

       R3.
           ACCEPT TARQBENEF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.

           IF W-ARQBENEF = SPACES
                GO TO R3.

       R4.
           DISPLAY (12, 03) "CONFIRMA A IMPORTACAO (S/N)? "
           ACCEPT (12, 33) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.

      *
      *****************************************
      * CARGA DO ARQUIVO DE BENEFICIARIOS     *
      *****************************************
      *
       CARGA.
           OPEN INPUT BENEFIC
           IF ST-ERRO3 NOT = "00"
                MOVE "*** ARQUIVO DE BENEFICIARIOS NAO ENCONTRADO ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE ZEROS TO W-LIDOS W-NUMBN W-PACIENTES W-ELEGIVEIS
                         W-FORA.
       CARGA-LOOP.
           READ BENEFIC NEXT RECORD
                AT END
                     GO TO CARGA-FIM.
           ADD 1 TO W-LIDOS
           IF W-NUMBN NOT < 5000
                GO TO CARGA-LOOP.
           ADD 1 TO W-NUMBN
           MOVE CARTEIRA-BN TO BN-CART(W-NUMBN)
           MOVE CPF-BN      TO BN-CPF(W-NUMBN)
           MOVE VALID-BN    TO BN-VALID(W-NUMBN)
           MOVE TITULAR-BN  TO BN-TIT(W-NUMBN)
           GO TO CARGA-LOOP.
       CARGA-FIM.
           CLOSE BENEFIC
           IF W-LIDOS > W-NUMBN
                MOVE "*** ARQUIVO EXCEDE 5000 BENEFICIARIOS ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-NUMBN = ZEROS
                MOVE "*** ARQUIVO DE BENEFICIARIOS VAZIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

      *
      *****************************************
      * CRUZAMENTO COM OS PACIENTES DO        *
      * CONVENIO                              *
      *****************************************
      *
       CRUZA.
           OPEN OUTPUT ELEGREL
           IF ST-ERRO4 NOT = "00"
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-CODCONV TO CONVTX
           MOVE W-HOJE    TO DATATX
           WRITE REGELEG FROM CABELEG1
           MOVE SPACES TO REGELEG
           WRITE REGELEG
           WRITE REGELEG FROM CABELEG2

           MOVE ZEROS TO CODPAC2
           START CADPAC KEY IS NOT LESS CODPAC2
                INVALID KEY
                     GO TO CRUZA-FIM.
       CRUZA-LOOP.
           READ CADPAC NEXT RECORD
                AT END
                     GO TO CRUZA-FIM.
           IF CODIGOPC NOT = W-CODCONV
                GO TO CRUZA-LOOP.
           IF PAC-FUNDIDO
                GO TO CRUZA-LOOP.

           ADD 1 TO W-PACIENTES
           PERFORM BUSCA-BENEF THRU BUSCA-BENEF-FIM
           IF W-ACHBN = ZEROS
                MOVE "N" TO ELEGIV-PAC
                ADD 1 TO W-FORA
                MOVE CODPAC2      TO PACTX
                MOVE NOMEPC       TO NOMETX
                MOVE CPF          TO CPFTX
                MOVE CARTEIRA-PAC TO CARTTX
                WRITE REGELEG FROM DETELEG
           ELSE
                MOVE "S" TO ELEGIV-PAC
                ADD 1 TO W-ELEGIVEIS
                PERFORM ATUALIZA-CART THRU ATUALIZA-CART-FIM.
           MOVE W-HOJE TO DATAELEG-PAC
           REWRITE REGPAC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPAC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CRUZA-FIM.
           GO TO CRUZA-LOOP.

       CRUZA-FIM.
           MOVE SPACES TO REGELEG
           WRITE REGELEG
           MOVE W-FORA TO QTDTX
           WRITE REGELEG FROM TOTELEG
           CLOSE ELEGREL

           DISPLAY (14, 03) "BENEFICIARIOS NO ARQUIVO: " W-LIDOS
           DISPLAY (15, 03) "PACIENTES DO CONVENIO...: " W-PACIENTES
           DISPLAY (16, 03) "ELEGIVEIS...............: " W-ELEGIVEIS
           DISPLAY (17, 03) "FORA DO ARQUIVO.........: " W-FORA
                            "  (ELEGIB.DOC)"
           MOVE "*** ELEGIBILIDADE ATUALIZADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *
      ***************************************************
      * PACIENTE NO ARQUIVO: PELA CARTEIRINHA, OU PELO   *
      * CPF QUANDO O CADASTRO AINDA NAO TEM CARTEIRINHA  *
      * OU ELA FOI TROCADA PELO CONVENIO                 *
      ***************************************************
      *
       BUSCA-BENEF.
           MOVE ZEROS TO W-ACHBN
           MOVE 1 TO W-IXBN
           IF CARTEIRA-PAC = SPACES
                GO TO BUSCA-BENEF-CPF.
       BUSCA-BENEF-LOOP.
           IF W-IXBN > W-NUMBN
                GO TO BUSCA-BENEF-CPF.
           IF BN-CART(W-IXBN) = CARTEIRA-PAC
                MOVE W-IXBN TO W-ACHBN
                GO TO BUSCA-BENEF-FIM.
           ADD 1 TO W-IXBN
           GO TO BUSCA-BENEF-LOOP.
       BUSCA-BENEF-CPF.
           IF CPF = ZEROS
                GO TO BUSCA-BENEF-FIM.
           MOVE 1 TO W-IXBN.
       BUSCA-BENEF-CPF-LOOP.
           IF W-IXBN > W-NUMBN
                GO TO BUSCA-BENEF-FIM.
           IF BN-CPF(W-IXBN) = CPF
                MOVE W-IXBN TO W-ACHBN
                GO TO BUSCA-BENEF-FIM.
           ADD 1 TO W-IXBN
           GO TO BUSCA-BENEF-CPF-LOOP.
       BUSCA-BENEF-FIM.
           EXIT.

      *    DADOS DA CARTEIRINHA PASSAM A SER OS DO ARQUIVO
       ATUALIZA-CART.
           IF BN-CART(W-ACHBN) NOT = SPACES
                MOVE BN-CART(W-ACHBN) TO CARTEIRA-PAC.
           IF BN-VALID(W-ACHBN) NOT = ZEROS
                MOVE BN-VALID(W-ACHBN) TO VALIDCART-PAC.
           IF BN-TIT(W-ACHBN) = "T" OR "D"
                MOVE BN-TIT(W-ACHBN) TO TITULAR-PAC.
       ATUALIZA-CART-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPAC CADCONV.
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
