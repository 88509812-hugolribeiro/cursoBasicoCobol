                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPAC-RP
                    FILE STATUS  IS ST-ERRO3.

       SELECT ORIGTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-ORI
                    FILE STATUS  IS ST-ERRO4.
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

      *
       COPY "RESPPAC.CPY".
       COPY "ORIGTAB.CPY".
      *
      *-----------------------------------------------------------------
	WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
       01 W-CPFOK       PIC X(01) VALUE "S".
       01 W-CPFIGUAL    PIC X(01) VALUE "S".

       01 W-REGPAC-SAVE PIC X(200) VALUE SPACES.
       01 W-CPFDUP      PIC X(01) VALUE "N".
       01 W-DUPPAC      PIC 9(06) VALUE ZEROS.
       01 W-DUPNOME     PIC X(30) VALUE SPACES.
               VALUE  " Convenio (Codigo):".
           05  LINE 17  COLUMN 01
               VALUE  " Plano:".
           05  LINE 16  COLUMN 30
               VALUE  "Carteirinha:".
           05  LINE 17  COLUMN 40
               VALUE  "T/D:".
           05  LINE 17  COLUMN 48
               VALUE  "Validade:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

               USING  TXTCONVENIO
               HIGHLIGHT.

           05  TCARTEIRA
               LINE 16  COLUMN 43  PIC X(20)
               USING  CARTEIRA-PAC
               HIGHLIGHT.

           05  TTITULAR
               LINE 17  COLUMN 45  PIC X(01)
               USING  TITULAR-PAC
               HIGHLIGHT.

           05  TVALIDCART
               LINE 17  COLUMN 58  PIC 9(08)
               USING  VALIDCART-PAC
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

                 MOVE "ERRO NA ABERTURA DO ARQUIVO RESPPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT ORIGTAB
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT ORIGTAB
                 CLOSE ORIGTAB
                 OPEN INPUT ORIGTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ORIGTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       R1.
            MOVE SPACES TO NOME ENDERECO TXTCONVENIO
            MOVE ZEROS TO TELEFONE DDD CODIGO CODPAC-DEST
            MOVE SPACES TO CONSENT-PAC
            MOVE ZEROS TO DATACONSENT-PAC
            MOVE SPACES TO CARTEIRA-PAC TITULAR-PAC ELEGIV-PAC
            MOVE ZEROS TO VALIDCART-PAC DATAELEG-PAC
            MOVE ZEROS TO ORIGEM-PAC DATACAD-PAC
            MOVE "A" TO STATUS-PAC
            MOVE ZEROS TO W-SEL
            DISPLAY TELA1.
           DISPLAY TTXTCONVENIO.
           DISPLAY TELA1.
           PERFORM MOSTRA-RESP THRU MOSTRA-RESP-FIM.
           IF PAC-FORA-ARQUIVO
                DISPLAY (15, 30) "*** FORA DO ARQUIVO DE BENEFICIARIOS "
                DISPLAY (15, 68) DATAELEG-PAC.

      *
      *    CARTEIRINHA DO CONVENIO: EM BRANCO DISPENSA TITULAR E
      *    VALIDADE (PACIENTE SEM CARTEIRINHA)
      *
       R7B.
           ACCEPT TCARTEIRA

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.

           IF CARTEIRA-PAC = SPACES
                MOVE SPACES TO TITULAR-PAC
                MOVE ZEROS TO VALIDCART-PAC
                DISPLAY TELA1
                GO TO R8.

       R7C.
           ACCEPT TTITULAR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7B.

           IF TITULAR-PAC NOT = "T" AND TITULAR-PAC NOT = "D"
                MOVE "*** INFORME T=TITULAR OU D=DEPENDENTE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7C.

       R7D.
           ACCEPT TVALIDCART

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7C.

           IF VALIDCART-PAC = ZEROS
                MOVE "*** INFORME A VALIDADE DA CARTEIRINHA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7D.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF VALIDCART-PAC < W-HOJE
                MOVE "*** ATENCAO: CARTEIRINHA JA VENCIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *
      *    REGISTRO DE CONSENTIMENTO LGPD DO TITULAR, COM A

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7B.

           IF CONSENT-PAC NOT = "S" AND CONSENT-PAC NOT = "N"
                MOVE "*** INFORME S OU N ***" TO MENS
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO DATACONSENT-PAC.

      *
      *    ORIGEM DO PACIENTE (COMO CONHECEU A CLINICA): OBRIGATORIA
      *    NO CADASTRO NOVO; NA ALTERACAO, CADASTRO ANTIGO PODE
      *    CONTINUAR SEM ORIGEM (ZERO)
      *
       R8A.
           DISPLAY (18, 32) "ORIGEM: "
           ACCEPT (18, 40) ORIGEM-PAC WITH UPDATE

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.

           IF ORIGEM-PAC = ZEROS
                IF W-SEL = 1
                     GO TO INC-OPC
                ELSE
                     MOVE "*** INFORME A ORIGEM DO PACIENTE ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R8A.
           MOVE ORIGEM-PAC TO COD-ORI
           READ ORIGTAB
               INVALID KEY
                  MOVE "*** ORIGEM NAO CADASTRADA ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R8A.
           DISPLAY (18, 43) DESC-ORI.

       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-WR1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO DATACAD-PAC
           WRITE REGPAC
           IF ST-ERRO = "00" OR "02"
                MOVE "*** DADOS GRAVADOS *** " TO MENS
           EXIT.

       ROT-FIM.
           CLOSE CADPAC CADCONV RESPPAC ORIGTAB.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]---------------------
