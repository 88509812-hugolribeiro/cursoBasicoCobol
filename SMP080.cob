                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPER
                    FILE STATUS  IS ST-ERRO.
       SELECT UNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-UN
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "OPERADOR.CPY".
       COPY "UNIDADE.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-SEL      PIC 9(01) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-ERRO2   PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 TXTUNID    PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAOPER.
               VALUE  " Senha:".
           05  LINE 10  COLUMN 01
               VALUE  " Permissoes (S NA POSICAO DA OPCAO):".
           05  LINE 13  COLUMN 01
               VALUE  " Situacao (A=Ativo I=Inativo):".
           05  LINE 15  COLUMN 01
               VALUE  " Supervisor De Caixa (S/N):".
           05  LINE 17  COLUMN 01
               VALUE  " Teto De Desconto (%):".
           05  LINE 19  COLUMN 01
               VALUE  " Unidade (Codigo):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".


           05  TPERMOPER
               LINE 11  COLUMN 03  PIC X(70)
               USING  PERM-OPER1
               HIGHLIGHT.

           05  TPERMOPER2
               LINE 12  COLUMN 03  PIC X(29)
               USING  PERM-OPER2
               HIGHLIGHT.

           05  TSITOPER
               LINE 13  COLUMN 32  PIC X(01)
               USING  SIT-OPER
               HIGHLIGHT.

           05  TSUPOPER
               LINE 15  COLUMN 29  PIC X(01)
               USING  SUPERV-OPER
               HIGHLIGHT.

           05  TTETOOPER
               LINE 17  COLUMN 24  PIC 9(03)V99
               USING  TETODESC-OPER
               HIGHLIGHT.

           05  TUNIOPER
               LINE 19  COLUMN 20  PIC 9(02)
               USING  UNID-OPER
               HIGHLIGHT.

           05  TTXTUNIOPER
               LINE 19  COLUMN 24  PIC X(30)
               USING  TXTUNID
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO OPERADOR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.

           OPEN INPUT UNIDADE
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
                 OPEN OUTPUT UNIDADE
                 CLOSE UNIDADE
                 OPEN INPUT UNIDADE
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO UNIDADE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       ACE-001.
                DISPLAY (23, 12)
       OPE-R1.
            MOVE SPACES TO COD-OPER NOME-OPER SENHA-OPER PERM-OPER
            MOVE "A" TO SIT-OPER
            MOVE "N" TO SUPERV-OPER
            MOVE ZEROS TO TETODESC-OPER UNID-OPER
            MOVE SPACES TO TXTUNID
            DISPLAY TELAOPER.
      *
       OPE-R2.
           READ OPERADOR
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM OPE-TXTUNID THRU OPE-TXTUNID-FIM
                DISPLAY TELAOPER
                IF W-SEL = 0
                   MOVE "*** OPERADOR JA CADASTRADO ***" TO MENS
           IF W-ACT = 01
                   GO TO OPE-R4.

       OPE-R5A.
           ACCEPT TPERMOPER2

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO OPE-R5.

       OPE-R6.
           ACCEPT TSITOPER

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO OPE-R5A.

           IF SIT-OPER NOT = "A" AND SIT-OPER NOT = "I"
                MOVE "*** SITUACAO INVALIDA (A OU I) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO OPE-R6.

       OPE-R7.
           ACCEPT TSUPOPER

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO OPE-R6.

           IF SUPERV-OPER NOT = "S" AND SUPERV-OPER NOT = "N"
                MOVE "*** SUPERVISOR INVALIDO (S OU N) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO OPE-R7.

       OPE-R8.
           ACCEPT TTETOOPER

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO OPE-R7.

           IF TETODESC-OPER > 100
                MOVE "*** TETO DE DESCONTO ACIMA DE 100% ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO OPE-R8.

       OPE-R9.
           ACCEPT TUNIOPER

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO OPE-R8.

           PERFORM OPE-TXTUNID THRU OPE-TXTUNID-FIM
           DISPLAY TTXTUNIOPER
           IF TXTUNID = SPACES
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO OPE-R9.
           IF UN-INATIVA
                MOVE "*** UNIDADE INATIVA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO OPE-R9.

           IF W-SEL = 1
                GO TO OPE-ALT-OPC.
      *
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    NOME DA UNIDADE DO OPERADOR; EM BRANCO SE NAO CADASTRADA
       OPE-TXTUNID.
           MOVE SPACES TO TXTUNID
           MOVE UNID-OPER TO COD-UN
           READ UNIDADE
               INVALID KEY
                  GO TO OPE-TXTUNID-FIM.
           MOVE NOME-UN TO TXTUNID.
       OPE-TXTUNID-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE OPERADOR UNIDADE.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
