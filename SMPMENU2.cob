       77 LIMPA       PIC X(50) VALUE SPACES.

       01 W-OPERADOR  PIC X(08) VALUE SPACES.
       01 W-PERMISSOES PIC X(99) VALUE SPACES.
       01 W-PERMISSOES-RD REDEFINES W-PERMISSOES.
          03 W-PERM-OPC PIC X(01) OCCURS 99 TIMES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-CHAMADA    PIC X(08).
       01 PERMISSOES-CHAMADA  PIC X(99).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMTMENU2.
               VALUE  "65 - TURNO DE CAIXA".
           05  LINE 11  COLUMN 50
               VALUE  "66 - SALDOS DE PACIENTES".
           05  LINE 12  COLUMN 50
               VALUE  "67 - ESTORNO DE RECIBOS".
           05  LINE 13  COLUMN 50
               VALUE  "68 - DESCONTOS E CORTESIAS".
           05  LINE 14  COLUMN 50
               VALUE  "69 - PACOTES DE SESSOES".
           05  LINE 15  COLUMN 50
               VALUE  "70 - ELEGIBILIDADE DE CONVENIO".
           05  LINE 16  COLUMN 50
               VALUE  "71 - MENU PAGINA 3".
           05  LINE 23  COLUMN 10
               VALUE  "00 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 22  COLUMN 01
           IF W-OPCAO = 00
                GO TO ROT-FIM.

           IF W-OPCAO < 43 OR W-OPCAO > 71
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
                CALL "SMP085" USING W-OPERADOR
                GO TO R0.

           IF W-OPCAO = 67
                CALL "SMP086" USING W-OPERADOR
                GO TO R0.

           IF W-OPCAO = 68
                CALL "SMP055R"
                GO TO R0.

           IF W-OPCAO = 69
                CALL "SMP087" USING W-OPERADOR
                GO TO R0.

           IF W-OPCAO = 70
                CALL "SMP088"
                GO TO R0.

           IF W-OPCAO = 71
                CALL "SMPMENU3" USING W-OPERADOR W-PERMISSOES
                GO TO R0.

           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
