       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPMENU3.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************
      * MENU DO SISTEMA - PAGINA 3          *
      * (OPCOES 72 EM DIANTE, MESMO PERFIL  *
      *  DE PERMISSOES DO MENU PRINCIPAL)   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO     PIC 9(02) VALUE ZEROS.
       77 W-CONT      PIC 9(06) VALUE ZEROS.
       77 MENS        PIC X(50) VALUE SPACES.
       77 LIMPA       PIC X(50) VALUE SPACES.

       01 W-OPERADOR  PIC X(08) VALUE SPACES.
       01 W-PERMISSOES PIC X(99) VALUE SPACES.
       01 W-PERMISSOES-RD REDEFINES W-PERMISSOES.
          03 W-PERM-OPC PIC X(01) OCCURS 99 TIMES.
      *    CHAVE DE CONSULTA ZERADA: O PROGRAMA DE DOCUMENTOS
      *    ABRE PELO PROPRIO MENU
       01 W-CONSDOC.
          03 W-CONSDOC-PAC   PIC 9(06) VALUE ZEROS.
          03 W-CONSDOC-DATA  PIC 9(08) VALUE ZEROS.
          03 W-CONSDOC-CRM   PIC 9(06) VALUE ZEROS.
      *    RESULTADO DA CONSISTENCIA; PELO MENU O PROGRAMA
      *    PEDE CONFIRMACAO (SO O BATCH PASSA "B")
       01 W-RESCONS   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-CHAMADA    PIC X(08).
       01 PERMISSOES-CHAMADA  PIC X(99).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMTMENU3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** SISTEMA DE CADASTROS - PAGINA 3".
           05  LINE 02  COLUMN 46
               VALUE  " ***".
           05  LINE 05  COLUMN 10
               VALUE  "72 - DOCUMENTOS CLINICOS".
           05  LINE 06  COLUMN 10
               VALUE  "73 - EXAMES (RESULTADOS)".
           05  LINE 07  COLUMN 10
               VALUE  "74 - ORCAMENTOS PARTICULARES".
           05  LINE 08  COLUMN 10
               VALUE  "75 - CONTAS A PAGAR".
           05  LINE 09  COLUMN 10
               VALUE  "76 - RETENCOES DO REPASSE".
           05  LINE 10  COLUMN 10
               VALUE  "77 - CONCILIACAO BANCARIA".
           05  LINE 11  COLUMN 10
               VALUE  "78 - BOLETOS (REMESSA E RETORNO)".
           05  LINE 12  COLUMN 10
               VALUE  "79 - DEMONSTRATIVO DE PAGAMENTO DE CONVENIO".
           05  LINE 13  COLUMN 10
               VALUE  "80 - FLUXO DE CAIXA PROJETADO".
           05  LINE 14  COLUMN 10
               VALUE  "81 - DESEMPENHO DOS CONVENIOS".
           05  LINE 15  COLUMN 10
               VALUE  "82 - ALERTA DE CONTRATOS DE CONVENIO".
           05  LINE 16  COLUMN 10
               VALUE  "83 - CREDENCIAMENTO DE MEDICOS".
           05  LINE 17  COLUMN 10
               VALUE  "84 - MARGEM DE CONTRIBUICAO POR MEDICO".
           05  LINE 05  COLUMN 50
               VALUE  "85 - PESQUISA DE SATISFACAO (NPS)".
           05  LINE 06  COLUMN 50
               VALUE  "86 - NPS POR MEDICO/ESPECIALIDADE".
           05  LINE 07  COLUMN 50
               VALUE  "87 - MANUTENCAO PREVISTA DAS SALAS".
           05  LINE 08  COLUMN 50
               VALUE  "88 - FICHA DO PACIENTE".
           05  LINE 09  COLUMN 50
               VALUE  "89 - TABELA TUSS/CBHPM".
           05  LINE 10  COLUMN 50
               VALUE  "90 - CONSISTENCIA DO MOVIMENTO".
           05  LINE 11  COLUMN 50
               VALUE  "91 - INDICADORES GERENCIAIS".
           05  LINE 12  COLUMN 50
               VALUE  "92 - RETORNO DA CAPTACAO".
           05  LINE 23  COLUMN 10
               VALUE  "00 - VOLTAR A PAGINA 2".
           05  LINE 22  COLUMN 01
               VALUE  " OPCAO :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 22  COLUMN 10  PIC 9(02)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-CHAMADA PERMISSOES-CHAMADA.
       INICIO.
           MOVE OPERADOR-CHAMADA   TO W-OPERADOR
           MOVE PERMISSOES-CHAMADA TO W-PERMISSOES.

       R0.
           DISPLAY SMTMENU3.
       R1.
           ACCEPT TW-OPCAO.

           IF W-OPCAO = 00
                GO TO ROT-FIM.

           IF W-OPCAO < 72 OR W-OPCAO > 92
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

           IF W-PERM-OPC(W-OPCAO) NOT = "S"
                MOVE "*** OPCAO NAO AUTORIZADA AO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

           IF W-OPCAO = 72
                CALL "SMP089" USING W-OPERADOR W-CONSDOC
                GO TO R0.

           IF W-OPCAO = 73
                CALL "SMP091" USING W-OPERADOR
                GO TO R0.

           IF W-OPCAO = 74
                CALL "SMP092" USING W-OPERADOR
                GO TO R0.

           IF W-OPCAO = 75
                CALL "SMP093" USING W-OPERADOR
                GO TO R0.

           IF W-OPCAO = 76
                CALL "SMP056R"
                GO TO R0.

           IF W-OPCAO = 77
                CALL "SMP094" USING W-OPERADOR
                GO TO R0.

           IF W-OPCAO = 78
                CALL "SMP095" USING W-OPERADOR
                GO TO R0.

           IF W-OPCAO = 79
                CALL "SMP096" USING W-OPERADOR
                GO TO R0.

           IF W-OPCAO = 80
                CALL "SMP057R"
                GO TO R0.

           IF W-OPCAO = 81
                CALL "SMP058R"
                GO TO R0.

           IF W-OPCAO = 82
                CALL "SMP059R"
                GO TO R0.

           IF W-OPCAO = 83
                CALL "SMP097" USING W-OPERADOR
                GO TO R0.

           IF W-OPCAO = 84
                CALL "SMP061R"
                GO TO R0.

           IF W-OPCAO = 85
                CALL "SMP098"
                GO TO R0.

           IF W-OPCAO = 86
                CALL "SMP062R"
                GO TO R0.

           IF W-OPCAO = 87
                CALL "SMP063R"
                GO TO R0.

           IF W-OPCAO = 88
                CALL "SMP099"
                GO TO R0.

           IF W-OPCAO = 89
                CALL "SMP064"
                GO TO R0.

           IF W-OPCAO = 90
                MOVE SPACES TO W-RESCONS
                CALL "SMP065R" USING W-RESCONS
                GO TO R0.

           IF W-OPCAO = 91
                CALL "SMP066R"
                GO TO R0.

           IF W-OPCAO = 92
                CALL "SMP067R"
                GO TO R0.

           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       ROT-FIM.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]---------------------

       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (24, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (24, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
