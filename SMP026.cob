      * (RODA OS PASSOS DA VIRADA NA ORDEM CERTA, COM   *
      *  CONTROLE DE EXECUCAO POR PASSO E REINICIO A    *
      *  PARTIR DO PRIMEIRO PASSO QUE FALHOU)           *
      * O ULTIMO PASSO, A CONSISTENCIA DOS ARQUIVOS DE  *
      * MOVIMENTO, MARCA SOZINHO SUCESSO OU FALHA       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 FILLER PIC X(09) VALUE "SMP019  S".
          03 FILLER PIC X(09) VALUE "SMP046R N".
          03 FILLER PIC X(09) VALUE "SMP042R N".
          03 FILLER PIC X(09) VALUE "SMP065R N".
       01 TABELAPASSOS REDEFINES TABPASSOS.
          05 PASSO-ENT OCCURS 6 TIMES.
             10 PASSO-PROG  PIC X(08).
             10 PASSO-OBRIG PIC X(01).

       01 W-NUMPASSOS   PIC 9(02) VALUE 6.
       01 W-IXPASSO     PIC 9(02) VALUE ZEROS.
       01 W-PASSOINI    PIC 9(02) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-INTERROMPE  PIC X(01) VALUE "N".
       01 W-JAEXISTE    PIC X(01) VALUE "N".
       01 CONLIN        PIC 9(02) VALUE ZEROS.
      *    RESULTADO DEVOLVIDO PELA CONSISTENCIA (C/F)
       01 W-RESCONS     PIC X(01) VALUE SPACES.

       01 LINPASSO.
          03 LINPASSO-SEQ  PIC 9(02).

      *
      *    UM PASSO: MARCA EXECUTANDO, CHAMA O PROGRAMA E
      *    REGISTRA O RESULTADO CONFIRMADO PELO OPERADOR;
      *    A CONSISTENCIA DEVOLVE O RESULTADO SEM PERGUNTA
      *
       EXECUTA-PASSO.
           MOVE W-HOJE TO DATA-BC
                 IF PASSO-PROG(W-IXPASSO) = "SMP042R"
                    CALL "SMP042R"
                 ELSE
                   IF PASSO-PROG(W-IXPASSO) = "SMP065R"
                      MOVE "B" TO W-RESCONS
                      CALL "SMP065R" USING W-RESCONS
                   ELSE
                      CALL "SMP046R".

           DISPLAY TELA1
           IF PASSO-PROG(W-IXPASSO) = "SMP065R"
                MOVE "S" TO W-OPCAO
                IF W-RESCONS NOT = "C"
                     MOVE "N" TO W-OPCAO.
           IF PASSO-PROG(W-IXPASSO) = "SMP065R"
                GO TO EXECUTA-PASSO-RES.
       EXECUTA-PASSO-OPC.
           DISPLAY (22, 03) "PASSO " PASSO-PROG(W-IXPASSO)
                            " CONCLUIDO COM SUCESSO (S/N)? "
              AND W-OPCAO NOT = "N" AND W-OPCAO NOT = "n"
                GO TO EXECUTA-PASSO-OPC.

       EXECUTA-PASSO-RES.
           ACCEPT W-AGORA FROM TIME
           MOVE W-AGORA TO HORAFIM-BC
           IF W-OPCAO = "S" OR "s"
