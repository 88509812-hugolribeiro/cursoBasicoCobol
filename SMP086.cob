       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP086.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * ESTORNO DE RECIBOS DE CAIXA                     *
      * (MARCA O RECIBO COMO ESTORNADO COM MOTIVO,      *
      *  SUPERVISOR E DATA; O SUPERVISOR AUTORIZA NA    *
      *  HORA COM CODIGO E SENHA. RECIBO DE QUITACAO DE *
      *  SALDO DEVOLVE O VALOR AO SALDO DO PACIENTE,    *
      *  RECIBO DE PACOTE SEM SESSAO USADA CANCELA O    *
      *  PACOTE E TODO ESTORNO GRAVA TRILHA NA          *
      *  AUDITORIA)                                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RECIBO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-REC
                    FILE STATUS  IS ST-ERRO.

       SELECT OPERADOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPER
                    FILE STATUS  IS ST-ERRO2.

       SELECT DEBPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DB
                    FILE STATUS  IS ST-ERRO3.

       SELECT AUDITORIA ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

       SELECT PACOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-PK
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "RECIBO.CPY".
       COPY "OPERADOR.CPY".
       COPY "DEBPAC.CPY".
       COPY "PACOTE.CPY".
      *
       FD AUDITORIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".

       01 REG-AUDITORIA.
          03 DATA-AUDIT            PIC 9(08).
          03 HORA-AUDIT            PIC 9(08).
          03 PROGRAMA-AUDIT        PIC X(08).
          03 OPERACAO-AUDIT        PIC X(01).
             88 AUDIT-INCLUSAO     VALUE "I".
             88 AUDIT-ALTERACAO    VALUE "A".
             88 AUDIT-EXCLUSAO     VALUE "E".
          03 CHAVE-AUDIT           PIC 9(06).
          03 NOME-AUDIT            PIC X(30).
          03 OPERADOR-AUDIT        PIC X(08).
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

       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-NUMREC      PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-SUPERV      PIC X(08) VALUE SPACES.
       01 W-SENHASUP    PIC X(08) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-IXPG        PIC 9(01) VALUE ZEROS.
       01 CONLIN        PIC 9(02) VALUE ZEROS.

       01 LINREC1.
          03 FILLER       PIC X(09) VALUE "EMISSAO: ".
          03 LINREC-DATA  PIC 9(08).
          03 FILLER       PIC X(01) VALUE " ".
          03 LINREC-HORA  PIC 9(04).
          03 FILLER       PIC X(12) VALUE "  PACIENTE: ".
          03 LINREC-PAC   PIC 9(06).
          03 FILLER       PIC X(07) VALUE "  CRM: ".
          03 LINREC-CRM   PIC 9(06).

       01 LINREC2.
          03 FILLER       PIC X(07) VALUE "VALOR: ".
          03 LINREC-VAL   PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(12) VALUE "  OPERADOR: ".
          03 LINREC-OPER  PIC X(08).
          03 FILLER       PIC X(09) VALUE "  TURNO: ".
          03 LINREC-TURNO PIC 9(06).
          03 FILLER       PIC X(09) VALUE "  NFS-E: ".
          03 LINREC-NFSE  PIC X(01).

       01 LINPGTO.
          03 FILLER       PIC X(07) VALUE "FORMA: ".
          03 LINPG-FORMA  PIC X(01).
          03 FILLER       PIC X(09) VALUE "  VALOR: ".
          03 LINPG-VALOR  PIC ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-CHAMADA  PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAEST.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Estorno De Recibos De Caixa".
           05  LINE 04  COLUMN 01
               VALUE  " Recibo:".
           05  LINE 14  COLUMN 01
               VALUE  " Motivo Do Estorno:".
           05  LINE 16  COLUMN 01
               VALUE  " Supervisor:".
           05  LINE 17  COLUMN 01
               VALUE  " Senha.....:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TNUMREC
               LINE 04  COLUMN 10  PIC 9(06)
               USING  W-NUMREC
               HIGHLIGHT.
           05  TMOTIVO
               LINE 14  COLUMN 21  PIC X(30)
               USING  W-MOTIVO
               HIGHLIGHT.
           05  TSUPERV
               LINE 16  COLUMN 14  PIC X(08)
               USING  W-SUPERV
               HIGHLIGHT.
           05  TSENHASUP
               LINE 17  COLUMN 14  PIC X(08)
               USING  W-SENHASUP
               SECURE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-CHAMADA.

       INICIO.
           MOVE OPERADOR-CHAMADA TO W-OPERADOR.

       R0.
           OPEN I-O RECIBO
           IF ST-ERRO NOT = "00"
                MOVE "*** NAO HA RECIBOS EMITIDOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM2.

           OPEN INPUT OPERADOR
           IF ST-ERRO2 NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO OPERADOR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE RECIBO
                GO TO ROT-FIM2.

           OPEN I-O DEBPAC
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
                 OPEN OUTPUT DEBPAC
                 CLOSE DEBPAC
                 OPEN I-O DEBPAC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DEBPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE RECIBO OPERADOR
                 GO TO ROT-FIM2.

           OPEN EXTEND AUDITORIA
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT AUDITORIA
                 CLOSE AUDITORIA
                 OPEN EXTEND AUDITORIA
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AUDITORIA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE RECIBO OPERADOR DEBPAC
                 GO TO ROT-FIM2.

           OPEN I-O PACOTE
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
                 OPEN OUTPUT PACOTE
                 CLOSE PACOTE
                 OPEN I-O PACOTE
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PACOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE RECIBO OPERADOR DEBPAC AUDITORIA
                 GO TO ROT-FIM2.

           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       EST-R1.
           MOVE ZEROS  TO W-NUMREC
           MOVE SPACES TO W-MOTIVO W-SUPERV W-SENHASUP
           DISPLAY TELAEST.
       EST-R2.
           ACCEPT TNUMREC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.

           IF W-NUMREC = ZEROS
                GO TO EST-R2.

           MOVE W-NUMREC TO NUM-REC
           READ RECIBO
               INVALID KEY
                  MOVE "*** RECIBO NAO ENCONTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO EST-R2.
           MOVE DATA-REC     TO LINREC-DATA
           MOVE HORA-REC     TO LINREC-HORA
           MOVE CODPAC-REC   TO LINREC-PAC
           MOVE CRM-REC      TO LINREC-CRM
           MOVE VALOR-REC    TO LINREC-VAL
           MOVE OPERADOR-REC TO LINREC-OPER
           MOVE TURNO-REC    TO LINREC-TURNO
           MOVE NFSE-REC     TO LINREC-NFSE
           DISPLAY (06, 03) LINREC1
           DISPLAY (07, 03) LINREC2
           PERFORM MOSTRA-PGTO THRU MOSTRA-PGTO-FIM

           IF REC-ESTORNADO
                DISPLAY (14, 21) MOTEST-REC
                DISPLAY (16, 14) SUPEST-REC
                DISPLAY (17, 14) DATAEST-REC
                MOVE "*** RECIBO JA ESTORNADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EST-R1.

           IF REC-PACOTE
                PERFORM ACHA-PACOTE THRU ACHA-PACOTE-FIM
                IF W-OPCAO NOT = "S"
                     GO TO EST-R1.

           IF REC-NFSE-EXPORTADA
                DISPLAY (19, 03)
                  "NFS-E JA ENVIADA: O CANCELAMENTO SAI NA PROXIMA"
                DISPLAY (20, 03)
                  "EXPORTACAO DE NOTAS".
      *
       EST-R3.
           ACCEPT TMOTIVO

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EST-R1.

           IF W-MOTIVO = SPACES
                MOVE "*** INFORME O MOTIVO DO ESTORNO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EST-R3.
      *
      *    AUTORIZACAO DO SUPERVISOR NA HORA, COM CODIGO E SENHA
      *
       EST-R4.
           MOVE SPACES TO W-SENHASUP
           ACCEPT TSUPERV

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EST-R3.

           IF W-SUPERV = SPACES
                GO TO EST-R4.
       EST-R5.
           ACCEPT TSENHASUP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EST-R4.

           IF W-SENHASUP = SPACES
                GO TO EST-R5.

           PERFORM VALIDA-SUPERV THRU VALIDA-SUPERV-FIM
           IF W-OPCAO NOT = "S"
                GO TO EST-R4.
      *
       EST-OPC.
           DISPLAY (23, 40) "CONFIRMA ESTORNO (S/N) : ".
           ACCEPT (23, 65) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** RECIBO NAO ESTORNADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EST-R1.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EST-OPC.

           MOVE "E"      TO SIT-REC
           MOVE W-MOTIVO TO MOTEST-REC
           MOVE W-SUPERV TO SUPEST-REC
           MOVE W-HOJE   TO DATAEST-REC
           MOVE SPACE    TO NFSECANC-REC
           REWRITE REGRECIBO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ESTORNO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *    RECIBO DE QUITACAO DE SALDO (SEM HORA DE CONSULTA)
      *    DEVOLVE O VALOR AO SALDO DEVEDOR DO PACIENTE
      *    RECIBO DE VENDA DE PACOTE CANCELA O PACOTE
           IF REC-PACOTE
                PERFORM CANCELA-PACOTE THRU CANCELA-PACOTE-FIM
           ELSE
                IF HORACONS-REC = ZEROS
                     PERFORM DEVOLVE-SALDO THRU DEVOLVE-SALDO-FIM.

           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
           MOVE "*** RECIBO ESTORNADO (AUDITADO) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO EST-R1.

      *
      ***************************************************
      * LINHAS DE PAGAMENTO DO RECIBO                    *
      ***************************************************
      *
       MOSTRA-PGTO.
           MOVE 09 TO CONLIN
           MOVE 1 TO W-IXPG.
       MOSTRA-PGTO-LOOP.
           IF W-IXPG > 3
                GO TO MOSTRA-PGTO-FIM.
           IF VALOR-PG(W-IXPG) = ZEROS
                IF W-IXPG = 1
                     MOVE FORMA-REC TO LINPG-FORMA
                     MOVE VALOR-REC TO LINPG-VALOR
                     DISPLAY (CONLIN, 03) LINPGTO
                     GO TO MOSTRA-PGTO-FIM
                ELSE
                     GO TO MOSTRA-PGTO-FIM.
           MOVE FORMA-PG(W-IXPG) TO LINPG-FORMA
           MOVE VALOR-PG(W-IXPG) TO LINPG-VALOR
           DISPLAY (CONLIN, 03) LINPGTO
           ADD 1 TO CONLIN
           ADD 1 TO W-IXPG
           GO TO MOSTRA-PGTO-LOOP.
       MOSTRA-PGTO-FIM.
           EXIT.

      *
      ***************************************************
      * VALIDACAO DO SUPERVISOR: CADASTRADO, SENHA       *
      * CONFERE, ATIVO E MARCADO COMO SUPERVISOR         *
      ***************************************************
      *
       VALIDA-SUPERV.
           MOVE "N" TO W-OPCAO
           MOVE W-SUPERV TO COD-OPER
           READ OPERADOR
               INVALID KEY
                  MOVE "*** SUPERVISOR NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO VALIDA-SUPERV-FIM.
           IF SENHA-OPER NOT = W-SENHASUP
                MOVE "*** SENHA DO SUPERVISOR NAO CONFERE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VALIDA-SUPERV-FIM.
           IF OPER-INATIVO
                MOVE "*** SUPERVISOR INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VALIDA-SUPERV-FIM.
           IF NOT OPER-SUPERVISOR
                MOVE "*** OPERADOR NAO E SUPERVISOR DE CAIXA ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VALIDA-SUPERV-FIM.
           MOVE "S" TO W-OPCAO.
       VALIDA-SUPERV-FIM.
           EXIT.

      *
      ***************************************************
      * DEVOLUCAO DO VALOR AO SALDO DEVEDOR DA CONSULTA  *
      * (MESMO PACIENTE, MEDICO E DATA DE CONSULTA)      *
      ***************************************************
      *
       DEVOLVE-SALDO.
           MOVE CODPAC-REC TO CODPAC-DB
           MOVE ZEROS TO SEQ-DB
           START DEBPAC KEY IS NOT LESS CHAVE-DB
                INVALID KEY
                     GO TO DEVOLVE-SALDO-FIM.
       DEVOLVE-SALDO-LOOP.
           READ DEBPAC NEXT RECORD
                AT END
                     GO TO DEVOLVE-SALDO-FIM.
           IF CODPAC-DB NOT = CODPAC-REC
                GO TO DEVOLVE-SALDO-FIM.
           IF CRM-DB NOT = CRM-REC
              OR DATACONS-DB NOT = DATACONS-REC
                GO TO DEVOLVE-SALDO-LOOP.
           ADD VALOR-REC TO SALDO-DB
           IF SALDO-DB > VALOR-DB
                MOVE VALOR-DB TO SALDO-DB.
           MOVE "A" TO SIT-DB
           REWRITE REGDEBPAC
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                MOVE "ERRO NA DEVOLUCAO DO SALDO DO PACIENTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEVOLVE-SALDO-FIM.
           MOVE "*** VALOR DEVOLVIDO AO SALDO DO PACIENTE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       DEVOLVE-SALDO-FIM.
           EXIT.

      *
      ***************************************************
      * PACOTE DE SESSOES VENDIDO PELO RECIBO: SO PODE   *
      * SER ESTORNADO SE NENHUMA SESSAO FOI USADA        *
      ***************************************************
      *
       ACHA-PACOTE.
           MOVE "N" TO W-OPCAO
           MOVE ZEROS TO NUM-PK
           START PACOTE KEY IS NOT LESS NUM-PK
                INVALID KEY
                     GO TO ACHA-PACOTE-NAO.
       ACHA-PACOTE-LOOP.
           READ PACOTE NEXT RECORD
                AT END
                     GO TO ACHA-PACOTE-NAO.
           IF NUMREC-PK NOT = NUM-REC
                GO TO ACHA-PACOTE-LOOP.
           IF QTDUSO-PK > ZEROS
                MOVE "*** PACOTE COM SESSOES JA USADAS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACHA-PACOTE-FIM.
           MOVE "S" TO W-OPCAO
           DISPLAY (19, 03) "RECIBO DE VENDA DO PACOTE: "
           DISPLAY (19, 30) NUM-PK
           GO TO ACHA-PACOTE-FIM.
       ACHA-PACOTE-NAO.
           MOVE "*** PACOTE DO RECIBO NAO ENCONTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ACHA-PACOTE-FIM.
           EXIT.

       CANCELA-PACOTE.
           MOVE "C" TO SIT-PK
           REWRITE REGPACOTE
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
                MOVE "ERRO NO CANCELAMENTO DO PACOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CANCELA-PACOTE-FIM.
           MOVE "*** PACOTE DE SESSOES CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CANCELA-PACOTE-FIM.
           EXIT.

      *
      **********************************
      * ROTINA DE GRAVACAO DE AUDITORIA *
      **********************************
      *
       GRAVA-AUDITORIA.
           ACCEPT DATA-AUDIT FROM DATE YYYYMMDD
           ACCEPT HORA-AUDIT FROM TIME
           MOVE "SMP086"    TO PROGRAMA-AUDIT
           MOVE "A"         TO OPERACAO-AUDIT
           MOVE NUM-REC     TO CHAVE-AUDIT
           MOVE "ESTORNO DE RECIBO" TO NOME-AUDIT
           MOVE W-SUPERV    TO NOME-AUDIT(22:8)
           MOVE W-OPERADOR  TO OPERADOR-AUDIT
           WRITE REG-AUDITORIA.
       GRAVA-AUDITORIA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE RECIBO OPERADOR DEBPAC AUDITORIA PACOTE.
       ROT-FIM2.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

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
