       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * MANUTENCAO DAS TABELAS DE APOIO DO ATENDIMENTO  *
      * E DO FATURAMENTO (UNIDADES, SALAS, EQUIPAMENTOS *
      * E INDISPONIBILIDADES DAS SALAS, CATALOGO DE     *
      * PROCEDIMENTOS COM O CODIGO TUSS, PRECOS DE      *
      * PROCEDIMENTO POR CONVENIO, PARAMETROS E         *
      * CONTRATOS DE CONVENIO)                          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PP
                    FILE STATUS  IS ST-ERRO5.

       SELECT CONTRATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-CT
                    FILE STATUS  IS ST-ERRO6.

       SELECT EQUIPSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EQ
                    FILE STATUS  IS ST-ERRO7.

       SELECT SALAIND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SI
                    FILE STATUS  IS ST-ERRO8.

       SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AGENDA
                    FILE STATUS  IS ST-ERRO9
                    ALTERNATE RECORD KEY IS CODPAC WITH DUPLICATES.

       SELECT UNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-UN
                    FILE STATUS  IS ST-ERRO10.

       SELECT TUSSTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TUSS-TS
                    FILE STATUS  IS ST-ERRO11.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       COPY "PROCTAB.CPY".
      *
       COPY "PROCPRE.CPY".
      *
       COPY "CONTRATO.CPY".
      *
       COPY "EQUIPSAL.CPY".
      *
       COPY "SALAIND.CPY".
      *
       COPY "AGENDA.CPY".
      *
       COPY "UNIDADE.CPY".
      *
       COPY "TUSSTAB.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO3   PIC X(02) VALUE "00".
       77 ST-ERRO4   PIC X(02) VALUE "00".
       77 ST-ERRO5   PIC X(02) VALUE "00".
       77 ST-ERRO6   PIC X(02) VALUE "00".
       77 ST-ERRO7   PIC X(02) VALUE "00".
       77 ST-ERRO8   PIC X(02) VALUE "00".
       77 ST-ERRO9   PIC X(02) VALUE "00".
       77 ST-ERRO10  PIC X(02) VALUE "00".
       77 ST-ERRO11  PIC X(02) VALUE "00".

       01 TXTPROCED  PIC X(30) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 TXTCONVENIO PIC X(30) VALUE SPACES.

       01 W-DTCRIT.
          03 W-DTCRIT-ANO PIC 9(04).
          03 W-DTCRIT-MES PIC 9(02).
          03 W-DTCRIT-DIA PIC 9(02).
       01 W-DTCRIT-N REDEFINES W-DTCRIT PIC 9(08).
       01 W-DTCRITOK  PIC X(01) VALUE "S".

       01 TXTSALA     PIC X(30) VALUE SPACES.
       01 TXTUNID     PIC X(30) VALUE SPACES.
       01 W-SALASUN   PIC 9(03) VALUE ZEROS.
       01 TXTEQUIP    PIC X(30) VALUE SPACES.
       01 TXTTUSS     PIC X(50) VALUE SPACES.
       01 W-TUSSOK    PIC X(01) VALUE "N".
       01 W-AGEOK     PIC X(01) VALUE "N".
       01 W-AFETADAS  PIC 9(04) VALUE ZEROS.

      *    PROXIMA PREVENTIVA = ULTIMA + INTERVALO EM MESES
       01 W-PREV.
          03 W-PREV-ANO  PIC 9(04).
          03 W-PREV-MES  PIC 9(02).
          03 W-PREV-DIA  PIC 9(02).
       01 W-PREV-N REDEFINES W-PREV PIC 9(08).
       01 W-PREVMESES PIC 9(06) VALUE ZEROS.
       01 W-PREVRESTO PIC 9(02) VALUE ZEROS.

      *    INICIO E FIM DO PERIODO (DATA + HORA) PARA O CONFRONTO
      *    COM AS CONSULTAS JA MARCADAS NA SALA
       01 W-TSINI     PIC 9(12) VALUE ZEROS.
       01 W-TSFIM     PIC 9(12) VALUE ZEROS.
       01 W-TSCONS    PIC 9(12) VALUE ZEROS.
       01 W-TSCFIM    PIC 9(12) VALUE ZEROS.
       01 W-CONSMIN   PIC 9(04) VALUE ZEROS.
       01 W-CONSHH    PIC 9(02) VALUE ZEROS.
       01 W-CONSMM    PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACPA.
               VALUE  " Layout De Remessa (1 Ou 2):".
           05  LINE 08  COLUMN 01
               VALUE  " Exige Autorizacao Previa (S/N):".
           05  LINE 10  COLUMN 01
               VALUE  " Modelo Da Guia (C/S/N, Branco=Automatico):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

               USING  EXIGE-AUT-CP
               HIGHLIGHT.

           05  TGUIACPA
               LINE 10  COLUMN 45  PIC X(01)
               USING  GUIA-CP
               HIGHLIGHT.

       01  TELAPRO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " Duracao (Minutos):".
           05  LINE 10  COLUMN 01
               VALUE  " Valor Padrao:".
           05  LINE 12  COLUMN 01
               VALUE  " Codigo TUSS (0=Nenhum):".
           05  LINE 14  COLUMN 01
               VALUE  " Porte CBHPM:".
           05  LINE 15  COLUMN 01
               VALUE  " Valor Do Porte:".
           05  LINE 16  COLUMN 01
               VALUE  " UCO:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

               USING  VALOR-PROC
               HIGHLIGHT.

           05  TTUSPRO
               LINE 12  COLUMN 26  PIC 9(08)
               USING  TUSS-PROC
               HIGHLIGHT.

           05  TTXTTUSS
               LINE 13  COLUMN 26  PIC X(50)
               USING  TXTTUSS
               HIGHLIGHT.

           05  TPORPRO
               LINE 14  COLUMN 15  PIC X(03)
               USING  PORTE-PROC
               HIGHLIGHT.

           05  TVPOPRO
               LINE 15  COLUMN 18  PIC 9(06)V99
               USING  VALPORTE-PROC
               HIGHLIGHT.

           05  TUCOPRO
               LINE 16  COLUMN 07  PIC 9(03)V9(03)
               USING  UCO-PROC
               HIGHLIGHT.

       01  TELAPPR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " Localizacao:".
           05  LINE 10  COLUMN 01
               VALUE  " Propria P/Procedimentos (S/N):".
           05  LINE 12  COLUMN 01
               VALUE  " Acessivel P/Cadeira De Rodas (S/N):".
           05  LINE 14  COLUMN 01
               VALUE  " Unidade (Codigo):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

               USING  PROCED-SALA
               HIGHLIGHT.

           05  TACESAL
               LINE 12  COLUMN 38  PIC X(01)
               USING  ACESSIVEL-SALA
               HIGHLIGHT.

           05  TUNISAL
               LINE 14  COLUMN 20  PIC 9(02)
               USING  UNID-SALA
               HIGHLIGHT.

           05  TTXTUNISAL
               LINE 15  COLUMN 20  PIC X(30)
               USING  TXTUNID
               HIGHLIGHT.

       01  TELAUNI.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Manutencao De Unidades (Filiais) Da Clinica".
           05  LINE 04  COLUMN 01
               VALUE  " Codigo:".
           05  LINE 06  COLUMN 01
               VALUE  " Nome:".
           05  LINE 08  COLUMN 01
               VALUE  " Endereco:".
           05  LINE 10  COLUMN 01
               VALUE  " Situacao (A=Ativa I=Inativa):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODUNI
               LINE 04  COLUMN 10  PIC 9(02)
               USING  COD-UN
               HIGHLIGHT.

           05  TNOMEUNI
               LINE 06  COLUMN 08  PIC X(30)
               USING  NOME-UN
               HIGHLIGHT.

           05  TENDUNI
               LINE 08  COLUMN 12  PIC X(40)
               USING  ENDERECO-UN
               HIGHLIGHT.

           05  TSITUNI
               LINE 10  COLUMN 32  PIC X(01)
               USING  SIT-UN
               HIGHLIGHT.

       01  TELAEQP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Equipamentos Das Salas De Atendimento".
           05  LINE 04  COLUMN 01
               VALUE  " Sala (Codigo):".
           05  LINE 06  COLUMN 01
               VALUE  " Equipamento (Codigo):".
           05  LINE 08  COLUMN 01
               VALUE  " Descricao:".
           05  LINE 10  COLUMN 01
               VALUE  " Numero De Serie/Patrimonio:".
           05  LINE 12  COLUMN 01
               VALUE  " Intervalo Da Preventiva (Meses, 0=Nao Tem):".
           05  LINE 13  COLUMN 01
               VALUE  " Ultima Preventiva (AAAAMMDD):".
           05  LINE 14  COLUMN 01
               VALUE  " Proxima Preventiva (AAAAMMDD):".
           05  LINE 16  COLUMN 01
               VALUE  " Situacao (A=Ativo I=Inativo):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TSALAEQP
               LINE 04  COLUMN 17  PIC 9(02)
               USING  COD-SALA-EQ
               HIGHLIGHT.

           05  TTXTSALAEQP
               LINE 05  COLUMN 17  PIC X(30)
               USING  TXTSALA
               HIGHLIGHT.

           05  TCODEQP
               LINE 06  COLUMN 24  PIC 9(03)
               USING  COD-EQ
               HIGHLIGHT.

           05  TDESCEQP
               LINE 08  COLUMN 13  PIC X(30)
               USING  DESC-EQ
               HIGHLIGHT.

           05  TSERIEEQP
               LINE 10  COLUMN 30  PIC X(20)
               USING  SERIE-EQ
               HIGHLIGHT.

           05  TINTEQP
               LINE 12  COLUMN 47  PIC 9(02)
               USING  INTERV-EQ
               HIGHLIGHT.

           05  TULTEQP
               LINE 13  COLUMN 32  PIC 9(08)
               USING  ULTPREV-EQ
               HIGHLIGHT.

           05  TPROXEQP
               LINE 14  COLUMN 33  PIC 9(08)
               USING  PROXPREV-EQ
               HIGHLIGHT.

           05  TSITEQP
               LINE 16  COLUMN 32  PIC X(01)
               USING  SIT-EQ
               HIGHLIGHT.

       01  TELAIND.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Indisponibilidade Das Salas (Manutencao)".
           05  LINE 04  COLUMN 01
               VALUE  " Sala (Codigo):".
           05  LINE 06  COLUMN 01
               VALUE  " Inicio (AAAAMMDD):".
           05  LINE 06  COLUMN 31
               VALUE  "Hora (HHMM):".
           05  LINE 08  COLUMN 01
               VALUE  " Fim    (AAAAMMDD):".
           05  LINE 08  COLUMN 31
               VALUE  "Hora (HHMM):".
           05  LINE 10  COLUMN 01
               VALUE  " Equipamento (0=Sala Toda):".
           05  LINE 12  COLUMN 01
               VALUE  " Tipo (P=Preventiva C=Corretiva O=Outro):".
           05  LINE 14  COLUMN 01
               VALUE  " Motivo:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TSALAIND
               LINE 04  COLUMN 17  PIC 9(02)
               USING  COD-SALA-SI
               HIGHLIGHT.

           05  TTXTSALAIND
               LINE 05  COLUMN 17  PIC X(30)
               USING  TXTSALA
               HIGHLIGHT.

           05  TDTINIIND
               LINE 06  COLUMN 21  PIC 9(08)
               USING  DATAINI-SI
               HIGHLIGHT.

           05  THRINIIND
               LINE 06  COLUMN 44  PIC 9(04)
               USING  HORAINI-SI
               HIGHLIGHT.

           05  TDTFIMIND
               LINE 08  COLUMN 21  PIC 9(08)
               USING  DATAFIM-SI
               HIGHLIGHT.

           05  THRFIMIND
               LINE 08  COLUMN 44  PIC 9(04)
               USING  HORAFIM-SI
               HIGHLIGHT.

           05  TEQUIPIND
               LINE 10  COLUMN 29  PIC 9(03)
               USING  COD-EQ-SI
               HIGHLIGHT.

           05  TTXTEQUIPIND
               LINE 11  COLUMN 29  PIC X(30)
               USING  TXTEQUIP
               HIGHLIGHT.

           05  TTIPOIND
               LINE 12  COLUMN 43  PIC X(01)
               USING  TIPO-SI
               HIGHLIGHT.

           05  TMOTIND
               LINE 14  COLUMN 10  PIC X(30)
               USING  MOTIVO-SI
               HIGHLIGHT.

       01  TELACTR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Manutencao De Contratos De Convenio".
           05  LINE 04  COLUMN 01
               VALUE  " Convenio (Codigo):".
           05  LINE 07  COLUMN 01
               VALUE  " Inicio Da Vigencia (AAAAMMDD):".
           05  LINE 08  COLUMN 01
               VALUE  " Fim Da Vigencia (AAAAMMDD, 0=Indeterminado):".
           05  LINE 10  COLUMN 01
               VALUE  " Aniversario Do Reajuste (Mes/Dia):".
           05  LINE 10  COLUMN 40
               VALUE  "/".
           05  LINE 11  COLUMN 01
               VALUE  " Indice De Reajuste:".
           05  LINE 13  COLUMN 01
               VALUE  " Prazo De Pagamento (Dias):".
           05  LINE 14  COLUMN 01
               VALUE  " Dia De Corte Do Faturamento:".
           05  LINE 15  COLUMN 01
               VALUE  " Aviso Previo (Dias):".
           05  LINE 17  COLUMN 01
               VALUE  " Multiplicador Do Porte CBHPM (0=Nao Usa):".
           05  LINE 18  COLUMN 01
               VALUE  " Valor Da UCO:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODCTR
               LINE 04  COLUMN 21  PIC 9(06)
               USING  CODIGO-CT
               HIGHLIGHT.

           05  TTXTCONVCTR
               LINE 05  COLUMN 21  PIC X(30)
               USING  TXTCONVENIO
               HIGHLIGHT.

           05  TINICTR
               LINE 07  COLUMN 33  PIC 9(08)
               USING  INICIO-CT
               HIGHLIGHT.

           05  TFIMCTR
               LINE 08  COLUMN 47  PIC 9(08)
               USING  FIM-CT
               HIGHLIGHT.

           05  TMESRCTR
               LINE 10  COLUMN 38  PIC 9(02)
               USING  MESREAJ-CT
               HIGHLIGHT.

           05  TDIARCTR
               LINE 10  COLUMN 41  PIC 9(02)
               USING  DIAREAJ-CT
               HIGHLIGHT.

           05  TINDCTR
               LINE 11  COLUMN 22  PIC X(10)
               USING  INDICE-CT
               HIGHLIGHT.

           05  TPRZCTR
               LINE 13  COLUMN 29  PIC 9(03)
               USING  PRAZOPG-CT
               HIGHLIGHT.

           05  TCORCTR
               LINE 14  COLUMN 31  PIC 9(02)
               USING  CORTE-CT
               HIGHLIGHT.

           05  TAVICTR
               LINE 15  COLUMN 23  PIC 9(03)
               USING  AVISO-CT
               HIGHLIGHT.

           05  TMULCTR
               LINE 17  COLUMN 44  PIC 9(01)V9(04)
               USING  MULTCBHPM-CT
               HIGHLIGHT.

           05  TUCOCTR
               LINE 18  COLUMN 16  PIC 9(03)V99
               USING  VALUCO-CT
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PROCPRE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O CONTRATO
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
                 OPEN OUTPUT CONTRATO
                 CLOSE CONTRATO
                 OPEN I-O CONTRATO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONTRATO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O EQUIPSAL
           IF ST-ERRO7 NOT = "00"
             IF ST-ERRO7 = "30"
                 OPEN OUTPUT EQUIPSAL
                 CLOSE EQUIPSAL
                 OPEN I-O EQUIPSAL
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO EQUIPSAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O SALAIND
           IF ST-ERRO8 NOT = "00"
             IF ST-ERRO8 = "30"
                 OPEN OUTPUT SALAIND
                 CLOSE SALAIND
                 OPEN I-O SALAIND
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO SALAIND" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *    A AGENDA SO E LIDA, PARA AVISAR DAS CONSULTAS JA
      *    MARCADAS NA SALA DURANTE A INDISPONIBILIDADE
           MOVE "S" TO W-AGEOK
           OPEN INPUT AGENDA
           IF ST-ERRO9 NOT = "00"
                 MOVE "N" TO W-AGEOK.

           OPEN I-O UNIDADE
           IF ST-ERRO10 NOT = "00"
             IF ST-ERRO10 = "30"
                 OPEN OUTPUT UNIDADE
                 CLOSE UNIDADE
                 OPEN I-O UNIDADE
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO UNIDADE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *    A TABELA TUSS SO E LIDA; ENQUANTO NAO FOR CARREGADA O
      *    CODIGO TUSS DO PROCEDIMENTO NAO E CONFERIDO
           MOVE "S" TO W-TUSSOK
           OPEN INPUT TUSSTAB
           IF ST-ERRO11 NOT = "00"
                 MOVE "N" TO W-TUSSOK.
      *
       ACE-001.
                DISPLAY (23, 12)
           "S=SALAS U=UNID. P=PROC. G=PRECOS C=CONV. T=CONTR. X=SAIR"
                ACCEPT (23, 68) W-OPCAO
                IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "P"
                    AND W-OPCAO NOT = "G" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "T" AND W-OPCAO NOT = "X"
                    AND W-OPCAO NOT = "U"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                   GO TO ROT-FIM.
                IF W-OPCAO = "S"
                   GO TO SAL-ACE.
                IF W-OPCAO = "U"
                   GO TO UNI-ACE.
                IF W-OPCAO = "P"
                   GO TO PRO-ACE.
                IF W-OPCAO = "G"
                   GO TO PPR-ACE.
                IF W-OPCAO = "T"
                   GO TO CTR-ACE.
                GO TO CPA-ACE.
      *
      ***************************************************
      *
       PRO-R1.
            MOVE ZEROS TO COD-PROC DURACAO-PROC VALOR-PROC
                          TUSS-PROC VALPORTE-PROC UCO-PROC
            MOVE SPACES TO DESC-PROC PORTE-PROC TXTTUSS
            DISPLAY TELAPRO.
      *
       PRO-R2.
           READ PROCTAB
           IF ST-ERRO4 NOT = "23"
             IF ST-ERRO4 = "00"
                PERFORM PRO-TXTTUSS THRU PRO-TXTTUSS-FIM
                DISPLAY TELAPRO
                IF W-SEL = 0
                   MOVE "*** PROCEDIMENTO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRO-R3B.

       PRO-R3C.
           ACCEPT TTUSPRO

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PRO-R3B.

           PERFORM PRO-TXTTUSS THRU PRO-TXTTUSS-FIM
           DISPLAY TTXTTUSS TPORPRO TVPOPRO TUCOPRO
           IF TUSS-PROC NOT = ZEROS AND W-TUSSOK = "S"
              AND TXTTUSS = SPACES
                MOVE "*** CODIGO TUSS FORA DA TABELA CARREGADA ***"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRO-R3C.

           IF W-SEL = 1
                GO TO PRO-ALT-OPC.
      *
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    DESCRICAO TUSS DO PROCEDIMENTO, COM O PORTE E A UCO
      *    ATUAIS DA TABELA CARREGADA; SEM A TABELA FICAM OS VALORES
      *    JA GRAVADOS NO CATALOGO
       PRO-TXTTUSS.
           MOVE SPACES TO TXTTUSS
           IF TUSS-PROC = ZEROS
                MOVE SPACES TO PORTE-PROC
                MOVE ZEROS TO VALPORTE-PROC UCO-PROC
                GO TO PRO-TXTTUSS-FIM.
           IF W-TUSSOK NOT = "S"
                MOVE "(TABELA TUSS NAO CARREGADA)" TO TXTTUSS
                GO TO PRO-TXTTUSS-FIM.
           MOVE TUSS-PROC TO TUSS-TS
           READ TUSSTAB
               INVALID KEY
                  GO TO PRO-TXTTUSS-FIM.
           MOVE DESC-TS     TO TXTTUSS
           MOVE PORTE-TS    TO PORTE-PROC
           MOVE VALPORTE-TS TO VALPORTE-PROC
           MOVE UCO-TS      TO UCO-PROC.
       PRO-TXTTUSS-FIM.
           EXIT.
      *
      ***************************************************
      * PRECOS DE PROCEDIMENTO POR CONVENIO              *
      ***************************************************
      ***************************************************
       SAL-ACE.
                DISPLAY (23, 12)
                 "N=NOVO A=ALT. E=EXCL. Q=EQUIP. I=INDISP. V=VOLTAR"
                ACCEPT (23, 62) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    AND W-OPCAO NOT = "Q" AND W-OPCAO NOT = "I"
                    GO TO SAL-ACE.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "V"
                   GO TO ACE-001.
                IF W-OPCAO = "Q"
                   GO TO EQP-ACE.
                IF W-OPCAO = "I"
                   GO TO IND-ACE.
                IF W-OPCAO = "N"
                   MOVE 0 TO W-SEL
                ELSE
                      MOVE 2 TO W-SEL.
      *
       SAL-R1.
            MOVE ZEROS TO COD-SALA UNID-SALA
            MOVE SPACES TO DESC-SALA LOCALIZA-SALA PROCED-SALA
                           ACESSIVEL-SALA TXTUNID
            DISPLAY TELASAL.
      *
       SAL-R2.
           READ SALATAB
           IF ST-ERRO3 NOT = "23"
             IF ST-ERRO3 = "00"
                PERFORM SAL-TXTUNID THRU SAL-TXTUNID-FIM
                DISPLAY TELASAL
                IF W-SEL = 0
                   MOVE "*** SALA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SAL-R3B.

       SAL-R3C.
           ACCEPT TACESAL

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SAL-R3B.

           IF ACESSIVEL-SALA NOT = "S" AND ACESSIVEL-SALA NOT = "N"
                MOVE "*** INFORME S OU N ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SAL-R3C.

       SAL-R3D.
           ACCEPT TUNISAL

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SAL-R3C.

           PERFORM SAL-TXTUNID THRU SAL-TXTUNID-FIM
           DISPLAY TTXTUNISAL
           IF TXTUNID = SPACES
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SAL-R3D.
           IF UN-INATIVA
                MOVE "*** UNIDADE INATIVA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SAL-R3D.

           IF W-SEL = 1
                GO TO SAL-ALT-OPC.
      *
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    NOME DA UNIDADE DA SALA; EM BRANCO SE NAO CADASTRADA
       SAL-TXTUNID.
           MOVE SPACES TO TXTUNID
           MOVE UNID-SALA TO COD-UN
           READ UNIDADE
               INVALID KEY
                  GO TO SAL-TXTUNID-FIM.
           MOVE NOME-UN TO TXTUNID.
       SAL-TXTUNID-FIM.
           EXIT.
      *
      ***************************************************
      * MANUTENCAO DAS UNIDADES (FILIAIS); A UNIDADE QUE *
      * AINDA TEM SALA NAO PODE SER EXCLUIDA             *
      ***************************************************
       UNI-ACE.
                DISPLAY (23, 12)
                 "N=NOVO  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    GO TO UNI-ACE.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "V"
                   ELSE
                      MOVE 2 TO W-SEL.
      *
       UNI-R1.
            MOVE ZEROS TO COD-UN
            MOVE SPACES TO NOME-UN ENDERECO-UN SIT-UN
            DISPLAY TELAUNI.
      *
       UNI-R2.
           ACCEPT TCODUNI

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO UNI-ACE.

           IF COD-UN = ZEROS
                GO TO UNI-R2.

       UNI-LER.
           READ UNIDADE
           IF ST-ERRO10 NOT = "23"
             IF ST-ERRO10 = "00"
                DISPLAY TELAUNI
                IF W-SEL = 0
                   MOVE "*** UNIDADE JA CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO UNI-ACE
                ELSE
                   IF W-SEL = 2
                      GO TO UNI-EXC-OPC
                   ELSE
                      GO TO UNI-R3
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO UNIDADE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO UNI-R2
             ELSE
                MOVE "A" TO SIT-UN.

       UNI-R3.
           ACCEPT TNOMEUNI

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO UNI-R2.

           IF NOME-UN = SPACES
                GO TO UNI-R3.

       UNI-R3A.
           ACCEPT TENDUNI

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO UNI-R3.

       UNI-R3B.
           ACCEPT TSITUNI

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO UNI-R3A.

           IF NOT UN-ATIVA AND NOT UN-INATIVA
                MOVE "*** INFORME A OU I ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO UNI-R3B.

           IF W-SEL = 1
                GO TO UNI-ALT-OPC.
      *
       UNI-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO UNI-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO UNI-INC-OPC.
       UNI-INC-WR1.
                WRITE REGUNID
                IF ST-ERRO10 = "00"
                   MOVE "*** UNIDADE INCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO UNI-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       UNI-ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO UNI-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO UNI-ALT-OPC.
       UNI-ALT-RW1.
                REWRITE REGUNID
                IF ST-ERRO10 = "00"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO UNI-ACE.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       UNI-EXC-OPC.
                PERFORM UNI-CONTA-SALAS THRU UNI-CONTA-SALAS-FIM
                IF W-SALASUN > ZEROS
                   MOVE "*** UNIDADE COM SALAS, NAO PODE EXCLUIR ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO UNI-ACE.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO UNI-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO UNI-EXC-OPC.
       UNI-EXC-DL1.
                DELETE UNIDADE RECORD
                IF ST-ERRO10 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO UNI-ACE.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    QUANTAS SALAS ESTAO CADASTRADAS NA UNIDADE
       UNI-CONTA-SALAS.
           MOVE ZEROS TO W-SALASUN
           MOVE ZEROS TO COD-SALA
           START SALATAB KEY IS NOT LESS COD-SALA
               INVALID KEY
                  GO TO UNI-CONTA-SALAS-FIM.
       UNI-CONTA-SALAS-LOOP.
           READ SALATAB NEXT
               AT END
                  GO TO UNI-CONTA-SALAS-FIM.
           IF UNID-SALA = COD-UN
                ADD 1 TO W-SALASUN.
           GO TO UNI-CONTA-SALAS-LOOP.
       UNI-CONTA-SALAS-FIM.
           EXIT.
      *
      ***************************************************
      * EQUIPAMENTOS DAS SALAS: A PROXIMA PREVENTIVA E   *
      * CALCULADA PELA ULTIMA MAIS O INTERVALO EM MESES  *
      ***************************************************
       EQP-ACE.
                DISPLAY (23, 12)
                 "N=NOVO  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    GO TO EQP-ACE.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "V"
                   GO TO SAL-ACE.
                IF W-OPCAO = "N"
                   MOVE 0 TO W-SEL
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                   ELSE
                      MOVE 2 TO W-SEL.
      *
       EQP-R1.
            MOVE ZEROS TO CHAVE-EQ INTERV-EQ ULTPREV-EQ PROXPREV-EQ
            MOVE SPACES TO DESC-EQ SERIE-EQ TXTSALA
            MOVE "A" TO SIT-EQ
            DISPLAY TELAEQP.
      *
       EQP-R2.
           ACCEPT TSALAEQP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EQP-ACE.

           IF COD-SALA-EQ = ZEROS
                GO TO EQP-R2.
           MOVE COD-SALA-EQ TO COD-SALA
           READ SALATAB
               INVALID KEY
                  MOVE "*** SALA NAO CADASTRADA ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO EQP-R2.
           MOVE DESC-SALA TO TXTSALA
           DISPLAY TTXTSALAEQP.

       EQP-R2A.
           ACCEPT TCODEQP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EQP-R2.

           IF COD-EQ = ZEROS
                GO TO EQP-R2A.

       EQP-LER.
           READ EQUIPSAL
           IF ST-ERRO7 NOT = "23"
             IF ST-ERRO7 = "00"
                DISPLAY TELAEQP
                IF W-SEL = 0
                   MOVE "*** EQUIPAMENTO JA CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EQP-ACE
                ELSE
                   IF W-SEL = 2
                      GO TO EQP-EXC-OPC
                   ELSE
                      GO TO EQP-R3
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO EQUIPSAL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** EQUIPAMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EQP-R2A
             ELSE
                NEXT SENTENCE.

       EQP-R3.
           ACCEPT TDESCEQP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EQP-R2A.

           IF DESC-EQ = SPACES
                GO TO EQP-R3.

       EQP-R3A.
           ACCEPT TSERIEEQP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EQP-R3.

       EQP-R3B.
           ACCEPT TINTEQP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EQP-R3A.

       EQP-R3C.
           ACCEPT TULTEQP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EQP-R3B.

           IF ULTPREV-EQ NOT = ZEROS
                MOVE ULTPREV-EQ TO W-DTCRIT-N
                PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
                IF W-DTCRITOK = "N"
                     MOVE "*** DATA INVALIDA ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO EQP-R3C.
           PERFORM CALC-PROXPREV THRU CALC-PROXPREV-FIM
           DISPLAY TPROXEQP.

       EQP-R3D.
           ACCEPT TSITEQP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EQP-R3C.

           IF NOT EQ-ATIVO AND NOT EQ-INATIVO
                MOVE "*** INFORME A OU I ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EQP-R3D.

           IF W-SEL = 1
                GO TO EQP-ALT-OPC.
      *
       EQP-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EQP-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EQP-INC-OPC.
       EQP-INC-WR1.
                WRITE REGEQUIP
                IF ST-ERRO7 = "00"
                   MOVE "*** EQUIPAMENTO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EQP-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       EQP-ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EQP-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EQP-ALT-OPC.
       EQP-ALT-RW1.
                REWRITE REGEQUIP
                IF ST-ERRO7 = "00"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EQP-ACE.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       EQP-EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EQP-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EQP-EXC-OPC.
       EQP-EXC-DL1.
                DELETE EQUIPSAL RECORD
                IF ST-ERRO7 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EQP-ACE.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    PROXIMA PREVENTIVA: SOMA O INTERVALO EM MESES A ULTIMA;
      *    DIA ACIMA DE 28 VAI PARA 28 PARA CAIR EM DATA VALIDA
       CALC-PROXPREV.
           MOVE ZEROS TO PROXPREV-EQ
           IF INTERV-EQ = ZEROS OR ULTPREV-EQ = ZEROS
                GO TO CALC-PROXPREV-FIM.
           MOVE ULTPREV-EQ TO W-PREV-N
           COMPUTE W-PREVMESES = W-PREV-ANO * 12 + W-PREV-MES - 1
                               + INTERV-EQ
           DIVIDE W-PREVMESES BY 12 GIVING W-PREV-ANO
                                    REMAINDER W-PREVRESTO
           COMPUTE W-PREV-MES = W-PREVRESTO + 1
           IF W-PREV-DIA > 28
                MOVE 28 TO W-PREV-DIA.
           MOVE W-PREV-N TO PROXPREV-EQ.
       CALC-PROXPREV-FIM.
           EXIT.
      *
      ***************************************************
      * INDISPONIBILIDADE DAS SALAS (MANUTENCAO): NO     *
      * PERIODO A SALA NAO PODE SER RESERVADA NA AGENDA  *
      ***************************************************
       IND-ACE.
                DISPLAY (23, 12)
                 "N=NOVO  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "E"
                    AND W-OPCAO NOT = "V"
                    GO TO IND-ACE.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "V"
                   GO TO SAL-ACE.
                IF W-OPCAO = "N"
                   MOVE 0 TO W-SEL
                ELSE
                   MOVE 2 TO W-SEL.
      *
       IND-R1.
            MOVE ZEROS TO CHAVE-SI DATAFIM-SI COD-EQ-SI
            MOVE 2359 TO HORAFIM-SI
            MOVE SPACES TO TIPO-SI MOTIVO-SI TXTSALA TXTEQUIP
            DISPLAY TELAIND.
      *
       IND-R2.
           ACCEPT TSALAIND

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO IND-ACE.

           IF COD-SALA-SI = ZEROS
                GO TO IND-R2.
           MOVE COD-SALA-SI TO COD-SALA
           READ SALATAB
               INVALID KEY
                  MOVE "*** SALA NAO CADASTRADA ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO IND-R2.
           MOVE DESC-SALA TO TXTSALA
           DISPLAY TTXTSALAIND.

       IND-R3.
           ACCEPT TDTINIIND

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO IND-R2.

           MOVE DATAINI-SI TO W-DTCRIT-N
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
           IF W-DTCRITOK = "N"
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IND-R3.

       IND-R3A.
           ACCEPT THRINIIND

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO IND-R3.

           DIVIDE HORAINI-SI BY 100 GIVING W-CONSHH
                                    REMAINDER W-CONSMM
           IF W-CONSHH > 23 OR W-CONSMM > 59
                MOVE "*** HORA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IND-R3A.

       IND-LER.
           READ SALAIND
           IF ST-ERRO8 NOT = "23"
             IF ST-ERRO8 = "00"
                PERFORM IND-TXTEQUIP THRU IND-TXTEQUIP-FIM
                DISPLAY TELAIND
                IF W-SEL = 0
                   MOVE "*** INDISPONIBILIDADE JA CADASTRADA ***"
                                                         TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IND-ACE
                ELSE
                   GO TO IND-EXC-OPC
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO SALAIND" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** INDISPONIBILIDADE NAO CADASTRADA ***"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IND-R3
             ELSE
                NEXT SENTENCE.

           IF DATAFIM-SI = ZEROS
                MOVE DATAINI-SI TO DATAFIM-SI
                DISPLAY TDTFIMIND.

       IND-R4.
           ACCEPT TDTFIMIND

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO IND-R3A.

           MOVE DATAFIM-SI TO W-DTCRIT-N
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
           IF W-DTCRITOK = "N"
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IND-R4.
           IF DATAFIM-SI < DATAINI-SI
                MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IND-R4.

       IND-R4A.
           ACCEPT THRFIMIND

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO IND-R4.

           DIVIDE HORAFIM-SI BY 100 GIVING W-CONSHH
                                    REMAINDER W-CONSMM
           IF W-CONSHH > 23 OR W-CONSMM > 59
                MOVE "*** HORA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IND-R4A.
           IF DATAFIM-SI = DATAINI-SI AND HORAFIM-SI NOT > HORAINI-SI
                MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IND-R4A.

       IND-R5.
           ACCEPT TEQUIPIND

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO IND-R4A.

           PERFORM IND-TXTEQUIP THRU IND-TXTEQUIP-FIM
           IF TXTEQUIP = SPACES
                MOVE "*** EQUIPAMENTO NAO CADASTRADO NA SALA ***"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IND-R5.
           DISPLAY TTXTEQUIPIND.

       IND-R6.
           ACCEPT TTIPOIND

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO IND-R5.

           IF NOT SI-PREVENTIVA AND NOT SI-CORRETIVA
                                AND NOT SI-OUTROS
                MOVE "*** INFORME P, C OU O ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IND-R6.
           IF SI-PREVENTIVA AND COD-EQ-SI = ZEROS
                MOVE "*** PREVENTIVA EXIGE O EQUIPAMENTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO IND-R6.

       IND-R7.
           ACCEPT TMOTIND

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO IND-R6.

           IF MOTIVO-SI = SPACES
                GO TO IND-R7.
      *
       IND-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IND-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IND-INC-OPC.
       IND-INC-WR1.
                WRITE REGSALAIND
                IF ST-ERRO8 = "00"
                   MOVE "*** INDISPONIBILIDADE INCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM IND-PREV THRU IND-PREV-FIM
                   PERFORM IND-IMPACTO THRU IND-IMPACTO-FIM
                   GO TO IND-ACE.
                IF ST-ERRO8 = "22"
                   MOVE "*** INDISPONIBILIDADE JA CADASTRADA ***"
                                                         TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IND-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       IND-EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IND-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IND-EXC-OPC.
       IND-EXC-DL1.
                DELETE SALAIND RECORD
                IF ST-ERRO8 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IND-ACE.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    DESCRICAO DO EQUIPAMENTO DA INDISPONIBILIDADE (ZERO =
      *    SALA TODA); EM BRANCO SE O EQUIPAMENTO NAO E DA SALA
       IND-TXTEQUIP.
           IF COD-EQ-SI = ZEROS
                MOVE "SALA TODA" TO TXTEQUIP
                GO TO IND-TXTEQUIP-FIM.
           MOVE COD-SALA-SI TO COD-SALA-EQ
           MOVE COD-EQ-SI   TO COD-EQ
           READ EQUIPSAL
               INVALID KEY
                  MOVE SPACES TO TXTEQUIP
                  GO TO IND-TXTEQUIP-FIM.
           MOVE DESC-EQ TO TXTEQUIP.
       IND-TXTEQUIP-FIM.
           EXIT.
      *
      *    PREVENTIVA PROGRAMADA: O FIM DO PERIODO PASSA A SER A
      *    ULTIMA PREVENTIVA DO EQUIPAMENTO E A PROXIMA E REFEITA
       IND-PREV.
           IF NOT SI-PREVENTIVA OR COD-EQ-SI = ZEROS
                GO TO IND-PREV-FIM.
           MOVE COD-SALA-SI TO COD-SALA-EQ
           MOVE COD-EQ-SI   TO COD-EQ
           READ EQUIPSAL
               INVALID KEY
                  GO TO IND-PREV-FIM.
           IF DATAFIM-SI NOT > ULTPREV-EQ
                GO TO IND-PREV-FIM.
           MOVE DATAFIM-SI TO ULTPREV-EQ
           PERFORM CALC-PROXPREV THRU CALC-PROXPREV-FIM
           REWRITE REGEQUIP
           IF ST-ERRO7 NOT = "00"
                MOVE "ERRO NA ATUALIZACAO DO EQUIPAMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IND-PREV-FIM.
           EXIT.
      *
      *    CONSULTAS JA MARCADAS NA SALA QUE CAEM DENTRO DO
      *    PERIODO (INICIO ANTES DO FIM DO PERIODO E TERMINO
      *    DEPOIS DO INICIO); A RELACAO COM OS PACIENTES SAI NO
      *    RELATORIO DE MANUTENCAO PREVISTA DAS SALAS
       IND-IMPACTO.
           IF W-AGEOK = "N"
                GO TO IND-IMPACTO-FIM.
           MOVE ZEROS TO W-AFETADAS
           COMPUTE W-TSINI = DATAINI-SI * 10000 + HORAINI-SI
           COMPUTE W-TSFIM = DATAFIM-SI * 10000 + HORAFIM-SI
           MOVE ZEROS TO CHAVE-AGENDA
           START AGENDA KEY IS NOT LESS CHAVE-AGENDA
                INVALID KEY
                     GO TO IND-IMPACTO-TOT.
       IND-IMPACTO-LOOP.
           READ AGENDA NEXT RECORD
                AT END
                     GO TO IND-IMPACTO-TOT.
           IF SALA-CONS NOT = COD-SALA-SI
                GO TO IND-IMPACTO-LOOP.
           IF NOT AGE-MARCADA
                GO TO IND-IMPACTO-LOOP.
           IF DATACONS < DATAINI-SI OR DATACONS > DATAFIM-SI
                GO TO IND-IMPACTO-LOOP.
           COMPUTE W-TSCONS = (ANOC * 10000 + MESC * 100 + DIAC)
                              * 10000 + HORAC * 100 + MINC
           IF DURACAO-CONS = ZEROS
                COMPUTE W-CONSMIN = HORAC * 60 + MINC + 30
           ELSE
                COMPUTE W-CONSMIN = HORAC * 60 + MINC + DURACAO-CONS.
           DIVIDE W-CONSMIN BY 60 GIVING W-CONSHH
                                  REMAINDER W-CONSMM
           COMPUTE W-TSCFIM = (ANOC * 10000 + MESC * 100 + DIAC)
                              * 10000 + W-CONSHH * 100 + W-CONSMM
           IF W-TSCONS < W-TSFIM AND W-TSCFIM > W-TSINI
                ADD 1 TO W-AFETADAS.
           GO TO IND-IMPACTO-LOOP.

       IND-IMPACTO-TOT.
           IF W-AFETADAS > ZEROS
                DISPLAY (18, 03) "CONSULTAS MARCADAS NA SALA: "
                                 W-AFETADAS
                MOVE "* HA CONSULTAS A REMARCAR NA SALA NO PERIODO *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IND-IMPACTO-FIM.
           EXIT.
      *
      ***************************************************
      * MANUTENCAO DOS PARAMETROS DE CONVENIO            *
      ***************************************************
       CPA-ACE.
                DISPLAY (23, 12)
                 "N=NOVO  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    GO TO CPA-ACE.
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
       CPA-R1.
            MOVE ZEROS TO CODIGO-CP LAYOUT-CP
            MOVE SPACES TO TXTCONVENIO EXIGE-AUT-CP GUIA-CP
            DISPLAY TELACPA.
      *
       CPA-R2.
           ACCEPT TCODCPA

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CPA-ACE.

           IF CODIGO-CP = ZEROS
                GO TO CPA-R2.

           MOVE CODIGO-CP TO CODIGO2
           READ CADCONV
               INVALID KEY
                  MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO CPA-R2.
           MOVE NOMECV TO TXTCONVENIO.
           DISPLAY TTXTCONVENIO.

       CPA-LER.
           READ CONVPAR
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELACPA
                IF W-SEL = 0
                   MOVE "*** PARAMETROS JA CADASTRADOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CPA-ACE
                ELSE
                   IF W-SEL = 2
                      GO TO CPA-EXC-OPC
                   ELSE
                      GO TO CPA-R3
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO CONVPAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** PARAMETROS NAO CADASTRADOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CPA-R2
             ELSE
                NEXT SENTENCE.

       CPA-R3.
           ACCEPT TLAYCPA

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CPA-R2.

           IF LAYOUT-CP < 1 OR LAYOUT-CP > 2
                MOVE "*** LAYOUT INVALIDO (1 OU 2) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CPA-R3.

       CPA-R3A.
           ACCEPT TEXIGCPA

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CPA-R3.

           IF EXIGE-AUT-CP NOT = "S" AND EXIGE-AUT-CP NOT = "N"
                MOVE "*** INFORME S OU N ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CPA-R3A.

       CPA-R3B.
           ACCEPT TGUIACPA

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CPA-R3A.

           IF GUIA-CP NOT = SPACE AND GUIA-CP NOT = "C"
              AND GUIA-CP NOT = "S" AND GUIA-CP NOT = "N"
                MOVE "*** INFORME C, S, N OU BRANCO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CPA-R3B.

           IF W-SEL = 1
                GO TO CPA-ALT-OPC.
      *
       CPA-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CPA-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CPA-INC-OPC.
       CPA-INC-WR1.
                WRITE REGCONVPAR
                IF ST-ERRO = "00"
                   MOVE "*** PARAMETROS INCLUIDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CPA-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************************
      * MANUTENCAO DOS CONTRATOS DE CONVENIO             *
      ***************************************************
       CTR-ACE.
                DISPLAY (23, 12)
                 "N=NOVO  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    GO TO CTR-ACE.
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
       CTR-R1.
            MOVE ZEROS TO CODIGO-CT INICIO-CT FIM-CT ANIVREAJ-CT
                          PRAZOPG-CT CORTE-CT AVISO-CT
                          MULTCBHPM-CT VALUCO-CT
            MOVE SPACES TO TXTCONVENIO INDICE-CT
            DISPLAY TELACTR.
      *
       CTR-R2.
           ACCEPT TCODCTR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CTR-ACE.

           IF CODIGO-CT = ZEROS
                GO TO CTR-R2.

           MOVE CODIGO-CT TO CODIGO2
           READ CADCONV
               INVALID KEY
                  MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO CTR-R2.
           MOVE NOMECV TO TXTCONVENIO.
           DISPLAY TTXTCONVCTR.

       CTR-LER.
           READ CONTRATO
           IF ST-ERRO6 NOT = "23"
             IF ST-ERRO6 = "00"
                DISPLAY TELACTR
                IF W-SEL = 0
                   MOVE "*** CONTRATO JA CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTR-ACE
                ELSE
                   IF W-SEL = 2
                      GO TO CTR-EXC-OPC
                   ELSE
                      GO TO CTR-R3
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO CONTRATO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** CONTRATO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CTR-R2
             ELSE
                MOVE 30 TO PRAZOPG-CT
                DISPLAY TELACTR.

       CTR-R3.
           ACCEPT TINICTR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CTR-R2.

           MOVE INICIO-CT TO W-DTCRIT-N
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
           IF W-DTCRITOK = "N"
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CTR-R3.

       CTR-R3A.
           ACCEPT TFIMCTR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CTR-R3.

           IF FIM-CT = ZEROS
                GO TO CTR-R3B.
           MOVE FIM-CT TO W-DTCRIT-N
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
           IF W-DTCRITOK = "N"
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CTR-R3A.
           IF FIM-CT NOT > INICIO-CT
                MOVE "*** FIM ANTERIOR AO INICIO DA VIGENCIA ***"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CTR-R3A.

       CTR-R3B.
           ACCEPT TMESRCTR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CTR-R3A.

           IF MESREAJ-CT = ZEROS
                MOVE INICIO-CT(5:2) TO MESREAJ-CT
                MOVE INICIO-CT(7:2) TO DIAREAJ-CT
                DISPLAY TMESRCTR TDIARCTR.
           IF MESREAJ-CT > 12
                MOVE "*** MES INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CTR-R3B.

       CTR-R3C.
           ACCEPT TDIARCTR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CTR-R3B.

           IF DIAREAJ-CT = ZEROS OR DIAREAJ-CT > 31
                MOVE "*** DIA INVALIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CTR-R3C.

       CTR-R3D.
           ACCEPT TINDCTR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CTR-R3C.

           IF INDICE-CT = SPACES
                MOVE "*** INFORME O INDICE (IPCA, IGPM...) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CTR-R3D.

       CTR-R3E.
           ACCEPT TPRZCTR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CTR-R3D.

           IF PRAZOPG-CT = ZEROS
                MOVE "*** INFORME O PRAZO DE PAGAMENTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CTR-R3E.

       CTR-R3F.
           ACCEPT TCORCTR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CTR-R3E.

           IF CORTE-CT > 28
                MOVE "*** DIA DE CORTE ENTRE 01 E 28 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CTR-R3F.

       CTR-R3G.
           ACCEPT TAVICTR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CTR-R3F.

       CTR-R3H.
           ACCEPT TMULCTR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CTR-R3G.

           IF MULTCBHPM-CT = ZEROS
                MOVE ZEROS TO VALUCO-CT
                DISPLAY TUCOCTR
                GO TO CTR-R3J.

       CTR-R3I.
           ACCEPT TUCOCTR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CTR-R3H.

       CTR-R3J.
           IF W-SEL = 1
                GO TO CTR-ALT-OPC.
      *
       CTR-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTR-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTR-INC-OPC.
       CTR-INC-WR1.
                WRITE REGCONTRATO
                IF ST-ERRO6 = "00"
                   MOVE "*** CONTRATO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTR-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       CTR-ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTR-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTR-ALT-OPC.
       CTR-ALT-RW1.
                REWRITE REGCONTRATO
                IF ST-ERRO6 = "00"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTR-ACE.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       CTR-EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTR-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTR-EXC-OPC.
       CTR-EXC-DL1.
                DELETE CONTRATO RECORD
                IF ST-ERRO6 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTR-ACE.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    DATA AAAAMMDD EM W-DTCRIT: MES DE 1 A 12, DIA DE 1 A 31
       CRITICA-DATA.
           MOVE "S" TO W-DTCRITOK
           IF W-DTCRIT-ANO < 1900 OR W-DTCRIT-MES = ZEROS
              OR W-DTCRIT-MES > 12 OR W-DTCRIT-DIA = ZEROS
              OR W-DTCRIT-DIA > 31
                MOVE "N" TO W-DTCRITOK.
       CRITICA-DATA-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CONVPAR CADCONV SALATAB PROCTAB PROCPRE CONTRATO
                 EQUIPSAL SALAIND UNIDADE.
           IF W-AGEOK = "S"
                CLOSE AGENDA.
           IF W-TUSSOK = "S"
                CLOSE TUSSTAB.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
