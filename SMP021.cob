      * (PERCENTUAIS POR MEDICO/CONVENIO E GERACAO DOS  *
      *  DEMONSTRATIVOS MENSAIS A PARTIR DO QUE FOI     *
      *  EFETIVAMENTE RECEBIDO: RECIBOS DO CAIXA E      *
      *  ITENS DE LOTES LIQUIDADOS, SEM AS GLOSAS; AS   *
      *  RETENCOES DE TRIBUTOS SAEM PELO REGIME FISCAL  *
      *  DO MEDICO E O DEMONSTRATIVO APROVADO VIRA      *
      *  TITULO A PAGAR PELO LIQUIDO)                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.

       SELECT REPDEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-RD
                    FILE STATUS  IS ST-ERRO9.

       SELECT PAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-TP
                    FILE STATUS  IS ST-ERRO10.

       SELECT NUMCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ID-NC
                    FILE STATUS  IS ST-ERRO11.

       SELECT FORNEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FOR
                    FILE STATUS  IS ST-ERRO12.

       SELECT MEDFISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-MF
                    FILE STATUS  IS ST-ERRO13.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQREPA.
       01 REGREPA      PIC X(090).
      *
       COPY "REPDEM.CPY".
       COPY "PAGAR.CPY".
       COPY "NUMCTL.CPY".
       COPY "FORNEC.CPY".
       COPY "MEDFISC.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO6   PIC X(02) VALUE "00".
       77 ST-ERRO7   PIC X(02) VALUE "00".
       77 ST-ERRO8   PIC X(02) VALUE "00".
       77 ST-ERRO9   PIC X(02) VALUE "00".
       77 ST-ERRO10  PIC X(02) VALUE "00".
       77 ST-ERRO11  PIC X(02) VALUE "00".
       77 ST-ERRO12  PIC X(02) VALUE "00".
       77 ST-ERRO13  PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-TOTDEMOS    PIC 9(04) VALUE ZEROS.
       01 W-CODIGO-ITEM PIC 9(06) VALUE ZEROS.

      *    APROVACAO DO DEMONSTRATIVO E TITULO DO MEDICO
       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).
       01 W-VENC.
          03 W-VENC-ANO PIC 9(04).
          03 W-VENC-MES PIC 9(02).
          03 W-VENC-DIA PIC 9(02).
       01 W-VENC-N REDEFINES W-VENC PIC 9(08).
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
       01 W-CRMAPR      PIC 9(06) VALUE ZEROS.
       01 W-ACHOURD     PIC X(01) VALUE "N".
       01 W-NUMTP       PIC 9(06) VALUE ZEROS.
       01 W-VALED       PIC ZZ.ZZZ.ZZ9,99.
       01 W-TOTRET      PIC 9(09)V99 VALUE ZEROS.

      *    RETENCOES DO MES DO MEDICO EM GERACAO
       01 W-REGIME      PIC X(01) VALUE SPACES.
       01 W-DOCTO       PIC 9(14) VALUE ZEROS.
       01 W-IRRF        PIC 9(07)V99 VALUE ZEROS.
       01 W-INSS        PIC 9(07)V99 VALUE ZEROS.
       01 W-PIS         PIC 9(07)V99 VALUE ZEROS.
       01 W-COFINS      PIC 9(07)V99 VALUE ZEROS.
       01 W-CSLL        PIC 9(07)V99 VALUE ZEROS.
       01 W-ISS         PIC 9(07)V99 VALUE ZEROS.
       01 W-LIQUIDO     PIC 9(09)V99 VALUE ZEROS.
       01 W-BASEIR      PIC S9(09)V99 VALUE ZEROS.
       01 W-VALRET      PIC S9(07)V99 VALUE ZEROS.
       01 W-IXIR        PIC 9(01) VALUE ZEROS.

      *    ALIQUOTAS E TABELAS DE RETENCAO EM VIGOR (ATUALIZAR
      *    QUANDO A RECEITA OU A PREVIDENCIA PUBLICAR NOVOS VALORES)
       01 W-ALIQIRPJ    PIC 9(02)V99 VALUE 1,50.
       01 W-ALIQPIS     PIC 9(02)V99 VALUE 0,65.
       01 W-ALIQCOFINS  PIC 9(02)V99 VALUE 3,00.
       01 W-ALIQCSLL    PIC 9(02)V99 VALUE 1,00.
       01 W-ALIQINSS    PIC 9(02)V99 VALUE 11,00.
       01 W-TETOINSS    PIC 9(06)V99 VALUE 7786,02.
       01 W-DEDDEP      PIC 9(04)V99 VALUE 189,59.
      *    RETENCAO ATE ESTE VALOR NAO E FEITA (DISPENSA DO DARF)
       01 W-MINRET      PIC 9(04)V99 VALUE 10,00.

      *    TABELA PROGRESSIVA MENSAL DO IRRF DA PESSOA FISICA:
      *    LIMITE DA FAIXA, ALIQUOTA E PARCELA A DEDUZIR
       01 TABIRPF.
          03 FILLER PIC 9(06)V99 VALUE 2259,20.
          03 FILLER PIC 9(02)V99 VALUE ZEROS.
          03 FILLER PIC 9(04)V99 VALUE ZEROS.
          03 FILLER PIC 9(06)V99 VALUE 2826,65.
          03 FILLER PIC 9(02)V99 VALUE 7,50.
          03 FILLER PIC 9(04)V99 VALUE 169,44.
          03 FILLER PIC 9(06)V99 VALUE 3751,05.
          03 FILLER PIC 9(02)V99 VALUE 15,00.
          03 FILLER PIC 9(04)V99 VALUE 381,44.
          03 FILLER PIC 9(06)V99 VALUE 4664,68.
          03 FILLER PIC 9(02)V99 VALUE 22,50.
          03 FILLER PIC 9(04)V99 VALUE 662,77.
          03 FILLER PIC 9(06)V99 VALUE 999999,99.
          03 FILLER PIC 9(02)V99 VALUE 27,50.
          03 FILLER PIC 9(04)V99 VALUE 896,00.
       01 TABELAIRPF REDEFINES TABIRPF.
          05 IR-FAIXA OCCURS 5 TIMES.
             10 IR-LIMITE  PIC 9(06)V99.
             10 IR-ALIQ    PIC 9(02)V99.
             10 IR-DEDUZ   PIC 9(04)V99.

       01  CABREP1.
           05  FILLER                 PIC X(046) VALUE
           "FATEC - ZONA LESTE  *** DEMONSTRATIVO DE REPAS".
       01  LINAVISO     PIC X(060) VALUE
           "** AVISO: CONSULTAS SEM PERCENTUAL DE REPASSE **".

       01  LINAVISOFIS  PIC X(060) VALUE
           "** AVISO: MEDICO SEM REGIME FISCAL - SEM RETENCOES **".

       01  CABRET.
           05  FILLER                 PIC X(020) VALUE
           "RETENCOES - REGIME: ".
           05  REGRTX    VALUE SPACES PIC X(016).
           05  FILLER                 PIC X(011) VALUE
           "  CPF/CNPJ ".
           05  DOCRTX    VALUE ZEROS  PIC 9(014).

       01  LINRET.
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  DESCRTX   VALUE SPACES PIC X(022).
           05  VALRTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPER.
               USING  PERC-RP
               HIGHLIGHT.

       01  TELAFIS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Regime Fiscal Do Medico Para O Repasse".
           05  LINE 04  COLUMN 01
               VALUE  " Crm Do Medico:".
           05  LINE 06  COLUMN 01
               VALUE  " Regime (F=Pessoa Fisica J=Pessoa Juridica):".
           05  LINE 08  COLUMN 01
               VALUE  " Cpf/Cnpj:".
           05  LINE 10  COLUMN 01
               VALUE  " Inscricao Municipal:".
           05  LINE 12  COLUMN 01
               VALUE  " Optante Do Simples (S/N):".
           05  LINE 14  COLUMN 01
               VALUE  " Retem Iss (S/N):".
           05  LINE 14  COLUMN 24
               VALUE  " Aliquota Do Iss:".
           05  LINE 16  COLUMN 01
               VALUE  " Dependentes (Irrf Pessoa Fisica):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCRMMF
               LINE 04  COLUMN 17  PIC 9(06)
               USING  CRM-MF
               HIGHLIGHT.
           05  TFTXTMEDICO
               LINE 05  COLUMN 17  PIC X(30)
               USING  TXTMEDICO
               HIGHLIGHT.
           05  TREGMF
               LINE 06  COLUMN 47  PIC X(01)
               USING  REGIME-MF
               HIGHLIGHT.
           05  TDOCMF
               LINE 08  COLUMN 12  PIC 9(14)
               USING  DOCTO-MF
               HIGHLIGHT.
           05  TINSCMF
               LINE 10  COLUMN 23  PIC X(15)
               USING  INSCMUN-MF
               HIGHLIGHT.
           05  TSIMPMF
               LINE 12  COLUMN 28  PIC X(01)
               USING  SIMPLES-MF
               HIGHLIGHT.
           05  TRETISSMF
               LINE 14  COLUMN 19  PIC X(01)
               USING  RETISS-MF
               HIGHLIGHT.
           05  TALIQISSMF
               LINE 14  COLUMN 42  PIC 9(02)V99
               USING  ALIQISS-MF
               HIGHLIGHT.
           05  TDEPMF
               LINE 16  COLUMN 36  PIC 9(02)
               USING  DEPEND-MF
               HIGHLIGHT.

       01  TELADEM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               USING  W-OPCAO
               HIGHLIGHT.

       01  TELAAPR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** APROVACAO DO DEMONSTRATIVO DE REPASS".
           05  LINE 02  COLUMN 46
               VALUE  "E ***".
           05  LINE 04  COLUMN 01
               VALUE  " COMPETENCIA (MM AAAA) :".
           05  LINE 06  COLUMN 01
               VALUE  " CRM DO MEDICO :".
           05  LINE 08  COLUMN 01
               VALUE  " CONSULTAS :".
           05  LINE 09  COLUMN 01
               VALUE  " VALOR BRUTO :".
           05  LINE 10  COLUMN 01
               VALUE  " PARTE DA CLINICA :".
           05  LINE 11  COLUMN 01
               VALUE  " REPASSE DO MEDICO :".
           05  LINE 12  COLUMN 01
               VALUE  " RETENCOES :".
           05  LINE 13  COLUMN 01
               VALUE  " LIQUIDO A PAGAR :".
           05  LINE 15  COLUMN 01
               VALUE  " VENCIMENTO (DD MM AAAA) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TAMESREF
               LINE 04  COLUMN 27  PIC 9(02)
               USING  W-MESREF
               HIGHLIGHT.
           05  TAANOREF
               LINE 04  COLUMN 30  PIC 9(04)
               USING  W-ANOREF
               HIGHLIGHT.
           05  TCRMAPR
               LINE 06  COLUMN 18  PIC 9(06)
               USING  W-CRMAPR
               HIGHLIGHT.
           05  TATXTMEDICO
               LINE 06  COLUMN 26  PIC X(30)
               USING  TXTMEDICO
               HIGHLIGHT.
           05  TQTDRD
               LINE 08  COLUMN 22  PIC ZZZZ9
               USING  QTD-RD
               HIGHLIGHT.
           05  TBRUTORD
               LINE 09  COLUMN 22  PIC ZZZ.ZZZ.ZZ9,99
               USING  BRUTO-RD
               HIGHLIGHT.
           05  TCLINRD
               LINE 10  COLUMN 22  PIC ZZZ.ZZZ.ZZ9,99
               USING  CLINICA-RD
               HIGHLIGHT.
           05  TMEDRD
               LINE 11  COLUMN 22  PIC ZZZ.ZZZ.ZZ9,99
               USING  MEDICO-RD
               HIGHLIGHT.
           05  TRETRD
               LINE 12  COLUMN 22  PIC ZZZ.ZZZ.ZZ9,99
               USING  W-TOTRET
               HIGHLIGHT.
           05  TLIQRD
               LINE 13  COLUMN 22  PIC ZZZ.ZZZ.ZZ9,99
               USING  LIQUIDO-RD
               HIGHLIGHT.
           05  TVENCDIA
               LINE 15  COLUMN 28  PIC 9(02)
               USING  W-VENC-DIA
               HIGHLIGHT.
           05  TVENCMES
               LINE 15  COLUMN 31  PIC 9(02)
               USING  W-VENC-MES
               HIGHLIGHT.
           05  TVENCANO
               LINE 15  COLUMN 34  PIC 9(04)
               USING  W-VENC-ANO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O REPDEM
           IF ST-ERRO9 NOT = "00"
             IF ST-ERRO9 = "30"
                 OPEN OUTPUT REPDEM
                 CLOSE REPDEM
                 OPEN I-O REPDEM
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO REPDEM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O PAGAR
           IF ST-ERRO10 NOT = "00"
             IF ST-ERRO10 = "30"
                 OPEN OUTPUT PAGAR
                 CLOSE PAGAR
                 OPEN I-O PAGAR
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PAGAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O NUMCTL
           IF ST-ERRO11 NOT = "00"
             IF ST-ERRO11 = "30"
                 OPEN OUTPUT NUMCTL
                 CLOSE NUMCTL
                 OPEN I-O NUMCTL
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO NUMCTL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT FORNEC
           IF ST-ERRO12 NOT = "00"
             IF ST-ERRO12 = "30"
                 OPEN OUTPUT FORNEC
                 CLOSE FORNEC
                 OPEN INPUT FORNEC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FORNEC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O MEDFISC
           IF ST-ERRO13 NOT = "00"
             IF ST-ERRO13 = "30"
                 OPEN OUTPUT MEDFISC
                 CLOSE MEDFISC
                 OPEN I-O MEDFISC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MEDFISC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       ACE-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (23, 12)
             "P=PERCENTUAIS D=DEMONSTRATIVOS A=APROVAR F=FISCAL X=SAIR"
           ACCEPT (23, 70) W-OPCAO
           IF W-OPCAO NOT = "P" AND W-OPCAO NOT = "D"
               AND W-OPCAO NOT = "A" AND W-OPCAO NOT = "F"
               AND W-OPCAO NOT = "X"
               GO TO ACE-001.
           MOVE SPACES TO MENS
              GO TO ROT-FIM.
           IF W-OPCAO = "P"
              GO TO PER-ACE.
           IF W-OPCAO = "A"
              GO TO APR-R1.
           IF W-OPCAO = "F"
              GO TO FIS-ACE.
           GO TO DEM-R1.

      *
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *
      ***************************************************
      * MANUTENCAO DO REGIME FISCAL DO MEDICO            *
      ***************************************************
      *
       FIS-ACE.
                DISPLAY (23, 12)
                 "N=NOVO  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    GO TO FIS-ACE.
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
       FIS-R1.
            MOVE ZEROS TO CRM-MF DOCTO-MF ALIQISS-MF DEPEND-MF
            MOVE SPACES TO REGIME-MF INSCMUN-MF TXTMEDICO
            MOVE "N" TO SIMPLES-MF RETISS-MF
            DISPLAY TELAFIS.
      *
       FIS-R2.
           ACCEPT TCRMMF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FIS-ACE.

           IF CRM-MF = ZEROS
                GO TO FIS-R2.

           MOVE CRM-MF TO CRM2
           READ CADMED
               INVALID KEY
                  MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO FIS-R2.
           MOVE NOMEMD TO TXTMEDICO.
           DISPLAY TFTXTMEDICO.

       FIS-LER.
           READ MEDFISC
           IF ST-ERRO13 NOT = "23"
             IF ST-ERRO13 = "00"
                DISPLAY TELAFIS
                IF W-SEL = 0
                   MOVE "*** REGIME FISCAL JA CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIS-ACE
                ELSE
                   IF W-SEL = 2
                      GO TO FIS-EXC-OPC
                   ELSE
                      GO TO FIS-R3
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO MEDFISC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** REGIME FISCAL NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FIS-R2
             ELSE
                NEXT SENTENCE.

       FIS-R3.
           ACCEPT TREGMF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FIS-R2.

           IF NOT MF-PFISICA AND NOT MF-PJURIDICA
                MOVE "*** REGIME INVALIDO (F OU J) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FIS-R3.

       FIS-R4.
           ACCEPT TDOCMF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FIS-R3.

           IF DOCTO-MF = ZEROS
                GO TO FIS-R4.

       FIS-R5.
           ACCEPT TINSCMF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FIS-R4.

       FIS-R6.
           IF MF-PFISICA
                MOVE "N" TO SIMPLES-MF
                DISPLAY TSIMPMF
                GO TO FIS-R7.
           ACCEPT TSIMPMF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FIS-R5.

           IF SIMPLES-MF NOT = "S" AND SIMPLES-MF NOT = "N"
                GO TO FIS-R6.

       FIS-R7.
           ACCEPT TRETISSMF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FIS-R5.

           IF RETISS-MF NOT = "S" AND RETISS-MF NOT = "N"
                GO TO FIS-R7.
           IF RETISS-MF = "N"
                MOVE ZEROS TO ALIQISS-MF
                DISPLAY TALIQISSMF
                GO TO FIS-R9.

       FIS-R8.
           ACCEPT TALIQISSMF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FIS-R7.

           IF ALIQISS-MF < 2 OR ALIQISS-MF > 5
                MOVE "*** ALIQUOTA DO ISS ENTRE 2 E 5% ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FIS-R8.

       FIS-R9.
           IF MF-PJURIDICA
                MOVE ZEROS TO DEPEND-MF
                DISPLAY TDEPMF
                GO TO FIS-R10.
           ACCEPT TDEPMF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FIS-R7.

       FIS-R10.
           IF W-SEL = 1
                GO TO FIS-ALT-OPC.
      *
       FIS-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIS-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIS-INC-OPC.
       FIS-INC-WR1.
                WRITE REGMEDFISC
                IF ST-ERRO13 = "00"
                   MOVE "*** REGIME FISCAL INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIS-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       FIS-ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIS-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIS-ALT-OPC.
       FIS-ALT-RW1.
                REWRITE REGMEDFISC
                IF ST-ERRO13 = "00"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIS-ACE.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       FIS-EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIS-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIS-EXC-OPC.
       FIS-EXC-DL1.
                DELETE MEDFISC RECORD
                IF ST-ERRO13 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FIS-ACE.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *
      ***************************************************
      * DEMONSTRATIVOS MENSAIS: UM DOCUMENTO POR CRM COM *
           WRITE REGREPA FROM TOTREP
           IF W-SEMPERC = "S"
                WRITE REGREPA FROM LINAVISO.
           PERFORM CALC-RETENCAO THRU CALC-RETENCAO-FIM
           PERFORM GRAVA-RETENCAO THRU GRAVA-RETENCAO-FIM
           CLOSE CADREPA
           ADD 1 TO W-TOTDEMOS
           PERFORM GRAVA-RESUMO THRU GRAVA-RESUMO-FIM.
       GERA-DEMO-FIM.
           EXIT.
      *
      ***************************************************
      * RETENCOES DO MES SOBRE O REPASSE DO MEDICO PELO  *
      * REGIME FISCAL: PESSOA FISICA RETEM INSS ATE O    *
      * TETO E IRRF PELA TABELA PROGRESSIVA; PESSOA      *
      * JURIDICA RETEM IRRF E PIS/COFINS/CSLL (NADA SE   *
      * OPTANTE DO SIMPLES); ISS QUANDO INDICADO         *
      ***************************************************
      *
       CALC-RETENCAO.
           MOVE ZEROS TO W-IRRF W-INSS W-PIS W-COFINS W-CSLL W-ISS
           MOVE ZEROS TO W-DOCTO
           MOVE SPACES TO W-REGIME
           MOVE W-CRM-DEMO TO CRM-MF
           READ MEDFISC
               INVALID KEY
                  GO TO CALC-RETENCAO-LIQ.
           MOVE REGIME-MF TO W-REGIME
           MOVE DOCTO-MF  TO W-DOCTO
           IF MF-RETEM-ISS
                COMPUTE W-ISS ROUNDED
                        = W-TOTMEDICO * ALIQISS-MF / 100.
           IF MF-PJURIDICA
                GO TO CALC-RETENCAO-PJ.
           IF W-TOTMEDICO > W-TETOINSS
                COMPUTE W-INSS ROUNDED = W-TETOINSS * W-ALIQINSS / 100
           ELSE
                COMPUTE W-INSS ROUNDED
                        = W-TOTMEDICO * W-ALIQINSS / 100.
           COMPUTE W-BASEIR = W-TOTMEDICO - W-INSS
                            - DEPEND-MF * W-DEDDEP
           IF W-BASEIR < ZEROS
                MOVE ZEROS TO W-BASEIR.
           MOVE 1 TO W-IXIR.
       CALC-RETENCAO-FAIXA.
           IF W-IXIR < 5 AND W-BASEIR > IR-LIMITE(W-IXIR)
                ADD 1 TO W-IXIR
                GO TO CALC-RETENCAO-FAIXA.
           COMPUTE W-VALRET ROUNDED
                   = W-BASEIR * IR-ALIQ(W-IXIR) / 100 - IR-DEDUZ(W-IXIR)
           IF W-VALRET NOT > W-MINRET
                MOVE ZEROS TO W-VALRET.
           MOVE W-VALRET TO W-IRRF
           GO TO CALC-RETENCAO-LIQ.
       CALC-RETENCAO-PJ.
           IF MF-SIMPLES
                GO TO CALC-RETENCAO-LIQ.
           COMPUTE W-IRRF ROUNDED = W-TOTMEDICO * W-ALIQIRPJ / 100
           IF W-IRRF NOT > W-MINRET
                MOVE ZEROS TO W-IRRF.
           COMPUTE W-PIS ROUNDED = W-TOTMEDICO * W-ALIQPIS / 100
           COMPUTE W-COFINS ROUNDED = W-TOTMEDICO * W-ALIQCOFINS / 100
           COMPUTE W-CSLL ROUNDED = W-TOTMEDICO * W-ALIQCSLL / 100
      *    PIS, COFINS E CSLL SAO RETIDOS JUNTOS, SO ACIMA DO MINIMO
           IF W-PIS + W-COFINS + W-CSLL NOT > W-MINRET
                MOVE ZEROS TO W-PIS W-COFINS W-CSLL.
       CALC-RETENCAO-LIQ.
           COMPUTE W-LIQUIDO = W-TOTMEDICO - W-IRRF - W-INSS - W-PIS
                             - W-COFINS - W-CSLL - W-ISS.
       CALC-RETENCAO-FIM.
           EXIT.
      *
      *    QUADRO DAS RETENCOES NO RODAPE DO DEMONSTRATIVO
       GRAVA-RETENCAO.
           MOVE SPACES TO REGREPA
           WRITE REGREPA
           IF W-REGIME = SPACES
                WRITE REGREPA FROM LINAVISOFIS
                GO TO GRAVA-RETENCAO-LIQ.
           IF W-REGIME = "F"
                MOVE "PESSOA FISICA" TO REGRTX
           ELSE
                IF MF-SIMPLES
                     MOVE "PJ DO SIMPLES" TO REGRTX
                ELSE
                     MOVE "PESSOA JURIDICA" TO REGRTX.
           MOVE W-DOCTO TO DOCRTX
           WRITE REGREPA FROM CABRET
           MOVE "IRRF" TO DESCRTX
           MOVE W-IRRF TO VALRTX
           WRITE REGREPA FROM LINRET
           MOVE "INSS" TO DESCRTX
           MOVE W-INSS TO VALRTX
           WRITE REGREPA FROM LINRET
           MOVE "PIS" TO DESCRTX
           MOVE W-PIS TO VALRTX
           WRITE REGREPA FROM LINRET
           MOVE "COFINS" TO DESCRTX
           MOVE W-COFINS TO VALRTX
           WRITE REGREPA FROM LINRET
           MOVE "CSLL" TO DESCRTX
           MOVE W-CSLL TO VALRTX
           WRITE REGREPA FROM LINRET
           MOVE "ISS" TO DESCRTX
           MOVE W-ISS TO VALRTX
           WRITE REGREPA FROM LINRET.
       GRAVA-RETENCAO-LIQ.
           MOVE "VALOR LIQUIDO A PAGAR" TO DESCRTX
           MOVE W-LIQUIDO TO VALRTX
           WRITE REGREPA FROM LINRET.
       GRAVA-RETENCAO-FIM.
           EXIT.
      *
      *    RESUMO DO DEMONSTRATIVO PARA A APROVACAO; O JA
      *    APROVADO (COM TITULO GERADO) NAO E ALTERADO
       GRAVA-RESUMO.
           MOVE W-ANOMESREF TO ANOMES-RD
           MOVE W-CRM-DEMO  TO CRM-RD
           READ REPDEM
               INVALID KEY
                  MOVE "N" TO W-ACHOURD
               NOT INVALID KEY
                  MOVE "S" TO W-ACHOURD.
           IF W-ACHOURD = "S" AND RD-APROVADO
                DISPLAY (18, 01)
                   "AVISO: DEMONSTRATIVO JA APROVADO NAO ALTERADO "
                   W-CRM-DEMO
                GO TO GRAVA-RESUMO-FIM.
           MOVE W-QTDCONS    TO QTD-RD
           MOVE W-TOTBRUTO   TO BRUTO-RD
           MOVE W-TOTCLINICA TO CLINICA-RD
           MOVE W-TOTMEDICO  TO MEDICO-RD
           MOVE W-REGIME     TO REGIME-RD
           MOVE W-DOCTO      TO DOCTO-RD
           MOVE W-IRRF       TO IRRF-RD
           MOVE W-INSS       TO INSS-RD
           MOVE W-PIS        TO PIS-RD
           MOVE W-COFINS     TO COFINS-RD
           MOVE W-CSLL       TO CSLL-RD
           MOVE W-ISS        TO ISS-RD
           MOVE W-LIQUIDO    TO LIQUIDO-RD
           MOVE "G"          TO SIT-RD
           MOVE ZEROS        TO DATAAPR-RD NUMTP-RD
           IF W-ACHOURD = "S"
                REWRITE REGREPDEM
           ELSE
                WRITE REGREPDEM.
           IF ST-ERRO9 NOT = "00" AND ST-ERRO9 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO REPDEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-RESUMO-FIM.
           EXIT.
      *
       DEMO-RECIBOS.
           MOVE ZEROS TO NUM-REC
           COMPUTE W-ANOMESREG = DATA-REC / 100
           IF W-ANOMESREG NOT = W-ANOMESREF
                GO TO DEMO-RECIBOS-LOOP.
           IF REC-ESTORNADO
                GO TO DEMO-RECIBOS-LOOP.

      *    O CONVENIO DA CONSULTA (PARA ESCOLHER O PERCENTUAL)
      *    VEM DA PROPRIA AGENDA; RECIBO SEM CONSULTA NA AGENDA
                GO TO DEMO-ITENS-FIM.
           IF CRM-FI NOT = W-CRM-DEMO
                GO TO DEMO-ITENS-LOOP.
           IF FI-GLOSADO AND VALOR-REC-FI = ZEROS
                GO TO DEMO-ITENS-LOOP.

           MOVE CODIGO-FL TO W-CODIGO-ITEM
      *    EM LOTE DE RECURSO PAGO PARCIALMENTE OU EM ITEM COM
      *    GLOSA PARCIAL, SO A PARTE EFETIVAMENTE RECEBIDA DO
      *    ITEM ENTRA NO REPASSE
           IF RFI-PARCIAL OR FI-GLOSADO
                MOVE VALOR-REC-FI TO W-VALBRUTO
           ELSE
                MOVE VALOR-FI  TO W-VALBRUTO.
       BUSCA-REPASSE-FIM.
           EXIT.

      *
      ***************************************************
      * APROVACAO DO DEMONSTRATIVO: CONFERIDO O RESUMO   *
      * DA COMPETENCIA, GERA O TITULO A PAGAR DO MEDICO  *
      * (VENCIMENTO PADRAO DIA 10 DO MES SEGUINTE A      *
      * APROVACAO) E MARCA O DEMONSTRATIVO COMO APROVADO *
      ***************************************************
      *
       APR-R1.
           MOVE ZEROS TO W-MESREF W-ANOREF W-CRMAPR W-VENC-N
           MOVE ZEROS TO QTD-RD BRUTO-RD CLINICA-RD MEDICO-RD
           MOVE ZEROS TO LIQUIDO-RD W-TOTRET
           MOVE SPACES TO TXTMEDICO
           DISPLAY TELAAPR.
       APR-R2.
           ACCEPT TAMESREF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-MESREF = ZEROS
                GO TO APR-R2.
           IF W-MESREF > 12
                MOVE "MES INVALIDO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APR-R2.
       APR-R2A.
           ACCEPT TAANOREF

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO APR-R2.

           IF W-ANOREF = ZEROS
                GO TO APR-R2A.
           COMPUTE W-ANOMESREF = W-ANOREF * 100 + W-MESREF.
       APR-R3.
           ACCEPT TCRMAPR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO APR-R2A.

           IF W-CRMAPR = ZEROS
                GO TO APR-R3.
           MOVE W-CRMAPR TO CRM2
           READ CADMED
               INVALID KEY
                  MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO APR-R3.
           MOVE NOMEMD TO TXTMEDICO
           MOVE W-ANOMESREF TO ANOMES-RD
           MOVE W-CRMAPR    TO CRM-RD
           READ REPDEM
               INVALID KEY
                  MOVE "* DEMONSTRATIVO NAO GERADO NA COMPETENCIA *"
                                                        TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO APR-R3.
           COMPUTE W-TOTRET = IRRF-RD + INSS-RD + PIS-RD + COFINS-RD
                            + CSLL-RD + ISS-RD
           DISPLAY TELAAPR
           IF RD-APROVADO
                MOVE SPACES TO MENS
                STRING "* JA APROVADO - TITULO A PAGAR " DELIMITED
                       BY SIZE
                       NUMTP-RD DELIMITED BY SIZE
                       " *"     DELIMITED BY SIZE
                       INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APR-R1.
           IF LIQUIDO-RD = ZEROS
                MOVE "* DEMONSTRATIVO SEM VALOR A REPASSAR *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APR-R1.

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-ANO TO W-VENC-ANO
           COMPUTE W-VENC-MES = W-HOJE-MES + 1
           IF W-VENC-MES > 12
                MOVE 1 TO W-VENC-MES
                ADD 1 TO W-VENC-ANO.
           MOVE 10 TO W-VENC-DIA
           DISPLAY TVENCDIA TVENCMES TVENCANO.
       APR-R4.
           ACCEPT TVENCDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO APR-R3.
           IF W-VENC-DIA = ZEROS OR W-VENC-DIA > 31
                MOVE "DIA INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APR-R4.
       APR-R4A.
           ACCEPT TVENCMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO APR-R4.
           IF W-VENC-MES = ZEROS OR W-VENC-MES > 12
                MOVE "MES INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APR-R4A.
       APR-R4B.
           ACCEPT TVENCANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO APR-R4A.
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATAOK = "N"
                MOVE "*** DATA DE VENCIMENTO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APR-R4.
           IF W-VENC-N < W-HOJE-N
                MOVE "*** VENCIMENTO ANTERIOR A HOJE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO APR-R4.
       APR-OPC.
                DISPLAY (23, 40) "APROVAR E GERAR TITULO (S/N) : ".
                ACCEPT (23, 71) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DEMONSTRATIVO NAO APROVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APR-R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APR-OPC.
       APR-WR1.
           PERFORM ACHA-PROXTP THRU ACHA-PROXTP-FIM
           MOVE W-NUMTP     TO NUM-TP
           MOVE "R"         TO TIPO-TP ORIGEM-TP
           MOVE W-CRMAPR    TO CODCRED-TP
           MOVE SPACES      TO DOC-TP
           STRING "REPASSE " DELIMITED BY SIZE
                  W-ANOMESREF DELIMITED BY SIZE
                  INTO DOC-TP
           MOVE W-ANOMESREF TO COMPET-TP
           MOVE W-HOJE-N    TO DATAEMI-TP
           MOVE W-VENC-N    TO VENC-TP
           MOVE LIQUIDO-RD  TO VALOR-TP
      *    CONTA DE DESPESA DO REPASSE NO FORNECEDOR 000000
           MOVE ZEROS TO COD-FOR
           READ FORNEC
               INVALID KEY
                  MOVE ZEROS TO CONTA-FOR.
           MOVE CONTA-FOR   TO CONTA-TP
           MOVE "A"         TO SIT-TP
           MOVE ZEROS       TO DATAPAG-TP VALPAGO-TP CODCB-TP
           MOVE SPACES      TO OPERADOR-TP
           WRITE REGPAGAR
           IF ST-ERRO10 NOT = "00" AND ST-ERRO10 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO PAGAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "A"      TO SIT-RD
           MOVE W-HOJE-N TO DATAAPR-RD
           MOVE W-NUMTP  TO NUMTP-RD
           REWRITE REGREPDEM
           IF ST-ERRO9 NOT = "00" AND ST-ERRO9 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO REPDEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE SPACES TO MENS
           STRING "*** APROVADO - TITULO A PAGAR " DELIMITED BY SIZE
                  W-NUMTP DELIMITED BY SIZE
                  " ***"  DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO APR-R1.
      *
       ACHA-PROXTP.
           MOVE "PAGAR" TO ID-NC
           READ NUMCTL
               INVALID KEY
                  MOVE "PAGAR" TO ID-NC
                  MOVE 1 TO PROX-NC
                  WRITE REGNUMCTL.
           MOVE PROX-NC TO W-NUMTP
           ADD 1 TO PROX-NC
           REWRITE REGNUMCTL.
       ACHA-PROXTP-FIM.
           EXIT.
      *
      *    DIA DENTRO DO MES, COM FEVEREIRO DE 29 NO ANO BISSEXTO
       VALIDA-DATA.
           MOVE "S" TO W-DATAOK
           MOVE TBDIASMES(W-VENC-MES) TO W-ULTDIA
           IF W-VENC-MES = 2
                DIVIDE W-VENC-ANO BY 4 GIVING W-QUOC4
                       REMAINDER W-REST4
                DIVIDE W-VENC-ANO BY 100 GIVING W-QUOC100
                       REMAINDER W-REST100
                DIVIDE W-VENC-ANO BY 400 GIVING W-QUOC400
                       REMAINDER W-REST400
                IF W-REST4 = ZEROS
                   AND (W-REST100 NOT = ZEROS OR W-REST400 = ZEROS)
                     MOVE 29 TO W-ULTDIA.
           IF W-VENC-DIA > W-ULTDIA
                MOVE "N" TO W-DATAOK.
       VALIDA-DATA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE REPTAB CADMED CADCONV REPDEM PAGAR NUMCTL FORNEC.
           CLOSE MEDFISC.
       ROT-FIMP.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
