       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * MANUTENCAO DAS TABELAS DE ESPECIALIDADE E PLANO *
      * E DOS MOTIVOS DE CANCELAMENTO E DE DESCONTO     *
      * E DOS CODIGOS DE GLOSA DOS CONVENIOS            *
      * E DOS LIMITES DA CONSISTENCIA NOTURNA           *
      * E DAS ORIGENS DE PACIENTE (CAPTACAO)            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-MOT
                    FILE STATUS  IS ST-ERRO3.

       SELECT MOTDESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-MD
                    FILE STATUS  IS ST-ERRO4.

       SELECT GLOSATAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-GL
                    FILE STATUS  IS ST-ERRO5.

       SELECT CONSLIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CL
                    FILE STATUS  IS ST-ERRO6.

       SELECT ORIGTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-ORI
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       COPY "ESPTAB.CPY".
       COPY "PLATAB.CPY".
       COPY "MOTTAB.CPY".
       COPY "MOTDESC.CPY".
       COPY "GLOSATAB.CPY".
       COPY "CONSLIM.CPY".
       COPY "ORIGTAB.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-ERRO2   PIC X(02) VALUE "00".
       77 ST-ERRO3   PIC X(02) VALUE "00".
       77 ST-ERRO4   PIC X(02) VALUE "00".
       77 ST-ERRO5   PIC X(02) VALUE "00".
       77 ST-ERRO6   PIC X(02) VALUE "00".
       77 ST-ERRO7   PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
               USING  DESC-MOT
               HIGHLIGHT.

       01  TELAMDS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Manutencao De Motivos De Desconto".
           05  LINE 04  COLUMN 01
               VALUE  " Codigo:".
           05  LINE 06  COLUMN 01
               VALUE  " Descricao:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODMDS
               LINE 04  COLUMN 10  PIC 9(02)
               USING  COD-MD
               HIGHLIGHT.

           05  TDESCMDS
               LINE 06  COLUMN 13  PIC X(30)
               USING  DESC-MD
               HIGHLIGHT.

       01  TELAGLS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Manutencao Dos Codigos De Glosa".
           05  LINE 04  COLUMN 01
               VALUE  " Codigo:".
           05  LINE 06  COLUMN 01
               VALUE  " Descricao:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODGLS
               LINE 04  COLUMN 10  PIC 9(04)
               USING  COD-GL
               HIGHLIGHT.

           05  TDESCGLS
               LINE 06  COLUMN 13  PIC X(30)
               USING  DESC-GL
               HIGHLIGHT.

       01  TELACL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Limites Da Consistencia Noturna".
           05  LINE 04  COLUMN 01
               VALUE  " Regra:".
           05  LINE 06  COLUMN 01
               VALUE  " Descricao:".
           05  LINE 08  COLUMN 01
               VALUE  " Limite De Ocorrencias:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODCL
               LINE 04  COLUMN 09  PIC 9(02)
               USING  COD-CL
               HIGHLIGHT.

           05  TDESCCL
               LINE 06  COLUMN 13  PIC X(30)
               USING  DESC-CL
               HIGHLIGHT.

           05  TLIMCL
               LINE 08  COLUMN 25  PIC 9(05)
               USING  LIMITE-CL
               HIGHLIGHT.

       01  TELAORI.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Manutencao Das Origens De Paciente".
           05  LINE 04  COLUMN 01
               VALUE  " Codigo:".
           05  LINE 06  COLUMN 01
               VALUE  " Descricao:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODORI
               LINE 04  COLUMN 10  PIC 9(02)
               USING  COD-ORI
               HIGHLIGHT.

           05  TDESCORI
               LINE 06  COLUMN 13  PIC X(30)
               USING  DESC-ORI
               HIGHLIGHT.

       01  TELAPLA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MOTTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O MOTDESC
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT MOTDESC
                 CLOSE MOTDESC
                 OPEN I-O MOTDESC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MOTDESC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O GLOSATAB
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
                 OPEN OUTPUT GLOSATAB
                 CLOSE GLOSATAB
                 OPEN I-O GLOSATAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO GLOSATAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O CONSLIM
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
                 OPEN OUTPUT CONSLIM
                 CLOSE CONSLIM
                 OPEN I-O CONSLIM
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONSLIM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O ORIGTAB
           IF ST-ERRO7 NOT = "00"
             IF ST-ERRO7 = "30"
                 OPEN OUTPUT ORIGTAB
                 CLOSE ORIGTAB
                 OPEN I-O ORIGTAB
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ORIGTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       ACE-001.
                DISPLAY (23, 12)
          "E=ESP P=PLANO M=MOT D=DESC G=GLOSA L=LIMITE O=ORIGEM X=SAIR"
                ACCEPT (23, 73) W-OPCAO
                IF W-OPCAO NOT = "E" AND W-OPCAO NOT = "P"
                    AND W-OPCAO NOT = "M" AND W-OPCAO NOT = "D"
                    AND W-OPCAO NOT = "G" AND W-OPCAO NOT = "L"
                    AND W-OPCAO NOT = "O" AND W-OPCAO NOT = "X"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                   GO TO ESP-ACE.
                IF W-OPCAO = "M"
                   GO TO MOT-ACE.
                IF W-OPCAO = "D"
                   GO TO MDS-ACE.
                IF W-OPCAO = "G"
                   GO TO GLS-ACE.
                IF W-OPCAO = "L"
                   GO TO CL-ACE.
                IF W-OPCAO = "O"
                   GO TO ORI-ACE.
                GO TO PLA-ACE.
      *
      ***************************************************
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************************
      * MANUTENCAO DA TABELA DE MOTIVOS DE DESCONTO      *
      ***************************************************
       MDS-ACE.
                DISPLAY (23, 12)
                 "N=NOVO  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    GO TO MDS-ACE.
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
       MDS-R1.
            MOVE ZEROS TO COD-MD
            MOVE SPACES TO DESC-MD
            DISPLAY TELAMDS.
      *
       MDS-R2.
           ACCEPT TCODMDS

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO MDS-ACE.

           IF COD-MD = ZEROS
                GO TO MDS-R2.

           IF COD-MD > 30
                MOVE "*** MOTIVO MAXIMO PERMITIDO E 30 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MDS-R2.

       MDS-LER.
           READ MOTDESC
           IF ST-ERRO4 NOT = "23"
             IF ST-ERRO4 = "00"
                DISPLAY TELAMDS
                IF W-SEL = 0
                   MOVE "*** MOTIVO JA CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MDS-ACE
                ELSE
                   IF W-SEL = 2
                      GO TO MDS-EXC-OPC
                   ELSE
                      GO TO MDS-R3
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO MOTDESC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** MOTIVO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MDS-R2
             ELSE
                NEXT SENTENCE.

       MDS-R3.
           ACCEPT TDESCMDS

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO MDS-R2.

           IF DESC-MD = SPACES
                GO TO MDS-R3.

           IF W-SEL = 1
                GO TO MDS-ALT-OPC.
      *
       MDS-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MDS-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MDS-INC-OPC.
       MDS-INC-WR1.
                WRITE REGMOTDESC
                IF ST-ERRO4 = "00"
                   MOVE "*** MOTIVO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MDS-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MDS-ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MDS-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MDS-ALT-OPC.
       MDS-ALT-RW1.
                REWRITE REGMOTDESC
                IF ST-ERRO4 = "00"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MDS-ACE.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MDS-EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MDS-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MDS-EXC-OPC.
       MDS-EXC-DL1.
                DELETE MOTDESC RECORD
                IF ST-ERRO4 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MDS-ACE.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *
      ***************************************************
      * MANUTENCAO DA TABELA DE CODIGOS DE GLOSA         *
      ***************************************************
       GLS-ACE.
                DISPLAY (23, 12)
                 "N=NOVO  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    GO TO GLS-ACE.
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
       GLS-R1.
            MOVE ZEROS TO COD-GL
            MOVE SPACES TO DESC-GL
            DISPLAY TELAGLS.
      *
       GLS-R2.
           ACCEPT TCODGLS

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO GLS-ACE.

           IF COD-GL = ZEROS
                GO TO GLS-R2.

       GLS-LER.
           READ GLOSATAB
           IF ST-ERRO5 NOT = "23"
             IF ST-ERRO5 = "00"
                DISPLAY TELAGLS
                IF W-SEL = 0
                   MOVE "*** CODIGO JA CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GLS-ACE
                ELSE
                   IF W-SEL = 2
                      GO TO GLS-EXC-OPC
                   ELSE
                      GO TO GLS-R3
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO GLOSATAB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** CODIGO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GLS-R2
             ELSE
                NEXT SENTENCE.

       GLS-R3.
           ACCEPT TDESCGLS

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO GLS-R2.

           IF DESC-GL = SPACES
                GO TO GLS-R3.

           IF W-SEL = 1
                GO TO GLS-ALT-OPC.
      *
       GLS-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GLS-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GLS-INC-OPC.
       GLS-INC-WR1.
                WRITE REGGLOSA
                IF ST-ERRO5 = "00"
                   MOVE "*** CODIGO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GLS-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       GLS-ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GLS-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GLS-ALT-OPC.
       GLS-ALT-RW1.
                REWRITE REGGLOSA
                IF ST-ERRO5 = "00"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GLS-ACE.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       GLS-EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GLS-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GLS-EXC-OPC.
       GLS-EXC-DL1.
                DELETE GLOSATAB RECORD
                IF ST-ERRO5 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GLS-ACE.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************************
      * MANUTENCAO DOS LIMITES DA CONSISTENCIA NOTURNA   *
      ***************************************************
       CL-ACE.
                DISPLAY (23, 12)
                 "N=NOVO  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    GO TO CL-ACE.
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
       CL-R1.
            MOVE ZEROS TO COD-CL
            MOVE SPACES TO DESC-CL
            MOVE ZEROS TO LIMITE-CL
            DISPLAY TELACL.
      *
       CL-R2.
           ACCEPT TCODCL

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CL-ACE.

           IF COD-CL = ZEROS
                GO TO CL-R2.

       CL-LER.
           READ CONSLIM
           IF ST-ERRO6 NOT = "23"
             IF ST-ERRO6 = "00"
                DISPLAY TELACL
                IF W-SEL = 0
                   MOVE "*** REGRA JA CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CL-ACE
                ELSE
                   IF W-SEL = 2
                      GO TO CL-EXC-OPC
                   ELSE
                      GO TO CL-R3
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO CONSLIM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** REGRA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CL-R2
             ELSE
                NEXT SENTENCE.

       CL-R3.
           ACCEPT TDESCCL

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CL-R2.

           IF DESC-CL = SPACES
                GO TO CL-R3.

       CL-R4.
           ACCEPT TLIMCL

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CL-R3.

           IF W-SEL = 1
                GO TO CL-ALT-OPC.
      *
       CL-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CL-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CL-INC-OPC.
       CL-INC-WR1.
                WRITE REGCONSLIM
                IF ST-ERRO6 = "00"
                   MOVE "*** REGRA INCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CL-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       CL-ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CL-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CL-ALT-OPC.
       CL-ALT-RW1.
                REWRITE REGCONSLIM
                IF ST-ERRO6 = "00"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CL-ACE.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       CL-EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CL-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CL-EXC-OPC.
       CL-EXC-DL1.
                DELETE CONSLIM RECORD
                IF ST-ERRO6 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CL-ACE.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************************
      * MANUTENCAO DA TABELA DE ORIGENS DE PACIENTE      *
      ***************************************************
       ORI-ACE.
                DISPLAY (23, 12)
                 "N=NOVO  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    GO TO ORI-ACE.
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
       ORI-R1.
            MOVE ZEROS TO COD-ORI
            MOVE SPACES TO DESC-ORI
            DISPLAY TELAORI.
      *
       ORI-R2.
           ACCEPT TCODORI

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ORI-ACE.

           IF COD-ORI = ZEROS
                GO TO ORI-R2.

       ORI-LER.
           READ ORIGTAB
           IF ST-ERRO7 NOT = "23"
             IF ST-ERRO7 = "00"
                DISPLAY TELAORI
                IF W-SEL = 0
                   MOVE "*** ORIGEM JA CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORI-ACE
                ELSE
                   IF W-SEL = 2
                      GO TO ORI-EXC-OPC
                   ELSE
                      GO TO ORI-R3
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO ORIGTAB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** ORIGEM NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ORI-R2
             ELSE
                NEXT SENTENCE.

       ORI-R3.
           ACCEPT TDESCORI

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ORI-R2.

           IF DESC-ORI = SPACES
                GO TO ORI-R3.

           IF W-SEL = 1
                GO TO ORI-ALT-OPC.
      *
       ORI-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORI-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORI-INC-OPC.
       ORI-INC-WR1.
                WRITE REGORIG
                IF ST-ERRO7 = "00"
                   MOVE "*** ORIGEM INCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORI-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ORI-ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORI-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORI-ALT-OPC.
       ORI-ALT-RW1.
                REWRITE REGORIG
                IF ST-ERRO7 = "00"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORI-ACE.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ORI-EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORI-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORI-EXC-OPC.
       ORI-EXC-DL1.
                DELETE ORIGTAB RECORD
                IF ST-ERRO7 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORI-ACE.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ROT-FIM.
           CLOSE ESPTAB PLATAB MOTTAB MOTDESC GLOSATAB CONSLIM
                 ORIGTAB.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
