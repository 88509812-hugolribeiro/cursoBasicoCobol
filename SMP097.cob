       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP097.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * CREDENCIAMENTO DE MEDICOS NOS CONVENIOS         *
      * (SOLICITACAO COM OS DOCUMENTOS ENVIADOS, ANALISE*
      *  E DECISAO; A APROVACAO GRAVA A ACEITACAO EM    *
      *  CADMEDCONV COM INICIO E FIM DA VIGENCIA, E O   *
      *  ENCERRAMENTO REGISTRA A DATA EM QUE O MEDICO   *
      *  DEIXA DE ATENDER O CONVENIO)                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CREDMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMEDCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MC
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CRM-MC WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO2
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS NOMECV WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "CREDMED.CPY".
      *
       FD CADMEDCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDCONV.DAT".
       01 REGMEDCONV.
          03 CHAVE-MC.
             05 CRM-MC            PIC 9(06).
             05 CODIGO-MC         PIC 9(06).
      *   VIGENCIA DA ACEITACAO (ZEROS = SEM LIMITE)
          03 INICIO-MC            PIC 9(08).
          03 FIM-MC               PIC 9(08).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
          03 CRM2                  PIC 9(06).
          03 NOMEMD                PIC X(30).
          03 ESPECIALIDADE         PIC 9(02).
          03 SEXO                  PIC X(01).
          03 NASC.
                05 DIA             PIC 9(02).
                05 MES             PIC 9(02).
                05 ANO             PIC 9(04).
          03 EMAIL                 PIC X(30).
          03 TELEFONE              PIC 9(09).
          03 DDD                   PIC 9(02).
          03 VALOR-CONSULTA        PIC 9(06)V99.
          03 STATUS-MED            PIC X(01).
             88 MED-ATIVO          VALUE "A".
             88 MED-INATIVO        VALUE "I".

          03 LOCAL-ATENDIMENTO     OCCURS 2 TIMES.
             05 ENDERECO-LA        PIC X(40).
             05 DDD-LA             PIC 9(02).
             05 TELEFONE-LA        PIC 9(09).
             05 DIASHOR-LA         PIC X(20).

          03 MAX-CONSULTAS-DIA     PIC 9(03).
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

       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-CRM         PIC 9(06) VALUE ZEROS.
       01 W-CODCONV     PIC 9(06) VALUE ZEROS.
       01 TXTMEDICO     PIC X(30) VALUE SPACES.
       01 TXTCONVENIO   PIC X(30) VALUE SPACES.
       01 W-INIENC      PIC 9(08) VALUE ZEROS.
       01 W-FIMENC      PIC 9(08) VALUE ZEROS.

      *    ULTIMA SOLICITACAO DO MEDICO NO CONVENIO
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-REGCR       PIC X(151) VALUE SPACES.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).

       01 W-DTCRIT.
          03 W-DTCRIT-ANO PIC 9(04).
          03 W-DTCRIT-MES PIC 9(02).
          03 W-DTCRIT-DIA PIC 9(02).
       01 W-DTCRIT-N REDEFINES W-DTCRIT PIC 9(08).
       01 W-DTCRITOK    PIC X(01) VALUE "S".

      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-CHAMADA  PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELACRD.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Credenciamento De Medicos Nos Convenios".
           05  LINE 04  COLUMN 01
               VALUE  " Crm Do Medico:".
           05  LINE 05  COLUMN 01
               VALUE  " Convenio (Codigo):".
           05  LINE 07  COLUMN 01
               VALUE  " Data Da Solicitacao (AAAAMMDD):".
           05  LINE 08  COLUMN 01
               VALUE  " Documentos Enviados:".
           05  LINE 09  COLUMN 01
               VALUE  " Data Do Envio (AAAAMMDD):".
           05  LINE 11  COLUMN 01
               VALUE  " Situacao (A=Em Analise P=Aprovado N=Negado):".
           05  LINE 12  COLUMN 01
               VALUE  " Data Da Decisao (AAAAMMDD):".
           05  LINE 14  COLUMN 01
               VALUE  " Inicio Da Aceitacao (AAAAMMDD):".
           05  LINE 15  COLUMN 01
               VALUE  " Fim Da Aceitacao (AAAAMMDD, 0=Sem Prazo):".
           05  LINE 17  COLUMN 01
               VALUE  " Observacao:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCRMCR
               LINE 04  COLUMN 17  PIC 9(06)
               USING W-CRM
               HIGHLIGHT.
           05  TTXTMED
               LINE 04  COLUMN 25  PIC X(30)
               USING TXTMEDICO
               HIGHLIGHT.
           05  TCONVCR
               LINE 05  COLUMN 21  PIC 9(06)
               USING W-CODCONV
               HIGHLIGHT.
           05  TTXTCONV
               LINE 05  COLUMN 29  PIC X(30)
               USING TXTCONVENIO
               HIGHLIGHT.
           05  TDATASOL
               LINE 07  COLUMN 34  PIC 9(08)
               USING DATASOL-CR
               HIGHLIGHT.
           05  TDOCS
               LINE 08  COLUMN 23  PIC X(50)
               USING DOCS-CR
               HIGHLIGHT.
           05  TDATADOC
               LINE 09  COLUMN 28  PIC 9(08)
               USING DATADOC-CR
               HIGHLIGHT.
           05  TSITCR
               LINE 11  COLUMN 48  PIC X(01)
               USING SIT-CR
               HIGHLIGHT.
           05  TDATASIT
               LINE 12  COLUMN 30  PIC 9(08)
               USING DATASIT-CR
               HIGHLIGHT.
           05  TINICR
               LINE 14  COLUMN 34  PIC 9(08)
               USING INICIO-CR
               HIGHLIGHT.
           05  TFIMCR
               LINE 15  COLUMN 44  PIC 9(08)
               USING FIM-CR
               HIGHLIGHT.
           05  TOBSCR
               LINE 17  COLUMN 14  PIC X(40)
               USING OBS-CR
               HIGHLIGHT.

       01  TELAENC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Encerramento Da Aceitacao Do Convenio".
           05  LINE 04  COLUMN 01
               VALUE  " Crm Do Medico:".
           05  LINE 05  COLUMN 01
               VALUE  " Convenio (Codigo):".
           05  LINE 07  COLUMN 01
               VALUE  " Inicio Da Aceitacao:".
           05  LINE 08  COLUMN 01
               VALUE  " Fim Da Aceitacao (AAAAMMDD, 0=Sem Prazo):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCRMENC
               LINE 04  COLUMN 17  PIC 9(06)
               USING W-CRM
               HIGHLIGHT.
           05  TTXTMEDENC
               LINE 04  COLUMN 25  PIC X(30)
               USING TXTMEDICO
               HIGHLIGHT.
           05  TCONVENC
               LINE 05  COLUMN 21  PIC 9(06)
               USING W-CODCONV
               HIGHLIGHT.
           05  TTXTCONVENC
               LINE 05  COLUMN 29  PIC X(30)
               USING TXTCONVENIO
               HIGHLIGHT.
           05  TINIENC
               LINE 07  COLUMN 23  PIC 9(08)
               USING W-INIENC
               HIGHLIGHT.
           05  TFIMENC
               LINE 08  COLUMN 44  PIC 9(08)
               USING W-FIMENC
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-CHAMADA.

       INICIO.
           MOVE OPERADOR-CHAMADA TO W-OPERADOR.

       R0.
           OPEN I-O CREDMED
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                 OPEN OUTPUT CREDMED
                 CLOSE CREDMED
                 OPEN I-O CREDMED
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CREDMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

           OPEN I-O CADMEDCONV
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADMEDCONV
                 CLOSE CADMEDCONV
                 OPEN I-O CADMEDCONV
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADMED
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADCONV
           IF ST-ERRO4 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       ACE-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (23, 12)
            "N=NOVA SOLICIT. D=DECISAO/CONSULTA E=ENCERRAR X=SAIR"
           ACCEPT (23, 65) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "D"
               AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "X"
               GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "X"
              GO TO ROT-FIM.
           IF W-OPCAO = "D"
              GO TO DEC-R1.
           IF W-OPCAO = "E"
              GO TO ENC-R1.

      *
      *****************************************
      * NOVA SOLICITACAO DE CREDENCIAMENTO    *
      *****************************************
      *
       SOL-R1.
           MOVE ZEROS TO W-CRM W-CODCONV
           MOVE SPACES TO TXTMEDICO TXTCONVENIO
           PERFORM LIMPA-CR THRU LIMPA-CR-FIM
           DISPLAY TELACRD.

       SOL-R2.
           ACCEPT TCRMCR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-CRM = ZEROS
                GO TO SOL-R2.

           MOVE W-CRM TO CRM2
           READ CADMED
               INVALID KEY
                  MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO SOL-R2.
           IF MED-INATIVO
                MOVE "*** MEDICO INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-R2.
           MOVE NOMEMD TO TXTMEDICO
           DISPLAY TTXTMED.

       SOL-R3.
           ACCEPT TCONVCR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SOL-R2.

           IF W-CODCONV = ZEROS
                GO TO SOL-R3.

           MOVE W-CODCONV TO CODIGO2
           READ CADCONV
               INVALID KEY
                  MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO SOL-R3.
           IF CONV-INATIVO
                MOVE "*** CONVENIO INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-R3.
           MOVE NOMECV TO TXTCONVENIO
           DISPLAY TTXTCONV.

      *    ACEITACAO EM VIGOR (SEM FIM OU COM FIM FUTURO) DISPENSA
      *    NOVO CREDENCIAMENTO
           MOVE W-CRM     TO CRM-MC
           MOVE W-CODCONV TO CODIGO-MC
           READ CADMEDCONV
               INVALID KEY
                  GO TO SOL-R3A.
           IF FIM-MC = ZEROS OR FIM-MC NOT < W-HOJE-N
                MOVE "*** MEDICO JA CREDENCIADO NESTE CONVENIO ***"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-R3.
       SOL-R3A.
           PERFORM BUSCA-ULTIMA THRU BUSCA-ULTIMA-FIM
           IF W-ACHOU = "S" AND CR-ANALISE
                MOVE "*** JA HA SOLICITACAO EM ANALISE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-R3.

           PERFORM LIMPA-CR THRU LIMPA-CR-FIM
           MOVE W-CRM     TO CRM-CR
           MOVE W-CODCONV TO CODIGO-CR
           MOVE W-HOJE-N  TO DATASOL-CR
           MOVE "A"       TO SIT-CR
           DISPLAY TELACRD.

       SOL-R4.
           ACCEPT TDATASOL

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SOL-R3.

           MOVE DATASOL-CR TO W-DTCRIT-N
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
           IF W-DTCRITOK = "N" OR DATASOL-CR > W-HOJE-N
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-R4.

       SOL-R5.
           ACCEPT TDOCS

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SOL-R4.

       SOL-R6.
           ACCEPT TDATADOC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SOL-R5.

           IF DATADOC-CR = ZEROS
                GO TO SOL-R7.
           MOVE DATADOC-CR TO W-DTCRIT-N
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
           IF W-DTCRITOK = "N" OR DATADOC-CR < DATASOL-CR
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-R6.

       SOL-R7.
           ACCEPT TOBSCR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SOL-R6.

       SOL-OPC.
           DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
           ACCEPT (23, 66) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** SOLICITACAO NAO INCLUIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-R1.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-OPC.
       SOL-WR1.
           MOVE W-OPERADOR TO OPERADOR-CR
           WRITE REGCREDMED
           IF ST-ERRO = "00" OR "02"
                MOVE "*** SOLICITACAO INCLUIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-R1.
           IF ST-ERRO = "22"
                MOVE "*** JA EXISTE SOLICITACAO NESTA DATA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SOL-R4.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CREDMED" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      *****************************************
      * CONSULTA E DECISAO DA SOLICITACAO     *
      *****************************************
      *
       DEC-R1.
           MOVE ZEROS TO W-CRM W-CODCONV
           MOVE SPACES TO TXTMEDICO TXTCONVENIO
           PERFORM LIMPA-CR THRU LIMPA-CR-FIM
           DISPLAY TELACRD.

       DEC-R2.
           ACCEPT TCRMCR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-CRM = ZEROS
                GO TO DEC-R2.

           MOVE W-CRM TO CRM2
           READ CADMED
               INVALID KEY
                  MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO DEC-R2.
           MOVE NOMEMD TO TXTMEDICO
           DISPLAY TTXTMED.

       DEC-R3.
           ACCEPT TCONVCR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO DEC-R2.

           IF W-CODCONV = ZEROS
                GO TO DEC-R3.

           MOVE W-CODCONV TO CODIGO2
           READ CADCONV
               INVALID KEY
                  MOVE SPACES TO NOMECV.
           MOVE NOMECV TO TXTCONVENIO

           PERFORM BUSCA-ULTIMA THRU BUSCA-ULTIMA-FIM
           IF W-ACHOU = "N"
                PERFORM LIMPA-CR THRU LIMPA-CR-FIM
                DISPLAY TELACRD
                MOVE "*** NENHUMA SOLICITACAO NESTE CONVENIO ***"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEC-R3.
           DISPLAY TELACRD
           IF NOT CR-ANALISE
                MOVE "*** SOLICITACAO JA DECIDIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEC-R3.

       DEC-R4.
           ACCEPT TDOCS

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO DEC-R3.

       DEC-R5.
           ACCEPT TDATADOC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO DEC-R4.

           IF DATADOC-CR = ZEROS
                GO TO DEC-R6.
           MOVE DATADOC-CR TO W-DTCRIT-N
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
           IF W-DTCRITOK = "N" OR DATADOC-CR < DATASOL-CR
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEC-R5.

       DEC-R6.
           ACCEPT TSITCR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO DEC-R5.

           IF SIT-CR NOT = "A" AND SIT-CR NOT = "P"
              AND SIT-CR NOT = "N"
                MOVE "*** SITUACAO: A, P OU N ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEC-R6.
           IF CR-ANALISE
                MOVE ZEROS TO DATASIT-CR INICIO-CR FIM-CR
                DISPLAY TDATASIT TINICR TFIMCR
                GO TO DEC-R9.
           MOVE W-HOJE-N TO DATASIT-CR
           DISPLAY TDATASIT
           IF CR-NEGADO
                MOVE ZEROS TO INICIO-CR FIM-CR
                DISPLAY TINICR TFIMCR
                GO TO DEC-R9.
           IF INICIO-CR = ZEROS
                MOVE W-HOJE-N TO INICIO-CR
                DISPLAY TINICR.

       DEC-R7.
           ACCEPT TINICR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO DEC-R6.

           MOVE INICIO-CR TO W-DTCRIT-N
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
           IF W-DTCRITOK = "N"
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEC-R7.

       DEC-R8.
           ACCEPT TFIMCR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO DEC-R7.

           IF FIM-CR = ZEROS
                GO TO DEC-R9.
           MOVE FIM-CR TO W-DTCRIT-N
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
           IF W-DTCRITOK = "N"
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEC-R8.
           IF FIM-CR NOT > INICIO-CR
                MOVE "*** FIM ANTERIOR AO INICIO DA ACEITACAO ***"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEC-R8.

       DEC-R9.
           ACCEPT TOBSCR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO DEC-R6.

       DEC-OPC.
           DISPLAY (23, 40) "GRAVAR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEC-R1.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEC-OPC.
       DEC-RW1.
           MOVE W-OPERADOR TO OPERADOR-CR
           REWRITE REGCREDMED
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CREDMED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF NOT CR-APROVADO
                MOVE "*** SOLICITACAO ATUALIZADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEC-R1.

      *    APROVADO: A ACEITACAO PASSA A VALER COM AS DATAS DO
      *    CREDENCIAMENTO (NOVA OU SUBSTITUINDO A ANTERIOR)
           MOVE CRM-CR    TO CRM-MC
           MOVE CODIGO-CR TO CODIGO-MC
           READ CADMEDCONV
               INVALID KEY
                  MOVE INICIO-CR TO INICIO-MC
                  MOVE FIM-CR    TO FIM-MC
                  WRITE REGMEDCONV
                  GO TO DEC-RW2.
           MOVE INICIO-CR TO INICIO-MC
           MOVE FIM-CR    TO FIM-MC
           REWRITE REGMEDCONV.
       DEC-RW2.
           IF ST-ERRO2 = "00" OR "02"
                MOVE "*** APROVADO, ACEITACAO GRAVADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DEC-R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMEDCONV" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      *****************************************
      * ENCERRAMENTO DA ACEITACAO EM UMA DATA *
      *****************************************
      *
       ENC-R1.
           MOVE ZEROS TO W-CRM W-CODCONV W-INIENC W-FIMENC
           MOVE SPACES TO TXTMEDICO TXTCONVENIO
           DISPLAY TELAENC.

       ENC-R2.
           ACCEPT TCRMENC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-CRM = ZEROS
                GO TO ENC-R2.

           MOVE W-CRM TO CRM2
           READ CADMED
               INVALID KEY
                  MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ENC-R2.
           MOVE NOMEMD TO TXTMEDICO
           DISPLAY TTXTMEDENC.

       ENC-R3.
           ACCEPT TCONVENC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ENC-R2.

           IF W-CODCONV = ZEROS
                GO TO ENC-R3.

           MOVE W-CODCONV TO CODIGO2
           READ CADCONV
               INVALID KEY
                  MOVE SPACES TO NOMECV.
           MOVE NOMECV TO TXTCONVENIO
           DISPLAY TTXTCONVENC

           MOVE W-CRM     TO CRM-MC
           MOVE W-CODCONV TO CODIGO-MC
           READ CADMEDCONV
               INVALID KEY
                  MOVE "*** MEDICO NAO ATENDE ESTE CONVENIO ***"
                                                         TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ENC-R3.
           MOVE INICIO-MC TO W-INIENC
           MOVE FIM-MC    TO W-FIMENC
           DISPLAY TINIENC TFIMENC.

       ENC-R4.
           ACCEPT TFIMENC

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ENC-R3.

           IF W-FIMENC = ZEROS
                GO TO ENC-OPC.
           MOVE W-FIMENC TO W-DTCRIT-N
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
           IF W-DTCRITOK = "N"
                MOVE "*** DATA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENC-R4.
           IF W-FIMENC < W-INIENC
                MOVE "*** FIM ANTERIOR AO INICIO DA ACEITACAO ***"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENC-R4.

       ENC-OPC.
           DISPLAY (23, 40) "GRAVAR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENC-R1.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENC-OPC.
       ENC-RW1.
           MOVE W-FIMENC TO FIM-MC
           REWRITE REGMEDCONV
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMEDCONV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *    O CREDENCIAMENTO APROVADO MAIS RECENTE ACOMPANHA O FIM
           PERFORM BUSCA-ULTIMA THRU BUSCA-ULTIMA-FIM
           IF W-ACHOU = "S" AND CR-APROVADO
                MOVE W-FIMENC   TO FIM-CR
                MOVE W-OPERADOR TO OPERADOR-CR
                REWRITE REGCREDMED.
           MOVE "*** FIM DA ACEITACAO REGISTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ENC-R1.

      *
      *    LOCALIZA A SOLICITACAO MAIS RECENTE DE W-CRM NO
      *    CONVENIO W-CODCONV E A DEIXA LIDA EM REGCREDMED
       BUSCA-ULTIMA.
           MOVE "N" TO W-ACHOU
           MOVE W-CRM     TO CRM-CR
           MOVE W-CODCONV TO CODIGO-CR
           MOVE ZEROS     TO DATASOL-CR
           START CREDMED KEY IS NOT LESS CHAVE-CR
               INVALID KEY
                  GO TO BUSCA-ULTIMA-FIM.
       BUSCA-ULTIMA-LOOP.
           READ CREDMED NEXT
               AT END
                  GO TO BUSCA-ULTIMA-LE.
           IF CRM-CR NOT = W-CRM OR CODIGO-CR NOT = W-CODCONV
                GO TO BUSCA-ULTIMA-LE.
           MOVE REGCREDMED TO W-REGCR
           MOVE "S" TO W-ACHOU
           GO TO BUSCA-ULTIMA-LOOP.
       BUSCA-ULTIMA-LE.
           IF W-ACHOU = "N"
                GO TO BUSCA-ULTIMA-FIM.
           MOVE W-REGCR TO REGCREDMED
           READ CREDMED
               INVALID KEY
                  MOVE "N" TO W-ACHOU.
       BUSCA-ULTIMA-FIM.
           EXIT.
      *
       LIMPA-CR.
           MOVE ZEROS TO CRM-CR CODIGO-CR DATASOL-CR DATADOC-CR
                         DATASIT-CR INICIO-CR FIM-CR
           MOVE SPACES TO DOCS-CR SIT-CR OBS-CR OPERADOR-CR.
       LIMPA-CR-FIM.
           EXIT.
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

       ROT-FIM.
           CLOSE CREDMED CADMEDCONV CADMED CADCONV.
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
