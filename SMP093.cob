       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP093.
       AUTHOR. LUCAS GUILHERME LIAS.
      **************************************************
      * CONTAS A PAGAR                                  *
      * (CADASTRO DE FORNECEDORES E CONTAS BANCARIAS,   *
      *  TITULOS A PAGAR DE COMPRAS, REPASSE MEDICO E   *
      *  LANCAMENTO MANUAL, REGISTRO DO PAGAMENTO COM   *
      *  DATA E CONTA BANCARIA, RELATORIO DE AGING E    *
      *  DE VENCIMENTOS DA SEMANA)                      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FORNEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FOR
                    FILE STATUS  IS ST-ERRO.

       SELECT CONTABCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CB
                    FILE STATUS  IS ST-ERRO2.

       SELECT PAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-TP
                    FILE STATUS  IS ST-ERRO3.

       SELECT NUMCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ID-NC
                    FILE STATUS  IS ST-ERRO4.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM2
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS NOMEMD WITH DUPLICATES.

       SELECT PAGREL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

       SELECT SORTPG ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY "FORNEC.CPY".
       COPY "CONTABCO.CPY".
       COPY "PAGAR.CPY".
       COPY "NUMCTL.CPY".
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
       FD PAGREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PAGARREL.DOC".
       01 REGPAGREL    PIC X(090).
      *
       SD SORTPG.
       01 REG-SORTPG.
          05 VENC-SO               PIC 9(08).
          05 NUM-SO                PIC 9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.

       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".

       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-NUMTP       PIC 9(06) VALUE ZEROS.
       01 TXTCREDOR     PIC X(30) VALUE SPACES.
       01 TXTSITUACAO   PIC X(10) VALUE SPACES.
       01 TXTBANCO      PIC X(20) VALUE SPACES.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
          03 W-HOJE-MES PIC 9(02).
          03 W-HOJE-DIA PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).

      *    DATAS DA TELA DO TITULO (DIA, MES E ANO SEPARADOS)
       01 W-VENC.
          03 W-VENC-ANO PIC 9(04).
          03 W-VENC-MES PIC 9(02).
          03 W-VENC-DIA PIC 9(02).
       01 W-VENC-N REDEFINES W-VENC PIC 9(08).
       01 W-PAG.
          03 W-PAG-ANO  PIC 9(04).
          03 W-PAG-MES  PIC 9(02).
          03 W-PAG-DIA  PIC 9(02).
       01 W-PAG-N REDEFINES W-PAG PIC 9(08).
       01 W-COMP.
          03 W-COMP-ANO PIC 9(04).
          03 W-COMP-MES PIC 9(02).
       01 W-COMP-N REDEFINES W-COMP PIC 9(06).

      *    CONTAGEM DE DIAS PARA O ATRASO (DIAS DESDE O ANO ZERO)
       01 TABCUMD.
          03 FILLER PIC 9(03) VALUE 000.
          03 FILLER PIC 9(03) VALUE 031.
          03 FILLER PIC 9(03) VALUE 059.
          03 FILLER PIC 9(03) VALUE 090.
          03 FILLER PIC 9(03) VALUE 120.
          03 FILLER PIC 9(03) VALUE 151.
          03 FILLER PIC 9(03) VALUE 181.
          03 FILLER PIC 9(03) VALUE 212.
          03 FILLER PIC 9(03) VALUE 243.
          03 FILLER PIC 9(03) VALUE 273.
          03 FILLER PIC 9(03) VALUE 304.
          03 FILLER PIC 9(03) VALUE 334.
       01 TABELACUMD REDEFINES TABCUMD.
          05 TBCUMD     PIC 9(03) OCCURS 12 TIMES.

       01 W-CD.
          03 W-CD-ANO   PIC 9(04).
          03 W-CD-MES   PIC 9(02).
          03 W-CD-DIA   PIC 9(02).
       01 W-CD-N REDEFINES W-CD PIC 9(08).
       01 W-SANO        PIC 9(04) VALUE ZEROS.
       01 W-SQ4         PIC 9(04) VALUE ZEROS.
       01 W-SQ100       PIC 9(04) VALUE ZEROS.
       01 W-SQ400       PIC 9(04) VALUE ZEROS.
       01 W-SDIAS       PIC 9(07) VALUE ZEROS.
       01 W-DIASHOJE    PIC 9(07) VALUE ZEROS.
       01 W-ATRASO      PIC S9(05) VALUE ZEROS.

      *    RELATORIO: A = AGING DE TODOS OS ABERTOS, S = SO OS
      *    VENCIDOS E OS QUE VENCEM NOS PROXIMOS SETE DIAS
       01 W-TIPOREL     PIC X(01) VALUE "A".
       01 W-QTDTIT      PIC 9(05) VALUE ZEROS.
       01 W-FAIXA       PIC 9(01) VALUE ZEROS.
       01 W-TOTFAIXA.
          03 W-TF       PIC 9(09)V99 OCCURS 5 TIMES.
       01 W-TOTGERAL    PIC 9(09)V99 VALUE ZEROS.
       01 W-IX          PIC 9(01) VALUE ZEROS.

       01 TABFAIXA.
          03 FILLER PIC X(15) VALUE "A VENCER       ".
          03 FILLER PIC X(15) VALUE "VENCIDO 1-30   ".
          03 FILLER PIC X(15) VALUE "VENCIDO 31-60  ".
          03 FILLER PIC X(15) VALUE "VENCIDO 61-90  ".
          03 FILLER PIC X(15) VALUE "VENCIDO +90    ".
       01 TABELAFAIXA REDEFINES TABFAIXA.
          05 TBFAIXA    PIC X(15) OCCURS 5 TIMES.

       01  CABPG1.
           05  FILLER                 PIC X(020) VALUE
           "FATEC - ZONA LESTE  ".
           05  CABTITTX  VALUE SPACES PIC X(040).
           05  FILLER                 PIC X(013) VALUE
           "EMITIDO EM : ".
           05  CABDIATX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CABMESTX  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CABANOTX  VALUE ZEROS  PIC 9999.
       01  CABPG2.
           05  FILLER                 PIC X(046) VALUE
           "TITULO T CREDOR NOME                 DOCUMENTO".
           05  FILLER                 PIC X(043) VALUE
           "       VENCIMENTO        VALOR ATRASO FAIXA".
       01  DETPG.
           05  DETNUMTX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETTIPTX  VALUE SPACES PIC X(001).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETCRETX  VALUE ZEROS  PIC 999999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETNOMTX  VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETDOCTX  VALUE SPACES PIC X(015).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETVDIATX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DETVMESTX VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DETVANOTX VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETVALTX  VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETATRTX  VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DETFAITX  VALUE SPACES PIC X(005).
       01  TOTPG.
           05  FILLER                 PIC X(010) VALUE
           "*** TOTAL ".
           05  TOTFAITX  VALUE SPACES PIC X(015).
           05  FILLER                 PIC X(003) VALUE " : ".
           05  TOTVALTX  VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
       01  TOTPG2.
           05  FILLER                 PIC X(028) VALUE
           "*** TITULOS LISTADOS     : ".
           05  TOTQTDTX  VALUE ZEROS  PIC ZZZZ9.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-CHAMADA  PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAFOR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Cadastro De Fornecedores".
           05  LINE 03  COLUMN 01
               VALUE  " (000000 = Conta De Despesa Do Repasse Medico)".
           05  LINE 04  COLUMN 01
               VALUE  " Codigo:".
           05  LINE 06  COLUMN 01
               VALUE  " Nome:".
           05  LINE 08  COLUMN 01
               VALUE  " Cnpj/Cpf:".
           05  LINE 10  COLUMN 01
               VALUE  " Telefone (Ddd):".
           05  LINE 12  COLUMN 01
               VALUE  " Conta Contabil De Despesa:".
           05  LINE 14  COLUMN 01
               VALUE  " Situacao (A=Ativo I=Inativo):".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODFOR
               LINE 04  COLUMN 10  PIC 9(06)
               USING  COD-FOR
               HIGHLIGHT.
           05  TNOMEFOR
               LINE 06  COLUMN 08  PIC X(30)
               USING  NOME-FOR
               HIGHLIGHT.
           05  TCNPJFOR
               LINE 08  COLUMN 12  PIC 9(14)
               USING  CNPJ-FOR
               HIGHLIGHT.
           05  TDDDFOR
               LINE 10  COLUMN 18  PIC 9(02)
               USING  DDD-FOR
               HIGHLIGHT.
           05  TTELFOR
               LINE 10  COLUMN 21  PIC 9(09)
               USING  TELEFONE-FOR
               HIGHLIGHT.
           05  TCONTAFOR
               LINE 12  COLUMN 29  PIC 9(08)
               USING  CONTA-FOR
               HIGHLIGHT.
           05  TSTATFOR
               LINE 14  COLUMN 32  PIC X(01)
               USING  STATUS-FOR
               HIGHLIGHT.

       01  TELACB.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Contas Bancarias Da Clinica".
           05  LINE 04  COLUMN 01
               VALUE  " Codigo:".
           05  LINE 06  COLUMN 01
               VALUE  " Descricao:".
           05  LINE 08  COLUMN 01
               VALUE  " Banco:".
           05  LINE 08  COLUMN 15
               VALUE  " Agencia:".
           05  LINE 08  COLUMN 32
               VALUE  " Conta:".
           05  LINE 10  COLUMN 01
               VALUE  " Conta Contabil Do Banco:".
           05  LINE 12  COLUMN 01
               VALUE  " Beneficiario Cobranca:".
           05  LINE 12  COLUMN 46
               VALUE  " Carteira:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCODCB
               LINE 04  COLUMN 10  PIC 9(02)
               USING  COD-CB
               HIGHLIGHT.
           05  TDESCCB
               LINE 06  COLUMN 13  PIC X(20)
               USING  DESC-CB
               HIGHLIGHT.
           05  TBANCOCB
               LINE 08  COLUMN 09  PIC 9(03)
               USING  BANCO-CB
               HIGHLIGHT.
           05  TAGENCB
               LINE 08  COLUMN 25  PIC 9(05)
               USING  AGENCIA-CB
               HIGHLIGHT.
           05  TNUMCCB
               LINE 08  COLUMN 40  PIC X(12)
               USING  NUMCONTA-CB
               HIGHLIGHT.
           05  TCONTACB
               LINE 10  COLUMN 27  PIC 9(08)
               USING  CONTA-CB
               HIGHLIGHT.
           05  TBENEFCB
               LINE 12  COLUMN 25  PIC X(20)
               USING  BENEF-CB
               HIGHLIGHT.
           05  TCARTCB
               LINE 12  COLUMN 57  PIC 9(03)
               USING  CARTEIRA-CB
               HIGHLIGHT.

       01  TELATIT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "Titulos A Pagar".
           05  LINE 02  COLUMN 50
               VALUE  "Numero:".
           05  LINE 04  COLUMN 01
               VALUE  " Tipo (F=Fornecedor R=Repasse Medico):".
           05  LINE 06  COLUMN 01
               VALUE  " Credor (Fornecedor Ou Crm):".
           05  LINE 08  COLUMN 01
               VALUE  " Documento:".
           05  LINE 08  COLUMN 40
               VALUE  " Competencia:".
           05  LINE 10  COLUMN 01
               VALUE  " Vencimento (Dd Mm Aaaa):".
           05  LINE 12  COLUMN 01
               VALUE  " Valor:".
           05  LINE 12  COLUMN 40
               VALUE  " Conta Contabil:".
           05  LINE 14  COLUMN 01
               VALUE  " Situacao:".
           05  LINE 16  COLUMN 01
               VALUE  " Pagamento (Dd Mm Aaaa):".
           05  LINE 17  COLUMN 01
               VALUE  " Conta Bancaria:".
           05  LINE 18  COLUMN 01
               VALUE  " Valor Pago:".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TNUMTP
               LINE 02  COLUMN 58  PIC 9(06)
               USING  W-NUMTP
               HIGHLIGHT.
           05  TTIPOTP
               LINE 04  COLUMN 41  PIC X(01)
               USING  TIPO-TP
               HIGHLIGHT.
           05  TCREDTP
               LINE 06  COLUMN 30  PIC 9(06)
               USING  CODCRED-TP
               HIGHLIGHT.
           05  TTXTCREDOR
               LINE 07  COLUMN 30  PIC X(30)
               USING  TXTCREDOR
               HIGHLIGHT.
           05  TDOCTP
               LINE 08  COLUMN 13  PIC X(15)
               USING  DOC-TP
               HIGHLIGHT.
           05  TCOMPMES
               LINE 08  COLUMN 54  PIC 9(02)
               USING  W-COMP-MES
               HIGHLIGHT.
           05  TCOMPANO
               LINE 08  COLUMN 57  PIC 9(04)
               USING  W-COMP-ANO
               HIGHLIGHT.
           05  TVENCDIA
               LINE 10  COLUMN 27  PIC 9(02)
               USING  W-VENC-DIA
               HIGHLIGHT.
           05  TVENCMES
               LINE 10  COLUMN 30  PIC 9(02)
               USING  W-VENC-MES
               HIGHLIGHT.
           05  TVENCANO
               LINE 10  COLUMN 33  PIC 9(04)
               USING  W-VENC-ANO
               HIGHLIGHT.
           05  TVALORTP
               LINE 12  COLUMN 09  PIC ZZ.ZZZ.ZZ9,99
               USING  VALOR-TP
               HIGHLIGHT.
           05  TCONTATP
               LINE 12  COLUMN 57  PIC 9(08)
               USING  CONTA-TP
               HIGHLIGHT.
           05  TTXTSIT
               LINE 14  COLUMN 12  PIC X(10)
               USING  TXTSITUACAO
               HIGHLIGHT.
           05  TPAGDIA
               LINE 16  COLUMN 26  PIC 9(02)
               USING  W-PAG-DIA
               HIGHLIGHT.
           05  TPAGMES
               LINE 16  COLUMN 29  PIC 9(02)
               USING  W-PAG-MES
               HIGHLIGHT.
           05  TPAGANO
               LINE 16  COLUMN 32  PIC 9(04)
               USING  W-PAG-ANO
               HIGHLIGHT.
           05  TCODCBTP
               LINE 17  COLUMN 18  PIC 9(02)
               USING  CODCB-TP
               HIGHLIGHT.
           05  TTXTBANCO
               LINE 17  COLUMN 22  PIC X(20)
               USING  TXTBANCO
               HIGHLIGHT.
           05  TVALPAGTP
               LINE 18  COLUMN 14  PIC ZZ.ZZZ.ZZ9,99
               USING  VALPAGO-TP
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-CHAMADA.

       INICIO.
           MOVE OPERADOR-CHAMADA TO W-OPERADOR.

       R0.
           OPEN I-O FORNEC
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
                 OPEN OUTPUT FORNEC
                 CLOSE FORNEC
                 OPEN I-O FORNEC
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FORNEC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

           OPEN I-O CONTABCO
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
                 OPEN OUTPUT CONTABCO
                 CLOSE CONTABCO
                 OPEN I-O CONTABCO
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONTABCO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O PAGAR
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
                 OPEN OUTPUT PAGAR
                 CLOSE PAGAR
                 OPEN I-O PAGAR
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PAGAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O NUMCTL
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
                 OPEN OUTPUT NUMCTL
                 CLOSE NUMCTL
                 OPEN I-O NUMCTL
             ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO NUMCTL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN INPUT CADMED
           IF ST-ERRO5 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       ACE-001.
           DISPLAY (01, 01) ERASE
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY (23, 12)
             "F=FORNEC B=BANCO T=TITULO P=PAGTO R=AGING S=SEMANA X=SAIR"
           ACCEPT (23, 70) W-OPCAO
           IF W-OPCAO NOT = "F" AND W-OPCAO NOT = "B"
               AND W-OPCAO NOT = "T" AND W-OPCAO NOT = "P"
               AND W-OPCAO NOT = "R" AND W-OPCAO NOT = "S"
               AND W-OPCAO NOT = "X"
               GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "X"
              GO TO ROT-FIM.
           IF W-OPCAO = "F"
              GO TO FOR-ACE.
           IF W-OPCAO = "B"
              GO TO CB-ACE.
           IF W-OPCAO = "T"
              GO TO TIT-ACE.
           IF W-OPCAO = "P"
              GO TO PAG-R1.
           MOVE W-OPCAO TO W-TIPOREL
           GO TO REL-GERA.

      *
      ***************************************************
      * MANUTENCAO DO CADASTRO DE FORNECEDORES           *
      ***************************************************
      *
       FOR-ACE.
                DISPLAY (23, 12)
                 "N=NOVO  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    GO TO FOR-ACE.
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
       FOR-R1.
            MOVE ZEROS TO COD-FOR CNPJ-FOR DDD-FOR TELEFONE-FOR
            MOVE ZEROS TO CONTA-FOR
            MOVE SPACES TO NOME-FOR
            MOVE "A" TO STATUS-FOR
            DISPLAY TELAFOR.
      *
       FOR-R2.
           ACCEPT TCODFOR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FOR-ACE.

       FOR-LER.
           READ FORNEC
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELAFOR
                IF W-SEL = 0
                   MOVE "*** FORNECEDOR JA CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FOR-ACE
                ELSE
                   IF W-SEL = 2
                      GO TO FOR-EXC-OPC
                   ELSE
                      GO TO FOR-R3
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO FORNEC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FOR-R2
             ELSE
                NEXT SENTENCE.

       FOR-R3.
           ACCEPT TNOMEFOR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FOR-R2.

           IF NOME-FOR = SPACES
                GO TO FOR-R3.

       FOR-R4.
           ACCEPT TCNPJFOR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FOR-R3.

       FOR-R5.
           ACCEPT TDDDFOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FOR-R4.
           ACCEPT TTELFOR.

       FOR-R6.
           ACCEPT TCONTAFOR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FOR-R5.

           IF CONTA-FOR = ZEROS
                MOVE "* SEM CONTA: A CONTABILIDADE VAI CRITICAR *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       FOR-R7.
           ACCEPT TSTATFOR

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO FOR-R6.

           IF NOT FOR-ATIVO AND NOT FOR-INATIVO
                MOVE "*** SITUACAO INVALIDA (A OU I) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FOR-R7.

           IF W-SEL = 1
                GO TO FOR-ALT-OPC.
      *
       FOR-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FOR-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FOR-INC-OPC.
       FOR-INC-WR1.
                WRITE REGFORNEC
                IF ST-ERRO = "00"
                   MOVE "*** FORNECEDOR INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FOR-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       FOR-ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FOR-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FOR-ALT-OPC.
       FOR-ALT-RW1.
                REWRITE REGFORNEC
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FOR-ACE.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    FORNECEDOR COM TITULO NAO E EXCLUIDO, SO INATIVADO
       FOR-EXC-OPC.
                MOVE ZEROS TO NUM-TP
                START PAGAR KEY IS NOT LESS NUM-TP
                     INVALID KEY
                          GO TO FOR-EXC-OPC2.
       FOR-EXC-VER.
                READ PAGAR NEXT RECORD
                     AT END
                          GO TO FOR-EXC-OPC2.
                IF TP-FORNECEDOR AND CODCRED-TP = COD-FOR
                   MOVE "* FORNECEDOR COM TITULOS, USE INATIVAR *"
                                                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FOR-ACE.
                GO TO FOR-EXC-VER.
       FOR-EXC-OPC2.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FOR-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FOR-EXC-OPC2.
       FOR-EXC-DL1.
                DELETE FORNEC RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FOR-ACE.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *
      ***************************************************
      * MANUTENCAO DAS CONTAS BANCARIAS                  *
      ***************************************************
      *
       CB-ACE.
                DISPLAY (23, 12)
                 "N=NOVO  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                    GO TO CB-ACE.
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
       CB-R1.
            MOVE ZEROS TO COD-CB BANCO-CB AGENCIA-CB CONTA-CB
            MOVE ZEROS TO CARTEIRA-CB
            MOVE SPACES TO DESC-CB NUMCONTA-CB BENEF-CB
            DISPLAY TELACB.
      *
       CB-R2.
           ACCEPT TCODCB

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CB-ACE.

           IF COD-CB = ZEROS
                GO TO CB-R2.

       CB-LER.
           READ CONTABCO
           IF ST-ERRO2 NOT = "23"
             IF ST-ERRO2 = "00"
                DISPLAY TELACB
                IF W-SEL = 0
                   MOVE "*** CONTA JA CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CB-ACE
                ELSE
                   IF W-SEL = 2
                      GO TO CB-EXC-OPC
                   ELSE
                      GO TO CB-R3
             ELSE
                MOVE "ERRO NA LEITURA DO ARQUIVO CONTABCO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
             IF W-SEL NOT = 0
                MOVE "*** CONTA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CB-R2
             ELSE
                NEXT SENTENCE.

       CB-R3.
           ACCEPT TDESCCB

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CB-R2.

           IF DESC-CB = SPACES
                GO TO CB-R3.

       CB-R4.
           ACCEPT TBANCOCB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CB-R3.
           ACCEPT TAGENCB
           ACCEPT TNUMCCB.

       CB-R5.
           ACCEPT TCONTACB

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CB-R4.

      *    CODIGO DO BENEFICIARIO E CARTEIRA SO PARA A CONTA
      *    QUE EMITE BOLETOS (EM BRANCO NAS DEMAIS)
       CB-R6.
           ACCEPT TBENEFCB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CB-R5.
           ACCEPT TCARTCB

           IF W-SEL = 1
                GO TO CB-ALT-OPC.
      *
       CB-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CB-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CB-INC-OPC.
       CB-INC-WR1.
                WRITE REGCONTABCO
                IF ST-ERRO2 = "00"
                   MOVE "*** CONTA BANCARIA INCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CB-ACE.
                MOVE "ERRO NA INCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       CB-ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CB-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CB-ALT-OPC.
       CB-ALT-RW1.
                REWRITE REGCONTABCO
                IF ST-ERRO2 = "00"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CB-ACE.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       CB-EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CB-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CB-EXC-OPC.
       CB-EXC-DL1.
                DELETE CONTABCO RECORD
                IF ST-ERRO2 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CB-ACE.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *
      ***************************************************
      * TITULOS: LANCAMENTO MANUAL, CONSULTA E           *
      * CANCELAMENTO (TITULOS DE COMPRA E DE REPASSE     *
      * NASCEM NO ESTOQUE E NA APROVACAO DO REPASSE)     *
      ***************************************************
      *
       TIT-ACE.
                DISPLAY (23, 12)
                 "N=NOVO  C=CONSULTAR/CANCELAR  V=VOLTAR"
                ACCEPT (23, 52) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "V"
                    GO TO TIT-ACE.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "V"
                   GO TO ACE-001.
                IF W-OPCAO = "C"
                   GO TO CON-R1.
      *
       TIT-R1.
           PERFORM LIMPA-TIT THRU LIMPA-TIT-FIM
           MOVE "F" TO TIPO-TP
           MOVE W-HOJE-ANO TO W-COMP-ANO
           MOVE W-HOJE-MES TO W-COMP-MES
           MOVE W-HOJE-N   TO W-VENC-N
           DISPLAY TELATIT.
       TIT-R2.
           ACCEPT TTIPOTP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO TIT-ACE.

           IF NOT TP-FORNECEDOR AND NOT TP-REPASSE
                MOVE "*** TIPO INVALIDO (F OU R) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TIT-R2.
       TIT-R3.
           ACCEPT TCREDTP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO TIT-R2.

           IF CODCRED-TP = ZEROS
                GO TO TIT-R3.
           PERFORM BUSCA-CREDOR THRU BUSCA-CREDOR-FIM
           IF TXTCREDOR = SPACES
                MOVE "*** CREDOR NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TIT-R3.
           IF TP-FORNECEDOR AND FOR-INATIVO
                MOVE "*** FORNECEDOR INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TIT-R3.
           DISPLAY TTXTCREDOR
      *    CONTA DE DESPESA SUGERIDA: A DO FORNECEDOR, OU A DO
      *    REPASSE (FORNECEDOR 000000) PARA TITULO DE MEDICO
           IF TP-REPASSE
                MOVE ZEROS TO COD-FOR
                READ FORNEC
                    INVALID KEY
                       MOVE ZEROS TO CONTA-FOR.
           MOVE CONTA-FOR TO CONTA-TP
           DISPLAY TCONTATP.
       TIT-R4.
           ACCEPT TDOCTP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO TIT-R3.

           IF DOC-TP = SPACES
                GO TO TIT-R4.
       TIT-R5.
           ACCEPT TCOMPMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO TIT-R4.
           ACCEPT TCOMPANO
           IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
              OR W-COMP-ANO = ZEROS
                MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TIT-R5.
       TIT-R6.
           ACCEPT TVENCDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO TIT-R5.
           ACCEPT TVENCMES
           ACCEPT TVENCANO
           IF W-VENC-DIA = ZEROS OR W-VENC-DIA > 31
              OR W-VENC-MES = ZEROS OR W-VENC-MES > 12
                MOVE "*** DATA DE VENCIMENTO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TIT-R6.
       TIT-R7.
           ACCEPT TVALORTP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO TIT-R6.

           IF VALOR-TP = ZEROS
                GO TO TIT-R7.
       TIT-R8.
           ACCEPT TCONTATP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO TIT-R7.
      *
       TIT-INC-OPC.
                DISPLAY (23, 40) "CONFIRMA INCLUSAO (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** TITULO NAO INCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TIT-ACE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TIT-INC-OPC.
       TIT-INC-WR1.
           PERFORM ACHA-PROXTP THRU ACHA-PROXTP-FIM
           MOVE W-NUMTP     TO NUM-TP
           MOVE "M"         TO ORIGEM-TP
           MOVE W-COMP-N    TO COMPET-TP
           MOVE W-HOJE-N    TO DATAEMI-TP
           MOVE W-VENC-N    TO VENC-TP
           MOVE "A"         TO SIT-TP
           MOVE ZEROS       TO DATAPAG-TP VALPAGO-TP CODCB-TP
           MOVE W-OPERADOR  TO OPERADOR-TP
           WRITE REGPAGAR
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO PAGAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           DISPLAY TNUMTP
           MOVE SPACES TO MENS
           STRING "*** TITULO A PAGAR " DELIMITED BY SIZE
                  W-NUMTP   DELIMITED BY SIZE
                  " INCLUIDO ***" DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TIT-ACE.
      *
       CON-R1.
           PERFORM LIMPA-TIT THRU LIMPA-TIT-FIM
           DISPLAY TELATIT.
       CON-R2.
           ACCEPT TNUMTP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO TIT-ACE.

           IF W-NUMTP = ZEROS
                GO TO CON-R2.
           PERFORM LER-TITULO THRU LER-TITULO-FIM
           IF ST-ERRO3 NOT = "00"
                MOVE "*** TITULO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-R2.
       CON-OPC.
           DISPLAY (22, 03) "C=CANCELAR TITULO  V=VOLTAR : "
           ACCEPT (22, 34) W-OPCAO

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CON-R1.

           IF W-OPCAO = "V" OR "v"
                GO TO CON-R1.
           IF W-OPCAO NOT = "C" AND W-OPCAO NOT = "c"
                GO TO CON-OPC.
           IF NOT TP-ABERTO
                MOVE "* SO TITULO EM ABERTO PODE SER CANCELADO *"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-OPC.
       CON-CANC.
           DISPLAY (23, 40) "CANCELAR  (S/N) : ".
           ACCEPT (23, 58) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                MOVE "*** TITULO NAO CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-R1.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-CANC.
           MOVE "C" TO SIT-TP
           MOVE W-OPERADOR TO OPERADOR-TP
           REWRITE REGPAGAR
           IF ST-ERRO3 = "00" OR "02"
                MOVE "*** TITULO CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO PAGAR" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ***************************************************
      * PAGAMENTO DO TITULO: DATA, CONTA BANCARIA DE     *
      * SAIDA E VALOR PAGO (COM JUROS OU DESCONTO, SE    *
      * HOUVER); O PAGAMENTO ENTRA NA INTERFACE CONTABIL *
      ***************************************************
      *
       PAG-R1.
           PERFORM LIMPA-TIT THRU LIMPA-TIT-FIM
           DISPLAY TELATIT.
       PAG-R2.
           ACCEPT TNUMTP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.

           IF W-NUMTP = ZEROS
                GO TO PAG-R2.
           PERFORM LER-TITULO THRU LER-TITULO-FIM
           IF ST-ERRO3 NOT = "00"
                MOVE "*** TITULO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PAG-R2.
           IF NOT TP-ABERTO
                MOVE "*** TITULO JA PAGO OU CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PAG-R1.
           MOVE W-HOJE-N TO W-PAG-N
           MOVE VALOR-TP TO VALPAGO-TP
           DISPLAY TPAGDIA TPAGMES TPAGANO TVALPAGTP.
       PAG-R3.
           ACCEPT TPAGDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PAG-R1.
           ACCEPT TPAGMES
           ACCEPT TPAGANO
           IF W-PAG-DIA = ZEROS OR W-PAG-DIA > 31
              OR W-PAG-MES = ZEROS OR W-PAG-MES > 12
                MOVE "*** DATA DE PAGAMENTO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PAG-R3.
           IF W-PAG-N > W-HOJE-N
                MOVE "*** PAGAMENTO COM DATA FUTURA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PAG-R3.
       PAG-R4.
           ACCEPT TCODCBTP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PAG-R3.

           IF CODCB-TP = ZEROS
                GO TO PAG-R4.
           MOVE CODCB-TP TO COD-CB
           READ CONTABCO
               INVALID KEY
                  MOVE "*** CONTA BANCARIA NAO CADASTRADA ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO PAG-R4.
           MOVE DESC-CB TO TXTBANCO
           DISPLAY TTXTBANCO.
       PAG-R5.
           ACCEPT TVALPAGTP

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PAG-R4.

           IF VALPAGO-TP = ZEROS
                GO TO PAG-R5.
           IF VALPAGO-TP NOT = VALOR-TP
                MOVE "* AVISO: VALOR PAGO DIFERE DO TITULO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PAG-OPC.
                DISPLAY (23, 40) "CONFIRMA PAGAMENTO (S/N) : ".
                ACCEPT (23, 67) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PAGAMENTO NAO REGISTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-OPC.
       PAG-RW1.
           MOVE "P"         TO SIT-TP
           MOVE W-PAG-N     TO DATAPAG-TP
           MOVE W-OPERADOR  TO OPERADOR-TP
           REWRITE REGPAGAR
           IF ST-ERRO3 = "00" OR "02"
                MOVE "*** PAGAMENTO REGISTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PAG-R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO PAGAR" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ***************************************************
      * RELATORIO DE TITULOS EM ABERTO POR VENCIMENTO:   *
      * AGING (FAIXAS DE ATRASO) OU SO OS VENCIDOS E OS  *
      * QUE VENCEM NOS PROXIMOS SETE DIAS                *
      ***************************************************
      *
       REL-GERA.
           OPEN OUTPUT PAGREL
           IF ST-ERRO6 NOT = "00"
                MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
           MOVE W-HOJE-N TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-SDIAS TO W-DIASHOJE
           MOVE ZEROS TO W-QTDTIT W-TOTGERAL W-TOTFAIXA
           SORT SORTPG ON ASCENDING KEY VENC-SO
                       ON ASCENDING KEY NUM-SO
                INPUT PROCEDURE REL-SELECIONA THRU REL-SELECIONA-FIM
                OUTPUT PROCEDURE REL-PROCESSA THRU REL-PROCESSA-FIM.
           CLOSE PAGREL
           DISPLAY (10, 03) "TITULOS LISTADOS: " W-QTDTIT
           MOVE "*** RELATORIO PAGARREL.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
       REL-SELECIONA.
           MOVE ZEROS TO NUM-TP
           START PAGAR KEY IS NOT LESS NUM-TP
               INVALID KEY
                  GO TO REL-SELECIONA-FIM.
       REL-SELECIONA-LOOP.
           READ PAGAR NEXT
               AT END
                  GO TO REL-SELECIONA-FIM.
           IF NOT TP-ABERTO
                GO TO REL-SELECIONA-LOOP.
           IF W-TIPOREL = "S"
                MOVE VENC-TP TO W-CD-N
                PERFORM CALC-DIAS THRU CALC-DIAS-FIM
                IF W-SDIAS > W-DIASHOJE + 6
                     GO TO REL-SELECIONA-LOOP.
           MOVE VENC-TP TO VENC-SO
           MOVE NUM-TP  TO NUM-SO
           RELEASE REG-SORTPG
           GO TO REL-SELECIONA-LOOP.
       REL-SELECIONA-FIM.
           EXIT.
      *
       REL-PROCESSA.
           IF W-TIPOREL = "S"
                MOVE "*** CONTAS A PAGAR DA SEMANA ***" TO CABTITTX
           ELSE
                MOVE "*** CONTAS A PAGAR - AGING ***" TO CABTITTX.
           MOVE W-HOJE-DIA TO CABDIATX
           MOVE W-HOJE-MES TO CABMESTX
           MOVE W-HOJE-ANO TO CABANOTX
           WRITE REGPAGREL FROM CABPG1
           MOVE SPACES TO REGPAGREL
           WRITE REGPAGREL
           WRITE REGPAGREL FROM CABPG2.
       REL-PROCESSA-LOOP.
           RETURN SORTPG
               AT END
                  GO TO REL-PROCESSA-TOT.
           MOVE NUM-SO TO NUM-TP
           READ PAGAR
               INVALID KEY
                  GO TO REL-PROCESSA-LOOP.
           PERFORM BUSCA-CREDOR THRU BUSCA-CREDOR-FIM
           MOVE VENC-TP TO W-CD-N
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           COMPUTE W-ATRASO = W-DIASHOJE - W-SDIAS
           IF W-ATRASO < 1
                MOVE 1 TO W-FAIXA
                MOVE ZEROS TO W-ATRASO
           ELSE
                IF W-ATRASO < 31
                     MOVE 2 TO W-FAIXA
                ELSE
                     IF W-ATRASO < 61
                          MOVE 3 TO W-FAIXA
                     ELSE
                          IF W-ATRASO < 91
                               MOVE 4 TO W-FAIXA
                          ELSE
                               MOVE 5 TO W-FAIXA.
           MOVE NUM-TP      TO DETNUMTX
           MOVE TIPO-TP     TO DETTIPTX
           MOVE CODCRED-TP  TO DETCRETX
           MOVE TXTCREDOR   TO DETNOMTX
           MOVE DOC-TP      TO DETDOCTX
           MOVE VENC-TP(7:2) TO DETVDIATX
           MOVE VENC-TP(5:2) TO DETVMESTX
           MOVE VENC-TP(1:4) TO DETVANOTX
           MOVE VALOR-TP    TO DETVALTX
           MOVE W-ATRASO    TO DETATRTX
           MOVE TBFAIXA(W-FAIXA) TO DETFAITX
           IF W-FAIXA > 1
                MOVE TBFAIXA(W-FAIXA)(9:5) TO DETFAITX.
           WRITE REGPAGREL FROM DETPG
           ADD 1 TO W-QTDTIT
           ADD VALOR-TP TO W-TF(W-FAIXA) W-TOTGERAL
           GO TO REL-PROCESSA-LOOP.
       REL-PROCESSA-TOT.
           MOVE SPACES TO REGPAGREL
           WRITE REGPAGREL
           MOVE 1 TO W-IX.
       REL-PROCESSA-FAIXA.
           IF W-IX > 5
                GO TO REL-PROCESSA-GERAL.
           MOVE TBFAIXA(W-IX) TO TOTFAITX
           MOVE W-TF(W-IX)    TO TOTVALTX
           WRITE REGPAGREL FROM TOTPG
           ADD 1 TO W-IX
           GO TO REL-PROCESSA-FAIXA.
       REL-PROCESSA-GERAL.
           MOVE "GERAL"    TO TOTFAITX
           MOVE W-TOTGERAL TO TOTVALTX
           WRITE REGPAGREL FROM TOTPG
           MOVE W-QTDTIT   TO TOTQTDTX
           WRITE REGPAGREL FROM TOTPG2.
       REL-PROCESSA-FIM.
           EXIT.

      *
      ***************************************************
      * ROTINAS AUXILIARES                               *
      ***************************************************
      *
       LIMPA-TIT.
           MOVE ZEROS TO W-NUMTP CODCRED-TP COMPET-TP VENC-TP
           MOVE ZEROS TO VALOR-TP CONTA-TP DATAPAG-TP VALPAGO-TP
           MOVE ZEROS TO CODCB-TP W-VENC-N W-PAG-N W-COMP-N
           MOVE SPACES TO TIPO-TP DOC-TP TXTCREDOR TXTSITUACAO
           MOVE SPACES TO TXTBANCO.
       LIMPA-TIT-FIM.
           EXIT.
      *
      *    LE O TITULO W-NUMTP E MONTA A TELA
       LER-TITULO.
           MOVE W-NUMTP TO NUM-TP
           READ PAGAR
               INVALID KEY
                  GO TO LER-TITULO-FIM.
           PERFORM BUSCA-CREDOR THRU BUSCA-CREDOR-FIM
           MOVE COMPET-TP  TO W-COMP-N
           MOVE VENC-TP    TO W-VENC-N
           MOVE DATAPAG-TP TO W-PAG-N
           MOVE "ABERTO"   TO TXTSITUACAO
           IF TP-PAGO
                MOVE "PAGO"      TO TXTSITUACAO.
           IF TP-CANCELADO
                MOVE "CANCELADO" TO TXTSITUACAO.
           MOVE SPACES TO TXTBANCO
           IF CODCB-TP NOT = ZEROS
                MOVE CODCB-TP TO COD-CB
                READ CONTABCO
                    INVALID KEY
                       MOVE SPACES TO DESC-CB
                NOT INVALID KEY
                       MOVE DESC-CB TO TXTBANCO.
           DISPLAY TELATIT
           MOVE "00" TO ST-ERRO3.
       LER-TITULO-FIM.
           EXIT.
      *
      *    NOME DO CREDOR: FORNECEDOR (TIPO F) OU MEDICO (TIPO R)
       BUSCA-CREDOR.
           MOVE SPACES TO TXTCREDOR
           IF TP-REPASSE
                MOVE CODCRED-TP TO CRM2
                READ CADMED
                    INVALID KEY
                       GO TO BUSCA-CREDOR-FIM.
           IF TP-REPASSE
                MOVE NOMEMD TO TXTCREDOR
                GO TO BUSCA-CREDOR-FIM.
           MOVE CODCRED-TP TO COD-FOR
           READ FORNEC
               INVALID KEY
                  GO TO BUSCA-CREDOR-FIM.
           MOVE NOME-FOR TO TXTCREDOR.
       BUSCA-CREDOR-FIM.
           EXIT.
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
       CALC-DIAS.
           IF W-CD-MES > 2
                MOVE W-CD-ANO TO W-SANO
           ELSE
                COMPUTE W-SANO = W-CD-ANO - 1.
           COMPUTE W-SQ4 = W-SANO / 4
           COMPUTE W-SQ100 = W-SANO / 100
           COMPUTE W-SQ400 = W-SANO / 400
           COMPUTE W-SDIAS = (365 * W-CD-ANO) + W-SQ4 - W-SQ100
                           + W-SQ400 + TBCUMD(W-CD-MES) + W-CD-DIA.
       CALC-DIAS-FIM.
           EXIT.

       ROT-FIM.
           CLOSE FORNEC CONTABCO PAGAR NUMCTL CADMED.
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
       FIM-ROT-TEMPO.
