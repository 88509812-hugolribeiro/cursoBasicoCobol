      * CAMPOS CRIADOS COM VALORES NEUTROS              *
      *                                                 *
      * PROCEDIMENTO: ANTES DE RODAR, RENOMEAR          *
      *   RECIBO.DAT   -> RECIBO.OLD                    *
      *   OPERADOR.DAT -> OPERADOR.OLD                  *
      *   CADPAC.DAT   -> CADPAC.OLD                    *
      *   SALATAB.DAT  -> SALATAB.OLD                   *
      *   TURNO.DAT    -> TURNO.OLD                     *
      *   AGENDA.DAT   -> AGENDA.OLD                    *
      *   PROCTAB.DAT  -> PROCTAB.OLD                   *
      *   FATITEM.DAT  -> FATITEM.OLD                   *
      *   CONVPAR.DAT  -> CONVPAR.OLD                   *
      *   MATTAB.DAT   -> MATTAB.OLD                    *
      *   DEBPAC.DAT   -> DEBPAC.OLD                    *
      *   MENSAL.DAT   -> MENSAL.OLD                    *
      *   CADMEDCONV.DAT -> CADMEDCONV.OLD              *
      *   AGEARCaaaa.DAT -> AGEARCaaaa.OLD (CADA ANO)   *
      * OS REGISTROS CONVERTIDOS FICAM NA UNIDADE 01,   *
      * CRIADA NO CADASTRO DE UNIDADES SE NAO EXISTIR   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIBOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-RECV
                    FILE STATUS  IS ST-VELHO.
           SELECT RECIBO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-REC
                    FILE STATUS  IS ST-NOVO.

           SELECT OPERADORV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERV
                    FILE STATUS  IS ST-VELHO.
           SELECT OPERADOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPER
                    FILE STATUS  IS ST-NOVO.

           SELECT CADPACV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    FILE STATUS  IS ST-NOVO
                    ALTERNATE RECORD KEY IS NOMEPC WITH DUPLICATES.

           SELECT SALATABV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-SALAV
                    FILE STATUS  IS ST-VELHO.
           SELECT SALATAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-SALA
                    FILE STATUS  IS ST-NOVO.

           SELECT TURNOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SEQ-TUV
                    FILE STATUS  IS ST-VELHO.
           SELECT TURNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SEQ-TU
                    FILE STATUS  IS ST-NOVO.

           SELECT AGENDAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AGENDAV
                    FILE STATUS  IS ST-VELHO
                    ALTERNATE RECORD KEY IS CODPACV2 WITH DUPLICATES.
           SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    FILE STATUS  IS ST-NOVO
                    ALTERNATE RECORD KEY IS CODPAC WITH DUPLICATES.

           SELECT PROCTABV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PROCV
                    FILE STATUS  IS ST-VELHO.
           SELECT PROCTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PROC
                    FILE STATUS  IS ST-NOVO.

           SELECT FATITEMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FIV
                    FILE STATUS  IS ST-VELHO.
           SELECT FATITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FI
                    FILE STATUS  IS ST-NOVO.

           SELECT CONVPARV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-CPV
                    FILE STATUS  IS ST-VELHO.
           SELECT CONVPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-CP
                    FILE STATUS  IS ST-NOVO.

           SELECT MATTABV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-MATV
                    FILE STATUS  IS ST-VELHO.
           SELECT MATTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-MAT
                    FILE STATUS  IS ST-NOVO.

           SELECT DEBPACV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DBV
                    FILE STATUS  IS ST-VELHO.
           SELECT DEBPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DB
                    FILE STATUS  IS ST-NOVO.

           SELECT MENSALV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MSV
                    FILE STATUS  IS ST-VELHO.
           SELECT MENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MS
                    FILE STATUS  IS ST-NOVO.

           SELECT CADMEDCONVV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MCV
                    FILE STATUS  IS ST-VELHO
                    ALTERNATE RECORD KEY IS CRM-MCV WITH DUPLICATES.
           SELECT CADMEDCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MC
                    FILE STATUS  IS ST-NOVO
                    ALTERNATE RECORD KEY IS CRM-MC WITH DUPLICATES.

           SELECT AGEARCV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    FILE STATUS  IS ST-NOVO
                    ALTERNATE RECORD KEY IS CODPAC-ARC
                              WITH DUPLICATES.

           SELECT UNIDADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-UN
                    FILE STATUS  IS ST-NOVO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    LAYOUTS ANTIGOS (COMO GRAVADOS PELA VERSAO ANTERIOR)
      *
       FD RECIBOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECIBO.OLD".
       01 REGRECIBOV.
          03 NUM-RECV              PIC 9(06).
          03 DATA-RECV             PIC 9(08).
          03 HORA-RECV             PIC 9(04).
          03 CRM-RECV              PIC 9(06).
          03 DATACONS-RECV         PIC 9(08).
          03 HORACONS-RECV         PIC 9(04).
          03 CODPAC-RECV           PIC 9(06).
          03 VALOR-RECV            PIC 9(06)V99.
          03 FORMA-RECV            PIC X(01).
          03 OPERADOR-RECV         PIC X(08).
          03 PGTO-RECV             PIC X(27).
          03 NFSE-RECV             PIC X(01).
          03 TURNO-RECV            PIC 9(06).
      *
       FD OPERADORV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERADOR.OLD".
       01 REGOPERV.
          03 COD-OPERV             PIC X(08).
          03 NOME-OPERV            PIC X(30).
          03 SENHA-OPERV           PIC X(08).
          03 PERM-OPERV            PIC X(70).
          03 SIT-OPERV             PIC X(01).
      *
       FD CADPACV
               LABEL RECORD IS STANDARD
          03 CODIGOPCV             PIC 9(06).
          03 STATUS-PACV           PIC X(01).
          03 CODPAC-DESTV          PIC 9(06).
          03 CONSENT-PACV          PIC X(01).
          03 DATACONSENT-PACV      PIC 9(08).
      *
       FD SALATABV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALATAB.OLD".
       01 REGSALAV.
          03 COD-SALAV             PIC 9(02).
          03 DESC-SALAV            PIC X(30).
          03 LOCALIZA-SALAV        PIC X(30).
          03 PROCED-SALAV          PIC X(01).
      *
       FD TURNOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TURNO.OLD".
       01 REGTURNOV.
          03 SEQ-TUV               PIC 9(06).
          03 OPERADOR-TUV          PIC X(08).
          03 DATAABERT-TUV         PIC 9(08).
          03 HORAABERT-TUV         PIC 9(04).
          03 DATAFECH-TUV          PIC 9(08).
          03 HORAFECH-TUV          PIC 9(04).
          03 DECLDIN-TUV           PIC 9(08)V99.
          03 SIT-TUV               PIC X(01).
      *
       FD AGENDAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDA.OLD".
       01 REGAGENDAV.
          03 CHAVE-AGENDAV.
             05 CRMV               PIC 9(06).
             05 DATACONSV          PIC 9(08).
             05 HORACONSV          PIC 9(04).
          03 CODPACV2              PIC 9(06).
          03 RESTO-AGENDAV         PIC X(56).
      *
       FD PROCTABV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROCTAB.OLD".
       01 REGPROCV.
          03 COD-PROCV             PIC 9(04).
          03 DESC-PROCV            PIC X(30).
          03 DURACAO-PROCV         PIC 9(03).
          03 VALOR-PROCV           PIC 9(06)V99.
      *
       FD FATITEMV
               LABEL RECORD IS STANDARD
          03 CHAVE-FIV.
             05 LOTE-FIV           PIC 9(06).
             05 SEQ-FIV            PIC 9(04).
          03 RESTO-FIV             PIC X(88).
      *
       FD CONVPARV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONVPAR.OLD".
       01 REGCONVPARV.
          03 CODIGO-CPV            PIC 9(06).
          03 LAYOUT-CPV            PIC 9(01).
          03 EXIGE-AUT-CPV         PIC X(01).
      *
       FD MATTABV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MATTAB.OLD".
       01 REGMATV.
          03 COD-MATV              PIC 9(04).
          03 DESC-MATV             PIC X(30).
          03 UNIDADE-MATV          PIC X(05).
          03 ESTOQUE-MATV          PIC 9(05)V99.
          03 ESTMIN-MATV           PIC 9(05)V99.
      *
       FD DEBPACV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEBPAC.OLD".
       01 REGDEBPACV.
          03 CHAVE-DBV.
             05 CODPAC-DBV         PIC 9(06).
             05 SEQ-DBV            PIC 9(03).
          03 RESTO-DBV             PIC X(39).
      *
       FD MENSALV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAL.OLD".
       01 REGMENSALV.
          03 CHAVE-MSV.
             05 CODIGO-MSV         PIC 9(06).
             05 ANOMES-MSV         PIC 9(06).
          03 RESTO-MSV             PIC X(25).
      *
       FD CADMEDCONVV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDCONV.OLD".
       01 REGMEDCONVV.
          03 CHAVE-MCV.
             05 CRM-MCV            PIC 9(06).
             05 CODIGO-MCV         PIC 9(06).
      *
       FD AGEARCV
               LABEL RECORD IS STANDARD
          03 CODPAC-ARCV           PIC 9(06).
          03 CODIGO-ARCV           PIC 9(06).
          03 STATUS-ARCV           PIC X(01).
          03 COMPL-ARCV            PIC X(49).
      *
      *    LAYOUTS NOVOS
      *
       COPY "RECIBO.CPY".
       COPY "OPERADOR.CPY".
       COPY "SALATAB.CPY".
       COPY "TURNO.CPY".
       COPY "AGENDA.CPY".
       COPY "UNIDADE.CPY".
       COPY "PROCTAB.CPY".
       COPY "FATITEM.CPY".
       COPY "CONVPAR.CPY".
       COPY "MATTAB.CPY".
       COPY "DEBPAC.CPY".
       COPY "MENSAL.CPY".
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
       FD AGEARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQARC.
       01 REGAGEARC.
          03 CHAVE-ARC.
             05 CRM-ARC            PIC 9(06).
             05 DATACONS-ARC       PIC 9(08).
             05 HORACONS-ARC       PIC 9(04).
          03 CODPAC-ARC            PIC 9(06).
          03 CODIGO-ARC            PIC 9(06).
          03 STATUS-ARC            PIC X(01).
          03 COMPL-ARC             PIC X(64).
      *
       FD CADPAC
               LABEL RECORD IS STANDARD
             88 PAC-CONSENTIU      VALUE "S".
             88 PAC-NEGOU          VALUE "N".
          03 DATACONSENT-PAC       PIC 9(08).
      *   CARTEIRINHA DO CONVENIO (NUMERO, TITULAR OU DEPENDENTE
      *   E VALIDADE) E ELEGIBILIDADE APURADA NA IMPORTACAO DO
      *   ARQUIVO MENSAL DE BENEFICIARIOS DO CONVENIO
          03 CARTEIRA-PAC          PIC X(20).
          03 TITULAR-PAC           PIC X(01).
             88 PAC-TITULAR        VALUE "T".
             88 PAC-DEPENDENTE     VALUE "D".
          03 VALIDCART-PAC         PIC 9(08).
          03 ELEGIV-PAC            PIC X(01).
             88 PAC-ELEGIVEL       VALUE "S".
             88 PAC-FORA-ARQUIVO   VALUE "N".
          03 DATAELEG-PAC          PIC 9(08).
      *   ORIGEM DO PACIENTE (COMO CONHECEU A CLINICA, TABELA
      *   ORIGTAB) E DATA DO CADASTRO, BASE DO RETORNO DA CAPTACAO
          03 ORIGEM-PAC            PIC 9(02).
             88 PAC-ORIGEM-PORTAL  VALUE 01.
          03 DATACAD-PAC           PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01 W-LIDOS       PIC 9(07) VALUE ZEROS.
       01 W-GRAVADOS    PIC 9(07) VALUE ZEROS.
       01 CONLIN        PIC 9(02) VALUE ZEROS.

       01 W-HOJE.
          03 W-HOJE-ANO PIC 9(04).
           05  LINE 04  COLUMN 01
               VALUE  " Antes de confirmar, renomear os arquivos".
           05  LINE 05  COLUMN 01
               VALUE  " antigos para a extensao .OLD (RECIBO,".
           05  LINE 06  COLUMN 01
               VALUE  " OPERADOR, CADPAC, SALATAB, TURNO, AGENDA,".
           05  LINE 07  COLUMN 01
               VALUE  " PROCTAB, FATITEM, CONVPAR, MATTAB, DEBPAC,".
           05  LINE 08  COLUMN 01
               VALUE  " MENSAL, CADMEDCONV E OS AGEARC ANUAIS).".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM:".

           IF W-OPCAO NOT = "S" AND "s"
                GO TO R2.

           MOVE 10 TO CONLIN
           PERFORM CONVERTE-RECIBO THRU CONVERTE-RECIBO-FIM
           PERFORM CONVERTE-OPERADOR THRU CONVERTE-OPERADOR-FIM
           PERFORM CONVERTE-CADPAC THRU CONVERTE-CADPAC-FIM
           PERFORM CONVERTE-SALATAB THRU CONVERTE-SALATAB-FIM
           PERFORM CONVERTE-TURNO THRU CONVERTE-TURNO-FIM
           PERFORM CONVERTE-AGENDA THRU CONVERTE-AGENDA-FIM
           PERFORM CONVERTE-PROCTAB THRU CONVERTE-PROCTAB-FIM
           PERFORM CONVERTE-FATITEM THRU CONVERTE-FATITEM-FIM
           PERFORM CONVERTE-CONVPAR THRU CONVERTE-CONVPAR-FIM
           PERFORM CONVERTE-MATTAB THRU CONVERTE-MATTAB-FIM
           PERFORM CONVERTE-DEBPAC THRU CONVERTE-DEBPAC-FIM
           PERFORM CONVERTE-MENSAL THRU CONVERTE-MENSAL-FIM
           PERFORM CONVERTE-CADMEDCONV THRU CONVERTE-CADMEDCONV-FIM
           PERFORM CONVERTE-AGEARC THRU CONVERTE-AGEARC-FIM
           PERFORM CRIA-UNIDADE THRU CRIA-UNIDADE-FIM

           MOVE "*** CONVERSAO DE LAYOUTS CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

      *
      ***************************************************
      * RECIBOS (NENHUM ESTORNADO)                       *
      ***************************************************
      *
       CONVERTE-RECIBO.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           OPEN INPUT RECIBOV
           IF ST-VELHO NOT = "00"
                MOVE "RECIBO" TO LINCONV-NOME
                PERFORM MOSTRA-AUSENTE THRU MOSTRA-AUSENTE-FIM
                GO TO CONVERTE-RECIBO-FIM.
           OPEN OUTPUT RECIBO
           IF ST-NOVO NOT = "00"
                CLOSE RECIBOV
                MOVE "RECIBO" TO LINCONV-NOME
                PERFORM MOSTRA-ERRO THRU MOSTRA-ERRO-FIM
                GO TO CONVERTE-RECIBO-FIM.
       CONVERTE-RECIBO-LOOP.
           READ RECIBOV NEXT RECORD
                AT END
                     GO TO CONVERTE-RECIBO-TOT.
           ADD 1 TO W-LIDOS
           MOVE REGRECIBOV    TO REGRECIBO
           MOVE SPACE         TO SIT-REC NFSECANC-REC TIPO-REC
           MOVE SPACES        TO MOTEST-REC SUPEST-REC
           MOVE ZEROS         TO DATAEST-REC
           MOVE 1             TO UNID-REC
           WRITE REGRECIBO
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.
           GO TO CONVERTE-RECIBO-LOOP.
       CONVERTE-RECIBO-TOT.
           CLOSE RECIBOV RECIBO
           MOVE "RECIBO" TO LINCONV-NOME
           PERFORM MOSTRA-TOTAIS THRU MOSTRA-TOTAIS-FIM.
       CONVERTE-RECIBO-FIM.
           EXIT.

      *
      ***************************************************
      * OPERADORES (NENHUM SUPERVISOR DE CAIXA; O        *
      * MASTER MARCA OS SUPERVISORES NO CADASTRO)        *
      ***************************************************
      *
       CONVERTE-OPERADOR.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           OPEN INPUT OPERADORV
           IF ST-VELHO NOT = "00"
                MOVE "OPERADOR" TO LINCONV-NOME
                PERFORM MOSTRA-AUSENTE THRU MOSTRA-AUSENTE-FIM
                GO TO CONVERTE-OPERADOR-FIM.
           OPEN OUTPUT OPERADOR
           IF ST-NOVO NOT = "00"
                CLOSE OPERADORV
                MOVE "OPERADOR" TO LINCONV-NOME
                PERFORM MOSTRA-ERRO THRU MOSTRA-ERRO-FIM
                GO TO CONVERTE-OPERADOR-FIM.
       CONVERTE-OPERADOR-LOOP.
           READ OPERADORV NEXT RECORD
                AT END
                     GO TO CONVERTE-OPERADOR-TOT.
           ADD 1 TO W-LIDOS
           MOVE COD-OPERV   TO COD-OPER
           MOVE NOME-OPERV  TO NOME-OPER
           MOVE SENHA-OPERV TO SENHA-OPER
           MOVE PERM-OPERV  TO PERM-OPER
      *    PERFIL COM TODAS AS OPCOES (MASTER) GANHA TAMBEM AS
      *    OPCOES DA PAGINA 3 DO MENU
           IF PERM-OPERV = ALL "S"
                MOVE ALL "S" TO PERM-OPER.
           MOVE SIT-OPERV   TO SIT-OPER
           MOVE "N"         TO SUPERV-OPER
           MOVE ZEROS       TO TETODESC-OPER
           MOVE 1           TO UNID-OPER
           WRITE REGOPER
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.
           GO TO CONVERTE-OPERADOR-LOOP.
       CONVERTE-OPERADOR-TOT.
           CLOSE OPERADORV OPERADOR
           MOVE "OPERADOR" TO LINCONV-NOME
           PERFORM MOSTRA-TOTAIS THRU MOSTRA-TOTAIS-FIM.
       CONVERTE-OPERADOR-FIM.
           EXIT.

      *
      ***************************************************
      * PACIENTES (SEM CARTEIRINHA E AINDA NAO CRUZADOS  *
      * COM O ARQUIVO DE BENEFICIARIOS DO CONVENIO)      *
      ***************************************************
      *
       CONVERTE-CADPAC.
                AT END
                     GO TO CONVERTE-CADPAC-TOT.
           ADD 1 TO W-LIDOS
           MOVE REGPACV       TO REGPAC
           MOVE SPACES        TO CARTEIRA-PAC TITULAR-PAC ELEGIV-PAC
           MOVE ZEROS         TO VALIDCART-PAC DATAELEG-PAC
           MOVE ZEROS         TO ORIGEM-PAC DATACAD-PAC
           WRITE REGPAC
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.

      *
      ***************************************************
      * SALAS (ACESSIBILIDADE EM BRANCO ATE SER          *
      * INFORMADA NA MANUTENCAO DE SALAS; EM BRANCO A    *
      * SALA NAO E BLOQUEADA)                            *
      ***************************************************
      *
       CONVERTE-SALATAB.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           OPEN INPUT SALATABV
           IF ST-VELHO NOT = "00"
                MOVE "SALATAB" TO LINCONV-NOME
                PERFORM MOSTRA-AUSENTE THRU MOSTRA-AUSENTE-FIM
                GO TO CONVERTE-SALATAB-FIM.
           OPEN OUTPUT SALATAB
           IF ST-NOVO NOT = "00"
                CLOSE SALATABV
                MOVE "SALATAB" TO LINCONV-NOME
                PERFORM MOSTRA-ERRO THRU MOSTRA-ERRO-FIM
                GO TO CONVERTE-SALATAB-FIM.
       CONVERTE-SALATAB-LOOP.
           READ SALATABV NEXT RECORD
                AT END
                     GO TO CONVERTE-SALATAB-TOT.
           ADD 1 TO W-LIDOS
           MOVE REGSALAV      TO REGSALA
           MOVE SPACE         TO ACESSIVEL-SALA
           MOVE 1             TO UNID-SALA
           WRITE REGSALA
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.
           GO TO CONVERTE-SALATAB-LOOP.
       CONVERTE-SALATAB-TOT.
           CLOSE SALATABV SALATAB
           MOVE "SALATAB" TO LINCONV-NOME
           PERFORM MOSTRA-TOTAIS THRU MOSTRA-TOTAIS-FIM.
       CONVERTE-SALATAB-FIM.
           EXIT.

      *
      ***************************************************
      * TURNOS DE CAIXA (TODOS NA UNIDADE 01)            *
      ***************************************************
      *
       CONVERTE-TURNO.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           OPEN INPUT TURNOV
           IF ST-VELHO NOT = "00"
                MOVE "TURNO" TO LINCONV-NOME
                PERFORM MOSTRA-AUSENTE THRU MOSTRA-AUSENTE-FIM
                GO TO CONVERTE-TURNO-FIM.
           OPEN OUTPUT TURNO
           IF ST-NOVO NOT = "00"
                CLOSE TURNOV
                MOVE "TURNO" TO LINCONV-NOME
                PERFORM MOSTRA-ERRO THRU MOSTRA-ERRO-FIM
                GO TO CONVERTE-TURNO-FIM.
       CONVERTE-TURNO-LOOP.
           READ TURNOV NEXT RECORD
                AT END
                     GO TO CONVERTE-TURNO-TOT.
           ADD 1 TO W-LIDOS
           MOVE REGTURNOV     TO REGTURNO
           MOVE 1             TO UNID-TU
           WRITE REGTURNO
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.
           GO TO CONVERTE-TURNO-LOOP.
       CONVERTE-TURNO-TOT.
           CLOSE TURNOV TURNO
           MOVE "TURNO" TO LINCONV-NOME
           PERFORM MOSTRA-TOTAIS THRU MOSTRA-TOTAIS-FIM.
       CONVERTE-TURNO-FIM.
           EXIT.

      *
      ***************************************************
      * AGENDA (TODOS OS HORARIOS AVULSOS, FORA DE SERIE *
      * DE SESSOES, E NA UNIDADE 01)                     *
      ***************************************************
      *
       CONVERTE-AGENDA.
                AT END
                     GO TO CONVERTE-AGENDA-TOT.
           ADD 1 TO W-LIDOS
           MOVE REGAGENDAV    TO REGAGENDA
           MOVE ZEROS         TO SERIE-AGE
           MOVE 1             TO UNID-AGE
           MOVE ZEROS         TO GUIA-AGE
           MOVE SPACE         TO SIT-GUIA
           WRITE REGAGENDA
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.

      *
      ***************************************************
      * PROCEDIMENTOS (SEM CODIGO TUSS, QUE SE INFORMA   *
      * NA MANUTENCAO DO CATALOGO)                       *
      ***************************************************
      *
       CONVERTE-PROCTAB.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           OPEN INPUT PROCTABV
           IF ST-VELHO NOT = "00"
                MOVE "PROCTAB" TO LINCONV-NOME
                PERFORM MOSTRA-AUSENTE THRU MOSTRA-AUSENTE-FIM
                GO TO CONVERTE-PROCTAB-FIM.
           OPEN OUTPUT PROCTAB
           IF ST-NOVO NOT = "00"
                CLOSE PROCTABV
                MOVE "PROCTAB" TO LINCONV-NOME
                PERFORM MOSTRA-ERRO THRU MOSTRA-ERRO-FIM
                GO TO CONVERTE-PROCTAB-FIM.
       CONVERTE-PROCTAB-LOOP.
           READ PROCTABV NEXT RECORD
                AT END
                     GO TO CONVERTE-PROCTAB-TOT.
           ADD 1 TO W-LIDOS
           MOVE REGPROCV      TO REGPROC
           MOVE SPACES        TO PORTE-PROC
           MOVE ZEROS         TO TUSS-PROC VALPORTE-PROC UCO-PROC
           WRITE REGPROC
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.
           GO TO CONVERTE-PROCTAB-LOOP.
       CONVERTE-PROCTAB-TOT.
           CLOSE PROCTABV PROCTAB
           MOVE "PROCTAB" TO LINCONV-NOME
           PERFORM MOSTRA-TOTAIS THRU MOSTRA-TOTAIS-FIM.
       CONVERTE-PROCTAB-FIM.
           EXIT.

      *
      ***************************************************
      * ITENS DE LOTE (SEM NUMERO DE GUIA, QUE SO EXISTE *
      * PARA CONSULTAS COM GUIA IMPRESSA NO CHECK-IN)    *
      ***************************************************
      *
       CONVERTE-FATITEM.
                AT END
                     GO TO CONVERTE-FATITEM-TOT.
           ADD 1 TO W-LIDOS
           MOVE REGFATITEMV   TO REGFATITEM
           MOVE ZEROS         TO GUIA-FI
           WRITE REGFATITEM
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.

      *
      ***************************************************
      * PARAMETROS DE CONVENIO (GUIA NO MODELO PADRAO:   *
      * CONSULTA, OU SP/SADT QUANDO HA PROCEDIMENTO)     *
      ***************************************************
      *
       CONVERTE-CONVPAR.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           OPEN INPUT CONVPARV
           IF ST-VELHO NOT = "00"
                MOVE "CONVPAR" TO LINCONV-NOME
                PERFORM MOSTRA-AUSENTE THRU MOSTRA-AUSENTE-FIM
                GO TO CONVERTE-CONVPAR-FIM.
           OPEN OUTPUT CONVPAR
           IF ST-NOVO NOT = "00"
                CLOSE CONVPARV
                MOVE "CONVPAR" TO LINCONV-NOME
                PERFORM MOSTRA-ERRO THRU MOSTRA-ERRO-FIM
                GO TO CONVERTE-CONVPAR-FIM.
       CONVERTE-CONVPAR-LOOP.
           READ CONVPARV NEXT RECORD
                AT END
                     GO TO CONVERTE-CONVPAR-TOT.
           ADD 1 TO W-LIDOS
           MOVE CODIGO-CPV    TO CODIGO-CP
           MOVE LAYOUT-CPV    TO LAYOUT-CP
           MOVE EXIGE-AUT-CPV TO EXIGE-AUT-CP
           MOVE SPACE         TO GUIA-CP
           WRITE REGCONVPAR
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.
           GO TO CONVERTE-CONVPAR-LOOP.
       CONVERTE-CONVPAR-TOT.
           CLOSE CONVPARV CONVPAR
           MOVE "CONVPAR" TO LINCONV-NOME
           PERFORM MOSTRA-TOTAIS THRU MOSTRA-TOTAIS-FIM.
       CONVERTE-CONVPAR-FIM.
           EXIT.

      *
      ***************************************************
      * MATERIAIS (SEM CUSTO MEDIO, QUE SE INFORMA NA   *
      * CARGA INICIAL, E SEM FORNECEDOR PREFERIDO)       *
      ***************************************************
      *
       CONVERTE-MATTAB.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           OPEN INPUT MATTABV
           IF ST-VELHO NOT = "00"
                MOVE "MATTAB" TO LINCONV-NOME
                PERFORM MOSTRA-AUSENTE THRU MOSTRA-AUSENTE-FIM
                GO TO CONVERTE-MATTAB-FIM.
           OPEN OUTPUT MATTAB
           IF ST-NOVO NOT = "00"
                CLOSE MATTABV
                MOVE "MATTAB" TO LINCONV-NOME
                PERFORM MOSTRA-ERRO THRU MOSTRA-ERRO-FIM
                GO TO CONVERTE-MATTAB-FIM.
       CONVERTE-MATTAB-LOOP.
           READ MATTABV NEXT RECORD
                AT END
                     GO TO CONVERTE-MATTAB-TOT.
           ADD 1 TO W-LIDOS
           MOVE COD-MATV      TO COD-MAT
           MOVE DESC-MATV     TO DESC-MAT
           MOVE UNIDADE-MATV  TO UNIDADE-MAT
           MOVE ESTOQUE-MATV  TO ESTOQUE-MAT
           MOVE ESTMIN-MATV   TO ESTMIN-MAT
           MOVE ZEROS         TO CUSTO-MAT FORPREF-MAT
           WRITE REGMAT
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.
           GO TO CONVERTE-MATTAB-LOOP.
       CONVERTE-MATTAB-TOT.
           CLOSE MATTABV MATTAB
           MOVE "MATTAB" TO LINCONV-NOME
           PERFORM MOSTRA-TOTAIS THRU MOSTRA-TOTAIS-FIM.
       CONVERTE-MATTAB-FIM.
           EXIT.

      *
      ***************************************************
      * SALDOS DEVEDORES (NENHUM BOLETO EMITIDO)         *
      ***************************************************
      *
       CONVERTE-DEBPAC.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           OPEN INPUT DEBPACV
           IF ST-VELHO NOT = "00"
                MOVE "DEBPAC" TO LINCONV-NOME
                PERFORM MOSTRA-AUSENTE THRU MOSTRA-AUSENTE-FIM
                GO TO CONVERTE-DEBPAC-FIM.
           OPEN OUTPUT DEBPAC
           IF ST-NOVO NOT = "00"
                CLOSE DEBPACV
                MOVE "DEBPAC" TO LINCONV-NOME
                PERFORM MOSTRA-ERRO THRU MOSTRA-ERRO-FIM
                GO TO CONVERTE-DEBPAC-FIM.
       CONVERTE-DEBPAC-LOOP.
           READ DEBPACV NEXT RECORD
                AT END
                     GO TO CONVERTE-DEBPAC-TOT.
           ADD 1 TO W-LIDOS
           MOVE REGDEBPACV    TO REGDEBPAC
           MOVE ZEROS         TO NOSSONUM-DB
           WRITE REGDEBPAC
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.
           GO TO CONVERTE-DEBPAC-LOOP.
       CONVERTE-DEBPAC-TOT.
           CLOSE DEBPACV DEBPAC
           MOVE "DEBPAC" TO LINCONV-NOME
           PERFORM MOSTRA-TOTAIS THRU MOSTRA-TOTAIS-FIM.
       CONVERTE-DEBPAC-FIM.
           EXIT.

      *
      ***************************************************
      * MENSALIDADES DE CONVENIO (NENHUM BOLETO EMITIDO) *
      ***************************************************
      *
       CONVERTE-MENSAL.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           OPEN INPUT MENSALV
           IF ST-VELHO NOT = "00"
                MOVE "MENSAL" TO LINCONV-NOME
                PERFORM MOSTRA-AUSENTE THRU MOSTRA-AUSENTE-FIM
                GO TO CONVERTE-MENSAL-FIM.
           OPEN OUTPUT MENSAL
           IF ST-NOVO NOT = "00"
                CLOSE MENSALV
                MOVE "MENSAL" TO LINCONV-NOME
                PERFORM MOSTRA-ERRO THRU MOSTRA-ERRO-FIM
                GO TO CONVERTE-MENSAL-FIM.
       CONVERTE-MENSAL-LOOP.
           READ MENSALV NEXT RECORD
                AT END
                     GO TO CONVERTE-MENSAL-TOT.
           ADD 1 TO W-LIDOS
           MOVE REGMENSALV    TO REGMENSAL
           MOVE ZEROS         TO NOSSONUM-MS
           WRITE REGMENSAL
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.
           GO TO CONVERTE-MENSAL-LOOP.
       CONVERTE-MENSAL-TOT.
           CLOSE MENSALV MENSAL
           MOVE "MENSAL" TO LINCONV-NOME
           PERFORM MOSTRA-TOTAIS THRU MOSTRA-TOTAIS-FIM.
       CONVERTE-MENSAL-FIM.
           EXIT.

      *
      ***************************************************
      * CREDENCIAMENTO MEDICO X CONVENIO (VIGENCIA SEM   *
      * LIMITE, COMO O ACEITE FUNCIONAVA ANTES)          *
      ***************************************************
      *
       CONVERTE-CADMEDCONV.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           OPEN INPUT CADMEDCONVV
           IF ST-VELHO NOT = "00"
                MOVE "CADMEDCONV" TO LINCONV-NOME
                PERFORM MOSTRA-AUSENTE THRU MOSTRA-AUSENTE-FIM
                GO TO CONVERTE-CADMEDCONV-FIM.
           OPEN OUTPUT CADMEDCONV
           IF ST-NOVO NOT = "00"
                CLOSE CADMEDCONVV
                MOVE "CADMEDCONV" TO LINCONV-NOME
                PERFORM MOSTRA-ERRO THRU MOSTRA-ERRO-FIM
                GO TO CONVERTE-CADMEDCONV-FIM.
       CONVERTE-CADMEDCONV-LOOP.
           READ CADMEDCONVV NEXT RECORD
                AT END
                     GO TO CONVERTE-CADMEDCONV-TOT.
           ADD 1 TO W-LIDOS
           MOVE CHAVE-MCV     TO CHAVE-MC
           MOVE ZEROS         TO INICIO-MC FIM-MC
           WRITE REGMEDCONV
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.
           GO TO CONVERTE-CADMEDCONV-LOOP.
       CONVERTE-CADMEDCONV-TOT.
           CLOSE CADMEDCONVV CADMEDCONV
           MOVE "CADMEDCONV" TO LINCONV-NOME
           PERFORM MOSTRA-TOTAIS THRU MOSTRA-TOTAIS-FIM.
       CONVERTE-CADMEDCONV-FIM.
           EXIT.

      *
      * ARQUIVOS MORTOS ANUAIS DA AGENDA: O COMPLEMENTO  *
      * DO REGISTRO FOI ALARGADO JUNTO COM A AGENDA;     *
      * CADA AGEARCaaaa.OLD EXISTENTE (ATE DEZ ANOS PARA *
      * TRAS) E REGRAVADO COM OS MESMOS NEUTROS DA       *
      * CONVERSAO DA AGENDA NAS POSICOES CRIADAS         *
      ***************************************************
      *
       CONVERTE-AGEARC.
           MOVE CODIGO-ARCV TO CODIGO-ARC
           MOVE STATUS-ARCV TO STATUS-ARC
      *    O COMPLEMENTO ESPELHA O RABO DO REGISTRO DA AGENDA:
      *    OS 49 BYTES ANTIGOS FICAM ONDE ESTAVAM; SERIE E GUIA
      *    ZERADAS, UNIDADE 01 E SITUACAO DA GUIA EM BRANCO
           MOVE SPACES      TO COMPL-ARC
           MOVE COMPL-ARCV  TO COMPL-ARC(1:49)
           MOVE "000000"    TO COMPL-ARC(50:6)
           MOVE "01"        TO COMPL-ARC(56:2)
           MOVE "000000"    TO COMPL-ARC(58:6)
           WRITE REGAGEARC
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.
       CONVERTE-UM-ARC-FIM.
           EXIT.

      *
      ***************************************************
      * UNIDADE 01, QUE RECEBE OS REGISTROS CONVERTIDOS  *
      * (O NOME E O ENDERECO SE ACERTAM NA MANUTENCAO)   *
      ***************************************************
      *
       CRIA-UNIDADE.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS
           MOVE "UNIDADE" TO LINCONV-NOME
           OPEN I-O UNIDADE
           IF ST-NOVO = "30" OR "35"
                OPEN OUTPUT UNIDADE
                CLOSE UNIDADE
                OPEN I-O UNIDADE.
           IF ST-NOVO NOT = "00"
                PERFORM MOSTRA-ERRO THRU MOSTRA-ERRO-FIM
                GO TO CRIA-UNIDADE-FIM.
           MOVE 1 TO COD-UN
           READ UNIDADE
           IF ST-NOVO = "00"
                ADD 1 TO W-LIDOS
                CLOSE UNIDADE
                PERFORM MOSTRA-TOTAIS THRU MOSTRA-TOTAIS-FIM
                GO TO CRIA-UNIDADE-FIM.
           MOVE 1                   TO COD-UN
           MOVE "UNIDADE PRINCIPAL" TO NOME-UN
           MOVE SPACES              TO ENDERECO-UN
           MOVE "A"                 TO SIT-UN
           WRITE REGUNID
           IF ST-NOVO = "00" OR "02"
                ADD 1 TO W-GRAVADOS.
           CLOSE UNIDADE
           PERFORM MOSTRA-TOTAIS THRU MOSTRA-TOTAIS-FIM.
       CRIA-UNIDADE-FIM.
           EXIT.

      *
      ***************************************************
      * LINHAS DE RESULTADO NA TELA                      *
           MOVE W-GRAVADOS TO LINCONV-GRV
           MOVE SPACES     TO LINCONV-OBS
           DISPLAY (CONLIN, 03) LINCONV
           PERFORM PROX-LINHA THRU PROX-LINHA-FIM.
       MOSTRA-TOTAIS-FIM.
           EXIT.

           MOVE ZEROS TO LINCONV-LID LINCONV-GRV
           MOVE "ARQUIVO .OLD AUSENTE" TO LINCONV-OBS
           DISPLAY (CONLIN, 03) LINCONV
           PERFORM PROX-LINHA THRU PROX-LINHA-FIM.
       MOSTRA-AUSENTE-FIM.
           EXIT.

           MOVE ZEROS TO LINCONV-LID LINCONV-GRV
           MOVE "ERRO NA RECRIACAO" TO LINCONV-OBS
           DISPLAY (CONLIN, 03) LINCONV
           PERFORM PROX-LINHA THRU PROX-LINHA-FIM.
       MOSTRA-ERRO-FIM.
           EXIT.

      *    TELA CHEIA: ESPERA O OPERADOR E CONTINUA NO ALTO
       PROX-LINHA.
           ADD 1 TO CONLIN
           IF CONLIN < 20
                GO TO PROX-LINHA-FIM.
           DISPLAY (23, 12) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (23, 39) W-OPCAO
           DISPLAY (23, 12) LIMPA
           DISPLAY TELA1
           MOVE 10 TO CONLIN.
       PROX-LINHA-FIM.
           EXIT.

       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
