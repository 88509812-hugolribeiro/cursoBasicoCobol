      * IMPORTACAO DE SOLICITACOES DO PORTAL  *
      * (PEDIDOS DE AGENDAMENTO DA WEB ->     *
      *  AGENDA.DAT COM STATUS PENDENTE)      *
      * PACIENTE SEM ORIGEM E SEM CONSULTA    *
      * ANTERIOR FICA COM ORIGEM PORTAL WEB   *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
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
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
          03 CHAVE-MC.
             05 CRM-MC            PIC 9(06).
             05 CODIGO-MC         PIC 9(06).
      *   VIGENCIA DA ACEITACAO (ZEROS = SEM LIMITE)
          03 INICIO-MC            PIC 9(08).
          03 FIM-MC               PIC 9(08).
      *
       COPY "FERTAB.CPY".
       COPY "MEDAUS.CPY".
       01 W-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-GRAVADOS    PIC 9(06) VALUE ZEROS.
       01 W-REJEITADOS  PIC 9(06) VALUE ZEROS.
       01 W-ORIGPORTAL  PIC 9(06) VALUE ZEROS.
       01 W-PACNOVO     PIC X(01) VALUE "N".
       01 W-MOTIVO      PIC X(40) VALUE SPACES.

       01 W-HOJE.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           OPEN I-O CADPAC
           IF ST-ERRO3 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE SPACES     TO SENHA-AUT
           MOVE ZEROS      TO VALID-AUT
           MOVE ZEROS      TO HORA-CHAMADA
           MOVE ZEROS      TO SERIE-AGE UNID-AGE
           MOVE ZEROS      TO GUIA-AGE
           MOVE SPACE      TO SIT-GUIA

           IF W-REAGENDAR = "S"
                REWRITE REGAGENDA
                WRITE REGAGENDA.
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-GRAVADOS
              PERFORM MARCA-ORIGEM THRU MARCA-ORIGEM-FIM
           ELSE
              ADD 1 TO W-REJEITADOS
              IF ST-ERRO = "22"
           DISPLAY (16, 01) "SOLICITACOES LIDAS     : " W-LIDOS.
           DISPLAY (17, 01) "SOLICITACOES ACEITAS   : " W-GRAVADOS.
           DISPLAY (18, 01) "SOLICITACOES REJEITADAS: " W-REJEITADOS.
           DISPLAY (19, 01) "PACIENTES ORIGEM PORTAL: " W-ORIGPORTAL.
           MOVE "*** IMPORTACAO DO PORTAL CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
           PERFORM VALIDA-DATA-PED THRU VALIDA-DATA-PED-FIM
           IF W-MOTIVO NOT = SPACES
                GO TO VALIDA-PEDIDO-FIM.
           IF (INICIO-MC NOT = ZEROS AND DATA-PED < INICIO-MC) OR
              (FIM-MC NOT = ZEROS AND DATA-PED > FIM-MC)
                MOVE "MEDICO NAO ATENDE O CONVENIO NA DATA"
                     TO W-MOTIVO
                GO TO VALIDA-PEDIDO-FIM.

           PERFORM VALIDA-IDADE-ESP THRU VALIDA-IDADE-ESP-FIM
           IF W-IDADEOK = "N"
           GO TO VER-PAC-DUPLO-LOOP.
       VER-PAC-DUPLO-FIM.
           EXIT.
      *
      *
      ***************************************************
      * PACIENTE AINDA SEM ORIGEM CUJO PRIMEIRO CONTATO  *
      * COM A CLINICA E ESTE PEDIDO (NENHUMA OUTRA       *
      * CONSULTA NA AGENDA): CAPTADO PELO PORTAL WEB     *
      ***************************************************
      *
       MARCA-ORIGEM.
           MOVE CODPAC-PED TO CODPAC2
           READ CADPAC
               INVALID KEY
                  GO TO MARCA-ORIGEM-FIM.
           IF ORIGEM-PAC NOT = ZEROS
                GO TO MARCA-ORIGEM-FIM.
           MOVE "S" TO W-PACNOVO
           MOVE CODPAC-PED TO CODPAC
           START AGENDA KEY IS NOT LESS CODPAC
                INVALID KEY
                     GO TO MARCA-ORIGEM-GRAVA.
       MARCA-ORIGEM-LOOP.
           READ AGENDA NEXT RECORD
                AT END
                     GO TO MARCA-ORIGEM-GRAVA.
           IF CODPAC NOT = CODPAC-PED
                GO TO MARCA-ORIGEM-GRAVA.
           IF CRM = CRM-PED AND DATACONS = DATA-PED
              AND HORACONS = HORA-PED
                GO TO MARCA-ORIGEM-LOOP.
           MOVE "N" TO W-PACNOVO.
       MARCA-ORIGEM-GRAVA.
           IF W-PACNOVO NOT = "S"
                GO TO MARCA-ORIGEM-FIM.
           SET PAC-ORIGEM-PORTAL TO TRUE
           IF DATACAD-PAC = ZEROS
                MOVE W-HOJE TO DATACAD-PAC.
           REWRITE REGPAC
           IF ST-ERRO3 = "00"
                ADD 1 TO W-ORIGPORTAL.
       MARCA-ORIGEM-FIM.
           EXIT.
      *
       CONTA-DIA.
           MOVE ZEROS TO W-CONTDIA
