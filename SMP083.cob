      * CONFERENCIA DE LOTE ANTES DA REMESSA            *
      * (VARRE OS ITENS DE UM LOTE GERADO CRUZANDO      *
      *  CADPAC, CADCONV, CADMEDCONV, CONVPAR E VALOR:  *
      *  PACIENTE FUNDIDO OU DE OUTRO CONVENIO, SEM     *
      *  CARTEIRINHA OU COM ELA VENCIDA, MEDICO         *
      *  FORA DO CREDENCIAMENTO, VALOR ZERADO, ITEM     *
      *  DUPLICADO, SENHA AUSENTE E GUIA NAO IMPRESSA   *
      *  OU NAO DEVOLVIDA ASSINADA; O ITEM APONTADO     *
      *  PODE SER DEVOLVIDO PARA FAT-ABERTO, SAINDO DO  *
      *  LOTE PARA O RESTO SEGUIR LIMPO)                *
      **************************************************
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
       COPY "CONVPAR.CPY".
       COPY "AGENDA.CPY".
       01 W-LOTE        PIC 9(06) VALUE ZEROS.
       01 W-SEQRET      PIC 9(04) VALUE ZEROS.
       01 W-EXIGEAUT    PIC X(01) VALUE "N".
       01 W-USAGUIA     PIC X(01) VALUE "S".
       01 W-CONVOK      PIC X(01) VALUE "S".
       01 W-QTDINC      PIC 9(04) VALUE ZEROS.
       01 W-MOTIVO      PIC X(35) VALUE SPACES.
           DISPLAY (06, 03) "CONVENIO: " CODIGO-FL SPACE TXTCONVENIO

           MOVE "N" TO W-EXIGEAUT
           MOVE "S" TO W-USAGUIA
           MOVE CODIGO-FL TO CODIGO-CP
           READ CONVPAR
               INVALID KEY
                  MOVE SPACE TO GUIA-CP
               NOT INVALID KEY
                  IF CP-EXIGE-AUT
                       MOVE "S" TO W-EXIGEAUT.
           IF CP-SEM-GUIA
                MOVE "N" TO W-USAGUIA.

      *
      *****************************************
           IF CODIGOPC NOT = CODIGO-FL
                MOVE "PACIENTE DE OUTRO CONVENIO" TO W-MOTIVO
                PERFORM APONTA THRU APONTA-FIM.
           IF CARTEIRA-PAC = SPACES
                MOVE "CARTEIRINHA NAO INFORMADA" TO W-MOTIVO
                PERFORM APONTA THRU APONTA-FIM.
           IF VALIDCART-PAC NOT = ZEROS AND
              VALIDCART-PAC < DATACONS-FI
                MOVE "CARTEIRINHA VENCIDA NA CONSULTA" TO W-MOTIVO
                PERFORM APONTA THRU APONTA-FIM.

       CONF-VALOR.
           MOVE CRM-FI    TO CRM-MC
                MOVE "SENHA DE AUTORIZACAO AUSENTE" TO W-MOTIVO
                PERFORM APONTA THRU APONTA-FIM.

      *    O CONVENIO SO PAGA COM A GUIA ASSINADA PELO PACIENTE
      *    (CONVENIO MARCADO SEM GUIA NO CONVPAR NAO E CONFERIDO)
           IF W-USAGUIA = "S"
                PERFORM VER-GUIA THRU VER-GUIA-FIM.

      *    ITEM DE CONSULTA DUPLICADO: MESMO PACIENTE E DATA
      *    MAIS DE UMA VEZ NO LOTE (PROCEDIMENTOS DA MESMA
      *    CONSULTA NAO CONTAM)
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       REABRE-AGENDA-FIM.
           EXIT.
      *
      *    ITEM SEM NUMERO DE GUIA: NAO HOUVE GUIA IMPRESSA ATE O
      *    FATURAMENTO; COM NUMERO, A AGENDA DIZ SE A VIA ASSINADA
      *    JA VOLTOU PARA A RECEPCAO
       VER-GUIA.
           IF GUIA-FI = ZEROS
                MOVE "GUIA NAO IMPRESSA" TO W-MOTIVO
                PERFORM APONTA THRU APONTA-FIM
                GO TO VER-GUIA-FIM.
           MOVE CRM-FI      TO CRM
           MOVE DATACONS-FI TO DATACONS
           MOVE HORACONS-FI TO HORACONS
           READ AGENDA
               INVALID KEY
                  GO TO VER-GUIA-FIM.
           IF NOT GUIA-ASSINADA
                MOVE "GUIA NAO DEVOLVIDA ASSINADA" TO W-MOTIVO
                PERFORM APONTA THRU APONTA-FIM.
       VER-GUIA-FIM.
           EXIT.

      *
      ***************************************************
