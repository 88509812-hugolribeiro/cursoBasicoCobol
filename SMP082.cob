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
       COPY "AGENDA.CPY".
      *
          03 CODPAC-ARC            PIC 9(06).
          03 CODIGO-ARC            PIC 9(06).
          03 STATUS-ARC            PIC X(01).
          03 COMPL-ARC             PIC X(64).
      *
       COPY "RECIBO.CPY".
       COPY "RESPPAC.CPY".
           "  CONSENTIMENTO ".
           05  CONSTITX VALUE SPACES  PIC X(01).

       01  LINCAD5.
           05  FILLER                 PIC X(011) VALUE
           "CARTEIRA : ".
           05  CARTTITX VALUE SPACES  PIC X(020).
           05  FILLER                 PIC X(011) VALUE
           "  VALIDADE ".
           05  VALCTITX VALUE ZEROS  PIC 99999999.

       01  CABCONS      PIC X(060) VALUE
           "CONSULTAS (DATA, HORA, CRM, CONVENIO, SITUACAO)".

           MOVE TELEFONEPC TO TELTITX
           MOVE CONSENT-PAC TO CONSTITX
           WRITE REGLGPD FROM LINCAD4
           MOVE CARTEIRA-PAC  TO CARTTITX
           MOVE VALIDCART-PAC TO VALCTITX
           WRITE REGLGPD FROM LINCAD5
           MOVE SPACES TO REGLGPD
           WRITE REGLGPD
           WRITE REGLGPD FROM CABCONS.
                GO TO ANO-OPC.

      *
      *    NOME, CPF, ENDERECO, TELEFONE E CARTEIRINHA SAO
      *    APAGADOS; AS CONSULTAS E OS RECIBOS FICAM INTACTOS
      *    (AMARRADOS AO CODIGO, QUE DEIXA DE IDENTIFICAR A
      *    PESSOA)
      *
       ANO-GRAVA.
           MOVE "TITULAR ANONIMIZADO (LGPD)" TO NOMEPC
           MOVE ZEROS  TO CPF TELEFONEPC DDDPC
           MOVE SPACES TO ENDERECO CARTEIRA-PAC
           MOVE ZEROS  TO VALIDCART-PAC
           MOVE SPACE  TO CONSENT-PAC
           MOVE ZEROS  TO DATACONSENT-PAC
           REWRITE REGPAC
