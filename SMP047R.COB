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
       COPY "RESPPAC.CPY".
      *
           COMPUTE W-ANOREG = DATA-REC / 10000
           IF W-ANOREG NOT = W-ANOREF
                GO TO COLETA-LOOP.
           IF REC-ESTORNADO
                GO TO COLETA-LOOP.
           PERFORM BUSCA-PAC THRU BUSCA-PAC-FIM
           IF W-ACHPAC > ZEROS
                ADD 1 TO PAC-QTD(W-ACHPAC)
           COMPUTE W-ANOREG = DATA-REC / 10000
           IF W-ANOREG NOT = W-ANOREF
                GO TO DECL-RECIBOS-LOOP.
           IF REC-ESTORNADO
                GO TO DECL-RECIBOS-LOOP.
           MOVE DATA-REC(7:2) TO DIARTX
           MOVE DATA-REC(5:2) TO MESRTX
           MOVE DATA-REC(1:4) TO ANORTX
