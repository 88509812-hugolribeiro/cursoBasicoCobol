      *----------------------------------------------------------------
      * CATALOGO DE MEDICAMENTOS (ARQUIVO INDEXADO MEDICAM.DAT)        *
      * USADO NA EMISSAO DA RECEITA; A POSOLOGIA PADRAO E SUGERIDA E   *
      * PODE SER ALTERADA ITEM A ITEM. MEDICAMENTO CONTROLADO SAI EM   *
      * RECEITUARIO DE CONTROLE ESPECIAL                               *
      *----------------------------------------------------------------
       FD MEDICAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MEDICAM.DAT".
       01 REGMEDICAM.
          03 COD-FM                PIC 9(05).
          03 NOME-FM               PIC X(30).
          03 APRES-FM              PIC X(20).
          03 POSOL-FM              PIC X(40).
          03 CONTROL-FM            PIC X(01).
             88 FM-CONTROLADO      VALUE "S".
             88 FM-LIVRE           VALUE "N".
          03 SIT-FM                PIC X(01).
             88 FM-ATIVO           VALUE "A".
             88 FM-INATIVO         VALUE "I".
