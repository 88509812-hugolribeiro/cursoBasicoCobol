      *----------------------------------------------------------------
      * PARAMETROS DE FATURAMENTO POR CONVENIO (ARQUIVO CONVPAR.DAT)   *
      * LAYOUT DO ARQUIVO ELETRONICO DE REMESSA DE LOTES, EXIGENCIA    *
      * DE SENHA DE AUTORIZACAO PREVIA E MODELO DA GUIA; CONVENIO SEM  *
      * LINHA CADASTRADA USA O LAYOUT 1, NAO EXIGE AUTORIZACAO E TEM A *
      * GUIA DE CONSULTA (OU SP/SADT QUANDO HA PROCEDIMENTO)           *
      *----------------------------------------------------------------
       FD CONVPAR
               LABEL RECORD IS STANDARD
          03 LAYOUT-CP             PIC 9(01).
          03 EXIGE-AUT-CP          PIC X(01).
             88 CP-EXIGE-AUT       VALUE "S".
      *   MODELO DA GUIA IMPRESSA NO CHECK-IN: " " = CONSULTA, OU
      *   SP/SADT QUANDO HA PROCEDIMENTO; "C" = SEMPRE CONSULTA;
      *   "S" = SEMPRE SP/SADT; "N" = CONVENIO NAO USA GUIA
          03 GUIA-CP               PIC X(01).
             88 CP-GUIA-AUTO       VALUE " ".
             88 CP-GUIA-CONSULTA   VALUE "C".
             88 CP-GUIA-SADT       VALUE "S".
             88 CP-SEM-GUIA        VALUE "N".
