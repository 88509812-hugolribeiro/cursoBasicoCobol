      *----------------------------------------------------------------
      * CREDITOS DOS EXTRATOS BANCARIOS (ARQUIVO INDEXADO MOVBCO.DAT)  *
      * CHAVE CONTA BANCARIA + DATA + SEQUENCIA DA LINHA NO EXTRATO;   *
      * A ORIGEM E A REFERENCIA (CHAVE ALTERNATIVA) APONTAM O          *
      * LANCAMENTO DO SISTEMA CONCILIADO COM O CREDITO:                *
      *   V = BAIXA DE LOTE DE CONVENIO (REF = LOTE)                   *
      *   M = MENSALIDADE (REF = CONVENIO + AAAAMM)                    *
      *   C = LIQUIDACAO DE CARTAO DO DIA (REF = AAAAMMDD)             *
      *   D = DEPOSITO DO DINHEIRO DE TURNO FECHADO (REF = TURNO)      *
      *   O = OUTROS CREDITOS SEM LANCAMENTO NO SISTEMA (REF = ZERO)   *
      * ORIGEM EM BRANCO = CREDITO AINDA NAO CONCILIADO                *
      *----------------------------------------------------------------
       FD MOVBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVBCO.DAT".
       01 REGMOVBCO.
          03 CHAVE-MB.
             05 CODCB-MB           PIC 9(02).
             05 DATA-MB            PIC 9(08).
             05 SEQ-MB             PIC 9(04).
          03 VALOR-MB              PIC 9(08)V99.
          03 DOC-MB                PIC X(20).
          03 HIST-MB               PIC X(30).
          03 CHAVEORIG-MB.
             05 ORIGEM-MB          PIC X(01).
                88 MB-PENDENTE     VALUE " ".
                88 MB-CONVENIO     VALUE "V".
                88 MB-MENSAL       VALUE "M".
                88 MB-CARTAO       VALUE "C".
                88 MB-CAIXA        VALUE "D".
                88 MB-OUTROS       VALUE "O".
             05 REF-MB             PIC 9(12).
          03 MODO-MB               PIC X(01).
             88 MB-AUTOMATICO      VALUE "A".
             88 MB-MANUAL          VALUE "M".
          03 DATACONC-MB           PIC 9(08).
          03 OPERADOR-MB           PIC X(08).
