      *----------------------------------------------------------------
      * CONTRATO DE CADA CONVENIO (ARQUIVO INDEXADO CONTRATO.DAT)      *
      * VIGENCIA, ANIVERSARIO E INDICE DE REAJUSTE, PRAZO CONTRATUAL   *
      * DE PAGAMENTO, DIA DE CORTE DO FATURAMENTO E AVISO PREVIO;      *
      * CONVENIO SEM CONTRATO CADASTRADO FATURA SEM RESTRICAO E TEM    *
      * PRAZO DE PAGAMENTO DE 30 DIAS                                  *
      *----------------------------------------------------------------
       FD CONTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTRATO.DAT".
       01 REGCONTRATO.
          03 CODIGO-CT             PIC 9(06).
          03 INICIO-CT             PIC 9(08).
      *   FIM DA VIGENCIA (ZEROS = PRAZO INDETERMINADO)
          03 FIM-CT                PIC 9(08).
          03 ANIVREAJ-CT.
             05 MESREAJ-CT         PIC 9(02).
             05 DIAREAJ-CT         PIC 9(02).
          03 INDICE-CT             PIC X(10).
      *   PRAZO DE PAGAMENTO EM DIAS A PARTIR DA ENTREGA DO LOTE
          03 PRAZOPG-CT            PIC 9(03).
      *   DIA DO MES SEGUINTE ATE O QUAL O LOTE DA COMPETENCIA
      *   DEVE SER ENTREGUE AO CONVENIO
          03 CORTE-CT              PIC 9(02).
      *   AVISO PREVIO DE RESCISAO OU NAO RENOVACAO, EM DIAS
          03 AVISO-CT              PIC 9(03).
      *   REMUNERACAO DE PROCEDIMENTOS PELA CBHPM: MULTIPLICADOR DO
      *   PORTE (1,0000 = TABELA CHEIA; ZEROS = CONVENIO NAO PAGA
      *   PELA CBHPM) E VALOR EM REAIS DE CADA UCO
          03 MULTCBHPM-CT          PIC 9(01)V9(04).
          03 VALUCO-CT             PIC 9(03)V99.
