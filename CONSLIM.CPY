      *----------------------------------------------------------------
      * LIMITES DA CONSISTENCIA NOTURNA DOS ARQUIVOS DE MOVIMENTO      *
      * (ARQUIVO INDEXADO CONSLIM.DAT) - UM REGISTRO POR REGRA; A      *
      * REGRA CUJA CONTAGEM DE OCORRENCIAS PASSA DO LIMITE MARCA O     *
      * PASSO COMO FALHA NO EXECUTIVO DO BATCH. REGRA SEM REGISTRO     *
      * TEM LIMITE ZERO (QUALQUER OCORRENCIA E FALHA)                  *
      *----------------------------------------------------------------
       FD CONSLIM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSLIM.DAT".
       01 REGCONSLIM.
          03 COD-CL                PIC 9(02).
          03 DESC-CL               PIC X(30).
          03 LIMITE-CL             PIC 9(05).
