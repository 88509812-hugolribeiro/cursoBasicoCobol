      *----------------------------------------------------------------
      * CADASTRO DE FORNECEDORES (ARQUIVO INDEXADO FORNEC.DAT)         *
      * CREDORES DOS TITULOS A PAGAR DE COMPRAS E DESPESAS; CONTA-FOR  *
      * E A CONTA CONTABIL DE DESPESA LEVADA AO TITULO. O CODIGO       *
      * 000000 GUARDA A CONTA DE DESPESA DO REPASSE MEDICO             *
      *----------------------------------------------------------------
       FD FORNEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FORNEC.DAT".
       01 REGFORNEC.
          03 COD-FOR               PIC 9(06).
          03 NOME-FOR              PIC X(30).
          03 CNPJ-FOR              PIC 9(14).
          03 DDD-FOR               PIC 9(02).
          03 TELEFONE-FOR          PIC 9(09).
          03 CONTA-FOR             PIC 9(08).
          03 STATUS-FOR            PIC X(01).
             88 FOR-ATIVO          VALUE "A".
             88 FOR-INATIVO        VALUE "I".
