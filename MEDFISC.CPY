      *----------------------------------------------------------------
      * REGIME FISCAL DO MEDICO PARA O REPASSE (ARQUIVO MEDFISC.DAT)   *
      * PESSOA FISICA: RETEM IRRF (TABELA PROGRESSIVA) E INSS;         *
      * PESSOA JURIDICA: RETEM IRRF E PIS/COFINS/CSLL, SALVO OPTANTE   *
      * DO SIMPLES; ISS RETIDO QUANDO INDICADO, PELA ALIQUOTA DO       *
      * MUNICIPIO. MEDICO SEM LINHA CADASTRADA NAO TEM RETENCAO E O    *
      * DEMONSTRATIVO SAI COM AVISO                                    *
      *----------------------------------------------------------------
       FD MEDFISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MEDFISC.DAT".
       01 REGMEDFISC.
          03 CRM-MF                PIC 9(06).
          03 REGIME-MF             PIC X(01).
             88 MF-PFISICA         VALUE "F".
             88 MF-PJURIDICA       VALUE "J".
      *   CPF (PESSOA FISICA) OU CNPJ (PESSOA JURIDICA)
          03 DOCTO-MF              PIC 9(14).
          03 INSCMUN-MF            PIC X(15).
          03 SIMPLES-MF            PIC X(01).
             88 MF-SIMPLES         VALUE "S".
          03 RETISS-MF             PIC X(01).
             88 MF-RETEM-ISS       VALUE "S".
          03 ALIQISS-MF            PIC 9(02)V99.
      *   DEPENDENTES PARA A DEDUCAO NA BASE DO IRRF (PESSOA FISICA)
          03 DEPEND-MF             PIC 9(02).
