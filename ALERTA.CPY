      *----------------------------------------------------------------
      * ALERTAS CLINICOS DO PACIENTE (ARQUIVO INDEXADO ALERTA.DAT)     *
      * CHAVE PACIENTE + SEQUENCIA; O ALERTA ATIVO APARECE EM FAIXA NO *
      * AGENDAMENTO, NO CHECK-IN E NO HISTORICO DO PRONTUARIO. SO O    *
      * PERFIL COM ACESSO AO PRONTUARIO MANTEM O ARQUIVO; ALERTA DE    *
      * MOBILIDADE REDUZIDA IMPEDE SALA SEM ACESSIBILIDADE             *
      *----------------------------------------------------------------
       FD ALERTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALERTA.DAT".
       01 REGALERTA.
          03 CHAVE-AL.
             05 CODPAC-AL          PIC 9(06).
             05 SEQ-AL             PIC 9(02).
          03 TIPO-AL               PIC X(02).
             88 AL-ALERGIA         VALUE "AL".
             88 AL-MOBILIDADE      VALUE "MR".
             88 AL-CRONICO         VALUE "DC".
             88 AL-MEDICACAO       VALUE "MC".
             88 AL-COMPORTAMENTO   VALUE "CP".
             88 AL-OUTROS          VALUE "OU".
             88 AL-TIPO-VALIDO     VALUE "AL" "MR" "DC" "MC" "CP" "OU".
          03 DETALHE-AL            PIC X(40).
          03 GRAV-AL               PIC X(01).
             88 AL-GRAVE           VALUE "A".
             88 AL-MODERADO        VALUE "M".
             88 AL-LEVE            VALUE "B".
          03 DATA-AL               PIC 9(08).
          03 OPERADOR-AL           PIC X(08).
          03 SIT-AL                PIC X(01).
             88 AL-ATIVO           VALUE "A".
             88 AL-INATIVO         VALUE "I".
