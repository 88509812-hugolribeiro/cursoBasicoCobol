          03 VALID-AUT          PIC 9(08).
      *   HORA EM QUE O PACIENTE FOI CHAMADO DA SALA DE ESPERA
          03 HORA-CHAMADA       PIC 9(04).
      *   SERIE DE SESSOES A QUE A CONSULTA PERTENCE (ZERO =
      *   AGENDAMENTO AVULSO); AS OCORRENCIAS FICAM NO SERIEAG
          03 SERIE-AGE          PIC 9(06).
      *   UNIDADE (FILIAL) DO ATENDIMENTO, TIRADA DA SALA (ZERO =
      *   SEM SALA DEFINIDA, COMO NO AGENDAMENTO PELO PORTAL)
          03 UNID-AGE           PIC 9(02).
      *   GUIA DO CONVENIO IMPRESSA NO CHECK-IN (NUMERO DA SERIE
      *   "GUIA" DO NUMCTL, ZERO = AINDA NAO IMPRESSA) E SITUACAO DA
      *   VIA ASSINADA PELO PACIENTE
          03 GUIA-AGE           PIC 9(06).
          03 SIT-GUIA           PIC X(01).
             88 GUIA-PENDENTE   VALUE " ".
             88 GUIA-IMPRESSA   VALUE "I".
             88 GUIA-ASSINADA   VALUE "A".
