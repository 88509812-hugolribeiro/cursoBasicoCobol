          03 SIT-TU                PIC X(01).
             88 TU-ABERTO          VALUE "A".
             88 TU-FECHADO         VALUE "F".
      *   UNIDADE (FILIAL) DO OPERADOR NA ABERTURA DO TURNO
          03 UNID-TU               PIC 9(02).
