          03 CHAVE-MC.
             05 CRM-MC            PIC 9(06).
             05 CODIGO-MC         PIC 9(06).
      *   VIGENCIA DA ACEITACAO (ZEROS = SEM LIMITE)
          03 INICIO-MC            PIC 9(08).
          03 FIM-MC               PIC 9(08).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
                     GO TO GUIA-CONVENIO-FIM.
           IF CODIGO-MC NOT = CODIGO2
                GO TO GUIA-CONVENIO-LOOP.
      *    SO ENTRAM AS ACEITACOES EM VIGOR NA DATA DO GUIA
           IF INICIO-MC > W-DATAREL
                GO TO GUIA-CONVENIO-LOOP.
           IF FIM-MC NOT = ZEROS AND FIM-MC < W-DATAREL
                GO TO GUIA-CONVENIO-LOOP.

           MOVE CRM-MC TO CRM2
           READ CADMED
