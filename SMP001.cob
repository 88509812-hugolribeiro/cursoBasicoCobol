          03 CHAVE-MC.
             05 CRM-MC            PIC 9(06).
             05 CODIGO-MC         PIC 9(06).
      *   VIGENCIA DA ACEITACAO (ZEROS = SEM LIMITE)
          03 INICIO-MC            PIC 9(08).
          03 FIM-MC               PIC 9(08).

       FD CADCONV
               LABEL RECORD IS STANDARD
           GO TO CONV-MC-001.

       CONV-MC-ADD.
           MOVE ZEROS TO INICIO-MC FIM-MC
           WRITE REGMEDCONV
           IF ST-ERRO5 = "00" OR "02"
              MOVE "*** CONVENIO INCLUIDO NA LISTA DO MEDICO ***"
