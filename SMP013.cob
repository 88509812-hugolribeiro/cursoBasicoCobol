                MOVE "*** ITEM JA GLOSADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
           IF FI-PAGO
                MOVE "*** ITEM JA PAGO PELO CONVENIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.

       GLOSA-MOT.
           MOVE SPACES TO MOTGLOSA-FI
