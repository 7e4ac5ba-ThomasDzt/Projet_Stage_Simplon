       IDENTIFICATION DIVISION.
       PROGRAM-ID. tstmajpie.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 30-06-2025 (fr).

           DISPLAY "Code retour majpie : " PG-RTR-PIE.

           IF PG-TRF AND PG-RTR-PIE = 0
               DISPLAY "Transfert parti en transit : a receptionner "
                       "sur rcptrf."
           END-IF.

           EXIT.

       0200-INS-FIN.
