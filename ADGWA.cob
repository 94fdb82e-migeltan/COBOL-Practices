           OPEN INPUT INFILE.
           IF WS-FS-IN NOT = '00'
               DISPLAY 'NO OUTAD.TXT ON HAND.'
               GOBACK
           END-IF.

           READ INFILE
           PERFORM REPORT-RTN.
           DISPLAY 'WEIGHTED AVERAGES ROLLED UP: ' GWA-COUNT
               ' (ADGWARPT, ADGWA.TXT).'.
           GOBACK.

       LOAD-SUBJECTS-RTN.
           MOVE 0 TO SBJ-COUNT.
