
           IF TALLY-COUNT = 0
               DISPLAY 'NO GRADE RECORDS ON HAND.'
               GOBACK
           END-IF.

           PERFORM JUDGE-ALL-RTN.
           PERFORM REPORT-RTN.
           DISPLAY 'STUDENTS ON HOLD: ' HOLD-COUNT
               ' (ADSTAND.TXT, ADPROBRPT).'.
           GOBACK.

       LOAD-HIST-RTN.
           OPEN INPUT HISTFILE.
