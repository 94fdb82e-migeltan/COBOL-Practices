           PERFORM COUNT-RTN.
           IF STAY-COUNT > 500
               DISPLAY 'LIVE TERM EXCEEDS 500 RECORDS - NO CHANGES.'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SPLIT-RTN.
           PERFORM SAVE-MASTER-RTN.
           PERFORM COUNT-OUTAD-RTN.
           PERFORM POST-CONTROL-RTN THRU POST-CONTROL-RTN-END.
           PERFORM FINISH-RTN.
           GOBACK.

       ACCEPT-TERM-RTN.
           DISPLAY 'Term/School Year Code to archive: '.
