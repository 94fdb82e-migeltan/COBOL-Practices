           ELSE
               PERFORM RESTORE-RTN THRU RESTORE-RTN-END
           END-IF.
           GOBACK.

       ASK-MODE-RTN.
           DISPLAY 'Backup or Restore? (B/R): '.
