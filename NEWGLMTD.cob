           OPEN INPUT GLFILE.
           IF WS-FS-GL NOT = '00'
               DISPLAY 'NO NEWGL.TXT ON HAND.'
               GOBACK
           END-IF.

           READ GLFILE

           CLOSE GLFILE.
           PERFORM REPORT-RTN.
           GOBACK.

       TAKE-ONE-RTN.
           IF GL-R-DATE NOT = DAY-LAST
