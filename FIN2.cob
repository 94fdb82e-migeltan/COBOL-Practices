           05 ADV-R-WS PIC 9(3).
           05 ADV-R-CRF PIC X(6).
           05 ADV-R-YEAR PIC 9(4).
      *storm center at the advisory, degrees north and east
           05 ADV-R-LAT PIC 99V9.
           05 ADV-R-LON PIC 9(3)V9.

       FD PRVFILE.
       01 PRV-REC.
       01 FC-WS PIC 9(3) VALUE ZERO.
       01 FIRST-ADV-DATE PIC 9(8) VALUE ZERO.
       01 LAST-ADV-DATE PIC 9(8) VALUE ZERO.
      *storm center keyed in tenths of a degree, 145 for 14.5
       01 ADV-LAT-IN PIC 9(3) VALUE ZERO.
       01 ADV-LON-IN PIC 9(4) VALUE ZERO.

      *storm type derived from wind speed under the intensity
      *bands - the operator's entry is only checked against it

           PERFORM COLOR-RTN THRU COLOR-RTN-END.

      *the bulletin's center fix - the western North Pacific box
       ADV-LAT-RTN.
           DISPLAY 'Center Lat N (tenths, 145=14.5): '
               LINE 16 COLUMN 10.
           ACCEPT ADV-LAT-IN LINE 16 COLUMN 44.
           IF ADV-LAT-IN < 1 OR ADV-LAT-IN > 450
               DISPLAY 'Invalid!' LINE 16 COLUMN 50
               GO TO ADV-LAT-RTN
           END-IF.

       ADV-LON-RTN.
           DISPLAY 'Center Lon E (tenths, 1243=124.3): '
               LINE 17 COLUMN 10.
           ACCEPT ADV-LON-IN LINE 17 COLUMN 46.
           IF ADV-LON-IN < 1000 OR ADV-LON-IN > 1800
               DISPLAY 'Invalid!' LINE 17 COLUMN 52
               GO TO ADV-LON-RTN
           END-IF.

      *advisory detail out, peak and first/last rolled up
           MOVE NOS TO ADV-R-NOS.
           MOVE ADV-SEQ TO ADV-R-SEQ.
           MOVE WS TO ADV-R-WS.
           MOVE CRF TO ADV-R-CRF.
           MOVE YEAR TO ADV-R-YEAR.
           COMPUTE ADV-R-LAT = ADV-LAT-IN / 10.
           COMPUTE ADV-R-LON = ADV-LON-IN / 10.
           WRITE ADV-REC.

           IF WS > PEAK-WS
