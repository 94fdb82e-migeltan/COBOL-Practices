           02 R-TAMT   PIC 9(7)V99.
           02 R-TDATE  PIC 9(8).
           02 R-TREF   PIC X(6).
           02 R-SREF   PIC X(20).
           02 R-REASON PIC X(20).

       FD  FIXFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS FIXREC.

       01  FIXREC.
           02 F-TAMT PIC 9(7)V99.
           02 F-TDATE PIC 9(8).
           02 F-TREF PIC X(6).
           02 F-SREF PIC X(20).

       FD  VREJFILE
           LABEL RECORD IS OMITTED

      *unrepaired rejects held for the carry-forward rewrite
       01  KEEP-TABLE.
           05 KEEP-ENTRY OCCURS 200 TIMES PIC X(99).

       01  KEEP-COUNT PIC 9(3) VALUE 0.

           END-IF.
       PICK-STREAM-RTN-END.

      *the TRANS.txt stream - 79-byte resubmit records with a date.
      *the whole file must fit the carry-forward table BEFORE any
      *repair is queued - refusing up front means nothing is ever
      *half-repaired or dropped on the floor
           DISPLAY ' '.
           DISPLAY 'REJECT: ' R-ANO ' ' R-TC ' ' AMT-DISP
               ' ' R-TDATE.
           IF R-TC = 'B'
               DISPLAY 'BILLER: ' R-TREF '  SUBSCRIBER: ' R-SREF
           END-IF.
           DISPLAY 'REASON: ' R-REASON.

       REPAIR-ASK.
           DISPLAY 'Account Number: '.
           ACCEPT F-ANO.
           MOVE R-ANA TO F-ANA.
           DISPLAY 'Transaction Code (D/W/R/V/F/C/T/U/B): '.
           ACCEPT F-TC.
           DISPLAY 'Amount: '.
           ACCEPT F-TAMT.
           ELSE
               MOVE R-TREF TO F-TREF
           END-IF.
           MOVE R-SREF TO F-SREF.
           IF F-TC = 'B' OR F-TC = 'b'
               DISPLAY 'Biller Code: '
               ACCEPT F-TREF
               DISPLAY 'Subscriber Reference: '
               ACCEPT F-SREF
           END-IF.
           WRITE FIXREC.
           ADD 1 TO FIXED-COUNT.
           DISPLAY 'Queued for resubmit.'.
