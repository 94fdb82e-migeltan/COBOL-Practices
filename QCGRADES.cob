           02 AV-SNO PIC 9(5).
           02 AV-SNA PIC X(25).
           02 AV-AVE PIC 9(3)V99.
      *class standing - the quiz average again when no scheme runs
           02 AV-STANDING PIC 9(3)V99.

       FD  TRANSFILE.
       01  TRANS-REC.
