           05 ER-SCHOOL PIC X(5).
           05 ER-CENTER PIC X(10).
           05 ER-SEAT PIC X(5).
           05 ER-STUDNO PIC 9(5).
           05 ER-GRAD-TERM PIC X(5).
           05 ER-TOR PIC X.

       FD  TANFILE.
       01  TAN-REC.
