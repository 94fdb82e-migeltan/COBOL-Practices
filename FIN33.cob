           05 MAST-NAME PIC X(20).
           05 MAST-NETWORK PIC X(10).
           05 MAST-RETIRED PIC X.
           05 MAST-CLASS PIC X(3).
           05 MAST-CLASS-VALID PIC 9(8).

       FD TIMEMASTFILE.
       01 TIME-MAST-REC.
