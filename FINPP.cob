      *a transposed number cannot mint a phantom result
           SELECT REGFILE ASSIGN TO "EXAMREG.TXT"
               FILE STATUS IS WS-REG-FS.
      *ADEVAL's graduation clearance - our own graduates sit the
      *board only when cleared; refusals go to the exception file
           SELECT CLRFILE ASSIGN TO "GRADCLR.TXT"
               FILE STATUS IS WS-CLR-FS.
           SELECT OPTIONAL EXCFILE ASSIGN TO "ELIGEXC.TXT".
      *optional conditional-band margin; 3.00 points below the course
      *cutoff when the parameter file is not on hand
           SELECT CONDFILE ASSIGN TO "FINPPCON.TXT"
           05 ER-SCHOOL PIC X(5).
           05 ER-CENTER PIC X(10).
           05 ER-SEAT PIC X(5).
           05 ER-STUDNO PIC 9(5).
           05 ER-GRAD-TERM PIC X(5).
           05 ER-TOR PIC X.

       FD CLRFILE.
       01 CLR-REC.
           05 GC-SSNO PIC 9(5).
           05 GC-SNA PIC X(25).
           05 GC-COURSE PIC 9.
           05 GC-CLEARED PIC X.
           05 GC-DONE PIC 9(3).
           05 GC-MISS PIC 9(3).
           05 GC-FAIL PIC 9(3).
           05 GC-INC PIC 9(3).
           05 GC-TERM PIC X(5).

       FD EXCFILE.
       01 EXC-REC.
           05 EX-DATE PIC 9(8).
           05 EX-PROGRAM PIC X(8).
           05 EX-ENO PIC 9(10).
           05 EX-NAME PIC X(25).
           05 EX-SCHOOL PIC X(5).
           05 EX-STUDNO PIC 9(5).
           05 EX-REASON PIC X(30).

       FD UNIMASTFILE.
       01 UNI-MAST-REC.
           05 REG-ENTRY OCCURS 500 TIMES.
               10 RG-ENO PIC 9(10).
               10 RG-NAME PIC X(25).
               10 RG-SCHOOL PIC X(5).
               10 RG-STUDNO PIC 9(5).
               10 RG-TOR PIC X.
       01 REG-COUNT PIC 9(3) VALUE 0.
       01 REG-I PIC 9(3) VALUE 0.
       01 REG-FOUND-I PIC 9(3) VALUE 0.
       01 REG-EOFSW PIC 9 VALUE 0.

      *ELIGIBILITY - OUR OWN SCHOOL'S APPLICANTS AGAINST ADEVAL,
      *EVERYONE ELSE ON THE VERIFIED-TRANSCRIPT FLAG
       01 OWN-SCHOOL PIC X(5) VALUE 'PUP'.
       01 ELIG-REASON PIC X(30) VALUE SPACES.
       01 ELIG-SHOW PIC X(45) VALUE SPACES.
       01 WS-CLR-FS PIC XX VALUE SPACES.
       01 CLR-TABLE.
           05 CLR-ENTRY OCCURS 200 TIMES.
               10 CL-SSNO PIC 9(5).
               10 CL-CLEARED PIC X.
               10 CL-MISS PIC 9(3).
               10 CL-FAIL PIC 9(3).
               10 CL-INC PIC 9(3).
       01 CLR-COUNT PIC 9(3) VALUE 0.
       01 CL-I PIC 9(3) VALUE 0.
       01 CL-FOUND-I PIC 9(3) VALUE 0.

      *UNIVERSITY TABLE - TABLE HANDLING
       01 UNI-TABLE.
           05 UNI-ENTRY OCCURS 5 TIMES.
       MAIN-RTN.
           PERFORM SIGN-ON-RTN THRU SIGN-ON-RTN-END.
           PERFORM LOAD-REG-RTN THRU LOAD-REG-RTN-END.
           PERFORM LOAD-CLEAR-RTN THRU LOAD-CLEAR-RTN-END.
           PERFORM LOAD-UNI-RTN THRU LOAD-UNI-RTN-END.
           PERFORM LOAD-COND-MARGIN-RTN THRU LOAD-COND-MARGIN-RTN-END.
           PERFORM LOAD-RETAKES-RTN THRU LOAD-RETAKES-RTN-END.
                   ADD 1 TO REG-COUNT
                   MOVE ER-ENO TO RG-ENO(REG-COUNT)
                   MOVE ER-NAME TO RG-NAME(REG-COUNT)
                   MOVE ER-SCHOOL TO RG-SCHOOL(REG-COUNT)
                   MOVE ER-STUDNO TO RG-STUDNO(REG-COUNT)
                   MOVE ER-TOR TO RG-TOR(REG-COUNT)
               END-IF
           END-PERFORM.

           CLOSE REGFILE.
       LOAD-REG-RTN-END.

      *LOAD THE LAST ADEVAL RUN'S CLEARANCE - NONE ON HAND MEANS
      *NONE OF OUR GRADUATES IS CLEARED YET
       LOAD-CLEAR-RTN.
           MOVE 0 TO CLR-COUNT.
           OPEN INPUT CLRFILE.
           IF WS-CLR-FS NOT = '00'
               GO TO LOAD-CLEAR-RTN-END
           END-IF.

           MOVE 0 TO REG-EOFSW.
           PERFORM UNTIL REG-EOFSW = 1 OR CLR-COUNT = 200
               READ CLRFILE
                   AT END MOVE 1 TO REG-EOFSW
               END-READ
               IF REG-EOFSW = 0
                   ADD 1 TO CLR-COUNT
                   MOVE GC-SSNO TO CL-SSNO(CLR-COUNT)
                   MOVE GC-CLEARED TO CL-CLEARED(CLR-COUNT)
                   MOVE GC-MISS TO CL-MISS(CLR-COUNT)
                   MOVE GC-FAIL TO CL-FAIL(CLR-COUNT)
                   MOVE GC-INC TO CL-INC(CLR-COUNT)
               END-IF
           END-PERFORM.

           CLOSE CLRFILE.
       LOAD-CLEAR-RTN-END.

      *LOAD THE UNIVERSITY TABLE FROM THE MASTER FILE, IF ONE EXISTS
       LOAD-UNI-RTN.
           MOVE 0 TO UNI-COUNT.
                   DISPLAY 'Not registered!' LINE 7 COLUMN 30
                   GO TO ACCEPT-RTN
               END-IF
               PERFORM CHECK-ELIG-RTN
               IF ELIG-REASON NOT = SPACES
                   DISPLAY 'Not eligible!  ' LINE 7 COLUMN 30
                   MOVE SPACES TO ELIG-SHOW
                   STRING 'Refused: ' DELIMITED BY SIZE
                       ELIG-REASON DELIMITED BY SIZE
                       INTO ELIG-SHOW
                   END-STRING
                   DISPLAY ELIG-SHOW LINE 8 COLUMN 10
                   PERFORM LOG-REFUSAL-RTN
                   GO TO ACCEPT-RTN
               END-IF
               MOVE RG-NAME(REG-FOUND-I) TO ENAM
               DISPLAY 'Examinee Name: ' LINE 8 COLUMN 10
               DISPLAY ENAM LINE 8 COLUMN 55
           END-IF.
       SIGN-ON-RTN-END.

      *the same test EXREGMNT applied at registration, rerun here
      *because an INC or a lost clearance can come after it
       CHECK-ELIG-RTN.
           MOVE SPACES TO ELIG-REASON.
           IF RG-SCHOOL(REG-FOUND-I) NOT = OWN-SCHOOL
               IF RG-TOR(REG-FOUND-I) NOT = 'Y'
                   MOVE 'NO VERIFIED TRANSCRIPT' TO ELIG-REASON
               END-IF
           ELSE
               MOVE 0 TO CL-FOUND-I
               PERFORM VARYING CL-I FROM 1 BY 1
                       UNTIL CL-I > CLR-COUNT OR CL-FOUND-I > 0
                   IF CL-SSNO(CL-I) = RG-STUDNO(REG-FOUND-I)
                       MOVE CL-I TO CL-FOUND-I
                   END-IF
               END-PERFORM
               IF CL-FOUND-I = 0
                   MOVE 'NOT ON ADEVAL CLEARANCE RUN' TO ELIG-REASON
               ELSE
                   IF CL-INC(CL-FOUND-I) > 0
                       MOVE 'INC OUTSTANDING' TO ELIG-REASON
                   ELSE
                       IF CL-MISS(CL-FOUND-I) > 0
                          OR CL-FAIL(CL-FOUND-I) > 0
                           MOVE 'MISSING OR FAILED SUBJECTS'
                               TO ELIG-REASON
                       ELSE
                           IF CL-CLEARED(CL-FOUND-I) NOT = 'Y'
                               MOVE 'NOT CLEARED AS GRADUATE'
                                   TO ELIG-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOG-REFUSAL-RTN.
           ACCEPT WS-RL-D6 FROM DATE.
           IF WS-RL-D6-YY > 50
               COMPUTE WS-RL-YYYY = 1900 + WS-RL-D6-YY
           ELSE
               COMPUTE WS-RL-YYYY = 2000 + WS-RL-D6-YY
           END-IF.
           MOVE WS-RL-D6-MMDD TO WS-RL-MMDD.
           OPEN EXTEND EXCFILE.
           MOVE WS-RL-DATE8 TO EX-DATE.
           MOVE 'FINPP' TO EX-PROGRAM.
           MOVE ENO TO EX-ENO.
           MOVE RG-NAME(REG-FOUND-I) TO EX-NAME.
           MOVE RG-SCHOOL(REG-FOUND-I) TO EX-SCHOOL.
           MOVE RG-STUDNO(REG-FOUND-I) TO EX-STUDNO.
           MOVE ELIG-REASON TO EX-REASON.
           WRITE EXC-REC.
           CLOSE EXCFILE.

      *append one audit entry to the shared run-control log
       LOG-RUN-RTN.
           MOVE "FINPP" TO RL-PROGRAM.
