      *NUMBER, NAME, SCHOOL, EXAM CENTER AND SEAT CAPTURED BEFORE
      *EXAM DAY ON EXAMREG.TXT, SO FINPP CAN REFUSE A TRANSPOSED
      *ENO INSTEAD OF MINTING A PHANTOM RESULT. SAME
      *LOAD/MAINTAIN/SAVE SHAPE AS ACCTMNT. THE CENTER MUST BE ON
      *THE CTRMAST.TXT TESTING-CENTER MASTER WHEN ONE IS ON HAND;
      *THE SEAT IS NO LONGER KEYED - EXSEAT ASSIGNS IT, AND A
      *CHANGE OF CENTER CLEARS IT FOR THE NEXT ASSIGNMENT RUN.
      *ONLY GRADUATES SIT THE BOARD: OUR OWN APPLICANT GIVES THE
      *STUDENT NUMBER AND GRADUATION TERM AND MUST BE CLEARED ON THE
      *LAST ADEVAL RUN (GRADCLR.TXT) WITH NO INC, MISSING OR FAILED
      *SUBJECT; AN OUTSIDE APPLICANT NEEDS A VERIFIED TRANSCRIPT.
      *EVERY REFUSAL GOES TO ELIGEXC.TXT FOR THE EXELIGR REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGFILE ASSIGN TO "EXAMREG.TXT".
           SELECT CTRFILE ASSIGN TO "CTRMAST.TXT"
               FILE STATUS IS WS-CTR-FS.
           SELECT CLRFILE ASSIGN TO "GRADCLR.TXT"
               FILE STATUS IS WS-CLR-FS.
           SELECT OPTIONAL EXCFILE ASSIGN TO "ELIGEXC.TXT".

       DATA DIVISION.
       FILE SECTION.
           05 ER-SCHOOL PIC X(5).
           05 ER-CENTER PIC X(10).
           05 ER-SEAT PIC X(5).
           05 ER-STUDNO PIC 9(5).
           05 ER-GRAD-TERM PIC X(5).
           05 ER-TOR PIC X.

       FD  CTRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTR-REC.

       01  CTR-REC.
           05 CM-CENTER PIC X(10).
           05 CM-ROOM PIC 99.
           05 CM-ROOM-NAME PIC X(20).
           05 CM-SEATS PIC 9(3).

      *graduation clearance written by ADEVAL
       FD  CLRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLR-REC.

       01  CLR-REC.
           05 GC-SSNO PIC 9(5).
           05 GC-SNA PIC X(25).
           05 GC-COURSE PIC 9.
           05 GC-CLEARED PIC X.
           05 GC-DONE PIC 9(3).
           05 GC-MISS PIC 9(3).
           05 GC-FAIL PIC 9(3).
           05 GC-INC PIC 9(3).
           05 GC-TERM PIC X(5).

      *eligibility refusals, shared with FINPP
       FD  EXCFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EXC-REC.

       01  EXC-REC.
           05 EX-DATE PIC 9(8).
           05 EX-PROGRAM PIC X(8).
           05 EX-ENO PIC 9(10).
           05 EX-NAME PIC X(25).
           05 EX-SCHOOL PIC X(5).
           05 EX-STUDNO PIC 9(5).
           05 EX-REASON PIC X(30).

       WORKING-STORAGE SECTION.

               10 RG-SCHOOL PIC X(5).
               10 RG-CENTER PIC X(10).
               10 RG-SEAT PIC X(5).
               10 RG-STUDNO PIC 9(5).
               10 RG-GRAD-TERM PIC X(5).
               10 RG-TOR PIC X.

       01 REG-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.

      *centers on the testing-center master - none on hand means
      *any center is taken, as before
       01 WS-CTR-FS PIC XX VALUE SPACES.
       01 CENTER-TABLE.
           05 CENTER-ENTRY OCCURS 100 TIMES PIC X(10).
       01 CENTER-COUNT PIC 9(3) VALUE 0.
       01 C-I PIC 9(3) VALUE 0.
       01 CENTER-OK-SW PIC 9 VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-ENO PIC 9(10) VALUE 0.
       01 WORK-SCHOOL PIC X(5) VALUE SPACES.
       01 WORK-CENTER PIC X(10) VALUE SPACES.
       01 WORK-SEAT PIC X(5) VALUE SPACES.
       01 WORK-STUDNO PIC 9(5) VALUE 0.
       01 WORK-GRAD-TERM PIC X(5) VALUE SPACES.
       01 WORK-TOR PIC X VALUE 'N'.

      *our own school code - its applicants are held to ADEVAL
       01 OWN-SCHOOL PIC X(5) VALUE 'PUP'.
       01 ELIG-REASON PIC X(30) VALUE SPACES.

      *the last ADEVAL run's clearance per student
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

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM LOAD-CENTERS-RTN THRU LOAD-CENTERS-RTN-END.
           PERFORM LOAD-CLEAR-RTN THRU LOAD-CLEAR-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           END-IF.
           STOP RUN.

       LOAD-CENTERS-RTN.
           OPEN INPUT CTRFILE.
           IF WS-CTR-FS NOT = '00'
               GO TO LOAD-CENTERS-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CTRFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE 0 TO CENTER-OK-SW
                   PERFORM VARYING C-I FROM 1 BY 1
                           UNTIL C-I > CENTER-COUNT
                       IF CENTER-ENTRY(C-I) = CM-CENTER
                           MOVE 1 TO CENTER-OK-SW
                       END-IF
                   END-PERFORM
                   IF CENTER-OK-SW = 0 AND CENTER-COUNT < 100
                       ADD 1 TO CENTER-COUNT
                       MOVE CM-CENTER TO CENTER-ENTRY(CENTER-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CTRFILE.
       LOAD-CENTERS-RTN-END.
           EXIT.

      *no clearance file means no graduate of ours is cleared yet
       LOAD-CLEAR-RTN.
           OPEN INPUT CLRFILE.
           IF WS-CLR-FS NOT = '00'
               GO TO LOAD-CLEAR-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR CLR-COUNT = 200
               READ CLRFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
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
           EXIT.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites EXAMREG.TXT from the table
       LOAD-RTN.
               MOVE ER-SCHOOL TO RG-SCHOOL(REG-COUNT)
               MOVE ER-CENTER TO RG-CENTER(REG-COUNT)
               MOVE ER-SEAT TO RG-SEAT(REG-COUNT)
               MOVE ER-STUDNO TO RG-STUDNO(REG-COUNT)
               MOVE ER-GRAD-TERM TO RG-GRAD-TERM(REG-COUNT)
               MOVE ER-TOR TO RG-TOR(REG-COUNT)
               READ REGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           ACCEPT WORK-NAME.
           DISPLAY 'School (short name): '.
           ACCEPT WORK-SCHOOL.
           INSPECT WORK-SCHOOL CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 0 TO WORK-STUDNO.
           MOVE SPACES TO WORK-GRAD-TERM.
           MOVE 'N' TO WORK-TOR.
           IF WORK-SCHOOL = OWN-SCHOOL
               DISPLAY 'Student Number: '
               ACCEPT WORK-STUDNO
               DISPLAY 'Graduation Term: '
               ACCEPT WORK-GRAD-TERM
               PERFORM CHECK-GRAD-RTN
           ELSE
               DISPLAY 'Transcript received and verified? (Y/N): '
               ACCEPT WORK-TOR
               IF WORK-TOR = 'y'
                   MOVE 'Y' TO WORK-TOR
               END-IF
               IF WORK-TOR = 'Y'
                   MOVE SPACES TO ELIG-REASON
               ELSE
                   MOVE 'N' TO WORK-TOR
                   MOVE 'NO VERIFIED TRANSCRIPT' TO ELIG-REASON
               END-IF
           END-IF.
           IF ELIG-REASON NOT = SPACES
               DISPLAY 'NOT ELIGIBLE - ' ELIG-REASON
               PERFORM LOG-REFUSAL-RTN
               GO TO ADD-RTN-END
           END-IF.

           PERFORM ASK-CENTER-RTN THRU ASK-CENTER-RTN-END.
           MOVE SPACES TO WORK-SEAT.

           ADD 1 TO REG-COUNT.
           MOVE WORK-ENO TO RG-ENO(REG-COUNT).
           MOVE WORK-SCHOOL TO RG-SCHOOL(REG-COUNT).
           MOVE WORK-CENTER TO RG-CENTER(REG-COUNT).
           MOVE WORK-SEAT TO RG-SEAT(REG-COUNT).
           MOVE WORK-STUDNO TO RG-STUDNO(REG-COUNT).
           MOVE WORK-GRAD-TERM TO RG-GRAD-TERM(REG-COUNT).
           MOVE WORK-TOR TO RG-TOR(REG-COUNT).
           DISPLAY 'Registered - EXSEAT assigns the seat.'.
       ADD-RTN-END.
           EXIT.

               DISPLAY 'Corrected Name: '
               ACCEPT WORK-NAME
               MOVE WORK-NAME TO RG-NAME(FOUND-I)
               PERFORM ASK-CENTER-RTN THRU ASK-CENTER-RTN-END
               IF WORK-CENTER NOT = RG-CENTER(FOUND-I)
                   MOVE WORK-CENTER TO RG-CENTER(FOUND-I)
                   MOVE SPACES TO RG-SEAT(FOUND-I)
                   DISPLAY 'Center changed - seat cleared for EXSEAT.'
               END-IF
               PERFORM CORRECT-ELIG-RTN
               DISPLAY 'Corrected.'
           END-IF.

      *a registration carried over from before the eligibility
      *details were kept is completed here, then checked again
       CORRECT-ELIG-RTN.
           MOVE RG-SCHOOL(FOUND-I) TO WORK-SCHOOL.
           IF WORK-SCHOOL = OWN-SCHOOL
               DISPLAY 'Student Number (0 = keep '
                   RG-STUDNO(FOUND-I) '): '
               MOVE 0 TO WORK-STUDNO
               ACCEPT WORK-STUDNO
               IF WORK-STUDNO > 0
                   MOVE WORK-STUDNO TO RG-STUDNO(FOUND-I)
               END-IF
               DISPLAY 'Graduation Term (blank = keep '
                   RG-GRAD-TERM(FOUND-I) '): '
               MOVE SPACES TO WORK-GRAD-TERM
               ACCEPT WORK-GRAD-TERM
               IF WORK-GRAD-TERM NOT = SPACES
                   MOVE WORK-GRAD-TERM TO RG-GRAD-TERM(FOUND-I)
               END-IF
               MOVE RG-STUDNO(FOUND-I) TO WORK-STUDNO
               PERFORM CHECK-GRAD-RTN
           ELSE
               DISPLAY 'Transcript received and verified? (Y/N, '
                   'blank = keep ' RG-TOR(FOUND-I) '): '
               MOVE SPACE TO WORK-TOR
               ACCEPT WORK-TOR
               IF WORK-TOR = 'y'
                   MOVE 'Y' TO WORK-TOR
               END-IF
               IF WORK-TOR = 'n'
                   MOVE 'N' TO WORK-TOR
               END-IF
               IF WORK-TOR = 'Y' OR WORK-TOR = 'N'
                   MOVE WORK-TOR TO RG-TOR(FOUND-I)
               END-IF
               MOVE SPACES TO ELIG-REASON
               IF RG-TOR(FOUND-I) NOT = 'Y'
                   MOVE 'NO VERIFIED TRANSCRIPT' TO ELIG-REASON
               END-IF
           END-IF.
           IF ELIG-REASON NOT = SPACES
               DISPLAY 'WARNING - NOT ELIGIBLE: ' ELIG-REASON
               DISPLAY 'FINPP will refuse the result until cleared.'
           END-IF.

       ASK-CENTER-RTN.
           DISPLAY 'Exam Center: '.
           ACCEPT WORK-CENTER.
           INSPECT WORK-CENTER CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF CENTER-COUNT = 0
               GO TO ASK-CENTER-RTN-END
           END-IF.
           MOVE 0 TO CENTER-OK-SW.
           PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > CENTER-COUNT
               IF CENTER-ENTRY(C-I) = WORK-CENTER
                   MOVE 1 TO CENTER-OK-SW
               END-IF
           END-PERFORM.
           IF CENTER-OK-SW = 0
               DISPLAY 'Center not on CTRMAST.TXT!'
               GO TO ASK-CENTER-RTN
           END-IF.
       ASK-CENTER-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > REG-COUNT
               DISPLAY RG-ENO(I) ' ' RG-NAME(I) ' '
                   RG-CENTER(I) ' ' RG-SEAT(I)
           END-PERFORM.

      *cleared means a clean sheet on ADEVAL's checklist; the worst
      *outstanding item is the reason given
       CHECK-GRAD-RTN.
           MOVE SPACES TO ELIG-REASON.
           MOVE 0 TO CL-FOUND-I.
           PERFORM VARYING CL-I FROM 1 BY 1
                   UNTIL CL-I > CLR-COUNT OR CL-FOUND-I > 0
               IF CL-SSNO(CL-I) = WORK-STUDNO
                   MOVE CL-I TO CL-FOUND-I
               END-IF
           END-PERFORM.
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
           END-IF.

       LOG-REFUSAL-RTN.
           OPEN EXTEND EXCFILE.
           MOVE WS-RUN-DATE TO EX-DATE.
           MOVE 'EXREGMNT' TO EX-PROGRAM.
           MOVE WORK-ENO TO EX-ENO.
           MOVE WORK-NAME TO EX-NAME.
           MOVE WORK-SCHOOL TO EX-SCHOOL.
           MOVE WORK-STUDNO TO EX-STUDNO.
           MOVE ELIG-REASON TO EX-REASON.
           WRITE EXC-REC.
           CLOSE EXCFILE.

       FIND-ENO-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > REG-COUNT
               MOVE RG-SCHOOL(I) TO ER-SCHOOL
               MOVE RG-CENTER(I) TO ER-CENTER
               MOVE RG-SEAT(I) TO ER-SEAT
               MOVE RG-STUDNO(I) TO ER-STUDNO
               MOVE RG-GRAD-TERM(I) TO ER-GRAD-TERM
               MOVE RG-TOR(I) TO ER-TOR
               WRITE REG-REC
           END-PERFORM.
           CLOSE REGFILE.
