       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXELIGR.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. BOARD-EXAM ELIGIBILITY EXCEPTION REPORT. PART ONE
      *LISTS EVERY APPLICANT REFUSED - BY EXREGMNT AT REGISTRATION
      *OR BY FINPP AT RESULT ENTRY - FROM ELIGEXC.TXT, WITH THE
      *REASON. PART TWO RECHECKS EVERYONE STILL ON EXAMREG.TXT
      *AGAINST THE LATEST ADEVAL CLEARANCE (GRADCLR.TXT) AND THE
      *TRANSCRIPT FLAG, SO A GRADUATE WHO HAS SINCE PICKED UP AN INC
      *IS CAUGHT BEFORE EXAM DAY, NOT AT RESULT ENTRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCFILE ASSIGN TO "ELIGEXC.TXT"
               FILE STATUS IS WS-EXC-FS.
           SELECT REGFILE ASSIGN TO "EXAMREG.TXT"
               FILE STATUS IS WS-REG-FS.
           SELECT CLRFILE ASSIGN TO "GRADCLR.TXT"
               FILE STATUS IS WS-CLR-FS.
           SELECT RPTFILE ASSIGN TO "EXELIGRPT".

       DATA DIVISION.
       FILE SECTION.

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

       FD  REGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REC.

       01  REG-REC.
           05 ER-ENO PIC 9(10).
           05 ER-NAME PIC X(25).
           05 ER-SCHOOL PIC X(5).
           05 ER-CENTER PIC X(10).
           05 ER-SEAT PIC X(5).
           05 ER-STUDNO PIC 9(5).
           05 ER-GRAD-TERM PIC X(5).
           05 ER-TOR PIC X.

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

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-EXC-FS PIC XX VALUE SPACES.
       01 WS-REG-FS PIC XX VALUE SPACES.
       01 WS-CLR-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

      *same school code EXREGMNT and FINPP hold to ADEVAL
       01 OWN-SCHOOL PIC X(5) VALUE 'PUP'.
       01 ELIG-REASON PIC X(30) VALUE SPACES.

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

       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 HELD-COUNT PIC 9(5) VALUE 0.
       01 REG-SEEN PIC 9(5) VALUE 0.

       01 RPT-HEAD.
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               'BOARD-EXAM ELIGIBILITY EXCEPTIONS'.
           02 FILLER PIC X(30) VALUE SPACES.

       01 PART1-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(60) VALUE
               'PART 1 - APPLICANTS REFUSED'.
           02 FILLER PIC X(38) VALUE SPACES.

       01 PART1-COLS.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Date'.
           02 FILLER PIC X(10) VALUE 'Program'.
           02 FILLER PIC X(12) VALUE 'Examinee No'.
           02 FILLER PIC X(26) VALUE 'Name'.
           02 FILLER PIC X(6) VALUE 'Schl'.
           02 FILLER PIC X(6) VALUE 'StdNo'.
           02 FILLER PIC X(28) VALUE 'Reason'.

       01 PART1-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 P1-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 P1-PROGRAM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 P1-ENO PIC 9(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 P1-NAME PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 P1-SCHOOL PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 P1-STUDNO PIC Z(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 P1-REASON PIC X(28).

       01 PART2-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(60) VALUE
               'PART 2 - REGISTERED BUT NOT ELIGIBLE TODAY'.
           02 FILLER PIC X(38) VALUE SPACES.

       01 PART2-COLS.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Examinee No'.
           02 FILLER PIC X(26) VALUE 'Name'.
           02 FILLER PIC X(6) VALUE 'Schl'.
           02 FILLER PIC X(6) VALUE 'StdNo'.
           02 FILLER PIC X(6) VALUE 'Term'.
           02 FILLER PIC X(42) VALUE 'Reason'.

       01 PART2-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 P2-ENO PIC 9(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 P2-NAME PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 P2-SCHOOL PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 P2-STUDNO PIC Z(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 P2-TERM PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 P2-REASON PIC X(30).
           02 FILLER PIC X(12) VALUE SPACES.

       01 NONE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(96) VALUE 'NONE.'.

       01 TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-LABEL PIC X(40).
           02 TL-COUNT PIC ZZZZ9.
           02 FILLER PIC X(53) VALUE SPACES.

       01 BLANK-LINE.
           02 FILLER PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-CLEAR-RTN THRU LOAD-CLEAR-RTN-END.
           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           PERFORM REFUSALS-RTN THRU REFUSALS-RTN-END.
           PERFORM RECHECK-RTN THRU RECHECK-RTN-END.

           WRITE RPTREC FROM BLANK-LINE AFTER 2.
           MOVE 'Refusals logged:' TO TL-LABEL.
           MOVE REFUSED-COUNT TO TL-COUNT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'Registrations rechecked:' TO TL-LABEL.
           MOVE REG-SEEN TO TL-COUNT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'Registered but not eligible:' TO TL-LABEL.
           MOVE HELD-COUNT TO TL-COUNT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           CLOSE RPTFILE.

           DISPLAY 'REFUSALS LOGGED: ' REFUSED-COUNT.
           DISPLAY 'REGISTERED BUT NOT ELIGIBLE: ' HELD-COUNT.
           DISPLAY 'ELIGIBILITY EXCEPTIONS ON EXELIGRPT.'.
           STOP RUN.

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

       REFUSALS-RTN.
           WRITE RPTREC FROM PART1-HEAD AFTER 2.
           WRITE RPTREC FROM PART1-COLS AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           OPEN INPUT EXCFILE.
           IF WS-EXC-FS NOT = '00'
               WRITE RPTREC FROM NONE-LINE AFTER 1
               GO TO REFUSALS-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ EXCFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE EX-DATE TO P1-DATE
                   MOVE EX-PROGRAM TO P1-PROGRAM
                   MOVE EX-ENO TO P1-ENO
                   MOVE EX-NAME TO P1-NAME
                   MOVE EX-SCHOOL TO P1-SCHOOL
                   MOVE EX-STUDNO TO P1-STUDNO
                   MOVE EX-REASON TO P1-REASON
                   WRITE RPTREC FROM PART1-LINE AFTER 1
                   ADD 1 TO REFUSED-COUNT
               END-IF
           END-PERFORM.
           CLOSE EXCFILE.
           IF REFUSED-COUNT = 0
               WRITE RPTREC FROM NONE-LINE AFTER 1
           END-IF.
       REFUSALS-RTN-END.
           EXIT.

       RECHECK-RTN.
           WRITE RPTREC FROM PART2-HEAD AFTER 3.
           WRITE RPTREC FROM PART2-COLS AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           OPEN INPUT REGFILE.
           IF WS-REG-FS NOT = '00'
               WRITE RPTREC FROM NONE-LINE AFTER 1
               GO TO RECHECK-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ REGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REG-SEEN
                   PERFORM CHECK-ELIG-RTN
                   IF ELIG-REASON NOT = SPACES
                       MOVE ER-ENO TO P2-ENO
                       MOVE ER-NAME TO P2-NAME
                       MOVE ER-SCHOOL TO P2-SCHOOL
                       MOVE ER-STUDNO TO P2-STUDNO
                       MOVE ER-GRAD-TERM TO P2-TERM
                       MOVE ELIG-REASON TO P2-REASON
                       WRITE RPTREC FROM PART2-LINE AFTER 1
                       ADD 1 TO HELD-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REGFILE.
           IF HELD-COUNT = 0
               WRITE RPTREC FROM NONE-LINE AFTER 1
           END-IF.
       RECHECK-RTN-END.
           EXIT.

      *the same test EXREGMNT and FINPP apply
       CHECK-ELIG-RTN.
           MOVE SPACES TO ELIG-REASON.
           IF ER-SCHOOL NOT = OWN-SCHOOL
               IF ER-TOR NOT = 'Y'
                   MOVE 'NO VERIFIED TRANSCRIPT' TO ELIG-REASON
               END-IF
           ELSE
               MOVE 0 TO CL-FOUND-I
               PERFORM VARYING CL-I FROM 1 BY 1
                       UNTIL CL-I > CLR-COUNT OR CL-FOUND-I > 0
                   IF CL-SSNO(CL-I) = ER-STUDNO
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
