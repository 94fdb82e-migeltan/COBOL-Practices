      *AND INC OUTSTANDING PER SUBJECT, WITH THE GRADUATION
      *CANDIDATES LIST AND LATIN-HONORS ELIGIBILITY COMPUTED OVER
      *ALL TERMS AT THE END. THE PAPER CURRICULUM SHEET, RETIRED.
      *A SUBJECT CREDITED FROM ANOTHER SCHOOL AND APPROVED ON
      *XFERCRED.TXT (XFERMNT) TICKS OFF AS TRANSFERRED; IT
      *CARRIES NO GRADE HERE, SO IT STAYS OUT OF THE GWA AND HONORS.
      *EVERY STUDENT'S OUTCOME ALSO GOES TO GRADCLR.TXT - CLEARED AS
      *A GRADUATE OR NOT, WITH THE MISSING, FAILED AND INC COUNTS -
      *SO EXREGMNT AND FINPP CAN HOLD THE BOARD EXAM TO GRADUATES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-FS-CUR.
           SELECT SUBJMASTFILE ASSIGN TO "SUBJMAST.TXT"
               FILE STATUS IS WS-SBJ-FS.
           SELECT CREDFILE ASSIGN TO "XFERCRED.TXT"
               FILE STATUS IS WS-FS-XFR.
           SELECT RPTFILE ASSIGN TO "ADEVALRPT".
           SELECT CLRFILE ASSIGN TO "GRADCLR.TXT".

       DATA DIVISION.
       FILE SECTION.
           05 SJ-TITLE PIC X(20).
           05 SJ-UNITS PIC 9.

      *transfer credits - only XC-STAT A (approved) counts
       FD  CREDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CRED-REC.

       01  CRED-REC.
           05 XC-SNO PIC 9(5).
           05 XC-SCHOOL PIC X(30).
           05 XC-SRC-SUBJ PIC X(10).
           05 XC-SRC-TITLE PIC X(20).
           05 XC-GRADE PIC X(5).
           05 XC-LOCAL PIC X(6).
           05 XC-STAT PIC X.
           05 XC-KEYER PIC X(8).
           05 XC-KEY-DATE PIC 9(8).
           05 XC-APPROVER PIC X(8).
           05 XC-APPR-DATE PIC 9(8).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.
       01  RPTREC.
           02 FILLER PIC X(90).

      *graduation clearance, one record per student evaluated
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

       WORKING-STORAGE SECTION.

       01 WS-FS-MAST PIC XX VALUE SPACES.
       01 WS-FS-HIST PIC XX VALUE SPACES.
       01 WS-FS-CUR PIC XX VALUE SPACES.
       01 WS-SBJ-FS PIC XX VALUE SPACES.
       01 WS-FS-XFR PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

      *every grade record, live and archived, held for the ticking
               10 SD-SSNO PIC 9(5).
               10 SD-SNA PIC X(25).
               10 SD-COURSE PIC 9.
               10 SD-TERM PIC X(5).
       01 STUD-COUNT PIC 9(3) VALUE 0.
       01 S-I PIC 9(3) VALUE 0.
       01 FOUND-SW PIC 9 VALUE 0.
       01 CURR-COUNT PIC 9(3) VALUE 0.
       01 C-I PIC 9(3) VALUE 0.

      *approved transfer credits, student and local subject
       01 XFR-TABLE.
           05 XFR-ENTRY OCCURS 300 TIMES.
               10 XR-SSNO PIC 9(5).
               10 XR-SUBJ PIC X(6).
       01 XFR-COUNT PIC 9(3) VALUE 0.
       01 X-I PIC 9(3) VALUE 0.

      *units for the honors weighting, same catalog ADGWA reads
       01 SBJ-TABLE.
           05 SBJ-ENTRY OCCURS 50 TIMES.
       01 FAIL-COUNT PIC 9(3) VALUE 0.
       01 INC-COUNT PIC 9(3) VALUE 0.
       01 DONE-COUNT PIC 9(3) VALUE 0.
       01 XFER-COUNT PIC 9(3) VALUE 0.
       01 SEEN-PASS PIC 9 VALUE 0.
       01 SEEN-FAIL PIC 9 VALUE 0.
       01 SEEN-INC PIC 9 VALUE 0.
       01 SEEN-XFER PIC 9 VALUE 0.
       01 WS-WSUM PIC 9(5)V99 VALUE 0.
       01 WS-WUNITS PIC 9(3) VALUE 0.
       01 WS-GWA PIC 9V99 VALUE 0.
           02 TL-FAIL PIC ZZ9.
           02 FILLER PIC X(6) VALUE '  INC:'.
           02 TL-INC PIC ZZ9.
           02 FILLER PIC X(17) VALUE '  Transfer Credit'.
           02 FILLER PIC X(1) VALUE ':'.
           02 TL-XFER PIC ZZ9.
           02 FILLER PIC X(10) VALUE SPACES.

       01 CAND-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           PERFORM LOAD-CURR-RTN THRU LOAD-CURR-RTN-END.
           IF CURR-COUNT = 0
               DISPLAY 'NO CURRMAST.TXT ON HAND - NO CHECKLIST.'
               GOBACK
           END-IF.
           PERFORM LOAD-SUBJECTS-RTN THRU LOAD-SUBJECTS-RTN-END.
           PERFORM LOAD-HIST-RTN THRU LOAD-HIST-RTN-END.
           PERFORM LOAD-LIVE-RTN THRU LOAD-LIVE-RTN-END.
           PERFORM LOAD-XFER-RTN THRU LOAD-XFER-RTN-END.

           IF STUD-COUNT = 0
               DISPLAY 'NO GRADE RECORDS ON HAND.'
               GOBACK
           END-IF.

           OPEN OUTPUT RPTFILE CLRFILE.
           WRITE RPTREC FROM EVAL-HEAD AFTER PAGE.

           PERFORM EVALUATE-ONE-RTN THRU EVALUATE-ONE-RTN-END
               VARYING S-I FROM 1 BY 1 UNTIL S-I > STUD-COUNT.

           PERFORM CANDIDATES-RTN.
           CLOSE RPTFILE CLRFILE.
           DISPLAY 'STUDENTS EVALUATED: ' STUD-COUNT.
           DISPLAY 'GRADUATION CANDIDATES: ' CAND-COUNT
               ' (ADEVALRPT).'.
           GOBACK.

       LOAD-CURR-RTN.
           MOVE 0 TO CURR-COUNT.
       LOAD-LIVE-RTN-END.
           EXIT.

      *no credit file on hand means no transfer credits
       LOAD-XFER-RTN.
           MOVE 0 TO XFR-COUNT.
           OPEN INPUT CREDFILE.
           IF WS-FS-XFR NOT = '00'
               GO TO LOAD-XFER-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR XFR-COUNT = 300
               READ CREDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND XC-STAT = 'A'
                   ADD 1 TO XFR-COUNT
                   MOVE XC-SNO TO XR-SSNO(XFR-COUNT)
                   MOVE XC-LOCAL TO XR-SUBJ(XFR-COUNT)
               END-IF
           END-PERFORM.

           CLOSE CREDFILE.
           MOVE 0 TO EOFSW.
       LOAD-XFER-RTN-END.
           EXIT.

       TAKE-RECORD-RTN.
           IF REC-COUNT < 800
               ADD 1 TO REC-COUNT
               MOVE SSNO TO SD-SSNO(STUD-COUNT)
               MOVE SNA TO SD-SNA(STUD-COUNT)
               MOVE SCOURSE TO SD-COURSE(STUD-COUNT)
               MOVE STERM TO SD-TERM(STUD-COUNT)
           ELSE
      *the live term loads last, so the term left here is the
      *student's latest
               IF FOUND-SW = 1
                   SUBTRACT 1 FROM S-I
                   MOVE STERM TO SD-TERM(S-I)
               END-IF
           END-IF.

      *one student against the checklist - best outcome per subject
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM STUD-LINE AFTER 1.

           MOVE 0 TO MISS-COUNT FAIL-COUNT INC-COUNT DONE-COUNT
               XFER-COUNT.
           MOVE 0 TO WS-WSUM WS-WUNITS.

           PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > CURR-COUNT
           MOVE MISS-COUNT TO TL-MISS.
           MOVE FAIL-COUNT TO TL-FAIL.
           MOVE INC-COUNT TO TL-INC.
           MOVE XFER-COUNT TO TL-XFER.
           WRITE RPTREC FROM TALLY-LINE AFTER 1.

           MOVE SD-SSNO(S-I) TO GC-SSNO.
           MOVE SD-SNA(S-I) TO GC-SNA.
           MOVE SD-COURSE(S-I) TO GC-COURSE.
           MOVE DONE-COUNT TO GC-DONE.
           MOVE MISS-COUNT TO GC-MISS.
           MOVE FAIL-COUNT TO GC-FAIL.
           MOVE INC-COUNT TO GC-INC.
           MOVE SD-TERM(S-I) TO GC-TERM.
           IF MISS-COUNT = 0 AND FAIL-COUNT = 0 AND INC-COUNT = 0
              AND DONE-COUNT > 0
               MOVE 'Y' TO GC-CLEARED
           ELSE
               MOVE 'N' TO GC-CLEARED
           END-IF.
           WRITE CLR-REC.

      *a clean sheet makes a candidate; honors follow the same
      *bands the CCNA results use, over every graded record
           IF MISS-COUNT = 0 AND FAIL-COUNT = 0 AND INC-COUNT = 0
               END-IF
           END-PERFORM.

      *an approved credit completes the subject over any local INC
      *or failure; a local pass still shows as completed here
           MOVE 0 TO SEEN-XFER.
           PERFORM VARYING X-I FROM 1 BY 1 UNTIL X-I > XFR-COUNT
               IF XR-SSNO(X-I) = SD-SSNO(S-I)
                  AND XR-SUBJ(X-I) = CT-SUBJ(C-I)
                   MOVE 1 TO SEEN-XFER
               END-IF
           END-PERFORM.

           IF SEEN-PASS = 1
               MOVE 'COMPLETED' TO WS-STATUS
               ADD 1 TO DONE-COUNT
           ELSE
               IF SEEN-XFER = 1
                   MOVE 'TRANSFERRED' TO WS-STATUS
                   ADD 1 TO DONE-COUNT
                   ADD 1 TO XFER-COUNT
               ELSE
                   IF SEEN-INC = 1
                       MOVE 'INC OUTSTANDING' TO WS-STATUS
                       ADD 1 TO INC-COUNT
                   ELSE
                       IF SEEN-FAIL = 1
                           MOVE 'FAILED-RETAKE' TO WS-STATUS
                           ADD 1 TO FAIL-COUNT
                       ELSE
                           MOVE 'MISSING' TO WS-STATUS
                           ADD 1 TO MISS-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
