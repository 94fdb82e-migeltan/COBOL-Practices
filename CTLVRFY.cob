      *COUNT AND HASH TOTAL AGAINST WHAT ITS WRITING PROGRAM LAST
      *POSTED TO CTLTOT.TXT. A FILE THAT WAS TRUNCATED OR
      *HAND-EDITED SINCE ITS LAST CLOSE NO LONGER HIDES FOR WEEKS.
      *THE ORPHAN COUNTS INTGCHK LEFT ON INTGCNT.TXT ARE JUDGED
      *WITH THEM - EACH PARENT-CHILD LINK'S COUNT AGAINST THE NIGHT
      *BEFORE - AND A RISING COUNT TURNS A CLEAN VERDICT INTO A
      *WARNING (RETURN CODE 4) SO IT IS NOTICED THE MORNING AFTER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS WS-FS-TS1.
           SELECT BALFILE ASSIGN TO 'NEWBAL.TXT'
               FILE STATUS WS-FS-BAL.
      *the orphan counts of the referential integrity sweep
           SELECT CNTFILE ASSIGN TO 'INTGCNT.TXT'
               FILE STATUS WS-FS-CNT.
           SELECT RPTFILE ASSIGN TO 'CTLVRFYR'.

       DATA DIVISION.
           02 BAL-R-AMT PIC 9(9)V99.
           02 BAL-R-LASTACT PIC 9(8).

       FD  CNTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CNT-REC.

       01  CNT-REC.
           02 IC-REL PIC X(8).
           02 IC-DESC PIC X(40).
           02 IC-COUNT PIC 9(7).
           02 IC-PREV PIC 9(7).
           02 IC-DATE PIC 9(8).
           02 IC-STATE PIC X.

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.
       01  WS-FS-F33 PIC XX VALUE SPACES.
       01  WS-FS-TS1 PIC XX VALUE SPACES.
       01  WS-FS-BAL PIC XX VALUE SPACES.
       01  WS-FS-CNT PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *the control table as last posted by the writers
       01  WS-COUNT PIC 9(7) VALUE 0.
       01  WS-HASH PIC 9(13)V99 VALUE 0.
       01  MISMATCH-COUNT PIC 9(3) VALUE 0.
       01  RISE-COUNT PIC 9(3) VALUE 0.

       01  VRF-HEAD.
           02 FILLER PIC X(24) VALUE SPACES.
           02 VD-RESULT PIC X(12).
           02 FILLER PIC X(14) VALUE SPACES.

       01  INT-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               'Referential Integrity (INTGCNT.TXT)'.
           02 FILLER PIC X(48) VALUE SPACES.

       01  INT-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Link'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(40) VALUE 'Child -> Parent'.
           02 FILLER PIC X(8) VALUE ' Tonight'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Previous'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Result'.
           02 FILLER PIC X(6) VALUE SPACES.

       01  INT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 IN-REL PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 IN-DESC PIC X(40).
           02 FILLER PIC X(1) VALUE SPACES.
           02 IN-COUNT PIC ZZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 IN-PREV PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 IN-RESULT PIC X(12).
           02 FILLER PIC X(6) VALUE SPACES.

       01  INT-NOTE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 IN-NOTE PIC X(60).
           02 FILLER PIC X(28) VALUE SPACES.

       01  BLANK-LINE.
           02 FILLER PIC X(90) VALUE SPACES.

           PERFORM VERIFY-FIN33-RTN.
           PERFORM VERIFY-TEST1-RTN.
           PERFORM VERIFY-NEWBAL-RTN.
           PERFORM VERIFY-INTEGRITY-RTN THRU VERIFY-INTEGRITY-RTN-END.

           CLOSE RPTFILE.
           IF MISMATCH-COUNT > 0
           ELSE
               DISPLAY 'ALL CONTROL TOTALS VERIFIED CLEAN.'
           END-IF.
           IF RISE-COUNT > 0
               DISPLAY '*** ORPHAN COUNTS RISING - ' RISE-COUNT
                   ' LINK(S) - SEE CTLVRFYR ***'
               IF MISMATCH-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-CONTROL-RTN.

       JUDGE-WRITE.
           WRITE RPTREC FROM VRF-DETAIL AFTER 1.

      *tonight's orphan count on each parent-child link against the
      *night before - a count that has gone up is the warning; one
      *the sweep could not check is shown but not judged
       VERIFY-INTEGRITY-RTN.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM INT-HEAD AFTER 1.
           OPEN INPUT CNTFILE.
           IF WS-FS-CNT NOT = '00'
               MOVE 'NO INTGCNT.TXT ON HAND - SWEEP HAS NOT RUN'
                   TO IN-NOTE
               WRITE RPTREC FROM INT-NOTE AFTER 1
               GO TO VERIFY-INTEGRITY-RTN-END
           END-IF.
           WRITE RPTREC FROM INT-SUBHEAD AFTER 1.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CNTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE IC-REL TO IN-REL
                   MOVE IC-DESC TO IN-DESC
                   MOVE IC-COUNT TO IN-COUNT
                   MOVE IC-PREV TO IN-PREV
                   EVALUATE TRUE
                       WHEN IC-STATE NOT = 'C'
                           MOVE 'NOT CHECKED' TO IN-RESULT
                       WHEN IC-COUNT > IC-PREV
                           MOVE '** RISING **' TO IN-RESULT
                           ADD 1 TO RISE-COUNT
                       WHEN IC-COUNT = 0
                           MOVE 'CLEAN' TO IN-RESULT
                       WHEN IC-COUNT < IC-PREV
                           MOVE 'FALLING' TO IN-RESULT
                       WHEN OTHER
                           MOVE 'STEADY' TO IN-RESULT
                   END-EVALUATE
                   WRITE RPTREC FROM INT-DETAIL AFTER 1
               END-IF
           END-PERFORM.
           CLOSE CNTFILE.
       VERIFY-INTEGRITY-RTN-END.
           EXIT.
