       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINPPRCK.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. APPLIES THE RE-CHECKING APPEALS A SUPERVISOR HAS
      *APPROVED THROUGH FINPPARV TO TAN.TXT. THE RE-CHECKED SCORE
      *REPLACES THE SUBJECT SCORE ON THE EXAMINEE'S LATEST RECORD,
      *THE GENERAL AVERAGE IS RECOMPUTED FROM THE SIX SUBJECTS AND
      *THE REMARKS RE-DERIVED WITH FINPP'S COURSE CUTOFFS AND
      *CONDITIONAL MARGIN. EVERY CHANGE IS APPENDED TO RECHKLOG.TXT
      *WITH THE BEFORE AND AFTER VALUES AND THE APPROVING OPERATOR,
      *AND THE APPEAL IS MARKED D SO IT CAN NEVER APPLY TWICE. AN
      *EXAMINEE WHOSE REMARKS CHANGE IS QUEUED ON FINPPRIS.TXT FOR
      *FINPPNOT TO REISSUE THE NOTICE OF RATING; ONE WHO NOW PASSES
      *IS FLAGGED ON THE REPORT AND FINPPTOP MUST BE RERUN. AN
      *APPEAL WHOSE SCORE ON FILE NO LONGER MATCHES THE ONE FILED
      *AGAINST - A RETAKE OR ANOTHER CHANGE SINCE - IS HELD BACK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLFILE ASSIGN TO "APPEAL.TXT"
               FILE STATUS IS WS-APL-FS.
           SELECT TANFILE ASSIGN TO "TAN.TXT"
               FILE STATUS IS WS-TAN-FS.
           SELECT OUTFILE ASSIGN TO "FINPPRCK.TXT".
      *before/after trail of every re-check applied
           SELECT OPTIONAL RCKLOGFILE ASSIGN TO "RECHKLOG.TXT".
      *notices of rating waiting to be reissued by FINPPNOT
           SELECT OPTIONAL RISFILE ASSIGN TO "FINPPRIS.TXT".
      *optional conditional-band margin, as FINPP reads it
           SELECT CONDFILE ASSIGN TO "FINPPCON.TXT"
               FILE STATUS IS WS-CND-FS.
      *operator master - applying re-checks is supervisor work
           SELECT OPERMASTFILE ASSIGN TO "OPERMAST.TXT"
               FILE STATUS IS WS-OPM-FS.
      *denied attempts at supervisor-only functions land here
           SELECT OPTIONAL SECLOGFILE ASSIGN TO "SECLOG.TXT".
      *shared cross-file control totals - rewriting a controlled
      *file means re-posting its totals
           SELECT CTTFILE ASSIGN TO "CTLTOT.TXT"
               FILE STATUS IS WS-CTT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  APLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS APL-REC.

       01  APL-REC.
           05 AP-NO PIC 9(5).
           05 AP-ENO PIC 9(11).
           05 AP-NAME PIC X(25).
           05 AP-SUBJ PIC 9.
           05 AP-ISSUE PIC X(40).
           05 AP-FILED PIC 9(8).
           05 AP-OPER PIC X(8).
           05 AP-OLD-SCORE PIC 9(3).
           05 AP-ITEMS PIC 9(3).
      *P pending, A approved, R rejected, D applied by this program
           05 AP-STAT PIC X.
           05 AP-NEW-SCORE PIC 9(3).
           05 AP-REVIEWER PIC X(8).
           05 AP-DECIDED PIC 9(8).
           05 AP-APPLIED PIC 9(8).

       FD  TANFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INREC.

       01  INREC PIC X(112).

       FD  OUTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OUTREC.

       01  OUTREC.
           02 FILLER PIC X(110).

       FD  RCKLOGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RCK-REC.

       01  RCK-REC.
           05 CL-DATE PIC 9(8).
           05 CL-TIME PIC 9(8).
           05 CL-APNO PIC 9(5).
           05 CL-ENO PIC 9(11).
           05 CL-SUBJ PIC 9.
           05 CL-OLD-SCORE PIC 9(3).
           05 CL-NEW-SCORE PIC 9(3).
           05 CL-OLD-AVE PIC 9(2)V99.
           05 CL-NEW-AVE PIC 9(2)V99.
           05 CL-OLD-REM PIC X(6).
           05 CL-NEW-REM PIC X(6).
           05 CL-FILER PIC X(8).
           05 CL-APPROVER PIC X(8).
           05 CL-RUN-OPER PIC X(8).

       FD  RISFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RIS-REC.

       01  RIS-REC.
           05 RS-ENO PIC 9(11).
           05 RS-DATE PIC 9(8).
           05 RS-OLD-REM PIC X(6).
           05 RS-NEW-REM PIC X(6).

       FD  CONDFILE.
       01  COND-PRM-REC.
           05 CPRM-MARGIN PIC 99V99.

       FD  OPERMASTFILE.
       01  OPM-REC.
           05 OPM-ID PIC X(8).
           05 OPM-NAME PIC X(25).
      *1 ENCODER / 2 SUPERVISOR / 3 ADMIN - BLANK READS AS ENCODER
           05 OPM-LEVEL PIC 9.

       FD  SECLOGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEC-REC.

       01  SEC-REC.
           02 SC-PROGRAM PIC X(8).
           02 SC-OPER PIC X(8).
           02 SC-ACTION PIC X(20).
           02 SC-DATE PIC 9(8).
           02 SC-TIME PIC 9(8).

       FD  CTTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTT-REC.

       01  CTT-REC.
           02 CTR-FILE PIC X(12).
           02 CTR-COUNT PIC 9(7).
           02 CTR-HASH PIC 9(13)V99.
           02 CTR-DATE PIC 9(8).

       WORKING-STORAGE SECTION.

      *cross-file control totals - this program rewrites TAN.TXT,
      *so it must re-post the count and hash total at close or the
      *nightly CTLVRFY run halts the chain on a false alarm
       01 WS-CTT-FS PIC XX VALUE SPACES.
       01 CTT-TABLE.
           05 CTT-ENTRY OCCURS 20 TIMES.
               10 CTT-FILE PIC X(12).
               10 CTT-CNT PIC 9(7).
               10 CTT-HASH PIC 9(13)V99.
               10 CTT-DATE PIC 9(8).
       01 CTT-N PIC 99 VALUE 0.
       01 CTT-I PIC 99 VALUE 0.
       01 CTT-FOUND-I PIC 99 VALUE 0.
       01 CTT-EOFSW PIC 9 VALUE 0.
       01 WS-MY-COUNT PIC 9(7) VALUE 0.
       01 WS-MY-HASH PIC 9(13)V99 VALUE 0.
       01 WS-MY-FILE PIC X(12) VALUE 'TAN.TXT'.

       01 WS-APL-FS PIC XX VALUE SPACES.
       01 WS-TAN-FS PIC XX VALUE SPACES.
       01 WS-CND-FS PIC XX VALUE SPACES.
       01 WS-OPM-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

      *the whole appeal file held so statuses rewrite in place
       01 APL-TABLE.
           05 APL-ENTRY OCCURS 300 TIMES PIC X(132).
       01 APL-COUNT PIC 9(3) VALUE 0.
       01 A-I PIC 9(3) VALUE 0.
       01 APL-OVER-SW PIC 9 VALUE 0.

      *the whole result file held in storage for the rewrite pass
       01 TAN-TABLE.
           05 TAN-ENTRY OCCURS 1000 TIMES.
               10 TT-SENUM PIC 9(11).
               10 TT-SENAM PIC X(25).
               10 TT-SDOB PIC X(20).
               10 TT-SUNINAME PIC X(5).
               10 TT-SCNAME PIC X(5).
               10 TT-SREMARKS PIC X(6).
               10 TT-SRAVERAGE PIC 9(2)V99.
               10 TT-SSUBJ OCCURS 6 TIMES.
                   15 TT-SUB-SCORE PIC 9(3).
                   15 TT-SUB-ITEMS PIC 9(3).
       01 TAN-COUNT PIC 9(4) VALUE 0.
       01 T-I PIC 9(4) VALUE 0.
       01 FOUND-I PIC 9(4) VALUE 0.
       01 TAN-OVER-SW PIC 9 VALUE 0.

      *FINPP's pass rules - cutoff by course, conditional band
      *COND-MARGIN points below it
       01 SUB-I PIC 9 VALUE 0.
       01 TOT-SCORE PIC 9(4) VALUE 0.
       01 TOT-ITEMS PIC 9(4) VALUE 0.
       01 RAVERAGE PIC 9(2)V99 VALUE ZERO.
       01 REMARKSS PIC X(6) VALUE SPACES.
       01 COND-MARGIN PIC 99V99 VALUE 3.00.
       01 CUTOFF PIC 99 VALUE ZERO.
       01 COND-FLOOR PIC 99V99 VALUE ZERO.

       01 OLD-AVE PIC 9(2)V99 VALUE ZERO.
       01 OLD-REM PIC X(6) VALUE SPACES.
       01 APPLIED-COUNT PIC 9(3) VALUE 0.
       01 HELD-COUNT PIC 9(3) VALUE 0.
       01 PENDING-COUNT PIC 9(3) VALUE 0.
       01 REJECTED-COUNT PIC 9(3) VALUE 0.
       01 FLIP-COUNT PIC 9(3) VALUE 0.
       01 REISSUE-COUNT PIC 9(3) VALUE 0.
       01 TOP-RERUN-SW PIC 9 VALUE 0.

       01 SUBJ-NAMES-INIT.
           05 FILLER PIC X(14) VALUE 'MATHEMATICS'.
           05 FILLER PIC X(14) VALUE 'PROGRAMMING'.
           05 FILLER PIC X(14) VALUE 'NETWORKING'.
           05 FILLER PIC X(14) VALUE 'DATABASE MGT'.
           05 FILLER PIC X(14) VALUE 'INFO ASSURANCE'.
           05 FILLER PIC X(14) VALUE 'SYSTEMS ANLYS'.
       01 SUBJ-NAME-TABLE REDEFINES SUBJ-NAMES-INIT.
           05 SUBJ-NAME OCCURS 6 TIMES PIC X(14).

      *signed-on operator, validated against the operator master
       01 OPERATOR-ID PIC X(8) VALUE SPACES.
       01 OP-TABLE.
           05 OP-ENTRY OCCURS 20 TIMES PIC X(8).
       01 OP-LVL-TABLE.
           05 OP-LVL OCCURS 20 TIMES PIC 9.
       01 OPERATOR-LEVEL PIC 9 VALUE 1.
       01 OP-COUNT PIC 99 VALUE 0.
       01 OP-EOF-SW PIC 9 VALUE 0.
       01 OP-I PIC 99 VALUE 0.
       01 OP-VALID-SW PIC 9 VALUE 0.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01 HEAD-1.
           02 FILLER PIC X(40) VALUE SPACES.
           02 FILLER PIC X(34) VALUE
               "Professional Regulation Commission".
           02 FILLER PIC X(36) VALUE SPACES.

       01 SUBHEAD-1.
           02 FILLER PIC X(39) VALUE SPACES.
           02 FILLER PIC X(32) VALUE "Score Re-checking Posting Report".
           02 FILLER PIC X(39) VALUE SPACES.

       01 SUBHEAD-2.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "Appl".
           02 FILLER PIC X(13) VALUE "Examinee No".
           02 FILLER PIC X(15) VALUE "Subject".
           02 FILLER PIC X(5) VALUE "Old".
           02 FILLER PIC X(4) VALUE "New".
           02 FILLER PIC X(8) VALUE "Old Ave".
           02 FILLER PIC X(8) VALUE "Old Rem".
           02 FILLER PIC X(8) VALUE "New Ave".
           02 FILLER PIC X(8) VALUE "New Rem".
           02 FILLER PIC X(10) VALUE "Approver".
           02 FILLER PIC X(22) VALUE "Action".

       01 DETALYE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 P-APNO PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 P-ENO PIC 9(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 P-SUBJ PIC X(14).
           02 FILLER PIC X(1) VALUE SPACES.
           02 P-OLD-SCORE PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 P-NEW-SCORE PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 P-OLD-AVE PIC Z9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 P-OLD-REM PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 P-NEW-AVE PIC Z9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 P-NEW-REM PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 P-REVIEWER PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 P-ACTION PIC X(22).

       01 TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "Applied:".
           02 P-APPLIED PIC ZZ9.
           02 FILLER PIC X(9) VALUE "  Held:".
           02 P-HELD PIC ZZ9.
           02 FILLER PIC X(12) VALUE "  Pending:".
           02 P-PENDING PIC ZZ9.
           02 FILLER PIC X(13) VALUE "  Rejected:".
           02 P-REJECTED PIC ZZ9.
           02 FILLER PIC X(20) VALUE "  Now Passed:".
           02 P-FLIPS PIC ZZ9.
           02 FILLER PIC X(30) VALUE SPACES.

       01 NOTE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 P-NOTE PIC X(70).
           02 FILLER PIC X(38) VALUE SPACES.

       01 BLANK-LINE.
           02 FILLER PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM SIGN-ON-RTN THRU SIGN-ON-RTN-END.
      *the filer, the reviewer and this run are three separate
      *steps; only a supervisor may put a changed score on file
           IF OPERATOR-LEVEL < 2
               DISPLAY 'SUPERVISOR LEVEL REQUIRED - RUN REFUSED.'
               PERFORM NOTE-DENIAL-RTN
               STOP RUN
           END-IF.

           PERFORM LOAD-APPEAL-RTN THRU LOAD-APPEAL-RTN-END.
           IF APL-OVER-SW = 1
               DISPLAY 'APPEAL.TXT EXCEEDS 300 - RUN REFUSED.'
               STOP RUN
           END-IF.
           IF APL-COUNT = 0
               DISPLAY 'NO APPEALS ON FILE.'
               STOP RUN
           END-IF.

           PERFORM LOAD-TAN-RTN THRU LOAD-TAN-RTN-END.
           IF TAN-OVER-SW = 1
               DISPLAY 'TAN.TXT EXCEEDS 1000 RECORDS - RUN REFUSED.'
               STOP RUN
           END-IF.
           IF TAN-COUNT = 0
               DISPLAY 'NO TAN.TXT ON HAND - NOTHING TO APPLY.'
               STOP RUN
           END-IF.

           PERFORM LOAD-COND-MARGIN-RTN THRU LOAD-COND-MARGIN-RTN-END.

           OPEN OUTPUT OUTFILE.
           WRITE OUTREC FROM HEAD-1 AFTER PAGE.
           WRITE OUTREC FROM SUBHEAD-1 AFTER 2.
           WRITE OUTREC FROM SUBHEAD-2 AFTER 2.
           WRITE OUTREC FROM BLANK-LINE AFTER 1.

           PERFORM APPLY-ONE-RTN THRU APPLY-ONE-RTN-END
               VARYING A-I FROM 1 BY 1 UNTIL A-I > APL-COUNT.

           IF APPLIED-COUNT > 0
               PERFORM SAVE-TAN-RTN
               PERFORM SAVE-APPEAL-RTN
               PERFORM POST-CONTROL-RTN THRU POST-CONTROL-RTN-END
           END-IF.
           PERFORM FINISH-RTN.
           STOP RUN.

       LOAD-APPEAL-RTN.
           MOVE 0 TO APL-COUNT.
           OPEN INPUT APLFILE.
           IF WS-APL-FS NOT = '00'
               DISPLAY 'NO APPEAL.TXT ON HAND.'
               GO TO LOAD-APPEAL-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR APL-OVER-SW = 1
               READ APLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF APL-COUNT = 300
                       MOVE 1 TO APL-OVER-SW
                   ELSE
                       ADD 1 TO APL-COUNT
                       MOVE APL-REC TO APL-ENTRY(APL-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE APLFILE.
       LOAD-APPEAL-RTN-END.
           EXIT.

      *bring every TAN.TXT record into the table - a file that does
      *not fit is refused whole rather than half rewritten
       LOAD-TAN-RTN.
           MOVE 0 TO TAN-COUNT.
           OPEN INPUT TANFILE.
           IF WS-TAN-FS NOT = '00'
               GO TO LOAD-TAN-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR TAN-OVER-SW = 1
               READ TANFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF TAN-COUNT = 1000
                       MOVE 1 TO TAN-OVER-SW
                   ELSE
                       ADD 1 TO TAN-COUNT
                       MOVE INREC TO TAN-ENTRY(TAN-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE TANFILE.
       LOAD-TAN-RTN-END.
           EXIT.

      *PICK UP THE CONDITIONAL MARGIN, IF A PARAMETER FILE EXISTS
       LOAD-COND-MARGIN-RTN.
           OPEN INPUT CONDFILE.
           IF WS-CND-FS NOT = '00'
               GO TO LOAD-COND-MARGIN-RTN-END
           END-IF.

           READ CONDFILE
               AT END CONTINUE
               NOT AT END MOVE CPRM-MARGIN TO COND-MARGIN
           END-READ.

           CLOSE CONDFILE.
       LOAD-COND-MARGIN-RTN-END.
           EXIT.

      *one appeal - only an approved entry touches TAN.TXT; pending
      *and rejected ones are listed, applied ones are not reprinted
       APPLY-ONE-RTN.
           MOVE APL-ENTRY(A-I) TO APL-REC.
           IF AP-STAT = 'D'
               GO TO APPLY-ONE-RTN-END
           END-IF.

           MOVE AP-NO TO P-APNO.
           MOVE AP-ENO TO P-ENO.
           MOVE SUBJ-NAME(AP-SUBJ) TO P-SUBJ.
           MOVE AP-OLD-SCORE TO P-OLD-SCORE.
           MOVE AP-NEW-SCORE TO P-NEW-SCORE.
           MOVE AP-REVIEWER TO P-REVIEWER.
           MOVE 0 TO P-OLD-AVE P-NEW-AVE.
           MOVE SPACES TO P-OLD-REM P-NEW-REM.

           IF AP-STAT = 'R'
               MOVE 'REJECTED' TO P-ACTION
               ADD 1 TO REJECTED-COUNT
               GO TO APPLY-ONE-PRINT
           END-IF.
           IF AP-STAT NOT = 'A'
               MOVE 'PENDING REVIEW' TO P-ACTION
               MOVE SPACES TO P-REVIEWER
               ADD 1 TO PENDING-COUNT
               GO TO APPLY-ONE-PRINT
           END-IF.

      *the latest record for the examinee number is the result that
      *stands - a retake leaves the earlier ones behind it
           MOVE 0 TO FOUND-I.
           PERFORM VARYING T-I FROM 1 BY 1 UNTIL T-I > TAN-COUNT
               IF TT-SENUM(T-I) = AP-ENO
                   MOVE T-I TO FOUND-I
               END-IF
           END-PERFORM.
           IF FOUND-I = 0
               MOVE 'HELD - NOT ON TAN.TXT' TO P-ACTION
               ADD 1 TO HELD-COUNT
               GO TO APPLY-ONE-PRINT
           END-IF.
           IF TT-SUB-SCORE(FOUND-I, AP-SUBJ) NOT = AP-OLD-SCORE
              OR AP-NEW-SCORE > TT-SUB-ITEMS(FOUND-I, AP-SUBJ)
               MOVE 'HELD - SCORE CHANGED' TO P-ACTION
               ADD 1 TO HELD-COUNT
               GO TO APPLY-ONE-PRINT
           END-IF.
           EVALUATE TT-SCNAME(FOUND-I)
               WHEN 'BSIT' MOVE 60 TO CUTOFF
               WHEN 'BSCS' MOVE 70 TO CUTOFF
               WHEN 'BSIS' MOVE 50 TO CUTOFF
               WHEN OTHER MOVE 0 TO CUTOFF
           END-EVALUATE.
           IF CUTOFF = 0
               MOVE 'HELD - NO COURSE CUTOFF' TO P-ACTION
               ADD 1 TO HELD-COUNT
               GO TO APPLY-ONE-PRINT
           END-IF.

           MOVE TT-SRAVERAGE(FOUND-I) TO OLD-AVE.
           MOVE TT-SREMARKS(FOUND-I) TO OLD-REM.
           MOVE AP-NEW-SCORE TO TT-SUB-SCORE(FOUND-I, AP-SUBJ).
           PERFORM REMARKS-RTN.
           MOVE RAVERAGE TO TT-SRAVERAGE(FOUND-I).
           MOVE REMARKSS TO TT-SREMARKS(FOUND-I).

           MOVE OLD-AVE TO P-OLD-AVE.
           MOVE OLD-REM TO P-OLD-REM.
           MOVE RAVERAGE TO P-NEW-AVE.
           MOVE REMARKSS TO P-NEW-REM.
           PERFORM LOG-CHANGE-RTN.

           MOVE 'D' TO AP-STAT.
           MOVE WS-RUN-DATE TO AP-APPLIED.
           MOVE APL-REC TO APL-ENTRY(A-I).
           ADD 1 TO APPLIED-COUNT.
           MOVE 'APPLIED' TO P-ACTION.

      *a changed result means a changed letter; a new pass also
      *changes the topnotcher ranking, as does any change to a
      *passer's average
           IF REMARKSS NOT = OLD-REM
               PERFORM QUEUE-REISSUE-RTN
               MOVE 'APPLIED - REISSUE' TO P-ACTION
           END-IF.
           IF REMARKSS = 'PASSED' AND OLD-REM NOT = 'PASSED'
               ADD 1 TO FLIP-COUNT
               IF OLD-REM = 'COND'
                   MOVE 'COND TO PASSED' TO P-ACTION
               ELSE
                   MOVE 'FAILED TO PASSED' TO P-ACTION
               END-IF
           END-IF.
           IF REMARKSS = 'PASSED' OR OLD-REM = 'PASSED'
               MOVE 1 TO TOP-RERUN-SW
           END-IF.

       APPLY-ONE-PRINT.
           WRITE OUTREC FROM DETALYE AFTER 1.
       APPLY-ONE-RTN-END.
           EXIT.

      *the general average weighted by each subject's items and the
      *remarks, exactly as FINPP derives them at result entry
       REMARKS-RTN.
           MOVE 0 TO TOT-SCORE.
           MOVE 0 TO TOT-ITEMS.
           PERFORM VARYING SUB-I FROM 1 BY 1 UNTIL SUB-I > 6
               ADD TT-SUB-SCORE(FOUND-I, SUB-I) TO TOT-SCORE
               ADD TT-SUB-ITEMS(FOUND-I, SUB-I) TO TOT-ITEMS
           END-PERFORM.
           COMPUTE RAVERAGE = (TOT-SCORE / TOT-ITEMS) * 100.

           COMPUTE COND-FLOOR = CUTOFF - COND-MARGIN.
           IF RAVERAGE IS GREATER THAN OR EQUAL CUTOFF
               MOVE 'PASSED' TO REMARKSS
           ELSE
               IF RAVERAGE IS GREATER THAN OR EQUAL COND-FLOOR
                   MOVE 'COND' TO REMARKSS
               ELSE
                   MOVE 'FAILED' TO REMARKSS
               END-IF
           END-IF.

      *before and after, with who filed, who approved and who ran it
       LOG-CHANGE-RTN.
           MOVE WS-RUN-DATE TO CL-DATE.
           ACCEPT CL-TIME FROM TIME.
           MOVE AP-NO TO CL-APNO.
           MOVE AP-ENO TO CL-ENO.
           MOVE AP-SUBJ TO CL-SUBJ.
           MOVE AP-OLD-SCORE TO CL-OLD-SCORE.
           MOVE AP-NEW-SCORE TO CL-NEW-SCORE.
           MOVE OLD-AVE TO CL-OLD-AVE.
           MOVE RAVERAGE TO CL-NEW-AVE.
           MOVE OLD-REM TO CL-OLD-REM.
           MOVE REMARKSS TO CL-NEW-REM.
           MOVE AP-OPER TO CL-FILER.
           MOVE AP-REVIEWER TO CL-APPROVER.
           MOVE OPERATOR-ID TO CL-RUN-OPER.
           OPEN EXTEND RCKLOGFILE.
           WRITE RCK-REC.
           CLOSE RCKLOGFILE.

       QUEUE-REISSUE-RTN.
           MOVE AP-ENO TO RS-ENO.
           MOVE WS-RUN-DATE TO RS-DATE.
           MOVE OLD-REM TO RS-OLD-REM.
           MOVE REMARKSS TO RS-NEW-REM.
           OPEN EXTEND RISFILE.
           WRITE RIS-REC.
           CLOSE RISFILE.
           ADD 1 TO REISSUE-COUNT.

      *write the corrected results back out in file order, and
      *recount them for the control post as they go
       SAVE-TAN-RTN.
           MOVE 0 TO WS-MY-COUNT WS-MY-HASH.
           OPEN OUTPUT TANFILE.
           PERFORM VARYING T-I FROM 1 BY 1 UNTIL T-I > TAN-COUNT
               MOVE TAN-ENTRY(T-I) TO INREC
               WRITE INREC
               ADD 1 TO WS-MY-COUNT
               ADD TT-SRAVERAGE(T-I) TO WS-MY-HASH
           END-PERFORM.
           CLOSE TANFILE.

       SAVE-APPEAL-RTN.
           OPEN OUTPUT APLFILE.
           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > APL-COUNT
               MOVE APL-ENTRY(A-I) TO APL-REC
               WRITE APL-REC
           END-PERFORM.
           CLOSE APLFILE.

      *fold this file's fresh totals into the shared control file -
      *load the table, replace or add our entry, rewrite the file
       POST-CONTROL-RTN.
           MOVE 0 TO CTT-N.
           OPEN INPUT CTTFILE.
           IF WS-CTT-FS = '00'
               MOVE 0 TO CTT-EOFSW
               PERFORM UNTIL CTT-EOFSW = 1 OR CTT-N = 20
                   READ CTTFILE
                       AT END MOVE 1 TO CTT-EOFSW
                   END-READ
                   IF CTT-EOFSW = 0
                       ADD 1 TO CTT-N
                       MOVE CTR-FILE TO CTT-FILE(CTT-N)
                       MOVE CTR-COUNT TO CTT-CNT(CTT-N)
                       MOVE CTR-HASH TO CTT-HASH(CTT-N)
                       MOVE CTR-DATE TO CTT-DATE(CTT-N)
                   END-IF
               END-PERFORM
               CLOSE CTTFILE
           END-IF.

           MOVE 0 TO CTT-FOUND-I.
           PERFORM VARYING CTT-I FROM 1 BY 1 UNTIL CTT-I > CTT-N
               IF CTT-FILE(CTT-I) = WS-MY-FILE
                   MOVE CTT-I TO CTT-FOUND-I
               END-IF
           END-PERFORM.
           IF CTT-FOUND-I = 0
               IF CTT-N = 20
                   GO TO POST-CONTROL-RTN-END
               END-IF
               ADD 1 TO CTT-N
               MOVE CTT-N TO CTT-FOUND-I
               MOVE WS-MY-FILE TO CTT-FILE(CTT-FOUND-I)
           END-IF.
           MOVE WS-MY-COUNT TO CTT-CNT(CTT-FOUND-I).
           MOVE WS-MY-HASH TO CTT-HASH(CTT-FOUND-I).
           MOVE WS-RUN-DATE TO CTT-DATE(CTT-FOUND-I).

           OPEN OUTPUT CTTFILE.
           PERFORM VARYING CTT-I FROM 1 BY 1 UNTIL CTT-I > CTT-N
               MOVE CTT-FILE(CTT-I) TO CTR-FILE
               MOVE CTT-CNT(CTT-I) TO CTR-COUNT
               MOVE CTT-HASH(CTT-I) TO CTR-HASH
               MOVE CTT-DATE(CTT-I) TO CTR-DATE
               WRITE CTT-REC
           END-PERFORM.
           CLOSE CTTFILE.
       POST-CONTROL-RTN-END.
           EXIT.

       FINISH-RTN.
           MOVE APPLIED-COUNT TO P-APPLIED.
           MOVE HELD-COUNT TO P-HELD.
           MOVE PENDING-COUNT TO P-PENDING.
           MOVE REJECTED-COUNT TO P-REJECTED.
           MOVE FLIP-COUNT TO P-FLIPS.
           WRITE OUTREC FROM BLANK-LINE AFTER 1.
           WRITE OUTREC FROM TOTAL-LINE AFTER 1.
           IF REISSUE-COUNT > 0
               MOVE 'NOTICES QUEUED FOR REISSUE - RUN FINPPNOT.'
                   TO P-NOTE
               WRITE OUTREC FROM NOTE-LINE AFTER 2
           END-IF.
           IF TOP-RERUN-SW = 1
               MOVE 'PASSERS CHANGED - RERUN FINPPTOP.'
                   TO P-NOTE
               WRITE OUTREC FROM NOTE-LINE AFTER 1
           END-IF.
           CLOSE OUTFILE.

           DISPLAY 'APPLIED: ' APPLIED-COUNT '  HELD: ' HELD-COUNT
               '  NOW PASSED: ' FLIP-COUNT.
           IF REISSUE-COUNT > 0
               DISPLAY 'NOTICES TO REISSUE: ' REISSUE-COUNT
                   ' - RUN FINPPNOT.'
           END-IF.
           IF TOP-RERUN-SW = 1
               DISPLAY 'RERUN FINPPTOP - THE PASSERS HAVE CHANGED.'
           END-IF.
           DISPLAY 'RE-CHECK POSTING COMPLETE.'.

      *sign-on - same console shape as NEWINQ; no master on hand
      *means the ID is taken unchecked at encoder level
       SIGN-ON-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           MOVE 0 TO OP-COUNT.
           OPEN INPUT OPERMASTFILE.
           IF WS-OPM-FS = '00'
               MOVE 0 TO OP-EOF-SW
               PERFORM VARYING OP-I FROM 1 BY 1
                       UNTIL OP-EOF-SW = 1 OR OP-I > 20
                   READ OPERMASTFILE
                       AT END MOVE 1 TO OP-EOF-SW
                   END-READ
                   IF OP-EOF-SW = 0
                       ADD 1 TO OP-COUNT
                       MOVE OPM-ID TO OP-ENTRY(OP-COUNT)
                       IF OPM-LEVEL IS NUMERIC AND OPM-LEVEL > 0
                           MOVE OPM-LEVEL TO OP-LVL(OP-COUNT)
                       ELSE
                           MOVE 1 TO OP-LVL(OP-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OPERMASTFILE
           END-IF.

       SIGN-ON-ASK.
           DISPLAY 'Operator ID: '.
           ACCEPT OPERATOR-ID.
           IF OPERATOR-ID = SPACES
               DISPLAY 'Required!'
               GO TO SIGN-ON-ASK
           END-IF.

           IF OP-COUNT > 0
               MOVE 0 TO OP-VALID-SW
               PERFORM VARYING OP-I FROM 1 BY 1
                       UNTIL OP-I > OP-COUNT OR OP-VALID-SW = 1
                   IF OP-ENTRY(OP-I) = OPERATOR-ID
                       MOVE 1 TO OP-VALID-SW
                       MOVE OP-LVL(OP-I) TO OPERATOR-LEVEL
                   END-IF
               END-PERFORM
               IF OP-VALID-SW = 0
                   DISPLAY 'Unknown operator!'
                   GO TO SIGN-ON-ASK
               END-IF
           END-IF.
       SIGN-ON-RTN-END.
           EXIT.

       NOTE-DENIAL-RTN.
           OPEN EXTEND SECLOGFILE.
           MOVE 'FINPPRCK' TO SC-PROGRAM.
           MOVE OPERATOR-ID TO SC-OPER.
           MOVE 'RE-CHECK APPLY' TO SC-ACTION.
           MOVE WS-RUN-DATE TO SC-DATE.
           ACCEPT SC-TIME FROM TIME.
           WRITE SEC-REC.
           CLOSE SECLOGFILE.
