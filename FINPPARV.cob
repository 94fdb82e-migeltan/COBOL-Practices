       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINPPARV.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. SUPERVISOR REVIEW OF THE PENDING RE-CHECKING APPEALS
      *ON APPEAL.TXT - SHOWS EACH APPEAL WITH THE SCORE ON FILE AND
      *RECORDS AN APPROVE, WITH THE RE-CHECKED SCORE, OR A REJECT
      *UNDER THE REVIEWER'S OPERATOR ID. A REVIEWER CANNOT DECIDE AN
      *APPEAL THEY KEYED THEMSELVES. FINPPRCK THEN APPLIES ONLY THE
      *APPROVED ENTRIES, THE SAME MAKER-CHECKER SPLIT AS ADCORREV
      *AND ADCOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLFILE ASSIGN TO "APPEAL.TXT"
               FILE STATUS IS WS-APL-FS.
      *operator master - reviewing is supervisor work
           SELECT OPERMASTFILE ASSIGN TO "OPERMAST.TXT"
               FILE STATUS IS WS-OPM-FS.
      *denied attempts at supervisor-only functions land here
           SELECT OPTIONAL SECLOGFILE ASSIGN TO "SECLOG.TXT".

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
      *P pending, A approved, R rejected, D applied by FINPPRCK
           05 AP-STAT PIC X.
           05 AP-NEW-SCORE PIC 9(3).
           05 AP-REVIEWER PIC X(8).
           05 AP-DECIDED PIC 9(8).
           05 AP-APPLIED PIC 9(8).

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

       WORKING-STORAGE SECTION.

       01 WS-APL-FS PIC XX VALUE SPACES.
       01 WS-OPM-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

      *the whole appeal file held for the rewrite, like ADCORREV
       01 APL-TABLE.
           05 APL-ENTRY OCCURS 300 TIMES PIC X(132).
       01 APL-COUNT PIC 9(3) VALUE 0.
       01 A-I PIC 9(3) VALUE 0.
       01 APL-OVER-SW PIC 9 VALUE 0.

       01 DECISION PIC X VALUE SPACES.
       01 WORK-SCORE PIC 9(3) VALUE 0.
       01 APPROVED-COUNT PIC 9(3) VALUE 0.
       01 REJECTED-COUNT PIC 9(3) VALUE 0.
       01 SKIPPED-COUNT PIC 9(3) VALUE 0.

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

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM SIGN-ON-RTN THRU SIGN-ON-RTN-END.
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

           PERFORM REVIEW-ONE-RTN THRU REVIEW-ONE-RTN-END
               VARYING A-I FROM 1 BY 1 UNTIL A-I > APL-COUNT.

           PERFORM SAVE-APPEAL-RTN.
           DISPLAY 'APPROVED: ' APPROVED-COUNT
               '  REJECTED: ' REJECTED-COUNT
               '  LEFT PENDING: ' SKIPPED-COUNT.
           DISPLAY 'APPEAL REVIEW COMPLETE.'.
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

      *one pending appeal before the reviewer - an approval carries
      *the re-checked score, which can go up or down; a re-check
      *that finds the same score is a rejection, since nothing would
      *change on TAN.TXT
       REVIEW-ONE-RTN.
           MOVE APL-ENTRY(A-I) TO APL-REC.
           IF AP-STAT NOT = 'P'
               GO TO REVIEW-ONE-RTN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'APPEAL ' AP-NO ': ' AP-ENO ' ' AP-NAME.
           DISPLAY '  SUBJECT ' SUBJ-NAME(AP-SUBJ) ' SCORE ON FILE '
               AP-OLD-SCORE ' OF ' AP-ITEMS.
           DISPLAY '  ISSUE: ' AP-ISSUE.
           DISPLAY '  FILED ' AP-FILED ' BY ' AP-OPER.
           IF AP-OPER = OPERATOR-ID
               DISPLAY '  KEYED BY YOU - LEFT FOR ANOTHER REVIEWER.'
               ADD 1 TO SKIPPED-COUNT
               GO TO REVIEW-ONE-RTN-END
           END-IF.

       REVIEW-ASK.
           DISPLAY 'Approve, Reject or Skip? (A/R/S): '.
           ACCEPT DECISION.
           EVALUATE DECISION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ASK-SCORE-RTN THRU ASK-SCORE-RTN-END
                   IF WORK-SCORE = AP-OLD-SCORE
                       DISPLAY 'Same as on file - reject it instead!'
                       GO TO REVIEW-ASK
                   END-IF
                   MOVE 'A' TO AP-STAT
                   MOVE WORK-SCORE TO AP-NEW-SCORE
                   MOVE OPERATOR-ID TO AP-REVIEWER
                   MOVE WS-RUN-DATE TO AP-DECIDED
                   ADD 1 TO APPROVED-COUNT
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO AP-STAT
                   MOVE OPERATOR-ID TO AP-REVIEWER
                   MOVE WS-RUN-DATE TO AP-DECIDED
                   ADD 1 TO REJECTED-COUNT
               WHEN 'S'
               WHEN 's'
                   ADD 1 TO SKIPPED-COUNT
               WHEN OTHER
                   DISPLAY 'A, R or S only!'
                   GO TO REVIEW-ASK
           END-EVALUATE.

           MOVE APL-REC TO APL-ENTRY(A-I).
       REVIEW-ONE-RTN-END.
           EXIT.

      *the re-checked score can never pass the subject's items
       ASK-SCORE-RTN.
           DISPLAY 'Re-checked score: '.
           ACCEPT WORK-SCORE.
           IF WORK-SCORE > AP-ITEMS
               DISPLAY 'Over the items!'
               GO TO ASK-SCORE-RTN
           END-IF.
       ASK-SCORE-RTN-END.
           EXIT.

       SAVE-APPEAL-RTN.
           OPEN OUTPUT APLFILE.
           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > APL-COUNT
               MOVE APL-ENTRY(A-I) TO APL-REC
               WRITE APL-REC
           END-PERFORM.
           CLOSE APLFILE.

      *sign-on - same console shape as NEWINQ; no master on hand
      *means nobody can prove supervisor level, so the answer is no
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

           MOVE 1 TO OPERATOR-LEVEL.
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
           MOVE 'FINPPARV' TO SC-PROGRAM.
           MOVE OPERATOR-ID TO SC-OPER.
           MOVE 'APPEAL REVIEW' TO SC-ACTION.
           MOVE WS-RUN-DATE TO SC-DATE.
           ACCEPT SC-TIME FROM TIME.
           WRITE SEC-REC.
           CLOSE SECLOGFILE.
