       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINPPAPL.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. FILING OF BOARD-SCORE RE-CHECKING APPEALS ON
      *APPEAL.TXT. AN EXAMINEE WHO DISPUTES ONE SUBJECT SCORE GETS
      *ONE APPEAL - EXAMINEE NUMBER, SUBJECT, THE ISSUE CLAIMED AND
      *THE FILING DATE, WITH THE SCORE ON TAN.TXT AT THE TIME OF
      *FILING KEPT BESIDE IT. A SUPERVISOR DECIDES EACH PENDING
      *APPEAL THROUGH FINPPARV, AND FINPPRCK APPLIES THE APPROVED
      *RE-CHECKS TO TAN.TXT WITH A BEFORE/AFTER LOG - TAN.TXT IS
      *NEVER EDITED BY HAND FOR A SCORE DISPUTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APLFILE ASSIGN TO "APPEAL.TXT".
           SELECT TANFILE ASSIGN TO "TAN.TXT"
               FILE STATUS IS WS-TAN-FS.
      *operator master - every appeal carries who keyed it
           SELECT OPERMASTFILE ASSIGN TO "OPERMAST.TXT"
               FILE STATUS IS WS-OPM-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  APLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS APL-REC.

       01  APL-REC.
           05 AP-NO PIC 9(5).
           05 AP-ENO PIC 9(11).
           05 AP-NAME PIC X(25).
      *subject number in FINPP's SUBJ-NAME order, 1 to 6
           05 AP-SUBJ PIC 9.
           05 AP-ISSUE PIC X(40).
           05 AP-FILED PIC 9(8).
           05 AP-OPER PIC X(8).
      *score and items on TAN.TXT when the appeal was filed
           05 AP-OLD-SCORE PIC 9(3).
           05 AP-ITEMS PIC 9(3).
      *P pending, A approved, R rejected, D applied by FINPPRCK
           05 AP-STAT PIC X.
           05 AP-NEW-SCORE PIC 9(3).
           05 AP-REVIEWER PIC X(8).
           05 AP-DECIDED PIC 9(8).
           05 AP-APPLIED PIC 9(8).

       FD  TANFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INREC.

       01  INREC.
           02 SENUM PIC 9(11).
           02 SENAM PIC X(25).
           02 SDOB PIC X(20).
           02 SUNINAME PIC X(5).
           02 SCNAME PIC X(5).
           02 SREMARKS PIC X(6).
           02 SRAVERAGE PIC 9(2)V99.
           02 SSUBJ OCCURS 6 TIMES.
               03 SSUB-SCORE PIC 9(3).
               03 SSUB-ITEMS PIC 9(3).

       FD  OPERMASTFILE.
       01  OPM-REC.
           05 OPM-ID PIC X(8).
           05 OPM-NAME PIC X(25).
      *1 ENCODER / 2 SUPERVISOR / 3 ADMIN - BLANK READS AS ENCODER
           05 OPM-LEVEL PIC 9.

       WORKING-STORAGE SECTION.

       01 WS-TAN-FS PIC XX VALUE SPACES.
       01 WS-OPM-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

      *the whole appeal file held for the rewrite, like ADCORREV
       01 APL-TABLE.
           05 APL-ENTRY OCCURS 300 TIMES PIC X(132).
       01 APL-COUNT PIC 9(3) VALUE 0.
       01 A-I PIC 9(3) VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 NEXT-APNO PIC 9(5) VALUE 0.
       01 FILED-COUNT PIC 9(3) VALUE 0.

      *the latest TAN.TXT record of the examinee - a retake leaves
      *more than one, and the latest is the result that stands
       01 HOLD-TAN PIC X(112).
       01 HOLD-TAN-X REDEFINES HOLD-TAN.
           05 HT-SENUM PIC 9(11).
           05 HT-SENAM PIC X(25).
           05 FILLER PIC X(40).
           05 HT-SSUBJ OCCURS 6 TIMES.
               10 HT-SUB-SCORE PIC 9(3).
               10 HT-SUB-ITEMS PIC 9(3).
       01 FOUND-SW PIC 9 VALUE 0.
       01 OPEN-SW PIC 9 VALUE 0.

       01 SUBJ-NAMES-INIT.
           05 FILLER PIC X(14) VALUE 'MATHEMATICS'.
           05 FILLER PIC X(14) VALUE 'PROGRAMMING'.
           05 FILLER PIC X(14) VALUE 'NETWORKING'.
           05 FILLER PIC X(14) VALUE 'DATABASE MGT'.
           05 FILLER PIC X(14) VALUE 'INFO ASSURANCE'.
           05 FILLER PIC X(14) VALUE 'SYSTEMS ANLYS'.
       01 SUBJ-NAME-TABLE REDEFINES SUBJ-NAMES-INIT.
           05 SUBJ-NAME OCCURS 6 TIMES PIC X(14).
       01 SUB-I PIC 9 VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-ENO PIC 9(11) VALUE 0.
       01 WORK-SUBJ PIC 9 VALUE 0.
       01 WORK-ISSUE PIC X(40) VALUE SPACES.
       01 STAT-SHOW PIC X(8) VALUE SPACES.

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
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'APPEALS SAVED. ' FILED-COUNT ' FILED THIS RUN.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites APPEAL.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT APLFILE.
           READ APLFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ APLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE APLFILE.

           IF PRE-COUNT > 300
               DISPLAY 'APPEAL.TXT EXCEEDS 300 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO APL-COUNT.
           OPEN INPUT APLFILE.
           READ APLFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR APL-COUNT = 300
               ADD 1 TO APL-COUNT
               MOVE APL-REC TO APL-ENTRY(APL-COUNT)
               IF AP-NO > NEXT-APNO
                   MOVE AP-NO TO NEXT-APNO
               END-IF
               READ APLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE APLFILE.
           DISPLAY 'APPEALS ON FILE: ' APL-COUNT.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'File an appeal or List? (F/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'F'
               WHEN 'f'
                   PERFORM FILE-RTN THRU FILE-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'F or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Another? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

      *one disputed subject - the examinee must have a result on
      *TAN.TXT and no undecided appeal already open on that subject
       FILE-RTN.
           IF APL-COUNT = 300
               DISPLAY 'APPEAL FILE FULL - NOTHING FILED.'
               GO TO FILE-RTN-END
           END-IF.

           DISPLAY 'Examinee Number: '.
           ACCEPT WORK-ENO.
           PERFORM FIND-TAN-RTN.
           IF FOUND-SW = 0
               DISPLAY 'No result on TAN.TXT for that examinee!'
               GO TO FILE-RTN-END
           END-IF.

           DISPLAY 'Examinee: ' HT-SENAM.
           PERFORM VARYING SUB-I FROM 1 BY 1 UNTIL SUB-I > 6
               DISPLAY '  ' SUB-I ' ' SUBJ-NAME(SUB-I) ' '
                   HT-SUB-SCORE(SUB-I) ' / ' HT-SUB-ITEMS(SUB-I)
           END-PERFORM.
           DISPLAY 'Subject disputed (1-6): '.
           ACCEPT WORK-SUBJ.
           IF WORK-SUBJ < 1 OR WORK-SUBJ > 6
               DISPLAY 'Invalid!'
               GO TO FILE-RTN-END
           END-IF.

           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > APL-COUNT
               MOVE APL-ENTRY(A-I) TO APL-REC
               IF AP-ENO = WORK-ENO AND AP-SUBJ = WORK-SUBJ
                  AND (AP-STAT = 'P' OR AP-STAT = 'A')
                   MOVE 1 TO OPEN-SW
               END-IF
           END-PERFORM.
           IF OPEN-SW = 1
               MOVE 0 TO OPEN-SW
               DISPLAY 'An appeal on that subject is still open!'
               GO TO FILE-RTN-END
           END-IF.

           DISPLAY 'Issue claimed: '.
           MOVE SPACES TO WORK-ISSUE.
           ACCEPT WORK-ISSUE.
           IF WORK-ISSUE = SPACES
               DISPLAY 'Issue is required - nothing filed.'
               GO TO FILE-RTN-END
           END-IF.

           ADD 1 TO NEXT-APNO.
           MOVE NEXT-APNO TO AP-NO.
           MOVE WORK-ENO TO AP-ENO.
           MOVE HT-SENAM TO AP-NAME.
           MOVE WORK-SUBJ TO AP-SUBJ.
           MOVE WORK-ISSUE TO AP-ISSUE.
           MOVE WS-RUN-DATE TO AP-FILED.
           MOVE OPERATOR-ID TO AP-OPER.
           MOVE HT-SUB-SCORE(WORK-SUBJ) TO AP-OLD-SCORE.
           MOVE HT-SUB-ITEMS(WORK-SUBJ) TO AP-ITEMS.
           MOVE 'P' TO AP-STAT.
           MOVE 0 TO AP-NEW-SCORE.
           MOVE SPACES TO AP-REVIEWER.
           MOVE 0 TO AP-DECIDED.
           MOVE 0 TO AP-APPLIED.
           ADD 1 TO APL-COUNT.
           MOVE APL-REC TO APL-ENTRY(APL-COUNT).
           ADD 1 TO FILED-COUNT.
           DISPLAY 'APPEAL ' AP-NO ' FILED - PENDING REVIEW.'.
       FILE-RTN-END.
           EXIT.

      *last TAN.TXT record for the examinee number wins
       FIND-TAN-RTN.
           MOVE 0 TO FOUND-SW.
           OPEN INPUT TANFILE.
           IF WS-TAN-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ TANFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0 AND SENUM = WORK-ENO
                       MOVE INREC TO HOLD-TAN
                       MOVE 1 TO FOUND-SW
                   END-IF
               END-PERFORM
               CLOSE TANFILE
           END-IF.

       LIST-RTN.
           DISPLAY ' '.
           DISPLAY 'APPL  EXAMINEE NO SUBJECT        OLD NEW STATUS'.
           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > APL-COUNT
               MOVE APL-ENTRY(A-I) TO APL-REC
               EVALUATE AP-STAT
                   WHEN 'P' MOVE 'PENDING' TO STAT-SHOW
                   WHEN 'A' MOVE 'APPROVED' TO STAT-SHOW
                   WHEN 'R' MOVE 'REJECTED' TO STAT-SHOW
                   WHEN 'D' MOVE 'APPLIED' TO STAT-SHOW
                   WHEN OTHER MOVE AP-STAT TO STAT-SHOW
               END-EVALUATE
               DISPLAY AP-NO ' ' AP-ENO ' ' SUBJ-NAME(AP-SUBJ) ' '
                   AP-OLD-SCORE ' ' AP-NEW-SCORE ' ' STAT-SHOW
               DISPLAY '      ' AP-NAME ' FILED ' AP-FILED
                   ' - ' AP-ISSUE
           END-PERFORM.
           DISPLAY 'APPEALS LISTED: ' APL-COUNT.

       SAVE-RTN.
           OPEN OUTPUT APLFILE.
           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > APL-COUNT
               MOVE APL-ENTRY(A-I) TO APL-REC
               WRITE APL-REC
           END-PERFORM.
           CLOSE APLFILE.

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
