       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERMNT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. TRANSFER-CREDIT EVALUATION FOR TRANSFEREES AND
      *SHIFTEES. THE REGISTRAR KEYS EACH SUBJECT BROUGHT FROM THE
      *SOURCE SCHOOL - SCHOOL, SOURCE SUBJECT AND TITLE, GRADE - WITH
      *THE EQUIVALENT SUBJMAST.TXT CODE ONTO XFERCRED.TXT AS PENDING.
      *A SUPERVISOR OTHER THAN THE ONE WHO KEYED IT APPROVES OR
      *REJECTS IT UNDER THEIR OWN OPERATOR ID, THE SAME MAKER-CHECKER
      *RULE AS ADCOR/ADCORREV. ADEVAL COUNTS AN APPROVED CREDIT AS
      *COMPLETED, OUT OF THE GWA. THE EVALUATION FORM FOR THE
      *STUDENT'S FOLDER PRINTS ON XFERFORM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CREDFILE ASSIGN TO "XFERCRED.TXT".
           SELECT SUBJMASTFILE ASSIGN TO "SUBJMAST.TXT"
               FILE STATUS IS WS-SBJ-FS.
           SELECT STUDMASTFILE ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS WS-STM-FS.
      *operator master - approving is supervisor work
           SELECT OPERMASTFILE ASSIGN TO "OPERMAST.TXT"
               FILE STATUS IS WS-OPM-FS.
      *denied attempts at supervisor-only functions land here
           SELECT OPTIONAL SECLOGFILE ASSIGN TO "SECLOG.TXT".
           SELECT FORMFILE ASSIGN TO "XFERFORM".

       DATA DIVISION.
       FILE SECTION.

      *XC-STAT P pending, A approved, R rejected
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

       FD  SUBJMASTFILE.
       01  SUBJ-MAST-REC.
           05 SJ-CODE PIC X(6).
           05 SJ-TITLE PIC X(20).
           05 SJ-UNITS PIC 9.

       FD  STUDMASTFILE.
       01  STUD-MAST-REC.
           05 SR-SNO PIC 9(5).
           05 SR-NAME PIC X(25).
           05 SR-PROGRAM PIC X(6).
           05 SR-YEAR PIC 9.
           05 SR-ADMIT PIC X(5).
           05 SR-STATUS PIC X.

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

       FD  FORMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS FORMREC.

       01  FORMREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-SBJ-FS PIC XX VALUE SPACES.
       01 WS-STM-FS PIC XX VALUE SPACES.
       01 WS-OPM-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.
       01 FORM-OPEN-SW PIC 9 VALUE 0.
       01 FORM-COUNT PIC 9(3) VALUE 0.

      *the whole credit file held for the rewrite
       01 CRED-TABLE.
           05 CRED-ENTRY OCCURS 500 TIMES.
               10 CT-SNO PIC 9(5).
               10 CT-SCHOOL PIC X(30).
               10 CT-SRC-SUBJ PIC X(10).
               10 CT-SRC-TITLE PIC X(20).
               10 CT-GRADE PIC X(5).
               10 CT-LOCAL PIC X(6).
               10 CT-STAT PIC X.
               10 CT-KEYER PIC X(8).
               10 CT-KEY-DATE PIC 9(8).
               10 CT-APPROVER PIC X(8).
               10 CT-APPR-DATE PIC 9(8).
       01 CRED-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.

       01 SBJ-TABLE.
           05 SBJ-ENTRY OCCURS 50 TIMES.
               10 SBJ-CODE PIC X(6).
               10 SBJ-TITLE PIC X(20).
               10 SBJ-UNITS PIC 9.
       01 SBJ-COUNT PIC 99 VALUE 0.
       01 SBJ-I PIC 99 VALUE 0.
       01 SBJ-FOUND-I PIC 99 VALUE 0.

       01 STM-TABLE.
           05 STM-ENTRY OCCURS 1000 TIMES.
               10 STM-SNO PIC 9(5).
               10 STM-NAME PIC X(25).
               10 STM-PROGRAM PIC X(6).
       01 STM-COUNT PIC 9(4) VALUE 0.
       01 STM-I PIC 9(4) VALUE 0.
       01 STM-FOUND-I PIC 9(4) VALUE 0.

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

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 DECISION PIC X VALUE SPACES.
       01 WORK-SNO PIC 9(5) VALUE 0.
       01 WORK-SCHOOL PIC X(30) VALUE SPACES.
       01 WORK-SRC-SUBJ PIC X(10) VALUE SPACES.
       01 WORK-SRC-TITLE PIC X(20) VALUE SPACES.
       01 WORK-GRADE PIC X(5) VALUE SPACES.
       01 WORK-LOCAL PIC X(6) VALUE SPACES.
       01 STATUS-OUT PIC X(8) VALUE SPACES.
       01 REVIEWED-COUNT PIC 9(3) VALUE 0.
       01 UNITS-TOTAL PIC 9(3) VALUE 0.
       01 PENDING-UNITS PIC 9(3) VALUE 0.

       01 FORM-HEAD.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(32) VALUE 'Transfer Credit Evaluation Form'.
           02 FILLER PIC X(14) VALUE SPACES.
           02 FH-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.

       01 FORM-STUD-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Student: '.
           02 FS-SNO PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FS-NAME PIC X(25).
           02 FILLER PIC X(10) VALUE '  Program '.
           02 FS-PROGRAM PIC X(6).
           02 FILLER PIC X(21) VALUE SPACES.

       01 FORM-SCHOOL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'School: '.
           02 FC-SCHOOL PIC X(30).
           02 FILLER PIC X(40) VALUE SPACES.

       01 FORM-SUBHEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(11) VALUE 'Taken as'.
           02 FILLER PIC X(21) VALUE 'Title'.
           02 FILLER PIC X(6) VALUE 'Grade'.
           02 FILLER PIC X(8) VALUE 'Credit'.
           02 FILLER PIC X(3) VALUE 'Un'.
           02 FILLER PIC X(9) VALUE 'Status'.
           02 FILLER PIC X(18) VALUE 'Approved by/on'.

       01 FORM-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FD-SRC-SUBJ PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 FD-SRC-TITLE PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 FD-GRADE PIC X(5).
           02 FILLER PIC X(1) VALUE SPACES.
           02 FD-LOCAL PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FD-UNITS PIC 9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FD-STATUS PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 FD-APPROVER PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 FD-APPR-DATE PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.

       01 APPR-DATE-X PIC X(8) VALUE SPACES.
       01 APPR-DATE-N REDEFINES APPR-DATE-X PIC 9(8).

       01 FORM-TOTAL-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(25) VALUE 'Units credited (approved)'.
           02 FILLER PIC X(2) VALUE ': '.
           02 FT-UNITS PIC ZZ9.
           02 FILLER PIC X(14) VALUE '   Pending: '.
           02 FT-PENDING PIC ZZ9.
           02 FILLER PIC X(29) VALUE SPACES.

       01 FORM-NOTE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FN-TEXT PIC X(76).

       01 FORM-SIGN-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(24) VALUE '______________________'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(24) VALUE '______________________'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(24) VALUE '______________________'.

       01 FORM-SIGN-NAMES.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(26) VALUE 'Evaluated by'.
           02 FILLER PIC X(26) VALUE 'Approved by'.
           02 FILLER PIC X(24) VALUE 'University Registrar'.

       01 BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM SIGN-ON-RTN THRU SIGN-ON-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF FORM-OPEN-SW = 1
               CLOSE FORMFILE
           END-IF.
           IF REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'CREDITS SAVED. ' CRED-COUNT ' ON FILE, '
                   FORM-COUNT ' FORM/S ON XFERFORM.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *sign-on - same console shape as ADCORREV; without the
      *operator master everyone is an encoder and nothing is approved
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
           MOVE 'XFERMNT' TO SC-PROGRAM.
           MOVE OPERATOR-ID TO SC-OPER.
           MOVE 'CREDIT APPROVAL' TO SC-ACTION.
           MOVE WS-RUN-DATE TO SC-DATE.
           ACCEPT SC-TIME FROM TIME.
           WRITE SEC-REC.
           CLOSE SECLOGFILE.

      *the credit file must fit whole before anything loads; the
      *catalog is needed to name the local equivalent, the registrar
      *master is checked when on hand
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT CREDFILE.
           READ CREDFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ CREDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE CREDFILE.

           IF PRE-COUNT > 500
               DISPLAY 'XFERCRED.TXT EXCEEDS 500 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO CRED-COUNT.
           OPEN INPUT CREDFILE.
           READ CREDFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR CRED-COUNT = 500
               ADD 1 TO CRED-COUNT
               MOVE XC-SNO TO CT-SNO(CRED-COUNT)
               MOVE XC-SCHOOL TO CT-SCHOOL(CRED-COUNT)
               MOVE XC-SRC-SUBJ TO CT-SRC-SUBJ(CRED-COUNT)
               MOVE XC-SRC-TITLE TO CT-SRC-TITLE(CRED-COUNT)
               MOVE XC-GRADE TO CT-GRADE(CRED-COUNT)
               MOVE XC-LOCAL TO CT-LOCAL(CRED-COUNT)
               MOVE XC-STAT TO CT-STAT(CRED-COUNT)
               MOVE XC-KEYER TO CT-KEYER(CRED-COUNT)
               MOVE XC-KEY-DATE TO CT-KEY-DATE(CRED-COUNT)
               MOVE XC-APPROVER TO CT-APPROVER(CRED-COUNT)
               MOVE XC-APPR-DATE TO CT-APPR-DATE(CRED-COUNT)
               READ CREDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE CREDFILE.

           MOVE 0 TO SBJ-COUNT.
           OPEN INPUT SUBJMASTFILE.
           IF WS-SBJ-FS NOT = '00'
               DISPLAY 'NO SUBJMAST.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR SBJ-COUNT = 50
               READ SUBJMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO SBJ-COUNT
                   MOVE SJ-CODE TO SBJ-CODE(SBJ-COUNT)
                   MOVE SJ-TITLE TO SBJ-TITLE(SBJ-COUNT)
                   MOVE SJ-UNITS TO SBJ-UNITS(SBJ-COUNT)
               END-IF
           END-PERFORM.
           CLOSE SUBJMASTFILE.

           MOVE 0 TO STM-COUNT.
           OPEN INPUT STUDMASTFILE.
           IF WS-STM-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR STM-COUNT = 1000
                   READ STUDMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO STM-COUNT
                       MOVE SR-SNO TO STM-SNO(STM-COUNT)
                       MOVE SR-NAME TO STM-NAME(STM-COUNT)
                       MOVE SR-PROGRAM TO STM-PROGRAM(STM-COUNT)
                   END-IF
               END-PERFORM
               CLOSE STUDMASTFILE
           END-IF.
           DISPLAY 'TRANSFER CREDITS LOADED: ' CRED-COUNT '.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Add, Review pending, List or Print form? '
               '(A/R/L/P): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-RTN THRU ADD-RTN-END
               WHEN 'R'
               WHEN 'r'
                   PERFORM REVIEW-RTN THRU REVIEW-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN 'P'
               WHEN 'p'
                   PERFORM FORM-RTN THRU FORM-RTN-END
               WHEN OTHER
                   DISPLAY 'A, R, L or P only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Maintain another? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

      *a new credit goes on as pending under the keying operator
       ADD-RTN.
           IF CRED-COUNT = 500
               DISPLAY 'CREDIT FILE FULL.'
               GO TO ADD-RTN-END
           END-IF.

           DISPLAY 'Student Number: '.
           ACCEPT WORK-SNO.
           PERFORM FIND-STUDENT-RTN.
           IF STM-COUNT > 0 AND STM-FOUND-I = 0
               DISPLAY 'Not on STUDMAST.TXT - refused.'
               GO TO ADD-RTN-END
           END-IF.

           DISPLAY 'Local Subject Code credited: '.
           ACCEPT WORK-LOCAL.
           INSPECT WORK-LOCAL CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM FIND-SUBJ-RTN.
           IF SBJ-FOUND-I = 0
               DISPLAY 'Not on SUBJMAST.TXT - refused.'
               GO TO ADD-RTN-END
           END-IF.

      *one live credit per local subject - a rejected one may be
      *keyed again on better papers
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CRED-COUNT
               IF CT-SNO(I) = WORK-SNO AND CT-LOCAL(I) = WORK-LOCAL
                  AND CT-STAT(I) NOT = 'R'
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.
           IF FOUND-I > 0
               DISPLAY 'Already credited or pending - refused.'
               GO TO ADD-RTN-END
           END-IF.

           DISPLAY 'Source School: '.
           ACCEPT WORK-SCHOOL.
           DISPLAY 'Source Subject Code: '.
           ACCEPT WORK-SRC-SUBJ.
           DISPLAY 'Source Subject Title: '.
           ACCEPT WORK-SRC-TITLE.
           DISPLAY 'Grade earned there: '.
           ACCEPT WORK-GRADE.
           IF WORK-SCHOOL = SPACES OR WORK-SRC-SUBJ = SPACES
              OR WORK-GRADE = SPACES
               DISPLAY 'School, subject and grade are required.'
               GO TO ADD-RTN-END
           END-IF.

           ADD 1 TO CRED-COUNT.
           MOVE WORK-SNO TO CT-SNO(CRED-COUNT).
           MOVE WORK-SCHOOL TO CT-SCHOOL(CRED-COUNT).
           MOVE WORK-SRC-SUBJ TO CT-SRC-SUBJ(CRED-COUNT).
           MOVE WORK-SRC-TITLE TO CT-SRC-TITLE(CRED-COUNT).
           MOVE WORK-GRADE TO CT-GRADE(CRED-COUNT).
           MOVE WORK-LOCAL TO CT-LOCAL(CRED-COUNT).
           MOVE 'P' TO CT-STAT(CRED-COUNT).
           MOVE OPERATOR-ID TO CT-KEYER(CRED-COUNT).
           MOVE WS-RUN-DATE TO CT-KEY-DATE(CRED-COUNT).
           MOVE SPACES TO CT-APPROVER(CRED-COUNT).
           MOVE 0 TO CT-APPR-DATE(CRED-COUNT).
           DISPLAY 'Added - pending approval.'.
       ADD-RTN-END.
           EXIT.

      *supervisor review of the pending credits, never one's own
       REVIEW-RTN.
           IF OPERATOR-LEVEL < 2
               DISPLAY 'SUPERVISOR LEVEL REQUIRED - REFUSED.'
               PERFORM NOTE-DENIAL-RTN
               GO TO REVIEW-RTN-END
           END-IF.
           MOVE 0 TO REVIEWED-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CRED-COUNT
               IF CT-STAT(I) = 'P'
                   PERFORM REVIEW-ONE-RTN THRU REVIEW-ONE-RTN-END
               END-IF
           END-PERFORM.
           DISPLAY 'CREDITS DECIDED: ' REVIEWED-COUNT.
       REVIEW-RTN-END.
           EXIT.

       REVIEW-ONE-RTN.
           DISPLAY ' '.
           DISPLAY 'PENDING: STUDENT ' CT-SNO(I) ' CREDIT '
               CT-LOCAL(I).
           DISPLAY '  FROM ' CT-SCHOOL(I).
           DISPLAY '  TAKEN AS ' CT-SRC-SUBJ(I) ' ' CT-SRC-TITLE(I)
               ' GRADE ' CT-GRADE(I).
           DISPLAY '  KEYED BY ' CT-KEYER(I) ' ON ' CT-KEY-DATE(I).
           IF CT-KEYER(I) = OPERATOR-ID
               DISPLAY '  KEYED BY YOU - LEFT FOR ANOTHER SUPERVISOR.'
               GO TO REVIEW-ONE-RTN-END
           END-IF.

       REVIEW-ASK.
           DISPLAY 'Approve, Reject or Skip? (A/R/S): '.
           ACCEPT DECISION.
           EVALUATE DECISION
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO CT-STAT(I)
                   MOVE OPERATOR-ID TO CT-APPROVER(I)
                   MOVE WS-RUN-DATE TO CT-APPR-DATE(I)
                   ADD 1 TO REVIEWED-COUNT
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO CT-STAT(I)
                   MOVE OPERATOR-ID TO CT-APPROVER(I)
                   MOVE WS-RUN-DATE TO CT-APPR-DATE(I)
                   ADD 1 TO REVIEWED-COUNT
               WHEN 'S'
               WHEN 's'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'A, R or S only!'
                   GO TO REVIEW-ASK
           END-EVALUATE.
       REVIEW-ONE-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CRED-COUNT
               PERFORM SET-STATUS-RTN
               DISPLAY CT-SNO(I) ' ' CT-LOCAL(I) ' <- '
                   CT-SRC-SUBJ(I) ' ' CT-GRADE(I) ' ' STATUS-OUT
                   ' ' CT-SCHOOL(I)
           END-PERFORM.

       SET-STATUS-RTN.
           EVALUATE CT-STAT(I)
               WHEN 'A'
                   MOVE 'APPROVED' TO STATUS-OUT
               WHEN 'R'
                   MOVE 'REJECTED' TO STATUS-OUT
               WHEN OTHER
                   MOVE 'PENDING' TO STATUS-OUT
           END-EVALUATE.

      *the evaluation form for the student's folder - every credit
      *keyed for the student, grouped under the source school
       FORM-RTN.
           DISPLAY 'Student Number for the form: '.
           ACCEPT WORK-SNO.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CRED-COUNT
               IF CT-SNO(I) = WORK-SNO
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.
           IF FOUND-I = 0
               DISPLAY 'No credits keyed for the student.'
               GO TO FORM-RTN-END
           END-IF.

           IF FORM-OPEN-SW = 0
               OPEN OUTPUT FORMFILE
               MOVE 1 TO FORM-OPEN-SW
           END-IF.
           PERFORM FIND-STUDENT-RTN.
           MOVE WS-RUN-DATE TO FH-DATE.
           WRITE FORMREC FROM FORM-HEAD AFTER PAGE.
           MOVE WORK-SNO TO FS-SNO.
           IF STM-FOUND-I > 0
               MOVE STM-NAME(STM-FOUND-I) TO FS-NAME
               MOVE STM-PROGRAM(STM-FOUND-I) TO FS-PROGRAM
           ELSE
               MOVE SPACES TO FS-NAME FS-PROGRAM
           END-IF.
           WRITE FORMREC FROM FORM-STUD-LINE AFTER 2.

           MOVE 0 TO UNITS-TOTAL PENDING-UNITS.
           MOVE SPACES TO WORK-SCHOOL.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CRED-COUNT
               IF CT-SNO(I) = WORK-SNO
                   PERFORM FORM-LINE-RTN
               END-IF
           END-PERFORM.

           MOVE UNITS-TOTAL TO FT-UNITS.
           MOVE PENDING-UNITS TO FT-PENDING.
           WRITE FORMREC FROM FORM-TOTAL-LINE AFTER 2.
           MOVE 'Credited subjects count toward the curriculum but not'
               TO FN-TEXT.
           WRITE FORMREC FROM FORM-NOTE-LINE AFTER 2.
           MOVE 'toward the general weighted average or Latin honors.'
               TO FN-TEXT.
           WRITE FORMREC FROM FORM-NOTE-LINE AFTER 1.
           WRITE FORMREC FROM FORM-SIGN-LINE AFTER 4.
           WRITE FORMREC FROM FORM-SIGN-NAMES AFTER 1.
           ADD 1 TO FORM-COUNT.
           DISPLAY 'Form printed.'.
       FORM-RTN-END.
           EXIT.

       FORM-LINE-RTN.
           IF CT-SCHOOL(I) NOT = WORK-SCHOOL
               MOVE CT-SCHOOL(I) TO WORK-SCHOOL
               MOVE CT-SCHOOL(I) TO FC-SCHOOL
               WRITE FORMREC FROM FORM-SCHOOL-LINE AFTER 2
               WRITE FORMREC FROM FORM-SUBHEAD AFTER 1
           END-IF.
           MOVE CT-LOCAL(I) TO WORK-LOCAL.
           PERFORM FIND-SUBJ-RTN.
           MOVE CT-SRC-SUBJ(I) TO FD-SRC-SUBJ.
           MOVE CT-SRC-TITLE(I) TO FD-SRC-TITLE.
           MOVE CT-GRADE(I) TO FD-GRADE.
           MOVE CT-LOCAL(I) TO FD-LOCAL.
           IF SBJ-FOUND-I > 0
               MOVE SBJ-UNITS(SBJ-FOUND-I) TO FD-UNITS
           ELSE
               MOVE 0 TO FD-UNITS
           END-IF.
           PERFORM SET-STATUS-RTN.
           MOVE STATUS-OUT TO FD-STATUS.
           MOVE CT-APPROVER(I) TO FD-APPROVER.
           IF CT-APPR-DATE(I) = 0
               MOVE SPACES TO FD-APPR-DATE
           ELSE
               MOVE CT-APPR-DATE(I) TO APPR-DATE-N
               MOVE APPR-DATE-X TO FD-APPR-DATE
           END-IF.
           WRITE FORMREC FROM FORM-DETAIL AFTER 1.
           IF CT-STAT(I) = 'A'
               ADD FD-UNITS TO UNITS-TOTAL
           END-IF.
           IF CT-STAT(I) = 'P'
               ADD FD-UNITS TO PENDING-UNITS
           END-IF.

       FIND-STUDENT-RTN.
           MOVE 0 TO STM-FOUND-I.
           PERFORM VARYING STM-I FROM 1 BY 1 UNTIL STM-I > STM-COUNT
               IF STM-SNO(STM-I) = WORK-SNO
                   MOVE STM-I TO STM-FOUND-I
               END-IF
           END-PERFORM.

       FIND-SUBJ-RTN.
           MOVE 0 TO SBJ-FOUND-I.
           PERFORM VARYING SBJ-I FROM 1 BY 1 UNTIL SBJ-I > SBJ-COUNT
               IF SBJ-CODE(SBJ-I) = WORK-LOCAL
                   MOVE SBJ-I TO SBJ-FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT CREDFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CRED-COUNT
               MOVE CT-SNO(I) TO XC-SNO
               MOVE CT-SCHOOL(I) TO XC-SCHOOL
               MOVE CT-SRC-SUBJ(I) TO XC-SRC-SUBJ
               MOVE CT-SRC-TITLE(I) TO XC-SRC-TITLE
               MOVE CT-GRADE(I) TO XC-GRADE
               MOVE CT-LOCAL(I) TO XC-LOCAL
               MOVE CT-STAT(I) TO XC-STAT
               MOVE CT-KEYER(I) TO XC-KEYER
               MOVE CT-KEY-DATE(I) TO XC-KEY-DATE
               MOVE CT-APPROVER(I) TO XC-APPROVER
               MOVE CT-APPR-DATE(I) TO XC-APPR-DATE
               WRITE CRED-REC
           END-PERFORM.
           CLOSE CREDFILE.
