       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMNT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. THE COMPLIANCE OFFICER'S CASE LIST - WORKS THE
      *AMLCASE.TXT CASES AMLSCAN OPENS. LISTS THE CASES STILL OPEN,
      *SHOWS ONE CASE WITH THE TRANSACTIONS BEHIND IT (AMLITEM.TXT),
      *AND RECORDS THE OFFICER'S DECISION: C CONFIRMED AS A COVERED
      *TRANSACTION, S CONFIRMED SUSPICIOUS, OR D DISMISSED, WITH THE
      *OFFICER'S NAME AND A NARRATIVE. C AND S CASES GO TO THE AMLC
      *ON THE NEXT AMLSUB RUN; A CASE ALREADY SUBMITTED CANNOT BE
      *DECIDED AGAIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASEFILE ASSIGN TO 'AMLCASE.TXT'.
           SELECT OPTIONAL ITEMFILE ASSIGN TO 'AMLITEM.TXT'.
      *batch-window lock left by BATCHDRV - AMLSCAN rewrites the
      *case file inside the window
           SELECT LOCKFILE ASSIGN TO 'BATCHLCK.TXT'
               FILE STATUS IS WS-LCK-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOCKFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOCK-REC.

       01  LOCK-REC.
           02 LCK-STATE PIC X(6).
           02 LCK-DATE PIC 9(8).
           02 LCK-TIME PIC 9(8).

       FD  CASEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CASE-REC.

       01  CASE-REC.
           02 AC-CASE-NO PIC 9(6).
           02 AC-PATTERN PIC X(6).
           02 AC-IDNUM PIC 9(5).
           02 AC-ANO PIC X(10).
           02 AC-FROM PIC 9(8).
           02 AC-TO PIC 9(8).
           02 AC-AMT PIC 9(11)V99.
           02 AC-ITEMS PIC 9(5).
           02 AC-OPENED PIC 9(8).
           02 AC-STATUS PIC X.
           02 AC-DECIDED PIC 9(8).
           02 AC-OFFICER PIC X(10).
           02 AC-NARR PIC X(60).
           02 AC-REPORTED PIC 9(8).

       FD  ITEMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.

       01  ITEM-REC.
           02 AI-CASE-NO PIC 9(6).
           02 AI-ANO PIC X(10).
           02 AI-TC PIC X.
           02 AI-TAMT PIC 9(7)V99.
           02 AI-CCY PIC X(3).
           02 AI-PHP PIC 9(11)V99.
           02 AI-TDATE PIC 9(8).
           02 AI-TREF PIC X(6).
           02 AI-BID-DATE PIC 9(8).
           02 AI-BID-SEQ PIC 9(3).

       WORKING-STORAGE SECTION.

       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  CASE-TABLE.
           05 CASE-ENTRY OCCURS 1000 TIMES.
               10 CT-CASE-NO PIC 9(6).
               10 CT-PATTERN PIC X(6).
               10 CT-IDNUM PIC 9(5).
               10 CT-ANO PIC X(10).
               10 CT-FROM PIC 9(8).
               10 CT-TO PIC 9(8).
               10 CT-AMT PIC 9(11)V99.
               10 CT-ITEMS PIC 9(5).
               10 CT-OPENED PIC 9(8).
               10 CT-STATUS PIC X.
               10 CT-DECIDED PIC 9(8).
               10 CT-OFFICER PIC X(10).
               10 CT-NARR PIC X(60).
               10 CT-REPORTED PIC 9(8).

       01  CASE-COUNT PIC 9(4) VALUE 0.
       01  OPEN-COUNT PIC 9(4) VALUE 0.
       01  I PIC 9(4) VALUE 0.
       01  FOUND-I PIC 9(4) VALUE 0.
       01  EOFSW PIC 9 VALUE 0.
       01  REFUSED-SW PIC 9 VALUE 0.
       01  CHANGED-SW PIC 9 VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.

       01  MAINT-ACTION PIC X VALUE SPACES.
       01  ANOTHER PIC X VALUE 'Y'.
       01  WORK-CASE-NO PIC 9(6) VALUE 0.
       01  WORK-STATUS PIC X VALUE SPACES.
       01  WORK-OFFICER PIC X(10) VALUE SPACES.
       01  WORK-NARR PIC X(60) VALUE SPACES.

       01  ED-AMT PIC ZZZ,ZZZ,ZZ9.99.
       01  ED-TAMT PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM CHECK-LOCK-RTN THRU CHECK-LOCK-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0 AND CHANGED-SW = 1
               PERFORM SAVE-RTN
               DISPLAY 'AML CASE FILE SAVED. ' CASE-COUNT ' CASES.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

       CHECK-LOCK-RTN.
           OPEN INPUT LOCKFILE.
           IF WS-LCK-FS NOT = '00'
               GO TO CHECK-LOCK-RTN-END
           END-IF.

           READ LOCKFILE
               AT END
                   CLOSE LOCKFILE
                   GO TO CHECK-LOCK-RTN-END
           END-READ.
           CLOSE LOCKFILE.

           IF LCK-STATE NOT = 'OPEN'
               GO TO CHECK-LOCK-RTN-END
           END-IF.

           DISPLAY 'BATCH WINDOW IS OPEN (SINCE ' LCK-DATE ').'.

       CHECK-LOCK-ASK.
           DISPLAY 'Supervisor override? (Y/N): '.
           ACCEPT LOCK-ANSWER.
           IF LOCK-ANSWER = 'N' OR LOCK-ANSWER = 'n'
               DISPLAY 'RUN REFUSED - WAIT FOR THE CHAIN TO CLOSE.'
               STOP RUN
           END-IF.
           IF LOCK-ANSWER NOT = 'Y' AND LOCK-ANSWER NOT = 'y'
               DISPLAY 'Y or N only!'
               GO TO CHECK-LOCK-ASK
           END-IF.
           DISPLAY 'OVERRIDE TAKEN - PROCEED WITH CARE.'.
       CHECK-LOCK-RTN-END.
           EXIT.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites AMLCASE.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT CASEFILE.
           READ CASEFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ CASEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE CASEFILE.

           IF PRE-COUNT > 1000
               DISPLAY 'AMLCASE.TXT EXCEEDS 1000 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO CASE-COUNT.
           MOVE 0 TO OPEN-COUNT.
           OPEN INPUT CASEFILE.

           READ CASEFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR CASE-COUNT = 1000
               ADD 1 TO CASE-COUNT
               MOVE CASE-REC TO CASE-ENTRY(CASE-COUNT)
               IF AC-STATUS = 'O'
                   ADD 1 TO OPEN-COUNT
               END-IF
               READ CASEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE CASEFILE.
           DISPLAY 'AML CASES LOADED: ' CASE-COUNT '  OPEN: '
               OPEN-COUNT.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'List open cases, Review a case or Decide a case?'
               ' (L/R/D): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN 'R'
               WHEN 'r'
                   PERFORM REVIEW-RTN THRU REVIEW-RTN-END
               WHEN 'D'
               WHEN 'd'
                   PERFORM DECIDE-RTN THRU DECIDE-RTN-END
               WHEN OTHER
                   DISPLAY 'L, R or D only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Work another case? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

       LIST-RTN.
           MOVE 0 TO OPEN-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CASE-COUNT
               IF CT-STATUS(I) = 'O'
                   ADD 1 TO OPEN-COUNT
                   MOVE CT-AMT(I) TO ED-AMT
                   DISPLAY CT-CASE-NO(I) ' ' CT-PATTERN(I) ' '
                       CT-IDNUM(I) ' ' CT-ANO(I) ' ' CT-FROM(I) '-'
                       CT-TO(I) ' ' ED-AMT ' OPENED ' CT-OPENED(I)
               END-IF
           END-PERFORM.
           DISPLAY 'CASES OPEN: ' OPEN-COUNT.

      *the case and every transaction AMLSCAN tied to it
       REVIEW-RTN.
           PERFORM ASK-CASE-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such case.'
               GO TO REVIEW-RTN-END
           END-IF.

           PERFORM SHOW-CASE-RTN.
           MOVE 0 TO EOFSW.
           OPEN INPUT ITEMFILE.
           READ ITEMFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               IF AI-CASE-NO = WORK-CASE-NO
                   MOVE AI-TAMT TO ED-TAMT
                   MOVE AI-PHP TO ED-AMT
                   DISPLAY '   ' AI-TDATE ' ' AI-ANO ' ' AI-TC ' '
                       AI-CCY ' ' ED-TAMT ' PHP ' ED-AMT ' REF '
                       AI-TREF ' BATCH ' AI-BID-DATE '-' AI-BID-SEQ
               END-IF
               READ ITEMFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE ITEMFILE.
       REVIEW-RTN-END.
           EXIT.

      *an open case, or one decided but not yet submitted, takes the
      *officer's decision
       DECIDE-RTN.
           PERFORM ASK-CASE-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such case.'
               GO TO DECIDE-RTN-END
           END-IF.
           IF CT-REPORTED(FOUND-I) > 0
               DISPLAY 'Case submitted to the AMLC on '
                   CT-REPORTED(FOUND-I) ' - cannot be changed.'
               GO TO DECIDE-RTN-END
           END-IF.

           PERFORM SHOW-CASE-RTN.
           PERFORM ASK-STATUS-RTN.
           PERFORM ASK-OFFICER-RTN.
           PERFORM ASK-NARR-RTN.
           MOVE WORK-STATUS TO CT-STATUS(FOUND-I).
           MOVE WS-RUN-DATE TO CT-DECIDED(FOUND-I).
           MOVE WORK-OFFICER TO CT-OFFICER(FOUND-I).
           MOVE WORK-NARR TO CT-NARR(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           IF WORK-STATUS = 'D'
               DISPLAY 'Case dismissed.'
           ELSE
               DISPLAY 'Case confirmed - goes on the next AMLC file.'
           END-IF.
       DECIDE-RTN-END.
           EXIT.

       SHOW-CASE-RTN.
           MOVE CT-AMT(FOUND-I) TO ED-AMT.
           DISPLAY 'Case ' CT-CASE-NO(FOUND-I) ' ' CT-PATTERN(FOUND-I)
               ' Customer ' CT-IDNUM(FOUND-I) ' ' CT-ANO(FOUND-I).
           DISPLAY '   ' CT-FROM(FOUND-I) '-' CT-TO(FOUND-I)
               ' PHP ' ED-AMT ' ITEMS ' CT-ITEMS(FOUND-I)
               ' STATUS ' CT-STATUS(FOUND-I).
           IF CT-STATUS(FOUND-I) NOT = 'O'
               DISPLAY '   DECIDED ' CT-DECIDED(FOUND-I) ' BY '
                   CT-OFFICER(FOUND-I)
               DISPLAY '   ' CT-NARR(FOUND-I)
           END-IF.

       ASK-CASE-RTN.
           DISPLAY 'Case No: '.
           ACCEPT WORK-CASE-NO.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CASE-COUNT
               IF CT-CASE-NO(I) = WORK-CASE-NO
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       ASK-STATUS-RTN.
           DISPLAY 'Decision (C covered, S suspicious, D dismiss): '.
           ACCEPT WORK-STATUS.
           IF WORK-STATUS = 'c'
               MOVE 'C' TO WORK-STATUS
           END-IF.
           IF WORK-STATUS = 's'
               MOVE 'S' TO WORK-STATUS
           END-IF.
           IF WORK-STATUS = 'd'
               MOVE 'D' TO WORK-STATUS
           END-IF.
           IF WORK-STATUS NOT = 'C' AND WORK-STATUS NOT = 'S'
              AND WORK-STATUS NOT = 'D'
               DISPLAY 'C, S or D only!'
               GO TO ASK-STATUS-RTN
           END-IF.

       ASK-OFFICER-RTN.
           DISPLAY 'Compliance Officer: '.
           ACCEPT WORK-OFFICER.
           IF WORK-OFFICER = SPACES
               DISPLAY 'Invalid!'
               GO TO ASK-OFFICER-RTN
           END-IF.

       ASK-NARR-RTN.
           DISPLAY 'Narrative (why): '.
           ACCEPT WORK-NARR.
           IF WORK-NARR = SPACES
               DISPLAY 'Invalid!'
               GO TO ASK-NARR-RTN
           END-IF.

       SAVE-RTN.
           OPEN OUTPUT CASEFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CASE-COUNT
               MOVE CASE-ENTRY(I) TO CASE-REC
               WRITE CASE-REC
           END-PERFORM.
           CLOSE CASEFILE.
