       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCMNT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. MAINTAINS THE KYCREV.TXT KYC REVIEW FILE - ONE RECORD
      *PER Customer.dat IDNUM, KEPT IN IDNUM ORDER, CARRYING THE
      *CUSTOMER'S RISK RATING (L LOW, N NORMAL, H HIGH), THE DATE OF
      *THE LAST KYC REVIEW, WHO DID IT, AND THE DATE THE NEXT REVIEW
      *FALLS DUE - 3 YEARS AFTER THE LAST FOR LOW RISK, 2 FOR NORMAL,
      *1 FOR HIGH. A REVIEW RECORDED HERE MOVES THE DUE DATE ON;
      *A CHANGED RATING RE-DATES IT FROM THE LAST REVIEW. KYCRPT
      *LISTS WHAT IS DUE AND OVERDUE; SW2 AND HW1 RESTRICT THE
      *ACCOUNTS OF A CUSTOMER OVERDUE PAST THE KYCPRM.TXT GRACE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KYCFILE ASSIGN TO 'KYCREV.TXT'.
           SELECT CUSTFILE ASSIGN TO "Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CUST-FS.
      *batch-window lock left by BATCHDRV - no maintenance while the
      *nightly chain is mid-flight
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

       FD  KYCFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS KYC-REC.

       01  KYC-REC.
           02 KY-IDNUM PIC 9(5).
           02 KY-RISK PIC X.
           02 KY-LAST-REVIEW PIC 9(8).
           02 KY-DUE PIC 9(8).
           02 KY-REVIEWER PIC X(10).

       FD  CUSTFILE.
       01  CustomerData.
           02 IDNum PIC 9(5).
           02 CustName.
               03 FirstName PIC X(15).
               03 LastName PIC X(15).
           02 HomeAddress PIC X(30).
           02 ContactNo PIC X(11).
           02 Birthdate PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.
       01  WS-CUST-FS PIC XX VALUE SPACES.
       01  CUST-EOFSW PIC 9 VALUE 0.
       01  CUST-FOUND-SW PIC 9 VALUE 0.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  KYC-TABLE.
           05 KYC-ENTRY OCCURS 500 TIMES.
               10 KT-IDNUM PIC 9(5).
               10 KT-RISK PIC X.
               10 KT-LAST-REVIEW PIC 9(8).
               10 KT-DUE PIC 9(8).
               10 KT-REVIEWER PIC X(10).

       01  KYC-COUNT PIC 9(3) VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  J PIC 9(3) VALUE 0.
       01  FOUND-I PIC 9(3) VALUE 0.
       01  EOFSW PIC 9 VALUE 0.
       01  REFUSED-SW PIC 9 VALUE 0.
       01  CHANGED-SW PIC 9 VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.

       01  MAINT-ACTION PIC X VALUE SPACES.
       01  ANOTHER PIC X VALUE 'Y'.
       01  WORK-IDNUM PIC 9(5) VALUE 0.
       01  WORK-RISK PIC X VALUE SPACES.
       01  WORK-REVIEWER PIC X(10) VALUE SPACES.

      *a review date and the due date it sets - the cycle in years
      *per rating; a 29 February review falls due on the 28th
       01  WORK-DATE PIC 9(8) VALUE 0.
       01  WORK-DATE-X REDEFINES WORK-DATE.
           05 WORK-YYYY PIC 9(4).
           05 WORK-MM PIC 99.
           05 WORK-DD PIC 99.
       01  WORK-DUE PIC 9(8) VALUE 0.
       01  WORK-DUE-X REDEFINES WORK-DUE.
           05 WORK-DUE-YYYY PIC 9(4).
           05 WORK-DUE-MMDD PIC 9(4).
       01  CYCLE-YEARS PIC 9 VALUE 0.

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
               DISPLAY 'KYC REVIEW FILE SAVED. ' KYC-COUNT
                   ' CUSTOMERS.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *refuse to run while BATCHDRV's window is open - SW2 and HW1
      *read the review dates to restrict accounts tonight
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
      *the save pass rewrites KYCREV.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT KYCFILE.
           READ KYCFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ KYCFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE KYCFILE.

           IF PRE-COUNT > 500
               DISPLAY 'KYCREV.TXT EXCEEDS 500 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO KYC-COUNT.
           OPEN INPUT KYCFILE.

           READ KYCFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR KYC-COUNT = 500
               ADD 1 TO KYC-COUNT
               MOVE KY-IDNUM TO KT-IDNUM(KYC-COUNT)
               MOVE KY-RISK TO KT-RISK(KYC-COUNT)
               MOVE KY-LAST-REVIEW TO KT-LAST-REVIEW(KYC-COUNT)
               MOVE KY-DUE TO KT-DUE(KYC-COUNT)
               MOVE KY-REVIEWER TO KT-REVIEWER(KYC-COUNT)
               READ KYCFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE KYCFILE.
           DISPLAY 'KYC REVIEWS LOADED: ' KYC-COUNT ' CUSTOMERS.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Add, Change rating, record reView or List?'
               ' (A/C/V/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-RTN THRU ADD-RTN-END
               WHEN 'C'
               WHEN 'c'
                   PERFORM CHANGE-RTN THRU CHANGE-RTN-END
               WHEN 'V'
               WHEN 'v'
                   PERFORM REVIEW-RTN THRU REVIEW-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'A, C, V or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Maintain another customer? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

      *a customer is rated once, from the review done at onboarding
      *or the last one on paper, slotted in IDNUM order
       ADD-RTN.
           IF KYC-COUNT = 500
               DISPLAY 'KYC TABLE FULL.'
               GO TO ADD-RTN-END
           END-IF.

           DISPLAY 'Customer ID: '.
           ACCEPT WORK-IDNUM.
           PERFORM FIND-KYC-RTN.
           IF FOUND-I > 0
               DISPLAY 'Already rated: ' KT-RISK(FOUND-I)
                   ' DUE ' KT-DUE(FOUND-I)
               GO TO ADD-RTN-END
           END-IF.
           PERFORM CHECK-CUSTOMER-RTN THRU CHECK-CUSTOMER-DONE.
           IF CUST-FOUND-SW = 0
               DISPLAY 'No such customer on Customer.dat.'
               GO TO ADD-RTN-END
           END-IF.

           PERFORM ASK-RISK-RTN.
           PERFORM ASK-DATE-RTN.
           PERFORM ASK-REVIEWER-RTN.
           PERFORM SET-DUE-RTN.

           MOVE KYC-COUNT TO I.
           ADD 1 TO KYC-COUNT.
           MOVE KYC-COUNT TO J.
           PERFORM UNTIL I = 0
               IF KT-IDNUM(I) < WORK-IDNUM
                   MOVE 0 TO I
               ELSE
                   MOVE KYC-ENTRY(I) TO KYC-ENTRY(J)
                   SUBTRACT 1 FROM I
                   SUBTRACT 1 FROM J
               END-IF
           END-PERFORM.
           MOVE WORK-IDNUM TO KT-IDNUM(J).
           MOVE WORK-RISK TO KT-RISK(J).
           MOVE WORK-DATE TO KT-LAST-REVIEW(J).
           MOVE WORK-DUE TO KT-DUE(J).
           MOVE WORK-REVIEWER TO KT-REVIEWER(J).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Customer rated. Next review due ' WORK-DUE.
       ADD-RTN-END.
           EXIT.

      *a re-rating runs the new cycle from the last review held
       CHANGE-RTN.
           DISPLAY 'Customer ID: '.
           ACCEPT WORK-IDNUM.
           PERFORM FIND-KYC-RTN.
           IF FOUND-I = 0
               DISPLAY 'Customer not rated yet.'
               GO TO CHANGE-RTN-END
           END-IF.

           DISPLAY 'Now: ' KT-RISK(FOUND-I) ' REVIEWED '
               KT-LAST-REVIEW(FOUND-I) ' DUE ' KT-DUE(FOUND-I).
           PERFORM ASK-RISK-RTN.
           MOVE KT-LAST-REVIEW(FOUND-I) TO WORK-DATE.
           PERFORM SET-DUE-RTN.
           MOVE WORK-RISK TO KT-RISK(FOUND-I).
           MOVE WORK-DUE TO KT-DUE(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Rating changed. Next review due ' WORK-DUE.
       CHANGE-RTN-END.
           EXIT.

      *a completed review - the rating may be confirmed or changed
      *in the same sitting
       REVIEW-RTN.
           DISPLAY 'Customer ID: '.
           ACCEPT WORK-IDNUM.
           PERFORM FIND-KYC-RTN.
           IF FOUND-I = 0
               DISPLAY 'Customer not rated yet.'
               GO TO REVIEW-RTN-END
           END-IF.

           DISPLAY 'Now: ' KT-RISK(FOUND-I) ' REVIEWED '
               KT-LAST-REVIEW(FOUND-I) ' DUE ' KT-DUE(FOUND-I).
           PERFORM ASK-DATE-RTN.
           IF WORK-DATE < KT-LAST-REVIEW(FOUND-I)
               DISPLAY 'Earlier than the review on file - not taken.'
               GO TO REVIEW-RTN-END
           END-IF.
           PERFORM ASK-REVIEWER-RTN.
           PERFORM ASK-RISK-RTN.
           PERFORM SET-DUE-RTN.
           MOVE WORK-RISK TO KT-RISK(FOUND-I).
           MOVE WORK-DATE TO KT-LAST-REVIEW(FOUND-I).
           MOVE WORK-DUE TO KT-DUE(FOUND-I).
           MOVE WORK-REVIEWER TO KT-REVIEWER(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Review recorded. Next review due ' WORK-DUE.
       REVIEW-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > KYC-COUNT
               IF KT-DUE(I) < WS-RUN-DATE
                   DISPLAY KT-IDNUM(I) ' ' KT-RISK(I) ' '
                       KT-LAST-REVIEW(I) ' ' KT-REVIEWER(I) ' DUE '
                       KT-DUE(I) ' OVERDUE'
               ELSE
                   DISPLAY KT-IDNUM(I) ' ' KT-RISK(I) ' '
                       KT-LAST-REVIEW(I) ' ' KT-REVIEWER(I) ' DUE '
                       KT-DUE(I)
               END-IF
           END-PERFORM.
           DISPLAY 'CUSTOMERS RATED: ' KYC-COUNT.

       ASK-RISK-RTN.
           DISPLAY 'Risk Rating (L low, N normal, H high): '.
           ACCEPT WORK-RISK.
           IF WORK-RISK = 'l'
               MOVE 'L' TO WORK-RISK
           END-IF.
           IF WORK-RISK = 'n'
               MOVE 'N' TO WORK-RISK
           END-IF.
           IF WORK-RISK = 'h'
               MOVE 'H' TO WORK-RISK
           END-IF.
           IF WORK-RISK NOT = 'L' AND WORK-RISK NOT = 'N'
              AND WORK-RISK NOT = 'H'
               DISPLAY 'L, N or H only!'
               GO TO ASK-RISK-RTN
           END-IF.

      *0 takes today; a review cannot be dated ahead of today
       ASK-DATE-RTN.
           DISPLAY 'Date Reviewed (YYYYMMDD, 0 = today): '.
           ACCEPT WORK-DATE.
           IF WORK-DATE = 0
               MOVE WS-RUN-DATE TO WORK-DATE
           END-IF.
           IF WORK-DATE > WS-RUN-DATE
              OR WORK-MM < 1 OR WORK-MM > 12
              OR WORK-DD < 1 OR WORK-DD > 31
               DISPLAY 'Invalid!'
               GO TO ASK-DATE-RTN
           END-IF.

       ASK-REVIEWER-RTN.
           DISPLAY 'Reviewed By: '.
           ACCEPT WORK-REVIEWER.
           IF WORK-REVIEWER = SPACES
               DISPLAY 'Invalid!'
               GO TO ASK-REVIEWER-RTN
           END-IF.

       SET-DUE-RTN.
           IF WORK-RISK = 'L'
               MOVE 3 TO CYCLE-YEARS
           END-IF.
           IF WORK-RISK = 'N'
               MOVE 2 TO CYCLE-YEARS
           END-IF.
           IF WORK-RISK = 'H'
               MOVE 1 TO CYCLE-YEARS
           END-IF.
           MOVE WORK-DATE TO WORK-DUE.
           ADD CYCLE-YEARS TO WORK-DUE-YYYY.
           IF WORK-DUE-MMDD = 0229
               MOVE 0228 TO WORK-DUE-MMDD
           END-IF.

       FIND-KYC-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > KYC-COUNT
               IF KT-IDNUM(I) = WORK-IDNUM
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

      *the rating must name a real customer
       CHECK-CUSTOMER-RTN.
           MOVE 0 TO CUST-FOUND-SW.
           MOVE 0 TO CUST-EOFSW.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-FS NOT = '00'
               GO TO CHECK-CUSTOMER-DONE
           END-IF.

           READ CUSTFILE
               AT END MOVE 1 TO CUST-EOFSW
           END-READ.

           PERFORM UNTIL CUST-EOFSW = 1
               IF IDNum = WORK-IDNUM
                   MOVE 1 TO CUST-FOUND-SW
               END-IF
               READ CUSTFILE
                   AT END MOVE 1 TO CUST-EOFSW
               END-READ
           END-PERFORM.

           CLOSE CUSTFILE.
       CHECK-CUSTOMER-DONE.
           EXIT.

       SAVE-RTN.
           OPEN OUTPUT KYCFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > KYC-COUNT
               MOVE KT-IDNUM(I) TO KY-IDNUM
               MOVE KT-RISK(I) TO KY-RISK
               MOVE KT-LAST-REVIEW(I) TO KY-LAST-REVIEW
               MOVE KT-DUE(I) TO KY-DUE
               MOVE KT-REVIEWER(I) TO KY-REVIEWER
               WRITE KYC-REC
           END-PERFORM.
           CLOSE KYCFILE.
