       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPAY.
      *AUTHOR MIGEL H. TAN
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *INSTALLATION. PUP SOUTH WING.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. ADVERTISER PAYMENT POSTING - EACH COLLECTION IS
      *POSTED AGAINST ONE ADVBILL INVOICE ON ARINV.TXT, WITH ITS
      *OFFICIAL RECEIPT NUMBER, AND LOGGED ON ARPAY.TXT. A PAYMENT
      *MAY BE PARTIAL BUT NEVER MORE THAN THE INVOICE STILL OWES.
      *ARAGE AGES WHAT IS LEFT OPEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVFILE ASSIGN TO "ARINV.TXT"
               FILE STATUS IS WS-INV-FS.
           SELECT OPTIONAL PAYFILE ASSIGN TO "ARPAY.TXT".
      *batch-window lock left by BATCHDRV - no maintenance while the
      *nightly chain is mid-flight
           SELECT LOCKFILE ASSIGN TO "BATCHLCK.TXT"
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

      *one open item per invoice - balance is amount less paid
       FD  INVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-REC.

       01  INV-REC.
           05 IV-NO PIC 9(6).
           05 IV-ADVERTISER PIC X(20).
           05 IV-AGENCY PIC X(20).
           05 IV-MONTH PIC 9(6).
           05 IV-DATE PIC 9(8).
           05 IV-DUE PIC 9(8).
           05 IV-SPOTS PIC 9(4).
           05 IV-GROSS PIC 9(9)V99.
           05 IV-DISC PIC 9(9)V99.
           05 IV-COMM PIC 9(9)V99.
           05 IV-CREDIT PIC 9(9)V99.
           05 IV-AMOUNT PIC 9(9)V99.
           05 IV-PAID PIC 9(9)V99.

       FD  PAYFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAY-REC.

       01  PAY-REC.
           05 PY-INV PIC 9(6).
           05 PY-ADVERTISER PIC X(20).
           05 PY-DATE PIC 9(8).
           05 PY-AMOUNT PIC 9(9)V99.
           05 PY-OR PIC X(10).
           05 PY-POSTED PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-INV-FS PIC XX VALUE SPACES.
       01 WS-LCK-FS PIC XX VALUE SPACES.
       01 LOCK-ANSWER PIC X VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

       01 INV-TABLE.
           05 INV-ENTRY OCCURS 2000 TIMES.
               10 IT-NO PIC 9(6).
               10 IT-ADVERTISER PIC X(20).
               10 IT-AGENCY PIC X(20).
               10 IT-MONTH PIC 9(6).
               10 IT-DATE PIC 9(8).
               10 IT-DUE PIC 9(8).
               10 IT-SPOTS PIC 9(4).
               10 IT-GROSS PIC 9(9)V99.
               10 IT-DISC PIC 9(9)V99.
               10 IT-COMM PIC 9(9)V99.
               10 IT-CREDIT PIC 9(9)V99.
               10 IT-AMOUNT PIC 9(9)V99.
               10 IT-PAID PIC 9(9)V99.
       01 INV-COUNT PIC 9(4) VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.
       01 I PIC 9(4) VALUE 0.
       01 FOUND-I PIC 9(4) VALUE 0.
       01 POSTED-COUNT PIC 9(3) VALUE 0.

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
       01 WORK-INV PIC 9(6) VALUE 0.
       01 WORK-ADVERTISER PIC X(20) VALUE SPACES.
       01 WORK-DATE PIC 9(8) VALUE 0.
       01 WORK-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WORK-OR PIC X(10) VALUE SPACES.
       01 WS-BALANCE PIC 9(9)V99 VALUE 0.
       01 WS-BALANCE-ED PIC ZZZ,ZZZ,ZZ9.99.

       01 LIST-LINE.
           05 LL-NO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE '  Due: '.
           05 LL-DUE PIC 9(8).
           05 FILLER PIC X(10) VALUE '  Amount: '.
           05 LL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE '  Balance: '.
           05 LL-BALANCE PIC ZZZ,ZZZ,ZZ9.99.

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
           IF INV-COUNT = 0
               DISPLAY 'NO ARINV.TXT ON HAND - RUN ADVBILL FIRST.'
               STOP RUN
           END-IF.

           OPEN EXTEND PAYFILE.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           CLOSE PAYFILE.

           IF POSTED-COUNT > 0
               PERFORM SAVE-RTN
               DISPLAY 'PAYMENTS POSTED: ' POSTED-COUNT
           ELSE
               DISPLAY 'NO PAYMENTS POSTED.'
           END-IF.
           STOP RUN.

      *refuse to run while BATCHDRV's window is open - a master file
      *changing under the posting chain is how balances go wrong
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
      *the save pass rewrites ARINV.TXT from the table
       LOAD-RTN.
           OPEN INPUT INVFILE.
           IF WS-INV-FS NOT = '00'
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ INVFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE INVFILE.

           IF PRE-COUNT > 2000
               DISPLAY 'ARINV.TXT EXCEEDS 2000 - RUN REFUSED.'
               STOP RUN
           END-IF.

           MOVE 0 TO EOFSW.
           OPEN INPUT INVFILE.
           PERFORM UNTIL EOFSW = 1
               READ INVFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO INV-COUNT
                   MOVE INV-REC TO INV-ENTRY(INV-COUNT)
               END-IF
           END-PERFORM.
           CLOSE INVFILE.
           DISPLAY 'INVOICES ON FILE: ' INV-COUNT.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Post a payment or List open invoices? (P/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'P'
               WHEN 'p'
                   PERFORM POST-RTN THRU POST-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'P or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Another action? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

       POST-RTN.
           DISPLAY 'Invoice No.: '.
           ACCEPT WORK-INV.

           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > INV-COUNT
               IF IT-NO(I) = WORK-INV
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.
           IF FOUND-I = 0
               DISPLAY 'No such invoice.'
               GO TO POST-RTN-END
           END-IF.

           COMPUTE WS-BALANCE = IT-AMOUNT(FOUND-I) - IT-PAID(FOUND-I).
           IF WS-BALANCE = 0
               DISPLAY 'Invoice is fully paid.'
               GO TO POST-RTN-END
           END-IF.
           MOVE WS-BALANCE TO WS-BALANCE-ED.
           DISPLAY IT-ADVERTISER(FOUND-I) ' owes ' WS-BALANCE-ED.

       POST-DATE.
           DISPLAY 'Payment Date (YYYYMMDD, 0 = today): '.
           ACCEPT WORK-DATE.
           IF WORK-DATE = 0
               MOVE WS-RUN-DATE TO WORK-DATE
           END-IF.
           IF WORK-DATE < IT-DATE(FOUND-I) OR WORK-DATE > WS-RUN-DATE
               DISPLAY 'Must fall between the invoice date and today!'
               GO TO POST-DATE
           END-IF.

       POST-AMOUNT.
           DISPLAY 'Amount Paid: '.
           ACCEPT WORK-AMOUNT.
           IF WORK-AMOUNT = 0
               DISPLAY 'Invalid!'
               GO TO POST-AMOUNT
           END-IF.
           IF WORK-AMOUNT > WS-BALANCE
               DISPLAY 'More than the balance - invalid!'
               GO TO POST-AMOUNT
           END-IF.

       POST-OR.
           DISPLAY 'Official Receipt No.: '.
           ACCEPT WORK-OR.
           IF WORK-OR = SPACES
               DISPLAY 'Required!'
               GO TO POST-OR
           END-IF.

           MOVE IT-NO(FOUND-I) TO PY-INV.
           MOVE IT-ADVERTISER(FOUND-I) TO PY-ADVERTISER.
           MOVE WORK-DATE TO PY-DATE.
           MOVE WORK-AMOUNT TO PY-AMOUNT.
           MOVE WORK-OR TO PY-OR.
           MOVE WS-RUN-DATE TO PY-POSTED.
           WRITE PAY-REC.

           ADD WORK-AMOUNT TO IT-PAID(FOUND-I).
           ADD 1 TO POSTED-COUNT.
           COMPUTE WS-BALANCE = IT-AMOUNT(FOUND-I) - IT-PAID(FOUND-I).
           MOVE WS-BALANCE TO WS-BALANCE-ED.
           DISPLAY 'Posted. Balance now ' WS-BALANCE-ED.
       POST-RTN-END.
           EXIT.

       LIST-RTN.
           DISPLAY 'Advertiser: '.
           ACCEPT WORK-ADVERTISER.
           INSPECT WORK-ADVERTISER CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > INV-COUNT
               IF IT-ADVERTISER(I) = WORK-ADVERTISER
                  AND IT-AMOUNT(I) > IT-PAID(I)
                   MOVE IT-NO(I) TO LL-NO
                   MOVE IT-DATE(I) TO LL-DATE
                   MOVE IT-DUE(I) TO LL-DUE
                   MOVE IT-AMOUNT(I) TO LL-AMOUNT
                   COMPUTE WS-BALANCE = IT-AMOUNT(I) - IT-PAID(I)
                   MOVE WS-BALANCE TO LL-BALANCE
                   DISPLAY LIST-LINE
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT INVFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > INV-COUNT
               MOVE INV-ENTRY(I) TO INV-REC
               WRITE INV-REC
           END-PERFORM.
           CLOSE INVFILE.
