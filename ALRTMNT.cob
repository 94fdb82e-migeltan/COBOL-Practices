       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTMNT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. MAINTAINS THE ALRTOPT.TXT SMS ALERT SUBSCRIPTIONS -
      *ONE RECORD PER Customer.dat IDNUM, KEPT IN IDNUM ORDER, WITH
      *THE OPT-IN FLAG (Y IN, N OUT), THE CUSTOMER'S OWN MINIMUM
      *AMOUNT AND THE DATE LAST CHANGED. AN OPTED-IN CUSTOMER GETS A
      *TEXT TO THE Customer.dat CONTACT NUMBER WHEN SW2 OR HW1 POSTS
      *A WITHDRAWAL, CHEQUE OR TRANSFER OUT AT OR ABOVE THE MINIMUM
      *ON ANY ACCOUNT CUSTXREF.TXT LINKS TO THEM. A CUSTOMER WITH NO
      *CONTACT NUMBER CANNOT BE OPTED IN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALRTOPTFILE ASSIGN TO 'ALRTOPT.TXT'.
           SELECT CUSTFILE ASSIGN TO "Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CUST-FS.
      *batch-window lock left by BATCHDRV - SW2 and HW1 read the
      *subscriptions inside the window
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

       FD  ALRTOPTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALRTOPT-REC.

       01  ALRTOPT-REC.
           02 AP-IDNUM PIC 9(5).
           02 AP-OPTIN PIC X.
           02 AP-MIN PIC 9(7)V99.
           02 AP-CHANGED PIC 9(8).

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
       01  CUST-MOBILE PIC X(11) VALUE SPACES.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  OPT-TABLE.
           05 OPT-ENTRY OCCURS 500 TIMES.
               10 OT-IDNUM PIC 9(5).
               10 OT-OPTIN PIC X.
               10 OT-MIN PIC 9(7)V99.
               10 OT-CHANGED PIC 9(8).

       01  OPT-COUNT PIC 9(3) VALUE 0.
       01  IN-COUNT PIC 9(3) VALUE 0.
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
       01  WORK-MIN PIC 9(7)V99 VALUE 0.
       01  ED-MIN PIC Z,ZZZ,ZZ9.99.

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
               DISPLAY 'ALERT SUBSCRIPTIONS SAVED. ' OPT-COUNT
                   ' CUSTOMERS.'
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
      *the save pass rewrites ALRTOPT.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT ALRTOPTFILE.
           READ ALRTOPTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ ALRTOPTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE ALRTOPTFILE.

           IF PRE-COUNT > 500
               DISPLAY 'ALRTOPT.TXT EXCEEDS 500 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO OPT-COUNT.
           OPEN INPUT ALRTOPTFILE.

           READ ALRTOPTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR OPT-COUNT = 500
               ADD 1 TO OPT-COUNT
               MOVE AP-IDNUM TO OT-IDNUM(OPT-COUNT)
               MOVE AP-OPTIN TO OT-OPTIN(OPT-COUNT)
               MOVE AP-MIN TO OT-MIN(OPT-COUNT)
               MOVE AP-CHANGED TO OT-CHANGED(OPT-COUNT)
               READ ALRTOPTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE ALRTOPTFILE.
           DISPLAY 'ALERT SUBSCRIPTIONS LOADED: ' OPT-COUNT
               ' CUSTOMERS.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Opt in, opt Out, change Minimum or List?'
               ' (I/O/M/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'I'
               WHEN 'i'
                   PERFORM OPT-IN-RTN THRU OPT-IN-RTN-END
               WHEN 'O'
               WHEN 'o'
                   PERFORM OPT-OUT-RTN THRU OPT-OUT-RTN-END
               WHEN 'M'
               WHEN 'm'
                   PERFORM MINIMUM-RTN THRU MINIMUM-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'I, O, M or L only!'
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

      *a first opt-in is slotted in IDNUM order; a customer who
      *opted out before is simply switched back on
       OPT-IN-RTN.
           DISPLAY 'Customer ID: '.
           ACCEPT WORK-IDNUM.
           PERFORM CHECK-CUSTOMER-RTN THRU CHECK-CUSTOMER-DONE.
           IF CUST-FOUND-SW = 0
               DISPLAY 'No such customer on Customer.dat.'
               GO TO OPT-IN-RTN-END
           END-IF.
           IF CUST-MOBILE = SPACES
               DISPLAY 'No contact number on Customer.dat - update '
                   'the customer first.'
               GO TO OPT-IN-RTN-END
           END-IF.

           PERFORM FIND-OPT-RTN.
           IF FOUND-I > 0
               IF OT-OPTIN(FOUND-I) = 'Y'
                   DISPLAY 'Already opted in.'
                   GO TO OPT-IN-RTN-END
               END-IF
               PERFORM ASK-MIN-RTN
               MOVE 'Y' TO OT-OPTIN(FOUND-I)
               MOVE WORK-MIN TO OT-MIN(FOUND-I)
               MOVE WS-RUN-DATE TO OT-CHANGED(FOUND-I)
               MOVE 1 TO CHANGED-SW
               DISPLAY 'Opted back in. Alerts go to ' CUST-MOBILE
               GO TO OPT-IN-RTN-END
           END-IF.

           IF OPT-COUNT = 500
               DISPLAY 'SUBSCRIPTION TABLE FULL.'
               GO TO OPT-IN-RTN-END
           END-IF.
           PERFORM ASK-MIN-RTN.
           MOVE OPT-COUNT TO I.
           ADD 1 TO OPT-COUNT.
           MOVE OPT-COUNT TO J.
           PERFORM UNTIL I = 0
               IF OT-IDNUM(I) < WORK-IDNUM
                   MOVE 0 TO I
               ELSE
                   MOVE OPT-ENTRY(I) TO OPT-ENTRY(J)
                   SUBTRACT 1 FROM I
                   SUBTRACT 1 FROM J
               END-IF
           END-PERFORM.
           MOVE WORK-IDNUM TO OT-IDNUM(J).
           MOVE 'Y' TO OT-OPTIN(J).
           MOVE WORK-MIN TO OT-MIN(J).
           MOVE WS-RUN-DATE TO OT-CHANGED(J).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Opted in. Alerts go to ' CUST-MOBILE.
       OPT-IN-RTN-END.
           EXIT.

      *the record stays so the customer's minimum is remembered
       OPT-OUT-RTN.
           DISPLAY 'Customer ID: '.
           ACCEPT WORK-IDNUM.
           PERFORM FIND-OPT-RTN.
           IF FOUND-I = 0
               DISPLAY 'Customer never opted in.'
               GO TO OPT-OUT-RTN-END
           END-IF.
           IF OT-OPTIN(FOUND-I) = 'N'
               DISPLAY 'Already opted out.'
               GO TO OPT-OUT-RTN-END
           END-IF.
           MOVE 'N' TO OT-OPTIN(FOUND-I).
           MOVE WS-RUN-DATE TO OT-CHANGED(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Opted out.'.
       OPT-OUT-RTN-END.
           EXIT.

       MINIMUM-RTN.
           DISPLAY 'Customer ID: '.
           ACCEPT WORK-IDNUM.
           PERFORM FIND-OPT-RTN.
           IF FOUND-I = 0
               DISPLAY 'Customer never opted in.'
               GO TO MINIMUM-RTN-END
           END-IF.
           MOVE OT-MIN(FOUND-I) TO ED-MIN.
           DISPLAY 'Now: ' OT-OPTIN(FOUND-I) ' MINIMUM ' ED-MIN.
           PERFORM ASK-MIN-RTN.
           MOVE WORK-MIN TO OT-MIN(FOUND-I).
           MOVE WS-RUN-DATE TO OT-CHANGED(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Minimum changed.'.
       MINIMUM-RTN-END.
           EXIT.

       LIST-RTN.
           MOVE 0 TO IN-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OPT-COUNT
               MOVE OT-MIN(I) TO ED-MIN
               DISPLAY OT-IDNUM(I) ' ' OT-OPTIN(I) ' MINIMUM ' ED-MIN
                   ' CHANGED ' OT-CHANGED(I)
               IF OT-OPTIN(I) = 'Y'
                   ADD 1 TO IN-COUNT
               END-IF
           END-PERFORM.
           DISPLAY 'CUSTOMERS OPTED IN: ' IN-COUNT.

      *0 alerts on every qualifying item
       ASK-MIN-RTN.
           DISPLAY 'Minimum amount to alert on (0 = every item): '.
           ACCEPT WORK-MIN.

       FIND-OPT-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OPT-COUNT
               IF OT-IDNUM(I) = WORK-IDNUM
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

      *the customer must be real and reachable
       CHECK-CUSTOMER-RTN.
           MOVE 0 TO CUST-FOUND-SW.
           MOVE SPACES TO CUST-MOBILE.
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
                   MOVE ContactNo TO CUST-MOBILE
               END-IF
               READ CUSTFILE
                   AT END MOVE 1 TO CUST-EOFSW
               END-READ
           END-PERFORM.

           CLOSE CUSTFILE.
       CHECK-CUSTOMER-DONE.
           EXIT.

       SAVE-RTN.
           OPEN OUTPUT ALRTOPTFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OPT-COUNT
               MOVE OT-IDNUM(I) TO AP-IDNUM
               MOVE OT-OPTIN(I) TO AP-OPTIN
               MOVE OT-MIN(I) TO AP-MIN
               MOVE OT-CHANGED(I) TO AP-CHANGED
               WRITE ALRTOPT-REC
           END-PERFORM.
           CLOSE ALRTOPTFILE.
