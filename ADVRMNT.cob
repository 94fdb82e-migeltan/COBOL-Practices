       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVRMNT.
      *AUTHOR MIGEL H. TAN
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *INSTALLATION. PUP SOUTH WING.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MAINTAINS ADVRMAST.TXT, THE ADVERTISER MASTER THE
      *BILLING RUN PRICES FROM - THE PLACING AGENCY AND ITS
      *COMMISSION PERCENT, PAYMENT TERMS IN DAYS, UP TO THREE
      *VOLUME-DISCOUNT TIERS (SPOTS IN THE MONTH, PERCENT OFF) AND
      *THE CREDIT-HOLD FLAG. ARAGE PUTS AN ADVERTISER ON HOLD (Y)
      *AND TAKES IT OFF AGAIN; A HOLD SET HERE (M) STAYS UNTIL IT IS
      *RELEASED HERE. SPOTMNT TAKES NO BOOKINGS WHILE ON HOLD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADVRFILE ASSIGN TO "ADVRMAST.TXT".
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

      *hold N none, Y aging hold, M manual hold; a tier with zero
      *spots is unused
       FD  ADVRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADVR-REC.

       01  ADVR-REC.
           05 AD-NAME PIC X(20).
           05 AD-AGENCY PIC X(20).
           05 AD-COMM PIC 99V99.
           05 AD-TERMS PIC 9(3).
           05 AD-HOLD PIC X.
           05 AD-TIER OCCURS 3 TIMES.
               10 AD-TIER-SPOTS PIC 9(4).
               10 AD-TIER-PCT PIC 99V99.

       WORKING-STORAGE SECTION.

       01 WS-LCK-FS PIC XX VALUE SPACES.
       01 LOCK-ANSWER PIC X VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

       01 ADVR-TABLE.
           05 ADVR-ENTRY OCCURS 100 TIMES.
               10 AT-NAME PIC X(20).
               10 AT-AGENCY PIC X(20).
               10 AT-COMM PIC 99V99.
               10 AT-TERMS PIC 9(3).
               10 AT-HOLD PIC X.
               10 AT-TIER OCCURS 3 TIMES.
                   15 AT-TIER-SPOTS PIC 9(4).
                   15 AT-TIER-PCT PIC 99V99.
       01 ADVR-COUNT PIC 9(3) VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 K PIC 9 VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.
       01 CHANGED-SW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-NAME PIC X(20) VALUE SPACES.
       01 WORK-AGENCY PIC X(20) VALUE SPACES.
       01 WORK-COMM PIC 99V99 VALUE 0.
       01 WORK-TERMS PIC 9(3) VALUE 0.
       01 WORK-SPOTS PIC 9(4) VALUE 0.
       01 WORK-PCT PIC 99V99 VALUE 0.
       01 LAST-SPOTS PIC 9(4) VALUE 0.

       01 LIST-LINE.
           05 LL-NAME PIC X(20).
           05 FILLER PIC X VALUE SPACES.
           05 LL-AGENCY PIC X(20).
           05 FILLER PIC X(6) VALUE ' Comm '.
           05 LL-COMM PIC Z9.99.
           05 FILLER PIC X(7) VALUE ' Terms '.
           05 LL-TERMS PIC ZZ9.
           05 FILLER PIC X(6) VALUE ' Hold '.
           05 LL-HOLD PIC X.

       01 TIER-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'Tier '.
           05 TL-K PIC 9.
           05 FILLER PIC X(3) VALUE ' - '.
           05 TL-SPOTS PIC Z,ZZ9.
           05 FILLER PIC X(15) VALUE ' spots or more '.
           05 TL-PCT PIC Z9.99.
           05 FILLER PIC X(5) VALUE '% off'.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM CHECK-LOCK-RTN THRU CHECK-LOCK-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF CHANGED-SW = 1 AND REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'ADVERTISER MASTER SAVED. ' ADVR-COUNT
                   ' ON FILE.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
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
      *the save pass rewrites ADVRMAST.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT ADVRFILE.
           READ ADVRFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ ADVRFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE ADVRFILE.

           IF PRE-COUNT > 100
               DISPLAY 'ADVRMAST.TXT EXCEEDS 100 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO ADVR-COUNT.
           OPEN INPUT ADVRFILE.
           READ ADVRFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1
               ADD 1 TO ADVR-COUNT
               MOVE ADVR-REC TO ADVR-ENTRY(ADVR-COUNT)
               READ ADVRFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE ADVRFILE.
           DISPLAY 'ADVERTISERS ON FILE: ' ADVR-COUNT.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Set, Hold, Release or List advertisers? '
               '(S/H/R/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'S'
               WHEN 's'
                   PERFORM SET-RTN THRU SET-RTN-END
               WHEN 'H'
               WHEN 'h'
                   PERFORM HOLD-RTN THRU HOLD-RTN-END
               WHEN 'R'
               WHEN 'r'
                   PERFORM RELEASE-RTN THRU RELEASE-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'S, H, R or L only!'
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

      *advertisers are keyed in capitals, as SPOTMNT books them
       ASK-NAME-RTN.
           DISPLAY 'Advertiser: '.
           ACCEPT WORK-NAME.
           INSPECT WORK-NAME CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ADVR-COUNT
               IF AT-NAME(I) = WORK-NAME
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SET-RTN.
           PERFORM ASK-NAME-RTN.
           IF WORK-NAME = SPACES
               DISPLAY 'Required!'
               GO TO SET-RTN-END
           END-IF.
           IF FOUND-I = 0 AND ADVR-COUNT = 100
               DISPLAY 'ADVERTISER TABLE FULL.'
               GO TO SET-RTN-END
           END-IF.

           DISPLAY 'Placing Agency (blank if direct): '.
           ACCEPT WORK-AGENCY.
           INSPECT WORK-AGENCY CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO WORK-COMM.
           IF WORK-AGENCY = SPACES
               GO TO SET-TERMS
           END-IF.

       SET-COMM.
           DISPLAY 'Agency Commission % (e.g. 15.00): '.
           ACCEPT WORK-COMM.
           IF WORK-COMM > 30
               DISPLAY 'Over 30% - invalid!'
               GO TO SET-COMM
           END-IF.

       SET-TERMS.
           DISPLAY 'Payment Terms in days (e.g. 030): '.
           ACCEPT WORK-TERMS.
           IF WORK-TERMS = 0
               DISPLAY 'Invalid!'
               GO TO SET-TERMS
           END-IF.

           IF FOUND-I = 0
               ADD 1 TO ADVR-COUNT
               MOVE ADVR-COUNT TO FOUND-I
               MOVE WORK-NAME TO AT-NAME(FOUND-I)
               MOVE 'N' TO AT-HOLD(FOUND-I)
               DISPLAY 'Added.'
           ELSE
               DISPLAY 'Terms replaced.'
           END-IF.
           MOVE WORK-AGENCY TO AT-AGENCY(FOUND-I).
           MOVE WORK-COMM TO AT-COMM(FOUND-I).
           MOVE WORK-TERMS TO AT-TERMS(FOUND-I).

      *tiers climb - each needs more spots than the one before it
           MOVE 0 TO LAST-SPOTS.
           PERFORM SET-TIER-RTN THRU SET-TIER-RTN-END
               VARYING K FROM 1 BY 1 UNTIL K > 3.
           MOVE 1 TO CHANGED-SW.
       SET-RTN-END.
           EXIT.

       SET-TIER-RTN.
           MOVE 0 TO AT-TIER-SPOTS(FOUND-I, K).
           MOVE 0 TO AT-TIER-PCT(FOUND-I, K).
           IF K > 1 AND LAST-SPOTS = 0
               GO TO SET-TIER-RTN-END
           END-IF.

       SET-TIER-SPOTS.
           DISPLAY 'Volume Tier ' K ' - spots in the month '
               '(0 = no more tiers): '.
           ACCEPT WORK-SPOTS.
           IF WORK-SPOTS = 0
               MOVE 0 TO LAST-SPOTS
               GO TO SET-TIER-RTN-END
           END-IF.
           IF WORK-SPOTS NOT > LAST-SPOTS
               DISPLAY 'Must be more than the tier before!'
               GO TO SET-TIER-SPOTS
           END-IF.

       SET-TIER-PCT.
           DISPLAY 'Volume Tier ' K ' - discount %: '.
           ACCEPT WORK-PCT.
           IF WORK-PCT = 0 OR WORK-PCT > 50
               DISPLAY 'Invalid!'
               GO TO SET-TIER-PCT
           END-IF.

           MOVE WORK-SPOTS TO AT-TIER-SPOTS(FOUND-I, K).
           MOVE WORK-PCT TO AT-TIER-PCT(FOUND-I, K).
           MOVE WORK-SPOTS TO LAST-SPOTS.
       SET-TIER-RTN-END.
           EXIT.

       HOLD-RTN.
           PERFORM ASK-NAME-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such advertiser on file.'
               GO TO HOLD-RTN-END
           END-IF.
           MOVE 'M' TO AT-HOLD(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'On credit hold: ' AT-NAME(FOUND-I).
       HOLD-RTN-END.
           EXIT.

       RELEASE-RTN.
           PERFORM ASK-NAME-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such advertiser on file.'
               GO TO RELEASE-RTN-END
           END-IF.
           IF AT-HOLD(FOUND-I) = 'N'
               DISPLAY 'Not on hold.'
               GO TO RELEASE-RTN-END
           END-IF.
           MOVE 'N' TO AT-HOLD(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Released - the next ARAGE run may hold it again '
               'if it is still 90 days behind.'.
       RELEASE-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ADVR-COUNT
               MOVE AT-NAME(I) TO LL-NAME
               MOVE AT-AGENCY(I) TO LL-AGENCY
               MOVE AT-COMM(I) TO LL-COMM
               MOVE AT-TERMS(I) TO LL-TERMS
               MOVE AT-HOLD(I) TO LL-HOLD
               DISPLAY LIST-LINE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                   IF AT-TIER-SPOTS(I, K) > 0
                       MOVE K TO TL-K
                       MOVE AT-TIER-SPOTS(I, K) TO TL-SPOTS
                       MOVE AT-TIER-PCT(I, K) TO TL-PCT
                       DISPLAY TIER-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT ADVRFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ADVR-COUNT
               MOVE ADVR-ENTRY(I) TO ADVR-REC
               WRITE ADVR-REC
           END-PERFORM.
           CLOSE ADVRFILE.
