       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOTMNT.
      *AUTHOR MIGEL H. TAN
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *INSTALLATION. PUP SOUTH WING.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. COMMERCIAL SPOT BOOKING - MAINTAINS SPOTBOOK.TXT.
      *A SPOT IS BOOKED FOR AN ADVERTISER INTO A SHOW ON
      *SHOWMAST.TXT, IN A TIMEMAST.TXT SLOT, ON AN AIR DATE, AT A
      *CLOCK HOUR AND BREAK NUMBER, FOR A LENGTH IN SECONDS. A
      *BOOKING THAT WOULD CARRY THE CLOCK HOUR PAST THE COMMERCIAL
      *LIMIT IN TRAFPRM.TXT (DEFAULT 18 MINUTES) IS REFUSED, AND A
      *COMPETING ADVERTISER (SAME PRODUCT CATEGORY) ALREADY IN THE
      *BREAK IS WARNED ABOUT BEFORE THE SPOT IS TAKEN. CANCELLED
      *SPOTS STAY ON FILE, FLAGGED. SPOTTRAF BUILDS THE DAILY LOG.
      *AN ADVERTISER ON CREDIT HOLD IN ADVRMAST.TXT IS NOT BOOKED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SPOTFILE ASSIGN TO "SPOTBOOK.TXT".
           SELECT MASTFILE ASSIGN TO "SHOWMAST.TXT"
               FILE STATUS IS WS-MAST-FS.
           SELECT TIMEMASTFILE ASSIGN TO "TIMEMAST.TXT"
               FILE STATUS IS WS-TIME-FS.
           SELECT PRMFILE ASSIGN TO "TRAFPRM.TXT"
               FILE STATUS IS WS-PRM-FS.
           SELECT ADVRFILE ASSIGN TO "ADVRMAST.TXT"
               FILE STATUS IS WS-ADV-FS.
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

      *status B booked, C cancelled
       FD  SPOTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOT-REC.

       01  SPOT-REC.
           05 SB-REF PIC 9(6).
           05 SB-ADVERTISER PIC X(20).
           05 SB-CATEGORY PIC X(10).
           05 SB-SHOW PIC X(20).
           05 SB-AIRTIME PIC X(15).
           05 SB-DATE PIC 9(8).
           05 SB-HOUR PIC 99.
           05 SB-BREAK PIC 9.
           05 SB-LENGTH PIC 9(3).
           05 SB-STATUS PIC X.
           05 SB-BOOKED PIC 9(8).

       FD  MASTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MAST-REC.

       01  MAST-REC.
           05 MAST-NAME PIC X(20).
           05 MAST-NETWORK PIC X(10).
           05 MAST-RETIRED PIC X.
           05 MAST-CLASS PIC X(3).
           05 MAST-CLASS-VALID PIC 9(8).

       FD  TIMEMASTFILE.
       01  TIME-MAST-REC.
           05 TM-AIRTIME PIC X(15).

      *commercial minutes allowed in any one clock hour
       FD  PRMFILE.
       01  PRM-REC.
           05 TP-LIMIT PIC 99.

      *hold N none, Y aging hold (ARAGE), M manual hold (ADVRMNT)
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
       01 WS-MAST-FS PIC XX VALUE SPACES.
       01 WS-TIME-FS PIC XX VALUE SPACES.
       01 WS-PRM-FS PIC XX VALUE SPACES.
       01 WS-ADV-FS PIC XX VALUE SPACES.
       01 HOLD-FLAG PIC X VALUE SPACES.
       01 LOCK-ANSWER PIC X VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

      *the whole booking file held in storage for the session
       01 SPOT-TABLE.
           05 SPOT-ENTRY OCCURS 2000 TIMES.
               10 BT-REF PIC 9(6).
               10 BT-ADVERTISER PIC X(20).
               10 BT-CATEGORY PIC X(10).
               10 BT-SHOW PIC X(20).
               10 BT-AIRTIME PIC X(15).
               10 BT-DATE PIC 9(8).
               10 BT-HOUR PIC 99.
               10 BT-BREAK PIC 9.
               10 BT-LENGTH PIC 9(3).
               10 BT-STATUS PIC X.
               10 BT-BOOKED PIC 9(8).
       01 SPOT-COUNT PIC 9(4) VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.
       01 I PIC 9(4) VALUE 0.
       01 FOUND-I PIC 9(4) VALUE 0.
       01 NEXT-REF PIC 9(6) VALUE 0.
       01 CHANGED-SW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.

       01 SHOW-TABLE.
           05 SHOW-ENTRY OCCURS 20 TIMES.
               10 ST-NAME PIC X(20).
               10 ST-RETIRED PIC X.
       01 SHOW-COUNT PIC 99 VALUE 0.
       01 S-I PIC 99 VALUE 0.
       01 SCO PIC 99 VALUE 0.

       01 TIME-TABLE.
           05 TIME-ENTRY OCCURS 10 TIMES PIC X(15).
       01 TIME-COUNT PIC 99 VALUE 0.
       01 T-I PIC 99 VALUE 0.
       01 TCO PIC 99 VALUE 0.

       01 LIMIT-MIN PIC 99 VALUE 18.
       01 LIMIT-SECS PIC 9(5) VALUE 0.
       01 HOUR-SECS PIC 9(5) VALUE 0.
       01 HOUR-MM PIC 99 VALUE 0.
       01 HOUR-SS PIC 99 VALUE 0.
       01 RIVAL-COUNT PIC 9(3) VALUE 0.

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
       01 CONFIRM PIC X VALUE SPACES.
       01 WORK-ADVERTISER PIC X(20) VALUE SPACES.
       01 WORK-CATEGORY PIC X(10) VALUE SPACES.
       01 WORK-DATE PIC 9(8) VALUE 0.
       01 WORK-HOUR PIC 99 VALUE 0.
       01 WORK-BREAK PIC 9 VALUE 0.
       01 WORK-LENGTH PIC 9(3) VALUE 0.
       01 WORK-REF PIC 9(6) VALUE 0.

       01 LIST-LINE.
           05 LL-REF PIC 9(6).
           05 FILLER PIC X VALUE SPACES.
           05 LL-ADVERTISER PIC X(20).
           05 FILLER PIC X VALUE SPACES.
           05 LL-SHOW PIC X(20).
           05 FILLER PIC X VALUE SPACES.
           05 LL-HOUR PIC 99.
           05 FILLER PIC X(3) VALUE ':00'.
           05 FILLER PIC X(4) VALUE ' Brk'.
           05 LL-BREAK PIC 9.
           05 FILLER PIC X VALUE SPACES.
           05 LL-LENGTH PIC ZZ9.
           05 FILLER PIC X(2) VALUE 's '.
           05 LL-STATUS PIC X(9).

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
           PERFORM LOAD-SHOWS-RTN THRU LOAD-SHOWS-RTN-END.
           PERFORM LOAD-TIMES-RTN THRU LOAD-TIMES-RTN-END.
           IF SHOW-COUNT = 0 OR TIME-COUNT = 0
               DISPLAY 'SHOWMAST.TXT AND TIMEMAST.TXT ARE BOTH NEEDED.'
               STOP RUN
           END-IF.
           PERFORM LOAD-PRM-RTN.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF CHANGED-SW = 1 AND REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'SPOT BOOKINGS SAVED. ' SPOT-COUNT ' ON FILE.'
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

       LOAD-SHOWS-RTN.
           MOVE 0 TO SHOW-COUNT.
           OPEN INPUT MASTFILE.
           IF WS-MAST-FS NOT = '00'
               GO TO LOAD-SHOWS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR SHOW-COUNT = 20
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO SHOW-COUNT
                   MOVE MAST-NAME TO ST-NAME(SHOW-COUNT)
                   IF MAST-RETIRED = 'Y' OR MAST-RETIRED = 'y'
                       MOVE 'Y' TO ST-RETIRED(SHOW-COUNT)
                   ELSE
                       MOVE 'N' TO ST-RETIRED(SHOW-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE MASTFILE.
       LOAD-SHOWS-RTN-END.
           EXIT.

       LOAD-TIMES-RTN.
           MOVE 0 TO TIME-COUNT.
           OPEN INPUT TIMEMASTFILE.
           IF WS-TIME-FS NOT = '00'
               GO TO LOAD-TIMES-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR TIME-COUNT = 10
               READ TIMEMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO TIME-COUNT
                   MOVE TM-AIRTIME TO TIME-ENTRY(TIME-COUNT)
               END-IF
           END-PERFORM.

           CLOSE TIMEMASTFILE.
       LOAD-TIMES-RTN-END.
           EXIT.

      *no TRAFPRM.TXT means the standard 18 minutes an hour
       LOAD-PRM-RTN.
           OPEN INPUT PRMFILE.
           IF WS-PRM-FS = '00'
               READ PRMFILE
                   AT END MOVE 0 TO TP-LIMIT
               END-READ
               IF TP-LIMIT NUMERIC AND TP-LIMIT > 0
                   MOVE TP-LIMIT TO LIMIT-MIN
               END-IF
               CLOSE PRMFILE
           END-IF.
           COMPUTE LIMIT-SECS = LIMIT-MIN * 60.
           DISPLAY 'COMMERCIAL LIMIT: ' LIMIT-MIN ' MINUTES AN HOUR.'.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites SPOTBOOK.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT SPOTFILE.
           READ SPOTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ SPOTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE SPOTFILE.

           IF PRE-COUNT > 2000
               DISPLAY 'SPOTBOOK.TXT EXCEEDS 2000 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO SPOT-COUNT.
           MOVE 0 TO NEXT-REF.
           OPEN INPUT SPOTFILE.
           READ SPOTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1
               ADD 1 TO SPOT-COUNT
               MOVE SPOT-REC TO SPOT-ENTRY(SPOT-COUNT)
               IF SB-REF > NEXT-REF
                   MOVE SB-REF TO NEXT-REF
               END-IF
               READ SPOTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE SPOTFILE.
           ADD 1 TO NEXT-REF.
           DISPLAY 'SPOT BOOKINGS ON FILE: ' SPOT-COUNT.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Book, Cancel or List spots? (B/C/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'B'
               WHEN 'b'
                   PERFORM BOOK-RTN THRU BOOK-RTN-END
               WHEN 'C'
               WHEN 'c'
                   PERFORM CANCEL-RTN THRU CANCEL-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'B, C or L only!'
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

       BOOK-RTN.
           IF SPOT-COUNT = 2000
               DISPLAY 'BOOKING TABLE FULL.'
               GO TO BOOK-RTN-END
           END-IF.

       BOOK-ADVERTISER.
           DISPLAY 'Advertiser: '.
           ACCEPT WORK-ADVERTISER.
           IF WORK-ADVERTISER = SPACES
               DISPLAY 'Required!'
               GO TO BOOK-ADVERTISER
           END-IF.
           INSPECT WORK-ADVERTISER CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM CHECK-HOLD-RTN THRU CHECK-HOLD-RTN-END.
           IF HOLD-FLAG = 'Y' OR HOLD-FLAG = 'M'
               DISPLAY 'ADVERTISER IS ON CREDIT HOLD - NOT BOOKED.'
               GO TO BOOK-RTN-END
           END-IF.

       BOOK-CATEGORY.
           DISPLAY 'Product Category (e.g. TELCO, SOFTDRINK): '.
           ACCEPT WORK-CATEGORY.
           IF WORK-CATEGORY = SPACES
               DISPLAY 'Required!'
               GO TO BOOK-CATEGORY
           END-IF.
           INSPECT WORK-CATEGORY CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           DISPLAY 'Shows on the master:'.
           PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I > SHOW-COUNT
               IF ST-RETIRED(S-I) = 'N'
                   DISPLAY '  ' S-I ' - ' ST-NAME(S-I)
               END-IF
           END-PERFORM.

       BOOK-SHOW.
           DISPLAY 'Show Number: '.
           ACCEPT SCO.
           IF SCO < 1 OR SCO > SHOW-COUNT
               DISPLAY 'Invalid!'
               GO TO BOOK-SHOW
           END-IF.
           IF ST-RETIRED(SCO) = 'Y'
               DISPLAY 'That show is retired.'
               GO TO BOOK-SHOW
           END-IF.

           DISPLAY 'Slots on the grid:'.
           PERFORM VARYING T-I FROM 1 BY 1 UNTIL T-I > TIME-COUNT
               DISPLAY '  ' T-I ' - ' TIME-ENTRY(T-I)
           END-PERFORM.

       BOOK-SLOT.
           DISPLAY 'Slot Number: '.
           ACCEPT TCO.
           IF TCO < 1 OR TCO > TIME-COUNT
               DISPLAY 'Invalid!'
               GO TO BOOK-SLOT
           END-IF.

       BOOK-DATE.
           DISPLAY 'Air Date (YYYYMMDD): '.
           ACCEPT WORK-DATE.
           IF WORK-DATE < 19000101 OR WORK-DATE > 21001231
               DISPLAY 'Invalid!'
               GO TO BOOK-DATE
           END-IF.
           IF WORK-DATE < WS-RUN-DATE
               DISPLAY 'That date has already aired.'
               GO TO BOOK-DATE
           END-IF.

       BOOK-HOUR.
           DISPLAY 'Clock Hour of the break (00-23): '.
           ACCEPT WORK-HOUR.
           IF WORK-HOUR > 23
               DISPLAY 'Invalid!'
               GO TO BOOK-HOUR
           END-IF.

       BOOK-BREAK.
           DISPLAY 'Break Number within the hour (1-9): '.
           ACCEPT WORK-BREAK.
           IF WORK-BREAK < 1
               DISPLAY 'Invalid!'
               GO TO BOOK-BREAK
           END-IF.

       BOOK-LENGTH.
           DISPLAY 'Spot Length in seconds (5-120): '.
           ACCEPT WORK-LENGTH.
           IF WORK-LENGTH < 5 OR WORK-LENGTH > 120
               DISPLAY 'Invalid!'
               GO TO BOOK-LENGTH
           END-IF.

      *the clock hour's load from every live booking on the date
           MOVE 0 TO HOUR-SECS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SPOT-COUNT
               IF BT-DATE(I) = WORK-DATE AND BT-HOUR(I) = WORK-HOUR
                  AND BT-STATUS(I) = 'B'
                   ADD BT-LENGTH(I) TO HOUR-SECS
               END-IF
           END-PERFORM.
           ADD WORK-LENGTH TO HOUR-SECS.

           IF HOUR-SECS > LIMIT-SECS
               DIVIDE HOUR-SECS BY 60 GIVING HOUR-MM
                   REMAINDER HOUR-SS
               DISPLAY 'BOOKING REFUSED - HOUR ' WORK-HOUR
                   ':00 WOULD CARRY ' HOUR-MM ':' HOUR-SS
                   ' OF COMMERCIALS, LIMIT ' LIMIT-MIN ' MINUTES.'
               GO TO BOOK-RTN-END
           END-IF.

      *same product category from another advertiser in the break
           MOVE 0 TO RIVAL-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SPOT-COUNT
               IF BT-DATE(I) = WORK-DATE AND BT-HOUR(I) = WORK-HOUR
                  AND BT-BREAK(I) = WORK-BREAK
                  AND BT-STATUS(I) = 'B'
                  AND BT-CATEGORY(I) = WORK-CATEGORY
                  AND BT-ADVERTISER(I) NOT = WORK-ADVERTISER
                   DISPLAY 'COMPETING ADVERTISER IN THE BREAK: '
                       BT-ADVERTISER(I) ' (REF ' BT-REF(I) ')'
                   ADD 1 TO RIVAL-COUNT
               END-IF
           END-PERFORM.

           IF RIVAL-COUNT = 0
               GO TO BOOK-SAVE
           END-IF.

       BOOK-CONFIRM.
           DISPLAY 'Book into the same break anyway? (Y/N): '.
           ACCEPT CONFIRM.
           IF CONFIRM = 'N' OR CONFIRM = 'n'
               DISPLAY 'Not booked.'
               GO TO BOOK-RTN-END
           END-IF.
           IF CONFIRM NOT = 'Y' AND CONFIRM NOT = 'y'
               DISPLAY 'Y or N only!'
               GO TO BOOK-CONFIRM
           END-IF.

       BOOK-SAVE.
           ADD 1 TO SPOT-COUNT.
           MOVE NEXT-REF TO BT-REF(SPOT-COUNT).
           MOVE WORK-ADVERTISER TO BT-ADVERTISER(SPOT-COUNT).
           MOVE WORK-CATEGORY TO BT-CATEGORY(SPOT-COUNT).
           MOVE ST-NAME(SCO) TO BT-SHOW(SPOT-COUNT).
           MOVE TIME-ENTRY(TCO) TO BT-AIRTIME(SPOT-COUNT).
           MOVE WORK-DATE TO BT-DATE(SPOT-COUNT).
           MOVE WORK-HOUR TO BT-HOUR(SPOT-COUNT).
           MOVE WORK-BREAK TO BT-BREAK(SPOT-COUNT).
           MOVE WORK-LENGTH TO BT-LENGTH(SPOT-COUNT).
           MOVE 'B' TO BT-STATUS(SPOT-COUNT).
           MOVE WS-RUN-DATE TO BT-BOOKED(SPOT-COUNT).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Booked. Reference: ' NEXT-REF.
           ADD 1 TO NEXT-REF.
       BOOK-RTN-END.
           EXIT.

      *cancelled, not deleted - the reference stays spoken for
       CANCEL-RTN.
           DISPLAY 'Booking Reference to cancel: '.
           ACCEPT WORK-REF.

           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SPOT-COUNT
               IF BT-REF(I) = WORK-REF
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

           IF FOUND-I = 0
               DISPLAY 'No such booking.'
               GO TO CANCEL-RTN-END
           END-IF.
           IF BT-STATUS(FOUND-I) NOT = 'B'
               DISPLAY 'Already cancelled.'
               GO TO CANCEL-RTN-END
           END-IF.
           IF BT-DATE(FOUND-I) < WS-RUN-DATE
               DISPLAY 'That spot date has passed - not cancelled.'
               GO TO CANCEL-RTN-END
           END-IF.

           MOVE 'C' TO BT-STATUS(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Cancelled: ' BT-ADVERTISER(FOUND-I) ' '
               BT-DATE(FOUND-I).
       CANCEL-RTN-END.
           EXIT.

      *read fresh each booking - an advertiser new to billing is
      *not on the master yet and books freely
       CHECK-HOLD-RTN.
           MOVE SPACES TO HOLD-FLAG.
           OPEN INPUT ADVRFILE.
           IF WS-ADV-FS NOT = '00'
               GO TO CHECK-HOLD-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ADVRFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND AD-NAME = WORK-ADVERTISER
                   MOVE AD-HOLD TO HOLD-FLAG
                   MOVE 1 TO EOFSW
               END-IF
           END-PERFORM.
           CLOSE ADVRFILE.
       CHECK-HOLD-RTN-END.
           EXIT.

       LIST-RTN.
           DISPLAY 'Air Date to list (YYYYMMDD): '.
           ACCEPT WORK-DATE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SPOT-COUNT
               IF BT-DATE(I) = WORK-DATE
                   MOVE BT-REF(I) TO LL-REF
                   MOVE BT-ADVERTISER(I) TO LL-ADVERTISER
                   MOVE BT-SHOW(I) TO LL-SHOW
                   MOVE BT-HOUR(I) TO LL-HOUR
                   MOVE BT-BREAK(I) TO LL-BREAK
                   MOVE BT-LENGTH(I) TO LL-LENGTH
                   IF BT-STATUS(I) = 'B'
                       MOVE 'BOOKED' TO LL-STATUS
                   ELSE
                       MOVE 'CANCELLED' TO LL-STATUS
                   END-IF
                   DISPLAY LIST-LINE
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT SPOTFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SPOT-COUNT
               MOVE SPOT-ENTRY(I) TO SPOT-REC
               WRITE SPOT-REC
           END-PERFORM.
           CLOSE SPOTFILE.
