       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOTTRAF.
      *AUTHOR MIGEL H. TAN
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *INSTALLATION. PUP SOUTH WING.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. TRAFFIC RUN - BUILDS ONE AIR DATE'S COMMERCIAL LOG
      *FROM THE LIVE SPOTBOOK.TXT BOOKINGS, SLOT BY SLOT IN
      *TIMEMAST.TXT ORDER, THEN CLOCK HOUR AND BREAK. BOOKINGS ARE
      *TAKEN IN THE ORDER THEY WERE MADE, AND ONE THAT WOULD CARRY
      *ITS CLOCK HOUR PAST THE TRAFPRM.TXT COMMERCIAL LIMIT IS
      *REJECTED OFF THE LOG. COMPETING ADVERTISERS (SAME PRODUCT
      *CATEGORY) SHARING A BREAK ARE FLAGGED. THE LOG IS REPORTED
      *ON TRAFLOGR AND REPLACES THAT DATE ON TRAFLOG.TXT, WHICH
      *SPOTRECN RECONCILES AGAINST AIRLOG.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOTFILE ASSIGN TO "SPOTBOOK.TXT"
               FILE STATUS IS WS-SPOT-FS.
           SELECT OPTIONAL LOGFILE ASSIGN TO "TRAFLOG.TXT".
           SELECT TIMEMASTFILE ASSIGN TO "TIMEMAST.TXT"
               FILE STATUS IS WS-TIME-FS.
           SELECT PRMFILE ASSIGN TO "TRAFPRM.TXT"
               FILE STATUS IS WS-PRM-FS.
           SELECT RPTFILE ASSIGN TO "TRAFLOGR".

       DATA DIVISION.
       FILE SECTION.

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

      *one logged spot - TL-AIRED blank until SPOTRECN judges it,
      *then Y aired or N unaired, and B once ADVBILL has billed it
       FD  LOGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOG-REC.

       01  LOG-REC.
           05 TL-DATE PIC 9(8).
           05 TL-AIRTIME PIC X(15).
           05 TL-HOUR PIC 99.
           05 TL-BREAK PIC 9.
           05 TL-POS PIC 99.
           05 TL-REF PIC 9(6).
           05 TL-ADVERTISER PIC X(20).
           05 TL-CATEGORY PIC X(10).
           05 TL-SHOW PIC X(20).
           05 TL-LENGTH PIC 9(3).
           05 TL-COMPETE PIC X.
           05 TL-AIRED PIC X.

       FD  TIMEMASTFILE.
       01  TIME-MAST-REC.
           05 TM-AIRTIME PIC X(15).

      *commercial minutes allowed in any one clock hour
       FD  PRMFILE.
       01  PRM-REC.
           05 TP-LIMIT PIC 99.

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(90).

       WORKING-STORAGE SECTION.

       01 WS-SPOT-FS PIC XX VALUE SPACES.
       01 WS-TIME-FS PIC XX VALUE SPACES.
       01 WS-PRM-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

       01 TIME-TABLE.
           05 TIME-ENTRY OCCURS 10 TIMES PIC X(15).
       01 TIME-COUNT PIC 99 VALUE 0.
       01 T-I PIC 99 VALUE 0.

      *the date's live bookings, in the order they were booked;
      *DY-STATE A on the log, R rejected over the limit
       01 DAY-TABLE.
           05 DAY-ENTRY OCCURS 300 TIMES.
               10 DY-STATE PIC X.
               10 DY-SLOT PIC 99.
               10 DY-HOUR PIC 99.
               10 DY-BREAK PIC 9.
               10 DY-REF PIC 9(6).
               10 DY-ADVERTISER PIC X(20).
               10 DY-CATEGORY PIC X(10).
               10 DY-SHOW PIC X(20).
               10 DY-AIRTIME PIC X(15).
               10 DY-LENGTH PIC 9(3).
               10 DY-COMPETE PIC X.
               10 DY-LOAD PIC 9(5).
               10 DY-POS PIC 99.
       01 DAY-COUNT PIC 9(3) VALUE 0.
       01 D-I PIC 9(3) VALUE 0.
       01 D-J PIC 9(3) VALUE 0.
       01 D-LIMIT PIC 9(3) VALUE 0.
       01 SWAP-ENTRY PIC X(88) VALUE SPACES.
       01 SWAP-SW PIC 9 VALUE 0.

      *the first 12 characters of an entry - state, slot, hour,
      *break and reference - are its log order
       01 SORT-KEY-A PIC X(12) VALUE SPACES.
       01 SORT-KEY-B PIC X(12) VALUE SPACES.

       01 HOUR-TABLE.
           05 HOUR-SECS OCCURS 24 TIMES PIC 9(5).
       01 H-I PIC 99 VALUE 0.

      *every other date's log, carried through the rewrite
       01 KEEP-TABLE.
           05 KEEP-ENTRY OCCURS 3000 TIMES PIC X(89).
       01 KEEP-COUNT PIC 9(4) VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.
       01 K-I PIC 9(4) VALUE 0.

       01 LIMIT-MIN PIC 99 VALUE 18.
       01 LIMIT-SECS PIC 9(5) VALUE 0.
       01 WORK-DATE PIC 9(8) VALUE 0.
       01 WORK-MM PIC 9(3) VALUE 0.
       01 WORK-SS PIC 99 VALUE 0.
       01 LAST-SLOT PIC 99 VALUE 0.
       01 POS-IN-BREAK PIC 99 VALUE 0.
       01 LAST-HOUR PIC 99 VALUE 0.
       01 LAST-BREAK PIC 9 VALUE 0.
       01 LOGGED-COUNT PIC 9(3) VALUE 0.
       01 REJECT-COUNT PIC 9(3) VALUE 0.
       01 COMPETE-COUNT PIC 9(3) VALUE 0.

       01 LOG-HEAD.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(23) VALUE 'Daily Commercial Log - '.
           02 H-DATE PIC 9(8).
           02 FILLER PIC X(35) VALUE SPACES.

       01 COL-HEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Hour'.
           02 FILLER PIC X(4) VALUE 'Brk'.
           02 FILLER PIC X(3) VALUE 'Pos'.
           02 FILLER PIC X(7) VALUE ' Ref'.
           02 FILLER PIC X(21) VALUE 'Advertiser'.
           02 FILLER PIC X(11) VALUE 'Category'.
           02 FILLER PIC X(21) VALUE 'Show'.
           02 FILLER PIC X(13) VALUE 'Secs'.

       01 SLOT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Slot: '.
           02 SL-AIRTIME PIC X(15).
           02 FILLER PIC X(67) VALUE SPACES.

       01 LOG-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 D-HOUR PIC 99.
           02 FILLER PIC X(3) VALUE ':00'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-BREAK PIC 9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-POS PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 D-REF PIC 9(6).
           02 FILLER PIC X VALUE SPACES.
           02 D-ADVERTISER PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 D-CATEGORY PIC X(10).
           02 FILLER PIC X VALUE SPACES.
           02 D-SHOW PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 D-LENGTH PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 D-FLAG PIC X(9).

       01 HOUR-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               'Commercial Load per Clock Hour'.
           02 FILLER PIC X(48) VALUE SPACES.

       01 HOUR-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 HL-HOUR PIC 99.
           02 FILLER PIC X(3) VALUE ':00'.
           02 FILLER PIC X(10) VALUE '  Carried '.
           02 HL-MM PIC ZZ9.
           02 FILLER PIC X VALUE ':'.
           02 HL-SS PIC 99.
           02 FILLER PIC X(9) VALUE '  Limit '.
           02 HL-LIMIT PIC Z9.
           02 FILLER PIC X(4) VALUE ':00 '.
           02 FILLER PIC X(50) VALUE SPACES.

       01 REJ-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(48) VALUE
               'Rejected - Over the Commercial Limit'.
           02 FILLER PIC X(40) VALUE SPACES.

       01 REJ-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RL-REF PIC 9(6).
           02 FILLER PIC X VALUE SPACES.
           02 RL-ADVERTISER PIC X(20).
           02 FILLER PIC X(7) VALUE ' Hour  '.
           02 RL-HOUR PIC 99.
           02 FILLER PIC X(3) VALUE ':00'.
           02 FILLER PIC X(6) VALUE ' Secs '.
           02 RL-LENGTH PIC ZZ9.
           02 FILLER PIC X(11) VALUE '  Hour had '.
           02 RL-MM PIC ZZ9.
           02 FILLER PIC X VALUE ':'.
           02 RL-SS PIC 99.
           02 FILLER PIC X(21) VALUE SPACES.

       01 TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Logged: '.
           02 TT-LOGGED PIC ZZ9.
           02 FILLER PIC X(12) VALUE '  Rejected: '.
           02 TT-REJECT PIC ZZ9.
           02 FILLER PIC X(13) VALUE '  Competing: '.
           02 TT-COMPETE PIC ZZ9.
           02 FILLER PIC X(46) VALUE SPACES.

       01 BLANK-LINE.
           02 FILLER PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-TIMES-RTN THRU LOAD-TIMES-RTN-END.
           IF TIME-COUNT = 0
               DISPLAY 'NO TIMEMAST.TXT ON HAND.'
               STOP RUN
           END-IF.
           PERFORM LOAD-PRM-RTN.

       ASK-DATE.
           DISPLAY 'Air Date to build (YYYYMMDD): '.
           ACCEPT WORK-DATE.
           IF WORK-DATE < 19000101 OR WORK-DATE > 21001231
               DISPLAY 'Invalid!'
               GO TO ASK-DATE
           END-IF.

           PERFORM CHECK-BILLED-RTN.
           PERFORM LOAD-DAY-RTN THRU LOAD-DAY-RTN-END.
           IF DAY-COUNT = 0
               DISPLAY 'NO LIVE BOOKINGS FOR THAT DATE.'
               STOP RUN
           END-IF.

           PERFORM LIMIT-RTN.
           PERFORM COMPETE-RTN.
           PERFORM SORT-RTN.

           OPEN OUTPUT RPTFILE.
           MOVE WORK-DATE TO H-DATE.
           WRITE RPTREC FROM LOG-HEAD AFTER PAGE.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM COL-HEAD AFTER 1.
           MOVE 0 TO LAST-SLOT.
           PERFORM PRINT-ONE-RTN THRU PRINT-ONE-RTN-END
               VARYING D-I FROM 1 BY 1 UNTIL D-I > DAY-COUNT.
           PERFORM PRINT-HOURS-RTN.
           PERFORM PRINT-REJECTS-RTN THRU PRINT-REJECTS-RTN-END.

           MOVE LOGGED-COUNT TO TT-LOGGED.
           MOVE REJECT-COUNT TO TT-REJECT.
           MOVE COMPETE-COUNT TO TT-COMPETE.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           CLOSE RPTFILE.

           PERFORM REWRITE-LOG-RTN THRU REWRITE-LOG-RTN-END.
           DISPLAY 'SPOTS LOGGED: ' LOGGED-COUNT '  REJECTED: '
               REJECT-COUNT '  COMPETING: ' COMPETE-COUNT
               ' (TRAFLOGR).'.
           STOP RUN.

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

      *a date already invoiced keeps the log it was billed from
       CHECK-BILLED-RTN.
           MOVE 0 TO EOFSW.
           OPEN INPUT LOGFILE.
           PERFORM UNTIL EOFSW = 1
               READ LOGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND TL-DATE = WORK-DATE
                  AND TL-AIRED = 'B'
                   DISPLAY 'SPOTS ON THAT DATE ARE BILLED - LOG NOT '
                       'REBUILT.'
                   CLOSE LOGFILE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE LOGFILE.

      *a slot since dropped from the grid sorts after the rest
       LOAD-DAY-RTN.
           OPEN INPUT SPOTFILE.
           IF WS-SPOT-FS NOT = '00'
               DISPLAY 'NO SPOTBOOK.TXT ON HAND.'
               GO TO LOAD-DAY-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SPOTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND SB-DATE = WORK-DATE
                  AND SB-STATUS = 'B'
                   IF DAY-COUNT = 300
                       DISPLAY 'MORE THAN 300 SPOTS ON THE DATE - '
                           'RUN REFUSED.'
                       CLOSE SPOTFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO DAY-COUNT
                   MOVE 'A' TO DY-STATE(DAY-COUNT)
                   MOVE 99 TO DY-SLOT(DAY-COUNT)
                   PERFORM VARYING T-I FROM 1 BY 1
                           UNTIL T-I > TIME-COUNT
                       IF TIME-ENTRY(T-I) = SB-AIRTIME
                           MOVE T-I TO DY-SLOT(DAY-COUNT)
                       END-IF
                   END-PERFORM
                   MOVE SB-HOUR TO DY-HOUR(DAY-COUNT)
                   MOVE SB-BREAK TO DY-BREAK(DAY-COUNT)
                   MOVE SB-REF TO DY-REF(DAY-COUNT)
                   MOVE SB-ADVERTISER TO DY-ADVERTISER(DAY-COUNT)
                   MOVE SB-CATEGORY TO DY-CATEGORY(DAY-COUNT)
                   MOVE SB-SHOW TO DY-SHOW(DAY-COUNT)
                   MOVE SB-AIRTIME TO DY-AIRTIME(DAY-COUNT)
                   MOVE SB-LENGTH TO DY-LENGTH(DAY-COUNT)
                   MOVE SPACE TO DY-COMPETE(DAY-COUNT)
                   MOVE 0 TO DY-LOAD(DAY-COUNT)
                   MOVE 0 TO DY-POS(DAY-COUNT)
               END-IF
           END-PERFORM.

           CLOSE SPOTFILE.
       LOAD-DAY-RTN-END.
           EXIT.

      *first booked, first logged - a spot that would tip its clock
      *hour over the limit comes off the log
       LIMIT-RTN.
           PERFORM VARYING H-I FROM 1 BY 1 UNTIL H-I > 24
               MOVE 0 TO HOUR-SECS(H-I)
           END-PERFORM.

           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > DAY-COUNT
               COMPUTE H-I = DY-HOUR(D-I) + 1
               IF HOUR-SECS(H-I) + DY-LENGTH(D-I) > LIMIT-SECS
                   MOVE 'R' TO DY-STATE(D-I)
                   MOVE HOUR-SECS(H-I) TO DY-LOAD(D-I)
                   ADD 1 TO REJECT-COUNT
               ELSE
                   ADD DY-LENGTH(D-I) TO HOUR-SECS(H-I)
                   ADD 1 TO LOGGED-COUNT
               END-IF
           END-PERFORM.

      *both sides of a same-category pair in one break get the flag
       COMPETE-RTN.
           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > DAY-COUNT
               COMPUTE D-LIMIT = D-I + 1
               PERFORM VARYING D-J FROM D-LIMIT BY 1
                       UNTIL D-J > DAY-COUNT
                   IF DY-STATE(D-I) = 'A' AND DY-STATE(D-J) = 'A'
                      AND DY-HOUR(D-I) = DY-HOUR(D-J)
                      AND DY-BREAK(D-I) = DY-BREAK(D-J)
                      AND DY-CATEGORY(D-I) = DY-CATEGORY(D-J)
                      AND DY-ADVERTISER(D-I) NOT = DY-ADVERTISER(D-J)
                       MOVE 'Y' TO DY-COMPETE(D-I)
                       MOVE 'Y' TO DY-COMPETE(D-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > DAY-COUNT
               IF DY-COMPETE(D-I) = 'Y'
                   ADD 1 TO COMPETE-COUNT
               END-IF
           END-PERFORM.

      *log order - accepted ahead of rejected, then slot, hour,
      *break and booking reference
       SORT-RTN.
           MOVE 1 TO SWAP-SW.
           PERFORM UNTIL SWAP-SW = 0
               MOVE 0 TO SWAP-SW
               PERFORM VARYING D-I FROM 1 BY 1
                       UNTIL D-I >= DAY-COUNT
                   MOVE DAY-ENTRY(D-I) (1:12) TO SORT-KEY-A
                   MOVE DAY-ENTRY(D-I + 1) (1:12) TO SORT-KEY-B
                   IF SORT-KEY-A > SORT-KEY-B
                       MOVE DAY-ENTRY(D-I) TO SWAP-ENTRY
                       MOVE DAY-ENTRY(D-I + 1) TO DAY-ENTRY(D-I)
                       MOVE SWAP-ENTRY TO DAY-ENTRY(D-I + 1)
                       MOVE 1 TO SWAP-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *a slot heading whenever the slot changes; position counts
      *the spot's place within its break
       PRINT-ONE-RTN.
           IF DY-STATE(D-I) NOT = 'A'
               GO TO PRINT-ONE-RTN-END
           END-IF.

           IF DY-SLOT(D-I) NOT = LAST-SLOT
               MOVE DY-AIRTIME(D-I) TO SL-AIRTIME
               WRITE RPTREC FROM BLANK-LINE AFTER 1
               WRITE RPTREC FROM SLOT-LINE AFTER 1
               MOVE DY-SLOT(D-I) TO LAST-SLOT
               MOVE 99 TO LAST-HOUR
           END-IF.

           IF DY-HOUR(D-I) NOT = LAST-HOUR
              OR DY-BREAK(D-I) NOT = LAST-BREAK
               MOVE 0 TO POS-IN-BREAK
               MOVE DY-HOUR(D-I) TO LAST-HOUR
               MOVE DY-BREAK(D-I) TO LAST-BREAK
           END-IF.
           ADD 1 TO POS-IN-BREAK.

           MOVE DY-HOUR(D-I) TO D-HOUR.
           MOVE DY-BREAK(D-I) TO D-BREAK.
           MOVE POS-IN-BREAK TO D-POS.
           MOVE DY-REF(D-I) TO D-REF.
           MOVE DY-ADVERTISER(D-I) TO D-ADVERTISER.
           MOVE DY-CATEGORY(D-I) TO D-CATEGORY.
           MOVE DY-SHOW(D-I) TO D-SHOW.
           MOVE DY-LENGTH(D-I) TO D-LENGTH.
           IF DY-COMPETE(D-I) = 'Y'
               MOVE 'COMPETING' TO D-FLAG
           ELSE
               MOVE SPACES TO D-FLAG
           END-IF.
           MOVE POS-IN-BREAK TO DY-POS(D-I).
           WRITE RPTREC FROM LOG-DETAIL AFTER 1.
       PRINT-ONE-RTN-END.
           EXIT.

       PRINT-HOURS-RTN.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM HOUR-HEAD AFTER 1.
           PERFORM VARYING H-I FROM 1 BY 1 UNTIL H-I > 24
               IF HOUR-SECS(H-I) > 0
                   COMPUTE HL-HOUR = H-I - 1
                   DIVIDE HOUR-SECS(H-I) BY 60 GIVING WORK-MM
                       REMAINDER WORK-SS
                   MOVE WORK-MM TO HL-MM
                   MOVE WORK-SS TO HL-SS
                   MOVE LIMIT-MIN TO HL-LIMIT
                   WRITE RPTREC FROM HOUR-LINE AFTER 1
               END-IF
           END-PERFORM.

       PRINT-REJECTS-RTN.
           IF REJECT-COUNT = 0
               GO TO PRINT-REJECTS-RTN-END
           END-IF.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM REJ-HEAD AFTER 1.
           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > DAY-COUNT
               IF DY-STATE(D-I) = 'R'
                   MOVE DY-REF(D-I) TO RL-REF
                   MOVE DY-ADVERTISER(D-I) TO RL-ADVERTISER
                   MOVE DY-HOUR(D-I) TO RL-HOUR
                   MOVE DY-LENGTH(D-I) TO RL-LENGTH
                   DIVIDE DY-LOAD(D-I) BY 60 GIVING WORK-MM
                       REMAINDER WORK-SS
                   MOVE WORK-MM TO RL-MM
                   MOVE WORK-SS TO RL-SS
                   WRITE RPTREC FROM REJ-LINE AFTER 1
               END-IF
           END-PERFORM.
       PRINT-REJECTS-RTN-END.
           EXIT.

      *the date is rebuilt whole - every other date's log is carried
      *through, and the table must hold it all before the rewrite
       REWRITE-LOG-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT LOGFILE.
           PERFORM UNTIL EOFSW = 1
               READ LOGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND TL-DATE NOT = WORK-DATE
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE LOGFILE.

           IF PRE-COUNT + LOGGED-COUNT > 3000
               DISPLAY 'TRAFLOG.TXT WOULD EXCEED 3000 - NOT UPDATED.'
               GO TO REWRITE-LOG-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO KEEP-COUNT.
           OPEN INPUT LOGFILE.
           PERFORM UNTIL EOFSW = 1
               READ LOGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND TL-DATE NOT = WORK-DATE
                   ADD 1 TO KEEP-COUNT
                   MOVE LOG-REC TO KEEP-ENTRY(KEEP-COUNT)
               END-IF
           END-PERFORM.
           CLOSE LOGFILE.

           OPEN OUTPUT LOGFILE.
           PERFORM VARYING K-I FROM 1 BY 1 UNTIL K-I > KEEP-COUNT
               MOVE KEEP-ENTRY(K-I) TO LOG-REC
               WRITE LOG-REC
           END-PERFORM.

           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > DAY-COUNT
               IF DY-STATE(D-I) = 'A'
                   MOVE WORK-DATE TO TL-DATE
                   MOVE DY-AIRTIME(D-I) TO TL-AIRTIME
                   MOVE DY-HOUR(D-I) TO TL-HOUR
                   MOVE DY-BREAK(D-I) TO TL-BREAK
                   MOVE DY-POS(D-I) TO TL-POS
                   MOVE DY-REF(D-I) TO TL-REF
                   MOVE DY-ADVERTISER(D-I) TO TL-ADVERTISER
                   MOVE DY-CATEGORY(D-I) TO TL-CATEGORY
                   MOVE DY-SHOW(D-I) TO TL-SHOW
                   MOVE DY-LENGTH(D-I) TO TL-LENGTH
                   MOVE DY-COMPETE(D-I) TO TL-COMPETE
                   MOVE SPACE TO TL-AIRED
                   WRITE LOG-REC
               END-IF
           END-PERFORM.
           CLOSE LOGFILE.
       REWRITE-LOG-RTN-END.
           EXIT.
