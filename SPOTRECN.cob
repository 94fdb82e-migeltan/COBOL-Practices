       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOTRECN.
      *AUTHOR MIGEL H. TAN
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *INSTALLATION. PUP SOUTH WING.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. SPOT RECONCILIATION - EVERY SPOT ON THE TRAFLOG.TXT
      *COMMERCIAL LOG FOR A DATE RANGE AGAINST THE AIRLOG.TXT TRUTH.
      *A SPOT AIRED WHEN ITS SLOT RAN THE BOOKED SHOW THAT DATE; IT
      *DID NOT WHEN THE SLOT RAN SOMETHING ELSE OR NOTHING WAS
      *LOGGED IN IT. A DATE WITH NO AIRLOG.TXT ENTRIES AT ALL IS
      *LEFT PENDING RATHER THAN CALLED UNAIRED. THE AIRED FLAG IS
      *WRITTEN BACK ONTO TRAFLOG.TXT, AND THE UNAIRED SPOTS ARE
      *REPORTED ON SPOTRECNR WITH A TOTAL PER ADVERTISER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AIRFILE ASSIGN TO "AIRLOG.TXT"
               FILE STATUS IS WS-AIR-FS.
           SELECT LOGFILE ASSIGN TO "TRAFLOG.TXT"
               FILE STATUS IS WS-LOG-FS.
           SELECT RPTFILE ASSIGN TO "SPOTRECNR".

       DATA DIVISION.
       FILE SECTION.

       FD  AIRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AIR-REC.

       01  AIR-REC.
           05 AL-DATE PIC 9(8).
           05 AL-AIRTIME PIC X(15).
           05 AL-SHOW PIC X(20).

      *one logged spot - TL-AIRED blank until judged here, then Y
      *aired or N unaired, and B once ADVBILL has billed it
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

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(90).

       WORKING-STORAGE SECTION.

       01 WS-AIR-FS PIC XX VALUE SPACES.
       01 WS-LOG-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

      *the aired log held whole - a later entry for the same date
      *and slot is a correction and wins
       01 AIR-TABLE.
           05 AIR-ENTRY OCCURS 1000 TIMES.
               10 AR-DATE PIC 9(8).
               10 AR-AIRTIME PIC X(15).
               10 AR-SHOW PIC X(20).
       01 AIR-COUNT PIC 9(4) VALUE 0.
       01 A-I PIC 9(4) VALUE 0.

      *the whole commercial log, rewritten with the aired flags
       01 LOG-TABLE.
           05 LOG-ENTRY OCCURS 3000 TIMES.
               10 LT-DATE PIC 9(8).
               10 LT-AIRTIME PIC X(15).
               10 LT-HOUR PIC 99.
               10 LT-BREAK PIC 9.
               10 LT-POS PIC 99.
               10 LT-REF PIC 9(6).
               10 LT-ADVERTISER PIC X(20).
               10 LT-CATEGORY PIC X(10).
               10 LT-SHOW PIC X(20).
               10 LT-LENGTH PIC 9(3).
               10 LT-COMPETE PIC X.
               10 LT-AIRED PIC X.
       01 LOG-COUNT PIC 9(4) VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.
       01 L-I PIC 9(4) VALUE 0.

       01 ADV-TABLE.
           05 ADV-ENTRY OCCURS 100 TIMES.
               10 AV-NAME PIC X(20).
               10 AV-SPOTS PIC 9(4).
               10 AV-SECS PIC 9(6).
       01 ADV-COUNT PIC 9(3) VALUE 0.
       01 V-I PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.

       01 FROM-DATE PIC 9(8) VALUE 0.
       01 TO-DATE PIC 9(8) VALUE 0.
       01 DATE-SEEN-SW PIC 9 VALUE 0.
       01 SLOT-SHOW PIC X(20) VALUE SPACES.
       01 AIRED-COUNT PIC 9(4) VALUE 0.
       01 UNAIRED-COUNT PIC 9(4) VALUE 0.
       01 PENDING-COUNT PIC 9(4) VALUE 0.

       01 RECN-HEAD.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(28) VALUE 'Unaired Spot Reconciliation '.
           02 H-FROM PIC 9(8).
           02 FILLER PIC X(4) VALUE ' to '.
           02 H-TO PIC 9(8).
           02 FILLER PIC X(20) VALUE SPACES.

       01 UN-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 D-HOUR PIC 99.
           02 FILLER PIC X(3) VALUE ':00'.
           02 FILLER PIC X VALUE SPACES.
           02 D-REF PIC 9(6).
           02 FILLER PIC X VALUE SPACES.
           02 D-ADVERTISER PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 D-LENGTH PIC ZZ9.
           02 FILLER PIC X(2) VALUE 's '.
           02 D-REASON PIC X(40).

       01 ADV-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               'Unaired per Advertiser'.
           02 FILLER PIC X(48) VALUE SPACES.

       01 ADV-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AD-NAME PIC X(20).
           02 FILLER PIC X(9) VALUE '  Spots: '.
           02 AD-SPOTS PIC Z,ZZ9.
           02 FILLER PIC X(11) VALUE '  Seconds: '.
           02 AD-SECS PIC ZZZ,ZZ9.
           02 FILLER PIC X(34) VALUE SPACES.

       01 TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Aired: '.
           02 TT-AIRED PIC Z,ZZ9.
           02 FILLER PIC X(11) VALUE '  Unaired: '.
           02 TT-UNAIRED PIC Z,ZZ9.
           02 FILLER PIC X(11) VALUE '  Pending: '.
           02 TT-PENDING PIC Z,ZZ9.
           02 FILLER PIC X(44) VALUE SPACES.

       01 BLANK-LINE.
           02 FILLER PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY 'Air Date From (YYYYMMDD): '.
           ACCEPT FROM-DATE.
           DISPLAY 'Air Date To (YYYYMMDD): '.
           ACCEPT TO-DATE.
           IF TO-DATE < FROM-DATE
               DISPLAY 'INVALID DATE RANGE.'
               STOP RUN
           END-IF.

           PERFORM LOAD-AIRLOG-RTN THRU LOAD-AIRLOG-RTN-END.
           PERFORM LOAD-LOG-RTN THRU LOAD-LOG-RTN-END.
           IF LOG-COUNT = 0
               DISPLAY 'NO TRAFLOG.TXT ON HAND - RUN SPOTTRAF FIRST.'
               STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           MOVE FROM-DATE TO H-FROM.
           MOVE TO-DATE TO H-TO.
           WRITE RPTREC FROM RECN-HEAD AFTER PAGE.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           PERFORM JUDGE-ONE-RTN THRU JUDGE-ONE-RTN-END
               VARYING L-I FROM 1 BY 1 UNTIL L-I > LOG-COUNT.

           WRITE RPTREC FROM BLANK-LINE AFTER 2.
           WRITE RPTREC FROM ADV-HEAD AFTER 1.
           PERFORM VARYING V-I FROM 1 BY 1 UNTIL V-I > ADV-COUNT
               MOVE AV-NAME(V-I) TO AD-NAME
               MOVE AV-SPOTS(V-I) TO AD-SPOTS
               MOVE AV-SECS(V-I) TO AD-SECS
               WRITE RPTREC FROM ADV-LINE AFTER 1
           END-PERFORM.

           MOVE AIRED-COUNT TO TT-AIRED.
           MOVE UNAIRED-COUNT TO TT-UNAIRED.
           MOVE PENDING-COUNT TO TT-PENDING.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           CLOSE RPTFILE.

           PERFORM SAVE-RTN.
           DISPLAY 'AIRED: ' AIRED-COUNT '  UNAIRED: ' UNAIRED-COUNT
               '  PENDING: ' PENDING-COUNT ' (SPOTRECNR).'.
           STOP RUN.

       LOAD-AIRLOG-RTN.
           OPEN INPUT AIRFILE.
           IF WS-AIR-FS NOT = '00'
               DISPLAY 'NO AIRLOG.TXT ON HAND - EVERY SPOT PENDING.'
               GO TO LOAD-AIRLOG-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ AIRFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND AL-DATE NOT < FROM-DATE
                  AND AL-DATE NOT > TO-DATE
                   IF AIR-COUNT = 1000
                       DISPLAY 'AIRLOG.TXT OVER 1000 IN RANGE - '
                           'NARROW THE DATES.'
                       CLOSE AIRFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO AIR-COUNT
                   MOVE AL-DATE TO AR-DATE(AIR-COUNT)
                   MOVE AL-AIRTIME TO AR-AIRTIME(AIR-COUNT)
                   MOVE AL-SHOW TO AR-SHOW(AIR-COUNT)
               END-IF
           END-PERFORM.

           CLOSE AIRFILE.
       LOAD-AIRLOG-RTN-END.
           EXIT.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites TRAFLOG.TXT from the table
       LOAD-LOG-RTN.
           OPEN INPUT LOGFILE.
           IF WS-LOG-FS NOT = '00'
               GO TO LOAD-LOG-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ LOGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE LOGFILE.

           IF PRE-COUNT > 3000
               DISPLAY 'TRAFLOG.TXT EXCEEDS 3000 - RUN REFUSED.'
               STOP RUN
           END-IF.

           MOVE 0 TO EOFSW.
           OPEN INPUT LOGFILE.
           PERFORM UNTIL EOFSW = 1
               READ LOGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO LOG-COUNT
                   MOVE LOG-REC TO LOG-ENTRY(LOG-COUNT)
               END-IF
           END-PERFORM.
           CLOSE LOGFILE.
       LOAD-LOG-RTN-END.
           EXIT.

      *one logged spot in range against what its slot ran that day
       JUDGE-ONE-RTN.
           IF LT-DATE(L-I) < FROM-DATE OR LT-DATE(L-I) > TO-DATE
               GO TO JUDGE-ONE-RTN-END
           END-IF.
      *an invoiced spot is settled - it is not judged again
           IF LT-AIRED(L-I) = 'B'
               GO TO JUDGE-ONE-RTN-END
           END-IF.

           MOVE 0 TO DATE-SEEN-SW.
           MOVE SPACES TO SLOT-SHOW.
           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > AIR-COUNT
               IF AR-DATE(A-I) = LT-DATE(L-I)
                   MOVE 1 TO DATE-SEEN-SW
                   IF AR-AIRTIME(A-I) = LT-AIRTIME(L-I)
                       MOVE AR-SHOW(A-I) TO SLOT-SHOW
                   END-IF
               END-IF
           END-PERFORM.

           IF DATE-SEEN-SW = 0
               MOVE SPACE TO LT-AIRED(L-I)
               ADD 1 TO PENDING-COUNT
               GO TO JUDGE-ONE-RTN-END
           END-IF.

           IF SLOT-SHOW = LT-SHOW(L-I)
               MOVE 'Y' TO LT-AIRED(L-I)
               ADD 1 TO AIRED-COUNT
               GO TO JUDGE-ONE-RTN-END
           END-IF.

           MOVE 'N' TO LT-AIRED(L-I).
           ADD 1 TO UNAIRED-COUNT.
           MOVE LT-DATE(L-I) TO D-DATE.
           MOVE LT-HOUR(L-I) TO D-HOUR.
           MOVE LT-REF(L-I) TO D-REF.
           MOVE LT-ADVERTISER(L-I) TO D-ADVERTISER.
           MOVE LT-LENGTH(L-I) TO D-LENGTH.
           IF SLOT-SHOW = SPACES
               MOVE 'NOTHING LOGGED IN THE SLOT' TO D-REASON
           ELSE
               MOVE SPACES TO D-REASON
               STRING 'SLOT RAN ' DELIMITED BY SIZE
                      SLOT-SHOW DELIMITED BY SIZE
                   INTO D-REASON
           END-IF.
           WRITE RPTREC FROM UN-DETAIL AFTER 1.

           MOVE 0 TO FOUND-I.
           PERFORM VARYING V-I FROM 1 BY 1 UNTIL V-I > ADV-COUNT
               IF AV-NAME(V-I) = LT-ADVERTISER(L-I)
                   MOVE V-I TO FOUND-I
               END-IF
           END-PERFORM.
           IF FOUND-I = 0 AND ADV-COUNT < 100
               ADD 1 TO ADV-COUNT
               MOVE ADV-COUNT TO FOUND-I
               MOVE LT-ADVERTISER(L-I) TO AV-NAME(FOUND-I)
               MOVE 0 TO AV-SPOTS(FOUND-I)
               MOVE 0 TO AV-SECS(FOUND-I)
           END-IF.
           IF FOUND-I > 0
               ADD 1 TO AV-SPOTS(FOUND-I)
               ADD LT-LENGTH(L-I) TO AV-SECS(FOUND-I)
           END-IF.
       JUDGE-ONE-RTN-END.
           EXIT.

       SAVE-RTN.
           OPEN OUTPUT LOGFILE.
           PERFORM VARYING L-I FROM 1 BY 1 UNTIL L-I > LOG-COUNT
               MOVE LOG-ENTRY(L-I) TO LOG-REC
               WRITE LOG-REC
           END-PERFORM.
           CLOSE LOGFILE.
