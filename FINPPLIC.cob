       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINPPLIC.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. PROFESSIONAL LICENSE ROLL MAINTENANCE ON LICROLL.TXT.
      *ENROLL PICKS UP EVERY EXAMINEE FINPP HAS MARKED PASSED ON
      *TAN.TXT WHO IS NOT YET ON THE ROLL, HANDS OUT THE NEXT LICENSE
      *NUMBERS IN TURN AND BOOKS THEM FOR THE OATH-TAKING DATE AND
      *VENUE KEYED FOR THE BATCH. OATH RECORDS THE OATH AS TAKEN -
      *THE LICENSE IS THEN VALID FOR THREE YEARS - OR MOVES A NO-SHOW
      *TO A LATER OATH. CEU CREDITS CONTINUING-EDUCATION UNITS, AND
      *RENEW ADDS THREE YEARS TO THE VALIDITY ONLY WHEN THE UNITS
      *FOR THE CYCLE ARE COMPLETE. SAME LOAD/MAINTAIN/SAVE SHAPE AS
      *EXREGMNT. FINPPEXP LISTS THE LICENSES COMING DUE AND FINPPVER
      *ANSWERS AN EMPLOYER'S VERIFICATION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LICFILE ASSIGN TO "LICROLL.TXT".
           SELECT TANFILE ASSIGN TO "TAN.TXT"
               FILE STATUS IS WS-TAN-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  LICFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LIC-REC.

       01  LIC-REC.
           05 LR-LICNO PIC 9(7).
           05 LR-ENO PIC 9(11).
           05 LR-NAME PIC X(25).
           05 LR-UNI PIC X(5).
           05 LR-COURSE PIC X(5).
           05 LR-RATING PIC 9(2)V99.
           05 LR-OATH-DATE PIC 9(8).
           05 LR-OATH-VENUE PIC X(20).
      *P = BOOKED FOR OATH, A = OATH TAKEN AND REGISTERED
           05 LR-STATUS PIC X.
           05 LR-REG-DATE PIC 9(8).
           05 LR-VALID-UNTIL PIC 9(8).
           05 LR-CEU PIC 9(3).
           05 LR-RENEWALS PIC 99.

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
           02 FILLER PIC X(36).

       WORKING-STORAGE SECTION.

       01 WS-TAN-FS PIC XX VALUE SPACES.

       01 LIC-TABLE.
           05 LIC-ENTRY OCCURS 1000 TIMES.
               10 LT-LICNO PIC 9(7).
               10 LT-ENO PIC 9(11).
               10 LT-NAME PIC X(25).
               10 LT-UNI PIC X(5).
               10 LT-COURSE PIC X(5).
               10 LT-RATING PIC 9(2)V99.
               10 LT-OATH-DATE PIC 9(8).
               10 LT-OATH-VENUE PIC X(20).
               10 LT-STATUS PIC X.
               10 LT-REG-DATE PIC 9(8).
               10 LT-VALID-UNTIL PIC 9(8).
               10 LT-CEU PIC 9(3).
               10 LT-RENEWALS PIC 99.

       01 LIC-COUNT PIC 9(4) VALUE 0.
       01 I PIC 9(4) VALUE 0.
       01 FOUND-I PIC 9(4) VALUE 0.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.
       01 NEXT-LICNO PIC 9(7) VALUE 0.
       01 ENROLL-COUNT PIC 9(4) VALUE 0.

      *units of continuing education needed in each three-year cycle
       01 CEU-REQUIRED PIC 9(3) VALUE 45.
       01 CEU-SHORT PIC 9(3) VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 OATH-ACTION PIC X VALUE SPACES.
       01 WORK-LICNO PIC 9(7) VALUE 0.
       01 WORK-VENUE PIC X(20) VALUE SPACES.
       01 WORK-UNITS PIC 9(3) VALUE 0.

       01 WORK-DATE PIC 9(8) VALUE 0.
       01 WORK-DATE-X REDEFINES WORK-DATE.
           05 WD-YYYY PIC 9(4).
           05 WD-MM PIC 99.
           05 WD-DD PIC 99.
       01 DATE-OK-SW PIC 9 VALUE 0.

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
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'LICENSE ROLL SAVED. ' LIC-COUNT
                   ' REGISTRANTS.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites LICROLL.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT LICFILE.
           READ LICFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ LICFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE LICFILE.

           IF PRE-COUNT > 1000
               DISPLAY 'LICROLL.TXT EXCEEDS 1000 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO LIC-COUNT.
           OPEN INPUT LICFILE.

           READ LICFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR LIC-COUNT = 1000
               ADD 1 TO LIC-COUNT
               MOVE LIC-REC TO LIC-ENTRY(LIC-COUNT)
               IF LR-LICNO > NEXT-LICNO
                   MOVE LR-LICNO TO NEXT-LICNO
               END-IF
               READ LICFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE LICFILE.
           DISPLAY 'REGISTRANTS ON THE ROLL: ' LIC-COUNT.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Enroll passers, Oath, CEU, Renew or List? '
               '(E/O/C/R/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'E'
               WHEN 'e'
                   PERFORM ENROLL-RTN THRU ENROLL-RTN-END
               WHEN 'O'
               WHEN 'o'
                   PERFORM OATH-RTN THRU OATH-RTN-END
               WHEN 'C'
               WHEN 'c'
                   PERFORM CEU-RTN THRU CEU-RTN-END
               WHEN 'R'
               WHEN 'r'
                   PERFORM RENEW-RTN THRU RENEW-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'E, O, C, R or L only!'
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

      *a retake leaves more than one TAN.TXT record per examinee -
      *any PASSED record qualifies, and the roll check stops a
      *second license for the same examinee number
       ENROLL-RTN.
           OPEN INPUT TANFILE.
           IF WS-TAN-FS NOT = '00'
               DISPLAY 'NO TAN.TXT ON HAND - NOTHING TO ENROLL.'
               GO TO ENROLL-RTN-END
           END-IF.
           CLOSE TANFILE.

           DISPLAY 'Oath-taking Date for this batch (YYYYMMDD): '.
           ACCEPT WORK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF DATE-OK-SW = 0 OR WORK-DATE < WS-RUN-DATE
               DISPLAY 'Invalid oath date - nothing enrolled.'
               GO TO ENROLL-RTN-END
           END-IF.
           DISPLAY 'Oath-taking Venue: '.
           ACCEPT WORK-VENUE.
           IF WORK-VENUE = SPACES
               DISPLAY 'Venue is required - nothing enrolled.'
               GO TO ENROLL-RTN-END
           END-IF.

           MOVE 0 TO ENROLL-COUNT.
           OPEN INPUT TANFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ TANFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND SREMARKS = 'PASSED'
                   MOVE 0 TO FOUND-I
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > LIC-COUNT OR FOUND-I > 0
                       IF LT-ENO(I) = SENUM
                           MOVE I TO FOUND-I
                       END-IF
                   END-PERFORM
                   IF FOUND-I = 0
                       PERFORM ENROLL-ONE-RTN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TANFILE.
           DISPLAY 'PASSERS ENROLLED: ' ENROLL-COUNT.
       ENROLL-RTN-END.
           EXIT.

       ENROLL-ONE-RTN.
           IF LIC-COUNT = 1000
               DISPLAY 'LICENSE ROLL FULL - ' SENUM ' NOT ENROLLED.'
           ELSE
               ADD 1 TO LIC-COUNT
               ADD 1 TO NEXT-LICNO
               MOVE NEXT-LICNO TO LT-LICNO(LIC-COUNT)
               MOVE SENUM TO LT-ENO(LIC-COUNT)
               MOVE SENAM TO LT-NAME(LIC-COUNT)
               MOVE SUNINAME TO LT-UNI(LIC-COUNT)
               MOVE SCNAME TO LT-COURSE(LIC-COUNT)
               MOVE SRAVERAGE TO LT-RATING(LIC-COUNT)
               MOVE WORK-DATE TO LT-OATH-DATE(LIC-COUNT)
               MOVE WORK-VENUE TO LT-OATH-VENUE(LIC-COUNT)
               MOVE 'P' TO LT-STATUS(LIC-COUNT)
               MOVE 0 TO LT-REG-DATE(LIC-COUNT)
               MOVE 0 TO LT-VALID-UNTIL(LIC-COUNT)
               MOVE 0 TO LT-CEU(LIC-COUNT)
               MOVE 0 TO LT-RENEWALS(LIC-COUNT)
               ADD 1 TO ENROLL-COUNT
               DISPLAY 'LICENSE ' NEXT-LICNO ' - ' SENAM
           END-IF.

      *taken: registered from the day of the oath for three years;
      *a no-show keeps the license number and is booked again
       OATH-RTN.
           PERFORM ASK-LICNO-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such license on the roll.'
               GO TO OATH-RTN-END
           END-IF.
           IF LT-STATUS(FOUND-I) NOT = 'P'
               DISPLAY 'Oath already taken on ' LT-REG-DATE(FOUND-I)
               GO TO OATH-RTN-END
           END-IF.

           DISPLAY 'Booked: ' LT-OATH-DATE(FOUND-I) ' '
               LT-OATH-VENUE(FOUND-I).
           DISPLAY 'Oath Taken or Rebook? (T/B): '.
           ACCEPT OATH-ACTION.
           EVALUATE OATH-ACTION
               WHEN 'T'
               WHEN 't'
                   DISPLAY 'Date Taken (YYYYMMDD, 0 = as booked): '
                   ACCEPT WORK-DATE
                   IF WORK-DATE = 0
                       MOVE LT-OATH-DATE(FOUND-I) TO WORK-DATE
                   END-IF
                   PERFORM CHECK-DATE-RTN
                   IF DATE-OK-SW = 0 OR WORK-DATE > WS-RUN-DATE
                       DISPLAY 'Invalid!'
                       GO TO OATH-RTN-END
                   END-IF
                   MOVE WORK-DATE TO LT-OATH-DATE(FOUND-I)
                   MOVE WORK-DATE TO LT-REG-DATE(FOUND-I)
                   PERFORM ADD-CYCLE-RTN
                   MOVE WORK-DATE TO LT-VALID-UNTIL(FOUND-I)
                   MOVE 'A' TO LT-STATUS(FOUND-I)
                   DISPLAY 'Registered - valid until '
                       LT-VALID-UNTIL(FOUND-I)
               WHEN 'B'
               WHEN 'b'
                   DISPLAY 'New Oath Date (YYYYMMDD): '
                   ACCEPT WORK-DATE
                   PERFORM CHECK-DATE-RTN
                   IF DATE-OK-SW = 0 OR WORK-DATE < WS-RUN-DATE
                       DISPLAY 'Invalid!'
                       GO TO OATH-RTN-END
                   END-IF
                   DISPLAY 'New Venue (blank = keep): '
                   MOVE SPACES TO WORK-VENUE
                   ACCEPT WORK-VENUE
                   MOVE WORK-DATE TO LT-OATH-DATE(FOUND-I)
                   IF WORK-VENUE NOT = SPACES
                       MOVE WORK-VENUE TO LT-OATH-VENUE(FOUND-I)
                   END-IF
                   DISPLAY 'Rebooked.'
               WHEN OTHER
                   DISPLAY 'T or B only!'
           END-EVALUATE.
       OATH-RTN-END.
           EXIT.

       CEU-RTN.
           PERFORM ASK-LICNO-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such license on the roll.'
               GO TO CEU-RTN-END
           END-IF.
           IF LT-STATUS(FOUND-I) NOT = 'A'
               DISPLAY 'Oath not yet taken - no units to credit.'
               GO TO CEU-RTN-END
           END-IF.

           DISPLAY 'Units this cycle: ' LT-CEU(FOUND-I).
           DISPLAY 'Units to credit: '.
           ACCEPT WORK-UNITS.
           IF WORK-UNITS = 0
               DISPLAY 'Invalid!'
               GO TO CEU-RTN-END
           END-IF.
           IF LT-CEU(FOUND-I) + WORK-UNITS > 999
               MOVE 999 TO LT-CEU(FOUND-I)
           ELSE
               ADD WORK-UNITS TO LT-CEU(FOUND-I)
           END-IF.
           DISPLAY 'Credited - units this cycle: ' LT-CEU(FOUND-I).
       CEU-RTN-END.
           EXIT.

      *renewal runs from the old expiry, not from today, so a late
      *renewal does not stretch the cycle; the units start over
       RENEW-RTN.
           PERFORM ASK-LICNO-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such license on the roll.'
               GO TO RENEW-RTN-END
           END-IF.
           IF LT-STATUS(FOUND-I) NOT = 'A'
               DISPLAY 'Oath not yet taken - nothing to renew.'
               GO TO RENEW-RTN-END
           END-IF.
           IF LT-CEU(FOUND-I) < CEU-REQUIRED
               COMPUTE CEU-SHORT = CEU-REQUIRED - LT-CEU(FOUND-I)
               DISPLAY 'RENEWAL REFUSED - ' CEU-SHORT
                   ' CEU STILL SHORT OF ' CEU-REQUIRED '.'
               GO TO RENEW-RTN-END
           END-IF.

           MOVE LT-VALID-UNTIL(FOUND-I) TO WORK-DATE.
           PERFORM ADD-CYCLE-RTN.
           MOVE WORK-DATE TO LT-VALID-UNTIL(FOUND-I).
           MOVE 0 TO LT-CEU(FOUND-I).
           ADD 1 TO LT-RENEWALS(FOUND-I).
           DISPLAY 'Renewed - valid until ' LT-VALID-UNTIL(FOUND-I).
       RENEW-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LIC-COUNT
               DISPLAY LT-LICNO(I) ' ' LT-NAME(I) ' ' LT-STATUS(I)
                   ' ' LT-OATH-DATE(I) ' ' LT-VALID-UNTIL(I)
                   ' CEU ' LT-CEU(I)
           END-PERFORM.

       ASK-LICNO-RTN.
           DISPLAY 'License Number: '.
           ACCEPT WORK-LICNO.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > LIC-COUNT OR FOUND-I > 0
               IF LT-LICNO(I) = WORK-LICNO
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.
           IF FOUND-I > 0
               DISPLAY 'On roll: ' LT-NAME(FOUND-I)
           END-IF.

      *three years on; 29 February falls back to the 28th
       ADD-CYCLE-RTN.
           ADD 3 TO WD-YYYY.
           IF WD-MM = 2 AND WD-DD = 29
               MOVE 28 TO WD-DD
           END-IF.

       CHECK-DATE-RTN.
           MOVE 1 TO DATE-OK-SW.
           IF WD-YYYY < 1950 OR WD-MM < 1 OR WD-MM > 12
              OR WD-DD < 1 OR WD-DD > 31
               MOVE 0 TO DATE-OK-SW
           END-IF.

       SAVE-RTN.
           OPEN OUTPUT LICFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LIC-COUNT
               MOVE LIC-ENTRY(I) TO LIC-REC
               WRITE LIC-REC
           END-PERFORM.
           CLOSE LICFILE.
