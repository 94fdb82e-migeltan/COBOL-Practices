       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINPPEXP.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MONTHLY LIST OF LICENSES ON LICROLL.TXT THAT EXPIRE
      *WITHIN THE NEXT 90 DAYS, WITH THE CONTINUING-EDUCATION UNITS
      *EACH REGISTRANT STILL NEEDS BEFORE FINPPLIC WILL RENEW, SO THE
      *REMINDERS CAN GO OUT IN TIME. LICENSES ALREADY LAPSED ARE
      *COUNTED IN THE SUMMARY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE  ASSIGN TO "LICROLL.TXT"
               FILE STATUS IS WS-LIC-FS.
           SELECT OUTFILE ASSIGN TO "FINPPEXP.TXT".

       DATA DIVISION.
       FILE SECTION.

       FD  INFILE
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
           05 LR-STATUS PIC X.
           05 LR-REG-DATE PIC 9(8).
           05 LR-VALID-UNTIL PIC 9(8).
           05 LR-CEU PIC 9(3).
           05 LR-RENEWALS PIC 99.

       FD  OUTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OUTREC.

       01  OUTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-LIC-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.
       01 DUE-COUNT PIC 9(4) VALUE 0.
       01 SHORT-COUNT PIC 9(4) VALUE 0.
       01 LAPSED-COUNT PIC 9(4) VALUE 0.
       01 ACTIVE-COUNT PIC 9(4) VALUE 0.
       01 DAYS-LEFT PIC S9(7) VALUE 0.

      *same units as FINPPLIC requires before it renews
       01 CEU-REQUIRED PIC 9(3) VALUE 45.
       01 CEU-SHORT PIC 9(3) VALUE 0.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  DN-DATE PIC 9(8) VALUE 0.
       01  DN-DATE-X REDEFINES DN-DATE.
           05 DN-YYYY PIC 9(4).
           05 DN-MM PIC 99.
           05 DN-DD PIC 99.
       01  DN-YEARS PIC 9(4) VALUE 0.
       01  DN-LEAPS PIC 9(5) VALUE 0.
       01  DN-Q PIC 9(5) VALUE 0.
       01  DN-RESULT PIC 9(7) VALUE 0.
       01  DN-AS-OF PIC 9(7) VALUE 0.
       01  CUM-DAYS-INIT.
           05 FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-INIT.
           05 CUM-DAYS OCCURS 12 TIMES PIC 9(3).

       01 HEAD-1.
           02 FILLER PIC X(23) VALUE SPACES.
           02 FILLER PIC X(34) VALUE
               "Professional Regulation Commission".
           02 FILLER PIC X(23) VALUE SPACES.

       01 HEAD-2.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(41) VALUE
               "LICENSES EXPIRING WITHIN THE NEXT 90 DAYS".
           02 FILLER PIC X(19) VALUE SPACES.

       01 HEAD-3.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "As of : ".
           02 H-RUN-DATE PIC 9(8).
           02 FILLER PIC X(62) VALUE SPACES.

       01 COL-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "License".
           02 FILLER PIC X(26) VALUE "Name".
           02 FILLER PIC X(10) VALUE "Expires".
           02 FILLER PIC X(6) VALUE "Days".
           02 FILLER PIC X(6) VALUE "CEU".
           02 FILLER PIC X(6) VALUE "Short".
           02 FILLER PIC X(15) VALUE "Renewable".

       01 DET-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-LICNO PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-NAME PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 D-EXPIRES PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-DAYS PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 D-CEU PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 D-SHORT PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 D-RENEW PIC X(15).

       01 SUMMARY-HEAD.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(24) VALUE "Expiry Summary".
           02 FILLER PIC X(28) VALUE SPACES.

       01 SUMMARY-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 S-LABEL PIC X(40).
           02 S-COUNT PIC ZZZ9.
           02 FILLER PIC X(31) VALUE SPACES.

       01 BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM INIT-RTN THRU INIT-RTN-END.
           PERFORM PROCESS-RTN UNTIL EOFSW = 1.
           PERFORM FINISH-RTN.
           STOP RUN.

       INIT-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.
           MOVE WS-RUN-DATE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           MOVE DN-RESULT TO DN-AS-OF.

           OPEN INPUT INFILE.
           IF WS-LIC-FS NOT = '00'
               DISPLAY "NO LICROLL.TXT ON HAND - RUN FINPPLIC FIRST."
               STOP RUN
           END-IF.
           OPEN OUTPUT OUTFILE.

           MOVE WS-RUN-DATE TO H-RUN-DATE.
           WRITE OUTREC FROM HEAD-1 AFTER PAGE.
           WRITE OUTREC FROM HEAD-2 AFTER 1.
           WRITE OUTREC FROM HEAD-3 AFTER 2.
           WRITE OUTREC FROM COL-HEAD AFTER 2.
           WRITE OUTREC FROM BLANK-LINE AFTER 1.

           READ INFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           IF EOFSW = 1
               DISPLAY "EMPTY FILE"
               GO TO INIT-RTN-END
           END-IF.
       INIT-RTN-END.

      *only registered licenses expire - one still booked for the
      *oath has no validity yet
       PROCESS-RTN.
           IF LR-STATUS = 'A'
               ADD 1 TO ACTIVE-COUNT
               MOVE LR-VALID-UNTIL TO DN-DATE
               PERFORM DAY-NUMBER-RTN
               COMPUTE DAYS-LEFT = DN-RESULT - DN-AS-OF
               IF DAYS-LEFT < 0
                   ADD 1 TO LAPSED-COUNT
               ELSE
                   IF DAYS-LEFT NOT > 90
                       PERFORM DUE-LINE-RTN
                   END-IF
               END-IF
           END-IF.

           READ INFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

       DUE-LINE-RTN.
           MOVE LR-LICNO TO D-LICNO.
           MOVE LR-NAME TO D-NAME.
           MOVE LR-VALID-UNTIL TO D-EXPIRES.
           MOVE DAYS-LEFT TO D-DAYS.
           MOVE LR-CEU TO D-CEU.
           IF LR-CEU < CEU-REQUIRED
               COMPUTE CEU-SHORT = CEU-REQUIRED - LR-CEU
               MOVE "NEEDS UNITS" TO D-RENEW
               ADD 1 TO SHORT-COUNT
           ELSE
               MOVE 0 TO CEU-SHORT
               MOVE "YES" TO D-RENEW
           END-IF.
           MOVE CEU-SHORT TO D-SHORT.
           WRITE OUTREC FROM DET-LINE AFTER 1.
           ADD 1 TO DUE-COUNT.

       FINISH-RTN.
           WRITE OUTREC FROM SUMMARY-HEAD AFTER PAGE.
           WRITE OUTREC FROM BLANK-LINE AFTER 1.
           MOVE "Registered licenses on the roll  :" TO S-LABEL.
           MOVE ACTIVE-COUNT TO S-COUNT.
           WRITE OUTREC FROM SUMMARY-LINE AFTER 1.
           MOVE "Expiring within 90 days          :" TO S-LABEL.
           MOVE DUE-COUNT TO S-COUNT.
           WRITE OUTREC FROM SUMMARY-LINE AFTER 1.
           MOVE "  of which still short of units  :" TO S-LABEL.
           MOVE SHORT-COUNT TO S-COUNT.
           WRITE OUTREC FROM SUMMARY-LINE AFTER 1.
           MOVE "Already lapsed                   :" TO S-LABEL.
           MOVE LAPSED-COUNT TO S-COUNT.
           WRITE OUTREC FROM SUMMARY-LINE AFTER 1.

           CLOSE INFILE OUTFILE.
           DISPLAY 'LICENSES DUE WITHIN 90 DAYS: ' DUE-COUNT.
           DISPLAY "LICENSE EXPIRY RUN COMPLETE.".

      *days since 0000-03-01 style epoch - 365 a year plus the leap
      *days before this date, plus the days into the year
       DAY-NUMBER-RTN.
           MOVE DN-YYYY TO DN-YEARS.
           IF DN-MM < 3
               SUBTRACT 1 FROM DN-YEARS
           END-IF.
           DIVIDE DN-YEARS BY 4 GIVING DN-LEAPS.
           DIVIDE DN-YEARS BY 100 GIVING DN-Q.
           SUBTRACT DN-Q FROM DN-LEAPS.
           DIVIDE DN-YEARS BY 400 GIVING DN-Q.
           ADD DN-Q TO DN-LEAPS.
           COMPUTE DN-RESULT = (DN-YYYY * 365) + DN-LEAPS
                             + CUM-DAYS(DN-MM) + DN-DD.
