       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAGE.
      *AUTHOR MIGEL H. TAN
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *INSTALLATION. PUP SOUTH WING.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. AGES THE OPEN ADVERTISER INVOICES ON ARINV.TXT AS OF
      *A DATE - CURRENT (0-30 DAYS SINCE THE INVOICE), 31-60, 61-90
      *AND OVER 90 - PER ADVERTISER, WITH A COLLECTION LIST OF EVERY
      *INVOICE PAST 60 DAYS (ARAGER). AGED AS OF TODAY, AN ADVERTISER
      *WITH ANYTHING OVER 90 DAYS GOES ON CREDIT HOLD (Y) ON
      *ADVRMAST.TXT AND COMES OFF AGAIN ONCE THAT BUCKET IS CLEARED.
      *A MANUAL HOLD (M) FROM ADVRMNT IS LEFT ALONE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVFILE ASSIGN TO 'ARINV.TXT'
               FILE STATUS IS WS-INV-FS.
           SELECT ADVRFILE ASSIGN TO 'ADVRMAST.TXT'
               FILE STATUS IS WS-ADV-FS.
           SELECT RPTFILE ASSIGN TO 'ARAGER'.

       DATA DIVISION.
       FILE SECTION.

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

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(90).

       WORKING-STORAGE SECTION.

       01 WS-INV-FS PIC XX VALUE SPACES.
       01 WS-ADV-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).
       01 AS-OF-DATE PIC 9(8) VALUE 0.
       01 AS-OF-DATE-X REDEFINES AS-OF-DATE.
           05 AS-OF-YYYY PIC 9(4).
           05 AS-OF-MM PIC 99.
           05 AS-OF-DD PIC 99.

      *the whole master record rides in the entry so the hold pass
      *can write it back untouched but for the hold byte; the last
      *entry gathers invoices for names no longer on the master
       01 ADVR-TABLE.
           05 ADVR-ENTRY OCCURS 101 TIMES.
               10 AT-REC.
                   15 AT-NAME PIC X(20).
                   15 AT-MID PIC X(27).
                   15 AT-HOLD PIC X.
                   15 AT-TAIL PIC X(24).
               10 AT-OPEN PIC 9(4).
               10 AT-BUCKET OCCURS 4 TIMES PIC 9(9)V99.
               10 AT-TOTAL PIC 9(9)V99.
       01 ADVR-COUNT PIC 9(3) VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.
       01 A-I PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.
       01 B-I PIC 9 VALUE 0.
       01 CHANGED-SW PIC 9 VALUE 0.
       01 HOLD-COUNT PIC 9(3) VALUE 0.

       01 COLL-TABLE.
           05 COLL-ENTRY OCCURS 500 TIMES.
               10 CL-NO PIC 9(6).
               10 CL-ADVERTISER PIC X(20).
               10 CL-DATE PIC 9(8).
               10 CL-DUE PIC 9(8).
               10 CL-DAYS PIC 9(5).
               10 CL-BALANCE PIC 9(9)V99.
       01 COLL-COUNT PIC 9(3) VALUE 0.
       01 COLL-OVER PIC 9(5) VALUE 0.
       01 C-I PIC 9(3) VALUE 0.

       01 INV-READ PIC 9(5) VALUE 0.
       01 INV-OPEN PIC 9(5) VALUE 0.
       01 WS-BALANCE PIC 9(9)V99 VALUE 0.
       01 WS-DAYS PIC 9(5) VALUE 0.
       01 GRAND-TABLE.
           05 GRAND-BUCKET OCCURS 4 TIMES PIC 9(11)V99.
       01 GRAND-TOTAL PIC 9(11)V99 VALUE 0.

      *day numbers for the age count - days since a fixed epoch, so
      *two dates subtract without a calendar walk
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

       01 AGE-TITLE.
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'ACCOUNTS RECEIVABLE AGING'.
           02 FILLER PIC X(30) VALUE SPACES.

       01 AS-OF-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'As Of:    '.
           02 AO-DATE PIC 9(8).
           02 FILLER PIC X(70) VALUE SPACES.

       01 AGE-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'Advertiser'.
           02 FILLER PIC X(13) VALUE '      Current'.
           02 FILLER PIC X(13) VALUE '    31-60 Dys'.
           02 FILLER PIC X(13) VALUE '    61-90 Dys'.
           02 FILLER PIC X(13) VALUE '      Over 90'.
           02 FILLER PIC X(13) VALUE '        Total'.
           02 FILLER PIC X(3) VALUE ' H'.

       01 AGE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-NAME PIC X(20).
           02 AL-BUCKET-1 PIC Z(9)9.99.
           02 AL-BUCKET-2 PIC Z(9)9.99.
           02 AL-BUCKET-3 PIC Z(9)9.99.
           02 AL-BUCKET-4 PIC Z(9)9.99.
           02 AL-TOTAL PIC Z(9)9.99.
           02 FILLER PIC X VALUE SPACES.
           02 AL-HOLD PIC X.
           02 FILLER PIC X VALUE SPACES.

       01 COLL-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
               'For Collection - Invoices Past 60 Days'.
           02 FILLER PIC X(38) VALUE SPACES.

       01 COLL-COL-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Invoice'.
           02 FILLER PIC X(22) VALUE 'Advertiser'.
           02 FILLER PIC X(10) VALUE 'Dated'.
           02 FILLER PIC X(10) VALUE 'Due'.
           02 FILLER PIC X(6) VALUE '  Days'.
           02 FILLER PIC X(15) VALUE '        Balance'.
           02 FILLER PIC X(17) VALUE SPACES.

       01 COLL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CO-NO PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CO-ADVERTISER PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CO-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CO-DUE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CO-DAYS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CO-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(17) VALUE SPACES.

       01 HOLD-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 HL-NAME PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HL-TEXT PIC X(40).
           02 FILLER PIC X(26) VALUE SPACES.

       01 TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-LABEL PIC X(30).
           02 TL-COUNT PIC ZZZZ9.
           02 FILLER PIC X(53) VALUE SPACES.

       01 BLANK-LINE.
           02 FILLER PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

       ASK-AS-OF.
           DISPLAY 'Age As Of (YYYYMMDD, 0 = today): '.
           ACCEPT AS-OF-DATE.
           IF AS-OF-DATE = 0
               MOVE WS-RUN-DATE TO AS-OF-DATE
           END-IF.
           IF AS-OF-YYYY < 1900 OR AS-OF-MM < 1 OR AS-OF-MM > 12
              OR AS-OF-DD < 1 OR AS-OF-DD > 31
              OR AS-OF-DATE > WS-RUN-DATE
               DISPLAY 'Invalid!'
               GO TO ASK-AS-OF
           END-IF.
           MOVE AS-OF-DATE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           MOVE DN-RESULT TO DN-AS-OF.

           PERFORM LOAD-ADVR-RTN THRU LOAD-ADVR-RTN-END.
           MOVE '*NOT ON ADVRMAST.TXT' TO AT-NAME(101).
           MOVE 0 TO AT-OPEN(101) AT-TOTAL(101).
           PERFORM VARYING B-I FROM 1 BY 1 UNTIL B-I > 4
               MOVE 0 TO AT-BUCKET(101, B-I)
               MOVE 0 TO GRAND-BUCKET(B-I)
           END-PERFORM.

           OPEN INPUT INVFILE.
           IF WS-INV-FS NOT = '00'
               DISPLAY 'NO ARINV.TXT ON HAND - RUN ADVBILL FIRST.'
               STOP RUN
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ INVFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO INV-READ
                   PERFORM AGE-ONE-RTN THRU AGE-ONE-RTN-END
               END-IF
           END-PERFORM.
           CLOSE INVFILE.

           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM AGE-TITLE AFTER PAGE.
           MOVE AS-OF-DATE TO AO-DATE.
           WRITE RPTREC FROM AS-OF-LINE AFTER 1.
           WRITE RPTREC FROM AGE-HEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > ADVR-COUNT
               IF AT-OPEN(A-I) > 0
                   PERFORM PRINT-ADVR-RTN
               END-IF
           END-PERFORM.
           IF AT-OPEN(101) > 0
               MOVE 101 TO A-I
               MOVE SPACE TO AT-HOLD(101)
               PERFORM PRINT-ADVR-RTN
           END-IF.
           MOVE 'TOTAL' TO AL-NAME.
           MOVE GRAND-BUCKET(1) TO AL-BUCKET-1.
           MOVE GRAND-BUCKET(2) TO AL-BUCKET-2.
           MOVE GRAND-BUCKET(3) TO AL-BUCKET-3.
           MOVE GRAND-BUCKET(4) TO AL-BUCKET-4.
           MOVE GRAND-TOTAL TO AL-TOTAL.
           MOVE SPACE TO AL-HOLD.
           WRITE RPTREC FROM AGE-LINE AFTER 2.

           PERFORM COLLECTION-RTN THRU COLLECTION-RTN-END.

           IF AS-OF-DATE = WS-RUN-DATE
               PERFORM HOLD-RTN THRU HOLD-RTN-END
           END-IF.

           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 'INVOICES READ' TO TL-LABEL.
           MOVE INV-READ TO TL-COUNT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'INVOICES OPEN' TO TL-LABEL.
           MOVE INV-OPEN TO TL-COUNT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'HOLDS CHANGED' TO TL-LABEL.
           MOVE HOLD-COUNT TO TL-COUNT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           CLOSE RPTFILE.

           IF CHANGED-SW = 1
               PERFORM SAVE-ADVR-RTN
           END-IF.
           DISPLAY 'OPEN INVOICES: ' INV-OPEN '  HOLDS CHANGED: '
               HOLD-COUNT ' (ARAGER).'.
           IF AS-OF-DATE NOT = WS-RUN-DATE
               DISPLAY 'AGED AS OF A PAST DATE - HOLDS NOT REVIEWED.'
           END-IF.
           STOP RUN.

      *the master is rewritten from the table when a hold moves, so
      *the whole file must fit before anything loads
       LOAD-ADVR-RTN.
           OPEN INPUT ADVRFILE.
           IF WS-ADV-FS NOT = '00'
               GO TO LOAD-ADVR-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ADVRFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE ADVRFILE.

           IF PRE-COUNT > 100
               DISPLAY 'ADVRMAST.TXT EXCEEDS 100 - RUN REFUSED.'
               STOP RUN
           END-IF.

           MOVE 0 TO EOFSW.
           OPEN INPUT ADVRFILE.
           PERFORM UNTIL EOFSW = 1
               READ ADVRFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO ADVR-COUNT
                   MOVE ADVR-REC TO AT-REC(ADVR-COUNT)
                   MOVE 0 TO AT-OPEN(ADVR-COUNT)
                   MOVE 0 TO AT-TOTAL(ADVR-COUNT)
                   PERFORM VARYING B-I FROM 1 BY 1 UNTIL B-I > 4
                       MOVE 0 TO AT-BUCKET(ADVR-COUNT, B-I)
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE ADVRFILE.
       LOAD-ADVR-RTN-END.
           EXIT.

      *age runs from the invoice date; an invoice dated after the
      *as-of date did not exist yet and is passed over
       AGE-ONE-RTN.
           IF IV-DATE > AS-OF-DATE
               GO TO AGE-ONE-RTN-END
           END-IF.
           IF IV-PAID NOT < IV-AMOUNT
               GO TO AGE-ONE-RTN-END
           END-IF.
           COMPUTE WS-BALANCE = IV-AMOUNT - IV-PAID.
           ADD 1 TO INV-OPEN.

           MOVE IV-DATE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           COMPUTE WS-DAYS = DN-AS-OF - DN-RESULT.

           EVALUATE TRUE
               WHEN WS-DAYS > 90
                   MOVE 4 TO B-I
               WHEN WS-DAYS > 60
                   MOVE 3 TO B-I
               WHEN WS-DAYS > 30
                   MOVE 2 TO B-I
               WHEN OTHER
                   MOVE 1 TO B-I
           END-EVALUATE.

           MOVE 101 TO FOUND-I.
           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > ADVR-COUNT
               IF AT-NAME(A-I) = IV-ADVERTISER
                   MOVE A-I TO FOUND-I
               END-IF
           END-PERFORM.
           ADD 1 TO AT-OPEN(FOUND-I).
           ADD WS-BALANCE TO AT-BUCKET(FOUND-I, B-I).
           ADD WS-BALANCE TO AT-TOTAL(FOUND-I).
           ADD WS-BALANCE TO GRAND-BUCKET(B-I).
           ADD WS-BALANCE TO GRAND-TOTAL.

           IF WS-DAYS > 60
               IF COLL-COUNT < 500
                   ADD 1 TO COLL-COUNT
                   MOVE IV-NO TO CL-NO(COLL-COUNT)
                   MOVE IV-ADVERTISER TO CL-ADVERTISER(COLL-COUNT)
                   MOVE IV-DATE TO CL-DATE(COLL-COUNT)
                   MOVE IV-DUE TO CL-DUE(COLL-COUNT)
                   MOVE WS-DAYS TO CL-DAYS(COLL-COUNT)
                   MOVE WS-BALANCE TO CL-BALANCE(COLL-COUNT)
               ELSE
                   ADD 1 TO COLL-OVER
               END-IF
           END-IF.
       AGE-ONE-RTN-END.
           EXIT.

       PRINT-ADVR-RTN.
           MOVE AT-NAME(A-I) TO AL-NAME.
           MOVE AT-BUCKET(A-I, 1) TO AL-BUCKET-1.
           MOVE AT-BUCKET(A-I, 2) TO AL-BUCKET-2.
           MOVE AT-BUCKET(A-I, 3) TO AL-BUCKET-3.
           MOVE AT-BUCKET(A-I, 4) TO AL-BUCKET-4.
           MOVE AT-TOTAL(A-I) TO AL-TOTAL.
           MOVE AT-HOLD(A-I) TO AL-HOLD.
           IF AL-HOLD = 'N'
               MOVE SPACE TO AL-HOLD
           END-IF.
           WRITE RPTREC FROM AGE-LINE AFTER 1.

       COLLECTION-RTN.
           WRITE RPTREC FROM COLL-HEAD AFTER 3.
           IF COLL-COUNT = 0
               MOVE SPACES TO HL-NAME
               MOVE 'NONE' TO HL-TEXT
               WRITE RPTREC FROM HOLD-LINE AFTER 2
               GO TO COLLECTION-RTN-END
           END-IF.
           WRITE RPTREC FROM COLL-COL-HEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > COLL-COUNT
               MOVE CL-NO(C-I) TO CO-NO
               MOVE CL-ADVERTISER(C-I) TO CO-ADVERTISER
               MOVE CL-DATE(C-I) TO CO-DATE
               MOVE CL-DUE(C-I) TO CO-DUE
               MOVE CL-DAYS(C-I) TO CO-DAYS
               MOVE CL-BALANCE(C-I) TO CO-BALANCE
               WRITE RPTREC FROM COLL-LINE AFTER 1
           END-PERFORM.
           IF COLL-OVER > 0
               MOVE 'NOT LISTED - TABLE FULL' TO TL-LABEL
               MOVE COLL-OVER TO TL-COUNT
               WRITE RPTREC FROM TOTAL-LINE AFTER 2
           END-IF.
       COLLECTION-RTN-END.
           EXIT.

      *an aging hold goes on with anything over 90 days and comes
      *off once that bucket is clear; a manual hold is not ours
       HOLD-RTN.
           WRITE RPTREC FROM BLANK-LINE AFTER 2.
           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > ADVR-COUNT
               IF AT-BUCKET(A-I, 4) > 0
                  AND AT-HOLD(A-I) NOT = 'Y' AND AT-HOLD(A-I) NOT = 'M'
                   MOVE 'Y' TO AT-HOLD(A-I)
                   MOVE AT-NAME(A-I) TO HL-NAME
                   MOVE 'PUT ON CREDIT HOLD - OVER 90 DAYS'
                       TO HL-TEXT
                   WRITE RPTREC FROM HOLD-LINE AFTER 1
                   ADD 1 TO HOLD-COUNT
                   MOVE 1 TO CHANGED-SW
               END-IF
               IF AT-BUCKET(A-I, 4) = 0 AND AT-HOLD(A-I) = 'Y'
                   MOVE 'N' TO AT-HOLD(A-I)
                   MOVE AT-NAME(A-I) TO HL-NAME
                   MOVE 'CREDIT HOLD RELEASED - 90+ CLEARED'
                       TO HL-TEXT
                   WRITE RPTREC FROM HOLD-LINE AFTER 1
                   ADD 1 TO HOLD-COUNT
                   MOVE 1 TO CHANGED-SW
               END-IF
           END-PERFORM.
       HOLD-RTN-END.
           EXIT.

       SAVE-ADVR-RTN.
           OPEN OUTPUT ADVRFILE.
           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > ADVR-COUNT
               MOVE AT-REC(A-I) TO ADVR-REC
               WRITE ADVR-REC
           END-PERFORM.
           CLOSE ADVRFILE.

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
