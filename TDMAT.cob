       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMAT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. TIME-DEPOSIT MATURITY RUN - RUNS AHEAD OF NEWPRE
      *BESIDE NEWSTDO. EVERY ACTIVE TDMAST.TXT PLACEMENT THAT HAS
      *REACHED ITS MATURITY DATE EARNS ITS CONTRACTED INTEREST FOR
      *THE TERM AND IS SETTLED ON THE CUSTOMER'S STANDING
      *INSTRUCTION - PAID OUT WHOLE, ROLLED WITH THE INTEREST PAID
      *OUT, OR ROLLED WITH THE INTEREST ADDED TO PRINCIPAL. CREDITS
      *GO TO THE SETTLEMENT ACCOUNT AS D ITEMS IN TRANS.TXT CARRYING
      *THE PLACEMENT NUMBER. THE FINAL TAX IS WITHHELD FROM THE
      *INTEREST UNLESS THE SETTLEMENT ACCOUNT IS EXEMPT, LOGGED TO
      *WHTLOG.TXT AND BOOKED TO NEWGL.TXT UNDER WHT. THE MATURITY
      *REGISTER GOES TO TDMATR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDFILE ASSIGN TO 'TDMAST.TXT'
               FILE STATUS WS-FS-TD.
      *the placement file is rewritten through a work copy - it can
      *run to more placements than any table here would hold
           SELECT TDWORK ASSIGN TO 'TDMAST.WRK'
               FILE STATUS WS-FS-TDW.
           SELECT TRANSFILE ASSIGN TO 'TRANS.txt'
               FILE STATUS WS-FS-TRN.
      *settlement-account exemptions from the final tax
           SELECT ACCTMASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-AM.
           SELECT WHTPRMFILE ASSIGN TO 'WHTPRM.TXT'
               FILE STATUS WS-FS-WHP.
           SELECT OPTIONAL WHTFILE ASSIGN TO 'WHTLOG.TXT'
               FILE STATUS WS-FS-WHT.
           SELECT GLFILE ASSIGN TO 'NEWGL.TXT'.
           SELECT RPTFILE ASSIGN TO 'TDMATR'.

       DATA DIVISION.
       FILE SECTION.

       FD  TDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TD-REC.

       01  TD-REC.
           02 TD-TDNO PIC X(6).
           02 TD-ANO PIC X(10).
           02 TD-ANA PIC X(25).
           02 TD-PRINCIPAL PIC 9(9)V99.
           02 TD-RATE PIC V9(5).
           02 TD-TERM PIC 9(3).
           02 TD-PLACED PIC 9(8).
           02 TD-MATURITY PIC 9(8).
           02 TD-INSTR PIC X.
           02 TD-STATUS PIC X.
           02 TD-ROLLS PIC 99.

       FD  TDWORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS TDW-REC.

       01  TDW-REC PIC X(80).

       FD  TRANSFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS TRANS-REC.

       01  TRANS-REC.
           02 T-ANO PIC X(10).
           02 T-ANA PIC X(25).
           02 T-TC PIC X.
           02 T-TAMT PIC 9(7)V99.
           02 T-TDATE PIC 9(8).
           02 T-TREF PIC X(6).
           02 T-SREF PIC X(20).

       FD  ACCTMASTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MAST-REC.

       01  MAST-REC.
           05 AM-ANO PIC X(10).
           05 AM-NAME PIC X(25).
           05 AM-OPENED PIC 9(8).
           05 AM-STATUS PIC X.
           05 AM-TAXEX PIC X.
           05 FILLER PIC X(19).

       FD  WHTPRMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS WHP-REC.

       01  WHP-REC.
           02 WHP-RATE PIC V9(5).

       FD  WHTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WHT-REC.

       01  WHT-REC.
           02 WL-ANO PIC X(10).
           02 WL-DATE PIC 9(8).
           02 WL-SOURCE PIC X(3).
           02 WL-REF PIC X(6).
           02 WL-GROSS PIC 9(9)V99.
           02 WL-TAX PIC 9(9)V99.
           02 WL-TAXEX PIC X.

       FD  GLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.

       01  GL-REC.
           02 GL-R-DATE PIC 9(8).
           02 GL-R-CODE PIC X(3).
           02 GL-R-CNT PIC 9(6).
           02 GL-R-AMT PIC 9(11)V99.

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-TD PIC XX VALUE SPACES.
       01  WS-FS-TDW PIC XX VALUE SPACES.
       01  WS-FS-TRN PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

       01  WS-INTEREST PIC 9(9)V99 VALUE 0.
       01  WS-NET-INT PIC 9(9)V99 VALUE 0.
       01  WS-CREDIT PIC 9(9)V99 VALUE 0.
       01  WS-CREDIT-LEFT PIC 9(9)V99 VALUE 0.
       01  WS-DAY-CTR PIC 9(3) VALUE 0.
       01  WS-ACTION PIC X(20) VALUE SPACES.

       01  MAT-COUNT PIC 9(5) VALUE 0.
       01  PAID-COUNT PIC 9(5) VALUE 0.
       01  ROLL-COUNT PIC 9(5) VALUE 0.
       01  TOT-INTEREST PIC 9(11)V99 VALUE 0.
       01  TOT-CREDIT PIC 9(11)V99 VALUE 0.
       01  TOT-WTAX PIC 9(11)V99 VALUE 0.
       01  WTAX-COUNT PIC 9(6) VALUE 0.

      *final tax - rate off WHTPRM.TXT (20% when absent) and the
      *settlement accounts the master flags exempt
       01  WS-FS-AM PIC XX VALUE SPACES.
       01  WS-FS-WHP PIC XX VALUE SPACES.
       01  WS-FS-WHT PIC XX VALUE SPACES.
       01  WS-WHT-RATE PIC V9(5) VALUE .20000.
       01  WS-WTAX PIC 9(9)V99 VALUE 0.
       01  WS-TAXEX PIC X VALUE 'N'.
       01  EXEMPT-TABLE.
           05 EX-ANO OCCURS 500 TIMES PIC X(10).
       01  EX-COUNT PIC 9(3) VALUE 0.
       01  EX-I PIC 9(3) VALUE 0.

      *calendar walk - a rolled placement's next maturity is the
      *old maturity stepped forward one day at a time for the term
       01  CAL-DATE PIC 9(8) VALUE 0.
       01  CAL-DATE-X REDEFINES CAL-DATE.
           05 CAL-YYYY PIC 9(4).
           05 CAL-MM PIC 99.
           05 CAL-DD PIC 99.
       01  MONTH-DAYS-INIT.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-INIT.
           05 MO-DAYS OCCURS 12 TIMES PIC 99.
       01  WS-MO-MAX PIC 99 VALUE 0.
       01  WS-LEAP-REM PIC 9(4) VALUE 0.
       01  WS-LEAP-Q PIC 9(4) VALUE 0.

      *century-correct run date the maturity test rides on
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  RPT-HEAD.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'Time-Deposit Maturity Register'.
           02 FILLER PIC X(25) VALUE SPACES.

       01  RPT-DATE-LINE.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Run Date: '.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(37) VALUE SPACES.

       01  RPT-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'TD No.'.
           02 FILLER PIC X(11) VALUE 'Account'.
           02 FILLER PIC X(9) VALUE 'Matured'.
           02 FILLER PIC X(15) VALUE '      Principal'.
           02 FILLER PIC X(13) VALUE '     Interest'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'Disposition'.

       01  RPT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-TDNO PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-ANO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-MATURED PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-PRINCIPAL PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-INTEREST PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-ACTION PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.

       01  RPT-TOTAL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Matured: '.
           02 RT-MAT PIC ZZ,ZZ9.
           02 FILLER PIC X(8) VALUE '  Paid: '.
           02 RT-PAID PIC ZZ,ZZ9.
           02 FILLER PIC X(10) VALUE '  Rolled: '.
           02 RT-ROLL PIC ZZ,ZZ9.
           02 FILLER PIC X(12) VALUE '  Interest: '.
           02 RT-INT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(7) VALUE SPACES.

       01  RPT-CREDIT.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(29) VALUE 'Credited to settlement accts:'.
           02 RC-CREDIT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(35) VALUE SPACES.

       01  RPT-WHT.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(29) VALUE 'Final tax withheld:'.
           02 RW-WTAX PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(35) VALUE SPACES.

       01  BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM LOAD-WHT-RTN THRU LOAD-WHT-RTN-END.

           OPEN INPUT TDFILE.
           IF WS-FS-TD NOT = '00'
               DISPLAY 'NO TIME DEPOSITS ON HAND.'
               GOBACK
           END-IF.
           OPEN OUTPUT TDWORK.
           OPEN EXTEND TRANSFILE.
           OPEN EXTEND WHTFILE.
           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE RPTREC FROM RPT-DATE-LINE AFTER 1.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ TDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM MATURE-ONE-RTN THRU MATURE-ONE-RTN-END
                   WRITE TDW-REC FROM TD-REC
               END-IF
           END-PERFORM.
           CLOSE TDFILE TDWORK TRANSFILE WHTFILE.

           MOVE MAT-COUNT TO RT-MAT.
           MOVE PAID-COUNT TO RT-PAID.
           MOVE ROLL-COUNT TO RT-ROLL.
           MOVE TOT-INTEREST TO RT-INT.
           MOVE TOT-CREDIT TO RC-CREDIT.
           MOVE TOT-WTAX TO RW-WTAX.
           WRITE RPTREC FROM BLANK-LINE AFTER 2.
           WRITE RPTREC FROM RPT-TOTAL AFTER 1.
           WRITE RPTREC FROM RPT-WHT AFTER 1.
           WRITE RPTREC FROM RPT-CREDIT AFTER 1.
           CLOSE RPTFILE.

           IF TOT-WTAX > 0
               PERFORM WRITE-GL-RTN
           END-IF.

           PERFORM COPY-BACK-RTN.
           DISPLAY 'TIME DEPOSITS MATURED: ' MAT-COUNT
               ' (TDMATR).'.
           GOBACK.

      *one placement - a roll that is itself already past due (the
      *chain did not run for a whole term) matures again at once
       MATURE-ONE-RTN.
           IF TD-STATUS NOT = 'A'
               GO TO MATURE-ONE-RTN-END
           END-IF.
           IF TD-MATURITY > WS-RUN-DATE
               GO TO MATURE-ONE-RTN-END
           END-IF.

           PERFORM SETTLE-RTN
               UNTIL TD-STATUS NOT = 'A'
                  OR TD-MATURITY > WS-RUN-DATE.
       MATURE-ONE-RTN-END.
           EXIT.

       SETTLE-RTN.
           COMPUTE WS-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-RATE * TD-TERM / 360.
           MOVE TD-PRINCIPAL TO RD-PRINCIPAL.
           MOVE TD-MATURITY TO RD-MATURED.

      *the final tax comes off the interest before any of it is
      *paid out or rolled - the customer only ever sees the net
           PERFORM FIND-EXEMPT-RTN.
           MOVE 0 TO WS-WTAX.
           IF WS-TAXEX NOT = 'Y'
               COMPUTE WS-WTAX ROUNDED = WS-INTEREST * WS-WHT-RATE
           END-IF.
           COMPUTE WS-NET-INT = WS-INTEREST - WS-WTAX.

           EVALUATE TD-INSTR
               WHEN 'R'
                   MOVE 0 TO WS-CREDIT
                   ADD WS-NET-INT TO TD-PRINCIPAL
                   MOVE 'ROLLED WITH INTEREST' TO WS-ACTION
               WHEN 'I'
                   MOVE WS-NET-INT TO WS-CREDIT
                   MOVE 'ROLLED, INT PAID' TO WS-ACTION
               WHEN OTHER
                   COMPUTE WS-CREDIT = TD-PRINCIPAL + WS-NET-INT
                   MOVE 'PAID OUT' TO WS-ACTION
           END-EVALUATE.

           IF WS-INTEREST > 0
               PERFORM WRITE-WHT-RTN
           END-IF.

           MOVE WS-CREDIT TO WS-CREDIT-LEFT.
           PERFORM WRITE-CREDIT-RTN UNTIL WS-CREDIT-LEFT = 0.

           IF TD-INSTR = 'R' OR TD-INSTR = 'I'
               MOVE TD-MATURITY TO TD-PLACED
               MOVE TD-MATURITY TO CAL-DATE
               PERFORM NEXT-DAY-RTN VARYING WS-DAY-CTR FROM 1 BY 1
                   UNTIL WS-DAY-CTR > TD-TERM
               MOVE CAL-DATE TO TD-MATURITY
               ADD 1 TO TD-ROLLS
               ADD 1 TO ROLL-COUNT
           ELSE
               MOVE 'M' TO TD-STATUS
               ADD 1 TO PAID-COUNT
           END-IF.

           MOVE TD-TDNO TO RD-TDNO.
           MOVE TD-ANO TO RD-ANO.
           MOVE WS-INTEREST TO RD-INTEREST.
           MOVE WS-ACTION TO RD-ACTION.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.
           ADD 1 TO MAT-COUNT.
           ADD WS-INTEREST TO TOT-INTEREST.
           ADD WS-CREDIT TO TOT-CREDIT.
           ADD WS-WTAX TO TOT-WTAX.
           IF WS-WTAX > 0
               ADD 1 TO WTAX-COUNT
           END-IF.

      *the final-tax rate and the exempt settlement accounts - no
      *master means nobody is exempt
       LOAD-WHT-RTN.
           OPEN INPUT WHTPRMFILE.
           IF WS-FS-WHP = '00'
               READ WHTPRMFILE
                   AT END CONTINUE
                   NOT AT END MOVE WHP-RATE TO WS-WHT-RATE
               END-READ
               CLOSE WHTPRMFILE
           END-IF.

           MOVE 0 TO EX-COUNT.
           OPEN INPUT ACCTMASTFILE.
           IF WS-FS-AM NOT = '00'
               GO TO LOAD-WHT-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR EX-COUNT = 500
               READ ACCTMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND AM-TAXEX = 'Y'
                   ADD 1 TO EX-COUNT
                   MOVE AM-ANO TO EX-ANO(EX-COUNT)
               END-IF
           END-PERFORM.
           CLOSE ACCTMASTFILE.
           MOVE 0 TO EOFSW.
       LOAD-WHT-RTN-END.
           EXIT.

       FIND-EXEMPT-RTN.
           MOVE 'N' TO WS-TAXEX.
           PERFORM VARYING EX-I FROM 1 BY 1 UNTIL EX-I > EX-COUNT
               IF EX-ANO(EX-I) = TD-ANO
                   MOVE 'Y' TO WS-TAXEX
                   MOVE EX-COUNT TO EX-I
               END-IF
           END-PERFORM.

      *this maturity's interest and tax onto the withholding ledger
       WRITE-WHT-RTN.
           MOVE TD-ANO TO WL-ANO.
           MOVE WS-RUN-DATE TO WL-DATE.
           MOVE 'TDM' TO WL-SOURCE.
           MOVE TD-TDNO TO WL-REF.
           MOVE WS-INTEREST TO WL-GROSS.
           MOVE WS-WTAX TO WL-TAX.
           MOVE WS-TAXEX TO WL-TAXEX.
           WRITE WHT-REC.

      *the day's time-deposit withholding joins the ledger feed
      *under the same code SW2 books the savings withholding to
       WRITE-GL-RTN.
           OPEN EXTEND GLFILE.
           MOVE WS-RUN-DATE TO GL-R-DATE.
           MOVE 'WHT' TO GL-R-CODE.
           MOVE WTAX-COUNT TO GL-R-CNT.
           MOVE TOT-WTAX TO GL-R-AMT.
           WRITE GL-REC.
           CLOSE GLFILE.

      *a placement grown past the largest single item by its rolls
      *pays out in as many D items as it takes
       WRITE-CREDIT-RTN.
           MOVE TD-ANO TO T-ANO.
           MOVE TD-ANA TO T-ANA.
           MOVE 'D' TO T-TC.
           IF WS-CREDIT-LEFT > 9999999.99
               MOVE 9999999.99 TO T-TAMT
           ELSE
               MOVE WS-CREDIT-LEFT TO T-TAMT
           END-IF.
           MOVE WS-RUN-DATE TO T-TDATE.
           MOVE TD-TDNO TO T-TREF.
           MOVE SPACES TO T-SREF.
           WRITE TRANS-REC.
           SUBTRACT T-TAMT FROM WS-CREDIT-LEFT.

      *one day on from CAL-DATE, rolling the month and year
       NEXT-DAY-RTN.
           PERFORM MONTH-MAX-RTN.
           IF CAL-DD < WS-MO-MAX
               ADD 1 TO CAL-DD
           ELSE
               MOVE 1 TO CAL-DD
               IF CAL-MM = 12
                   MOVE 1 TO CAL-MM
                   ADD 1 TO CAL-YYYY
               ELSE
                   ADD 1 TO CAL-MM
               END-IF
           END-IF.

      *February stretches to 29 in a leap year - divisible by 4,
      *except centuries, except every fourth century
       MONTH-MAX-RTN.
           MOVE MO-DAYS(CAL-MM) TO WS-MO-MAX.
           IF CAL-MM = 2
               DIVIDE CAL-YYYY BY 4 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-MO-MAX
                   DIVIDE CAL-YYYY BY 100 GIVING WS-LEAP-Q
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 28 TO WS-MO-MAX
                       DIVIDE CAL-YYYY BY 400 GIVING WS-LEAP-Q
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-MO-MAX
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *the worked placement file replaces the old one
       COPY-BACK-RTN.
           OPEN INPUT TDWORK.
           OPEN OUTPUT TDFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ TDWORK
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   WRITE TD-REC FROM TDW-REC
               END-IF
           END-PERFORM.
           CLOSE TDWORK TDFILE.
