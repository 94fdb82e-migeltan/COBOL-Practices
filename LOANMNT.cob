       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMNT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. MAINTAINS THE LOANMAST.TXT LOAN MASTER - BOOKS A
      *SALARY OR CALAMITY LOAN AGAINST A LINKED DEPOSIT ACCOUNT,
      *GENERATES ITS LEVEL-PAYMENT AMORTIZATION SCHEDULE ONTO
      *LOANSCH.TXT, QUEUES THE RELEASE CREDIT ON TRANSFIX.TXT FOR
      *NEWPRE TO FOLD INTO THE NEXT POSTING RUN, AND PRINTS A
      *LOAN'S SCHEDULE. LOANDUE COLLECTS THE INSTALMENTS. SAME
      *LOAD/MAINTAIN/SAVE SHAPE AS ACCTMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOANFILE ASSIGN TO 'LOANMAST.TXT'.
           SELECT OPTIONAL SCHFILE ASSIGN TO 'LOANSCH.TXT'.
      *the release credit rides the NEWFIX resubmit queue, so it
      *posts through the normal chain edits like a stale-cheque V
           SELECT OPTIONAL RESUBFILE ASSIGN TO 'TRANSFIX.TXT'.
      *account master - a loan may only be released into an active
      *deposit account
           SELECT ACCTMASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-AM.
           SELECT RPTFILE ASSIGN TO 'LOANSCHR'.
      *batch-window lock left by BATCHDRV - no maintenance while the
      *nightly chain is mid-flight
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

       FD  LOANFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-REC.

       01  LOAN-REC.
           02 LN-LNO PIC X(6).
           02 LN-ANO PIC X(10).
           02 LN-ANA PIC X(25).
      *S SALARY / C CALAMITY
           02 LN-TYPE PIC X.
           02 LN-PRINCIPAL PIC 9(9)V99.
           02 LN-RATE PIC V9(5).
           02 LN-TERM PIC 9(3).
           02 LN-RELEASE PIC 9(8).
           02 LN-INSTAMT PIC 9(7)V99.
           02 LN-OUTSTAND PIC 9(9)V99.
      *A ACTIVE / P PAID OFF
           02 LN-STATUS PIC X.

       FD  SCHFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SCH-REC.

       01  SCH-REC.
           02 SC-LNO PIC X(6).
           02 SC-INSTNO PIC 9(3).
           02 SC-DUE PIC 9(8).
           02 SC-AMT PIC 9(7)V99.
           02 SC-INT PIC 9(7)V99.
           02 SC-PRIN PIC 9(7)V99.
           02 SC-BAL PIC 9(9)V99.
      *O OPEN / M MISSED, PAST DUE / Q COLLECTED, DEBIT QUEUED
           02 SC-STATUS PIC X.
           02 SC-PENALTY PIC 9(7)V99.
           02 SC-PAIDDATE PIC 9(8).

       FD  RESUBFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS RESUBREC.

       01  RESUBREC.
           02 RS-ANO PIC X(10).
           02 RS-ANA PIC X(25).
           02 RS-TC PIC X.
           02 RS-TAMT PIC 9(7)V99.
           02 RS-TDATE PIC 9(8).
           02 RS-TREF PIC X(6).
           02 RS-SREF PIC X(20).

       FD  ACCTMASTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MAST-REC.

       01  MAST-REC.
           05 AM-ANO PIC X(10).
           05 AM-NAME PIC X(25).
           05 AM-OPENED PIC 9(8).
           05 AM-STATUS PIC X.
           05 AM-TAXEX PIC X.
           05 AM-HOME-BR PIC X(3).
      *blank or PHP = peso account
           05 AM-CCY PIC X(3).
           05 FILLER PIC X(13).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  WS-FS-AM PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

       01  LOAN-TABLE.
           05 LOAN-ENTRY OCCURS 200 TIMES.
               10 LT-LNO PIC X(6).
               10 LT-ANO PIC X(10).
               10 LT-ANA PIC X(25).
               10 LT-TYPE PIC X.
               10 LT-PRINCIPAL PIC 9(9)V99.
               10 LT-RATE PIC V9(5).
               10 LT-TERM PIC 9(3).
               10 LT-RELEASE PIC 9(8).
               10 LT-INSTAMT PIC 9(7)V99.
               10 LT-OUTSTAND PIC 9(9)V99.
               10 LT-STATUS PIC X.
       01  LOAN-COUNT PIC 9(3) VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  FOUND-I PIC 9(3) VALUE 0.
       01  CHANGED-SW PIC 9 VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.
       01  REFUSED-SW PIC 9 VALUE 0.

       01  MAINT-ACTION PIC X VALUE SPACES.
       01  ANOTHER PIC X VALUE 'Y'.
       01  WORK-LNO PIC X(6) VALUE SPACES.
       01  WORK-ANO PIC X(10) VALUE SPACES.
       01  WORK-TYPE PIC X VALUE SPACES.
       01  WORK-PRINCIPAL PIC 9(9)V99 VALUE 0.
       01  WORK-RATE PIC V9(5) VALUE 0.
       01  WORK-TERM PIC 9(3) VALUE 0.
       01  WORK-RELEASE PIC 9(8) VALUE 0.
       01  ACCT-FOUND-SW PIC 9 VALUE 0.
       01  ACCT-NAME PIC X(25) VALUE SPACES.
       01  ACCT-STATUS PIC X VALUE SPACES.
       01  ACCT-CCY PIC X(3) VALUE SPACES.

      *level-payment arithmetic - the monthly rate, the annuity
      *factor and the instalment that clears the loan in the term
       01  WS-MO-RATE PIC V9(9) VALUE 0.
       01  WS-FACTOR PIC 9(5)V9(9) VALUE 0.
       01  WS-INSTAMT PIC 9(7)V99 VALUE 0.
       01  WS-REMAIN PIC 9(9)V99 VALUE 0.
       01  WS-INT PIC 9(7)V99 VALUE 0.
       01  WS-PRIN PIC 9(7)V99 VALUE 0.
       01  WS-INST-NO PIC 9(3) VALUE 0.
       01  WS-TOT-INT PIC 9(9)V99 VALUE 0.
       01  SCH-ROWS PIC 9(5) VALUE 0.

      *due-date arithmetic - the Nth instalment falls N months past
      *release on the release day, clamped to the landing month
       01  DUE-DATE PIC 9(8) VALUE 0.
       01  DUE-DATE-X REDEFINES DUE-DATE.
           05 DUE-YYYY PIC 9(4).
           05 DUE-MM PIC 99.
           05 DUE-DD PIC 99.
       01  REL-DATE PIC 9(8) VALUE 0.
       01  REL-DATE-X REDEFINES REL-DATE.
           05 REL-YYYY PIC 9(4).
           05 REL-MM PIC 99.
           05 REL-DD PIC 99.
       01  WS-MONTHS PIC 9(5) VALUE 0.
       01  WS-YEARS PIC 9(4) VALUE 0.
       01  MONTH-DAYS-INIT.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-INIT.
           05 MO-DAYS OCCURS 12 TIMES PIC 99.
       01  WS-MO-MAX PIC 99 VALUE 0.
       01  WS-LEAP-REM PIC 9(4) VALUE 0.
       01  WS-LEAP-Q PIC 9(4) VALUE 0.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  AMT-DISP PIC Z,ZZZ,ZZ9.99.

       01  SCH-HEAD.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'Loan Amortization Schedule'.
           02 FILLER PIC X(25) VALUE SPACES.

       01  SCH-LOAN-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Loan: '.
           02 SL-LNO PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-ANA PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-TYPE PIC X(8).
           02 FILLER PIC X(15) VALUE SPACES.

       01  SCH-TERMS-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(11) VALUE 'Principal: '.
           02 ST-PRINCIPAL PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(8) VALUE '  Rate: '.
           02 ST-RATE PIC Z9.999.
           02 FILLER PIC X(9) VALUE '%  Term: '.
           02 ST-TERM PIC ZZ9.
           02 FILLER PIC X(12) VALUE ' mo  Release'.
           02 FILLER PIC X(2) VALUE ': '.
           02 ST-RELEASE PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.

       01  SCH-SUBHEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'No.'.
           02 FILLER PIC X(10) VALUE 'Due Date'.
           02 FILLER PIC X(13) VALUE '   Instalment'.
           02 FILLER PIC X(13) VALUE '     Interest'.
           02 FILLER PIC X(13) VALUE '    Principal'.
           02 FILLER PIC X(15) VALUE '      Balance'.
           02 FILLER PIC X(7) VALUE ' Status'.

       01  SCH-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 SD-INSTNO PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-DUE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-AMT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 SD-INT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 SD-PRIN PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 SD-BAL PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-STATUS PIC X(9).

       01  SCH-TOTAL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(23) VALUE 'Total Interest Payable:'.
           02 SX-INT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(39) VALUE SPACES.

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

           PERFORM CHECK-LOCK-RTN THRU CHECK-LOCK-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF CHANGED-SW = 1 AND REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'LOAN MASTER SAVED. ' LOAN-COUNT ' LOANS.'
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

      *the whole master must fit the table before anything loads -
      *the save pass rewrites LOANMAST.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT LOANFILE.
           READ LOANFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ LOANFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE LOANFILE.

           IF PRE-COUNT > 200
               DISPLAY 'LOANMAST.TXT EXCEEDS 200 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO LOAN-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT LOANFILE.
           READ LOANFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO LOAN-COUNT
               MOVE LN-LNO TO LT-LNO(LOAN-COUNT)
               MOVE LN-ANO TO LT-ANO(LOAN-COUNT)
               MOVE LN-ANA TO LT-ANA(LOAN-COUNT)
               MOVE LN-TYPE TO LT-TYPE(LOAN-COUNT)
               MOVE LN-PRINCIPAL TO LT-PRINCIPAL(LOAN-COUNT)
               MOVE LN-RATE TO LT-RATE(LOAN-COUNT)
               MOVE LN-TERM TO LT-TERM(LOAN-COUNT)
               MOVE LN-RELEASE TO LT-RELEASE(LOAN-COUNT)
               MOVE LN-INSTAMT TO LT-INSTAMT(LOAN-COUNT)
               MOVE LN-OUTSTAND TO LT-OUTSTAND(LOAN-COUNT)
               MOVE LN-STATUS TO LT-STATUS(LOAN-COUNT)
               READ LOANFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE LOANFILE.
           DISPLAY 'LOAN MASTER LOADED: ' LOAN-COUNT ' LOANS.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Book loan, print Schedule or List? (B/S/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'B'
               WHEN 'b'
                   PERFORM BOOK-RTN THRU BOOK-RTN-END
               WHEN 'S'
               WHEN 's'
                   PERFORM PRINT-SCHEDULE-RTN THRU
                       PRINT-SCHEDULE-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'B, S or L only!'
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

      *a new loan - principal, rate, term and release date on the
      *master, the full schedule on LOANSCH.TXT, the proceeds queued
      *as a D on the borrower's deposit account
       BOOK-RTN.
           IF LOAN-COUNT = 200
               DISPLAY 'LOAN TABLE FULL.'
               GO TO BOOK-RTN-END
           END-IF.

           DISPLAY 'New Loan Number (6): '.
           ACCEPT WORK-LNO.
           PERFORM FIND-LOAN-RTN.
           IF FOUND-I > 0
               DISPLAY 'Loan number already on the master.'
               GO TO BOOK-RTN-END
           END-IF.

           DISPLAY 'Borrower Deposit Account: '.
           ACCEPT WORK-ANO.
           PERFORM CHECK-ACCOUNT-RTN THRU CHECK-ACCOUNT-RTN-END.
           IF ACCT-FOUND-SW = 0
               DISPLAY 'No such account on ACCTMAST.TXT.'
               GO TO BOOK-RTN-END
           END-IF.
           IF ACCT-STATUS = 'F' OR ACCT-STATUS = 'C'
              OR ACCT-STATUS = 'E'
              OR ACCT-STATUS = 'P'
               DISPLAY 'Account is not in good standing.'
               GO TO BOOK-RTN-END
           END-IF.
      *loans are booked and collected in pesos only
           IF ACCT-CCY NOT = SPACES AND ACCT-CCY NOT = 'PHP'
               DISPLAY 'Not a peso account - refused.'
               GO TO BOOK-RTN-END
           END-IF.

       BOOK-TYPE-ASK.
           DISPLAY 'Loan Type - Salary or Calamity? (S/C): '.
           ACCEPT WORK-TYPE.
           MOVE FUNCTION UPPER-CASE(WORK-TYPE) TO WORK-TYPE.
           IF WORK-TYPE NOT = 'S' AND WORK-TYPE NOT = 'C'
               DISPLAY 'S or C only!'
               GO TO BOOK-TYPE-ASK
           END-IF.

           DISPLAY 'Principal (9999999.99): '.
           ACCEPT WORK-PRINCIPAL.
           IF WORK-PRINCIPAL = 0
               DISPLAY 'Principal must be above zero.'
               GO TO BOOK-RTN-END
           END-IF.
           DISPLAY 'Annual Rate (.12000 = 12%): '.
           ACCEPT WORK-RATE.
           DISPLAY 'Term in Months: '.
           ACCEPT WORK-TERM.
           IF WORK-TERM = 0
               DISPLAY 'Term must be at least one month.'
               GO TO BOOK-RTN-END
           END-IF.
           DISPLAY 'Release Date (YYYYMMDD): '.
           ACCEPT WORK-RELEASE.

           PERFORM COMPUTE-INSTALMENT-RTN.

           ADD 1 TO LOAN-COUNT.
           MOVE WORK-LNO TO LT-LNO(LOAN-COUNT).
           MOVE WORK-ANO TO LT-ANO(LOAN-COUNT).
           MOVE ACCT-NAME TO LT-ANA(LOAN-COUNT).
           MOVE WORK-TYPE TO LT-TYPE(LOAN-COUNT).
           MOVE WORK-PRINCIPAL TO LT-PRINCIPAL(LOAN-COUNT).
           MOVE WORK-RATE TO LT-RATE(LOAN-COUNT).
           MOVE WORK-TERM TO LT-TERM(LOAN-COUNT).
           MOVE WORK-RELEASE TO LT-RELEASE(LOAN-COUNT).
           MOVE WS-INSTAMT TO LT-INSTAMT(LOAN-COUNT).
           MOVE WORK-PRINCIPAL TO LT-OUTSTAND(LOAN-COUNT).
           MOVE 'A' TO LT-STATUS(LOAN-COUNT).
           MOVE LOAN-COUNT TO FOUND-I.
           MOVE 1 TO CHANGED-SW.

           PERFORM WRITE-SCHEDULE-RTN.
           PERFORM QUEUE-RELEASE-RTN.

           MOVE WS-INSTAMT TO AMT-DISP.
           DISPLAY 'Booked. Monthly instalment: ' AMT-DISP.
           DISPLAY 'Release credit queued on TRANSFIX.TXT.'.
       BOOK-RTN-END.
           EXIT.

      *the level instalment - principal times r over 1 - (1+r)**-n,
      *with r the monthly rate; an interest-free loan just divides
       COMPUTE-INSTALMENT-RTN.
           COMPUTE WS-MO-RATE = WORK-RATE / 12.
           IF WS-MO-RATE = 0
               COMPUTE WS-INSTAMT ROUNDED =
                   WORK-PRINCIPAL / WORK-TERM
           ELSE
               COMPUTE WS-FACTOR = (1 + WS-MO-RATE) ** WORK-TERM
               COMPUTE WS-INSTAMT ROUNDED =
                   WORK-PRINCIPAL * WS-MO-RATE * WS-FACTOR
                   / (WS-FACTOR - 1)
           END-IF.

      *one row per instalment - interest on the declining balance,
      *the rest principal; the last row sweeps any rounding residue
       WRITE-SCHEDULE-RTN.
           OPEN EXTEND SCHFILE.
           MOVE WORK-PRINCIPAL TO WS-REMAIN.
           MOVE WORK-RELEASE TO REL-DATE.
           PERFORM VARYING WS-INST-NO FROM 1 BY 1
                   UNTIL WS-INST-NO > WORK-TERM
               COMPUTE WS-INT ROUNDED = WS-REMAIN * WS-MO-RATE
               IF WS-INST-NO = WORK-TERM
                  OR WS-INSTAMT - WS-INT > WS-REMAIN
                   MOVE WS-REMAIN TO WS-PRIN
               ELSE
                   COMPUTE WS-PRIN = WS-INSTAMT - WS-INT
               END-IF
               SUBTRACT WS-PRIN FROM WS-REMAIN
               PERFORM INSTALMENT-DUE-RTN
               MOVE WORK-LNO TO SC-LNO
               MOVE WS-INST-NO TO SC-INSTNO
               MOVE DUE-DATE TO SC-DUE
               COMPUTE SC-AMT = WS-PRIN + WS-INT
               MOVE WS-INT TO SC-INT
               MOVE WS-PRIN TO SC-PRIN
               MOVE WS-REMAIN TO SC-BAL
               MOVE 'O' TO SC-STATUS
               MOVE 0 TO SC-PENALTY SC-PAIDDATE
               WRITE SCH-REC
           END-PERFORM.
           CLOSE SCHFILE.

      *release date plus WS-INST-NO months, day clamped
       INSTALMENT-DUE-RTN.
           COMPUTE WS-MONTHS = REL-MM - 1 + WS-INST-NO.
           DIVIDE WS-MONTHS BY 12 GIVING WS-YEARS
               REMAINDER DUE-MM.
           ADD 1 TO DUE-MM.
           COMPUTE DUE-YYYY = REL-YYYY + WS-YEARS.
           MOVE REL-DD TO DUE-DD.
           PERFORM MONTH-MAX-RTN.
           IF DUE-DD > WS-MO-MAX
               MOVE WS-MO-MAX TO DUE-DD
           END-IF.

      *February stretches to 29 in a leap year - divisible by 4,
      *except centuries, except every fourth century
       MONTH-MAX-RTN.
           MOVE MO-DAYS(DUE-MM) TO WS-MO-MAX.
           IF DUE-MM = 2
               DIVIDE DUE-YYYY BY 4 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-MO-MAX
                   DIVIDE DUE-YYYY BY 100 GIVING WS-LEAP-Q
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 28 TO WS-MO-MAX
                       DIVIDE DUE-YYYY BY 400 GIVING WS-LEAP-Q
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-MO-MAX
                       END-IF
                   END-IF
               END-IF
           END-IF.

       QUEUE-RELEASE-RTN.
           OPEN EXTEND RESUBFILE.
           MOVE WORK-ANO TO RS-ANO.
           MOVE ACCT-NAME TO RS-ANA.
           MOVE 'D' TO RS-TC.
           MOVE WORK-PRINCIPAL TO RS-TAMT.
           MOVE WORK-RELEASE TO RS-TDATE.
           MOVE WORK-LNO TO RS-TREF.
           MOVE SPACES TO RS-SREF.
           WRITE RESUBREC.
           CLOSE RESUBFILE.

      *the borrower's account must be on the master
       CHECK-ACCOUNT-RTN.
           MOVE 0 TO ACCT-FOUND-SW.
           MOVE SPACES TO ACCT-NAME ACCT-STATUS ACCT-CCY.
           OPEN INPUT ACCTMASTFILE.
           IF WS-FS-AM NOT = '00'
               GO TO CHECK-ACCOUNT-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ACCTMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND AM-ANO = WORK-ANO
                   MOVE 1 TO ACCT-FOUND-SW
                   MOVE AM-NAME TO ACCT-NAME
                   MOVE AM-STATUS TO ACCT-STATUS
                   MOVE AM-CCY TO ACCT-CCY
               END-IF
           END-PERFORM.
           CLOSE ACCTMASTFILE.
       CHECK-ACCOUNT-RTN-END.
           EXIT.

      *one loan's schedule off LOANSCH.TXT onto LOANSCHR, with each
      *row's collection status as LOANDUE last left it
       PRINT-SCHEDULE-RTN.
           DISPLAY 'Loan Number: '.
           ACCEPT WORK-LNO.
           PERFORM FIND-LOAN-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such loan on the master.'
               GO TO PRINT-SCHEDULE-RTN-END
           END-IF.

           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM SCH-HEAD AFTER PAGE.
           MOVE LT-LNO(FOUND-I) TO SL-LNO.
           MOVE LT-ANO(FOUND-I) TO SL-ANO.
           MOVE LT-ANA(FOUND-I) TO SL-ANA.
           IF LT-TYPE(FOUND-I) = 'C'
               MOVE 'CALAMITY' TO SL-TYPE
           ELSE
               MOVE 'SALARY' TO SL-TYPE
           END-IF.
           WRITE RPTREC FROM SCH-LOAN-LINE AFTER 2.
           MOVE LT-PRINCIPAL(FOUND-I) TO ST-PRINCIPAL.
           COMPUTE ST-RATE = LT-RATE(FOUND-I) * 100.
           MOVE LT-TERM(FOUND-I) TO ST-TERM.
           MOVE LT-RELEASE(FOUND-I) TO ST-RELEASE.
           WRITE RPTREC FROM SCH-TERMS-LINE AFTER 1.
           WRITE RPTREC FROM SCH-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           MOVE 0 TO WS-TOT-INT.
           MOVE 0 TO SCH-ROWS.
           MOVE 0 TO EOFSW.
           OPEN INPUT SCHFILE.
           PERFORM UNTIL EOFSW = 1
               READ SCHFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND SC-LNO = WORK-LNO
                   PERFORM PRINT-ROW-RTN
               END-IF
           END-PERFORM.
           CLOSE SCHFILE.

           MOVE WS-TOT-INT TO SX-INT.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM SCH-TOTAL AFTER 1.
           CLOSE RPTFILE.
           DISPLAY 'SCHEDULE PRINTED: ' SCH-ROWS ' ROWS (LOANSCHR).'.
       PRINT-SCHEDULE-RTN-END.
           EXIT.

       PRINT-ROW-RTN.
           MOVE SC-INSTNO TO SD-INSTNO.
           MOVE SC-DUE TO SD-DUE.
           MOVE SC-AMT TO SD-AMT.
           MOVE SC-INT TO SD-INT.
           MOVE SC-PRIN TO SD-PRIN.
           MOVE SC-BAL TO SD-BAL.
           EVALUATE SC-STATUS
               WHEN 'Q' MOVE 'COLLECTED' TO SD-STATUS
               WHEN 'M' MOVE 'PAST DUE' TO SD-STATUS
               WHEN OTHER MOVE 'OPEN' TO SD-STATUS
           END-EVALUATE.
           WRITE RPTREC FROM SCH-DETAIL AFTER 1.
           ADD SC-INT TO WS-TOT-INT.
           ADD 1 TO SCH-ROWS.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LOAN-COUNT
               MOVE LT-OUTSTAND(I) TO AMT-DISP
               DISPLAY LT-LNO(I) ' ' LT-ANO(I) ' ' LT-TYPE(I) ' '
                   AMT-DISP ' ' LT-STATUS(I)
           END-PERFORM.

       FIND-LOAN-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LOAN-COUNT
               IF LT-LNO(I) = WORK-LNO
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT LOANFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LOAN-COUNT
               MOVE LT-LNO(I) TO LN-LNO
               MOVE LT-ANO(I) TO LN-ANO
               MOVE LT-ANA(I) TO LN-ANA
               MOVE LT-TYPE(I) TO LN-TYPE
               MOVE LT-PRINCIPAL(I) TO LN-PRINCIPAL
               MOVE LT-RATE(I) TO LN-RATE
               MOVE LT-TERM(I) TO LN-TERM
               MOVE LT-RELEASE(I) TO LN-RELEASE
               MOVE LT-INSTAMT(I) TO LN-INSTAMT
               MOVE LT-OUTSTAND(I) TO LN-OUTSTAND
               MOVE LT-STATUS(I) TO LN-STATUS
               WRITE LOAN-REC
           END-PERFORM.
           CLOSE LOANFILE.
