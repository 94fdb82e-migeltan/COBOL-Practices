       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMNT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. MAINTAINS THE TDMAST.TXT TIME-DEPOSIT PLACEMENT
      *FILE - BOOKS A PLACEMENT FUNDED FROM ITS SETTLEMENT ACCOUNT
      *WITH TERM, CONTRACTED RATE AND MATURITY DATE, CHANGES THE
      *CUSTOMER'S STANDING ROLLOVER INSTRUCTION, AND PRE-TERMINATES
      *A PLACEMENT AT THE PRE-TERMINATION PENALTY RATE. FUNDING
      *DEBITS AND PRE-TERMINATION PROCEEDS RIDE TRANSFIX.TXT INTO
      *THE NEXT POSTING RUN. TDMAT PAYS OUT OR ROLLS AT MATURITY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TDFILE ASSIGN TO 'TDMAST.TXT'.
      *funding and pre-termination items ride the NEWFIX resubmit
      *queue, so they post through the normal chain edits
           SELECT OPTIONAL RESUBFILE ASSIGN TO 'TRANSFIX.TXT'.
      *account master - the settlement account must be active
           SELECT ACCTMASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-AM.
      *pre-termination penalty rate - absent means the default below
           SELECT PRMFILE ASSIGN TO 'TDPRM.TXT'
               FILE STATUS WS-FS-PRM.
      *final tax on the interest a pre-termination pays - the rate,
      *the withholding ledger and the ledger feed it books to
           SELECT WHTPRMFILE ASSIGN TO 'WHTPRM.TXT'
               FILE STATUS WS-FS-WHP.
           SELECT OPTIONAL WHTFILE ASSIGN TO 'WHTLOG.TXT'.
           SELECT GLFILE ASSIGN TO 'NEWGL.TXT'.
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

       FD  TDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TD-REC.

       01  TD-REC.
           02 TD-TDNO PIC X(6).
           02 TD-ANO PIC X(10).
           02 TD-ANA PIC X(25).
           02 TD-PRINCIPAL PIC 9(9)V99.
           02 TD-RATE PIC V9(5).
      *term in days, interest on a 360-day year
           02 TD-TERM PIC 9(3).
           02 TD-PLACED PIC 9(8).
           02 TD-MATURITY PIC 9(8).
      *P PAY OUT / I ROLL PRINCIPAL, PAY INTEREST /
      *R ROLL PRINCIPAL AND INTEREST
           02 TD-INSTR PIC X.
      *A ACTIVE / M MATURED, PAID OUT / T PRE-TERMINATED
           02 TD-STATUS PIC X.
           02 TD-ROLLS PIC 99.

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

       FD  PRMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRM-REC.

       01  PRM-REC.
           02 PRM-PRETERM-RATE PIC V9(5).

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

       WORKING-STORAGE SECTION.

       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  WS-FS-AM PIC XX VALUE SPACES.
       01  WS-FS-PRM PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *penalty on a placement broken before maturity - charged on
      *the days held against the interest earned, never against
      *the principal
       01  WS-PRETERM-RATE PIC V9(5) VALUE .02000.

      *final tax on the interest left after the penalty
       01  WS-FS-WHP PIC XX VALUE SPACES.
       01  WS-WHT-RATE PIC V9(5) VALUE .20000.
       01  WS-WTAX PIC 9(9)V99 VALUE 0.
       01  WS-NET-INT PIC 9(9)V99 VALUE 0.

       01  TD-TABLE.
           05 TD-ENTRY OCCURS 200 TIMES.
               10 TT-TDNO PIC X(6).
               10 TT-ANO PIC X(10).
               10 TT-ANA PIC X(25).
               10 TT-PRINCIPAL PIC 9(9)V99.
               10 TT-RATE PIC V9(5).
               10 TT-TERM PIC 9(3).
               10 TT-PLACED PIC 9(8).
               10 TT-MATURITY PIC 9(8).
               10 TT-INSTR PIC X.
               10 TT-STATUS PIC X.
               10 TT-ROLLS PIC 99.
       01  TD-COUNT PIC 9(3) VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  FOUND-I PIC 9(3) VALUE 0.
       01  CHANGED-SW PIC 9 VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.
       01  REFUSED-SW PIC 9 VALUE 0.

       01  MAINT-ACTION PIC X VALUE SPACES.
       01  ANOTHER PIC X VALUE 'Y'.
       01  CONFIRM PIC X VALUE SPACES.
       01  WORK-TDNO PIC X(6) VALUE SPACES.
       01  WORK-ANO PIC X(10) VALUE SPACES.
       01  WORK-PRINCIPAL PIC 9(9)V99 VALUE 0.
       01  WORK-RATE PIC V9(5) VALUE 0.
       01  WORK-TERM PIC 9(3) VALUE 0.
       01  WORK-INSTR PIC X VALUE SPACES.
       01  ACCT-FOUND-SW PIC 9 VALUE 0.
       01  ACCT-NAME PIC X(25) VALUE SPACES.
       01  ACCT-STATUS PIC X VALUE SPACES.
       01  ACCT-TAXEX PIC X VALUE SPACES.
       01  ACCT-CCY PIC X(3) VALUE SPACES.

       01  WS-DAYS-HELD PIC 9(5) VALUE 0.
       01  WS-INTEREST PIC 9(9)V99 VALUE 0.
       01  WS-PENALTY PIC 9(9)V99 VALUE 0.
       01  WS-PROCEEDS PIC 9(9)V99 VALUE 0.
       01  WS-PROCEEDS-LEFT PIC 9(9)V99 VALUE 0.
       01  WS-DAY-CTR PIC 9(3) VALUE 0.

      *calendar walk - the maturity date is the placement date
      *stepped forward one day at a time for the term
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

      *day numbers for the days-held count
       01  DN-DATE PIC 9(8) VALUE 0.
       01  DN-DATE-X REDEFINES DN-DATE.
           05 DN-YYYY PIC 9(4).
           05 DN-MM PIC 99.
           05 DN-DD PIC 99.
       01  DN-YEARS PIC 9(4) VALUE 0.
       01  DN-LEAPS PIC 9(5) VALUE 0.
       01  DN-Q PIC 9(5) VALUE 0.
       01  DN-RESULT PIC 9(7) VALUE 0.
       01  DN-FROM PIC 9(7) VALUE 0.
       01  CUM-DAYS-INIT.
           05 FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-INIT.
           05 CUM-DAYS OCCURS 12 TIMES PIC 9(3).

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  AMT-DISP PIC ZZZ,ZZZ,ZZ9.99.

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
           PERFORM LOAD-PARM-RTN THRU LOAD-PARM-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF CHANGED-SW = 1 AND REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'PLACEMENT FILE SAVED. ' TD-COUNT
                   ' PLACEMENTS.'
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

       LOAD-PARM-RTN.
           OPEN INPUT WHTPRMFILE.
           IF WS-FS-WHP = '00'
               READ WHTPRMFILE
                   AT END CONTINUE
                   NOT AT END MOVE WHP-RATE TO WS-WHT-RATE
               END-READ
               CLOSE WHTPRMFILE
           END-IF.
           OPEN INPUT PRMFILE.
           IF WS-FS-PRM NOT = '00'
               GO TO LOAD-PARM-RTN-END
           END-IF.
           READ PRMFILE
               AT END CONTINUE
               NOT AT END MOVE PRM-PRETERM-RATE TO WS-PRETERM-RATE
           END-READ.
           CLOSE PRMFILE.
       LOAD-PARM-RTN-END.
           EXIT.

      *the whole file must fit the table before anything loads -
      *the save pass rewrites TDMAST.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT TDFILE.
           READ TDFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ TDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE TDFILE.

           IF PRE-COUNT > 200
               DISPLAY 'TDMAST.TXT EXCEEDS 200 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO TD-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT TDFILE.
           READ TDFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO TD-COUNT
               MOVE TD-TDNO TO TT-TDNO(TD-COUNT)
               MOVE TD-ANO TO TT-ANO(TD-COUNT)
               MOVE TD-ANA TO TT-ANA(TD-COUNT)
               MOVE TD-PRINCIPAL TO TT-PRINCIPAL(TD-COUNT)
               MOVE TD-RATE TO TT-RATE(TD-COUNT)
               MOVE TD-TERM TO TT-TERM(TD-COUNT)
               MOVE TD-PLACED TO TT-PLACED(TD-COUNT)
               MOVE TD-MATURITY TO TT-MATURITY(TD-COUNT)
               MOVE TD-INSTR TO TT-INSTR(TD-COUNT)
               MOVE TD-STATUS TO TT-STATUS(TD-COUNT)
               MOVE TD-ROLLS TO TT-ROLLS(TD-COUNT)
               READ TDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE TDFILE.
           DISPLAY 'PLACEMENTS LOADED: ' TD-COUNT '.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Place, Instruction, prE-terminate or List? '
               '(P/I/E/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'P'
               WHEN 'p'
                   PERFORM PLACE-RTN THRU PLACE-RTN-END
               WHEN 'I'
               WHEN 'i'
                   PERFORM INSTRUCTION-RTN THRU INSTRUCTION-RTN-END
               WHEN 'E'
               WHEN 'e'
                   PERFORM PRETERM-RTN THRU PRETERM-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'P, I, E or L only!'
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

      *a new placement - the principal comes off the settlement
      *account as a W carrying the placement number
       PLACE-RTN.
           IF TD-COUNT = 200
               DISPLAY 'PLACEMENT TABLE FULL.'
               GO TO PLACE-RTN-END
           END-IF.

           DISPLAY 'New Placement Number (6): '.
           ACCEPT WORK-TDNO.
           PERFORM FIND-TD-RTN.
           IF FOUND-I > 0
               DISPLAY 'Placement number already on file.'
               GO TO PLACE-RTN-END
           END-IF.

           DISPLAY 'Settlement Account: '.
           ACCEPT WORK-ANO.
           PERFORM CHECK-ACCOUNT-RTN THRU CHECK-ACCOUNT-RTN-END.
           IF ACCT-FOUND-SW = 0
               DISPLAY 'No such account on ACCTMAST.TXT.'
               GO TO PLACE-RTN-END
           END-IF.
           IF ACCT-STATUS = 'F' OR ACCT-STATUS = 'C'
              OR ACCT-STATUS = 'E'
              OR ACCT-STATUS = 'P'
               DISPLAY 'Account is not in good standing.'
               GO TO PLACE-RTN-END
           END-IF.
      *placements are peso deposits - principal and proceeds settle
      *through a peso account only
           IF ACCT-CCY NOT = SPACES AND ACCT-CCY NOT = 'PHP'
               DISPLAY 'Not a peso account - refused.'
               GO TO PLACE-RTN-END
           END-IF.

           DISPLAY 'Principal (9999999.99): '.
           ACCEPT WORK-PRINCIPAL.
           IF WORK-PRINCIPAL = 0
               DISPLAY 'Principal must be above zero.'
               GO TO PLACE-RTN-END
           END-IF.
           IF WORK-PRINCIPAL > 9999999.99
               DISPLAY 'Principal above a single posting item.'
               GO TO PLACE-RTN-END
           END-IF.
           DISPLAY 'Contracted Annual Rate (.06250 = 6.25%): '.
           ACCEPT WORK-RATE.
           DISPLAY 'Term in Days (30/60/90/180/360): '.
           ACCEPT WORK-TERM.
           IF WORK-TERM = 0
               DISPLAY 'Term must be at least one day.'
               GO TO PLACE-RTN-END
           END-IF.
           PERFORM ASK-INSTR-RTN.

           MOVE WS-RUN-DATE TO CAL-DATE.
           PERFORM NEXT-DAY-RTN VARYING WS-DAY-CTR FROM 1 BY 1
               UNTIL WS-DAY-CTR > WORK-TERM.

           ADD 1 TO TD-COUNT.
           MOVE WORK-TDNO TO TT-TDNO(TD-COUNT).
           MOVE WORK-ANO TO TT-ANO(TD-COUNT).
           MOVE ACCT-NAME TO TT-ANA(TD-COUNT).
           MOVE WORK-PRINCIPAL TO TT-PRINCIPAL(TD-COUNT).
           MOVE WORK-RATE TO TT-RATE(TD-COUNT).
           MOVE WORK-TERM TO TT-TERM(TD-COUNT).
           MOVE WS-RUN-DATE TO TT-PLACED(TD-COUNT).
           MOVE CAL-DATE TO TT-MATURITY(TD-COUNT).
           MOVE WORK-INSTR TO TT-INSTR(TD-COUNT).
           MOVE 'A' TO TT-STATUS(TD-COUNT).
           MOVE 0 TO TT-ROLLS(TD-COUNT).
           MOVE 1 TO CHANGED-SW.

           OPEN EXTEND RESUBFILE.
           MOVE WORK-ANO TO RS-ANO.
           MOVE ACCT-NAME TO RS-ANA.
           MOVE 'W' TO RS-TC.
           MOVE WORK-PRINCIPAL TO RS-TAMT.
           MOVE WS-RUN-DATE TO RS-TDATE.
           MOVE WORK-TDNO TO RS-TREF.
           MOVE SPACES TO RS-SREF.
           WRITE RESUBREC.
           CLOSE RESUBFILE.

           DISPLAY 'Placed. Matures ' CAL-DATE '.'.
           DISPLAY 'Funding debit queued on TRANSFIX.TXT.'.
       PLACE-RTN-END.
           EXIT.

       ASK-INSTR-RTN.
           DISPLAY 'At maturity - Pay out, roll principal and pay '
               'Interest, or Roll all? (P/I/R): '.
           ACCEPT WORK-INSTR.
           MOVE FUNCTION UPPER-CASE(WORK-INSTR) TO WORK-INSTR.
           IF WORK-INSTR NOT = 'P' AND WORK-INSTR NOT = 'I'
              AND WORK-INSTR NOT = 'R'
               DISPLAY 'P, I or R only!'
               GO TO ASK-INSTR-RTN
           END-IF.

       INSTRUCTION-RTN.
           DISPLAY 'Placement Number: '.
           ACCEPT WORK-TDNO.
           PERFORM FIND-TD-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such placement on file.'
               GO TO INSTRUCTION-RTN-END
           END-IF.
           IF TT-STATUS(FOUND-I) NOT = 'A'
               DISPLAY 'Placement is no longer active.'
               GO TO INSTRUCTION-RTN-END
           END-IF.

           DISPLAY 'Standing instruction now: ' TT-INSTR(FOUND-I).
           PERFORM ASK-INSTR-RTN.
           MOVE WORK-INSTR TO TT-INSTR(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Instruction set.'.
       INSTRUCTION-RTN-END.
           EXIT.

      *broken before maturity - interest at the contracted rate for
      *the days actually held, less the penalty rate on the same
      *days, floored at nothing; principal is always returned whole
       PRETERM-RTN.
           DISPLAY 'Placement Number: '.
           ACCEPT WORK-TDNO.
           PERFORM FIND-TD-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such placement on file.'
               GO TO PRETERM-RTN-END
           END-IF.
           IF TT-STATUS(FOUND-I) NOT = 'A'
               DISPLAY 'Placement is no longer active.'
               GO TO PRETERM-RTN-END
           END-IF.
           IF TT-MATURITY(FOUND-I) NOT > WS-RUN-DATE
               DISPLAY 'Placement has matured - TDMAT pays it out.'
               GO TO PRETERM-RTN-END
           END-IF.

           MOVE TT-PLACED(FOUND-I) TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           MOVE DN-RESULT TO DN-FROM.
           MOVE WS-RUN-DATE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           COMPUTE WS-DAYS-HELD = DN-RESULT - DN-FROM.

           COMPUTE WS-INTEREST ROUNDED = TT-PRINCIPAL(FOUND-I)
               * TT-RATE(FOUND-I) * WS-DAYS-HELD / 360.
           COMPUTE WS-PENALTY ROUNDED = TT-PRINCIPAL(FOUND-I)
               * WS-PRETERM-RATE * WS-DAYS-HELD / 360.
           IF WS-PENALTY > WS-INTEREST
               MOVE WS-INTEREST TO WS-PENALTY
           END-IF.
      *the final tax falls on the interest the customer actually
      *takes home, after the penalty - unless the account is exempt
           MOVE TT-ANO(FOUND-I) TO WORK-ANO.
           PERFORM CHECK-ACCOUNT-RTN THRU CHECK-ACCOUNT-RTN-END.
           COMPUTE WS-NET-INT = WS-INTEREST - WS-PENALTY.
           MOVE 0 TO WS-WTAX.
           IF ACCT-TAXEX NOT = 'Y'
               COMPUTE WS-WTAX ROUNDED = WS-NET-INT * WS-WHT-RATE
           END-IF.
           COMPUTE WS-PROCEEDS = TT-PRINCIPAL(FOUND-I)
               + WS-NET-INT - WS-WTAX.

           DISPLAY 'Days held: ' WS-DAYS-HELD.
           MOVE WS-INTEREST TO AMT-DISP.
           DISPLAY 'Interest earned:    ' AMT-DISP.
           MOVE WS-PENALTY TO AMT-DISP.
           DISPLAY 'Pre-term penalty:   ' AMT-DISP.
           MOVE WS-WTAX TO AMT-DISP.
           DISPLAY 'Final tax withheld: ' AMT-DISP.
           MOVE WS-PROCEEDS TO AMT-DISP.
           DISPLAY 'Proceeds to credit: ' AMT-DISP.

       PRETERM-CONFIRM.
           DISPLAY 'Pre-terminate this placement? (Y/N): '.
           ACCEPT CONFIRM.
           IF CONFIRM = 'N' OR CONFIRM = 'n'
               DISPLAY 'Nothing done.'
               GO TO PRETERM-RTN-END
           END-IF.
           IF CONFIRM NOT = 'Y' AND CONFIRM NOT = 'y'
               DISPLAY 'Y or N only!'
               GO TO PRETERM-CONFIRM
           END-IF.

      *proceeds past what one transaction line holds go over as
      *several credits, as TDMAT pays a large maturity
           OPEN EXTEND RESUBFILE.
           MOVE WS-PROCEEDS TO WS-PROCEEDS-LEFT.
           PERFORM WRITE-PROCEEDS-RTN UNTIL WS-PROCEEDS-LEFT = 0.
           CLOSE RESUBFILE.

           IF WS-NET-INT > 0
               PERFORM WRITE-WHT-RTN
           END-IF.

           MOVE 'T' TO TT-STATUS(FOUND-I).
           MOVE WS-RUN-DATE TO TT-MATURITY(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Pre-terminated. Proceeds queued on TRANSFIX.TXT.'.
       PRETERM-RTN-END.
           EXIT.

       WRITE-PROCEEDS-RTN.
           MOVE TT-ANO(FOUND-I) TO RS-ANO.
           MOVE TT-ANA(FOUND-I) TO RS-ANA.
           MOVE 'D' TO RS-TC.
           IF WS-PROCEEDS-LEFT > 9999999.99
               MOVE 9999999.99 TO RS-TAMT
           ELSE
               MOVE WS-PROCEEDS-LEFT TO RS-TAMT
           END-IF.
           MOVE WS-RUN-DATE TO RS-TDATE.
           MOVE TT-TDNO(FOUND-I) TO RS-TREF.
           MOVE SPACES TO RS-SREF.
           WRITE RESUBREC.
           SUBTRACT RS-TAMT FROM WS-PROCEEDS-LEFT.

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

      *days since a fixed epoch - 365 a year plus the leap days
      *before this date, plus the days into the year
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

      *the broken placement's interest and tax onto the withholding
      *ledger, and the tax onto the day's ledger feed
       WRITE-WHT-RTN.
           OPEN EXTEND WHTFILE.
           MOVE TT-ANO(FOUND-I) TO WL-ANO.
           MOVE WS-RUN-DATE TO WL-DATE.
           MOVE 'TDP' TO WL-SOURCE.
           MOVE TT-TDNO(FOUND-I) TO WL-REF.
           MOVE WS-NET-INT TO WL-GROSS.
           MOVE WS-WTAX TO WL-TAX.
           IF ACCT-TAXEX = 'Y'
               MOVE 'Y' TO WL-TAXEX
           ELSE
               MOVE 'N' TO WL-TAXEX
           END-IF.
           WRITE WHT-REC.
           CLOSE WHTFILE.

           IF WS-WTAX > 0
               OPEN EXTEND GLFILE
               MOVE WS-RUN-DATE TO GL-R-DATE
               MOVE 'WHT' TO GL-R-CODE
               MOVE 1 TO GL-R-CNT
               MOVE WS-WTAX TO GL-R-AMT
               WRITE GL-REC
               CLOSE GLFILE
           END-IF.

      *the settlement account must be on the master
       CHECK-ACCOUNT-RTN.
           MOVE 0 TO ACCT-FOUND-SW.
           MOVE SPACES TO ACCT-NAME ACCT-STATUS ACCT-TAXEX
               ACCT-CCY.
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
                   MOVE AM-TAXEX TO ACCT-TAXEX
                   MOVE AM-CCY TO ACCT-CCY
               END-IF
           END-PERFORM.
           CLOSE ACCTMASTFILE.
       CHECK-ACCOUNT-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TD-COUNT
               MOVE TT-PRINCIPAL(I) TO AMT-DISP
               DISPLAY TT-TDNO(I) ' ' TT-ANO(I) ' ' AMT-DISP ' '
                   TT-MATURITY(I) ' ' TT-INSTR(I) ' ' TT-STATUS(I)
           END-PERFORM.

       FIND-TD-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TD-COUNT
               IF TT-TDNO(I) = WORK-TDNO
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT TDFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TD-COUNT
               MOVE TT-TDNO(I) TO TD-TDNO
               MOVE TT-ANO(I) TO TD-ANO
               MOVE TT-ANA(I) TO TD-ANA
               MOVE TT-PRINCIPAL(I) TO TD-PRINCIPAL
               MOVE TT-RATE(I) TO TD-RATE
               MOVE TT-TERM(I) TO TD-TERM
               MOVE TT-PLACED(I) TO TD-PLACED
               MOVE TT-MATURITY(I) TO TD-MATURITY
               MOVE TT-INSTR(I) TO TD-INSTR
               MOVE TT-STATUS(I) TO TD-STATUS
               MOVE TT-ROLLS(I) TO TD-ROLLS
               WRITE TD-REC
           END-PERFORM.
           CLOSE TDFILE.
