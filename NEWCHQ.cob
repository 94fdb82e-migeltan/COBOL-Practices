      *REMARKS. CHEQUE REGISTER MAINTENANCE - MARKS A PRESENTED
      *CHEQUE SETTLED, PRINTS THE OUTSTANDING-CHEQUES REPORT, AND
      *RUNS THE STALE-DATING PASS: AN OUTSTANDING CHEQUE PAST SIX
      *MONTHS - THE LAST DAY CARRIED TO THE NEXT BUSINESS DAY WHEN
      *THE BANKHOL.TXT CALENDAR CLOSES IT - EXPIRES AND ITS AMOUNT
      *IS CREDITED BACK THROUGH A V
      *TRANSACTION QUEUED ON TRANSFIX.TXT, WHICH NEWPRE FOLDS INTO
      *THE NEXT POSTING RUN. THE MORNING INWARD CLEARING FILE
      *CLRIN.TXT IS WORKED HERE TOO: EACH ITEM IS MATCHED TO THE
      *REGISTER ON ACCOUNT, SERIAL AND AMOUNT AND SETTLED, OR
      *RETURNED ON THE OUTWARD RETURN FILE CLROUT.TXT WITH ITS
      *REASON - NO REGISTER ENTRY, ALREADY PAID, AMOUNT DIFFERS,
      *STALE DATED OR DRAWN AGAINST INSUFFICIENT FUNDS. A RETURN ON A
      *REGISTERED CHEQUE QUEUES THE RETURN-CHEQUE FEE ON THE
      *DRAWER'S ACCOUNT, AND A DAIF RETURN CREDITS THE CHEQUE BACK.
      *SAME LOAD/MAINTAIN/SAVE SHAPE AS ACCTMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHQFILE ASSIGN TO 'CHQREG.TXT'.
           SELECT OPTIONAL RESUBFILE ASSIGN TO 'TRANSFIX.TXT'.
      *bank calendar - the declared days off; absent means only
      *saturdays and sundays are closed
           SELECT HOLFILE ASSIGN TO 'BANKHOL.TXT'
               FILE STATUS WS-FS-HOL.
           SELECT RPTFILE ASSIGN TO 'NEWCHQR'.
      *inward clearing - the items presented against us overnight,
      *the items sent back, and the return-cheque fee parameter
           SELECT CLRINFILE ASSIGN TO 'CLRIN.TXT'
               FILE STATUS WS-FS-CLI.
           SELECT CLROUTFILE ASSIGN TO 'CLROUT.TXT'
               FILE STATUS WS-FS-CLO.
           SELECT PRMFILE ASSIGN TO 'CHQPRM.TXT'
               FILE STATUS WS-FS-PRM.
      *the funds test - last night's balances and overdraft markers,
      *the active holds and the approved overdraft facilities
           SELECT BALFILE ASSIGN TO 'NEWBAL.TXT'
               FILE STATUS WS-BAL-FS.
           SELECT ODXFILE ASSIGN TO 'NEWODX.TXT'
               FILE STATUS WS-FS-ODX.
           SELECT HOLDFILE ASSIGN TO 'NEWHOLD.TXT'
               FILE STATUS WS-FS-HLD.
           SELECT FACFILE ASSIGN TO 'ODFAC.TXT'
               FILE STATUS WS-FS-FAC.
           SELECT CLRRPTFILE ASSIGN TO 'NEWCHQC'.

       DATA DIVISION.
       FILE SECTION.
           02 CQ-ANA PIC X(25).
           02 CQ-AMT PIC 9(7)V99.
           02 CQ-ISSUED PIC 9(8).
      *O outstanding, P paid, S stale, R returned unpaid in clearing
           02 CQ-STATUS PIC X.
           02 CQ-SETTLED PIC 9(8).

       FD  RESUBFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS RESUBREC.

       01  RESUBREC.
           02 RS-TAMT PIC 9(7)V99.
           02 RS-TDATE PIC 9(8).
           02 RS-TREF PIC X(6).
           02 RS-SREF PIC X(20).

       FD  HOLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOL-REC.

       01  HOL-REC.
           02 HL-DATE PIC 9(8).
           02 HL-TYPE PIC X.
           02 HL-DESC PIC X(30).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
       01  RPTREC.
           02 FILLER PIC X(80).

      *one inward item - the presenting bank and its item reference,
      *our drawer's account, the cheque serial, amount and date
       FD  CLRINFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLRIN-REC.

       01  CLRIN-REC.
           02 CI-PRES-BANK PIC X(6).
           02 CI-ITEM-REF PIC X(12).
           02 CI-ANO PIC X(10).
           02 CI-SERIAL PIC 9(6).
           02 CI-AMT PIC 9(7)V99.
           02 CI-CHQ-DATE PIC 9(8).

      *the item as it came in, the return reason code and text and
      *the day it went back
       FD  CLROUTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLROUT-REC.

       01  CLROUT-REC.
           02 CO-ITEM PIC X(51).
           02 CO-REASON-CD PIC X(2).
           02 CO-REASON PIC X(20).
           02 CO-RET-DATE PIC 9(8).

       FD  PRMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRM-REC.

       01  PRM-REC.
           02 PRM-RET-FEE PIC 9(5)V99.

       FD  BALFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BAL-REC.

       01  BAL-REC.
           02 BAL-R-ANO PIC X(10).
           02 BAL-R-AMT PIC 9(9)V99.
           02 BAL-R-LASTACT PIC 9(8).

       FD  ODXFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ODX-REC.

       01  ODX-REC.
           02 ODX-ANO PIC X(10).

       FD  HOLDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOLD-REC.

       01  HOLD-REC.
           02 HLD-R-ANO PIC X(10).
           02 HLD-R-AMT PIC 9(9)V99.
           02 HLD-R-REASON PIC X(14).
           02 HLD-R-EXPIRY PIC 9(8).

       FD  FACFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FAC-REC.

       01  FAC-REC.
           02 FAC-R-ANO PIC X(10).
           02 FAC-R-LIMIT PIC 9(9)V99.
           02 FAC-R-EXPIRY PIC 9(8).
           02 FAC-R-FEE PIC 9(5)V99.

       FD  CLRRPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS CLRRPTREC.

       01  CLRRPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  EOFSW PIC 9 VALUE 0.
       01  OUT-TOTAL PIC 9(10)V99 VALUE 0.
       01  STALE-COUNT PIC 9(5) VALUE 0.

      *1 when the cheque dated STALE-FROM is past its last day to
      *present
       01  STALE-SW PIC 9 VALUE 0.
       01  STALE-FROM PIC 9(8) VALUE 0.

      *inward clearing - the return-cheque fee charged the drawer,
      *and each drawer account's funds as the items are worked
       01  WS-FS-CLI PIC XX VALUE SPACES.
       01  WS-FS-CLO PIC XX VALUE SPACES.
       01  WS-FS-PRM PIC XX VALUE SPACES.
       01  WS-BAL-FS PIC XX VALUE SPACES.
       01  WS-FS-ODX PIC XX VALUE SPACES.
       01  WS-FS-HLD PIC XX VALUE SPACES.
       01  WS-FS-FAC PIC XX VALUE SPACES.
       01  WS-RET-FEE PIC 9(5)V99 VALUE 1500.00.
       01  FUNDS-TABLE.
           05 FUNDS-ENTRY OCCURS 500 TIMES.
               10 FT-ANO PIC X(10).
               10 FT-AVAIL PIC S9(11)V99.
       01  FUNDS-COUNT PIC 9(3) VALUE 0.
       01  FUNDS-I PIC 9(3) VALUE 0.
       01  FUNDS-FOUND-I PIC 9(3) VALUE 0.
       01  FUNDS-ANO PIC X(10) VALUE SPACES.
       01  CLR-EOFSW PIC 9 VALUE 0.
       01  RET-CODE PIC X(2) VALUE SPACES.
       01  RET-TEXT PIC X(20) VALUE SPACES.
       01  CLR-IN-COUNT PIC 9(5) VALUE 0.
       01  CLR-PAID-COUNT PIC 9(5) VALUE 0.
       01  CLR-PAID-AMT PIC 9(10)V99 VALUE 0.
       01  CLR-RET-COUNT PIC 9(5) VALUE 0.
       01  CLR-RET-AMT PIC 9(10)V99 VALUE 0.
       01  CLR-FEE-COUNT PIC 9(5) VALUE 0.

      *the bank calendar held whole - any date on it is closed,
      *whatever its type
       01  WS-FS-HOL PIC XX VALUE SPACES.
       01  HOL-TABLE.
           05 HOL-ENTRY OCCURS 400 TIMES.
               10 HOLT-DATE PIC 9(8).
               10 HOLT-TYPE PIC X.
       01  HOL-COUNT PIC 9(3) VALUE 0.
       01  HOL-I PIC 9(3) VALUE 0.
       01  HOL-EOFSW PIC 9 VALUE 0.

      *business-day test and roll - BD-DATE in, BD-SW 1 when it is
      *a business day; NEXT-BUSDAY-RTN walks BD-DATE forward to one
       01  BD-DATE PIC 9(8) VALUE 0.
       01  BD-DATE-X REDEFINES BD-DATE.
           05 BD-YYYY PIC 9(4).
           05 BD-MM PIC 99.
           05 BD-DD PIC 99.
       01  BD-SW PIC 9 VALUE 0.
       01  BD-WEEKDAY PIC 9 VALUE 0.
       01  BD-Q PIC 9(7) VALUE 0.
       01  BD-REM PIC 9(4) VALUE 0.
       01  BD-MO-MAX PIC 99 VALUE 0.
       01  BD-GUARD PIC 9(3) VALUE 0.
       01  BD-MO-DAYS-INIT.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  BD-MO-DAYS-TABLE REDEFINES BD-MO-DAYS-INIT.
           05 BD-MO-DAYS OCCURS 12 TIMES PIC 99.

      *day numbers - days since a fixed epoch, so the day of the
      *week falls out of a remainder
       01  DN-DATE PIC 9(8) VALUE 0.
       01  DN-DATE-X REDEFINES DN-DATE.
           05 DN-YYYY PIC 9(4).
           05 DN-MM PIC 99.
           05 DN-DD PIC 99.
       01  DN-YEARS PIC 9(4) VALUE 0.
       01  DN-LEAPS PIC 9(5) VALUE 0.
       01  DN-Q PIC 9(5) VALUE 0.
       01  DN-RESULT PIC 9(7) VALUE 0.
       01  CUM-DAYS-INIT.
           05 FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-INIT.
           05 CUM-DAYS OCCURS 12 TIMES PIC 9(3).

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
           02 OT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(30) VALUE SPACES.

       01  CLR-HEAD.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(32) VALUE 'Inward Clearing Settlement'.
           02 FILLER PIC X(24) VALUE SPACES.

       01  CLR-DATE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Run date: '.
           02 CH-DATE PIC 9(8).
           02 FILLER PIC X(58) VALUE SPACES.

       01  CLR-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Bank'.
           02 FILLER PIC X(11) VALUE 'Account'.
           02 FILLER PIC X(7) VALUE 'Serial'.
           02 FILLER PIC X(13) VALUE '       Amount'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Chq Date'.
           02 FILLER PIC X(30) VALUE 'Disposition'.

       01  CLR-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-BANK PIC X(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-ANO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-SERIAL PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-AMT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-NOTE PIC X(30).

       01  CLR-TOTAL-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-LABEL PIC X(20).
           02 CL-COUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(10) VALUE '  Amount: '.
           02 CL-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(24) VALUE SPACES.

       01  BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM LOAD-CALENDAR-RTN THRU LOAD-CALENDAR-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Present, Inward clearing, Outstanding report, '
               'Stale run? (P/I/O/S): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'P'
               WHEN 'p'
                   PERFORM PRESENT-RTN THRU PRESENT-RTN-END
               WHEN 'I'
               WHEN 'i'
                   PERFORM CLEARING-RTN THRU CLEARING-RTN-END
               WHEN 'O'
               WHEN 'o'
                   PERFORM OUTSTANDING-RTN
               WHEN 's'
                   PERFORM STALE-RTN
               WHEN OTHER
                   DISPLAY 'P, I, O or S only!'
           END-EVALUATE.

       ASK-ANOTHER.
                   MOVE CT-ANO(I) TO OD-ANO
                   MOVE CT-AMT(I) TO OD-AMT
                   MOVE CT-ISSUED(I) TO OD-ISSUED
                   MOVE CT-ISSUED(I) TO STALE-FROM
                   PERFORM STALE-TEST-RTN
                   IF STALE-SW = 1
                       MOVE 'STALE' TO OD-STATUS
                   ELSE
                       MOVE 'OUTSTANDING' TO OD-STATUS
           OPEN EXTEND RESUBFILE.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHQ-COUNT
               MOVE 0 TO STALE-SW
               IF CT-STATUS(I) = 'O'
                   MOVE CT-ISSUED(I) TO STALE-FROM
                   PERFORM STALE-TEST-RTN
               END-IF
               IF STALE-SW = 1
                   MOVE 'S' TO CT-STATUS(I)
                   MOVE WS-RUN-DATE TO CT-SETTLED(I)
                   MOVE CT-ANO(I) TO RS-ANO
                   MOVE CT-AMT(I) TO RS-TAMT
                   MOVE WS-RUN-DATE TO RS-TDATE
                   MOVE SPACES TO RS-TREF
                   MOVE SPACES TO RS-SREF
                   WRITE RESUBREC
                   ADD 1 TO STALE-COUNT
                   MOVE 1 TO CHANGED-SW
           DISPLAY 'STALE CHEQUES EXPIRED: ' STALE-COUNT
               ' - CREDITS QUEUED ON TRANSFIX.TXT.'.

      *six months from the cheque's date is the last day to
      *present, the day clamped to the landing month; a last day the
      *bank is closed on runs to the next business day
       STALE-TEST-RTN.
           MOVE STALE-FROM TO BD-DATE.
           ADD 6 TO BD-MM.
           IF BD-MM > 12
               SUBTRACT 12 FROM BD-MM
               ADD 1 TO BD-YYYY
           END-IF.
           PERFORM BD-MONTH-MAX-RTN.
           IF BD-DD > BD-MO-MAX
               MOVE BD-MO-MAX TO BD-DD
           END-IF.
           PERFORM NEXT-BUSDAY-RTN.
           MOVE 0 TO STALE-SW.
           IF BD-DATE < WS-RUN-DATE
               MOVE 1 TO STALE-SW
           END-IF.

      *the morning's inward clearing file - every item is either
      *settled against its register entry or sent back with its
      *reason; the register is rewritten when the session ends
       CLEARING-RTN.
           OPEN INPUT CLRINFILE.
           IF WS-FS-CLI NOT = '00'
               DISPLAY 'NO CLRIN.TXT ON HAND.'
               GO TO CLEARING-RTN-END
           END-IF.

           PERFORM LOAD-FEE-RTN THRU LOAD-FEE-RTN-END.
           PERFORM LOAD-FUNDS-RTN THRU LOAD-FUNDS-RTN-END.
           MOVE 0 TO CLR-IN-COUNT CLR-PAID-COUNT CLR-PAID-AMT
               CLR-RET-COUNT CLR-RET-AMT CLR-FEE-COUNT.

           OPEN OUTPUT CLROUTFILE.
           OPEN EXTEND RESUBFILE.
           OPEN OUTPUT CLRRPTFILE.
           MOVE WS-RUN-DATE TO CH-DATE.
           WRITE CLRRPTREC FROM CLR-HEAD AFTER PAGE.
           WRITE CLRRPTREC FROM CLR-DATE-LINE AFTER 1.
           WRITE CLRRPTREC FROM CLR-SUBHEAD AFTER 2.
           WRITE CLRRPTREC FROM BLANK-LINE AFTER 1.

           MOVE 0 TO CLR-EOFSW.
           PERFORM UNTIL CLR-EOFSW = 1
               READ CLRINFILE
                   AT END MOVE 1 TO CLR-EOFSW
               END-READ
               IF CLR-EOFSW = 0
                   ADD 1 TO CLR-IN-COUNT
                   PERFORM CLEAR-ONE-RTN THRU CLEAR-ONE-RTN-END
               END-IF
           END-PERFORM.

           MOVE 'Items received:' TO CL-LABEL.
           MOVE CLR-IN-COUNT TO CL-COUNT.
           COMPUTE CL-AMT = CLR-PAID-AMT + CLR-RET-AMT.
           WRITE CLRRPTREC FROM BLANK-LINE AFTER 2.
           WRITE CLRRPTREC FROM CLR-TOTAL-LINE AFTER 1.
           MOVE 'Settled:' TO CL-LABEL.
           MOVE CLR-PAID-COUNT TO CL-COUNT.
           MOVE CLR-PAID-AMT TO CL-AMT.
           WRITE CLRRPTREC FROM CLR-TOTAL-LINE AFTER 1.
           MOVE 'Returned:' TO CL-LABEL.
           MOVE CLR-RET-COUNT TO CL-COUNT.
           MOVE CLR-RET-AMT TO CL-AMT.
           WRITE CLRRPTREC FROM CLR-TOTAL-LINE AFTER 1.

           CLOSE CLRINFILE CLROUTFILE RESUBFILE CLRRPTFILE.
           DISPLAY 'INWARD ITEMS: ' CLR-IN-COUNT ' SETTLED: '
               CLR-PAID-COUNT ' RETURNED: ' CLR-RET-COUNT
               ' (CLROUT.TXT, NEWCHQC).'.
           DISPLAY 'RETURN-CHEQUE FEES QUEUED ON TRANSFIX.TXT: '
               CLR-FEE-COUNT.
       CLEARING-RTN-END.
           EXIT.

      *the register entry is found on account and serial; the rest
      *are tested in the order the clearing house wants them named
       CLEAR-ONE-RTN.
           MOVE SPACES TO RET-CODE RET-TEXT.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHQ-COUNT
               IF CT-ANO(I) = CI-ANO AND CT-SEQ(I) = CI-SERIAL
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

           IF FOUND-I = 0
               MOVE '01' TO RET-CODE
               MOVE 'NO REGISTER ENTRY' TO RET-TEXT
               PERFORM RETURN-ITEM-RTN
               GO TO CLEAR-ONE-RTN-END
           END-IF.

           IF CT-STATUS(FOUND-I) = 'P'
               MOVE '02' TO RET-CODE
               MOVE 'ALREADY PAID' TO RET-TEXT
               PERFORM RETURN-ITEM-RTN
               GO TO CLEAR-ONE-RTN-END
           END-IF.

           IF CT-AMT(FOUND-I) NOT = CI-AMT
               MOVE '03' TO RET-CODE
               MOVE 'AMOUNT DIFFERS' TO RET-TEXT
               PERFORM RETURN-ITEM-RTN
               PERFORM QUEUE-FEE-RTN THRU QUEUE-FEE-RTN-END
               GO TO CLEAR-ONE-RTN-END
           END-IF.

      *the cheque's own date rules the stale test - the issue date
      *stands in when the item carries none; one already expired by
      *the stale pass is stale whatever its date
           IF CI-CHQ-DATE NUMERIC AND CI-CHQ-DATE > 0
               MOVE CI-CHQ-DATE TO STALE-FROM
           ELSE
               MOVE CT-ISSUED(FOUND-I) TO STALE-FROM
           END-IF.
           PERFORM STALE-TEST-RTN.
           IF STALE-SW = 1 OR CT-STATUS(FOUND-I) = 'S'
               MOVE '04' TO RET-CODE
               MOVE 'STALE DATED' TO RET-TEXT
               PERFORM RETURN-ITEM-RTN
               PERFORM QUEUE-FEE-RTN THRU QUEUE-FEE-RTN-END
               IF CT-STATUS(FOUND-I) = 'O'
                   PERFORM EXPIRE-RTN
               END-IF
               GO TO CLEAR-ONE-RTN-END
           END-IF.

           IF CT-STATUS(FOUND-I) NOT = 'O'
               MOVE '01' TO RET-CODE
               MOVE 'NO REGISTER ENTRY' TO RET-TEXT
               PERFORM RETURN-ITEM-RTN
               GO TO CLEAR-ONE-RTN-END
           END-IF.

      *the cheque was debited at issue, so an account that is short
      *now did not cover it - the item goes back and the debit with
      *it
           MOVE CI-ANO TO FUNDS-ANO.
           PERFORM FIND-FUNDS-RTN.
           IF FUNDS-FOUND-I > 0
               IF FT-AVAIL(FUNDS-FOUND-I) < 0
                   MOVE '05' TO RET-CODE
                   MOVE 'DAIF' TO RET-TEXT
                   PERFORM RETURN-ITEM-RTN
                   PERFORM QUEUE-FEE-RTN THRU QUEUE-FEE-RTN-END
                   MOVE 'R' TO CT-STATUS(FOUND-I)
                   MOVE WS-RUN-DATE TO CT-SETTLED(FOUND-I)
                   MOVE 1 TO CHANGED-SW
                   PERFORM CREDIT-BACK-RTN
                   ADD CT-AMT(FOUND-I) TO FT-AVAIL(FUNDS-FOUND-I)
                   GO TO CLEAR-ONE-RTN-END
               END-IF
           END-IF.

           MOVE 'P' TO CT-STATUS(FOUND-I).
           MOVE WS-RUN-DATE TO CT-SETTLED(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           ADD 1 TO CLR-PAID-COUNT.
           ADD CI-AMT TO CLR-PAID-AMT.
           MOVE 'SETTLED' TO CD-NOTE.
           PERFORM CLEAR-LINE-RTN.
       CLEAR-ONE-RTN-END.
           EXIT.

       RETURN-ITEM-RTN.
           MOVE CLRIN-REC TO CO-ITEM.
           MOVE RET-CODE TO CO-REASON-CD.
           MOVE RET-TEXT TO CO-REASON.
           MOVE WS-RUN-DATE TO CO-RET-DATE.
           WRITE CLROUT-REC.
           ADD 1 TO CLR-RET-COUNT.
           ADD CI-AMT TO CLR-RET-AMT.
           MOVE SPACES TO CD-NOTE.
           STRING 'RETURNED ' RET-CODE ' ' RET-TEXT
               DELIMITED BY SIZE INTO CD-NOTE.
           PERFORM CLEAR-LINE-RTN.

       CLEAR-LINE-RTN.
           MOVE CI-PRES-BANK TO CD-BANK.
           MOVE CI-ANO TO CD-ANO.
           MOVE CI-SERIAL TO CD-SERIAL.
           MOVE CI-AMT TO CD-AMT.
           MOVE CI-CHQ-DATE TO CD-DATE.
           WRITE CLRRPTREC FROM CLR-DETAIL AFTER 1.

      *the return-cheque fee falls on the drawer of a registered
      *cheque, queued through the NEWFIX resubmit file like the
      *stale credits
       QUEUE-FEE-RTN.
           IF WS-RET-FEE = 0
               GO TO QUEUE-FEE-RTN-END
           END-IF.
           MOVE CT-ANO(FOUND-I) TO RS-ANO.
           MOVE CT-ANA(FOUND-I) TO RS-ANA.
           MOVE 'F' TO RS-TC.
           MOVE WS-RET-FEE TO RS-TAMT.
           MOVE WS-RUN-DATE TO RS-TDATE.
           MOVE CT-SEQ(FOUND-I) TO RS-TREF.
           MOVE 'RETURNED CHEQUE FEE' TO RS-SREF.
           WRITE RESUBREC.
           ADD 1 TO CLR-FEE-COUNT.
           MOVE CI-ANO TO FUNDS-ANO.
           PERFORM FIND-FUNDS-RTN.
           IF FUNDS-FOUND-I > 0
               SUBTRACT WS-RET-FEE FROM FT-AVAIL(FUNDS-FOUND-I)
           END-IF.
       QUEUE-FEE-RTN-END.
           EXIT.

      *a returned cheque's issue debit goes back through a V
       CREDIT-BACK-RTN.
           MOVE CT-ANO(FOUND-I) TO RS-ANO.
           MOVE CT-ANA(FOUND-I) TO RS-ANA.
           MOVE 'V' TO RS-TC.
           MOVE CT-AMT(FOUND-I) TO RS-TAMT.
           MOVE WS-RUN-DATE TO RS-TDATE.
           MOVE CT-SEQ(FOUND-I) TO RS-TREF.
           MOVE SPACES TO RS-SREF.
           WRITE RESUBREC.

      *a stale cheque met in clearing expires as the stale pass
      *would expire it
       EXPIRE-RTN.
           MOVE 'S' TO CT-STATUS(FOUND-I).
           MOVE WS-RUN-DATE TO CT-SETTLED(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           MOVE CT-ANO(FOUND-I) TO RS-ANO.
           MOVE CT-ANA(FOUND-I) TO RS-ANA.
           MOVE 'V' TO RS-TC.
           MOVE CT-AMT(FOUND-I) TO RS-TAMT.
           MOVE WS-RUN-DATE TO RS-TDATE.
           MOVE SPACES TO RS-TREF.
           MOVE SPACES TO RS-SREF.
           WRITE RESUBREC.
           ADD 1 TO STALE-COUNT.

       LOAD-FEE-RTN.
           OPEN INPUT PRMFILE.
           IF WS-FS-PRM NOT = '00'
               GO TO LOAD-FEE-RTN-END
           END-IF.
           READ PRMFILE
               AT END CONTINUE
               NOT AT END MOVE PRM-RET-FEE TO WS-RET-FEE
           END-READ.
           CLOSE PRMFILE.
       LOAD-FEE-RTN-END.
           EXIT.

      *available funds per drawer account on the register - the
      *last exported balance (negative when NEWODX marks it an
      *overdraft), less active holds, plus an unexpired overdraft
      *facility's limit
       LOAD-FUNDS-RTN.
           MOVE 0 TO FUNDS-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHQ-COUNT
               MOVE CT-ANO(I) TO FUNDS-ANO
               PERFORM FIND-FUNDS-RTN
               IF FUNDS-FOUND-I = 0 AND FUNDS-COUNT < 500
                   ADD 1 TO FUNDS-COUNT
                   MOVE CT-ANO(I) TO FT-ANO(FUNDS-COUNT)
                   MOVE 0 TO FT-AVAIL(FUNDS-COUNT)
               END-IF
           END-PERFORM.

           OPEN INPUT BALFILE.
           IF WS-BAL-FS = '00'
               MOVE 0 TO CLR-EOFSW
               PERFORM UNTIL CLR-EOFSW = 1
                   READ BALFILE
                       AT END MOVE 1 TO CLR-EOFSW
                   END-READ
                   IF CLR-EOFSW = 0
                       MOVE BAL-R-ANO TO FUNDS-ANO
                       PERFORM FIND-FUNDS-RTN
                       IF FUNDS-FOUND-I > 0
                           ADD BAL-R-AMT TO FT-AVAIL(FUNDS-FOUND-I)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BALFILE
           END-IF.

           OPEN INPUT ODXFILE.
           IF WS-FS-ODX = '00'
               MOVE 0 TO CLR-EOFSW
               PERFORM UNTIL CLR-EOFSW = 1
                   READ ODXFILE
                       AT END MOVE 1 TO CLR-EOFSW
                   END-READ
                   IF CLR-EOFSW = 0
                       MOVE ODX-ANO TO FUNDS-ANO
                       PERFORM FIND-FUNDS-RTN
                       IF FUNDS-FOUND-I > 0
                           COMPUTE FT-AVAIL(FUNDS-FOUND-I) =
                               0 - FT-AVAIL(FUNDS-FOUND-I)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ODXFILE
           END-IF.

           OPEN INPUT HOLDFILE.
           IF WS-FS-HLD = '00'
               MOVE 0 TO CLR-EOFSW
               PERFORM UNTIL CLR-EOFSW = 1
                   READ HOLDFILE
                       AT END MOVE 1 TO CLR-EOFSW
                   END-READ
                   IF CLR-EOFSW = 0
                      AND (HLD-R-EXPIRY = 0
                           OR HLD-R-EXPIRY >= WS-RUN-DATE)
                       MOVE HLD-R-ANO TO FUNDS-ANO
                       PERFORM FIND-FUNDS-RTN
                       IF FUNDS-FOUND-I > 0
                           SUBTRACT HLD-R-AMT FROM
                               FT-AVAIL(FUNDS-FOUND-I)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOLDFILE
           END-IF.

           OPEN INPUT FACFILE.
           IF WS-FS-FAC = '00'
               MOVE 0 TO CLR-EOFSW
               PERFORM UNTIL CLR-EOFSW = 1
                   READ FACFILE
                       AT END MOVE 1 TO CLR-EOFSW
                   END-READ
                   IF CLR-EOFSW = 0
                      AND FAC-R-EXPIRY >= WS-RUN-DATE
                       MOVE FAC-R-ANO TO FUNDS-ANO
                       PERFORM FIND-FUNDS-RTN
                       IF FUNDS-FOUND-I > 0
                           ADD FAC-R-LIMIT TO FT-AVAIL(FUNDS-FOUND-I)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FACFILE
           END-IF.
       LOAD-FUNDS-RTN-END.
           EXIT.

       FIND-FUNDS-RTN.
           MOVE 0 TO FUNDS-FOUND-I.
           PERFORM VARYING FUNDS-I FROM 1 BY 1
                   UNTIL FUNDS-I > FUNDS-COUNT OR FUNDS-FOUND-I > 0
               IF FT-ANO(FUNDS-I) = FUNDS-ANO
                   MOVE FUNDS-I TO FUNDS-FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT CHQFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHQ-COUNT
               WRITE CHQ-REG-REC
           END-PERFORM.
           CLOSE CHQFILE.

      *the bank calendar held whole for the business-day test
       LOAD-CALENDAR-RTN.
           MOVE 0 TO HOL-COUNT.
           OPEN INPUT HOLFILE.
           IF WS-FS-HOL NOT = '00'
               GO TO LOAD-CALENDAR-RTN-END
           END-IF.

           MOVE 0 TO HOL-EOFSW.
           PERFORM UNTIL HOL-EOFSW = 1 OR HOL-COUNT = 400
               READ HOLFILE
                   AT END MOVE 1 TO HOL-EOFSW
               END-READ
               IF HOL-EOFSW = 0
                   ADD 1 TO HOL-COUNT
                   MOVE HL-DATE TO HOLT-DATE(HOL-COUNT)
                   MOVE HL-TYPE TO HOLT-TYPE(HOL-COUNT)
               END-IF
           END-PERFORM.

           CLOSE HOLFILE.
       LOAD-CALENDAR-RTN-END.
           EXIT.

      *BD-SW 1 when BD-DATE is a business day - the day number's
      *remainder by 7 is 0 on a saturday and 1 on a sunday
       BUSDAY-TEST-RTN.
           MOVE 1 TO BD-SW.
           MOVE BD-DATE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           DIVIDE DN-RESULT BY 7 GIVING BD-Q REMAINDER BD-WEEKDAY.
           IF BD-WEEKDAY < 2
               MOVE 0 TO BD-SW
           END-IF.
           PERFORM VARYING HOL-I FROM 1 BY 1
                   UNTIL HOL-I > HOL-COUNT OR BD-SW = 0
               IF HOLT-DATE(HOL-I) = BD-DATE
                   MOVE 0 TO BD-SW
               END-IF
           END-PERFORM.

      *BD-DATE moved to the first business day on or after it - the
      *guard stops a calendar that never opens from looping
       NEXT-BUSDAY-RTN.
           MOVE 0 TO BD-GUARD.
           PERFORM BUSDAY-TEST-RTN.
           PERFORM UNTIL BD-SW = 1 OR BD-GUARD = 60
               PERFORM BD-MONTH-MAX-RTN
               ADD 1 TO BD-DD
               IF BD-DD > BD-MO-MAX
                   MOVE 1 TO BD-DD
                   ADD 1 TO BD-MM
                   IF BD-MM > 12
                       MOVE 1 TO BD-MM
                       ADD 1 TO BD-YYYY
                   END-IF
               END-IF
               ADD 1 TO BD-GUARD
               PERFORM BUSDAY-TEST-RTN
           END-PERFORM.

      *February runs to 29 in a leap year - divisible by 4, except
      *centuries, except every fourth century
       BD-MONTH-MAX-RTN.
           MOVE BD-MO-DAYS(BD-MM) TO BD-MO-MAX.
           IF BD-MM = 2
               DIVIDE BD-YYYY BY 4 GIVING BD-Q REMAINDER BD-REM
               IF BD-REM = 0
                   MOVE 29 TO BD-MO-MAX
                   DIVIDE BD-YYYY BY 100 GIVING BD-Q
                       REMAINDER BD-REM
                   IF BD-REM = 0
                       DIVIDE BD-YYYY BY 400 GIVING BD-Q
                           REMAINDER BD-REM
                       IF BD-REM NOT = 0
                           MOVE 28 TO BD-MO-MAX
                       END-IF
                   END-IF
               END-IF
           END-IF.

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
