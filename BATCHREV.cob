       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHREV.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. WHOLE-BATCH BACK-OUT - SUPERVISOR ONLY. TAKES THE ID
      *OF A BATCH SW2 HAS POSTED, FINDS EVERY ITEM OF IT ON
      *TRANSHIST.TXT, AND OFFSETS EACH ONE EXACTLY - A CREDIT (D, U,
      *V) BY AN R, A DEBIT (W, C, T, F, R, B) BY A V - ON THE
      *HISTORY, ON NEWBAL.TXT AND ITS OVERDRAFT MARKERS, AND ON THE
      *DAY'S NEWGL.TXT LEDGER FEED. A BILLS PAYMENT TAKEN BACK GOES
      *TO THE LEDGER FEED AS BRV AND LEAVES A REVERSAL LINE ON THE
      *BILLTXN.TXT BILLS LEDGER, SO THE BILLER'S NEXT REMITTANCE IS
      *SHORT BY IT. ITEMS SW2 DIVERTED INSTEAD OF POSTING
      *(NEWDIV.TXT) ARE LISTED BUT NOT OFFSET. THE BATCH IS MARKED
      *BACKED OUT IN NEWBID.TXT WHEN IT IS STILL THE CURRENT BATCH,
      *SO THE CORRECTED BATCH CAN POST, AND IS REGISTERED ON
      *NEWREV.TXT SO IT CANNOT BE BACKED OUT TWICE. PRINTS THE
      *BACK-OUT PROOF TO NEWREVP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFILE ASSIGN TO 'TRANSHIST.TXT'
               FILE STATUS WS-FS-HX.
           SELECT DIVFILE ASSIGN TO 'NEWDIV.TXT'
               FILE STATUS WS-FS-DIV.
           SELECT BALFILE ASSIGN TO 'NEWBAL.TXT'
               FILE STATUS WS-BAL-FS.
           SELECT ODXFILE ASSIGN TO 'NEWODX.TXT'
               FILE STATUS WS-FS-ODX.
           SELECT GLFILE ASSIGN TO 'NEWGL.TXT'.
           SELECT BIDFILE ASSIGN TO 'NEWBID.TXT'
               FILE STATUS WS-FS-BID.
      *every batch ever backed out, with who did it and the totals
           SELECT OPTIONAL REVFILE ASSIGN TO 'NEWREV.TXT'
               FILE STATUS WS-FS-REV.
           SELECT OPERMASTFILE ASSIGN TO 'OPERMAST.TXT'
               FILE STATUS WS-FS-OPM.
           SELECT OPTIONAL SECLOGFILE ASSIGN TO 'SECLOG.TXT'.
      *shared cross-file control totals - rewriting a controlled
      *file means re-posting its totals
           SELECT CTTFILE ASSIGN TO 'CTLTOT.TXT'
               FILE STATUS IS WS-CTT-FS.
      *the bills-payment ledger SW2 writes as B items post
           SELECT OPTIONAL BILLFILE ASSIGN TO 'BILLTXN.TXT'
               FILE STATUS IS WS-FS-BLX.
           SELECT RPTFILE ASSIGN TO 'NEWREVP'.
      *batch-window lock left by BATCHDRV - no back-out while the
      *nightly chain is mid-flight
           SELECT LOCKFILE ASSIGN TO 'BATCHLCK.TXT'
               FILE STATUS IS WS-LCK-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  HISTFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS HIST-REC.

       01  HIST-REC.
           02 HX-ANO PIC X(10).
           02 HX-ANA PIC X(25).
           02 HX-TC PIC X.
           02 HX-TAMT PIC 9(7)V99.
           02 HX-TDATE PIC 9(8).
           02 HX-TREF PIC X(6).
           02 HX-POSTDATE PIC 9(8).
           02 HX-BID-DATE PIC 9(8).
           02 HX-BID-SEQ PIC 9(3).

       FD  DIVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DIV-REC.

       01  DIV-REC.
           02 DV-BID-DATE PIC 9(8).
           02 DV-BID-SEQ PIC 9(3).
           02 DV-ANO PIC X(10).
           02 DV-TC PIC X.
           02 DV-TAMT PIC 9(7)V99.
           02 DV-TDATE PIC 9(8).
           02 DV-TREF PIC X(6).
           02 DV-REASON PIC X(14).

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

       FD  GLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.

       01  GL-REC.
           02 GL-R-DATE PIC 9(8).
           02 GL-R-CODE PIC X(3).
           02 GL-R-CNT PIC 9(6).
           02 GL-R-AMT PIC 9(11)V99.

       FD  BIDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BID-REC.

       01  BID-REC.
           02 BID-DATE PIC 9(8).
           02 BID-SEQ PIC 9(3).
           02 BID-STATUS PIC X.

       FD  REVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REV-REC.

       01  REV-REC.
           02 RV-BID-DATE PIC 9(8).
           02 RV-BID-SEQ PIC 9(3).
           02 RV-DATE PIC 9(8).
           02 RV-OPER PIC X(8).
           02 RV-ITEMS PIC 9(6).
           02 RV-DR-AMT PIC 9(11)V99.
           02 RV-CR-AMT PIC 9(11)V99.

       FD  OPERMASTFILE.
       01  OPM-REC.
           05 OPM-ID PIC X(8).
           05 OPM-NAME PIC X(25).
      *1 ENCODER / 2 SUPERVISOR / 3 ADMIN - BLANK READS AS ENCODER
           05 OPM-LEVEL PIC 9.

       FD  SECLOGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEC-REC.

       01  SEC-REC.
           02 SC-PROGRAM PIC X(8).
           02 SC-OPER PIC X(8).
           02 SC-ACTION PIC X(20).
           02 SC-DATE PIC 9(8).
           02 SC-TIME PIC 9(8).

       FD  CTTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTT-REC.

       01  CTT-REC.
           02 CTR-FILE PIC X(12).
           02 CTR-COUNT PIC 9(7).
           02 CTR-HASH PIC 9(13)V99.
           02 CTR-DATE PIC 9(8).

       FD  BILLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BILL-TXN-REC.

       01  BILL-TXN-REC.
           02 BX-BILLER PIC X(6).
           02 BX-SREF PIC X(20).
           02 BX-ANO PIC X(10).
           02 BX-ANA PIC X(25).
           02 BX-AMT PIC 9(7)V99.
           02 BX-TDATE PIC 9(8).
           02 BX-POSTDATE PIC 9(8).
           02 BX-BID-DATE PIC 9(8).
           02 BX-BID-SEQ PIC 9(3).
           02 BX-KIND PIC X.
           02 BX-REMIT PIC 9(8).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       FD  LOCKFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOCK-REC.

       01  LOCK-REC.
           02 LCK-STATE PIC X(6).
           02 LCK-DATE PIC 9(8).
           02 LCK-TIME PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-FS-HX PIC XX VALUE SPACES.
       01  WS-FS-DIV PIC XX VALUE SPACES.
       01  WS-BAL-FS PIC XX VALUE SPACES.
       01  WS-FS-ODX PIC XX VALUE SPACES.
       01  WS-FS-BID PIC XX VALUE SPACES.
       01  WS-FS-REV PIC XX VALUE SPACES.
       01  WS-FS-OPM PIC XX VALUE SPACES.
       01  WS-FS-BLX PIC XX VALUE SPACES.
       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *the batch to back out
       01  REQ-BID-DATE PIC 9(8) VALUE 0.
       01  REQ-BID-SEQ PIC 9(3) VALUE 0.
       01  WS-CONFIRM PIC X VALUE SPACES.

       01  SUP-ID PIC X(8) VALUE SPACES.
       01  SUP-LEVEL PIC 9 VALUE 0.
       01  SUP-EOFSW PIC 9 VALUE 0.

      *a batch already on the back-out register is refused
       01  DONE-SW PIC 9 VALUE 0.
       01  DONE-DATE PIC 9(8) VALUE 0.

      *every archived item of the batch, with the code that offsets
      *it - a blank offset means the item never moved a balance
       01  ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 2000 TIMES.
               10 IT-ANO PIC X(10).
               10 IT-ANA PIC X(25).
               10 IT-TC PIC X.
               10 IT-TAMT PIC 9(7)V99.
               10 IT-TDATE PIC 9(8).
               10 IT-TREF PIC X(6).
               10 IT-OFF-TC PIC X.
               10 IT-NOTE PIC X(11).
       01  ITEM-COUNT PIC 9(4) VALUE 0.
       01  IT-I PIC 9(4) VALUE 0.

      *the batch's diverted items - each one excuses exactly one
      *matching history row
       01  DIV-TABLE.
           05 DIV-ENTRY OCCURS 500 TIMES.
               10 DT-ANO PIC X(10).
               10 DT-TC PIC X.
               10 DT-TAMT PIC 9(7)V99.
               10 DT-TDATE PIC 9(8).
               10 DT-TREF PIC X(6).
               10 DT-USED PIC 9.
       01  DIV-COUNT PIC 9(3) VALUE 0.
       01  DV-I PIC 9(3) VALUE 0.
       01  DV-FOUND-I PIC 9(3) VALUE 0.

      *the batch's payments on the bills ledger - each B item taken
      *back finds its own line here for the subscriber reference
       01  BILLPAY-TABLE.
           05 BILLPAY-ENTRY OCCURS 500 TIMES.
               10 BP-BILLER PIC X(6).
               10 BP-SREF PIC X(20).
               10 BP-ANO PIC X(10).
               10 BP-AMT PIC 9(7)V99.
               10 BP-TDATE PIC 9(8).
               10 BP-USED PIC 9.
       01  BILLPAY-COUNT PIC 9(3) VALUE 0.
       01  BP-I PIC 9(3) VALUE 0.
       01  BP-FOUND-I PIC 9(3) VALUE 0.

      *NEWBAL.TXT in storage; BT-OD carries the NEWODX.TXT marker,
      *BT-DELTA the signed effect of the offsets on the account
       01  BAL-TABLE.
           05 BAL-ENTRY OCCURS 500 TIMES.
               10 BT-ANO PIC X(10).
               10 BT-AMT PIC 9(9)V99.
               10 BT-LASTACT PIC 9(8).
               10 BT-OD PIC 9.
               10 BT-HIT PIC 9.
               10 BT-ANA PIC X(25).
               10 BT-DELTA PIC S9(9)V99.
               10 BT-BEFORE PIC S9(9)V99.
               10 BT-AFTER PIC S9(9)V99.
       01  BAL-COUNT PIC 9(3) VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  BT-FOUND-I PIC 9(3) VALUE 0.

      *the tables are the whole story for the rewrite, so anything
      *that will not fit refuses the run before a byte moves
       01  OVERFLOW-SW PIC 9 VALUE 0.
       01  MISSING-COUNT PIC 9(4) VALUE 0.
       01  MISSING-ANO PIC X(10) VALUE SPACES.

       01  OFF-R-COUNT PIC 9(6) VALUE 0.
       01  OFF-R-AMT PIC 9(11)V99 VALUE 0.
       01  OFF-V-COUNT PIC 9(6) VALUE 0.
       01  OFF-V-AMT PIC 9(11)V99 VALUE 0.
      *the bills payments among the V offsets - their ledger line is
      *BRV, back out of bills payable, not a cash V
       01  OFF-B-COUNT PIC 9(6) VALUE 0.
       01  OFF-B-AMT PIC 9(11)V99 VALUE 0.
       01  SKIP-COUNT PIC 9(4) VALUE 0.
       01  ACCT-HIT-COUNT PIC 9(3) VALUE 0.
       01  BID-MARKED-SW PIC 9 VALUE 0.

      *cross-file control totals - this program rewrites the data
      *file, so it must re-post the count and hash total at close
      *or the nightly CTLVRFY run halts the chain on a false alarm
       01  WS-CTT-FS PIC XX VALUE SPACES.
       01  CTT-TABLE.
           05 CTT-ENTRY OCCURS 20 TIMES.
               10 CTT-FILE PIC X(12).
               10 CTT-CNT PIC 9(7).
               10 CTT-HASH PIC 9(13)V99.
               10 CTT-DATE PIC 9(8).
       01  CTT-N PIC 99 VALUE 0.
       01  CTT-I PIC 99 VALUE 0.
       01  CTT-FOUND-I PIC 99 VALUE 0.
       01  CTT-EOFSW PIC 9 VALUE 0.
       01  WS-MY-COUNT PIC 9(7) VALUE 0.
       01  WS-MY-HASH PIC 9(13)V99 VALUE 0.
       01  WS-MY-FILE PIC X(12) VALUE 'NEWBAL.TXT'.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  RPT-HEAD.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(24) VALUE 'Batch Back-Out Proof'.
           02 FILLER PIC X(28) VALUE SPACES.

       01  RPT-ID-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Batch: '.
           02 RH-BID-DATE PIC 9(8).
           02 FILLER PIC X VALUE '-'.
           02 RH-BID-SEQ PIC 9(3).
           02 FILLER PIC X(16) VALUE '   Backed out: '.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(7) VALUE '   By: '.
           02 RH-OPER PIC X(8).
           02 FILLER PIC X(20) VALUE SPACES.

       01  ITEM-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Account'.
           02 FILLER PIC X(18) VALUE 'Name'.
           02 FILLER PIC X(3) VALUE 'TC'.
           02 FILLER PIC X(14) VALUE '      Amount'.
           02 FILLER PIC X(10) VALUE 'T-Date'.
           02 FILLER PIC X(8) VALUE 'Ref'.
           02 FILLER PIC X(13) VALUE 'Offset'.

       01  ITEM-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-ANA PIC X(16).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-TC PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-AMT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-TDATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-TREF PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-OFF-TC PIC X.
           02 FILLER PIC X(1) VALUE SPACES.
           02 ID-NOTE PIC X(11).

       01  BAL-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Account'.
           02 FILLER PIC X(18) VALUE 'Name'.
           02 FILLER PIC X(16) VALUE ' Balance Before'.
           02 FILLER PIC X(16) VALUE '  Backed Out'.
           02 FILLER PIC X(16) VALUE '  Balance After'.

       01  BAL-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-ANA PIC X(16).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-BEFORE PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X(1) VALUE SPACES.
           02 BD-DELTA PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X(1) VALUE SPACES.
           02 BD-AFTER PIC ZZZ,ZZZ,ZZ9.99-.

       01  TOTAL-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 TL-LABEL PIC X(34).
           02 TL-CNT PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(16) VALUE SPACES.

       01  NOTE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 NL-TEXT PIC X(76).

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

      *undoing a whole posted batch is supervisor-grade work
           PERFORM CHECK-SUPERVISOR-RTN THRU CHECK-SUPERVISOR-RTN-END.
           IF SUP-LEVEL < 2
               DISPLAY 'SUPERVISOR LEVEL REQUIRED - REFUSED.'
               MOVE 'BATCH BACK-OUT' TO SC-ACTION
               PERFORM NOTE-DENIAL-RTN
               STOP RUN
           END-IF.

           DISPLAY 'BATCH DATE TO BACK OUT (YYYYMMDD): '.
           ACCEPT REQ-BID-DATE.
           DISPLAY 'BATCH SEQUENCE: '.
           ACCEPT REQ-BID-SEQ.
           IF REQ-BID-DATE = 0
               DISPLAY 'NO BATCH ID GIVEN - NOTHING DONE.'
               STOP RUN
           END-IF.

           PERFORM CHECK-REGISTER-RTN THRU CHECK-REGISTER-RTN-END.
           IF DONE-SW = 1
               DISPLAY 'BATCH ' REQ-BID-DATE '-' REQ-BID-SEQ
                   ' WAS ALREADY BACKED OUT ON ' DONE-DATE '.'
               STOP RUN
           END-IF.

           PERFORM LOAD-BALANCES-RTN THRU LOAD-BALANCES-RTN-END.
           PERFORM LOAD-ODX-RTN THRU LOAD-ODX-RTN-END.
           PERFORM LOAD-DIVERSIONS-RTN THRU LOAD-DIVERSIONS-RTN-END.
           PERFORM LOAD-BILLPAY-RTN THRU LOAD-BILLPAY-RTN-END.
           PERFORM LOAD-ITEMS-RTN THRU LOAD-ITEMS-RTN-END.
           IF OVERFLOW-SW = 1
               DISPLAY 'A FILE EXCEEDS ITS TABLE - RUN REFUSED.'
               STOP RUN
           END-IF.
           IF ITEM-COUNT = 0
               DISPLAY 'BATCH ' REQ-BID-DATE '-' REQ-BID-SEQ
                   ' IS NOT ON TRANSHIST.TXT - NOTHING DONE.'
               STOP RUN
           END-IF.
           IF MISSING-COUNT > 0
               DISPLAY 'ACCOUNT ' MISSING-ANO ' (AND ' MISSING-COUNT
                   ' ITEMS IN ALL) NOT ON NEWBAL.TXT - RUN REFUSED.'
               STOP RUN
           END-IF.

           DISPLAY 'ITEMS IN BATCH: ' ITEM-COUNT
               '  TO OFFSET: ' OFF-R-COUNT ' R  ' OFF-V-COUNT ' V'.
           DISPLAY 'BACK OUT THIS BATCH? (Y/N): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'BACK-OUT CANCELLED - NOTHING CHANGED.'
               STOP RUN
           END-IF.

           PERFORM APPLY-RTN
               VARYING I FROM 1 BY 1 UNTIL I > BAL-COUNT.
           PERFORM SAVE-BALANCES-RTN.
           PERFORM COUNT-NEWBAL-RTN.
           PERFORM POST-CONTROL-RTN THRU POST-CONTROL-RTN-END.
           PERFORM WRITE-OFFSETS-RTN.
           IF OFF-B-COUNT > 0
               PERFORM WRITE-BILL-OFFSETS-RTN
           END-IF.
           PERFORM WRITE-GL-RTN.
           PERFORM MARK-BATCH-RTN THRU MARK-BATCH-RTN-END.
           PERFORM NOTE-REGISTER-RTN.
           PERFORM PRINT-PROOF-RTN.

           DISPLAY 'BATCH ' REQ-BID-DATE '-' REQ-BID-SEQ
               ' BACKED OUT: ' ITEM-COUNT ' ITEMS (NEWREVP).'.
           IF BID-MARKED-SW = 0
               DISPLAY 'NOT THE CURRENT BATCH - NEWBID.TXT UNCHANGED.'
           END-IF.
           STOP RUN.

      *refuse to run while BATCHDRV's window is open - the chain
      *may be posting to the very files a back-out rewrites
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

      *who is backing out, and are they a supervisor? no master on
      *hand means nobody can prove the level, so the answer is no
       CHECK-SUPERVISOR-RTN.
           MOVE 0 TO SUP-LEVEL.
           DISPLAY 'SUPERVISOR ID: '.
           ACCEPT SUP-ID.

           OPEN INPUT OPERMASTFILE.
           IF WS-FS-OPM NOT = '00'
               GO TO CHECK-SUPERVISOR-RTN-END
           END-IF.

           MOVE 0 TO SUP-EOFSW.
           PERFORM UNTIL SUP-EOFSW = 1
               READ OPERMASTFILE
                   AT END MOVE 1 TO SUP-EOFSW
               END-READ
               IF SUP-EOFSW = 0 AND OPM-ID = SUP-ID
                   IF OPM-LEVEL IS NUMERIC
                       MOVE OPM-LEVEL TO SUP-LEVEL
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE OPERMASTFILE.
       CHECK-SUPERVISOR-RTN-END.
           EXIT.

       NOTE-DENIAL-RTN.
           OPEN EXTEND SECLOGFILE.
           MOVE 'BATCHREV' TO SC-PROGRAM.
           MOVE SUP-ID TO SC-OPER.
           MOVE WS-RUN-DATE TO SC-DATE.
           ACCEPT SC-TIME FROM TIME.
           WRITE SEC-REC.
           CLOSE SECLOGFILE.

       CHECK-REGISTER-RTN.
           MOVE 0 TO DONE-SW.
           OPEN INPUT REVFILE.
           IF WS-FS-REV NOT = '00'
               GO TO CHECK-REGISTER-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ REVFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                  AND RV-BID-DATE = REQ-BID-DATE
                  AND RV-BID-SEQ = REQ-BID-SEQ
                   MOVE 1 TO DONE-SW
                   MOVE RV-DATE TO DONE-DATE
               END-IF
           END-PERFORM.
           CLOSE REVFILE.
       CHECK-REGISTER-RTN-END.
           EXIT.

       LOAD-BALANCES-RTN.
           MOVE 0 TO BAL-COUNT.
           OPEN INPUT BALFILE.
           IF WS-BAL-FS NOT = '00'
               GO TO LOAD-BALANCES-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR OVERFLOW-SW = 1
               READ BALFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND BAL-COUNT = 500
                   MOVE 1 TO OVERFLOW-SW
               END-IF
               IF EOFSW = 0 AND OVERFLOW-SW = 0
                   ADD 1 TO BAL-COUNT
                   MOVE BAL-R-ANO TO BT-ANO(BAL-COUNT)
                   MOVE BAL-R-AMT TO BT-AMT(BAL-COUNT)
                   MOVE BAL-R-LASTACT TO BT-LASTACT(BAL-COUNT)
                   MOVE 0 TO BT-OD(BAL-COUNT) BT-HIT(BAL-COUNT)
                       BT-DELTA(BAL-COUNT)
                   MOVE SPACES TO BT-ANA(BAL-COUNT)
               END-IF
           END-PERFORM.

           CLOSE BALFILE.
       LOAD-BALANCES-RTN-END.
           EXIT.

      *which stored magnitudes are really overdrafts
       LOAD-ODX-RTN.
           OPEN INPUT ODXFILE.
           IF WS-FS-ODX NOT = '00'
               GO TO LOAD-ODX-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ODXFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > BAL-COUNT
                       IF BT-ANO(I) = ODX-ANO
                           MOVE 1 TO BT-OD(I)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           CLOSE ODXFILE.
       LOAD-ODX-RTN-END.
           EXIT.

       LOAD-DIVERSIONS-RTN.
           MOVE 0 TO DIV-COUNT.
           OPEN INPUT DIVFILE.
           IF WS-FS-DIV NOT = '00'
               GO TO LOAD-DIVERSIONS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR OVERFLOW-SW = 1
               READ DIVFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                  AND DV-BID-DATE = REQ-BID-DATE
                  AND DV-BID-SEQ = REQ-BID-SEQ
                   IF DIV-COUNT = 500
                       MOVE 1 TO OVERFLOW-SW
                   ELSE
                       ADD 1 TO DIV-COUNT
                       MOVE DV-ANO TO DT-ANO(DIV-COUNT)
                       MOVE DV-TC TO DT-TC(DIV-COUNT)
                       MOVE DV-TAMT TO DT-TAMT(DIV-COUNT)
                       MOVE DV-TDATE TO DT-TDATE(DIV-COUNT)
                       MOVE DV-TREF TO DT-TREF(DIV-COUNT)
                       MOVE 0 TO DT-USED(DIV-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE DIVFILE.
       LOAD-DIVERSIONS-RTN-END.
           EXIT.

      *the batch's bills payments off the ledger, kept whole so a
      *taken-back payment can carry its subscriber reference
       LOAD-BILLPAY-RTN.
           MOVE 0 TO BILLPAY-COUNT.
           OPEN INPUT BILLFILE.
           IF WS-FS-BLX NOT = '00'
               CLOSE BILLFILE
               GO TO LOAD-BILLPAY-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR OVERFLOW-SW = 1
               READ BILLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                  AND BX-KIND = 'P'
                  AND BX-BID-DATE = REQ-BID-DATE
                  AND BX-BID-SEQ = REQ-BID-SEQ
                   IF BILLPAY-COUNT = 500
                       MOVE 1 TO OVERFLOW-SW
                   ELSE
                       ADD 1 TO BILLPAY-COUNT
                       MOVE BX-BILLER TO BP-BILLER(BILLPAY-COUNT)
                       MOVE BX-SREF TO BP-SREF(BILLPAY-COUNT)
                       MOVE BX-ANO TO BP-ANO(BILLPAY-COUNT)
                       MOVE BX-AMT TO BP-AMT(BILLPAY-COUNT)
                       MOVE BX-TDATE TO BP-TDATE(BILLPAY-COUNT)
                       MOVE 0 TO BP-USED(BILLPAY-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE BILLFILE.
       LOAD-BILLPAY-RTN-END.
           EXIT.

      *every history row of the batch - the offsetting entries a
      *back-out writes carry the batch's own id too, which is why a
      *batch on the register is refused before this point
       LOAD-ITEMS-RTN.
           MOVE 0 TO ITEM-COUNT.
           OPEN INPUT HISTFILE.
           IF WS-FS-HX NOT = '00'
               GO TO LOAD-ITEMS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR OVERFLOW-SW = 1
               READ HISTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                  AND HX-BID-DATE = REQ-BID-DATE
                  AND HX-BID-SEQ = REQ-BID-SEQ
                   IF ITEM-COUNT = 2000
                       MOVE 1 TO OVERFLOW-SW
                   ELSE
                       PERFORM TAKE-ITEM-RTN THRU TAKE-ITEM-RTN-END
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE HISTFILE.
       LOAD-ITEMS-RTN-END.
           EXIT.

      *pick the offsetting code the way SW2 moved the balance - a
      *credit comes back out as an R, a debit goes back in as a V
       TAKE-ITEM-RTN.
           ADD 1 TO ITEM-COUNT.
           MOVE HX-ANO TO IT-ANO(ITEM-COUNT).
           MOVE HX-ANA TO IT-ANA(ITEM-COUNT).
           MOVE HX-TC TO IT-TC(ITEM-COUNT).
           MOVE HX-TAMT TO IT-TAMT(ITEM-COUNT).
           MOVE HX-TDATE TO IT-TDATE(ITEM-COUNT).
           MOVE HX-TREF TO IT-TREF(ITEM-COUNT).
           MOVE SPACE TO IT-OFF-TC(ITEM-COUNT).
           MOVE SPACES TO IT-NOTE(ITEM-COUNT).

           PERFORM FIND-DIVERSION-RTN.
           IF DV-FOUND-I > 0
               MOVE 1 TO DT-USED(DV-FOUND-I)
               MOVE 'NOT POSTED' TO IT-NOTE(ITEM-COUNT)
               ADD 1 TO SKIP-COUNT
               GO TO TAKE-ITEM-RTN-END
           END-IF.

           EVALUATE HX-TC
               WHEN 'D'
               WHEN 'U'
               WHEN 'V'
                   MOVE 'R' TO IT-OFF-TC(ITEM-COUNT)
               WHEN 'W'
               WHEN 'C'
               WHEN 'T'
               WHEN 'F'
               WHEN 'R'
               WHEN 'B'
                   MOVE 'V' TO IT-OFF-TC(ITEM-COUNT)
               WHEN OTHER
                   MOVE 'NO BAL EFF' TO IT-NOTE(ITEM-COUNT)
                   ADD 1 TO SKIP-COUNT
                   GO TO TAKE-ITEM-RTN-END
           END-EVALUATE.

           PERFORM FIND-BALANCE-RTN.
           IF BT-FOUND-I = 0
               ADD 1 TO MISSING-COUNT
               MOVE HX-ANO TO MISSING-ANO
               GO TO TAKE-ITEM-RTN-END
           END-IF.

           MOVE 1 TO BT-HIT(BT-FOUND-I).
           MOVE HX-ANA TO BT-ANA(BT-FOUND-I).
           IF IT-OFF-TC(ITEM-COUNT) = 'R'
               SUBTRACT HX-TAMT FROM BT-DELTA(BT-FOUND-I)
               ADD 1 TO OFF-R-COUNT
               ADD HX-TAMT TO OFF-R-AMT
           ELSE
               ADD HX-TAMT TO BT-DELTA(BT-FOUND-I)
               ADD 1 TO OFF-V-COUNT
               ADD HX-TAMT TO OFF-V-AMT
               IF HX-TC = 'B'
                   ADD 1 TO OFF-B-COUNT
                   ADD HX-TAMT TO OFF-B-AMT
               END-IF
           END-IF.
       TAKE-ITEM-RTN-END.
           EXIT.

       FIND-DIVERSION-RTN.
           MOVE 0 TO DV-FOUND-I.
           PERFORM VARYING DV-I FROM 1 BY 1
                   UNTIL DV-I > DIV-COUNT OR DV-FOUND-I > 0
               IF DT-USED(DV-I) = 0
                  AND DT-ANO(DV-I) = HX-ANO
                  AND DT-TC(DV-I) = HX-TC
                  AND DT-TAMT(DV-I) = HX-TAMT
                  AND DT-TDATE(DV-I) = HX-TDATE
                  AND DT-TREF(DV-I) = HX-TREF
                   MOVE DV-I TO DV-FOUND-I
               END-IF
           END-PERFORM.

       FIND-BALANCE-RTN.
           MOVE 0 TO BT-FOUND-I.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > BAL-COUNT OR BT-FOUND-I > 0
               IF BT-ANO(I) = HX-ANO
                   MOVE I TO BT-FOUND-I
               END-IF
           END-PERFORM.

      *signed balance out of magnitude and marker, the offsets onto
      *it, and back to a magnitude with the marker pointing the
      *right way
       APPLY-RTN.
           IF BT-HIT(I) = 1
               IF BT-OD(I) = 1
                   COMPUTE BT-BEFORE(I) = 0 - BT-AMT(I)
               ELSE
                   MOVE BT-AMT(I) TO BT-BEFORE(I)
               END-IF
               COMPUTE BT-AFTER(I) = BT-BEFORE(I) + BT-DELTA(I)
               IF BT-AFTER(I) < 0
                   MOVE 1 TO BT-OD(I)
                   COMPUTE BT-AMT(I) = 0 - BT-AFTER(I)
               ELSE
                   MOVE 0 TO BT-OD(I)
                   MOVE BT-AFTER(I) TO BT-AMT(I)
               END-IF
               ADD 1 TO ACCT-HIT-COUNT
           END-IF.

       SAVE-BALANCES-RTN.
           OPEN OUTPUT BALFILE.
           OPEN OUTPUT ODXFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BAL-COUNT
               MOVE BT-ANO(I) TO BAL-R-ANO
               MOVE BT-AMT(I) TO BAL-R-AMT
               MOVE BT-LASTACT(I) TO BAL-R-LASTACT
               WRITE BAL-REC
               IF BT-OD(I) = 1
                   MOVE BT-ANO(I) TO ODX-ANO
                   WRITE ODX-REC
               END-IF
           END-PERFORM.
           CLOSE BALFILE ODXFILE.

      *recount the NEWBAL.TXT just rewritten for the control post
       COUNT-NEWBAL-RTN.
           MOVE 0 TO WS-MY-COUNT WS-MY-HASH.
           MOVE 0 TO CTT-EOFSW.
           OPEN INPUT BALFILE.
           PERFORM UNTIL CTT-EOFSW = 1
               READ BALFILE
                   AT END MOVE 1 TO CTT-EOFSW
               END-READ
               IF CTT-EOFSW = 0
                   ADD 1 TO WS-MY-COUNT
                   ADD BAL-R-AMT TO WS-MY-HASH
               END-IF
           END-PERFORM.
           CLOSE BALFILE.

      *fold this file's fresh totals into the shared control file -
      *load the table, replace or add our entry, rewrite the file
       POST-CONTROL-RTN.
           MOVE 0 TO CTT-N.
           OPEN INPUT CTTFILE.
           IF WS-CTT-FS = '00'
               MOVE 0 TO CTT-EOFSW
               PERFORM UNTIL CTT-EOFSW = 1 OR CTT-N = 20
                   READ CTTFILE
                       AT END MOVE 1 TO CTT-EOFSW
                   END-READ
                   IF CTT-EOFSW = 0
                       ADD 1 TO CTT-N
                       MOVE CTR-FILE TO CTT-FILE(CTT-N)
                       MOVE CTR-COUNT TO CTT-CNT(CTT-N)
                       MOVE CTR-HASH TO CTT-HASH(CTT-N)
                       MOVE CTR-DATE TO CTT-DATE(CTT-N)
                   END-IF
               END-PERFORM
               CLOSE CTTFILE
           END-IF.

           MOVE 0 TO CTT-FOUND-I.
           PERFORM VARYING CTT-I FROM 1 BY 1 UNTIL CTT-I > CTT-N
               IF CTT-FILE(CTT-I) = WS-MY-FILE
                   MOVE CTT-I TO CTT-FOUND-I
               END-IF
           END-PERFORM.
           IF CTT-FOUND-I = 0
               IF CTT-N = 20
                   GO TO POST-CONTROL-RTN-END
               END-IF
               ADD 1 TO CTT-N
               MOVE CTT-N TO CTT-FOUND-I
               MOVE WS-MY-FILE TO CTT-FILE(CTT-FOUND-I)
           END-IF.
           MOVE WS-MY-COUNT TO CTT-CNT(CTT-FOUND-I).
           MOVE WS-MY-HASH TO CTT-HASH(CTT-FOUND-I).
           MOVE WS-RUN-DATE TO CTT-DATE(CTT-FOUND-I).

           OPEN OUTPUT CTTFILE.
           PERFORM VARYING CTT-I FROM 1 BY 1 UNTIL CTT-I > CTT-N
               MOVE CTT-FILE(CTT-I) TO CTR-FILE
               MOVE CTT-CNT(CTT-I) TO CTR-COUNT
               MOVE CTT-HASH(CTT-I) TO CTR-HASH
               MOVE CTT-DATE(CTT-I) TO CTR-DATE
               WRITE CTT-REC
           END-PERFORM.
           CLOSE CTTFILE.
       POST-CONTROL-RTN-END.
           EXIT.

      *the offsetting entries join the history under the batch's own
      *id and original value date, posted today, so the batch nets
      *to nothing on every statement and history lookup
       WRITE-OFFSETS-RTN.
           OPEN EXTEND HISTFILE.
           PERFORM VARYING IT-I FROM 1 BY 1 UNTIL IT-I > ITEM-COUNT
               IF IT-OFF-TC(IT-I) NOT = SPACE
                   MOVE IT-ANO(IT-I) TO HX-ANO
                   MOVE IT-ANA(IT-I) TO HX-ANA
                   MOVE IT-OFF-TC(IT-I) TO HX-TC
                   MOVE IT-TAMT(IT-I) TO HX-TAMT
                   MOVE IT-TDATE(IT-I) TO HX-TDATE
                   MOVE IT-TREF(IT-I) TO HX-TREF
                   MOVE WS-RUN-DATE TO HX-POSTDATE
                   MOVE REQ-BID-DATE TO HX-BID-DATE
                   MOVE REQ-BID-SEQ TO HX-BID-SEQ
                   WRITE HIST-REC
               END-IF
           END-PERFORM.
           CLOSE HISTFILE.

      *each bills payment taken back puts a reversal line on the
      *bills ledger under the batch's id - the remittance run nets
      *it against that biller's payments
       WRITE-BILL-OFFSETS-RTN.
           OPEN EXTEND BILLFILE.
           PERFORM VARYING IT-I FROM 1 BY 1 UNTIL IT-I > ITEM-COUNT
               IF IT-TC(IT-I) = 'B' AND IT-OFF-TC(IT-I) NOT = SPACE
                   PERFORM FIND-BILLPAY-RTN
                   MOVE IT-TREF(IT-I) TO BX-BILLER
                   IF BP-FOUND-I > 0
                       MOVE 1 TO BP-USED(BP-FOUND-I)
                       MOVE BP-SREF(BP-FOUND-I) TO BX-SREF
                   ELSE
                       MOVE SPACES TO BX-SREF
                   END-IF
                   MOVE IT-ANO(IT-I) TO BX-ANO
                   MOVE IT-ANA(IT-I) TO BX-ANA
                   MOVE IT-TAMT(IT-I) TO BX-AMT
                   MOVE IT-TDATE(IT-I) TO BX-TDATE
                   MOVE WS-RUN-DATE TO BX-POSTDATE
                   MOVE REQ-BID-DATE TO BX-BID-DATE
                   MOVE REQ-BID-SEQ TO BX-BID-SEQ
                   MOVE 'R' TO BX-KIND
                   MOVE 0 TO BX-REMIT
                   WRITE BILL-TXN-REC
               END-IF
           END-PERFORM.
           CLOSE BILLFILE.

       FIND-BILLPAY-RTN.
           MOVE 0 TO BP-FOUND-I.
           PERFORM VARYING BP-I FROM 1 BY 1
                   UNTIL BP-I > BILLPAY-COUNT OR BP-FOUND-I > 0
               IF BP-USED(BP-I) = 0
                  AND BP-ANO(BP-I) = IT-ANO(IT-I)
                  AND BP-BILLER(BP-I) = IT-TREF(IT-I)
                  AND BP-AMT(BP-I) = IT-TAMT(IT-I)
                  AND BP-TDATE(BP-I) = IT-TDATE(IT-I)
                   MOVE BP-I TO BP-FOUND-I
               END-IF
           END-PERFORM.

      *the offsets reach the day's ledger feed as reversal lines
       WRITE-GL-RTN.
           OPEN EXTEND GLFILE.
           MOVE WS-RUN-DATE TO GL-R-DATE.
           IF OFF-R-COUNT > 0
               MOVE 'R' TO GL-R-CODE
               MOVE OFF-R-COUNT TO GL-R-CNT
               MOVE OFF-R-AMT TO GL-R-AMT
               WRITE GL-REC
           END-IF.
           IF OFF-V-COUNT > OFF-B-COUNT
               MOVE 'V' TO GL-R-CODE
               COMPUTE GL-R-CNT = OFF-V-COUNT - OFF-B-COUNT
               COMPUTE GL-R-AMT = OFF-V-AMT - OFF-B-AMT
               WRITE GL-REC
           END-IF.
           IF OFF-B-COUNT > 0
               MOVE 'BRV' TO GL-R-CODE
               MOVE OFF-B-COUNT TO GL-R-CNT
               MOVE OFF-B-AMT TO GL-R-AMT
               WRITE GL-REC
           END-IF.
           CLOSE GLFILE.

      *still the current batch? then SW2 must take the corrected
      *one under this id as a re-post, not refuse it as a duplicate
       MARK-BATCH-RTN.
           MOVE 0 TO BID-MARKED-SW.
           OPEN INPUT BIDFILE.
           IF WS-FS-BID NOT = '00'
               GO TO MARK-BATCH-RTN-END
           END-IF.
           READ BIDFILE
               AT END
                   CLOSE BIDFILE
                   GO TO MARK-BATCH-RTN-END
           END-READ.
           CLOSE BIDFILE.

           IF BID-DATE = REQ-BID-DATE AND BID-SEQ = REQ-BID-SEQ
               OPEN OUTPUT BIDFILE
               MOVE 'R' TO BID-STATUS
               WRITE BID-REC
               CLOSE BIDFILE
               MOVE 1 TO BID-MARKED-SW
           END-IF.
       MARK-BATCH-RTN-END.
           EXIT.

       NOTE-REGISTER-RTN.
           OPEN EXTEND REVFILE.
           MOVE REQ-BID-DATE TO RV-BID-DATE.
           MOVE REQ-BID-SEQ TO RV-BID-SEQ.
           MOVE WS-RUN-DATE TO RV-DATE.
           MOVE SUP-ID TO RV-OPER.
           MOVE ITEM-COUNT TO RV-ITEMS.
           MOVE OFF-R-AMT TO RV-DR-AMT.
           MOVE OFF-V-AMT TO RV-CR-AMT.
           WRITE REV-REC.
           CLOSE REVFILE.

       PRINT-PROOF-RTN.
           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE REQ-BID-DATE TO RH-BID-DATE.
           MOVE REQ-BID-SEQ TO RH-BID-SEQ.
           MOVE WS-RUN-DATE TO RH-DATE.
           MOVE SUP-ID TO RH-OPER.
           WRITE RPTREC FROM RPT-ID-LINE AFTER 2.
           WRITE RPTREC FROM ITEM-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           PERFORM VARYING IT-I FROM 1 BY 1 UNTIL IT-I > ITEM-COUNT
               MOVE IT-ANO(IT-I) TO ID-ANO
               MOVE IT-ANA(IT-I) TO ID-ANA
               MOVE IT-TC(IT-I) TO ID-TC
               MOVE IT-TAMT(IT-I) TO ID-AMT
               MOVE IT-TDATE(IT-I) TO ID-TDATE
               MOVE IT-TREF(IT-I) TO ID-TREF
               MOVE IT-OFF-TC(IT-I) TO ID-OFF-TC
               MOVE IT-NOTE(IT-I) TO ID-NOTE
               WRITE RPTREC FROM ITEM-DETAIL AFTER 1
           END-PERFORM.

           WRITE RPTREC FROM BAL-SUBHEAD AFTER 3.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BAL-COUNT
               IF BT-HIT(I) = 1
                   MOVE BT-ANO(I) TO BD-ANO
                   MOVE BT-ANA(I) TO BD-ANA
                   MOVE BT-BEFORE(I) TO BD-BEFORE
                   MOVE BT-DELTA(I) TO BD-DELTA
                   MOVE BT-AFTER(I) TO BD-AFTER
                   WRITE RPTREC FROM BAL-DETAIL AFTER 1
               END-IF
           END-PERFORM.

           MOVE 'Items in batch' TO TL-LABEL.
           MOVE ITEM-COUNT TO TL-CNT.
           MOVE 0 TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 3.
           MOVE 'Credits backed out (R offsets)' TO TL-LABEL.
           MOVE OFF-R-COUNT TO TL-CNT.
           MOVE OFF-R-AMT TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'Debits backed out (V offsets)' TO TL-LABEL.
           MOVE OFF-V-COUNT TO TL-CNT.
           MOVE OFF-V-AMT TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           IF OFF-B-COUNT > 0
               MOVE '  of which bills payments (BRV)' TO TL-LABEL
               MOVE OFF-B-COUNT TO TL-CNT
               MOVE OFF-B-AMT TO TL-AMT
               WRITE RPTREC FROM TOTAL-LINE AFTER 1
           END-IF.
           MOVE 'Not posted - nothing to offset' TO TL-LABEL.
           MOVE SKIP-COUNT TO TL-CNT.
           MOVE 0 TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'Accounts restored' TO TL-LABEL.
           MOVE ACCT-HIT-COUNT TO TL-CNT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.

           IF BID-MARKED-SW = 1
               MOVE
               'NEWBID.TXT marked backed out - correction may post.'
                   TO NL-TEXT
           ELSE
               MOVE
               'Not the current batch - correct under a new batch id.'
                   TO NL-TEXT
           END-IF.
           WRITE RPTREC FROM NOTE-LINE AFTER 2.
           MOVE 'Interest, service charge and tax of the run stand.'
               TO NL-TEXT.
           WRITE RPTREC FROM NOTE-LINE AFTER 1.
           MOVE 'Loan, TD and standing-order files are not touched.'
               TO NL-TEXT.
           WRITE RPTREC FROM NOTE-LINE AFTER 1.
           CLOSE RPTFILE.
