       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSRUN.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. ACCOUNT CLOSURE SETTLEMENT - SUPERVISOR ONLY, RUN
      *OUTSIDE THE BATCH WINDOW. TAKES EVERY ACCOUNT ACCTMNT HAS
      *FLAGGED P (PENDING CLOSE) ON ACCTMAST.TXT. AN ACCOUNT WITH AN
      *ACTIVE HOLD (NEWHOLD.TXT), AN OUTSTANDING CHEQUE (CHQREG.TXT),
      *AN ACTIVE LOAN (LOANMAST.TXT) OR TIME DEPOSIT (TDMAST.TXT), AN
      *OVERDRAWN BALANCE, OR A FOREIGN-CURRENCY BALANCE (SETTLED BY
      *HAND AT THE FX DESK) IS HELD AND LISTED WITH THE REASON. THE
      *REST ARE SETTLED - INTEREST ACCRUED AT THE TIER RATE FROM THE
      *LAST ACTIVITY TO TODAY, LESS FINAL TAX, LESS THE CLOSING FEE
      *AND THE FINAL SERVICE CHARGE (CLOSPRM.TXT) - AND THE NET IS
      *PAID OUT BY A CLOSING WITHDRAWAL. THE SETTLEMENT GOES TO
      *TRANSHIST.TXT, WHTLOG.TXT AND THE NEWGL.TXT LEDGER FEED, THE
      *ACCOUNT IS ARCHIVED ON CLOSARC.TXT AND DROPPED FROM
      *NEWBAL.TXT, AND ITS MASTER RECORD IS MARKED C (CLOSED).
      *PRINTS THE SETTLEMENT REGISTER TO CLOSRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-AM.
           SELECT BALFILE ASSIGN TO 'NEWBAL.TXT'
               FILE STATUS WS-BAL-FS.
           SELECT ODXFILE ASSIGN TO 'NEWODX.TXT'
               FILE STATUS WS-FS-ODX.
           SELECT HOLDFILE ASSIGN TO 'NEWHOLD.TXT'
               FILE STATUS WS-FS-HLD.
           SELECT CHQFILE ASSIGN TO 'CHQREG.TXT'
               FILE STATUS WS-FS-CHQ.
           SELECT LOANFILE ASSIGN TO 'LOANMAST.TXT'
               FILE STATUS WS-FS-LN.
           SELECT TDFILE ASSIGN TO 'TDMAST.TXT'
               FILE STATUS WS-FS-TD.
           SELECT RATEFILE ASSIGN TO 'NEWRATE.TXT'
               FILE STATUS WS-FS-RTE.
           SELECT WHTPRMFILE ASSIGN TO 'WHTPRM.TXT'
               FILE STATUS WS-FS-WHP.
      *closing fee and final service charge - defaults when absent
           SELECT PRMFILE ASSIGN TO 'CLOSPRM.TXT'
               FILE STATUS WS-FS-PRM.
           SELECT HISTFILE ASSIGN TO 'TRANSHIST.TXT'
               FILE STATUS WS-FS-HX.
           SELECT OPTIONAL WHTFILE ASSIGN TO 'WHTLOG.TXT'
               FILE STATUS WS-FS-WHT.
           SELECT GLFILE ASSIGN TO 'NEWGL.TXT'.
      *every account ever settled and closed, with its final figures
           SELECT OPTIONAL ARCFILE ASSIGN TO 'CLOSARC.TXT'
               FILE STATUS WS-FS-ARC.
           SELECT OPERMASTFILE ASSIGN TO 'OPERMAST.TXT'
               FILE STATUS WS-FS-OPM.
           SELECT OPTIONAL SECLOGFILE ASSIGN TO 'SECLOG.TXT'.
      *batch-window lock left by BATCHDRV
           SELECT LOCKFILE ASSIGN TO 'BATCHLCK.TXT'
               FILE STATUS IS WS-LCK-FS.
      *shared cross-file control totals - rewriting a controlled
      *file means re-posting its totals
           SELECT CTTFILE ASSIGN TO 'CTLTOT.TXT'
               FILE STATUS IS WS-CTT-FS.
           SELECT RPTFILE ASSIGN TO 'CLOSRPT'.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTFILE
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

       FD  CHQFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHQ-REG-REC.

       01  CHQ-REG-REC.
           02 CQ-SEQ PIC 9(6).
           02 CQ-ANO PIC X(10).
           02 CQ-ANA PIC X(25).
           02 CQ-AMT PIC 9(7)V99.
           02 CQ-ISSUED PIC 9(8).
           02 CQ-STATUS PIC X.
           02 CQ-SETTLED PIC 9(8).

       FD  LOANFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-REC.

       01  LOAN-REC.
           02 LN-LNO PIC X(6).
           02 LN-ANO PIC X(10).
           02 LN-ANA PIC X(25).
           02 LN-TYPE PIC X.
           02 LN-PRINCIPAL PIC 9(9)V99.
           02 LN-RATE PIC V9(5).
           02 LN-TERM PIC 9(3).
           02 LN-RELEASE PIC 9(8).
           02 LN-INSTAMT PIC 9(7)V99.
           02 LN-OUTSTAND PIC 9(9)V99.
           02 LN-STATUS PIC X.

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

       FD  RATEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RTE-REC.

       01  RTE-REC.
           02 RTE-EFFDATE PIC 9(8).
           02 RTE-FLOOR PIC 9(9)V99.
           02 RTE-RATE PIC V9(5).

       FD  WHTPRMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS WHP-REC.

       01  WHP-REC.
           02 WHP-RATE PIC V9(5).

       FD  PRMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRM-REC.

       01  PRM-REC.
           02 PRM-CLOSE-FEE PIC 9(5)V99.
           02 PRM-SVC-CHG PIC 9(5)V99.

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

       FD  ARCFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARC-REC.

       01  ARC-REC.
           02 CA-ANO PIC X(10).
           02 CA-NAME PIC X(25).
           02 CA-OPENED PIC 9(8).
           02 CA-CLOSED PIC 9(8).
           02 CA-LASTACT PIC 9(8).
           02 CA-BAL PIC 9(9)V99.
           02 CA-INT PIC 9(9)V99.
           02 CA-WHT PIC 9(9)V99.
           02 CA-FEE PIC 9(5)V99.
           02 CA-SVC PIC 9(5)V99.
           02 CA-NET PIC 9(9)V99.
           02 CA-OPER PIC X(8).

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

       FD  LOCKFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOCK-REC.

       01  LOCK-REC.
           02 LCK-STATE PIC X(6).
           02 LCK-DATE PIC 9(8).
           02 LCK-TIME PIC 9(8).

       FD  CTTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTT-REC.

       01  CTT-REC.
           02 CTR-FILE PIC X(12).
           02 CTR-COUNT PIC 9(7).
           02 CTR-HASH PIC 9(13)V99.
           02 CTR-DATE PIC 9(8).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-AM PIC XX VALUE SPACES.
       01  WS-BAL-FS PIC XX VALUE SPACES.
       01  WS-FS-ODX PIC XX VALUE SPACES.
       01  WS-FS-HLD PIC XX VALUE SPACES.
       01  WS-FS-CHQ PIC XX VALUE SPACES.
       01  WS-FS-LN PIC XX VALUE SPACES.
       01  WS-FS-TD PIC XX VALUE SPACES.
       01  WS-FS-RTE PIC XX VALUE SPACES.
       01  WS-FS-WHP PIC XX VALUE SPACES.
       01  WS-FS-PRM PIC XX VALUE SPACES.
       01  WS-FS-HX PIC XX VALUE SPACES.
       01  WS-FS-WHT PIC XX VALUE SPACES.
       01  WS-FS-ARC PIC XX VALUE SPACES.
       01  WS-FS-OPM PIC XX VALUE SPACES.
       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.
       01  WS-CONFIRM PIC X VALUE SPACES.

       01  SUP-ID PIC X(8) VALUE SPACES.
       01  SUP-LEVEL PIC 9 VALUE 0.
       01  SUP-EOFSW PIC 9 VALUE 0.

      *ACCTMAST.TXT in storage, whole records, so the reserve bytes
      *survive the rewrite untouched
       01  MAST-TABLE.
           05 MT-REC OCCURS 500 TIMES PIC X(64).
       01  MAST-COUNT PIC 9(3) VALUE 0.
       01  M PIC 9(3) VALUE 0.

      *the accounts flagged pending close - a blank CL-REASON means
      *nothing stands in the way and the account settles this run
       01  CLOSE-TABLE.
           05 CLOSE-ENTRY OCCURS 100 TIMES.
               10 CL-ANO PIC X(10).
               10 CL-ANA PIC X(25).
               10 CL-OPENED PIC 9(8).
               10 CL-TAXEX PIC X.
               10 CL-MT-I PIC 9(3).
               10 CL-BT-I PIC 9(3).
               10 CL-REASON PIC X(24).
               10 CL-BAL PIC 9(9)V99.
               10 CL-LASTACT PIC 9(8).
               10 CL-DAYS PIC 9(5).
               10 CL-RATE PIC V9(5).
               10 CL-INT PIC 9(9)V99.
               10 CL-WHT PIC 9(9)V99.
               10 CL-FEE PIC 9(5)V99.
               10 CL-SVC PIC 9(5)V99.
               10 CL-WAIVED PIC 9(5)V99.
               10 CL-NET PIC 9(9)V99.
       01  CLOSE-COUNT PIC 9(3) VALUE 0.
       01  C PIC 9(3) VALUE 0.
       01  CL-FOUND-I PIC 9(3) VALUE 0.
       01  SETTLE-COUNT PIC 9(3) VALUE 0.
       01  HELD-COUNT PIC 9(3) VALUE 0.
       01  SEEK-ANO PIC X(10) VALUE SPACES.

      *NEWBAL.TXT in storage; BT-OD carries the NEWODX.TXT marker,
      *BT-GONE drops the record on the rewrite
       01  BAL-TABLE.
           05 BAL-ENTRY OCCURS 500 TIMES.
               10 BT-ANO PIC X(10).
               10 BT-AMT PIC 9(9)V99.
               10 BT-LASTACT PIC 9(8).
               10 BT-OD PIC 9.
               10 BT-GONE PIC 9.
       01  BAL-COUNT PIC 9(3) VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  BT-FOUND-I PIC 9(3) VALUE 0.

      *the tables are the whole story for the rewrite, so anything
      *that will not fit refuses the run before a byte moves
       01  OVERFLOW-SW PIC 9 VALUE 0.

      *rate tiers off NEWRATE.TXT - the flat rate below only when no
      *master exists, exactly as SW2 prices a break
       01  WS-INT-RATE PIC V999 VALUE .010.
       01  RATE-TABLE.
           05 RATE-ENTRY OCCURS 20 TIMES.
               10 RT-EFF PIC 9(8).
               10 RT-FLOOR PIC 9(9)V99.
               10 RT-RATE PIC V9(5).
       01  RATE-COUNT PIC 99 VALUE 0.
       01  RT-I PIC 99 VALUE 0.
       01  RTE-EOFSW PIC 9 VALUE 0.
       01  WS-BAL-CHECK PIC S9(9)V99 VALUE 0.
       01  WS-APPLY-RATE PIC V9(5) VALUE 0.
       01  WS-BEST-EFF PIC 9(8) VALUE 0.
       01  WS-PICK-SW PIC 9 VALUE 0.
       01  WS-PICK-FLOOR PIC 9(9)V99 VALUE 0.

      *final tax - rate off WHTPRM.TXT (20% when absent)
       01  WS-WHT-RATE PIC V9(5) VALUE .20000.

      *closing charges - CLOSPRM.TXT overrides, and never more than
      *the account holds; the rest is waived, not left owing
       01  WS-CLOSE-FEE PIC 9(5)V99 VALUE 100.00.
       01  WS-SVC-CHG PIC 9(5)V99 VALUE 50.00.
       01  WS-AVAIL PIC 9(9)V99 VALUE 0.

      *a payout over what one history line can carry goes out in
      *several closing withdrawals
       01  WS-LINE-MAX PIC 9(7)V99 VALUE 9999999.99.
       01  WS-REMAIN PIC 9(9)V99 VALUE 0.
       01  WS-CHARGES PIC 9(7)V99 VALUE 0.

      *run totals for the ledger feed and the register
       01  TOT-INT PIC 9(11)V99 VALUE 0.
       01  TOT-INT-CNT PIC 9(6) VALUE 0.
       01  TOT-WHT PIC 9(11)V99 VALUE 0.
       01  TOT-WHT-CNT PIC 9(6) VALUE 0.
       01  TOT-FEE PIC 9(11)V99 VALUE 0.
       01  TOT-FEE-CNT PIC 9(6) VALUE 0.
       01  TOT-SVC PIC 9(11)V99 VALUE 0.
       01  TOT-SVC-CNT PIC 9(6) VALUE 0.
       01  TOT-WAIVED PIC 9(11)V99 VALUE 0.
       01  TOT-PAID PIC 9(11)V99 VALUE 0.
       01  TOT-PAID-CNT PIC 9(6) VALUE 0.
       01  TOT-BAL PIC 9(11)V99 VALUE 0.

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
       01  WS-RUN-DN PIC 9(7) VALUE 0.

      *day numbers - days since a fixed epoch, so the days between
      *two dates fall out of a subtraction
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

       01  RPT-HEAD.
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER PIC X(28) VALUE 'Account Closure Settlement'.
           02 FILLER PIC X(26) VALUE SPACES.

       01  RPT-ID-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Run date: '.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(7) VALUE '   By: '.
           02 RH-OPER PIC X(8).
           02 FILLER PIC X(45) VALUE SPACES.

       01  SECTION-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-TEXT PIC X(78).

       01  CLOSE-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(11) VALUE 'Account'.
           02 FILLER PIC X(12) VALUE 'Name'.
           02 FILLER PIC X(14) VALUE '       Balance'.
           02 FILLER PIC X(10) VALUE '  Interest'.
           02 FILLER PIC X(9) VALUE '      Tax'.
           02 FILLER PIC X(9) VALUE '  Charges'.
           02 FILLER PIC X(13) VALUE '    Paid out'.

       01  CLOSE-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-ANO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-ANA PIC X(11).
           02 CD-BAL PIC ZZZ,ZZZ,ZZ9.99.
           02 CD-INT PIC ZZZ,ZZ9.99.
           02 CD-WHT PIC ZZ,ZZ9.99.
           02 CD-CHG PIC ZZ,ZZ9.99.
           02 CD-NET PIC ZZZ,ZZZ,ZZ9.99.

       01  CLOSE-NOTE.
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Days: '.
           02 CN-DAYS PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE '   Rate: '.
           02 CN-RATE PIC .99999.
           02 FILLER PIC X(18) VALUE '   Charges waived:'.
           02 CN-WAIVED PIC ZZ,ZZ9.99.
           02 FILLER PIC X(13) VALUE SPACES.

       01  HELD-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Account'.
           02 FILLER PIC X(27) VALUE 'Name'.
           02 FILLER PIC X(39) VALUE 'Held - reason'.

       01  HELD-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 HD-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HD-ANA PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HD-REASON PIC X(24).
           02 FILLER PIC X(15) VALUE SPACES.

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
           MOVE WS-RUN-DATE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           MOVE DN-RESULT TO WS-RUN-DN.

      *the chain reads and rewrites the balance file - settling
      *accounts under it would be lost or doubled, so no override
           PERFORM CHECK-LOCK-RTN THRU CHECK-LOCK-RTN-END.

      *paying out and closing an account is supervisor-grade work
           PERFORM CHECK-SUPERVISOR-RTN THRU CHECK-SUPERVISOR-RTN-END.
           IF SUP-LEVEL < 2
               DISPLAY 'SUPERVISOR LEVEL REQUIRED - REFUSED.'
               MOVE 'ACCOUNT CLOSURE' TO SC-ACTION
               PERFORM NOTE-DENIAL-RTN
               STOP RUN
           END-IF.

           PERFORM LOAD-MASTER-RTN THRU LOAD-MASTER-RTN-END.
           IF WS-FS-AM NOT = '00'
               DISPLAY 'ACCTMAST.TXT NOT FOUND - NOTHING DONE.'
               STOP RUN
           END-IF.
           IF OVERFLOW-SW = 1
               DISPLAY 'A FILE EXCEEDS ITS TABLE - RUN REFUSED.'
               STOP RUN
           END-IF.
           IF CLOSE-COUNT = 0
               DISPLAY 'NO ACCOUNTS PENDING CLOSE - NOTHING DONE.'
               STOP RUN
           END-IF.

           PERFORM LOAD-BALANCES-RTN THRU LOAD-BALANCES-RTN-END.
           PERFORM LOAD-ODX-RTN THRU LOAD-ODX-RTN-END.
           IF OVERFLOW-SW = 1
               DISPLAY 'A FILE EXCEEDS ITS TABLE - RUN REFUSED.'
               STOP RUN
           END-IF.
           PERFORM LOAD-RATES-RTN THRU LOAD-RATES-RTN-END.
           PERFORM LOAD-PARM-RTN THRU LOAD-PARM-RTN-END.

           PERFORM CHECK-BALANCE-RTN
               VARYING C FROM 1 BY 1 UNTIL C > CLOSE-COUNT.
           PERFORM CHECK-HOLDS-RTN THRU CHECK-HOLDS-RTN-END.
           PERFORM CHECK-CHEQUES-RTN THRU CHECK-CHEQUES-RTN-END.
           PERFORM CHECK-LOANS-RTN THRU CHECK-LOANS-RTN-END.
           PERFORM CHECK-TDS-RTN THRU CHECK-TDS-RTN-END.

           PERFORM SETTLE-RTN THRU SETTLE-RTN-END
               VARYING C FROM 1 BY 1 UNTIL C > CLOSE-COUNT.

           DISPLAY 'PENDING CLOSE: ' CLOSE-COUNT
               '  TO SETTLE: ' SETTLE-COUNT '  HELD: ' HELD-COUNT.
           IF SETTLE-COUNT = 0
               PERFORM PRINT-RTN
               DISPLAY 'NOTHING CAN SETTLE - HELD LIST ON CLOSRPT.'
               STOP RUN
           END-IF.

           DISPLAY 'NET TO PAY OUT: ' TOT-PAID.
           DISPLAY 'SETTLE AND CLOSE THESE ACCOUNTS? (Y/N): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'CLOSURE CANCELLED - NOTHING CHANGED.'
               STOP RUN
           END-IF.

           PERFORM WRITE-HISTORY-RTN.
           PERFORM WRITE-WHT-RTN.
           PERFORM WRITE-GL-RTN.
           PERFORM WRITE-ARCHIVE-RTN.
           PERFORM SAVE-BALANCES-RTN.
           PERFORM COUNT-NEWBAL-RTN.
           PERFORM POST-CONTROL-RTN THRU POST-CONTROL-RTN-END.
           PERFORM SAVE-MASTER-RTN.
           PERFORM PRINT-RTN.

           DISPLAY 'ACCOUNTS CLOSED: ' SETTLE-COUNT
               '  HELD: ' HELD-COUNT ' (CLOSRPT).'.
           STOP RUN.

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

           IF LCK-STATE = 'OPEN'
               DISPLAY 'BATCH WINDOW IS OPEN (SINCE ' LCK-DATE ').'
               DISPLAY 'RUN REFUSED - WAIT FOR THE CHAIN TO CLOSE.'
               STOP RUN
           END-IF.
       CHECK-LOCK-RTN-END.
           EXIT.

      *who is closing, and are they a supervisor? no master on
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
           MOVE 'CLOSRUN' TO SC-PROGRAM.
           MOVE SUP-ID TO SC-OPER.
           MOVE WS-RUN-DATE TO SC-DATE.
           ACCEPT SC-TIME FROM TIME.
           WRITE SEC-REC.
           CLOSE SECLOGFILE.

      *the whole master goes into the table for the rewrite; the
      *pending-close accounts are picked off as it loads
       LOAD-MASTER-RTN.
           MOVE 0 TO MAST-COUNT CLOSE-COUNT.
           OPEN INPUT MASTFILE.
           IF WS-FS-AM NOT = '00'
               GO TO LOAD-MASTER-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR OVERFLOW-SW = 1
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND MAST-COUNT = 500
                   MOVE 1 TO OVERFLOW-SW
               END-IF
               IF EOFSW = 0 AND OVERFLOW-SW = 0
                   ADD 1 TO MAST-COUNT
                   MOVE MAST-REC TO MT-REC(MAST-COUNT)
                   IF AM-STATUS = 'P'
                       PERFORM TAKE-PENDING-RTN
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE MASTFILE.
       LOAD-MASTER-RTN-END.
           EXIT.

       TAKE-PENDING-RTN.
           IF CLOSE-COUNT = 100
               MOVE 1 TO OVERFLOW-SW
           ELSE
               ADD 1 TO CLOSE-COUNT
               MOVE AM-ANO TO CL-ANO(CLOSE-COUNT)
               MOVE AM-NAME TO CL-ANA(CLOSE-COUNT)
               MOVE AM-OPENED TO CL-OPENED(CLOSE-COUNT)
               MOVE AM-TAXEX TO CL-TAXEX(CLOSE-COUNT)
               MOVE MAST-COUNT TO CL-MT-I(CLOSE-COUNT)
               MOVE 0 TO CL-BT-I(CLOSE-COUNT)
               MOVE SPACES TO CL-REASON(CLOSE-COUNT)
               MOVE 0 TO CL-BAL(CLOSE-COUNT) CL-LASTACT(CLOSE-COUNT)
                   CL-DAYS(CLOSE-COUNT) CL-RATE(CLOSE-COUNT)
                   CL-INT(CLOSE-COUNT) CL-WHT(CLOSE-COUNT)
                   CL-FEE(CLOSE-COUNT) CL-SVC(CLOSE-COUNT)
                   CL-WAIVED(CLOSE-COUNT) CL-NET(CLOSE-COUNT)
      *a foreign-currency balance is closed by hand at the FX desk
               IF AM-CCY NOT = SPACES AND AM-CCY NOT = 'PHP'
                   MOVE 'FOREIGN CURRENCY' TO CL-REASON(CLOSE-COUNT)
               END-IF
           END-IF.

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
                   MOVE 0 TO BT-OD(BAL-COUNT) BT-GONE(BAL-COUNT)
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

      *bring the rate tiers in, if a master exists - no master means
      *the flat fallback rate
       LOAD-RATES-RTN.
           MOVE 0 TO RATE-COUNT.
           OPEN INPUT RATEFILE.
           IF WS-FS-RTE NOT = '00'
               GO TO LOAD-RATES-RTN-END
           END-IF.

           MOVE 0 TO RTE-EOFSW.
           PERFORM UNTIL RTE-EOFSW = 1 OR RATE-COUNT = 20
               READ RATEFILE
                   AT END MOVE 1 TO RTE-EOFSW
               END-READ
               IF RTE-EOFSW = 0
                   ADD 1 TO RATE-COUNT
                   MOVE RTE-EFFDATE TO RT-EFF(RATE-COUNT)
                   MOVE RTE-FLOOR TO RT-FLOOR(RATE-COUNT)
                   MOVE RTE-RATE TO RT-RATE(RATE-COUNT)
               END-IF
           END-PERFORM.

           CLOSE RATEFILE.
       LOAD-RATES-RTN-END.
           EXIT.

      *final tax rate, then the closing charges
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
               AT END
                   CLOSE PRMFILE
                   GO TO LOAD-PARM-RTN-END
           END-READ.
           CLOSE PRMFILE.
           IF PRM-CLOSE-FEE IS NUMERIC
               MOVE PRM-CLOSE-FEE TO WS-CLOSE-FEE
           END-IF.
           IF PRM-SVC-CHG IS NUMERIC
               MOVE PRM-SVC-CHG TO WS-SVC-CHG
           END-IF.
       LOAD-PARM-RTN-END.
           EXIT.

      *an account never posted has no balance record - it closes at
      *nothing; an overdrawn one must be brought up to zero first
       CHECK-BALANCE-RTN.
           MOVE 0 TO BT-FOUND-I.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > BAL-COUNT OR BT-FOUND-I > 0
               IF BT-ANO(I) = CL-ANO(C)
                   MOVE I TO BT-FOUND-I
               END-IF
           END-PERFORM.
           MOVE BT-FOUND-I TO CL-BT-I(C).
           IF BT-FOUND-I > 0
               MOVE BT-AMT(BT-FOUND-I) TO CL-BAL(C)
               MOVE BT-LASTACT(BT-FOUND-I) TO CL-LASTACT(C)
               IF BT-OD(BT-FOUND-I) = 1 AND BT-AMT(BT-FOUND-I) > 0
                   MOVE 'OVERDRAWN' TO CL-REASON(C)
               END-IF
           END-IF.

       FIND-CLOSE-RTN.
           MOVE 0 TO CL-FOUND-I.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > CLOSE-COUNT OR CL-FOUND-I > 0
               IF CL-ANO(C) = SEEK-ANO
                   MOVE C TO CL-FOUND-I
               END-IF
           END-PERFORM.

      *a hold still in force means money is spoken for - the
      *account cannot be paid out from under it
       CHECK-HOLDS-RTN.
           OPEN INPUT HOLDFILE.
           IF WS-FS-HLD NOT = '00'
               GO TO CHECK-HOLDS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ HOLDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                  AND (HLD-R-EXPIRY = 0
                       OR HLD-R-EXPIRY >= WS-RUN-DATE)
                   MOVE HLD-R-ANO TO SEEK-ANO
                   PERFORM FIND-CLOSE-RTN
                   IF CL-FOUND-I > 0
                       IF CL-REASON(CL-FOUND-I) = SPACES
                           MOVE 'ACTIVE HOLD'
                               TO CL-REASON(CL-FOUND-I)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE HOLDFILE.
       CHECK-HOLDS-RTN-END.
           EXIT.

      *a cheque still outstanding will be presented against the
      *account - it has to clear or be stopped before closing
       CHECK-CHEQUES-RTN.
           OPEN INPUT CHQFILE.
           IF WS-FS-CHQ NOT = '00'
               GO TO CHECK-CHEQUES-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CHQFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND CQ-STATUS = 'O'
                   MOVE CQ-ANO TO SEEK-ANO
                   PERFORM FIND-CLOSE-RTN
                   IF CL-FOUND-I > 0
                       IF CL-REASON(CL-FOUND-I) = SPACES
                           MOVE 'OUTSTANDING CHEQUE'
                               TO CL-REASON(CL-FOUND-I)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE CHQFILE.
       CHECK-CHEQUES-RTN-END.
           EXIT.

      *a live loan is repaid by auto-debit from this account
       CHECK-LOANS-RTN.
           OPEN INPUT LOANFILE.
           IF WS-FS-LN NOT = '00'
               GO TO CHECK-LOANS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ LOANFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND LN-STATUS = 'A'
                   MOVE LN-ANO TO SEEK-ANO
                   PERFORM FIND-CLOSE-RTN
                   IF CL-FOUND-I > 0
                       IF CL-REASON(CL-FOUND-I) = SPACES
                           MOVE 'ACTIVE LOAN'
                               TO CL-REASON(CL-FOUND-I)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE LOANFILE.
       CHECK-LOANS-RTN-END.
           EXIT.

      *a live placement settles into this account at maturity
       CHECK-TDS-RTN.
           OPEN INPUT TDFILE.
           IF WS-FS-TD NOT = '00'
               GO TO CHECK-TDS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ TDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND TD-STATUS = 'A'
                   MOVE TD-ANO TO SEEK-ANO
                   PERFORM FIND-CLOSE-RTN
                   IF CL-FOUND-I > 0
                       IF CL-REASON(CL-FOUND-I) = SPACES
                           MOVE 'ACTIVE TIME DEPOSIT'
                               TO CL-REASON(CL-FOUND-I)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE TDFILE.
       CHECK-TDS-RTN-END.
           EXIT.

      *the final figures - SW2's tier rate taken as a yearly rate
      *and accrued actual days over 360 from the last activity to
      *today, the final tax off that, then the charges out of what
      *is left
       SETTLE-RTN.
           IF CL-REASON(C) NOT = SPACES
               ADD 1 TO HELD-COUNT
               GO TO SETTLE-RTN-END
           END-IF.
           ADD 1 TO SETTLE-COUNT.

           IF CL-BAL(C) > 0 AND CL-LASTACT(C) > 0
              AND CL-LASTACT(C) < WS-RUN-DATE
               MOVE CL-LASTACT(C) TO DN-DATE
               PERFORM DAY-NUMBER-RTN
               COMPUTE CL-DAYS(C) = WS-RUN-DN - DN-RESULT
               MOVE CL-BAL(C) TO WS-BAL-CHECK
               PERFORM FIND-RATE-RTN THRU FIND-RATE-RTN-END
               MOVE WS-APPLY-RATE TO CL-RATE(C)
               COMPUTE CL-INT(C) ROUNDED =
                   CL-BAL(C) * CL-RATE(C) * CL-DAYS(C) / 360
           END-IF.
           IF CL-INT(C) > 0 AND CL-TAXEX(C) NOT = 'Y'
               COMPUTE CL-WHT(C) ROUNDED = CL-INT(C) * WS-WHT-RATE
           END-IF.

           COMPUTE WS-AVAIL = CL-BAL(C) + CL-INT(C) - CL-WHT(C).
           IF WS-CLOSE-FEE > WS-AVAIL
               MOVE WS-AVAIL TO CL-FEE(C)
           ELSE
               MOVE WS-CLOSE-FEE TO CL-FEE(C)
           END-IF.
           SUBTRACT CL-FEE(C) FROM WS-AVAIL.
           IF WS-SVC-CHG > WS-AVAIL
               MOVE WS-AVAIL TO CL-SVC(C)
           ELSE
               MOVE WS-SVC-CHG TO CL-SVC(C)
           END-IF.
           SUBTRACT CL-SVC(C) FROM WS-AVAIL.
           COMPUTE CL-WAIVED(C) = WS-CLOSE-FEE + WS-SVC-CHG
                                - CL-FEE(C) - CL-SVC(C).
           MOVE WS-AVAIL TO CL-NET(C).

           ADD CL-BAL(C) TO TOT-BAL.
           IF CL-INT(C) > 0
               ADD 1 TO TOT-INT-CNT
               ADD CL-INT(C) TO TOT-INT
           END-IF.
           IF CL-WHT(C) > 0
               ADD 1 TO TOT-WHT-CNT
               ADD CL-WHT(C) TO TOT-WHT
           END-IF.
           IF CL-FEE(C) > 0
               ADD 1 TO TOT-FEE-CNT
               ADD CL-FEE(C) TO TOT-FEE
           END-IF.
           IF CL-SVC(C) > 0
               ADD 1 TO TOT-SVC-CNT
               ADD CL-SVC(C) TO TOT-SVC
           END-IF.
           ADD CL-WAIVED(C) TO TOT-WAIVED.
           ADD CL-NET(C) TO TOT-PAID.
       SETTLE-RTN-END.
           EXIT.

      *pick the rate for WS-BAL-CHECK - the latest effective date not
      *after the run date wins, then the highest tier floor the
      *balance clears within that date
       FIND-RATE-RTN.
           IF RATE-COUNT = 0
               MOVE WS-INT-RATE TO WS-APPLY-RATE
               GO TO FIND-RATE-RTN-END
           END-IF.

           MOVE 0 TO WS-BEST-EFF.
           PERFORM VARYING RT-I FROM 1 BY 1 UNTIL RT-I > RATE-COUNT
               IF RT-EFF(RT-I) <= WS-RUN-DATE
                  AND RT-EFF(RT-I) > WS-BEST-EFF
                   MOVE RT-EFF(RT-I) TO WS-BEST-EFF
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-APPLY-RATE.
           MOVE 0 TO WS-PICK-SW.
           MOVE 0 TO WS-PICK-FLOOR.
           PERFORM VARYING RT-I FROM 1 BY 1 UNTIL RT-I > RATE-COUNT
               IF RT-EFF(RT-I) = WS-BEST-EFF
                  AND WS-BAL-CHECK >= RT-FLOOR(RT-I)
                  AND (WS-PICK-SW = 0
                       OR RT-FLOOR(RT-I) > WS-PICK-FLOOR)
                   MOVE RT-RATE(RT-I) TO WS-APPLY-RATE
                   MOVE RT-FLOOR(RT-I) TO WS-PICK-FLOOR
                   MOVE 1 TO WS-PICK-SW
               END-IF
           END-PERFORM.
       FIND-RATE-RTN-END.
           EXIT.

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

      *the customer-visible side of the settlement - the closing
      *charges as one fee line and the payout as closing
      *withdrawals, posted today under the CLOSE reference; the
      *accrued interest and its tax stay off the history, as SW2's
      *break interest does
       WRITE-HISTORY-RTN.
           OPEN EXTEND HISTFILE.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CLOSE-COUNT
               IF CL-REASON(C) = SPACES
                   MOVE CL-ANO(C) TO HX-ANO
                   MOVE CL-ANA(C) TO HX-ANA
                   MOVE WS-RUN-DATE TO HX-TDATE HX-POSTDATE
                       HX-BID-DATE
                   MOVE 'CLOSE' TO HX-TREF
                   MOVE 0 TO HX-BID-SEQ
                   COMPUTE WS-CHARGES = CL-FEE(C) + CL-SVC(C)
                   IF WS-CHARGES > 0
                       MOVE 'F' TO HX-TC
                       MOVE WS-CHARGES TO HX-TAMT
                       WRITE HIST-REC
                   END-IF
                   MOVE CL-NET(C) TO WS-REMAIN
                   MOVE 'W' TO HX-TC
                   PERFORM UNTIL WS-REMAIN = 0
                       IF WS-REMAIN > WS-LINE-MAX
                           MOVE WS-LINE-MAX TO HX-TAMT
                       ELSE
                           MOVE WS-REMAIN TO HX-TAMT
                       END-IF
                       SUBTRACT HX-TAMT FROM WS-REMAIN
                       ADD 1 TO TOT-PAID-CNT
                       WRITE HIST-REC
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE HISTFILE.

      *the closing interest and its tax onto the withholding ledger
      *under their own source, so the remittance summary shows them
       WRITE-WHT-RTN.
           OPEN EXTEND WHTFILE.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CLOSE-COUNT
               IF CL-REASON(C) = SPACES AND CL-INT(C) > 0
                   MOVE CL-ANO(C) TO WL-ANO
                   MOVE WS-RUN-DATE TO WL-DATE
                   MOVE 'CLS' TO WL-SOURCE
                   MOVE 'CLOSE' TO WL-REF
                   MOVE CL-INT(C) TO WL-GROSS
                   MOVE CL-WHT(C) TO WL-TAX
                   IF CL-TAXEX(C) = 'Y'
                       MOVE 'Y' TO WL-TAXEX
                   ELSE
                       MOVE 'N' TO WL-TAXEX
                   END-IF
                   WRITE WHT-REC
               END-IF
           END-PERFORM.
           CLOSE WHTFILE.

      *the settlement reaches the day's ledger feed under the codes
      *SW2 already books - interest, tax, fee, service charge and
      *the cash paid out
       WRITE-GL-RTN.
           OPEN EXTEND GLFILE.
           MOVE WS-RUN-DATE TO GL-R-DATE.
           IF TOT-INT-CNT > 0
               MOVE 'INT' TO GL-R-CODE
               MOVE TOT-INT-CNT TO GL-R-CNT
               MOVE TOT-INT TO GL-R-AMT
               WRITE GL-REC
           END-IF.
           IF TOT-WHT-CNT > 0
               MOVE 'WHT' TO GL-R-CODE
               MOVE TOT-WHT-CNT TO GL-R-CNT
               MOVE TOT-WHT TO GL-R-AMT
               WRITE GL-REC
           END-IF.
           IF TOT-FEE-CNT > 0
               MOVE 'F' TO GL-R-CODE
               MOVE TOT-FEE-CNT TO GL-R-CNT
               MOVE TOT-FEE TO GL-R-AMT
               WRITE GL-REC
           END-IF.
           IF TOT-SVC-CNT > 0
               MOVE 'SVC' TO GL-R-CODE
               MOVE TOT-SVC-CNT TO GL-R-CNT
               MOVE TOT-SVC TO GL-R-AMT
               WRITE GL-REC
           END-IF.
           IF TOT-PAID-CNT > 0
               MOVE 'W' TO GL-R-CODE
               MOVE TOT-PAID-CNT TO GL-R-CNT
               MOVE TOT-PAID TO GL-R-AMT
               WRITE GL-REC
           END-IF.
           CLOSE GLFILE.

       WRITE-ARCHIVE-RTN.
           OPEN EXTEND ARCFILE.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CLOSE-COUNT
               IF CL-REASON(C) = SPACES
                   MOVE CL-ANO(C) TO CA-ANO
                   MOVE CL-ANA(C) TO CA-NAME
                   MOVE CL-OPENED(C) TO CA-OPENED
                   MOVE WS-RUN-DATE TO CA-CLOSED
                   MOVE CL-LASTACT(C) TO CA-LASTACT
                   MOVE CL-BAL(C) TO CA-BAL
                   MOVE CL-INT(C) TO CA-INT
                   MOVE CL-WHT(C) TO CA-WHT
                   MOVE CL-FEE(C) TO CA-FEE
                   MOVE CL-SVC(C) TO CA-SVC
                   MOVE CL-NET(C) TO CA-NET
                   MOVE SUP-ID TO CA-OPER
                   WRITE ARC-REC
                   IF CL-BT-I(C) > 0
                       MOVE 1 TO BT-GONE(CL-BT-I(C))
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARCFILE.

      *the closed accounts' balance records are dropped - the
      *archive now carries them
       SAVE-BALANCES-RTN.
           OPEN OUTPUT BALFILE.
           OPEN OUTPUT ODXFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BAL-COUNT
               IF BT-GONE(I) = 0
                   MOVE BT-ANO(I) TO BAL-R-ANO
                   MOVE BT-AMT(I) TO BAL-R-AMT
                   MOVE BT-LASTACT(I) TO BAL-R-LASTACT
                   WRITE BAL-REC
                   IF BT-OD(I) = 1
                       MOVE BT-ANO(I) TO ODX-ANO
                       WRITE ODX-REC
                   END-IF
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

      *the master record stays, marked closed, so SW2 refuses any
      *later posting to the number instead of opening it afresh
       SAVE-MASTER-RTN.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CLOSE-COUNT
               IF CL-REASON(C) = SPACES
                   MOVE CL-MT-I(C) TO M
                   MOVE MT-REC(M) TO MAST-REC
                   MOVE 'C' TO AM-STATUS
                   MOVE MAST-REC TO MT-REC(M)
               END-IF
           END-PERFORM.

           OPEN OUTPUT MASTFILE.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MAST-COUNT
               MOVE MT-REC(M) TO MAST-REC
               WRITE MAST-REC
           END-PERFORM.
           CLOSE MASTFILE.

       PRINT-RTN.
           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE WS-RUN-DATE TO RH-DATE.
           MOVE SUP-ID TO RH-OPER.
           WRITE RPTREC FROM RPT-ID-LINE AFTER 2.

           MOVE 'Settled and closed' TO SL-TEXT.
           WRITE RPTREC FROM SECTION-LINE AFTER 2.
           WRITE RPTREC FROM CLOSE-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CLOSE-COUNT
               IF CL-REASON(C) = SPACES
                   MOVE CL-ANO(C) TO CD-ANO
                   MOVE CL-ANA(C) TO CD-ANA
                   MOVE CL-BAL(C) TO CD-BAL
                   MOVE CL-INT(C) TO CD-INT
                   MOVE CL-WHT(C) TO CD-WHT
                   COMPUTE CD-CHG = CL-FEE(C) + CL-SVC(C)
                   MOVE CL-NET(C) TO CD-NET
                   WRITE RPTREC FROM CLOSE-DETAIL AFTER 1
                   IF CL-DAYS(C) > 0 OR CL-WAIVED(C) > 0
                       MOVE CL-DAYS(C) TO CN-DAYS
                       MOVE CL-RATE(C) TO CN-RATE
                       MOVE CL-WAIVED(C) TO CN-WAIVED
                       WRITE RPTREC FROM CLOSE-NOTE AFTER 1
                   END-IF
               END-IF
           END-PERFORM.

           IF HELD-COUNT > 0
               MOVE 'Held - still pending close' TO SL-TEXT
               WRITE RPTREC FROM SECTION-LINE AFTER 3
               WRITE RPTREC FROM HELD-SUBHEAD AFTER 2
               WRITE RPTREC FROM BLANK-LINE AFTER 1
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > CLOSE-COUNT
                   IF CL-REASON(C) NOT = SPACES
                       MOVE CL-ANO(C) TO HD-ANO
                       MOVE CL-ANA(C) TO HD-ANA
                       MOVE CL-REASON(C) TO HD-REASON
                       WRITE RPTREC FROM HELD-DETAIL AFTER 1
                   END-IF
               END-PERFORM
           END-IF.

           MOVE 'Accounts closed' TO TL-LABEL.
           MOVE SETTLE-COUNT TO TL-CNT.
           MOVE TOT-BAL TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 3.
           MOVE 'Interest accrued to closing' TO TL-LABEL.
           MOVE TOT-INT-CNT TO TL-CNT.
           MOVE TOT-INT TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'Final tax withheld' TO TL-LABEL.
           MOVE TOT-WHT-CNT TO TL-CNT.
           MOVE TOT-WHT TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'Closing fees' TO TL-LABEL.
           MOVE TOT-FEE-CNT TO TL-CNT.
           MOVE TOT-FEE TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'Final service charges' TO TL-LABEL.
           MOVE TOT-SVC-CNT TO TL-CNT.
           MOVE TOT-SVC TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'Charges waived - no funds' TO TL-LABEL.
           MOVE 0 TO TL-CNT.
           MOVE TOT-WAIVED TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'Paid out (closing withdrawals)' TO TL-LABEL.
           MOVE TOT-PAID-CNT TO TL-CNT.
           MOVE TOT-PAID TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'Held - not closed' TO TL-LABEL.
           MOVE HELD-COUNT TO TL-CNT.
           MOVE 0 TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.

           IF SETTLE-COUNT > 0
               MOVE
               'Closed accounts archived on CLOSARC.TXT.'
                   TO NL-TEXT
               WRITE RPTREC FROM NOTE-LINE AFTER 2
           END-IF.
           CLOSE RPTFILE.
