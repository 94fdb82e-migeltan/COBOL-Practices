       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDUE.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. LOAN INSTALMENT COLLECTOR - RUNS AHEAD OF NEWPRE
      *BESIDE NEWSTDO. EVERY LOANSCH.TXT INSTALMENT THAT HAS FALLEN
      *DUE IS QUEUED AS A W DEBIT ON THE BORROWER'S LINKED DEPOSIT
      *ACCOUNT IN TRANS.TXT, CARRYING THE LOAN NUMBER IN TREF, SO IT
      *POSTS UNDER THE SAME NEWBID.TXT IDENTITY AS THE TELLER WORK.
      *AN INSTALMENT THE ACCOUNT CANNOT COVER IS HELD PAST DUE,
      *CHARGED PENALTY INTEREST FOR EVERY DAY LATE, RETRIED ON THE
      *NEXT RUN AND LISTED ON THE PAST-DUE LOAN REPORT. AN
      *INSTALMENT DUE ON A DAY THE BANKHOL.TXT CALENDAR CLOSES FALLS
      *DUE ON THE NEXT BUSINESS DAY. AN INSTALMENT ON AN ACCOUNT
      *UNDER A CALRLF CALAMITY-RELIEF WINDOW IS NOT COLLECTED - IT
      *IS DEFERRED, PENALTY-FREE, TO THE FIRST BUSINESS DAY AFTER
      *THE WINDOW CLOSES, AND THE DEFERRAL LOGGED ON RLFLOG.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO 'LOANMAST.TXT'
               FILE STATUS WS-FS-LN.
           SELECT SCHFILE ASSIGN TO 'LOANSCH.TXT'
               FILE STATUS WS-FS-SCH.
      *the schedule is rewritten through a work copy - it can run
      *to far more rows than any table here would hold
           SELECT SCHWORK ASSIGN TO 'LOANSCH.WRK'
               FILE STATUS WS-FS-SWK.
      *account master - an instalment on a frozen or closed account
      *goes past due instead of into a certain exception
           SELECT ACCTMASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-AM.
      *the funds test - last night's balances and overdraft markers,
      *less the active holds, plus whatever is already queued
           SELECT BALFILE ASSIGN TO 'NEWBAL.TXT'
               FILE STATUS WS-BAL-FS.
           SELECT ODXFILE ASSIGN TO 'NEWODX.TXT'
               FILE STATUS WS-FS-ODX.
           SELECT HOLDFILE ASSIGN TO 'NEWHOLD.TXT'
               FILE STATUS WS-FS-HLD.
           SELECT TRANSFILE ASSIGN TO 'TRANS.txt'
               FILE STATUS WS-FS-TRN.
      *penalty rate parameter - absent means the default below
           SELECT PRMFILE ASSIGN TO 'LOANPRM.TXT'
               FILE STATUS WS-FS-PRM.
      *bank calendar - the declared days off; absent means only
      *saturdays and sundays are closed
           SELECT HOLFILE ASSIGN TO 'BANKHOL.TXT'
               FILE STATUS WS-FS-HOL.
      *calamity relief markings, and the relief log the deferrals
      *are written to
           SELECT RLFFILE ASSIGN TO 'RLFACCT.TXT'
               FILE STATUS WS-FS-RLF.
           SELECT OPTIONAL RLFLOGFILE ASSIGN TO 'RLFLOG.TXT'
               FILE STATUS WS-FS-RLG.
           SELECT REGFILE ASSIGN TO 'LOANREG'.
           SELECT PDRFILE ASSIGN TO 'LOANPDR'.

       DATA DIVISION.
       FILE SECTION.

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
           02 SC-STATUS PIC X.
           02 SC-PENALTY PIC 9(7)V99.
           02 SC-PAIDDATE PIC 9(8).

       FD  SCHWORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS SWK-REC.

       01  SWK-REC PIC X(73).

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

       FD  PRMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRM-REC.

       01  PRM-REC.
           02 PRM-PEN-RATE PIC V9(5).

       FD  HOLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOL-REC.

       01  HOL-REC.
           02 HL-DATE PIC 9(8).
           02 HL-TYPE PIC X.
           02 HL-DESC PIC X(30).

       FD  RLFFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RLF-REC.

       01  RLF-REC.
           05 RA-ANO PIC X(10).
           05 RA-IDNUM PIC 9(5).
           05 RA-PROV PIC X(15).
           05 RA-NOS PIC X(20).
           05 RA-FROM PIC 9(8).
           05 RA-TO PIC 9(8).

       FD  RLFLOGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RLG-REC.

       01  RLG-REC.
           05 RL-ANO PIC X(10).
           05 RL-PROV PIC X(15).
           05 RL-NOS PIC X(20).
           05 RL-TYPE PIC X.
           05 RL-REF PIC X(6).
           05 RL-AMT PIC 9(9)V99.
           05 RL-DATE PIC 9(8).

       FD  REGFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS REGREC.

       01  REGREC.
           02 FILLER PIC X(80).

       FD  PDRFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PDRREC.

       01  PDRREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-LN PIC XX VALUE SPACES.
       01  WS-FS-SCH PIC XX VALUE SPACES.
       01  WS-FS-SWK PIC XX VALUE SPACES.
       01  WS-FS-AM PIC XX VALUE SPACES.
       01  WS-BAL-FS PIC XX VALUE SPACES.
       01  WS-FS-ODX PIC XX VALUE SPACES.
       01  WS-FS-HLD PIC XX VALUE SPACES.
       01  WS-FS-TRN PIC XX VALUE SPACES.
       01  WS-FS-PRM PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *penalty interest on an unpaid instalment, per annum, accrued
      *by the day on a 360-day year
       01  WS-PEN-RATE PIC V9(5) VALUE .24000.

      *the loan master held whole and rewritten at the end, with
      *each borrower account's available funds alongside
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
               10 LT-AVAIL PIC S9(9)V99.
               10 LT-STANDING PIC X.
       01  LOAN-COUNT PIC 9(3) VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  J PIC 9(3) VALUE 0.
       01  FOUND-I PIC 9(3) VALUE 0.

       01  WS-DUE-TOTAL PIC 9(7)V99 VALUE 0.
       01  WS-DAYS-LATE PIC 9(5) VALUE 0.
       01  WS-EFF-DUE PIC 9(8) VALUE 0.
       01  WS-REASON PIC X(18) VALUE SPACES.

       01  GEN-COUNT PIC 9(5) VALUE 0.
       01  GEN-AMT PIC 9(11)V99 VALUE 0.
       01  PD-COUNT PIC 9(5) VALUE 0.
       01  PD-TOT-AMT PIC 9(11)V99 VALUE 0.
       01  PD-PENALTY PIC 9(11)V99 VALUE 0.
       01  PAIDOFF-COUNT PIC 9(5) VALUE 0.

      *calamity relief - the accounts whose window takes in tonight;
      *where two windows overlap the one closing last stands
       01  WS-FS-RLF PIC XX VALUE SPACES.
       01  WS-FS-RLG PIC XX VALUE SPACES.
       01  RLF-TABLE.
           05 RLF-ENTRY OCCURS 2000 TIMES.
               10 RLT-ANO PIC X(10).
               10 RLT-PROV PIC X(15).
               10 RLT-NOS PIC X(20).
               10 RLT-TO PIC 9(8).
       01  RLF-COUNT PIC 9(4) VALUE 0.
       01  RLF-I PIC 9(4) VALUE 0.
       01  RLF-FOUND-I PIC 9(4) VALUE 0.
       01  DEFER-COUNT PIC 9(5) VALUE 0.
       01  DEFER-AMT PIC 9(11)V99 VALUE 0.

      *day numbers for the days-late count - days since a fixed
      *epoch, so two dates subtract without a calendar walk
       01  DN-DATE PIC 9(8) VALUE 0.
       01  DN-DATE-X REDEFINES DN-DATE.
           05 DN-YYYY PIC 9(4).
           05 DN-MM PIC 99.
           05 DN-DD PIC 99.
       01  DN-YEARS PIC 9(4) VALUE 0.
       01  DN-LEAPS PIC 9(5) VALUE 0.
       01  DN-Q PIC 9(5) VALUE 0.
       01  DN-RESULT PIC 9(7) VALUE 0.
       01  DN-RUN PIC 9(7) VALUE 0.
       01  CUM-DAYS-INIT.
           05 FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-INIT.
           05 CUM-DAYS OCCURS 12 TIMES PIC 9(3).

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

      *century-correct run date the due test rides on
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  REG-HEAD.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
               'Loan Instalment Collection Register'.
           02 FILLER PIC X(22) VALUE SPACES.

       01  REG-SUBHEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Loan'.
           02 FILLER PIC X(12) VALUE 'Account'.
           02 FILLER PIC X(5) VALUE 'Inst'.
           02 FILLER PIC X(10) VALUE 'Due'.
           02 FILLER PIC X(14) VALUE '       Amount'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(11) VALUE 'Disposition'.
           02 FILLER PIC X(14) VALUE SPACES.

       01  REG-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RG-LNO PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-INSTNO PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-DUE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-AMT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-NOTE PIC X(20).
           02 FILLER PIC X(7) VALUE SPACES.

       01  REG-RELIEF.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(23) VALUE 'Deferred under relief: '.
           02 RR-COUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RR-AMT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(31) VALUE SPACES.

       01  REG-TOTAL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(11) VALUE 'Collected: '.
           02 RT-GEN PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RT-GEN-AMT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(12) VALUE '  Past due: '.
           02 RT-PD PIC ZZ,ZZ9.
           02 FILLER PIC X(12) VALUE '  Paid off: '.
           02 RT-PAID PIC ZZ,ZZ9.
           02 FILLER PIC X(7) VALUE SPACES.

       01  PDR-HEAD.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(24) VALUE 'Past-Due Loan Report'.
           02 FILLER PIC X(28) VALUE SPACES.

       01  PDR-DATE-LINE.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'As of: '.
           02 PH-DATE PIC 9(8).
           02 FILLER PIC X(37) VALUE SPACES.

       01  PDR-SUBHEAD.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Loan'.
           02 FILLER PIC X(11) VALUE 'Account'.
           02 FILLER PIC X(4) VALUE 'Ins'.
           02 FILLER PIC X(9) VALUE 'Due'.
           02 FILLER PIC X(5) VALUE 'Days'.
           02 FILLER PIC X(11) VALUE ' Instalment'.
           02 FILLER PIC X(10) VALUE '   Penalty'.
           02 FILLER PIC X(12) VALUE '   Total Due'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Reason'.

       01  PDR-DETAIL.
           02 FILLER PIC X(1) VALUE SPACES.
           02 PD-LNO PIC X(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PD-ANO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PD-INSTNO PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 PD-DUE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PD-DAYS PIC ZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 PD-AMT PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 PD-PEN PIC ZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 PD-TOTAL PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 PD-REASON PIC X(12).

       01  PDR-TOTAL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(22) VALUE 'Past-due instalments: '.
           02 PX-COUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PX-AMT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(11) VALUE '  Penalty: '.
           02 PX-PEN PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(5) VALUE SPACES.

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
           MOVE DN-RESULT TO DN-RUN.

           PERFORM LOAD-PARM-RTN THRU LOAD-PARM-RTN-END.
           PERFORM LOAD-CALENDAR-RTN THRU LOAD-CALENDAR-RTN-END.
           PERFORM LOAD-LOANS-RTN THRU LOAD-LOANS-RTN-END.
           PERFORM LOAD-RELIEF-RTN THRU LOAD-RELIEF-RTN-END.
           IF LOAN-COUNT = 0
               DISPLAY 'NO LOANS ON HAND.'
               GOBACK
           END-IF.

           PERFORM LOAD-STANDING-RTN THRU LOAD-STANDING-RTN-END.
           PERFORM LOAD-FUNDS-RTN THRU LOAD-FUNDS-RTN-END.

           OPEN INPUT SCHFILE.
           IF WS-FS-SCH NOT = '00'
               DISPLAY 'NO LOAN SCHEDULE ON HAND.'
               GOBACK
           END-IF.
           OPEN OUTPUT SCHWORK.
           OPEN EXTEND TRANSFILE.
           OPEN OUTPUT REGFILE PDRFILE.
           WRITE REGREC FROM REG-HEAD AFTER PAGE.
           WRITE REGREC FROM REG-SUBHEAD AFTER 2.
           WRITE REGREC FROM BLANK-LINE AFTER 1.
           WRITE PDRREC FROM PDR-HEAD AFTER PAGE.
           MOVE WS-RUN-DATE TO PH-DATE.
           WRITE PDRREC FROM PDR-DATE-LINE AFTER 1.
           WRITE PDRREC FROM PDR-SUBHEAD AFTER 2.
           WRITE PDRREC FROM BLANK-LINE AFTER 1.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SCHFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM COLLECT-ONE-RTN THRU COLLECT-ONE-RTN-END
                   WRITE SWK-REC FROM SCH-REC
               END-IF
           END-PERFORM.
           CLOSE SCHFILE SCHWORK TRANSFILE.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LOAN-COUNT
               IF LT-STATUS(I) = 'A' AND LT-OUTSTAND(I) = 0
                   MOVE 'P' TO LT-STATUS(I)
                   ADD 1 TO PAIDOFF-COUNT
               END-IF
           END-PERFORM.

           MOVE GEN-COUNT TO RT-GEN.
           MOVE GEN-AMT TO RT-GEN-AMT.
           MOVE PD-COUNT TO RT-PD.
           MOVE PAIDOFF-COUNT TO RT-PAID.
           WRITE REGREC FROM BLANK-LINE AFTER 2.
           WRITE REGREC FROM REG-TOTAL AFTER 1.
           IF DEFER-COUNT > 0
               MOVE DEFER-COUNT TO RR-COUNT
               MOVE DEFER-AMT TO RR-AMT
               WRITE REGREC FROM REG-RELIEF AFTER 1
           END-IF.
           MOVE PD-COUNT TO PX-COUNT.
           MOVE PD-TOT-AMT TO PX-AMT.
           MOVE PD-PENALTY TO PX-PEN.
           WRITE PDRREC FROM BLANK-LINE AFTER 2.
           WRITE PDRREC FROM PDR-TOTAL AFTER 1.
           CLOSE REGFILE PDRFILE.

           PERFORM COPY-BACK-RTN.
           PERFORM SAVE-LOANS-RTN.
           DISPLAY 'LOAN INSTALMENTS COLLECTED: ' GEN-COUNT.
           DISPLAY 'PAST-DUE INSTALMENTS: ' PD-COUNT ' (LOANPDR).'.
           IF DEFER-COUNT > 0
               DISPLAY 'INSTALMENTS DEFERRED UNDER RELIEF: '
                   DEFER-COUNT ' (RLFLOG.TXT).'
           END-IF.
           GOBACK.

       LOAD-PARM-RTN.
           OPEN INPUT PRMFILE.
           IF WS-FS-PRM NOT = '00'
               GO TO LOAD-PARM-RTN-END
           END-IF.
           READ PRMFILE
               AT END CONTINUE
               NOT AT END MOVE PRM-PEN-RATE TO WS-PEN-RATE
           END-READ.
           CLOSE PRMFILE.
       LOAD-PARM-RTN-END.
           EXIT.

       LOAD-LOANS-RTN.
           MOVE 0 TO LOAN-COUNT.
           OPEN INPUT LOANFILE.
           IF WS-FS-LN NOT = '00'
               GO TO LOAD-LOANS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR LOAN-COUNT = 200
               READ LOANFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
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
                   MOVE 0 TO LT-AVAIL(LOAN-COUNT)
                   MOVE SPACE TO LT-STANDING(LOAN-COUNT)
               END-IF
           END-PERFORM.

           CLOSE LOANFILE.
       LOAD-LOANS-RTN-END.
           EXIT.

      *each borrower account's standing off the account master
       LOAD-STANDING-RTN.
           OPEN INPUT ACCTMASTFILE.
           IF WS-FS-AM NOT = '00'
               GO TO LOAD-STANDING-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ACCTMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > LOAN-COUNT
                       IF LT-ANO(I) = AM-ANO
                           MOVE AM-STATUS TO LT-STANDING(I)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE ACCTMASTFILE.
       LOAD-STANDING-RTN-END.
           EXIT.

      *available funds per borrower account - the last exported
      *balance (negative when NEWODX marks it an overdraft), less
      *active holds, netted with the items already on TRANS.txt;
      *two loans on one account share a single figure through the
      *first loan entry that names the account
       LOAD-FUNDS-RTN.
           OPEN INPUT BALFILE.
           IF WS-BAL-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ BALFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       MOVE BAL-R-ANO TO T-ANO
                       PERFORM FIND-FUNDS-RTN
                       IF FOUND-I > 0
                           ADD BAL-R-AMT TO LT-AVAIL(FOUND-I)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BALFILE
           END-IF.

           OPEN INPUT ODXFILE.
           IF WS-FS-ODX = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ ODXFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       MOVE ODX-ANO TO T-ANO
                       PERFORM FIND-FUNDS-RTN
                       IF FOUND-I > 0
                           COMPUTE LT-AVAIL(FOUND-I) =
                               0 - LT-AVAIL(FOUND-I)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ODXFILE
           END-IF.

           OPEN INPUT HOLDFILE.
           IF WS-FS-HLD = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ HOLDFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                      AND (HLD-R-EXPIRY = 0
                           OR HLD-R-EXPIRY >= WS-RUN-DATE)
                       MOVE HLD-R-ANO TO T-ANO
                       PERFORM FIND-FUNDS-RTN
                       IF FOUND-I > 0
                           SUBTRACT HLD-R-AMT FROM LT-AVAIL(FOUND-I)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOLDFILE
           END-IF.

           OPEN INPUT TRANSFILE.
           IF WS-FS-TRN = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ TRANSFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       PERFORM NET-PENDING-RTN THRU NET-PENDING-RTN-END
                   END-IF
               END-PERFORM
               CLOSE TRANSFILE
           END-IF.
       LOAD-FUNDS-RTN-END.
           EXIT.

       NET-PENDING-RTN.
           PERFORM FIND-FUNDS-RTN.
           IF FOUND-I = 0
               GO TO NET-PENDING-RTN-END
           END-IF.
           IF T-TC = 'D' OR T-TC = 'U' OR T-TC = 'V'
               ADD T-TAMT TO LT-AVAIL(FOUND-I)
           END-IF.
           IF T-TC = 'W' OR T-TC = 'C' OR T-TC = 'T'
              OR T-TC = 'R' OR T-TC = 'F' OR T-TC = 'B'
               SUBTRACT T-TAMT FROM LT-AVAIL(FOUND-I)
           END-IF.
       NET-PENDING-RTN-END.
           EXIT.

      *the first loan entry on T-ANO's account carries its funds
       FIND-FUNDS-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > LOAN-COUNT OR FOUND-I > 0
               IF LT-ANO(J) = T-ANO
                   MOVE J TO FOUND-I
               END-IF
           END-PERFORM.

      *one schedule row - collected rows and rows not yet due pass
      *straight through; a due row is either debited in full with
      *its penalty or held past due with the penalty brought up to
      *tonight
       COLLECT-ONE-RTN.
           IF SC-STATUS = 'Q'
               GO TO COLLECT-ONE-RTN-END
           END-IF.
      *a due date the bank is closed on falls due the next
      *business day, and is late only from then
           MOVE SC-DUE TO BD-DATE.
           PERFORM NEXT-BUSDAY-RTN.
           MOVE BD-DATE TO WS-EFF-DUE.
           IF WS-EFF-DUE > WS-RUN-DATE
               GO TO COLLECT-ONE-RTN-END
           END-IF.

           MOVE 0 TO I.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LOAN-COUNT
               IF LT-LNO(J) = SC-LNO
                   MOVE J TO I
               END-IF
           END-PERFORM.
           IF I = 0
               GO TO COLLECT-ONE-RTN-END
           END-IF.
           IF LT-STATUS(I) NOT = 'A'
               GO TO COLLECT-ONE-RTN-END
           END-IF.

      *the borrower's account is under calamity relief - nothing is
      *taken tonight
           IF RLF-COUNT > 0
               PERFORM FIND-RELIEF-RTN
               IF RLF-FOUND-I > 0
                   PERFORM DEFER-RTN
                   GO TO COLLECT-ONE-RTN-END
               END-IF
           END-IF.

           PERFORM COMPUTE-PENALTY-RTN.
           COMPUTE WS-DUE-TOTAL = SC-AMT + SC-PENALTY.

           MOVE LT-ANO(I) TO T-ANO.
           PERFORM FIND-FUNDS-RTN.

           MOVE SPACES TO WS-REASON.
           IF LT-STANDING(I) = 'F' OR LT-STANDING(I) = 'C'
              OR LT-STANDING(I) = 'E'
               MOVE 'BAD STANDING' TO WS-REASON
           ELSE
               IF LT-AVAIL(FOUND-I) < WS-DUE-TOTAL
                   MOVE 'INSUFF FUNDS' TO WS-REASON
               END-IF
           END-IF.

           IF WS-REASON NOT = SPACES
               MOVE 'M' TO SC-STATUS
               PERFORM WRITE-PAST-DUE-RTN
               GO TO COLLECT-ONE-RTN-END
           END-IF.

           MOVE LT-ANO(I) TO T-ANO.
           MOVE LT-ANA(I) TO T-ANA.
           MOVE 'W' TO T-TC.
           MOVE WS-DUE-TOTAL TO T-TAMT.
           MOVE WS-RUN-DATE TO T-TDATE.
           MOVE SC-LNO TO T-TREF.
           MOVE SPACES TO T-SREF.
           WRITE TRANS-REC.
           SUBTRACT WS-DUE-TOTAL FROM LT-AVAIL(FOUND-I).
           SUBTRACT SC-PRIN FROM LT-OUTSTAND(I).
           MOVE 'Q' TO SC-STATUS.
           MOVE WS-RUN-DATE TO SC-PAIDDATE.
           ADD 1 TO GEN-COUNT.
           ADD WS-DUE-TOTAL TO GEN-AMT.

           MOVE SC-LNO TO RG-LNO.
           MOVE LT-ANO(I) TO RG-ANO.
           MOVE SC-INSTNO TO RG-INSTNO.
           MOVE SC-DUE TO RG-DUE.
           MOVE WS-DUE-TOTAL TO RG-AMT.
           IF SC-PENALTY > 0
               MOVE 'QUEUED WITH PENALTY' TO RG-NOTE
           ELSE
               MOVE 'QUEUED' TO RG-NOTE
           END-IF.
           WRITE REGREC FROM REG-DETAIL AFTER 1.
       COLLECT-ONE-RTN-END.
           EXIT.

      *the accounts under calamity relief tonight
       LOAD-RELIEF-RTN.
           MOVE 0 TO RLF-COUNT.
           OPEN INPUT RLFFILE.
           IF WS-FS-RLF NOT = '00'
               GO TO LOAD-RELIEF-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR RLF-COUNT = 2000
               READ RLFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                  AND RA-FROM NOT > WS-RUN-DATE
                  AND RA-TO NOT < WS-RUN-DATE
                   ADD 1 TO RLF-COUNT
                   MOVE RA-ANO TO RLT-ANO(RLF-COUNT)
                   MOVE RA-PROV TO RLT-PROV(RLF-COUNT)
                   MOVE RA-NOS TO RLT-NOS(RLF-COUNT)
                   MOVE RA-TO TO RLT-TO(RLF-COUNT)
               END-IF
           END-PERFORM.
           CLOSE RLFFILE.
       LOAD-RELIEF-RTN-END.
           EXIT.

       FIND-RELIEF-RTN.
           MOVE 0 TO RLF-FOUND-I.
           PERFORM VARYING RLF-I FROM 1 BY 1 UNTIL RLF-I > RLF-COUNT
               IF RLT-ANO(RLF-I) = LT-ANO(I)
                   IF RLF-FOUND-I = 0
                       MOVE RLF-I TO RLF-FOUND-I
                   ELSE
                       IF RLT-TO(RLF-I) > RLT-TO(RLF-FOUND-I)
                           MOVE RLF-I TO RLF-FOUND-I
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *the instalment falls due again on the first business day
      *after the window, with no penalty for the days under relief;
      *the deferral is logged once, the night it is made
       DEFER-RTN.
           MOVE RLT-TO(RLF-FOUND-I) TO BD-DATE.
           PERFORM BD-MONTH-MAX-RTN.
           ADD 1 TO BD-DD.
           IF BD-DD > BD-MO-MAX
               MOVE 1 TO BD-DD
               ADD 1 TO BD-MM
               IF BD-MM > 12
                   MOVE 1 TO BD-MM
                   ADD 1 TO BD-YYYY
               END-IF
           END-IF.
           PERFORM NEXT-BUSDAY-RTN.
           MOVE BD-DATE TO SC-DUE.
           MOVE 0 TO SC-PENALTY.
           MOVE 'O' TO SC-STATUS.
           ADD 1 TO DEFER-COUNT.
           ADD SC-AMT TO DEFER-AMT.

           OPEN EXTEND RLFLOGFILE.
           MOVE LT-ANO(I) TO RL-ANO.
           MOVE RLT-PROV(RLF-FOUND-I) TO RL-PROV.
           MOVE RLT-NOS(RLF-FOUND-I) TO RL-NOS.
           MOVE 'L' TO RL-TYPE.
           MOVE SC-LNO TO RL-REF.
           MOVE SC-AMT TO RL-AMT.
           MOVE WS-RUN-DATE TO RL-DATE.
           WRITE RLG-REC.
           CLOSE RLFLOGFILE.

           MOVE SC-LNO TO RG-LNO.
           MOVE LT-ANO(I) TO RG-ANO.
           MOVE SC-INSTNO TO RG-INSTNO.
           MOVE SC-DUE TO RG-DUE.
           MOVE SC-AMT TO RG-AMT.
           MOVE 'RELIEF - DEFERRED' TO RG-NOTE.
           WRITE REGREC FROM REG-DETAIL AFTER 1.

      *penalty from the due date, rolled past any day the bank was
      *closed, to tonight - recomputed whole each run so a retried
      *instalment never double-charges
       COMPUTE-PENALTY-RTN.
           MOVE 0 TO WS-DAYS-LATE.
           MOVE WS-EFF-DUE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           IF DN-RUN > DN-RESULT
               COMPUTE WS-DAYS-LATE = DN-RUN - DN-RESULT
           END-IF.
           COMPUTE SC-PENALTY ROUNDED =
               SC-AMT * WS-PEN-RATE * WS-DAYS-LATE / 360.

       WRITE-PAST-DUE-RTN.
           MOVE SC-LNO TO PD-LNO.
           MOVE LT-ANO(I) TO PD-ANO.
           MOVE SC-INSTNO TO PD-INSTNO.
           MOVE SC-DUE TO PD-DUE.
           MOVE WS-DAYS-LATE TO PD-DAYS.
           MOVE SC-AMT TO PD-AMT.
           MOVE SC-PENALTY TO PD-PEN.
           MOVE WS-DUE-TOTAL TO PD-TOTAL.
           MOVE WS-REASON TO PD-REASON.
           WRITE PDRREC FROM PDR-DETAIL AFTER 1.
           ADD 1 TO PD-COUNT.
           ADD SC-AMT TO PD-TOT-AMT.
           ADD SC-PENALTY TO PD-PENALTY.

           MOVE SC-LNO TO RG-LNO.
           MOVE LT-ANO(I) TO RG-ANO.
           MOVE SC-INSTNO TO RG-INSTNO.
           MOVE SC-DUE TO RG-DUE.
           MOVE WS-DUE-TOTAL TO RG-AMT.
           MOVE 'PAST DUE' TO RG-NOTE.
           WRITE REGREC FROM REG-DETAIL AFTER 1.

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

      *the worked schedule replaces the old one
       COPY-BACK-RTN.
           OPEN INPUT SCHWORK.
           OPEN OUTPUT SCHFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SCHWORK
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   WRITE SCH-REC FROM SWK-REC
               END-IF
           END-PERFORM.
           CLOSE SCHWORK SCHFILE.

       SAVE-LOANS-RTN.
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
