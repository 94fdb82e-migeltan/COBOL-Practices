       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLCAP.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. NIGHTLY TABLE-HEADROOM MONITOR - COUNTS THE LIVE
      *RECORDS (OR THE DISTINCT KEYS, WHERE A PROGRAM BUILDS ITS
      *TABLE FROM KEYS) ON EVERY MASTER THAT FEEDS A FIXED IN-MEMORY
      *TABLE AND SETS THE COUNT AGAINST THE SMALLEST OCCURS LIMIT OF
      *THE PROGRAMS THAT LOAD IT. THE HEADROOM OF EACH IS LISTED ON
      *TBLCAPR. A TABLE AT 80% OR MORE OF ITS LIMIT WARNS (RC 4); A
      *TABLE ALREADY FULL OR PAST ITS LIMIT FAILS THE RUN (RC 16),
      *SINCE THE NEXT ENTRY ADDED WOULD BE DROPPED OR OVERRUN THE
      *TABLE. BATCHDRV RUNS THIS FIRST, BEFORE ANY STEP READS A
      *MASTER. A MASTER NOT ON HAND IS LISTED BUT RAISES NOTHING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRVFILE ASSIGN TO 'TRANSV.txt'
               FILE STATUS WS-FS-TRV.
           SELECT PRVFILE ASSIGN TO 'TAN1PRV.TXT'
               FILE STATUS WS-FS-PRV.
           SELECT SHOWFILE ASSIGN TO 'SHOWMAST.TXT'
               FILE STATUS WS-FS-SHW.
           SELECT TIMEFILE ASSIGN TO 'TIMEMAST.TXT'
               FILE STATUS WS-FS-TIM.
           SELECT MODFILE ASSIGN TO 'TEST1MOD.TXT'
               FILE STATUS WS-FS-MOD.
           SELECT TANFILE ASSIGN TO 'TAN.TXT'
               FILE STATUS WS-FS-TAN.
           SELECT SECFILE ASSIGN TO 'SECMAST.TXT'
               FILE STATUS WS-FS-SEC.
           SELECT SUBJFILE ASSIGN TO 'SUBJMAST.TXT'
               FILE STATUS WS-FS-SBJ.
           SELECT STUDFILE ASSIGN TO 'STUDMAST.TXT'
               FILE STATUS WS-FS-STD.
           SELECT REGFILE ASSIGN TO 'EXAMREG.TXT'
               FILE STATUS WS-FS-REG.
           SELECT CLRFILE ASSIGN TO 'GRADCLR.TXT'
               FILE STATUS WS-FS-CLR.
           SELECT CTRFILE ASSIGN TO 'CTRMAST.TXT'
               FILE STATUS WS-FS-CTR.
           SELECT LICFILE ASSIGN TO 'LICROLL.TXT'
               FILE STATUS WS-FS-LIC.
           SELECT APLFILE ASSIGN TO 'APPEAL.TXT'
               FILE STATUS WS-FS-APL.
           SELECT OPMFILE ASSIGN TO 'OPERMAST.TXT'
               FILE STATUS WS-FS-OPM.
           SELECT CTTFILE ASSIGN TO 'CTLTOT.TXT'
               FILE STATUS WS-FS-CTT.
           SELECT HOLFILE ASSIGN TO 'BANKHOL.TXT'
               FILE STATUS WS-FS-HOL.
           SELECT ACCTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-ACC.
           SELECT KYCFILE ASSIGN TO 'KYCREV.TXT'
               FILE STATUS WS-FS-KYC.
           SELECT ALOFILE ASSIGN TO 'ALRTOPT.TXT'
               FILE STATUS WS-FS-ALO.
           SELECT FACFILE ASSIGN TO 'ODFAC.TXT'
               FILE STATUS WS-FS-FAC.
           SELECT BILLFILE ASSIGN TO 'BILLMAST.TXT'
               FILE STATUS WS-FS-BIL.
           SELECT SPOTFILE ASSIGN TO 'SPOTBOOK.TXT'
               FILE STATUS WS-FS-SPT.
           SELECT PROVFILE ASSIGN TO 'PROVCEN.TXT'
               FILE STATUS WS-FS-PRO.
           SELECT HAZFILE ASSIGN TO 'HAZPROF.TXT'
               FILE STATUS WS-FS-HAZ.
           SELECT CHNFILE ASSIGN TO 'CHAINMST.TXT'
               FILE STATUS WS-FS-CHN.
           SELECT TRMFILE ASSIGN TO 'TERMCAL.TXT'
               FILE STATUS WS-FS-TRM.
           SELECT PCHFILE ASSIGN TO 'PRMCHG.TXT'
               FILE STATUS WS-FS-PCH.
           SELECT RPTFILE ASSIGN TO 'TBLCAPR'.

       DATA DIVISION.
       FILE SECTION.

      *only the fields a table is keyed on are broken out - every
      *other master is counted record by record in its own frame

       FD  TRVFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS TRV-REC.
       01  TRV-REC.
           02 FILLER PIC X(45).
           02 TRV-BRC PIC X(3).

       FD  PRVFILE.
       01  PRV-REC.
           05 PRV-KEY.
               10 PRV-NOS PIC X(20).
               10 PRV-PROV PIC X(15).
               10 PRV-YEAR PIC 9(4).

       FD  SHOWFILE.
       01  SHOW-REC PIC X(42).

       FD  TIMEFILE.
       01  TIME-REC PIC X(15).

       FD  MODFILE.
       01  MOD-REC.
           02 FILLER PIC X(5).
           02 MOD-NAME PIC X(10).
           02 FILLER PIC X(13).

       FD  TANFILE.
       01  TAN-REC.
           05 FILLER PIC X(56).
           05 TN-SUNINAME PIC X(5).
           05 FILLER PIC X(51).

       FD  SECFILE.
       01  SEC-REC PIC X(11).

       FD  SUBJFILE.
       01  SUBJ-REC PIC X(27).

       FD  STUDFILE.
       01  STUD-REC PIC X(43).

       FD  REGFILE.
       01  REG-REC PIC X(66).

       FD  CLRFILE.
       01  CLR-REC PIC X(49).

       FD  CTRFILE.
       01  CTR-REC PIC X(35).

       FD  LICFILE.
       01  LIC-REC PIC X(107).

       FD  APLFILE.
       01  APL-REC PIC X(132).

       FD  OPMFILE.
       01  OPM-REC PIC X(34).

       FD  CTTFILE.
       01  CTT-REC PIC X(42).

       FD  HOLFILE.
       01  HOL-REC PIC X(39).

       FD  ACCTFILE.
       01  ACCT-REC PIC X(64).

       FD  KYCFILE.
       01  KYC-REC PIC X(32).

       FD  ALOFILE.
       01  ALO-REC PIC X(23).

       FD  FACFILE.
       01  FAC-REC PIC X(36).

       FD  BILLFILE.
       01  BILL-REC PIC X(44).

       FD  SPOTFILE.
       01  SPOT-REC PIC X(94).

       FD  PROVFILE.
       01  PROV-REC PIC X(25).

       FD  HAZFILE.
       01  HAZ-REC PIC X(28).

       FD  CHNFILE.
       01  CHN-REC.
           05 CHN-CHAIN PIC X(8).
           05 FILLER PIC X(42).

       FD  TRMFILE.
       01  TRM-REC PIC X(13).

       FD  PCHFILE.
       01  PCH-REC PIC X(131).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-FS-TRV PIC XX VALUE SPACES.
       01  WS-FS-PRV PIC XX VALUE SPACES.
       01  WS-FS-SHW PIC XX VALUE SPACES.
       01  WS-FS-TIM PIC XX VALUE SPACES.
       01  WS-FS-MOD PIC XX VALUE SPACES.
       01  WS-FS-TAN PIC XX VALUE SPACES.
       01  WS-FS-SEC PIC XX VALUE SPACES.
       01  WS-FS-SBJ PIC XX VALUE SPACES.
       01  WS-FS-STD PIC XX VALUE SPACES.
       01  WS-FS-REG PIC XX VALUE SPACES.
       01  WS-FS-CLR PIC XX VALUE SPACES.
       01  WS-FS-CTR PIC XX VALUE SPACES.
       01  WS-FS-LIC PIC XX VALUE SPACES.
       01  WS-FS-APL PIC XX VALUE SPACES.
       01  WS-FS-OPM PIC XX VALUE SPACES.
       01  WS-FS-CTT PIC XX VALUE SPACES.
       01  WS-FS-HOL PIC XX VALUE SPACES.
       01  WS-FS-ACC PIC XX VALUE SPACES.
       01  WS-FS-KYC PIC XX VALUE SPACES.
       01  WS-FS-ALO PIC XX VALUE SPACES.
       01  WS-FS-FAC PIC XX VALUE SPACES.
       01  WS-FS-BIL PIC XX VALUE SPACES.
       01  WS-FS-SPT PIC XX VALUE SPACES.
       01  WS-FS-PRO PIC XX VALUE SPACES.
       01  WS-FS-HAZ PIC XX VALUE SPACES.
       01  WS-FS-CHN PIC XX VALUE SPACES.
       01  WS-FS-TRM PIC XX VALUE SPACES.
       01  WS-FS-PCH PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *the master being judged and the table it feeds
       01  CAP-FILE PIC X(12) VALUE SPACES.
       01  CAP-TABLE PIC X(28) VALUE SPACES.
       01  CAP-WHAT PIC X(10) VALUE SPACES.
       01  CAP-COUNT PIC 9(7) VALUE 0.
       01  CAP-LIMIT PIC 9(7) VALUE 0.
       01  CAP-ROOM PIC S9(7) VALUE 0.
       01  CAP-PCT PIC 9(3) VALUE 0.
       01  FILE-OK-SW PIC 9 VALUE 0.

      *distinct keys seen on one master - sized well past the
      *largest key-built limit it is used against, so a master
      *that overflows this has long since failed its own check
       01  DIST-TABLE.
           05 DIST-ENTRY OCCURS 100 TIMES PIC X(10).
       01  DIST-N PIC 9(3) VALUE 0.
       01  DIST-I PIC 9(3) VALUE 0.
       01  DIST-KEY PIC X(10) VALUE SPACES.
       01  DIST-FOUND-SW PIC 9 VALUE 0.

      *provinces keyed for one storm land on TAN1PRV.TXT together,
      *so the run length per storm is what FIN2 tried to hold
       01  PV-HOLD-KEY PIC X(24) VALUE SPACES.
       01  PV-THIS-KEY.
           05 PV-THIS-NOS PIC X(20).
           05 PV-THIS-YEAR PIC 9(4).
       01  PV-RUN PIC 9(7) VALUE 0.

       01  TAN-RECS PIC 9(7) VALUE 0.

       01  TABLE-COUNT PIC 9(3) VALUE 0.
       01  OK-COUNT PIC 9(3) VALUE 0.
       01  WARN-COUNT PIC 9(3) VALUE 0.
       01  FAIL-COUNT PIC 9(3) VALUE 0.

       01  CAP-HEAD.
           02 FILLER PIC X(34) VALUE SPACES.
           02 FILLER PIC X(32) VALUE
               'Master-Table Headroom Monitor'.
           02 FILLER PIC X(34) VALUE SPACES.

       01  CAP-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(14) VALUE 'Master'.
           02 FILLER PIC X(30) VALUE 'Loaded Into'.
           02 FILLER PIC X(10) VALUE 'Counted'.
           02 FILLER PIC X(9) VALUE '  On File'.
           02 FILLER PIC X(9) VALUE '    Limit'.
           02 FILLER PIC X(9) VALUE ' Headroom'.
           02 FILLER PIC X(6) VALUE '  Used'.
           02 FILLER PIC X(11) VALUE '  Status'.

       01  CAP-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-FILE PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-TABLE PIC X(28).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-WHAT PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-COUNT PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-LIMIT PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-ROOM PIC ------9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-PCT PIC ZZ9.
           02 FILLER PIC X(1) VALUE '%'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-STATUS PIC X(10).

       01  CAP-TOTAL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(16) VALUE 'Tables checked: '.
           02 CT-TABLES PIC ZZ9.
           02 FILLER PIC X(7) VALUE '   OK: '.
           02 CT-OK PIC ZZ9.
           02 FILLER PIC X(12) VALUE '   Warning: '.
           02 CT-WARN PIC ZZ9.
           02 FILLER PIC X(14) VALUE '   Full/Over: '.
           02 CT-FAIL PIC ZZ9.
           02 FILLER PIC X(37) VALUE SPACES.

       01  BLANK-LINE.
           02 FILLER PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM CAP-HEAD AFTER PAGE.
           WRITE RPTREC FROM CAP-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           PERFORM COUNT-BRANCH-RTN.
           PERFORM COUNT-STORMPV-RTN.
           PERFORM COUNT-SHOW-RTN.
           PERFORM COUNT-TIME-RTN.
           PERFORM COUNT-MODULE-RTN.
           PERFORM COUNT-TAN-RTN.
           PERFORM COUNT-SECTION-RTN.
           PERFORM COUNT-SUBJECT-RTN.
           PERFORM COUNT-STUDENT-RTN.
           PERFORM COUNT-EXAMREG-RTN.
           PERFORM COUNT-GRADCLR-RTN.
           PERFORM COUNT-CENTER-RTN.
           PERFORM COUNT-LICENSE-RTN.
           PERFORM COUNT-APPEAL-RTN.
           PERFORM COUNT-OPERATOR-RTN.
           PERFORM COUNT-CONTROL-RTN.
           PERFORM COUNT-HOLIDAY-RTN.
           PERFORM COUNT-ACCOUNT-RTN.
           PERFORM COUNT-KYC-RTN.
           PERFORM COUNT-ALERTOPT-RTN.
           PERFORM COUNT-FACILITY-RTN.
           PERFORM COUNT-BILLER-RTN.
           PERFORM COUNT-SPOT-RTN.
           PERFORM COUNT-PROVCEN-RTN.
           PERFORM COUNT-HAZARD-RTN.
           PERFORM COUNT-CHNSTEP-RTN.
           PERFORM COUNT-CHAIN-RTN.
           PERFORM COUNT-TERMCAL-RTN.
           PERFORM COUNT-PRMCHG-RTN.

           MOVE TABLE-COUNT TO CT-TABLES.
           MOVE OK-COUNT TO CT-OK.
           MOVE WARN-COUNT TO CT-WARN.
           MOVE FAIL-COUNT TO CT-FAIL.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM CAP-TOTAL AFTER 1.
           CLOSE RPTFILE.

           IF FAIL-COUNT > 0
               DISPLAY '*** ' FAIL-COUNT ' TABLE(S) FULL OR PAST '
                   'THEIR LIMIT - SEE TBLCAPR ***'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WARN-COUNT > 0
                   DISPLAY WARN-COUNT ' TABLE(S) PAST 80% OF THEIR '
                       'LIMIT - SEE TBLCAPR.'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'ALL TABLES HAVE HEADROOM.'
               END-IF
           END-IF.
           GOBACK.

      *one counting pass per master, each in its own frame

      *HWENHA and IBSETL both start from the four standing branches
      *and add one entry for every other code met on TRANSV.txt
       COUNT-BRANCH-RTN.
           MOVE 'TRANSV.txt' TO CAP-FILE.
           MOVE 'HWENHA, IBSETL BRANCH' TO CAP-TABLE.
           MOVE 'BRANCHES' TO CAP-WHAT.
           MOVE 10 TO CAP-LIMIT.
           MOVE 0 TO DIST-N.
           MOVE 'MKT' TO DIST-KEY.
           PERFORM NOTE-DISTINCT-RTN.
           MOVE 'QZN' TO DIST-KEY.
           PERFORM NOTE-DISTINCT-RTN.
           MOVE 'ORT' TO DIST-KEY.
           PERFORM NOTE-DISTINCT-RTN.
           MOVE 'ALB' TO DIST-KEY.
           PERFORM NOTE-DISTINCT-RTN.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT TRVFILE.
           IF WS-FS-TRV NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ TRVFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       MOVE TRV-BRC TO DIST-KEY
                       PERFORM NOTE-DISTINCT-RTN
                   END-IF
               END-PERFORM
               CLOSE TRVFILE
           END-IF.
           MOVE DIST-N TO CAP-COUNT.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

      *the most provinces keyed against any one storm - FIN2 keeps
      *only the first twelve for the FIN2ALRT.TXT extract
       COUNT-STORMPV-RTN.
           MOVE 'TAN1PRV.TXT' TO CAP-FILE.
           MOVE 'FIN2 AL-PROV (FIN2ALRT.TXT)' TO CAP-TABLE.
           MOVE 'PROV/STORM' TO CAP-WHAT.
           MOVE 12 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT PV-RUN.
           MOVE SPACES TO PV-HOLD-KEY.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT PRVFILE.
           IF WS-FS-PRV NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ PRVFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       MOVE PRV-NOS TO PV-THIS-NOS
                       MOVE PRV-YEAR TO PV-THIS-YEAR
                       IF PV-THIS-KEY NOT = PV-HOLD-KEY
                           MOVE PV-THIS-KEY TO PV-HOLD-KEY
                           MOVE 0 TO PV-RUN
                       END-IF
                       ADD 1 TO PV-RUN
                       IF PV-RUN > CAP-COUNT
                           MOVE PV-RUN TO CAP-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PRVFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-SHOW-RTN.
           MOVE 'SHOWMAST.TXT' TO CAP-FILE.
           MOVE 'FIN33, SHOWMNT, SPOTMNT SHOW' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 20 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT SHOWFILE.
           IF WS-FS-SHW NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ SHOWFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE SHOWFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-TIME-RTN.
           MOVE 'TIMEMAST.TXT' TO CAP-FILE.
           MOVE 'FIN33, SPOTMNT TIME SLOT' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 10 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT TIMEFILE.
           IF WS-FS-TIM NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ TIMEFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE TIMEFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

      *TRYMOD keeps one entry per distinct module name
       COUNT-MODULE-RTN.
           MOVE 'TEST1MOD.TXT' TO CAP-FILE.
           MOVE 'TRYMOD MODULE' TO CAP-TABLE.
           MOVE 'MODULES' TO CAP-WHAT.
           MOVE 20 TO CAP-LIMIT.
           MOVE 0 TO DIST-N.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT MODFILE.
           IF WS-FS-MOD NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ MODFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       MOVE MOD-NAME TO DIST-KEY
                       PERFORM NOTE-DISTINCT-RTN
                   END-IF
               END-PERFORM
               CLOSE MODFILE
           END-IF.
           MOVE DIST-N TO CAP-COUNT.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

      *TAN.TXT feeds two tables - the per-university statistics
      *(one entry per distinct university) and FINPPTOP's ranking
      *(one entry per examinee)
       COUNT-TAN-RTN.
           MOVE 'TAN.TXT' TO CAP-FILE.
           MOVE 0 TO DIST-N TAN-RECS.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT TANFILE.
           IF WS-FS-TAN NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ TANFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO TAN-RECS
                       MOVE TN-SUNINAME TO DIST-KEY
                       PERFORM NOTE-DISTINCT-RTN
                   END-IF
               END-PERFORM
               CLOSE TANFILE
           END-IF.
           MOVE 'FINPPSTA, SIM, PCT UNIV' TO CAP-TABLE.
           MOVE 'UNIVS' TO CAP-WHAT.
           MOVE 20 TO CAP-LIMIT.
           MOVE DIST-N TO CAP-COUNT.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.
           MOVE 'FINPPTOP EXAMINEE' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 500 TO CAP-LIMIT.
           MOVE TAN-RECS TO CAP-COUNT.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-SECTION-RTN.
           MOVE 'SECMAST.TXT' TO CAP-FILE.
           MOVE 'ADSUM, SECPROMO SECTION' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 50 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT SECFILE.
           IF WS-FS-SEC NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ SECFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE SECFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-SUBJECT-RTN.
           MOVE 'SUBJMAST.TXT' TO CAP-FILE.
           MOVE 'SUBJMNT SUBJECT' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 50 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT SUBJFILE.
           IF WS-FS-SBJ NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ SUBJFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE SUBJFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-STUDENT-RTN.
           MOVE 'STUDMAST.TXT' TO CAP-FILE.
           MOVE 'STUDMNT STUDENT' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 1000 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT STUDFILE.
           IF WS-FS-STD NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ STUDFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE STUDFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-EXAMREG-RTN.
           MOVE 'EXAMREG.TXT' TO CAP-FILE.
           MOVE 'EXREGMNT, EXSEAT, FINPP REG' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 500 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT REGFILE.
           IF WS-FS-REG NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ REGFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE REGFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-GRADCLR-RTN.
           MOVE 'GRADCLR.TXT' TO CAP-FILE.
           MOVE 'EXREGMNT, FINPP CLEARANCE' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 200 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT CLRFILE.
           IF WS-FS-CLR NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ CLRFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE CLRFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-CENTER-RTN.
           MOVE 'CTRMAST.TXT' TO CAP-FILE.
           MOVE 'CTRMNT, EXREGMNT CENTER' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 100 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT CTRFILE.
           IF WS-FS-CTR NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ CTRFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE CTRFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-LICENSE-RTN.
           MOVE 'LICROLL.TXT' TO CAP-FILE.
           MOVE 'FINPPLIC LICENSE' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 1000 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT LICFILE.
           IF WS-FS-LIC NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ LICFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE LICFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-APPEAL-RTN.
           MOVE 'APPEAL.TXT' TO CAP-FILE.
           MOVE 'FINPPAPL, ARV, RCK APPEAL' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 300 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT APLFILE.
           IF WS-FS-APL NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ APLFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE APLFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-OPERATOR-RTN.
           MOVE 'OPERMAST.TXT' TO CAP-FILE.
           MOVE 'EVERY SIGN-ON OPERATOR' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 20 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT OPMFILE.
           IF WS-FS-OPM NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ OPMFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE OPMFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-CONTROL-RTN.
           MOVE 'CTLTOT.TXT' TO CAP-FILE.
           MOVE 'CTLVRFY AND EVERY POSTER' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 20 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT CTTFILE.
           IF WS-FS-CTT NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ CTTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE CTTFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-HOLIDAY-RTN.
           MOVE 'BANKHOL.TXT' TO CAP-FILE.
           MOVE 'HOLMNT, BATCHDRV HOLIDAY' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 400 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT HOLFILE.
           IF WS-FS-HOL NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ HOLFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE HOLFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-ACCOUNT-RTN.
           MOVE 'ACCTMAST.TXT' TO CAP-FILE.
           MOVE 'ACCTMNT ACCOUNT' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 200 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT ACCTFILE.
           IF WS-FS-ACC NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ ACCTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE ACCTFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-KYC-RTN.
           MOVE 'KYCREV.TXT' TO CAP-FILE.
           MOVE 'KYCMNT, HWENHA KYC REVIEW' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 500 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT KYCFILE.
           IF WS-FS-KYC NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ KYCFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE KYCFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-ALERTOPT-RTN.
           MOVE 'ALRTOPT.TXT' TO CAP-FILE.
           MOVE 'ALRTMNT, HWENHA ALERT OPT' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 500 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT ALOFILE.
           IF WS-FS-ALO NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ ALOFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE ALOFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-FACILITY-RTN.
           MOVE 'ODFAC.TXT' TO CAP-FILE.
           MOVE 'HWENHA OVERDRAFT FACILITY' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 200 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT FACFILE.
           IF WS-FS-FAC NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ FACFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE FACFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-BILLER-RTN.
           MOVE 'BILLMAST.TXT' TO CAP-FILE.
           MOVE 'BILLMNT BILLER' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 100 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT BILLFILE.
           IF WS-FS-BIL NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ BILLFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE BILLFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-SPOT-RTN.
           MOVE 'SPOTBOOK.TXT' TO CAP-FILE.
           MOVE 'SPOTMNT SPOT BOOKING' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 2000 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT SPOTFILE.
           IF WS-FS-SPT NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ SPOTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE SPOTFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-PROVCEN-RTN.
           MOVE 'PROVCEN.TXT' TO CAP-FILE.
           MOVE 'PROVMNT PROVINCE' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 100 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT PROVFILE.
           IF WS-FS-PRO NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ PROVFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE PROVFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-HAZARD-RTN.
           MOVE 'HAZPROF.TXT' TO CAP-FILE.
           MOVE 'HAZMNT HAZARD PROFILE' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 100 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT HAZFILE.
           IF WS-FS-HAZ NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ HAZFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE HAZFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-CHNSTEP-RTN.
           MOVE 'CHAINMST.TXT' TO CAP-FILE.
           MOVE 'CHNMNT, BATCHDRV CHAIN STEP' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 100 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT CHNFILE.
           IF WS-FS-CHN NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ CHNFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE CHNFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

      *BATCHDRV lists each chain once to work out when it is due
       COUNT-CHAIN-RTN.
           MOVE 'CHAINMST.TXT' TO CAP-FILE.
           MOVE 'BATCHDRV JOB CHAIN' TO CAP-TABLE.
           MOVE 'CHAINS' TO CAP-WHAT.
           MOVE 30 TO CAP-LIMIT.
           MOVE 0 TO DIST-N.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT CHNFILE.
           IF WS-FS-CHN NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ CHNFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       MOVE CHN-CHAIN TO DIST-KEY
                       PERFORM NOTE-DISTINCT-RTN
                   END-IF
               END-PERFORM
               CLOSE CHNFILE
           END-IF.
           MOVE DIST-N TO CAP-COUNT.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

       COUNT-TERMCAL-RTN.
           MOVE 'TERMCAL.TXT' TO CAP-FILE.
           MOVE 'CHNMNT TERM CLOSE' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 50 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT TRMFILE.
           IF WS-FS-TRM NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ TRMFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE TRMFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

      *the parameter change log is rewritten whole from its table
       COUNT-PRMCHG-RTN.
           MOVE 'PRMCHG.TXT' TO CAP-FILE.
           MOVE 'PRMMNT/PRMAPLY CHANGE LOG' TO CAP-TABLE.
           MOVE 'RECORDS' TO CAP-WHAT.
           MOVE 500 TO CAP-LIMIT.
           MOVE 0 TO CAP-COUNT.
           MOVE 1 TO FILE-OK-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT PCHFILE.
           IF WS-FS-PCH NOT = '00'
               MOVE 0 TO FILE-OK-SW
           ELSE
               PERFORM UNTIL EOFSW = 1
                   READ PCHFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAP-COUNT
                   END-IF
               END-PERFORM
               CLOSE PCHFILE
           END-IF.
           PERFORM JUDGE-RTN THRU JUDGE-WRITE.

      *one key into the distinct list; once the list itself is full
      *the count simply stops climbing, already far past any limit
       NOTE-DISTINCT-RTN.
           MOVE 0 TO DIST-FOUND-SW.
           PERFORM VARYING DIST-I FROM 1 BY 1
                   UNTIL DIST-I > DIST-N OR DIST-FOUND-SW = 1
               IF DIST-ENTRY(DIST-I) = DIST-KEY
                   MOVE 1 TO DIST-FOUND-SW
               END-IF
           END-PERFORM.
           IF DIST-FOUND-SW = 0 AND DIST-N < 100
               ADD 1 TO DIST-N
               MOVE DIST-KEY TO DIST-ENTRY(DIST-N)
           END-IF.
           MOVE SPACES TO DIST-KEY.

      *the verdict for one table - full counts as a failure because
      *the next entry added is the one that gets dropped; a master
      *not on hand is listed without alarm, as with CTLVRFY
       JUDGE-RTN.
           ADD 1 TO TABLE-COUNT.
           COMPUTE CAP-ROOM = CAP-LIMIT - CAP-COUNT.
           COMPUTE CAP-PCT = (CAP-COUNT * 100) / CAP-LIMIT
               ON SIZE ERROR MOVE 999 TO CAP-PCT
           END-COMPUTE.

           MOVE CAP-FILE TO CD-FILE.
           MOVE CAP-TABLE TO CD-TABLE.
           MOVE CAP-WHAT TO CD-WHAT.
           MOVE CAP-COUNT TO CD-COUNT.
           MOVE CAP-LIMIT TO CD-LIMIT.
           MOVE CAP-ROOM TO CD-ROOM.
           MOVE CAP-PCT TO CD-PCT.

           IF FILE-OK-SW = 0
               MOVE 'NO FILE' TO CD-STATUS
               ADD 1 TO OK-COUNT
               GO TO JUDGE-WRITE
           END-IF.

           IF CAP-COUNT > CAP-LIMIT
               MOVE '** OVER **' TO CD-STATUS
               ADD 1 TO FAIL-COUNT
               DISPLAY '*** ' CAP-FILE ' HOLDS ' CAP-COUNT ' ' CAP-WHAT
                   ' - PAST THE LIMIT OF ' CAP-LIMIT ' ***'
               GO TO JUDGE-WRITE
           END-IF.

           IF CAP-COUNT = CAP-LIMIT
               MOVE '** FULL **' TO CD-STATUS
               ADD 1 TO FAIL-COUNT
               DISPLAY '*** ' CAP-FILE ' HOLDS ' CAP-COUNT ' ' CAP-WHAT
                   ' - TABLE FULL AT ' CAP-LIMIT ' ***'
               GO TO JUDGE-WRITE
           END-IF.

           IF CAP-COUNT * 10 NOT < CAP-LIMIT * 8
               MOVE 'WARNING' TO CD-STATUS
               ADD 1 TO WARN-COUNT
               DISPLAY CAP-FILE ' AT ' CAP-PCT '% OF ITS LIMIT OF '
                   CAP-LIMIT '.'
               GO TO JUDGE-WRITE
           END-IF.

           MOVE 'OK' TO CD-STATUS.
           ADD 1 TO OK-COUNT.

       JUDGE-WRITE.
           WRITE RPTREC FROM CAP-DETAIL AFTER 1.
