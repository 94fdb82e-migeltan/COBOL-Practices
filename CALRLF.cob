       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALRLF.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. CALAMITY RELIEF MARKING RUN. EVERY HOISTING ON
      *TAN1SIG.TXT AT OR ABOVE THE RLFPRM.TXT MINIMUM SIGNAL OPENS A
      *RELIEF WINDOW FOR ITS PROVINCE, FROM THE DAY THE SIGNAL WENT
      *UP FOR THE DECLARED NUMBER OF DAYS. EVERY CUSTOMER WHOSE
      *Customer.dat PROVINCE IS UNDER A WINDOW STILL OPEN TONIGHT
      *HAS EACH CUSTXREF.TXT ACCOUNT MARKED ON RLFACCT.TXT. WHILE
      *THE WINDOW RUNS SW2 WAIVES THE SERVICE CHARGE, LOANDUE DEFERS
      *THE INSTALMENTS AND NEWDORM KEEPS THE ACCOUNT OUT OF THE
      *DORMANCY-FEE CASES. AN ACCOUNT ALREADY MARKED FOR THE SAME
      *STORM AND PROVINCE IS NOT MARKED TWICE, SO THE RUN CAN BE
      *REPEATED AS EACH ADVISORY COMES IN. THE MARKINGS ARE LISTED
      *ON CALRLFR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *relief parameters - absent means the defaults below
           SELECT PRMFILE ASSIGN TO 'RLFPRM.TXT'
               FILE STATUS WS-FS-PRM.
           SELECT SIGFILE ASSIGN TO 'TAN1SIG.TXT'
               FILE STATUS WS-FS-SIG.
           SELECT CUSTFILE ASSIGN TO 'Customer.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS WS-FS-CUS.
           SELECT XREFFILE ASSIGN TO 'CUSTXREF.TXT'
               FILE STATUS WS-FS-XRF.
           SELECT OPTIONAL RLFFILE ASSIGN TO 'RLFACCT.TXT'
               FILE STATUS WS-FS-RLF.
           SELECT RPTFILE ASSIGN TO 'CALRLFR'.

       DATA DIVISION.
       FILE SECTION.

       FD  PRMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRM-REC.

       01  PRM-REC.
           02 PRM-MIN-SIG PIC 9.
           02 PRM-DAYS PIC 9(3).

       FD  SIGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SIG-REC.

       01  SIG-REC.
           05 SIG-R-NOS PIC X(20).
           05 SIG-R-SEQ PIC 9(3).
           05 SIG-R-DATE PIC 9(8).
           05 SIG-R-PROV PIC X(15).
           05 SIG-R-SIGNAL PIC 9.
           05 SIG-R-YEAR PIC 9(4).

       FD  CUSTFILE.
       01  CustomerData.
           02 IDNum PIC 9(5).
           02 CustName.
               03 FirstName PIC X(15).
               03 LastName PIC X(15).
           02 HomeAddress PIC X(30).
           02 ContactNo PIC X(11).
           02 Birthdate PIC 9(8).
           02 Province PIC X(15).

       FD  XREFFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS XREF-REC.

       01  XREF-REC.
           05 XR-IDNUM PIC 9(5).
           05 XR-ANO PIC X(10).

      *one account under relief for one storm in one province, from
      *the day the signal went up to the last day of the window
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

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-PRM PIC XX VALUE SPACES.
       01  WS-FS-SIG PIC XX VALUE SPACES.
       01  WS-FS-CUS PIC XX VALUE SPACES.
       01  WS-FS-XRF PIC XX VALUE SPACES.
       01  WS-FS-RLF PIC XX VALUE SPACES.

      *a province is under relief from signal 3 up, for 30 days
       01  WS-MIN-SIG PIC 9 VALUE 3.
       01  WS-DAYS PIC 9(3) VALUE 30.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

      *one entry per storm and province with a window open tonight
       01  SIG-TABLE.
           05 SIG-ENTRY OCCURS 200 TIMES.
               10 SGT-NOS PIC X(20).
               10 SGT-PROV PIC X(15).
               10 SGT-SIGNAL PIC 9.
               10 SGT-FROM PIC 9(8).
               10 SGT-TO PIC 9(8).
               10 SGT-CUST PIC 9(5).
               10 SGT-ACCTS PIC 9(5).
       01  SIG-COUNT PIC 9(3) VALUE 0.
       01  SIG-I PIC 9(3) VALUE 0.
       01  SIG-FOUND-I PIC 9(3) VALUE 0.

      *the customers in those provinces, against each window
       01  AFF-TABLE.
           05 AFF-ENTRY OCCURS 2000 TIMES.
               10 AFT-IDNUM PIC 9(5).
               10 AFT-SIG PIC 9(3).
       01  AFF-COUNT PIC 9(4) VALUE 0.
       01  AFF-I PIC 9(4) VALUE 0.

      *the markings already on RLFACCT.TXT
       01  GRANT-TABLE.
           05 GRANT-ENTRY OCCURS 2000 TIMES.
               10 GRT-ANO PIC X(10).
               10 GRT-PROV PIC X(15).
               10 GRT-NOS PIC X(20).
       01  GRANT-COUNT PIC 9(4) VALUE 0.
       01  GRANT-I PIC 9(4) VALUE 0.
       01  GRANT-SW PIC 9 VALUE 0.

       01  EOFSW PIC 9 VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.
       01  WORK-PROV PIC X(15) VALUE SPACES.
       01  MARK-COUNT PIC 9(5) VALUE 0.
       01  AGAIN-COUNT PIC 9(5) VALUE 0.

      *calendar roll - WD-DATE moved forward WD-DAYS days
       01  WD-DATE PIC 9(8) VALUE 0.
       01  WD-DATE-X REDEFINES WD-DATE.
           05 WD-YYYY PIC 9(4).
           05 WD-MM PIC 99.
           05 WD-DD PIC 99.
       01  WD-DAYS PIC 9(3) VALUE 0.
       01  WD-K PIC 9(3) VALUE 0.
       01  WD-Q PIC 9(4) VALUE 0.
       01  WD-REM PIC 9(4) VALUE 0.
       01  WD-MO-MAX PIC 99 VALUE 0.
       01  WD-MO-DAYS-INIT.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WD-MO-DAYS-TABLE REDEFINES WD-MO-DAYS-INIT.
           05 WD-MO-DAYS OCCURS 12 TIMES PIC 99.

       01  RPT-HEAD.
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER PIC X(28) VALUE 'Calamity Relief Marking Run'.
           02 FILLER PIC X(26) VALUE SPACES.

       01  RPT-DATE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Run date: '.
           02 RD-DATE PIC 9(8).
           02 FILLER PIC X(19) VALUE '   Minimum signal: '.
           02 RD-SIG PIC 9.
           02 FILLER PIC X(17) VALUE '   Window days: '.
           02 RD-DAYS PIC ZZ9.
           02 FILLER PIC X(20) VALUE SPACES.

       01  RPT-SECTION.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RS-TEXT PIC X(78).

       01  RPT-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Account'.
           02 FILLER PIC X(7) VALUE 'Cust'.
           02 FILLER PIC X(16) VALUE 'Province'.
           02 FILLER PIC X(21) VALUE 'Storm'.
           02 FILLER PIC X(9) VALUE 'From'.
           02 FILLER PIC X(13) VALUE 'To'.

       01  RPT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-IDNUM PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-PROV PIC X(15).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-NOS PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-FROM PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-TO PIC 9(8).
           02 FILLER PIC X(5) VALUE SPACES.

       01  PROV-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(16) VALUE 'Province'.
           02 FILLER PIC X(21) VALUE 'Storm'.
           02 FILLER PIC X(4) VALUE 'Sig'.
           02 FILLER PIC X(9) VALUE 'From'.
           02 FILLER PIC X(9) VALUE 'To'.
           02 FILLER PIC X(9) VALUE 'Customers'.
           02 FILLER PIC X(10) VALUE ' Accounts'.

       01  PROV-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PV-PROV PIC X(15).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PV-NOS PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PV-SIG PIC 9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PV-FROM PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PV-TO PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PV-CUST PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PV-ACCTS PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.

       01  COUNT-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-LABEL PIC X(30).
           02 CL-CNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(37) VALUE SPACES.

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

           PERFORM LOAD-PARM-RTN THRU LOAD-PARM-RTN-END.
           PERFORM LOAD-SIGNAL-RTN THRU LOAD-SIGNAL-RTN-END.
           IF SIG-COUNT = 0
               DISPLAY 'NO PROVINCE UNDER A RELIEF WINDOW TONIGHT.'
               STOP RUN
           END-IF.
           PERFORM LOAD-GRANT-RTN THRU LOAD-GRANT-RTN-END.
           PERFORM LOAD-CUSTOMER-RTN THRU LOAD-CUSTOMER-RTN-END.

           OPEN OUTPUT RPTFILE.
           MOVE WS-RUN-DATE TO RD-DATE.
           MOVE WS-MIN-SIG TO RD-SIG.
           MOVE WS-DAYS TO RD-DAYS.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           WRITE RPTREC FROM RPT-DATE-LINE AFTER 1.
           MOVE 'ACCOUNTS MARKED FOR RELIEF' TO RS-TEXT.
           WRITE RPTREC FROM RPT-SECTION AFTER 2.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 1.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           PERFORM MARK-RTN THRU MARK-RTN-END.

           MOVE 'PROVINCES UNDER RELIEF' TO RS-TEXT.
           WRITE RPTREC FROM RPT-SECTION AFTER 2.
           WRITE RPTREC FROM PROV-SUBHEAD AFTER 1.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING SIG-I FROM 1 BY 1 UNTIL SIG-I > SIG-COUNT
               MOVE SGT-PROV(SIG-I) TO PV-PROV
               MOVE SGT-NOS(SIG-I) TO PV-NOS
               MOVE SGT-SIGNAL(SIG-I) TO PV-SIG
               MOVE SGT-FROM(SIG-I) TO PV-FROM
               MOVE SGT-TO(SIG-I) TO PV-TO
               MOVE SGT-CUST(SIG-I) TO PV-CUST
               MOVE SGT-ACCTS(SIG-I) TO PV-ACCTS
               WRITE RPTREC FROM PROV-DETAIL AFTER 1
           END-PERFORM.

           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 'Accounts marked this run:' TO CL-LABEL.
           MOVE MARK-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Already marked, left alone:' TO CL-LABEL.
           MOVE AGAIN-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           CLOSE RPTFILE.

           DISPLAY 'ACCOUNTS MARKED FOR RELIEF: ' MARK-COUNT
               ' (CALRLFR).'.
           STOP RUN.

       LOAD-PARM-RTN.
           OPEN INPUT PRMFILE.
           IF WS-FS-PRM NOT = '00'
               GO TO LOAD-PARM-RTN-END
           END-IF.
           READ PRMFILE
               AT END CONTINUE
               NOT AT END
                   IF PRM-MIN-SIG NUMERIC AND PRM-MIN-SIG > 0
                       MOVE PRM-MIN-SIG TO WS-MIN-SIG
                   END-IF
                   IF PRM-DAYS NUMERIC AND PRM-DAYS > 0
                       MOVE PRM-DAYS TO WS-DAYS
                   END-IF
           END-READ.
           CLOSE PRMFILE.
       LOAD-PARM-RTN-END.
           EXIT.

      *each hoisting at or above the minimum opens a window from its
      *own date; a later hoisting of the same storm over the same
      *province only raises the signal shown - the window runs from
      *the first. a window already closed by tonight is passed over
       LOAD-SIGNAL-RTN.
           MOVE 0 TO SIG-COUNT.
           OPEN INPUT SIGFILE.
           IF WS-FS-SIG NOT = '00'
               DISPLAY 'NO TAN1SIG.TXT ON HAND.'
               STOP RUN
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SIGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM TAKE-SIGNAL-RTN THRU TAKE-SIGNAL-RTN-END
               END-IF
           END-PERFORM.
           CLOSE SIGFILE.
       LOAD-SIGNAL-RTN-END.
           EXIT.

       TAKE-SIGNAL-RTN.
           IF SIG-R-SIGNAL NOT NUMERIC
               GO TO TAKE-SIGNAL-RTN-END
           END-IF.
           IF SIG-R-SIGNAL < WS-MIN-SIG OR SIG-R-SIGNAL > 5
               GO TO TAKE-SIGNAL-RTN-END
           END-IF.
           IF SIG-R-PROV = SPACES
               GO TO TAKE-SIGNAL-RTN-END
           END-IF.
           MOVE SIG-R-PROV TO WORK-PROV.
           INSPECT WORK-PROV CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 0 TO SIG-FOUND-I.
           PERFORM VARYING SIG-I FROM 1 BY 1 UNTIL SIG-I > SIG-COUNT
               IF SGT-NOS(SIG-I) = SIG-R-NOS
                  AND SGT-PROV(SIG-I) = WORK-PROV
                   MOVE SIG-I TO SIG-FOUND-I
               END-IF
           END-PERFORM.
           IF SIG-FOUND-I > 0
               IF SIG-R-SIGNAL > SGT-SIGNAL(SIG-FOUND-I)
                   MOVE SIG-R-SIGNAL TO SGT-SIGNAL(SIG-FOUND-I)
               END-IF
               GO TO TAKE-SIGNAL-RTN-END
           END-IF.

           MOVE SIG-R-DATE TO WD-DATE.
           COMPUTE WD-DAYS = WS-DAYS - 1.
           PERFORM ADD-DAYS-RTN.
           IF WD-DATE < WS-RUN-DATE
               GO TO TAKE-SIGNAL-RTN-END
           END-IF.
           IF SIG-COUNT = 200
               DISPLAY 'MORE THAN 200 STORM PROVINCES - REST SKIPPED.'
               GO TO TAKE-SIGNAL-RTN-END
           END-IF.

           ADD 1 TO SIG-COUNT.
           MOVE SIG-R-NOS TO SGT-NOS(SIG-COUNT).
           MOVE WORK-PROV TO SGT-PROV(SIG-COUNT).
           MOVE SIG-R-SIGNAL TO SGT-SIGNAL(SIG-COUNT).
           MOVE SIG-R-DATE TO SGT-FROM(SIG-COUNT).
           MOVE WD-DATE TO SGT-TO(SIG-COUNT).
           MOVE 0 TO SGT-CUST(SIG-COUNT).
           MOVE 0 TO SGT-ACCTS(SIG-COUNT).
       TAKE-SIGNAL-RTN-END.
           EXIT.

      *the markings already made must all be known, or an account
      *could be marked twice for the same storm
       LOAD-GRANT-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT RLFFILE.
           PERFORM UNTIL EOFSW = 1
               READ RLFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE RLFFILE.
           IF PRE-COUNT > 2000
               DISPLAY 'RLFACCT.TXT EXCEEDS 2000 - RUN REFUSED.'
               STOP RUN
           END-IF.

           MOVE 0 TO GRANT-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT RLFFILE.
           PERFORM UNTIL EOFSW = 1
               READ RLFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO GRANT-COUNT
                   MOVE RA-ANO TO GRT-ANO(GRANT-COUNT)
                   MOVE RA-PROV TO GRT-PROV(GRANT-COUNT)
                   MOVE RA-NOS TO GRT-NOS(GRANT-COUNT)
               END-IF
           END-PERFORM.
           CLOSE RLFFILE.
       LOAD-GRANT-RTN-END.
           EXIT.

      *a customer in an affected province is taken once per window
       LOAD-CUSTOMER-RTN.
           MOVE 0 TO AFF-COUNT.
           OPEN INPUT CUSTFILE.
           IF WS-FS-CUS NOT = '00'
               DISPLAY 'NO Customer.dat ON HAND.'
               STOP RUN
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CUSTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND Province NOT = SPACES
                   MOVE Province TO WORK-PROV
                   INSPECT WORK-PROV CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   PERFORM VARYING SIG-I FROM 1 BY 1
                           UNTIL SIG-I > SIG-COUNT
                       IF SGT-PROV(SIG-I) = WORK-PROV
                           PERFORM TAKE-CUSTOMER-RTN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE CUSTFILE.
       LOAD-CUSTOMER-RTN-END.
           EXIT.

       TAKE-CUSTOMER-RTN.
           IF AFF-COUNT = 2000
               DISPLAY 'MORE THAN 2000 CUSTOMERS AFFECTED - RUN '
                   'REFUSED.'
               STOP RUN
           END-IF.
           ADD 1 TO AFF-COUNT.
           MOVE IDNum TO AFT-IDNUM(AFF-COUNT).
           MOVE SIG-I TO AFT-SIG(AFF-COUNT).
           ADD 1 TO SGT-CUST(SIG-I).

      *every account linked to an affected customer is marked for
      *that window, unless it already carries the same storm and
      *province
       MARK-RTN.
           OPEN INPUT XREFFILE.
           IF WS-FS-XRF NOT = '00'
               DISPLAY 'NO CUSTXREF.TXT ON HAND.'
               GO TO MARK-RTN-END
           END-IF.
           OPEN EXTEND RLFFILE.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ XREFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM VARYING AFF-I FROM 1 BY 1
                           UNTIL AFF-I > AFF-COUNT
                       IF AFT-IDNUM(AFF-I) = XR-IDNUM
                           PERFORM MARK-ONE-RTN THRU MARK-ONE-RTN-END
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           CLOSE XREFFILE RLFFILE.
       MARK-RTN-END.
           EXIT.

       MARK-ONE-RTN.
           MOVE AFT-SIG(AFF-I) TO SIG-I.
           MOVE 0 TO GRANT-SW.
           PERFORM VARYING GRANT-I FROM 1 BY 1
                   UNTIL GRANT-I > GRANT-COUNT OR GRANT-SW = 1
               IF GRT-ANO(GRANT-I) = XR-ANO
                  AND GRT-PROV(GRANT-I) = SGT-PROV(SIG-I)
                  AND GRT-NOS(GRANT-I) = SGT-NOS(SIG-I)
                   MOVE 1 TO GRANT-SW
               END-IF
           END-PERFORM.
           IF GRANT-SW = 1
               ADD 1 TO AGAIN-COUNT
               GO TO MARK-ONE-RTN-END
           END-IF.

           MOVE XR-ANO TO RA-ANO.
           MOVE XR-IDNUM TO RA-IDNUM.
           MOVE SGT-PROV(SIG-I) TO RA-PROV.
           MOVE SGT-NOS(SIG-I) TO RA-NOS.
           MOVE SGT-FROM(SIG-I) TO RA-FROM.
           MOVE SGT-TO(SIG-I) TO RA-TO.
           WRITE RLF-REC.
           ADD 1 TO MARK-COUNT.
           ADD 1 TO SGT-ACCTS(SIG-I).

           MOVE RA-ANO TO RP-ANO.
           MOVE RA-IDNUM TO RP-IDNUM.
           MOVE RA-PROV TO RP-PROV.
           MOVE RA-NOS TO RP-NOS.
           MOVE RA-FROM TO RP-FROM.
           MOVE RA-TO TO RP-TO.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.
       MARK-ONE-RTN-END.
           EXIT.

      *WD-DATE forward WD-DAYS calendar days, a day at a time
       ADD-DAYS-RTN.
           PERFORM VARYING WD-K FROM 1 BY 1 UNTIL WD-K > WD-DAYS
               PERFORM WD-MONTH-MAX-RTN
               ADD 1 TO WD-DD
               IF WD-DD > WD-MO-MAX
                   MOVE 1 TO WD-DD
                   ADD 1 TO WD-MM
                   IF WD-MM > 12
                       MOVE 1 TO WD-MM
                       ADD 1 TO WD-YYYY
                   END-IF
               END-IF
           END-PERFORM.

      *February runs to 29 in a leap year - divisible by 4, except
      *centuries, except every fourth century
       WD-MONTH-MAX-RTN.
           MOVE WD-MO-DAYS(WD-MM) TO WD-MO-MAX.
           IF WD-MM = 2
               DIVIDE WD-YYYY BY 4 GIVING WD-Q REMAINDER WD-REM
               IF WD-REM = 0
                   MOVE 29 TO WD-MO-MAX
                   DIVIDE WD-YYYY BY 100 GIVING WD-Q
                       REMAINDER WD-REM
                   IF WD-REM = 0
                       DIVIDE WD-YYYY BY 400 GIVING WD-Q
                           REMAINDER WD-REM
                       IF WD-REM NOT = 0
                           MOVE 28 TO WD-MO-MAX
                       END-IF
                   END-IF
               END-IF
           END-IF.
