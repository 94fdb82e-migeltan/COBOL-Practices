       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVBILL.
      *AUTHOR MIGEL H. TAN
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *INSTALLATION. PUP SOUTH WING.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MONTHLY ADVERTISER BILLING - EVERY SPOT ON TRAFLOG.TXT
      *THAT SPOTRECN FOUND AIRED IN THE BILLING MONTH IS PRICED OFF
      *RATECARD.TXT: THE SHOW'S VIEWERS FOR THAT MONTH IN FIN33.TXT,
      *PER THOUSAND, AT THE RATE FOR THE SHOW'S NETWORK AND THE
      *SLOT, FOR A 30-SECOND UNIT (LONGER OR SHORTER SPOTS PRO
      *RATA). ONE INVOICE PER ADVERTISER ON ADVRMAST.TXT - GROSS,
      *LESS THE VOLUME DISCOUNT FOR THE TIER THE MONTH'S SPOT COUNT
      *REACHES, LESS THE AGENCY COMMISSION, LESS ANY MKGCRED.TXT
      *MAKE-GOOD CREDIT STILL UNUSED. INVOICES ARE PRINTED ON
      *ADVBILLR AND OPENED ON ARINV.TXT, AND THE SPOTS ARE MARKED
      *BILLED SO A RE-RUN ONLY PICKS UP LATE-RECONCILED ONES. SPOTS
      *THAT CANNOT BE PRICED ARE LISTED AND LEFT FOR THE NEXT RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGFILE ASSIGN TO 'TRAFLOG.TXT'
               FILE STATUS IS WS-LOG-FS.
           SELECT ADVRFILE ASSIGN TO 'ADVRMAST.TXT'
               FILE STATUS IS WS-ADV-FS.
           SELECT MASTFILE ASSIGN TO 'SHOWMAST.TXT'
               FILE STATUS IS WS-MAST-FS.
           SELECT RATEFILE ASSIGN TO 'RATECARD.TXT'
               FILE STATUS IS WS-RTE-FS.
           SELECT INFILE ASSIGN TO 'FIN33.TXT'
               FILE STATUS IS WS-FS-IN.
           SELECT OPTIONAL CREDFILE ASSIGN TO 'MKGCRED.TXT'.
           SELECT OPTIONAL INVFILE ASSIGN TO 'ARINV.TXT'.
           SELECT RPTFILE ASSIGN TO 'ADVBILLR'.

       DATA DIVISION.
       FILE SECTION.

      *one logged spot - TL-AIRED blank until SPOTRECN judges it,
      *then Y aired or N unaired, and B once billed here
       FD  LOGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOG-REC.

       01  LOG-REC.
           05 TL-DATE PIC 9(8).
           05 TL-AIRTIME PIC X(15).
           05 TL-HOUR PIC 99.
           05 TL-BREAK PIC 9.
           05 TL-POS PIC 99.
           05 TL-REF PIC 9(6).
           05 TL-ADVERTISER PIC X(20).
           05 TL-CATEGORY PIC X(10).
           05 TL-SHOW PIC X(20).
           05 TL-LENGTH PIC 9(3).
           05 TL-COMPETE PIC X.
           05 TL-AIRED PIC X.

      *hold N none, Y aging hold, M manual hold; a tier with zero
      *spots is unused
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

       FD  MASTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MAST-REC.

       01  MAST-REC.
           05 MAST-NAME PIC X(20).
           05 MAST-NETWORK PIC X(10).
           05 MAST-RETIRED PIC X.
           05 MAST-CLASS PIC X(3).
           05 MAST-CLASS-VALID PIC 9(8).

      *the sales side's pricing - pesos per thousand televiewers
      *for a network in an airtime slot
       FD  RATEFILE.
       01  RATE-REC.
           05 RC-NETWORK PIC X(10).
           05 RC-AIRTIME PIC X(15).
           05 RC-RATE PIC 9(5)V99.

       FD  INFILE.
       01  SURVEY-REC.
           05 S-SNA PIC X(20).
           05 S-NETWORK PIC X(10).
           05 S-MNA PIC X(12).
           05 S-AIRTIME PIC X(15).
           05 S-TVIEWERS PIC 9(6).
           05 S-AGE-GROUP OCCURS 4 TIMES PIC 9(6).
           05 S-VREGION PIC X(10).

      *one make-good credit per advertiser, show and period - the
      *advertiser in capitals, as the spot bookings carry it
       FD  CREDFILE.
       01  CRED-REC.
           05 CR-ADVERTISER PIC X(20).
           05 CR-SHOW PIC X(20).
           05 CR-PERIOD PIC X(12).
           05 CR-DEFICIT PIC 9(10).
           05 CR-AMOUNT PIC 9(9)V99.
           05 CR-APPLIED PIC 9(9)V99.

      *one open item per invoice - balance is amount less paid
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

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(90).

       WORKING-STORAGE SECTION.

       01 WS-LOG-FS PIC XX VALUE SPACES.
       01 WS-ADV-FS PIC XX VALUE SPACES.
       01 WS-MAST-FS PIC XX VALUE SPACES.
       01 WS-RTE-FS PIC XX VALUE SPACES.
       01 WS-FS-IN PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01 BILL-MONTH PIC 9(6) VALUE 0.
       01 BILL-MONTH-X REDEFINES BILL-MONTH.
           05 BILL-YYYY PIC 9(4).
           05 BILL-MM PIC 99.

      *FIN33.TXT keys its months by name
       01 MONTH-NAMES-INIT.
           05 FILLER PIC X(9) VALUE 'January'.
           05 FILLER PIC X(9) VALUE 'February'.
           05 FILLER PIC X(9) VALUE 'March'.
           05 FILLER PIC X(9) VALUE 'April'.
           05 FILLER PIC X(9) VALUE 'May'.
           05 FILLER PIC X(9) VALUE 'June'.
           05 FILLER PIC X(9) VALUE 'July'.
           05 FILLER PIC X(9) VALUE 'August'.
           05 FILLER PIC X(9) VALUE 'September'.
           05 FILLER PIC X(9) VALUE 'October'.
           05 FILLER PIC X(9) VALUE 'November'.
           05 FILLER PIC X(9) VALUE 'December'.
       01 MONTH-NAMES REDEFINES MONTH-NAMES-INIT.
           05 MONTH-NAME OCCURS 12 TIMES PIC X(9).
       01 BILL-MNA PIC X(12) VALUE SPACES.

      *the advertiser master, with the month's billing beside it
       01 ADVR-TABLE.
           05 ADVR-ENTRY OCCURS 100 TIMES.
               10 AT-NAME PIC X(20).
               10 AT-AGENCY PIC X(20).
               10 AT-COMM PIC 99V99.
               10 AT-TERMS PIC 9(3).
               10 AT-HOLD PIC X.
               10 AT-TIER OCCURS 3 TIMES.
                   15 AT-TIER-SPOTS PIC 9(4).
                   15 AT-TIER-PCT PIC 99V99.
               10 AT-SPOTS PIC 9(4).
               10 AT-GROSS PIC 9(9)V99.
       01 ADVR-COUNT PIC 9(3) VALUE 0.
       01 V-I PIC 9(3) VALUE 0.
       01 K PIC 9 VALUE 0.

       01 SHOW-TABLE.
           05 SHOW-ENTRY OCCURS 20 TIMES.
               10 ST-NAME PIC X(20).
               10 ST-NETWORK PIC X(10).
               10 ST-VIEWERS PIC 9(9).
       01 SHOW-COUNT PIC 99 VALUE 0.
       01 S-I PIC 99 VALUE 0.

       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 50 TIMES.
               10 RT-NETWORK PIC X(10).
               10 RT-AIRTIME PIC X(15).
               10 RT-RATE PIC 9(5)V99.
       01 RATE-COUNT PIC 99 VALUE 0.
       01 RT-I PIC 99 VALUE 0.

      *the whole commercial log, rewritten with the billed flags
       01 LOG-TABLE.
           05 LOG-ENTRY OCCURS 3000 TIMES.
               10 LT-DATE PIC 9(8).
               10 LT-AIRTIME PIC X(15).
               10 LT-HOUR PIC 99.
               10 LT-BREAK PIC 9.
               10 LT-POS PIC 99.
               10 LT-REF PIC 9(6).
               10 LT-ADVERTISER PIC X(20).
               10 LT-CATEGORY PIC X(10).
               10 LT-SHOW PIC X(20).
               10 LT-LENGTH PIC 9(3).
               10 LT-COMPETE PIC X.
               10 LT-AIRED PIC X.
       01 LOG-COUNT PIC 9(4) VALUE 0.
       01 L-I PIC 9(4) VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.

      *the priced spots - which log line, whose, for how much
       01 BILL-TABLE.
           05 BILL-ENTRY OCCURS 2000 TIMES.
               10 BL-LOG PIC 9(4).
               10 BL-ADV PIC 9(3).
               10 BL-VIEWERS PIC 9(9).
               10 BL-AMOUNT PIC 9(9)V99.
       01 BILL-COUNT PIC 9(4) VALUE 0.
       01 B-I PIC 9(4) VALUE 0.

       01 CRED-TABLE.
           05 CRED-ENTRY OCCURS 200 TIMES.
               10 CT-ADVERTISER PIC X(20).
               10 CT-SHOW PIC X(20).
               10 CT-PERIOD PIC X(12).
               10 CT-DEFICIT PIC 9(10).
               10 CT-AMOUNT PIC 9(9)V99.
               10 CT-APPLIED PIC 9(9)V99.
       01 CRED-COUNT PIC 9(3) VALUE 0.
       01 C-I PIC 9(3) VALUE 0.

      *spots that could not be priced this run
       01 EXC-TABLE.
           05 EXC-ENTRY OCCURS 300 TIMES.
               10 EX-LOG PIC 9(4).
               10 EX-REASON PIC X(24).
       01 EXC-COUNT PIC 9(3) VALUE 0.
       01 E-I PIC 9(3) VALUE 0.

       01 NEXT-INV PIC 9(6) VALUE 0.
       01 INV-COUNT PIC 9(3) VALUE 0.
       01 FOUND-ADV PIC 9(3) VALUE 0.
       01 FOUND-SHOW PIC 99 VALUE 0.
       01 WS-RATE PIC 9(5)V99 VALUE 0.
       01 WS-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-DISC-PCT PIC 99V99 VALUE 0.
       01 WS-DISC PIC 9(9)V99 VALUE 0.
       01 WS-COMM PIC 9(9)V99 VALUE 0.
       01 WS-SUBTOTAL PIC 9(9)V99 VALUE 0.
       01 WS-CREDIT PIC 9(9)V99 VALUE 0.
       01 WS-LEFT PIC 9(9)V99 VALUE 0.
       01 WS-TAKE PIC 9(9)V99 VALUE 0.
       01 WS-DUE PIC 9(9)V99 VALUE 0.
       01 WS-BILLED PIC 9(11)V99 VALUE 0.
       01 WS-BILLED-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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

       01 INV-TITLE.
           02 FILLER PIC X(32) VALUE SPACES.
           02 FILLER PIC X(26) VALUE 'ADVERTISING INVOICE'.
           02 FILLER PIC X(32) VALUE SPACES.

       01 INV-NO-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(13) VALUE 'Invoice No.: '.
           02 IN-NO PIC 9(6).
           02 FILLER PIC X(10) VALUE '   Dated: '.
           02 IN-DATE PIC 9(8).
           02 FILLER PIC X(8) VALUE '   Due: '.
           02 IN-DUE PIC 9(8).
           02 FILLER PIC X(11) VALUE '   Month: '.
           02 IN-MONTH PIC 9(6).
           02 FILLER PIC X(18) VALUE SPACES.

       01 BILL-TO-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(13) VALUE 'Bill To:     '.
           02 BT-NAME PIC X(20).
           02 FILLER PIC X(55) VALUE SPACES.

       01 AGENCY-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(13) VALUE 'Through:     '.
           02 AG-NAME PIC X(20).
           02 FILLER PIC X(55) VALUE SPACES.

       01 SPOT-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Air Date'.
           02 FILLER PIC X(7) VALUE 'Hour'.
           02 FILLER PIC X(21) VALUE 'Show'.
           02 FILLER PIC X(16) VALUE 'Slot'.
           02 FILLER PIC X(5) VALUE 'Secs'.
           02 FILLER PIC X(11) VALUE '    Viewers'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(14) VALUE '        Amount'.
           02 FILLER PIC X(2) VALUE SPACES.

       01 SPOT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SP-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SP-HOUR PIC 99.
           02 FILLER PIC X(5) VALUE ':00  '.
           02 SP-SHOW PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 SP-AIRTIME PIC X(15).
           02 FILLER PIC X VALUE SPACES.
           02 SP-LENGTH PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SP-VIEWERS PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SP-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.

       01 AMT-LINE.
           02 FILLER PIC X(36) VALUE SPACES.
           02 AM-LABEL PIC X(38).
           02 AM-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.

       01 PCT-LABEL.
           02 PL-TEXT PIC X(28).
           02 PL-PCT PIC Z9.99.
           02 FILLER PIC X(5) VALUE '%'.

       01 EXC-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
               'Aired Spots Not Billed This Run'.
           02 FILLER PIC X(38) VALUE SPACES.

       01 EXC-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 EL-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 EL-REF PIC 9(6).
           02 FILLER PIC X VALUE SPACES.
           02 EL-ADVERTISER PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 EL-SHOW PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 EL-REASON PIC X(24).
           02 FILLER PIC X(6) VALUE SPACES.

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

       ASK-MONTH.
           DISPLAY 'Billing Month (YYYYMM): '.
           ACCEPT BILL-MONTH.
           IF BILL-YYYY < 1900 OR BILL-MM < 1 OR BILL-MM > 12
               DISPLAY 'Invalid!'
               GO TO ASK-MONTH
           END-IF.
           MOVE MONTH-NAME(BILL-MM) TO BILL-MNA.

           PERFORM LOAD-ADVR-RTN THRU LOAD-ADVR-RTN-END.
           IF ADVR-COUNT = 0
               DISPLAY 'NO ADVRMAST.TXT ON HAND - RUN ADVRMNT FIRST.'
               STOP RUN
           END-IF.
           PERFORM LOAD-SHOWS-RTN THRU LOAD-SHOWS-RTN-END.
           PERFORM LOAD-RATES-RTN THRU LOAD-RATES-RTN-END.
           PERFORM LOAD-VIEWERS-RTN THRU LOAD-VIEWERS-RTN-END.
           PERFORM LOAD-LOG-RTN THRU LOAD-LOG-RTN-END.
           IF LOG-COUNT = 0
               DISPLAY 'NO TRAFLOG.TXT ON HAND - RUN SPOTTRAF FIRST.'
               STOP RUN
           END-IF.
           PERFORM LOAD-CREDS-RTN THRU LOAD-CREDS-RTN-END.
           PERFORM NEXT-INV-RTN.

           PERFORM PRICE-ONE-RTN THRU PRICE-ONE-RTN-END
               VARYING L-I FROM 1 BY 1 UNTIL L-I > LOG-COUNT.
           IF BILL-COUNT = 0 AND EXC-COUNT = 0
               DISPLAY 'NO UNBILLED AIRED SPOTS FOR ' BILL-MONTH '.'
               STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           OPEN EXTEND INVFILE.
           PERFORM INVOICE-RTN THRU INVOICE-RTN-END
               VARYING V-I FROM 1 BY 1 UNTIL V-I > ADVR-COUNT.
           CLOSE INVFILE.
           PERFORM EXCEPTION-RTN THRU EXCEPTION-RTN-END.
           CLOSE RPTFILE.

           PERFORM SAVE-LOG-RTN.
           PERFORM SAVE-CREDS-RTN THRU SAVE-CREDS-RTN-END.
           MOVE WS-BILLED TO WS-BILLED-ED.
           DISPLAY 'INVOICES: ' INV-COUNT '  SPOTS BILLED: ' BILL-COUNT
               '  NOT BILLED: ' EXC-COUNT ' (ADVBILLR).'.
           DISPLAY 'AMOUNT INVOICED: ' WS-BILLED-ED.
           STOP RUN.

       LOAD-ADVR-RTN.
           MOVE 0 TO ADVR-COUNT.
           OPEN INPUT ADVRFILE.
           IF WS-ADV-FS NOT = '00'
               GO TO LOAD-ADVR-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR ADVR-COUNT = 100
               READ ADVRFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO ADVR-COUNT
                   MOVE AD-NAME TO AT-NAME(ADVR-COUNT)
                   MOVE AD-AGENCY TO AT-AGENCY(ADVR-COUNT)
                   MOVE AD-COMM TO AT-COMM(ADVR-COUNT)
                   MOVE AD-TERMS TO AT-TERMS(ADVR-COUNT)
                   MOVE AD-HOLD TO AT-HOLD(ADVR-COUNT)
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                       MOVE AD-TIER-SPOTS(K)
                           TO AT-TIER-SPOTS(ADVR-COUNT, K)
                       MOVE AD-TIER-PCT(K)
                           TO AT-TIER-PCT(ADVR-COUNT, K)
                   END-PERFORM
                   MOVE 0 TO AT-SPOTS(ADVR-COUNT)
                   MOVE 0 TO AT-GROSS(ADVR-COUNT)
               END-IF
           END-PERFORM.

           CLOSE ADVRFILE.
       LOAD-ADVR-RTN-END.
           EXIT.

       LOAD-SHOWS-RTN.
           MOVE 0 TO SHOW-COUNT.
           OPEN INPUT MASTFILE.
           IF WS-MAST-FS NOT = '00'
               GO TO LOAD-SHOWS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR SHOW-COUNT = 20
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO SHOW-COUNT
                   MOVE MAST-NAME TO ST-NAME(SHOW-COUNT)
                   MOVE MAST-NETWORK TO ST-NETWORK(SHOW-COUNT)
                   MOVE 0 TO ST-VIEWERS(SHOW-COUNT)
               END-IF
           END-PERFORM.

           CLOSE MASTFILE.
       LOAD-SHOWS-RTN-END.
           EXIT.

       LOAD-RATES-RTN.
           MOVE 0 TO RATE-COUNT.
           OPEN INPUT RATEFILE.
           IF WS-RTE-FS NOT = '00'
               GO TO LOAD-RATES-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR RATE-COUNT = 50
               READ RATEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO RATE-COUNT
                   MOVE RC-NETWORK TO RT-NETWORK(RATE-COUNT)
                   MOVE RC-AIRTIME TO RT-AIRTIME(RATE-COUNT)
                   MOVE RC-RATE TO RT-RATE(RATE-COUNT)
               END-IF
           END-PERFORM.

           CLOSE RATEFILE.
       LOAD-RATES-RTN-END.
           EXIT.

      *a show's audience for the month - every region's viewers
       LOAD-VIEWERS-RTN.
           OPEN INPUT INFILE.
           IF WS-FS-IN NOT = '00'
               GO TO LOAD-VIEWERS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ INFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND S-MNA = BILL-MNA
                   PERFORM VARYING S-I FROM 1 BY 1
                           UNTIL S-I > SHOW-COUNT
                       IF ST-NAME(S-I) = S-SNA
                           ADD S-TVIEWERS TO ST-VIEWERS(S-I)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           CLOSE INFILE.
       LOAD-VIEWERS-RTN-END.
           EXIT.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites TRAFLOG.TXT from the table
       LOAD-LOG-RTN.
           OPEN INPUT LOGFILE.
           IF WS-LOG-FS NOT = '00'
               GO TO LOAD-LOG-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO PRE-COUNT.
           PERFORM UNTIL EOFSW = 1
               READ LOGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE LOGFILE.

           IF PRE-COUNT > 3000
               DISPLAY 'TRAFLOG.TXT EXCEEDS 3000 - RUN REFUSED.'
               STOP RUN
           END-IF.

           MOVE 0 TO EOFSW.
           OPEN INPUT LOGFILE.
           PERFORM UNTIL EOFSW = 1
               READ LOGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO LOG-COUNT
                   MOVE LOG-REC TO LOG-ENTRY(LOG-COUNT)
               END-IF
           END-PERFORM.
           CLOSE LOGFILE.
       LOAD-LOG-RTN-END.
           EXIT.

       LOAD-CREDS-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT CREDFILE.
           PERFORM UNTIL EOFSW = 1
               READ CREDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE CREDFILE.

           IF PRE-COUNT > 200
               DISPLAY 'MKGCRED.TXT EXCEEDS 200 - RUN REFUSED.'
               STOP RUN
           END-IF.

           MOVE 0 TO EOFSW.
           OPEN INPUT CREDFILE.
           PERFORM UNTIL EOFSW = 1
               READ CREDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO CRED-COUNT
                   MOVE CRED-REC TO CRED-ENTRY(CRED-COUNT)
               END-IF
           END-PERFORM.
           CLOSE CREDFILE.
       LOAD-CREDS-RTN-END.
           EXIT.

      *invoice numbers run on from the highest already issued
       NEXT-INV-RTN.
           MOVE 0 TO NEXT-INV.
           MOVE 0 TO EOFSW.
           OPEN INPUT INVFILE.
           PERFORM UNTIL EOFSW = 1
               READ INVFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND IV-NO > NEXT-INV
                   MOVE IV-NO TO NEXT-INV
               END-IF
           END-PERFORM.
           CLOSE INVFILE.
           ADD 1 TO NEXT-INV.

      *one aired, unbilled spot in the month - priced, or set aside
      *with the reason it could not be
       PRICE-ONE-RTN.
           IF LT-DATE(L-I) (1:6) NOT = BILL-MONTH
              OR LT-AIRED(L-I) NOT = 'Y'
               GO TO PRICE-ONE-RTN-END
           END-IF.

           MOVE 0 TO FOUND-ADV.
           PERFORM VARYING V-I FROM 1 BY 1 UNTIL V-I > ADVR-COUNT
               IF AT-NAME(V-I) = LT-ADVERTISER(L-I)
                   MOVE V-I TO FOUND-ADV
               END-IF
           END-PERFORM.
           IF FOUND-ADV = 0
               PERFORM SET-ASIDE-RTN
               MOVE 'NOT ON ADVRMAST.TXT' TO EX-REASON(EXC-COUNT)
               GO TO PRICE-ONE-RTN-END
           END-IF.

           MOVE 0 TO FOUND-SHOW.
           PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I > SHOW-COUNT
               IF ST-NAME(S-I) = LT-SHOW(L-I)
                   MOVE S-I TO FOUND-SHOW
               END-IF
           END-PERFORM.
           IF FOUND-SHOW = 0
               PERFORM SET-ASIDE-RTN
               MOVE 'SHOW NOT ON SHOWMAST.TXT' TO EX-REASON(EXC-COUNT)
               GO TO PRICE-ONE-RTN-END
           END-IF.
           IF ST-VIEWERS(FOUND-SHOW) = 0
               PERFORM SET-ASIDE-RTN
               MOVE 'NO SURVEY FOR THE MONTH' TO EX-REASON(EXC-COUNT)
               GO TO PRICE-ONE-RTN-END
           END-IF.

           MOVE 0 TO WS-RATE.
           PERFORM VARYING RT-I FROM 1 BY 1 UNTIL RT-I > RATE-COUNT
               IF RT-NETWORK(RT-I) = ST-NETWORK(FOUND-SHOW)
                  AND RT-AIRTIME(RT-I) = LT-AIRTIME(L-I)
                   MOVE RT-RATE(RT-I) TO WS-RATE
               END-IF
           END-PERFORM.
           IF WS-RATE = 0
               PERFORM SET-ASIDE-RTN
               MOVE 'NO RATE FOR THE SLOT' TO EX-REASON(EXC-COUNT)
               GO TO PRICE-ONE-RTN-END
           END-IF.

           IF BILL-COUNT = 2000
               DISPLAY 'MORE THAN 2000 SPOTS TO BILL - RUN REFUSED.'
               STOP RUN
           END-IF.

           COMPUTE WS-AMOUNT ROUNDED =
               (ST-VIEWERS(FOUND-SHOW) / 1000) * WS-RATE
               * LT-LENGTH(L-I) / 30.
           ADD 1 TO BILL-COUNT.
           MOVE L-I TO BL-LOG(BILL-COUNT).
           MOVE FOUND-ADV TO BL-ADV(BILL-COUNT).
           MOVE ST-VIEWERS(FOUND-SHOW) TO BL-VIEWERS(BILL-COUNT).
           MOVE WS-AMOUNT TO BL-AMOUNT(BILL-COUNT).
           ADD 1 TO AT-SPOTS(FOUND-ADV).
           ADD WS-AMOUNT TO AT-GROSS(FOUND-ADV).
       PRICE-ONE-RTN-END.
           EXIT.

       SET-ASIDE-RTN.
           IF EXC-COUNT < 300
               ADD 1 TO EXC-COUNT
           END-IF.
           MOVE L-I TO EX-LOG(EXC-COUNT).

      *one advertiser's invoice - the spots, then gross down to the
      *amount due; the open item goes onto ARINV.TXT
       INVOICE-RTN.
           IF AT-SPOTS(V-I) = 0
               GO TO INVOICE-RTN-END
           END-IF.

           MOVE 0 TO WS-DISC-PCT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               IF AT-TIER-SPOTS(V-I, K) > 0
                  AND AT-SPOTS(V-I) NOT < AT-TIER-SPOTS(V-I, K)
                   MOVE AT-TIER-PCT(V-I, K) TO WS-DISC-PCT
               END-IF
           END-PERFORM.
           COMPUTE WS-DISC ROUNDED =
               AT-GROSS(V-I) * WS-DISC-PCT / 100.
           COMPUTE WS-COMM ROUNDED =
               (AT-GROSS(V-I) - WS-DISC) * AT-COMM(V-I) / 100.
           COMPUTE WS-SUBTOTAL = AT-GROSS(V-I) - WS-DISC - WS-COMM.

      *unused make-good credit comes off, never below zero - what
      *is left of a credit waits for the next invoice
           MOVE 0 TO WS-CREDIT.
           PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > CRED-COUNT
               IF CT-ADVERTISER(C-I) = AT-NAME(V-I)
                  AND CT-AMOUNT(C-I) > CT-APPLIED(C-I)
                  AND WS-CREDIT < WS-SUBTOTAL
                   COMPUTE WS-LEFT = CT-AMOUNT(C-I) - CT-APPLIED(C-I)
                   COMPUTE WS-TAKE = WS-SUBTOTAL - WS-CREDIT
                   IF WS-LEFT < WS-TAKE
                       MOVE WS-LEFT TO WS-TAKE
                   END-IF
                   ADD WS-TAKE TO CT-APPLIED(C-I)
                   ADD WS-TAKE TO WS-CREDIT
               END-IF
           END-PERFORM.
           COMPUTE WS-DUE = WS-SUBTOTAL - WS-CREDIT.

           MOVE WS-RUN-DATE TO WD-DATE.
           MOVE AT-TERMS(V-I) TO WD-DAYS.
           PERFORM ADD-DAYS-RTN.

           MOVE NEXT-INV TO IN-NO.
           MOVE WS-RUN-DATE TO IN-DATE.
           MOVE WD-DATE TO IN-DUE.
           MOVE BILL-MONTH TO IN-MONTH.
           MOVE AT-NAME(V-I) TO BT-NAME.
           WRITE RPTREC FROM INV-TITLE AFTER PAGE.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM INV-NO-LINE AFTER 1.
           WRITE RPTREC FROM BILL-TO-LINE AFTER 2.
           IF AT-AGENCY(V-I) NOT = SPACES
               MOVE AT-AGENCY(V-I) TO AG-NAME
               WRITE RPTREC FROM AGENCY-LINE AFTER 1
           END-IF.
           WRITE RPTREC FROM SPOT-HEAD AFTER 2.

           PERFORM VARYING B-I FROM 1 BY 1 UNTIL B-I > BILL-COUNT
               IF BL-ADV(B-I) = V-I
                   MOVE BL-LOG(B-I) TO L-I
                   MOVE LT-DATE(L-I) TO SP-DATE
                   MOVE LT-HOUR(L-I) TO SP-HOUR
                   MOVE LT-SHOW(L-I) TO SP-SHOW
                   MOVE LT-AIRTIME(L-I) TO SP-AIRTIME
                   MOVE LT-LENGTH(L-I) TO SP-LENGTH
                   MOVE BL-VIEWERS(B-I) TO SP-VIEWERS
                   MOVE BL-AMOUNT(B-I) TO SP-AMOUNT
                   WRITE RPTREC FROM SPOT-LINE AFTER 1
                   MOVE 'B' TO LT-AIRED(L-I)
               END-IF
           END-PERFORM.

           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 'Gross' TO AM-LABEL.
           MOVE AT-GROSS(V-I) TO AM-AMOUNT.
           WRITE RPTREC FROM AMT-LINE AFTER 1.
           IF WS-DISC > 0
               MOVE 'Less Volume Discount' TO PL-TEXT
               MOVE WS-DISC-PCT TO PL-PCT
               MOVE PCT-LABEL TO AM-LABEL
               MOVE WS-DISC TO AM-AMOUNT
               WRITE RPTREC FROM AMT-LINE AFTER 1
           END-IF.
           IF WS-COMM > 0
               MOVE 'Less Agency Commission' TO PL-TEXT
               MOVE AT-COMM(V-I) TO PL-PCT
               MOVE PCT-LABEL TO AM-LABEL
               MOVE WS-COMM TO AM-AMOUNT
               WRITE RPTREC FROM AMT-LINE AFTER 1
           END-IF.
           IF WS-CREDIT > 0
               MOVE 'Less Make-Good Credit' TO AM-LABEL
               MOVE WS-CREDIT TO AM-AMOUNT
               WRITE RPTREC FROM AMT-LINE AFTER 1
           END-IF.
           MOVE 'AMOUNT DUE' TO AM-LABEL.
           MOVE WS-DUE TO AM-AMOUNT.
           WRITE RPTREC FROM AMT-LINE AFTER 2.

           MOVE NEXT-INV TO IV-NO.
           MOVE AT-NAME(V-I) TO IV-ADVERTISER.
           MOVE AT-AGENCY(V-I) TO IV-AGENCY.
           MOVE BILL-MONTH TO IV-MONTH.
           MOVE WS-RUN-DATE TO IV-DATE.
           MOVE WD-DATE TO IV-DUE.
           MOVE AT-SPOTS(V-I) TO IV-SPOTS.
           MOVE AT-GROSS(V-I) TO IV-GROSS.
           MOVE WS-DISC TO IV-DISC.
           MOVE WS-COMM TO IV-COMM.
           MOVE WS-CREDIT TO IV-CREDIT.
           MOVE WS-DUE TO IV-AMOUNT.
           MOVE 0 TO IV-PAID.
           WRITE INV-REC.

           ADD WS-DUE TO WS-BILLED.
           ADD 1 TO INV-COUNT.
           ADD 1 TO NEXT-INV.
       INVOICE-RTN-END.
           EXIT.

       EXCEPTION-RTN.
           IF EXC-COUNT = 0
               GO TO EXCEPTION-RTN-END
           END-IF.
           WRITE RPTREC FROM EXC-HEAD AFTER PAGE.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING E-I FROM 1 BY 1 UNTIL E-I > EXC-COUNT
               MOVE EX-LOG(E-I) TO L-I
               MOVE LT-DATE(L-I) TO EL-DATE
               MOVE LT-REF(L-I) TO EL-REF
               MOVE LT-ADVERTISER(L-I) TO EL-ADVERTISER
               MOVE LT-SHOW(L-I) TO EL-SHOW
               MOVE EX-REASON(E-I) TO EL-REASON
               WRITE RPTREC FROM EXC-LINE AFTER 1
           END-PERFORM.
       EXCEPTION-RTN-END.
           EXIT.

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

       SAVE-LOG-RTN.
           OPEN OUTPUT LOGFILE.
           PERFORM VARYING L-I FROM 1 BY 1 UNTIL L-I > LOG-COUNT
               MOVE LOG-ENTRY(L-I) TO LOG-REC
               WRITE LOG-REC
           END-PERFORM.
           CLOSE LOGFILE.

       SAVE-CREDS-RTN.
           IF CRED-COUNT = 0
               GO TO SAVE-CREDS-RTN-END
           END-IF.
           OPEN OUTPUT CREDFILE.
           PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > CRED-COUNT
               MOVE CRED-ENTRY(C-I) TO CRED-REC
               WRITE CRED-REC
           END-PERFORM.
           CLOSE CREDFILE.
       SAVE-CREDS-RTN-END.
           EXIT.
