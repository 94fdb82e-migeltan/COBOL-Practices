       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECMNT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. RECORDS A DEPOSITOR'S DEATH IN ONE PLACE. THE
      *CUSTOMER IS WRITTEN TO DECEASED.TXT WITH THE DATE OF DEATH
      *AND WHO REPORTED IT, AND IN THE SAME SITTING EVERY ACCOUNT
      *CUSTXREF.TXT LINKS TO THE CUSTOMER IS FROZEN ON ACCTMAST.TXT
      *AND EVERY STANDING ORDER ON THOSE ACCOUNTS IS TAKEN OFF
      *SOMAST.TXT ONTO SOSTOP.TXT. DECRECL LISTS WHAT WAS FROZEN AND
      *STOPPED, THE SURVIVING MEMBERS OF THE CUSTOMER'S HOUSEHOLD ON
      *HOUSEHLD.TXT, AND EVERY TRANSHIST.TXT ITEM DATED AFTER THE
      *DEATH FOR POSSIBLE RECALL. ESTSTMT PRINTS THE ESTATE
      *STATEMENT FOR THE HEIRS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DECFILE ASSIGN TO 'DECEASED.TXT'
               FILE STATUS WS-FS-DEC.
           SELECT CUSTFILE ASSIGN TO "Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CUST-FS.
           SELECT XREFFILE ASSIGN TO 'CUSTXREF.TXT'
               FILE STATUS WS-FS-XRF.
           SELECT HHFILE ASSIGN TO 'HOUSEHLD.TXT'
               FILE STATUS WS-FS-HH.
           SELECT OPTIONAL MASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-AM.
           SELECT OPTIONAL SOMASTFILE ASSIGN TO 'SOMAST.TXT'
               FILE STATUS WS-FS-SOM.
      *the stopped orders, kept whole so one can be put back
           SELECT OPTIONAL SOSTOPFILE ASSIGN TO 'SOSTOP.TXT'
               FILE STATUS WS-FS-SOS.
           SELECT HISTFILE ASSIGN TO 'TRANSHIST.TXT'
               FILE STATUS WS-FS-HX.
           SELECT RPTFILE ASSIGN TO 'DECRECL'.
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

       FD  DECFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEC-REC.

       01  DEC-REC.
           02 DC-IDNUM PIC 9(5).
           02 DC-DOD PIC 9(8).
           02 DC-RECORDED PIC 9(8).
           02 DC-INFORMANT PIC X(25).

       FD  CUSTFILE.
       01  CustomerData.
           02 IDNum PIC 9(5).
           02 CustName.
               03 FirstName PIC X(15).
               03 LastName PIC X(15).
           02 HomeAddress PIC X(30).
           02 ContactNo PIC X(11).
           02 Birthdate PIC 9(8).

       FD  XREFFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS XREF-REC.

       01  XREF-REC.
           05 XR-IDNUM PIC 9(5).
           05 XR-ANO PIC X(10).

       FD  HHFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HH-REC.

       01  HH-REC.
           02 HH-R-ID PIC 9(5).
           02 HH-R-IDNUM PIC 9(5).

      *the master is carried record-whole, so nothing this program
      *does not own is lost on the rewrite
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
           05 FILLER PIC X(16).

       FD  SOMASTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SOM-REC.

       01  SOM-REC.
           02 SO-R-ANO PIC X(10).
           02 SO-R-ANA PIC X(25).
           02 SO-R-TC PIC X.
           02 SO-R-AMT PIC 9(7)V99.
           02 SO-R-FREQ PIC X.
           02 SO-R-NEXTDUE PIC 9(8).

       FD  SOSTOPFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SOS-REC.

       01  SOS-REC.
           02 SS-ORDER PIC X(54).
           02 SS-IDNUM PIC 9(5).
           02 SS-STOPPED PIC 9(8).

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

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.
       01  WS-FS-DEC PIC XX VALUE SPACES.
       01  WS-CUST-FS PIC XX VALUE SPACES.
       01  WS-FS-XRF PIC XX VALUE SPACES.
       01  WS-FS-HH PIC XX VALUE SPACES.
       01  WS-FS-AM PIC XX VALUE SPACES.
       01  WS-FS-SOM PIC XX VALUE SPACES.
       01  WS-FS-SOS PIC XX VALUE SPACES.
       01  WS-FS-HX PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  WORK-IDNUM PIC 9(5) VALUE 0.
       01  WORK-NAME PIC X(31) VALUE SPACES.
       01  WORK-DOD PIC 9(8) VALUE 0.
       01  WORK-DOD-X REDEFINES WORK-DOD.
           05 WORK-DOD-YYYY PIC 9(4).
           05 WORK-DOD-MM PIC 99.
           05 WORK-DOD-DD PIC 99.
       01  WORK-INFORMANT PIC X(25) VALUE SPACES.
       01  CONFIRM PIC X VALUE SPACES.
       01  CUST-FOUND-SW PIC 9 VALUE 0.
       01  DEC-FOUND-SW PIC 9 VALUE 0.

      *the customer's own accounts, off the cross-reference
       01  ACCT-LIST.
           05 AL-ANO OCCURS 50 TIMES PIC X(10).
       01  AL-COUNT PIC 99 VALUE 0.
       01  AL-I PIC 99 VALUE 0.
       01  AL-HIT-SW PIC 9 VALUE 0.
       01  MY-HH-ID PIC 9(5) VALUE 0.

       01  MAST-TABLE.
           05 MT-REC OCCURS 500 TIMES PIC X(64).
       01  MAST-COUNT PIC 9(3) VALUE 0.
       01  MT-I PIC 9(3) VALUE 0.
       01  SO-TABLE.
           05 ST-REC OCCURS 200 TIMES PIC X(54).
       01  SO-COUNT PIC 9(3) VALUE 0.
       01  SO-I PIC 9(3) VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.

       01  FROZEN-COUNT PIC 9(3) VALUE 0.
       01  STOPPED-COUNT PIC 9(3) VALUE 0.
       01  RECALL-COUNT PIC 9(5) VALUE 0.
       01  LINE-COUNT PIC 99 VALUE 0.

       01  RPT-HEAD.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(40)
               VALUE 'Deceased Customer - Freeze and Recall'.
           02 FILLER PIC X(20) VALUE SPACES.

       01  CUST-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Customer: '.
           02 CL-IDNUM PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-NAME PIC X(31).
           02 FILLER PIC X(7) VALUE ' Died: '.
           02 CL-DOD PIC 9(8).
           02 FILLER PIC X(13) VALUE SPACES.

       01  INFORM-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(13) VALUE 'Reported by: '.
           02 IL-INFORMANT PIC X(25).
           02 FILLER PIC X(11) VALUE ' Recorded: '.
           02 IL-RECORDED PIC 9(8).
           02 FILLER PIC X(19) VALUE SPACES.

       01  SECTION-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-TEXT PIC X(78).

       01  ACCT-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AD-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AD-NAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AD-NOTE PIC X(37).

       01  SO-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 SD-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-TC PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-AMT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-FREQ PIC X.
           02 FILLER PIC X(11) VALUE '  next due '.
           02 SD-NEXTDUE PIC 9(8).
           02 FILLER PIC X(27) VALUE SPACES.

       01  HH-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(11) VALUE 'Household: '.
           02 HD-ID PIC 9(5).
           02 FILLER PIC X(12) VALUE '  Customer: '.
           02 HD-IDNUM PIC 9(5).
           02 FILLER PIC X(43) VALUE SPACES.

       01  RECALL-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RD-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-TDATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-TC PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-AMT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-TREF PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-POSTED PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-BID-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE '-'.
           02 RD-BID-SEQ PIC 9(3).
           02 FILLER PIC X(7) VALUE SPACES.

       01  NONE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(76) VALUE '(none)'.

       01  COUNT-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CN-LABEL PIC X(40).
           02 CN-CNT PIC ZZ,ZZ9.
           02 FILLER PIC X(30) VALUE SPACES.

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
           PERFORM ASK-CUSTOMER-RTN THRU ASK-CUSTOMER-RTN-END.
           PERFORM LOAD-ACCOUNTS-RTN THRU LOAD-ACCOUNTS-RTN-END.
           PERFORM LOAD-MASTER-RTN THRU LOAD-MASTER-RTN-END.
           PERFORM LOAD-ORDERS-RTN THRU LOAD-ORDERS-RTN-END.

           DISPLAY 'Accounts linked: ' AL-COUNT.
       CONFIRM-ASK.
           DISPLAY 'Record the death, freeze and stop orders? (Y/N): '.
           ACCEPT CONFIRM.
           IF CONFIRM = 'N' OR CONFIRM = 'n'
               DISPLAY 'NOTHING RECORDED.'
               STOP RUN
           END-IF.
           IF CONFIRM NOT = 'Y' AND CONFIRM NOT = 'y'
               DISPLAY 'Y or N only!'
               GO TO CONFIRM-ASK
           END-IF.

           OPEN EXTEND DECFILE.
           MOVE WORK-IDNUM TO DC-IDNUM.
           MOVE WORK-DOD TO DC-DOD.
           MOVE WS-RUN-DATE TO DC-RECORDED.
           MOVE WORK-INFORMANT TO DC-INFORMANT.
           WRITE DEC-REC.
           CLOSE DECFILE.

           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE WORK-IDNUM TO CL-IDNUM.
           MOVE WORK-NAME TO CL-NAME.
           MOVE WORK-DOD TO CL-DOD.
           WRITE RPTREC FROM CUST-LINE AFTER 2.
           MOVE WORK-INFORMANT TO IL-INFORMANT.
           MOVE WS-RUN-DATE TO IL-RECORDED.
           WRITE RPTREC FROM INFORM-LINE AFTER 1.

           PERFORM FREEZE-RTN.
           PERFORM STOP-ORDERS-RTN.
           PERFORM HOUSEHOLD-RTN THRU HOUSEHOLD-RTN-END.
           PERFORM RECALL-RTN THRU RECALL-RTN-END.

           MOVE 'Accounts frozen' TO CN-LABEL.
           MOVE FROZEN-COUNT TO CN-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 3.
           MOVE 'Standing orders stopped' TO CN-LABEL.
           MOVE STOPPED-COUNT TO CN-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Items dated after death' TO CN-LABEL.
           MOVE RECALL-COUNT TO CN-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           CLOSE RPTFILE.

           DISPLAY 'DEATH RECORDED. FROZEN: ' FROZEN-COUNT
               '  ORDERS STOPPED: ' STOPPED-COUNT
               '  FOR RECALL: ' RECALL-COUNT ' (DECRECL).'.
           STOP RUN.

      *refuse to run while BATCHDRV's window is open - the master
      *and the standing orders are both rewritten here
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

      *a real customer, not already recorded, with a date of death
      *no later than today
       ASK-CUSTOMER-RTN.
           DISPLAY 'Customer ID: '.
           ACCEPT WORK-IDNUM.
           PERFORM CHECK-CUSTOMER-RTN THRU CHECK-CUSTOMER-DONE.
           IF CUST-FOUND-SW = 0
               DISPLAY 'No such customer on Customer.dat.'
               STOP RUN
           END-IF.
           DISPLAY 'Customer: ' WORK-NAME.

           MOVE 0 TO DEC-FOUND-SW.
           OPEN INPUT DECFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ DECFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND DC-IDNUM = WORK-IDNUM
                   MOVE 1 TO DEC-FOUND-SW
                   MOVE DC-DOD TO WORK-DOD
               END-IF
           END-PERFORM.
           CLOSE DECFILE.
           IF DEC-FOUND-SW = 1
               DISPLAY 'Already recorded as deceased, died ' WORK-DOD
               STOP RUN
           END-IF.

       ASK-DOD.
           DISPLAY 'Date of Death (YYYYMMDD): '.
           ACCEPT WORK-DOD.
           IF WORK-DOD > WS-RUN-DATE OR WORK-DOD < 19000101
              OR WORK-DOD-MM < 1 OR WORK-DOD-MM > 12
              OR WORK-DOD-DD < 1 OR WORK-DOD-DD > 31
               DISPLAY 'Invalid!'
               GO TO ASK-DOD
           END-IF.

       ASK-INFORMANT.
           DISPLAY 'Reported By (name and relation): '.
           ACCEPT WORK-INFORMANT.
           IF WORK-INFORMANT = SPACES
               DISPLAY 'Invalid!'
               GO TO ASK-INFORMANT
           END-IF.
       ASK-CUSTOMER-RTN-END.
           EXIT.

       CHECK-CUSTOMER-RTN.
           MOVE 0 TO CUST-FOUND-SW.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-FS NOT = '00'
               GO TO CHECK-CUSTOMER-DONE
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CUSTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND IDNum = WORK-IDNUM
                   MOVE 1 TO CUST-FOUND-SW
                   MOVE SPACES TO WORK-NAME
                   STRING FirstName DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          LastName DELIMITED BY '  '
                          INTO WORK-NAME
                   END-STRING
               END-IF
           END-PERFORM.
           CLOSE CUSTFILE.
       CHECK-CUSTOMER-DONE.
           EXIT.

       LOAD-ACCOUNTS-RTN.
           MOVE 0 TO AL-COUNT.
           OPEN INPUT XREFFILE.
           IF WS-FS-XRF NOT = '00'
               GO TO LOAD-ACCOUNTS-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR AL-COUNT = 50
               READ XREFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND XR-IDNUM = WORK-IDNUM
                   ADD 1 TO AL-COUNT
                   MOVE XR-ANO TO AL-ANO(AL-COUNT)
               END-IF
           END-PERFORM.
           CLOSE XREFFILE.
       LOAD-ACCOUNTS-RTN-END.
           EXIT.

      *both files are rewritten whole from these tables - each must
      *fit before anything is touched
       LOAD-MASTER-RTN.
           MOVE 0 TO PRE-COUNT.
           OPEN INPUT MASTFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE MASTFILE.
           IF PRE-COUNT > 500
               DISPLAY 'ACCTMAST.TXT EXCEEDS 500 - RUN REFUSED.'
               STOP RUN
           END-IF.

           MOVE 0 TO MAST-COUNT.
           OPEN INPUT MASTFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO MAST-COUNT
                   MOVE MAST-REC TO MT-REC(MAST-COUNT)
               END-IF
           END-PERFORM.
           CLOSE MASTFILE.
       LOAD-MASTER-RTN-END.
           EXIT.

       LOAD-ORDERS-RTN.
           MOVE 0 TO PRE-COUNT.
           OPEN INPUT SOMASTFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SOMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE SOMASTFILE.
           IF PRE-COUNT > 200
               DISPLAY 'SOMAST.TXT EXCEEDS 200 - RUN REFUSED.'
               STOP RUN
           END-IF.

           MOVE 0 TO SO-COUNT.
           OPEN INPUT SOMASTFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SOMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO SO-COUNT
                   MOVE SOM-REC TO ST-REC(SO-COUNT)
               END-IF
           END-PERFORM.
           CLOSE SOMASTFILE.
       LOAD-ORDERS-RTN-END.
           EXIT.

      *active and pending-close accounts freeze; one already frozen,
      *closed or escheated is left as it stands
       FREEZE-RTN.
           MOVE 'Accounts' TO SL-TEXT.
           WRITE RPTREC FROM SECTION-LINE AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           IF AL-COUNT = 0
               WRITE RPTREC FROM NONE-LINE AFTER 1
           END-IF.

           OPEN OUTPUT MASTFILE.
           PERFORM VARYING MT-I FROM 1 BY 1 UNTIL MT-I > MAST-COUNT
               MOVE MT-REC(MT-I) TO MAST-REC
               MOVE AM-ANO TO HX-ANO
               PERFORM MATCH-ACCOUNT-RTN
               IF AL-HIT-SW = 1
                   MOVE AM-ANO TO AD-ANO
                   MOVE AM-NAME TO AD-NAME
                   IF AM-STATUS = 'A' OR AM-STATUS = 'P'
                       MOVE 'F' TO AM-STATUS
                       MOVE 'FROZEN' TO AD-NOTE
                       ADD 1 TO FROZEN-COUNT
                   ELSE
                       MOVE SPACES TO AD-NOTE
                       STRING 'LEFT AS IT STANDS - ' DELIMITED BY SIZE
                              AM-STATUS DELIMITED BY SIZE
                              INTO AD-NOTE
                       END-STRING
                   END-IF
                   WRITE RPTREC FROM ACCT-DETAIL AFTER 1
               END-IF
               WRITE MAST-REC
           END-PERFORM.
           CLOSE MASTFILE.

      *the orders leave SOMAST.TXT for SOSTOP.TXT - nothing more is
      *generated on a dead customer's account
       STOP-ORDERS-RTN.
           MOVE 'Standing orders stopped' TO SL-TEXT.
           WRITE RPTREC FROM SECTION-LINE AFTER 3.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           OPEN EXTEND SOSTOPFILE.
           OPEN OUTPUT SOMASTFILE.
           PERFORM VARYING SO-I FROM 1 BY 1 UNTIL SO-I > SO-COUNT
               MOVE ST-REC(SO-I) TO SOM-REC
               MOVE SO-R-ANO TO HX-ANO
               PERFORM MATCH-ACCOUNT-RTN
               IF AL-HIT-SW = 1
                   MOVE SOM-REC TO SS-ORDER
                   MOVE WORK-IDNUM TO SS-IDNUM
                   MOVE WS-RUN-DATE TO SS-STOPPED
                   WRITE SOS-REC
                   MOVE SO-R-ANO TO SD-ANO
                   MOVE SO-R-TC TO SD-TC
                   MOVE SO-R-AMT TO SD-AMT
                   MOVE SO-R-FREQ TO SD-FREQ
                   MOVE SO-R-NEXTDUE TO SD-NEXTDUE
                   WRITE RPTREC FROM SO-DETAIL AFTER 1
                   ADD 1 TO STOPPED-COUNT
               ELSE
                   WRITE SOM-REC
               END-IF
           END-PERFORM.
           CLOSE SOMASTFILE SOSTOPFILE.
           IF STOPPED-COUNT = 0
               WRITE RPTREC FROM NONE-LINE AFTER 1
           END-IF.

      *the survivors in the customer's household are not frozen -
      *they are listed so the branch knows whom to contact
       HOUSEHOLD-RTN.
           MOVE 'Household members' TO SL-TEXT.
           WRITE RPTREC FROM SECTION-LINE AFTER 3.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 0 TO MY-HH-ID.
           OPEN INPUT HHFILE.
           IF WS-FS-HH NOT = '00'
               WRITE RPTREC FROM NONE-LINE AFTER 1
               GO TO HOUSEHOLD-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ HHFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND HH-R-IDNUM = WORK-IDNUM
                   MOVE HH-R-ID TO MY-HH-ID
               END-IF
           END-PERFORM.
           CLOSE HHFILE.
           IF MY-HH-ID = 0
               WRITE RPTREC FROM NONE-LINE AFTER 1
               GO TO HOUSEHOLD-RTN-END
           END-IF.

           OPEN INPUT HHFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ HHFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND HH-R-ID = MY-HH-ID
                  AND HH-R-IDNUM NOT = WORK-IDNUM
                   MOVE HH-R-ID TO HD-ID
                   MOVE HH-R-IDNUM TO HD-IDNUM
                   WRITE RPTREC FROM HH-DETAIL AFTER 1
               END-IF
           END-PERFORM.
           CLOSE HHFILE.
       HOUSEHOLD-RTN-END.
           EXIT.

      *anything dated after the death went through on a dead
      *customer's mandate and may have to be called back
       RECALL-RTN.
           MOVE 'Posted after the date of death - for recall'
               TO SL-TEXT.
           WRITE RPTREC FROM SECTION-LINE AFTER 3.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           OPEN INPUT HISTFILE.
           IF WS-FS-HX NOT = '00'
               WRITE RPTREC FROM NONE-LINE AFTER 1
               GO TO RECALL-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ HISTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND HX-TDATE > WORK-DOD
                   PERFORM MATCH-ACCOUNT-RTN
                   IF AL-HIT-SW = 1
                       PERFORM PRINT-RECALL-RTN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HISTFILE.
           IF RECALL-COUNT = 0
               WRITE RPTREC FROM NONE-LINE AFTER 1
           END-IF.
       RECALL-RTN-END.
           EXIT.

       PRINT-RECALL-RTN.
           MOVE HX-ANO TO RD-ANO.
           MOVE HX-TDATE TO RD-TDATE.
           MOVE HX-TC TO RD-TC.
           MOVE HX-TAMT TO RD-AMT.
           MOVE HX-TREF TO RD-TREF.
           MOVE HX-POSTDATE TO RD-POSTED.
           MOVE HX-BID-DATE TO RD-BID-DATE.
           MOVE HX-BID-SEQ TO RD-BID-SEQ.
           ADD 1 TO LINE-COUNT.
           IF LINE-COUNT > 50
               WRITE RPTREC FROM RPT-HEAD AFTER PAGE
               WRITE RPTREC FROM BLANK-LINE AFTER 1
               MOVE 1 TO LINE-COUNT
           END-IF.
           WRITE RPTREC FROM RECALL-DETAIL AFTER 1.
           ADD 1 TO RECALL-COUNT.

      *is HX-ANO one of the customer's accounts?
       MATCH-ACCOUNT-RTN.
           MOVE 0 TO AL-HIT-SW.
           PERFORM VARYING AL-I FROM 1 BY 1 UNTIL AL-I > AL-COUNT
               IF AL-ANO(AL-I) = HX-ANO
                   MOVE 1 TO AL-HIT-SW
               END-IF
           END-PERFORM.
