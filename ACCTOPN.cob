       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTOPN.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. ACCOUNT OPENING. ASSIGNS THE NEXT ACCOUNT NUMBER -
      *A NINE-DIGIT SERIAL FROM ACCTSEQ.TXT FOLLOWED BY A MODULUS 11
      *CHECK DIGIT (WEIGHTS 10 DOWN TO 2; A SERIAL WHOSE CHECK WOULD
      *BE 10 IS NEVER ISSUED) - SO A MISKEYED OR TRANSPOSED NUMBER IS
      *CAUGHT BY NEWMRG, NEWPRE AND HWPRE BEFORE IT CAN POST. THE
      *ACCOUNT IS TIED TO AN EXISTING Customer.dat RECORD, OR TO A
      *NEW ONE TAKEN HERE UNDER THE NEXT FREE IDNUM, THROUGH
      *CUSTXREF.TXT; IT GOES ON ACCTMAST.TXT AS ACTIVE, AND THE
      *INITIAL DEPOSIT GOES INTO TRANS.TXT AS ITS FIRST ITEM. LIKE
      *THE OTHER TRANS.TXT FEEDERS IT MUST RUN AFTER THE TELLER
      *MERGE (NEWMRG), WHICH REBUILDS TRANS.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASTFILE ASSIGN TO "ACCTMAST.TXT"
               FILE STATUS IS WS-AM-FS.
           SELECT CUSTFILE ASSIGN TO "Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CUST-FS.
           SELECT OPTIONAL XREFFILE ASSIGN TO "CUSTXREF.TXT".
           SELECT OPTIONAL TRANSFILE ASSIGN TO "TRANS.txt".
      *last serial issued - rewritten after every opening so no
      *number is ever handed out twice
           SELECT SEQFILE ASSIGN TO "ACCTSEQ.TXT"
               FILE STATUS IS WS-SEQ-FS.
      *batch-window lock left by BATCHDRV - no maintenance while the
      *nightly chain is mid-flight
           SELECT LOCKFILE ASSIGN TO "BATCHLCK.TXT"
               FILE STATUS IS WS-LCK-FS.
      *exchange rates - a foreign-currency account may only be
      *opened in a currency the rate file already quotes
           SELECT FXRATEFILE ASSIGN TO "FXRATE.TXT"
               FILE STATUS IS WS-FXR-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOCKFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOCK-REC.

       01  LOCK-REC.
           02 LCK-STATE PIC X(6).
           02 LCK-DATE PIC 9(8).
           02 LCK-TIME PIC 9(8).

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
           05 AM-CCY PIC X(3).
           05 FILLER PIC X(13).

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

       FD  SEQFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEQ-REC.

       01  SEQ-REC.
           02 SEQ-LAST PIC 9(9).

       FD  FXRATEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FXR-REC.

       01  FXR-REC.
           02 FXR-CCY PIC X(3).
           02 FXR-DATE PIC 9(8).
           02 FXR-RATE PIC 9(3)V9(6).

       WORKING-STORAGE SECTION.

       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.
       01  WS-AM-FS PIC XX VALUE SPACES.
       01  WS-CUST-FS PIC XX VALUE SPACES.
       01  WS-SEQ-FS PIC XX VALUE SPACES.
       01  WS-FXR-FS PIC XX VALUE SPACES.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  EOFSW PIC 9 VALUE 0.
       01  CUST-FOUND-SW PIC 9 VALUE 0.
       01  MAST-FOUND-SW PIC 9 VALUE 0.
       01  HIGH-IDNUM PIC 9(5) VALUE 0.
       01  OPEN-COUNT PIC 9(3) VALUE 0.

       01  ANOTHER PIC X VALUE 'Y'.
       01  CONFIRM PIC X VALUE SPACES.
       01  NEW-CUST-SW PIC 9 VALUE 0.
       01  WORK-IDNUM PIC 9(5) VALUE 0.
       01  WORK-FIRST PIC X(15) VALUE SPACES.
       01  WORK-LAST PIC X(15) VALUE SPACES.
       01  WORK-ADDRESS PIC X(30) VALUE SPACES.
       01  WORK-CONTACT PIC X(11) VALUE SPACES.
       01  WORK-BIRTH PIC 9(8) VALUE 0.
       01  WORK-PROVINCE PIC X(15) VALUE SPACES.
       01  WORK-NAME PIC X(25) VALUE SPACES.
       01  WORK-BRC PIC X(3) VALUE SPACES.
       01  WORK-CCY PIC X(3) VALUE SPACES.
       01  WORK-DEPOSIT PIC 9(7)V99 VALUE 0.
       01  ED-DEPOSIT PIC Z,ZZZ,ZZ9.99.
       01  CCY-OK-SW PIC 9 VALUE 0.
       01  FXR-EOFSW PIC 9 VALUE 0.

      *the serial being tried and the account number built from it
       01  WORK-SERIAL PIC 9(9) VALUE 0.
       01  WORK-ANO PIC X(10) VALUE SPACES.

      *modulus 11 check digit - the nine serial digits weighted 10
      *down to 2; the check is 11 less the remainder (11 gives 0,
      *10 means the serial cannot carry a check digit)
       01  CD-ANO PIC X(10) VALUE SPACES.
       01  CD-ANO-X REDEFINES CD-ANO.
           05 CD-DIGIT OCCURS 10 TIMES PIC 9.
       01  CD-K PIC 99 VALUE 0.
       01  CD-SUM PIC 9(4) VALUE 0.
       01  CD-QUOT PIC 9(4) VALUE 0.
       01  CD-REM PIC 99 VALUE 0.
       01  CD-CHECK PIC 99 VALUE 0.
       01  CD-OK-SW PIC 9 VALUE 0.

      *the branches an account can be domiciled at - the same codes
      *HW1 consolidates TRANSV.txt by
       01  BRANCH-CODES PIC X(12) VALUE 'MKTQZNORTALB'.
       01  BRANCH-TABLE REDEFINES BRANCH-CODES.
           05 BR-CODE OCCURS 4 TIMES PIC X(3).
       01  BR-I PIC 9 VALUE 0.
       01  BR-OK-SW PIC 9 VALUE 0.

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
           PERFORM OPEN-ACCOUNT-RTN THRU OPEN-ACCOUNT-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           DISPLAY 'ACCOUNTS OPENED: ' OPEN-COUNT.
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

       OPEN-ACCOUNT-RTN.
           DISPLAY ' '.
           DISPLAY 'Customer ID (0 = new customer): '.
           ACCEPT WORK-IDNUM.

           MOVE 0 TO NEW-CUST-SW.
           IF WORK-IDNUM = 0
               PERFORM NEW-CUSTOMER-RTN
           ELSE
               PERFORM CHECK-CUSTOMER-RTN THRU CHECK-CUSTOMER-DONE
               IF CUST-FOUND-SW = 0
                   DISPLAY 'No such customer on Customer.dat.'
                   GO TO ASK-ANOTHER
               END-IF
               DISPLAY 'Customer: ' WORK-FIRST ' ' WORK-LAST
           END-IF.

           MOVE SPACES TO WORK-NAME.
           STRING WORK-FIRST DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WORK-LAST DELIMITED BY '  '
               INTO WORK-NAME.
           DISPLAY 'Account Name (blank = ' WORK-NAME '): '.
           ACCEPT WORK-NAME.
           IF WORK-NAME = SPACES
               STRING WORK-FIRST DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WORK-LAST DELIMITED BY '  '
                   INTO WORK-NAME
           END-IF.

           PERFORM ASK-BRANCH-RTN.
           PERFORM ASK-CCY-RTN THRU ASK-CCY-RTN-END.

       ASK-DEPOSIT.
           DISPLAY 'Initial Deposit (' WORK-CCY '): '.
           ACCEPT WORK-DEPOSIT.
           IF WORK-DEPOSIT = 0
               DISPLAY 'An account opens with a deposit!'
               GO TO ASK-DEPOSIT
           END-IF.

           PERFORM NEXT-NUMBER-RTN THRU NEXT-NUMBER-RTN-END.

           MOVE WORK-DEPOSIT TO ED-DEPOSIT.
           DISPLAY 'Open ' WORK-ANO ' ' WORK-NAME.
           DISPLAY '     ' WORK-BRC ' ' WORK-CCY ' '
               ED-DEPOSIT '? (Y/N): '.
           ACCEPT CONFIRM.
           IF CONFIRM NOT = 'Y' AND CONFIRM NOT = 'y'
               DISPLAY 'Not opened - the number is not used.'
               GO TO ASK-ANOTHER
           END-IF.

           PERFORM WRITE-OPENING-RTN.
           ADD 1 TO OPEN-COUNT.
           DISPLAY 'Opened. Account number ' WORK-ANO
               ' for customer ' WORK-IDNUM '.'.

       ASK-ANOTHER.
           DISPLAY 'Open another account? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       OPEN-ACCOUNT-RTN-END.
           EXIT.

      *a new customer takes the next IDNUM after the highest on
      *file; the record is only written once the account opens
       NEW-CUSTOMER-RTN.
           MOVE 1 TO NEW-CUST-SW.
           DISPLAY 'Customer First Name: '.
           ACCEPT WORK-FIRST.
           DISPLAY 'Customer Last Name: '.
           ACCEPT WORK-LAST.
           DISPLAY 'Customer Address: '.
           ACCEPT WORK-ADDRESS.
           DISPLAY 'Contact Number: '.
           ACCEPT WORK-CONTACT.
           DISPLAY 'Birthdate (YYYYMMDD): '.
           ACCEPT WORK-BIRTH.
      *the province is kept in capitals, the way the storm-signal
      *advisories name it, so the relief run can match the two
           DISPLAY 'Province: '.
           ACCEPT WORK-PROVINCE.
           INSPECT WORK-PROVINCE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *the customer must be real - the scan also yields the
      *highest IDNUM on file for a new customer
       CHECK-CUSTOMER-RTN.
           MOVE 0 TO CUST-FOUND-SW.
           MOVE 0 TO HIGH-IDNUM.
           MOVE 0 TO EOFSW.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-FS NOT = '00'
               GO TO CHECK-CUSTOMER-DONE
           END-IF.

           READ CUSTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1
               IF IDNum > HIGH-IDNUM
                   MOVE IDNum TO HIGH-IDNUM
               END-IF
               IF WORK-IDNUM > 0 AND IDNum = WORK-IDNUM
                   MOVE 1 TO CUST-FOUND-SW
                   MOVE FirstName TO WORK-FIRST
                   MOVE LastName TO WORK-LAST
               END-IF
               READ CUSTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE CUSTFILE.
       CHECK-CUSTOMER-DONE.
           EXIT.

      *next serial after the last one issued; a serial that cannot
      *carry a check digit, or whose number is somehow already on
      *the master, is stepped over
       NEXT-NUMBER-RTN.
           MOVE 100000000 TO WORK-SERIAL.
           OPEN INPUT SEQFILE.
           IF WS-SEQ-FS = '00'
               READ SEQFILE
                   AT END CONTINUE
                   NOT AT END MOVE SEQ-LAST TO WORK-SERIAL
               END-READ
               CLOSE SEQFILE
           END-IF.

       NEXT-NUMBER-TRY.
           ADD 1 TO WORK-SERIAL.
           MOVE WORK-SERIAL TO CD-ANO(1:9).
           MOVE '0' TO CD-ANO(10:1).
           PERFORM CHECK-DIGIT-RTN THRU CHECK-DIGIT-RTN-END.
           IF CD-CHECK = 10
               GO TO NEXT-NUMBER-TRY
           END-IF.
           MOVE CD-CHECK TO CD-DIGIT(10).
           MOVE CD-ANO TO WORK-ANO.
           PERFORM CHECK-MAST-RTN THRU CHECK-MAST-RTN-END.
           IF MAST-FOUND-SW = 1
               GO TO NEXT-NUMBER-TRY
           END-IF.
       NEXT-NUMBER-RTN-END.
           EXIT.

      *computes CD-CHECK for the serial in CD-ANO(1:9) and sets
      *CD-OK-SW when CD-ANO is numeric and its tenth digit agrees
       CHECK-DIGIT-RTN.
           MOVE 0 TO CD-OK-SW.
           MOVE 10 TO CD-CHECK.
           IF CD-ANO NOT NUMERIC
               GO TO CHECK-DIGIT-RTN-END
           END-IF.
           MOVE 0 TO CD-SUM.
           PERFORM VARYING CD-K FROM 1 BY 1 UNTIL CD-K > 9
               COMPUTE CD-SUM = CD-SUM + CD-DIGIT(CD-K) * (11 - CD-K)
           END-PERFORM.
           DIVIDE CD-SUM BY 11 GIVING CD-QUOT REMAINDER CD-REM.
           COMPUTE CD-CHECK = 11 - CD-REM.
           IF CD-CHECK = 11
               MOVE 0 TO CD-CHECK
           END-IF.
           IF CD-CHECK < 10 AND CD-CHECK = CD-DIGIT(10)
               MOVE 1 TO CD-OK-SW
           END-IF.
       CHECK-DIGIT-RTN-END.
           EXIT.

       CHECK-MAST-RTN.
           MOVE 0 TO MAST-FOUND-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT MASTFILE.
           IF WS-AM-FS NOT = '00' AND WS-AM-FS NOT = '05'
               GO TO CHECK-MAST-RTN-END
           END-IF.
           READ MASTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               IF AM-ANO = WORK-ANO
                   MOVE 1 TO MAST-FOUND-SW
               END-IF
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE MASTFILE.
       CHECK-MAST-RTN-END.
           EXIT.

      *customer (if new), master, cross-reference, the opening
      *deposit, and last the serial - each appended as it stands
       WRITE-OPENING-RTN.
           IF NEW-CUST-SW = 1
               PERFORM CHECK-CUSTOMER-RTN THRU CHECK-CUSTOMER-DONE
               COMPUTE WORK-IDNUM = HIGH-IDNUM + 1
               OPEN EXTEND CUSTFILE
               MOVE WORK-IDNUM TO IDNum
               MOVE WORK-FIRST TO FirstName
               MOVE WORK-LAST TO LastName
               MOVE WORK-ADDRESS TO HomeAddress
               MOVE WORK-CONTACT TO ContactNo
               MOVE WORK-BIRTH TO Birthdate
               MOVE WORK-PROVINCE TO Province
               WRITE CustomerData
               CLOSE CUSTFILE
           END-IF.

           OPEN EXTEND MASTFILE.
           MOVE SPACES TO MAST-REC.
           MOVE WORK-ANO TO AM-ANO.
           MOVE WORK-NAME TO AM-NAME.
           MOVE WS-RUN-DATE TO AM-OPENED.
           MOVE 'A' TO AM-STATUS.
           MOVE 'N' TO AM-TAXEX.
           MOVE WORK-BRC TO AM-HOME-BR.
           MOVE WORK-CCY TO AM-CCY.
           WRITE MAST-REC.
           CLOSE MASTFILE.

           OPEN EXTEND XREFFILE.
           MOVE WORK-IDNUM TO XR-IDNUM.
           MOVE WORK-ANO TO XR-ANO.
           WRITE XREF-REC.
           CLOSE XREFFILE.

           OPEN EXTEND TRANSFILE.
           MOVE WORK-ANO TO T-ANO.
           MOVE WORK-NAME TO T-ANA.
           MOVE 'D' TO T-TC.
           MOVE WORK-DEPOSIT TO T-TAMT.
           MOVE WS-RUN-DATE TO T-TDATE.
           MOVE SPACES TO T-TREF.
           MOVE SPACES TO T-SREF.
           WRITE TRANS-REC.
           CLOSE TRANSFILE.

           OPEN OUTPUT SEQFILE.
           MOVE WORK-SERIAL TO SEQ-LAST.
           WRITE SEQ-REC.
           CLOSE SEQFILE.

       ASK-BRANCH-RTN.
           DISPLAY 'Home Branch (MKT/QZN/ORT/ALB): '.
           ACCEPT WORK-BRC.
           MOVE FUNCTION UPPER-CASE(WORK-BRC) TO WORK-BRC.
           MOVE 0 TO BR-OK-SW.
           PERFORM VARYING BR-I FROM 1 BY 1 UNTIL BR-I > 4
               IF BR-CODE(BR-I) = WORK-BRC
                   MOVE 1 TO BR-OK-SW
               END-IF
           END-PERFORM.
           IF BR-OK-SW = 0
               DISPLAY 'MKT, QZN, ORT or ALB only!'
               GO TO ASK-BRANCH-RTN
           END-IF.

      *the account's currency for life - SW2 posts it in that
      *currency and FXREVAL carries its peso equivalent
       ASK-CCY-RTN.
           DISPLAY 'Currency (PHP or a quoted code, blank = PHP): '.
           ACCEPT WORK-CCY.
           MOVE FUNCTION UPPER-CASE(WORK-CCY) TO WORK-CCY.
           IF WORK-CCY = SPACES
               MOVE 'PHP' TO WORK-CCY
           END-IF.
           IF WORK-CCY = 'PHP'
               GO TO ASK-CCY-RTN-END
           END-IF.

           MOVE 0 TO CCY-OK-SW.
           MOVE 0 TO FXR-EOFSW.
           OPEN INPUT FXRATEFILE.
           IF WS-FXR-FS = '00'
               PERFORM UNTIL FXR-EOFSW = 1
                   READ FXRATEFILE
                       AT END MOVE 1 TO FXR-EOFSW
                   END-READ
                   IF FXR-EOFSW = 0 AND FXR-CCY = WORK-CCY
                       MOVE 1 TO CCY-OK-SW
                   END-IF
               END-PERFORM
               CLOSE FXRATEFILE
           END-IF.
           IF CCY-OK-SW = 0
               DISPLAY 'No rate on FXRATE.TXT for ' WORK-CCY
                   ' - enter it through FXMNT first.'
               GO TO ASK-CCY-RTN
           END-IF.
       ASK-CCY-RTN-END.
           EXIT.
