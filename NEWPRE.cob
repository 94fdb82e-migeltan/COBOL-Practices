      *DATE-WRITTEN. MARCH 14, 2026.
      *DATE-COMPILED. MARCH 14, 2026.
      *REMARKS. VALIDATES AND SORTS TRANS.TXT BY ACCOUNT NUMBER AHEAD
      *OF THE SW2 (NEW.COB) ACCOUNT REPORT RUN. A BILLS PAYMENT (B)
      *MUST NAME AN ACTIVE BILLER ON BILLMAST.TXT IN TREF AND CARRY
      *A SUBSCRIBER REFERENCE IN SREF OF THE LENGTH THAT BILLER USES.
      *AN ACCOUNT NUMBER MUST CARRY A GOOD ACCTOPN CHECK DIGIT UNLESS
      *IT IS AN OLDER ACCOUNT ALREADY ON ACCTMAST.TXT. RECORDS NEWMRG
      *HELD BACK FOR A BAD CHECK DIGIT JOIN THIS RUN'S REJECTS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *posting run refuses a batch id it has already consumed
           SELECT BIDFILE ASSIGN TO 'NEWBID.TXT'
               FILE STATUS IS WS-FS-BID.
      *biller master - a bills payment to a code not on file, or to
      *a suspended biller, never reaches the posting run
           SELECT BILLFILE ASSIGN TO 'BILLMAST.TXT'
               FILE STATUS IS WS-FS-BLR.
      *account master - the numbers issued before check digits are
      *the only ones let through without one
           SELECT ACCTMASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS IS WS-FS-AM.
      *teller records NEWMRG held back for a bad check digit, moved
      *onto TRANSREJ.TXT for NEWFIX and then cleared
           SELECT MRGREJFILE ASSIGN TO 'TRANSMRJ.TXT'
               FILE STATUS IS WS-FS-MRJ.

       DATA DIVISION.
       FILE SECTION.

       FD  INFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS INREC.

       01  INREC.
           02 TAMT PIC 9(7)V99.
           02 TDATE PIC 9(8).
           02 TREF PIC X(6).
           02 SREF PIC X(20).

       FD  RESUBFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS RESUBREC.

       01  RESUBREC PIC X(79).

       FD  REJFILE
           LABEL RECORD IS OMITTED
           02 R-TAMT   PIC 9(7)V99.
           02 R-TDATE  PIC 9(8).
           02 R-TREF   PIC X(6).
           02 R-SREF   PIC X(20).
           02 R-REASON PIC X(20).

       FD  WORKFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS WORKREC.

       01  WORKREC.
           02 W-TAMT PIC 9(7)V99.
           02 W-TDATE PIC 9(8).
           02 W-TREF PIC X(6).
           02 W-SREF PIC X(20).

       SD  SORTFILE
           DATA RECORD IS SORT-REC.
           02 SRT-TAMT PIC 9(7)V99.
           02 SRT-TDATE PIC 9(8).
           02 SRT-TREF PIC X(6).
           02 SRT-SREF PIC X(20).

       FD  OUTFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS OUTREC.

       01  OUTREC.
           02 O-TAMT PIC 9(7)V99.
           02 O-TDATE PIC 9(8).
           02 O-TREF PIC X(6).
           02 O-SREF PIC X(20).

      *NEW.COB'S RESTART CHECKPOINT IS A COUNT OF RECORDS ALREADY
      *POSTED IN TRANS.TXT'S OLD ORDER - RESORTING TRANS.TXT HERE
       01  BID-REC.
           02 BID-DATE PIC 9(8).
           02 BID-SEQ PIC 9(3).
           02 BID-STATUS PIC X.

       FD  BILLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BILL-REC.

       01  BILL-REC.
           02 BM-CODE PIC X(6).
           02 BM-NAME PIC X(25).
           02 BM-REF-LEN PIC 99.
           02 BM-STATUS PIC X.
           02 BM-ACCT PIC X(10).

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
           05 AM-CCY PIC X(3).
           05 FILLER PIC X(13).

       FD  MRGREJFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS MRGREJREC.

       01  MRGREJREC PIC X(99).

       WORKING-STORAGE SECTION.

       01  EOFSW PIC 9 VALUE 0.
       01  WS-FS-RSB PIC XX VALUE SPACES.
       01  WS-FS-BID PIC XX VALUE SPACES.
       01  WS-FS-BLR PIC XX VALUE SPACES.
       01  WS-FS-AM PIC XX VALUE SPACES.
       01  WS-FS-MRJ PIC XX VALUE SPACES.

      *century-correct run date for the batch stamp
       01  WS-D6 PIC 9(6) VALUE 0.
           05 WS-TD-MM PIC 99.
           05 WS-TD-DD PIC 99.

      *biller master held for the bills-payment edit - a reference
      *length of 00 means the biller takes any length
       01  BILLER-TABLE.
           05 BILLER-ENTRY OCCURS 100 TIMES.
               10 BT-CODE PIC X(6).
               10 BT-REF-LEN PIC 99.
               10 BT-STATUS PIC X.
       01  BILLER-COUNT PIC 9(3) VALUE 0.
       01  BL-I PIC 9(3) VALUE 0.
       01  BL-FOUND-I PIC 9(3) VALUE 0.
       01  BILL-REASON PIC X(20) VALUE SPACES.
       01  SREF-LEN PIC 99 VALUE 0.

      *older accounts on ACCTMAST.TXT whose numbers carry no check
      *digit - let through as they stand
       01  LEGACY-TABLE.
           05 LG-ANO OCCURS 1000 TIMES PIC X(10).
       01  LEGACY-COUNT PIC 9(4) VALUE 0.
       01  LG-I PIC 9(4) VALUE 0.
       01  ACCT-OK-SW PIC 9 VALUE 0.
       01  CKD-COUNT PIC 9(5) VALUE 0.
       01  MRJ-COUNT PIC 9(5) VALUE 0.

      *modulus 11 check digit - the nine serial digits weighted 10
      *down to 2; the check is 11 less the remainder (11 gives 0,
      *10 is never issued)
       01  CD-ANO PIC X(10) VALUE SPACES.
       01  CD-ANO-X REDEFINES CD-ANO.
           05 CD-DIGIT OCCURS 10 TIMES PIC 9.
       01  CD-K PIC 99 VALUE 0.
       01  CD-SUM PIC 9(4) VALUE 0.
       01  CD-QUOT PIC 9(4) VALUE 0.
       01  CD-REM PIC 99 VALUE 0.
       01  CD-CHECK PIC 99 VALUE 0.
       01  CD-OK-SW PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-BILLERS-RTN THRU LOAD-BILLERS-RTN-END.
           PERFORM LOAD-LEGACY-RTN THRU LOAD-LEGACY-RTN-END.
           PERFORM VALIDATE-RTN THRU VALIDATE-RTN-END.
           PERFORM SORT-RTN.
           GOBACK.
           END-PERFORM.

           PERFORM TAKE-RESUBMITS-RTN THRU TAKE-RESUBMITS-RTN-END.
           PERFORM TAKE-MERGE-REJECTS-RTN
               THRU TAKE-MERGE-REJECTS-RTN-END.

           CLOSE INFILE, REJFILE, WORKFILE.
       VALIDATE-RTN-END.
       VALIDATE-ONE-RTN.
           PERFORM CHECK-DATE-RTN.

           PERFORM CHECK-ACCOUNT-RTN THRU CHECK-ACCOUNT-RTN-END.
           IF ACCT-OK-SW = 0
               MOVE ANO  TO R-ANO
               MOVE ANA  TO R-ANA
               MOVE TC   TO R-TC
               MOVE TAMT TO R-TAMT
               MOVE TDATE TO R-TDATE
               MOVE TREF TO R-TREF
               MOVE SREF TO R-SREF
               MOVE 'BAD CHECK DIGIT' TO R-REASON
               WRITE REJREC
               ADD 1 TO CKD-COUNT
               GO TO VALIDATE-ONE-RTN-END
           END-IF.

           IF (TC = 'T' OR TC = 'U') AND TREF = SPACES
               MOVE ANO  TO R-ANO
               MOVE ANA  TO R-ANA
               MOVE TAMT TO R-TAMT
               MOVE TDATE TO R-TDATE
               MOVE TREF TO R-TREF
               MOVE SREF TO R-SREF
               MOVE 'TRANSFER NEEDS REF' TO R-REASON
               WRITE REJREC
               GO TO VALIDATE-ONE-RTN-END
           END-IF.

           IF TC = 'B'
               PERFORM CHECK-BILLER-RTN THRU CHECK-BILLER-RTN-END
               IF BILL-REASON NOT = SPACES
                   MOVE ANO  TO R-ANO
                   MOVE ANA  TO R-ANA
                   MOVE TC   TO R-TC
                   MOVE TAMT TO R-TAMT
                   MOVE TDATE TO R-TDATE
                   MOVE TREF TO R-TREF
                   MOVE SREF TO R-SREF
                   MOVE BILL-REASON TO R-REASON
                   WRITE REJREC
                   GO TO VALIDATE-ONE-RTN-END
               END-IF
           END-IF.

           IF (TC = 'D' OR TC = 'W' OR TC = 'R'
              OR TC = 'V' OR TC = 'F' OR TC = 'C'
              OR TC = 'T' OR TC = 'U' OR TC = 'B')
              AND WS-DATE-OK = 1
               MOVE ANO  TO W-ANO
               MOVE ANA  TO W-ANA
               MOVE TAMT TO W-TAMT
               MOVE TDATE TO W-TDATE
               MOVE TREF TO W-TREF
               MOVE SREF TO W-SREF
               WRITE WORKREC
               IF TC = 'T' OR TC = 'U'
                   PERFORM TALLY-XFER-RTN THRU TALLY-XFER-RTN-END
               MOVE TAMT TO R-TAMT
               MOVE TDATE TO R-TDATE
               MOVE TREF TO R-TREF
               MOVE SREF TO R-SREF
               IF WS-DATE-OK = 0
                   MOVE 'INVALID TRAN DATE' TO R-REASON
               ELSE
       VALIDATE-ONE-RTN-END.
           EXIT.

      *a bills payment names its biller in TREF and the customer's
      *account with that biller in SREF - the biller must be on the
      *master and active, and the reference must be present and, if
      *the biller fixes one, of exactly that length
       CHECK-BILLER-RTN.
           MOVE SPACES TO BILL-REASON.
           MOVE 0 TO BL-FOUND-I.
           PERFORM VARYING BL-I FROM 1 BY 1 UNTIL BL-I > BILLER-COUNT
               IF BT-CODE(BL-I) = TREF
                   MOVE BL-I TO BL-FOUND-I
               END-IF
           END-PERFORM.
           IF TREF = SPACES OR BL-FOUND-I = 0
               MOVE 'UNKNOWN BILLER' TO BILL-REASON
               GO TO CHECK-BILLER-RTN-END
           END-IF.
           IF BT-STATUS(BL-FOUND-I) NOT = 'A'
               MOVE 'BILLER SUSPENDED' TO BILL-REASON
               GO TO CHECK-BILLER-RTN-END
           END-IF.
           IF SREF = SPACES
               MOVE 'NO SUBSCRIBER REF' TO BILL-REASON
               GO TO CHECK-BILLER-RTN-END
           END-IF.
           MOVE 0 TO SREF-LEN.
           PERFORM VARYING BL-I FROM 20 BY -1
                   UNTIL BL-I < 1 OR SREF-LEN > 0
               IF SREF(BL-I:1) NOT = SPACE
                   MOVE BL-I TO SREF-LEN
               END-IF
           END-PERFORM.
           IF SREF(1:1) = SPACE
              OR (BT-REF-LEN(BL-FOUND-I) > 0
                  AND SREF-LEN NOT = BT-REF-LEN(BL-FOUND-I))
               MOVE 'BAD SUBSCRIBER REF' TO BILL-REASON
           END-IF.
       CHECK-BILLER-RTN-END.
           EXIT.

      *both legs of a reference tallied here; MATCH-XFER-RTN rules
      *on the totals after everything has been seen
       TALLY-XFER-RTN.
       TAKE-RESUBMITS-RTN-END.
           EXIT.

      *NEWMRG's held-back teller records are already in the reject
      *layout - copied across as they stand, then the queue cleared
       TAKE-MERGE-REJECTS-RTN.
           OPEN INPUT MRGREJFILE.
           IF WS-FS-MRJ NOT = '00'
               GO TO TAKE-MERGE-REJECTS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           READ MRGREJFILE INTO REJREC
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1
               WRITE REJREC
               ADD 1 TO MRJ-COUNT
               READ MRGREJFILE INTO REJREC
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE MRGREJFILE.
           OPEN OUTPUT MRGREJFILE.
           CLOSE MRGREJFILE.
       TAKE-MERGE-REJECTS-RTN-END.
           EXIT.

      *a number that passes its check digit is good; one that does
      *not is good only if it is an older account on the master
       CHECK-ACCOUNT-RTN.
           MOVE 1 TO ACCT-OK-SW.
           MOVE ANO TO CD-ANO.
           PERFORM CHECK-DIGIT-RTN THRU CHECK-DIGIT-RTN-END.
           IF CD-OK-SW = 1
               GO TO CHECK-ACCOUNT-RTN-END
           END-IF.
           MOVE 0 TO ACCT-OK-SW.
           PERFORM VARYING LG-I FROM 1 BY 1 UNTIL LG-I > LEGACY-COUNT
               IF LG-ANO(LG-I) = ANO
                   MOVE 1 TO ACCT-OK-SW
               END-IF
           END-PERFORM.
       CHECK-ACCOUNT-RTN-END.
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

      *the master's numbers that fail the check digit are the older
      *accounts - absent master means no older account is known
       LOAD-LEGACY-RTN.
           MOVE 0 TO LEGACY-COUNT.
           OPEN INPUT ACCTMASTFILE.
           IF WS-FS-AM NOT = '00'
               GO TO LOAD-LEGACY-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ACCTMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE AM-ANO TO CD-ANO
                   PERFORM CHECK-DIGIT-RTN THRU CHECK-DIGIT-RTN-END
                   IF CD-OK-SW = 0
                       IF LEGACY-COUNT < 1000
                           ADD 1 TO LEGACY-COUNT
                           MOVE AM-ANO TO LG-ANO(LEGACY-COUNT)
                       ELSE
                           DISPLAY 'OLDER ACCOUNT TABLE FULL - '
                               AM-ANO ' WILL REJECT.'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ACCTMASTFILE.
           MOVE 0 TO EOFSW.
       LOAD-LEGACY-RTN-END.
           EXIT.

      *the biller master into its table - absent means no biller is
      *known and every bills payment is rejected
       LOAD-BILLERS-RTN.
           MOVE 0 TO BILLER-COUNT.
           OPEN INPUT BILLFILE.
           IF WS-FS-BLR NOT = '00'
               GO TO LOAD-BILLERS-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR BILLER-COUNT = 100
               READ BILLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO BILLER-COUNT
                   MOVE BM-CODE TO BT-CODE(BILLER-COUNT)
                   MOVE BM-REF-LEN TO BT-REF-LEN(BILLER-COUNT)
                   MOVE BM-STATUS TO BT-STATUS(BILLER-COUNT)
               END-IF
           END-PERFORM.
           CLOSE BILLFILE.
           MOVE 0 TO EOFSW.
       LOAD-BILLERS-RTN-END.
           EXIT.

      *YYYYMMDD sanity check on the new transaction date
       CHECK-DATE-RTN.
           MOVE 1 TO WS-DATE-OK.
               DISPLAY 'ORPHANED TRANSFER LEGS (TRANSREJ.TXT): '
                   ORPHAN-COUNT
           END-IF.
           IF CKD-COUNT > 0
               DISPLAY 'BAD CHECK DIGITS (TRANSREJ.TXT): ' CKD-COUNT
           END-IF.
           IF MRJ-COUNT > 0
               DISPLAY 'TELLER RECORDS HELD BY NEWMRG (TRANSREJ.TXT): '
                   MRJ-COUNT
           END-IF.
           DISPLAY 'PRESORT COMPLETE.'.

      *every validated record goes to the sort except an unmatched
                       MOVE W-TAMT TO R-TAMT
                       MOVE W-TDATE TO R-TDATE
                       MOVE W-TREF TO R-TREF
                       MOVE W-SREF TO R-SREF
                       MOVE 'UNMATCHED TRANSFER' TO R-REASON
                       WRITE REJREC
                       ADD 1 TO ORPHAN-COUNT
           MOVE W-TAMT TO SRT-TAMT.
           MOVE W-TDATE TO SRT-TDATE.
           MOVE W-TREF TO SRT-TREF.
           MOVE W-SREF TO SRT-SREF.
           RELEASE SORT-REC.

      *TRANS.TXT'S RECORD ORDER JUST CHANGED, SO ANY RESTART
           ELSE
               MOVE 1 TO BID-SEQ
           END-IF.
           MOVE SPACE TO BID-STATUS.
           WRITE BID-REC.
           CLOSE BIDFILE.
           DISPLAY 'BATCH ID: ' BID-DATE '-' BID-SEQ.
