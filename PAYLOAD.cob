       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYLOAD.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. EMPLOYER PAYROLL LOAD - RUNS AHEAD OF NEWPRE BESIDE
      *NEWSTDO. PAYROLL.TXT CARRIES ONE OR MORE EMPLOYER PAYROLLS,
      *EACH A HEADER (EMPLOYER ACCOUNT, PAYROLL REFERENCE, LINE
      *COUNT AND CONTROL TOTAL) FOLLOWED BY ONE LINE PER EMPLOYEE
      *ACCOUNT AND AMOUNT. A PAYROLL WHOSE LINES DO NOT ADD UP TO
      *ITS HEADER, WHOSE EMPLOYER CANNOT BE DEBITED, OR WHICH WAS
      *ALREADY LOADED IS REFUSED WHOLE. OTHERWISE EVERY EMPLOYEE
      *ACCOUNT IS CHECKED AGAINST ACCTMAST.TXT AND THE GOOD LINES
      *GO INTO TRANS.TXT AS D CREDITS BEHIND ONE W FUNDING DEBIT ON
      *THE EMPLOYER FOR THEIR TOTAL, ALL CARRYING THE PAYROLL
      *REFERENCE IN TREF. REJECTED LINES AND REFUSED PAYROLLS GO
      *BACK TO THE EMPLOYER ON PAYRET.TXT. THE LOADED PAYROLLS ARE
      *LOGGED ON PAYREG.TXT AND PAYROLL.TXT IS EMPTIED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYFILE ASSIGN TO 'PAYROLL.TXT'
               FILE STATUS WS-FS-PAY.
      *account master - employee accounts must be on it and able
      *to take a credit; the employer must be able to take a debit
           SELECT ACCTMASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-AM.
      *the funds test on the employer - last night's balance and
      *overdraft marker, less active holds, plus whatever is already
      *queued on TRANS.txt
           SELECT BALFILE ASSIGN TO 'NEWBAL.TXT'
               FILE STATUS WS-BAL-FS.
           SELECT ODXFILE ASSIGN TO 'NEWODX.TXT'
               FILE STATUS WS-FS-ODX.
           SELECT HOLDFILE ASSIGN TO 'NEWHOLD.TXT'
               FILE STATUS WS-FS-HLD.
           SELECT OPTIONAL TRANSFILE ASSIGN TO 'TRANS.txt'
               FILE STATUS WS-FS-TRN.
      *every payroll loaded - employer and reference - so the same
      *file sent twice cannot pay twice
           SELECT OPTIONAL REGFILE ASSIGN TO 'PAYREG.TXT'
               FILE STATUS WS-FS-REG.
      *what goes back to the employers - refused payrolls and
      *rejected lines, dated
           SELECT OPTIONAL RETFILE ASSIGN TO 'PAYRET.TXT'
               FILE STATUS WS-FS-RET.
           SELECT RPTFILE ASSIGN TO 'PAYLOADR'.

       DATA DIVISION.
       FILE SECTION.

      *H = employer header, D = employee line
       FD  PAYFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAY-HEAD-REC PAY-LINE-REC.

       01  PAY-HEAD-REC.
           02 PH-TYPE PIC X.
           02 PH-EMPLOYER PIC X(10).
           02 PH-REF PIC X(6).
           02 PH-COUNT PIC 9(5).
           02 PH-CONTROL PIC 9(9)V99.
           02 FILLER PIC X(47).

       01  PAY-LINE-REC.
           02 PL-TYPE PIC X.
           02 PL-ANO PIC X(10).
           02 PL-NAME PIC X(25).
           02 PL-AMT PIC 9(7)V99.
           02 PL-EMPID PIC X(10).
           02 FILLER PIC X(25).

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

       FD  REGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PREG-REC.

       01  PREG-REC.
           02 PR-EMPLOYER PIC X(10).
           02 PR-REF PIC X(6).
           02 PR-DATE PIC 9(8).
           02 PR-CREDITS PIC 9(5).
           02 PR-AMT PIC 9(9)V99.

      *H = the payroll's verdict, D = one line sent back with why
       FD  RETFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RET-HEAD-REC RET-LINE-REC.

       01  RET-HEAD-REC.
           02 RH-TYPE PIC X.
           02 RH-EMPLOYER PIC X(10).
           02 RH-REF PIC X(6).
           02 RH-DATE PIC 9(8).
           02 RH-RESULT PIC X(20).
           02 RH-LINES PIC 9(5).
           02 RH-REJECTS PIC 9(5).
           02 RH-FUNDED PIC 9(9)V99.
           02 FILLER PIC X(14).

       01  RET-LINE-REC.
           02 RL-TYPE PIC X.
           02 RL-EMPLOYER PIC X(10).
           02 RL-REF PIC X(6).
           02 RL-ANO PIC X(10).
           02 RL-EMPID PIC X(10).
           02 RL-AMT PIC 9(7)V99.
           02 RL-REASON PIC X(20).
           02 FILLER PIC X(14).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-PAY PIC XX VALUE SPACES.
       01  WS-FS-AM PIC XX VALUE SPACES.
       01  WS-BAL-FS PIC XX VALUE SPACES.
       01  WS-FS-ODX PIC XX VALUE SPACES.
       01  WS-FS-HLD PIC XX VALUE SPACES.
       01  WS-FS-TRN PIC XX VALUE SPACES.
       01  WS-FS-REG PIC XX VALUE SPACES.
       01  WS-FS-RET PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.
       01  PAY-EOFSW PIC 9 VALUE 0.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

      *one employer's payroll held whole until it has been settled
       01  BATCH-SEEN PIC 9 VALUE 0.
       01  BATCH-EMPLOYER PIC X(10) VALUE SPACES.
       01  BATCH-REF PIC X(6) VALUE SPACES.
       01  BATCH-HDR-COUNT PIC 9(5) VALUE 0.
       01  BATCH-CONTROL PIC 9(9)V99 VALUE 0.
       01  BATCH-TABLE.
           05 BATCH-ENTRY OCCURS 500 TIMES.
               10 BE-ANO PIC X(10).
               10 BE-NAME PIC X(25).
               10 BE-AMT PIC 9(7)V99.
               10 BE-EMPID PIC X(10).
               10 BE-MNAME PIC X(25).
               10 BE-STANDING PIC X.
               10 BE-CCY PIC X(3).
               10 BE-FOUND PIC 9.
               10 BE-REASON PIC X(20).
       01  BATCH-COUNT PIC 9(5) VALUE 0.
       01  BATCH-LINES PIC 9(5) VALUE 0.
       01  BATCH-HASH PIC 9(9)V99 VALUE 0.
       01  BATCH-RESULT PIC X(20) VALUE SPACES.
       01  BATCH-REJECTS PIC 9(5) VALUE 0.
       01  BATCH-CREDITS PIC 9(5) VALUE 0.
       01  BATCH-FUNDING PIC 9(9)V99 VALUE 0.
       01  I PIC 9(5) VALUE 0.

      *the employer as the master and the ledger see it tonight
       01  EMP-FOUND PIC 9 VALUE 0.
       01  EMP-NAME PIC X(25) VALUE SPACES.
       01  EMP-STANDING PIC X VALUE SPACE.
       01  EMP-CCY PIC X(3) VALUE SPACES.
       01  EMP-AVAIL PIC S9(9)V99 VALUE 0.

      *payrolls loaded on earlier runs
       01  REG-TABLE.
           05 REG-ENTRY OCCURS 1000 TIMES.
               10 RG-EMPLOYER PIC X(10).
               10 RG-REF PIC X(6).
       01  REG-COUNT PIC 9(4) VALUE 0.
       01  RG-I PIC 9(4) VALUE 0.
       01  DUP-SW PIC 9 VALUE 0.

       01  ORPHAN-COUNT PIC 9(5) VALUE 0.
       01  LOADED-COUNT PIC 9(3) VALUE 0.
       01  REFUSED-COUNT PIC 9(3) VALUE 0.
       01  CREDIT-TOTAL PIC 9(5) VALUE 0.
       01  REJECT-TOTAL PIC 9(5) VALUE 0.
       01  FUNDED-TOTAL PIC 9(11)V99 VALUE 0.

       01  RPT-HEAD.
           02 FILLER PIC X(27) VALUE SPACES.
           02 FILLER PIC X(26) VALUE 'Employer Payroll Load'.
           02 FILLER PIC X(27) VALUE SPACES.

       01  RPT-DATE-LINE.
           02 FILLER PIC X(27) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Run date: '.
           02 RD-DATE PIC 9(8).
           02 FILLER PIC X(35) VALUE SPACES.

       01  BATCH-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Employer: '.
           02 BL-EMPLOYER PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BL-NAME PIC X(25).
           02 FILLER PIC X(7) VALUE '  Ref: '.
           02 BL-REF PIC X(6).
           02 FILLER PIC X(18) VALUE SPACES.

       01  CONTROL-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Header: '.
           02 CTL-HCOUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(7) VALUE ' lines '.
           02 CTL-HAMT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(9) VALUE '  Found: '.
           02 CTL-LCOUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(7) VALUE ' lines '.
           02 CTL-LAMT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(5) VALUE SPACES.

       01  REJ-SUBHEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Account'.
           02 FILLER PIC X(12) VALUE 'Employee'.
           02 FILLER PIC X(14) VALUE '        Amount'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'Returned because'.
           02 FILLER PIC X(16) VALUE SPACES.

       01  REJ-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RJ-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RJ-EMPID PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RJ-AMT PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RJ-REASON PIC X(20).
           02 FILLER PIC X(16) VALUE SPACES.

       01  RESULT-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RS-RESULT PIC X(20).
           02 FILLER PIC X(9) VALUE ' Credits:'.
           02 RS-CREDITS PIC ZZ,ZZ9.
           02 FILLER PIC X(11) VALUE ' Returned: '.
           02 RS-REJECTS PIC ZZ,ZZ9.
           02 FILLER PIC X(9) VALUE ' Funded: '.
           02 RS-FUNDED PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.

       01  ORPHAN-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(37)
               VALUE 'Lines ahead of any employer header: '.
           02 OR-COUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(35) VALUE SPACES.

       01  TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Loaded: '.
           02 TT-LOADED PIC ZZ9.
           02 FILLER PIC X(11) VALUE '  Refused: '.
           02 TT-REFUSED PIC ZZ9.
           02 FILLER PIC X(11) VALUE '  Credits: '.
           02 TT-CREDITS PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TT-FUNDED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(15) VALUE SPACES.

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

           OPEN INPUT PAYFILE.
           IF WS-FS-PAY NOT = '00'
               DISPLAY 'NO PAYROLL FILE ON HAND.'
               GOBACK
           END-IF.

           PERFORM LOAD-REGISTER-RTN THRU LOAD-REGISTER-RTN-END.
           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE WS-RUN-DATE TO RD-DATE.
           WRITE RPTREC FROM RPT-DATE-LINE AFTER 1.

           MOVE 0 TO BATCH-SEEN.
           MOVE 0 TO PAY-EOFSW.
           PERFORM UNTIL PAY-EOFSW = 1
               READ PAYFILE
                   AT END MOVE 1 TO PAY-EOFSW
               END-READ
               IF PAY-EOFSW = 0
                   PERFORM TAKE-RECORD-RTN
               END-IF
           END-PERFORM.
           IF BATCH-SEEN = 1
               PERFORM SETTLE-BATCH-RTN THRU SETTLE-BATCH-RTN-END
           END-IF.
           CLOSE PAYFILE.

           IF ORPHAN-COUNT > 0
               MOVE ORPHAN-COUNT TO OR-COUNT
               WRITE RPTREC FROM ORPHAN-LINE AFTER 2
           END-IF.
           MOVE LOADED-COUNT TO TT-LOADED.
           MOVE REFUSED-COUNT TO TT-REFUSED.
           MOVE CREDIT-TOTAL TO TT-CREDITS.
           MOVE FUNDED-TOTAL TO TT-FUNDED.
           WRITE RPTREC FROM TOTAL-LINE AFTER 2.
           CLOSE RPTFILE.

      *every payroll on the file has been loaded or sent back - the
      *file is emptied so none of it can load a second time
           OPEN OUTPUT PAYFILE.
           CLOSE PAYFILE.

           DISPLAY 'PAYROLLS LOADED: ' LOADED-COUNT
               '  REFUSED: ' REFUSED-COUNT.
           DISPLAY 'PAYROLL CREDITS QUEUED: ' CREDIT-TOTAL
               '  LINES RETURNED: ' REJECT-TOTAL ' (PAYRET.TXT).'.
           GOBACK.

       LOAD-REGISTER-RTN.
           MOVE 0 TO REG-COUNT.
           OPEN INPUT REGFILE.
           IF WS-FS-REG NOT = '00'
               CLOSE REGFILE
               GO TO LOAD-REGISTER-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR REG-COUNT = 1000
               READ REGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REG-COUNT
                   MOVE PR-EMPLOYER TO RG-EMPLOYER(REG-COUNT)
                   MOVE PR-REF TO RG-REF(REG-COUNT)
               END-IF
           END-PERFORM.
           CLOSE REGFILE.
       LOAD-REGISTER-RTN-END.
           EXIT.

      *a header closes the payroll before it and opens the next;
      *a line joins the payroll it sits under
       TAKE-RECORD-RTN.
           IF PH-TYPE = 'H'
               IF BATCH-SEEN = 1
                   PERFORM SETTLE-BATCH-RTN THRU SETTLE-BATCH-RTN-END
               END-IF
               PERFORM START-BATCH-RTN
           ELSE
               IF BATCH-SEEN = 0
                   ADD 1 TO ORPHAN-COUNT
               ELSE
                   ADD 1 TO BATCH-LINES
                   IF PL-AMT IS NUMERIC
                       ADD PL-AMT TO BATCH-HASH
                   END-IF
                   IF BATCH-COUNT < 500
                       ADD 1 TO BATCH-COUNT
                       MOVE PL-ANO TO BE-ANO(BATCH-COUNT)
                       MOVE PL-NAME TO BE-NAME(BATCH-COUNT)
                       MOVE PL-AMT TO BE-AMT(BATCH-COUNT)
                       MOVE PL-EMPID TO BE-EMPID(BATCH-COUNT)
                       MOVE SPACES TO BE-MNAME(BATCH-COUNT)
                       MOVE SPACE TO BE-STANDING(BATCH-COUNT)
                       MOVE SPACES TO BE-CCY(BATCH-COUNT)
                       MOVE 0 TO BE-FOUND(BATCH-COUNT)
                       MOVE SPACES TO BE-REASON(BATCH-COUNT)
                       IF PL-AMT IS NOT NUMERIC
                           MOVE 0 TO BE-AMT(BATCH-COUNT)
                           MOVE 'BAD AMOUNT' TO BE-REASON(BATCH-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       START-BATCH-RTN.
           MOVE 1 TO BATCH-SEEN.
           MOVE PH-EMPLOYER TO BATCH-EMPLOYER.
           MOVE PH-REF TO BATCH-REF.
           IF PH-COUNT IS NUMERIC
               MOVE PH-COUNT TO BATCH-HDR-COUNT
           ELSE
               MOVE 0 TO BATCH-HDR-COUNT
           END-IF.
           IF PH-CONTROL IS NUMERIC
               MOVE PH-CONTROL TO BATCH-CONTROL
           ELSE
               MOVE 0 TO BATCH-CONTROL
           END-IF.
           MOVE 0 TO BATCH-COUNT BATCH-LINES BATCH-HASH.
           MOVE 0 TO BATCH-REJECTS BATCH-CREDITS BATCH-FUNDING.
           MOVE SPACES TO BATCH-RESULT.

      *one payroll, checked whole first - anything wrong at this
      *level sends it all back and queues nothing
       SETTLE-BATCH-RTN.
           PERFORM LOOK-UP-RTN THRU LOOK-UP-RTN-END.

           MOVE BATCH-EMPLOYER TO BL-EMPLOYER.
           MOVE EMP-NAME TO BL-NAME.
           MOVE BATCH-REF TO BL-REF.
           WRITE RPTREC FROM BATCH-LINE AFTER 2.
           MOVE BATCH-HDR-COUNT TO CTL-HCOUNT.
           MOVE BATCH-CONTROL TO CTL-HAMT.
           MOVE BATCH-LINES TO CTL-LCOUNT.
           MOVE BATCH-HASH TO CTL-LAMT.
           WRITE RPTREC FROM CONTROL-LINE AFTER 1.

           MOVE 0 TO DUP-SW.
           PERFORM VARYING RG-I FROM 1 BY 1 UNTIL RG-I > REG-COUNT
               IF RG-EMPLOYER(RG-I) = BATCH-EMPLOYER
                  AND RG-REF(RG-I) = BATCH-REF
                   MOVE 1 TO DUP-SW
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN BATCH-REF = SPACES
                   MOVE 'NO PAYROLL REF' TO BATCH-RESULT
               WHEN DUP-SW = 1
                   MOVE 'ALREADY LOADED' TO BATCH-RESULT
               WHEN EMP-FOUND = 0
                   MOVE 'EMPLOYER NOT FOUND' TO BATCH-RESULT
               WHEN EMP-STANDING = 'F'
                   MOVE 'EMPLOYER FROZEN' TO BATCH-RESULT
               WHEN EMP-STANDING = 'C' OR EMP-STANDING = 'E'
                   MOVE 'EMPLOYER CLOSED' TO BATCH-RESULT
               WHEN EMP-STANDING = 'P'
                   MOVE 'EMPLOYER CLOSING' TO BATCH-RESULT
               WHEN EMP-CCY NOT = SPACES AND EMP-CCY NOT = 'PHP'
                   MOVE 'EMPLOYER NOT PESO' TO BATCH-RESULT
               WHEN BATCH-LINES = 0
                   MOVE 'NO EMPLOYEE LINES' TO BATCH-RESULT
               WHEN BATCH-LINES > 500
                   MOVE 'OVER 500 LINES' TO BATCH-RESULT
               WHEN BATCH-LINES NOT = BATCH-HDR-COUNT
                   MOVE 'LINE COUNT OFF' TO BATCH-RESULT
               WHEN BATCH-HASH NOT = BATCH-CONTROL
                   MOVE 'CONTROL TOTAL OFF' TO BATCH-RESULT
           END-EVALUATE.
           IF BATCH-RESULT NOT = SPACES
               PERFORM REFUSE-BATCH-RTN
               GO TO SETTLE-BATCH-RTN-END
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BATCH-COUNT
               PERFORM CHECK-LINE-RTN
           END-PERFORM.
           IF BATCH-CREDITS = 0
               MOVE 'NO GOOD LINES' TO BATCH-RESULT
               PERFORM REFUSE-BATCH-RTN
               GO TO SETTLE-BATCH-RTN-END
           END-IF.

           PERFORM LOAD-FUNDS-RTN THRU LOAD-FUNDS-RTN-END.
           IF EMP-AVAIL < BATCH-FUNDING
               MOVE 'INSUFF FUNDS' TO BATCH-RESULT
               PERFORM REFUSE-BATCH-RTN
               GO TO SETTLE-BATCH-RTN-END
           END-IF.

           PERFORM QUEUE-BATCH-RTN.
       SETTLE-BATCH-RTN-END.
           EXIT.

      *one pass of the master for the employer and every employee
      *account on the payroll
       LOOK-UP-RTN.
           MOVE 0 TO EMP-FOUND.
           MOVE SPACES TO EMP-NAME.
           MOVE SPACE TO EMP-STANDING.
           MOVE SPACES TO EMP-CCY.
           OPEN INPUT ACCTMASTFILE.
           IF WS-FS-AM NOT = '00'
               GO TO LOOK-UP-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ACCTMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF AM-ANO = BATCH-EMPLOYER
                       MOVE 1 TO EMP-FOUND
                       MOVE AM-NAME TO EMP-NAME
                       MOVE AM-STATUS TO EMP-STANDING
                       MOVE AM-CCY TO EMP-CCY
                   END-IF
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > BATCH-COUNT
                       IF BE-ANO(I) = AM-ANO
                           MOVE 1 TO BE-FOUND(I)
                           MOVE AM-NAME TO BE-MNAME(I)
                           MOVE AM-STATUS TO BE-STANDING(I)
                           MOVE AM-CCY TO BE-CCY(I)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE ACCTMASTFILE.
       LOOK-UP-RTN-END.
           EXIT.

      *an employee line the posting run would divert or refuse is
      *sent back now instead - the name check is SW2's own
       CHECK-LINE-RTN.
           IF BE-REASON(I) = SPACES
               EVALUATE TRUE
                   WHEN BE-ANO(I) = SPACES
                       MOVE 'NO ACCOUNT' TO BE-REASON(I)
                   WHEN BE-AMT(I) = 0
                       MOVE 'BAD AMOUNT' TO BE-REASON(I)
                   WHEN BE-ANO(I) = BATCH-EMPLOYER
                       MOVE 'EMPLOYER ACCOUNT' TO BE-REASON(I)
                   WHEN BE-FOUND(I) = 0
                       MOVE 'NOT ON ACCTMAST' TO BE-REASON(I)
                   WHEN BE-STANDING(I) = 'F'
                       MOVE 'ACCOUNT FROZEN' TO BE-REASON(I)
                   WHEN BE-STANDING(I) = 'C'
                       MOVE 'ACCOUNT CLOSED' TO BE-REASON(I)
                   WHEN BE-STANDING(I) = 'E'
                       MOVE 'ACCOUNT ESCHEATED' TO BE-REASON(I)
                   WHEN BE-STANDING(I) = 'P'
                       MOVE 'ACCOUNT CLOSING' TO BE-REASON(I)
                   WHEN BE-CCY(I) NOT = SPACES
                        AND BE-CCY(I) NOT = 'PHP'
                       MOVE 'NOT A PESO ACCOUNT' TO BE-REASON(I)
                   WHEN BE-NAME(I) NOT = SPACES
                        AND BE-MNAME(I) NOT = SPACES
                        AND BE-NAME(I) NOT = BE-MNAME(I)
                       MOVE 'NAME MISMATCH' TO BE-REASON(I)
               END-EVALUATE
           END-IF.
           IF BE-REASON(I) = SPACES
               ADD 1 TO BATCH-CREDITS
               ADD BE-AMT(I) TO BATCH-FUNDING
           ELSE
               ADD 1 TO BATCH-REJECTS
           END-IF.

      *the employer's available funds - the last exported balance
      *(negative when NEWODX marks it an overdraft), less active
      *holds, netted with the items already on TRANS.txt, earlier
      *payrolls of this run included
       LOAD-FUNDS-RTN.
           MOVE 0 TO EMP-AVAIL.
           OPEN INPUT BALFILE.
           IF WS-BAL-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ BALFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0 AND BAL-R-ANO = BATCH-EMPLOYER
                       ADD BAL-R-AMT TO EMP-AVAIL
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
                   IF EOFSW = 0 AND ODX-ANO = BATCH-EMPLOYER
                       COMPUTE EMP-AVAIL = 0 - EMP-AVAIL
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
                      AND HLD-R-ANO = BATCH-EMPLOYER
                      AND (HLD-R-EXPIRY = 0
                           OR HLD-R-EXPIRY >= WS-RUN-DATE)
                       SUBTRACT HLD-R-AMT FROM EMP-AVAIL
                   END-IF
               END-PERFORM
               CLOSE HOLDFILE
           END-IF.

           OPEN INPUT TRANSFILE.
           IF WS-FS-TRN NOT = '00'
               CLOSE TRANSFILE
               GO TO LOAD-FUNDS-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ TRANSFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND T-ANO = BATCH-EMPLOYER
                   IF T-TC = 'D' OR T-TC = 'U' OR T-TC = 'V'
                       ADD T-TAMT TO EMP-AVAIL
                   END-IF
                   IF T-TC = 'W' OR T-TC = 'C' OR T-TC = 'T'
                      OR T-TC = 'R' OR T-TC = 'F' OR T-TC = 'B'
                       SUBTRACT T-TAMT FROM EMP-AVAIL
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TRANSFILE.
       LOAD-FUNDS-RTN-END.
           EXIT.

      *the funding debit first, then the credits it pays for
       QUEUE-BATCH-RTN.
           OPEN EXTEND TRANSFILE.
           MOVE BATCH-EMPLOYER TO T-ANO.
           MOVE EMP-NAME TO T-ANA.
           MOVE 'W' TO T-TC.
           MOVE BATCH-FUNDING TO T-TAMT.
           MOVE WS-RUN-DATE TO T-TDATE.
           MOVE BATCH-REF TO T-TREF.
           MOVE SPACES TO T-SREF.
           WRITE TRANS-REC.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BATCH-COUNT
               IF BE-REASON(I) = SPACES
                   MOVE BE-ANO(I) TO T-ANO
                   MOVE BE-MNAME(I) TO T-ANA
                   MOVE 'D' TO T-TC
                   MOVE BE-AMT(I) TO T-TAMT
                   MOVE WS-RUN-DATE TO T-TDATE
                   MOVE BATCH-REF TO T-TREF
                   MOVE SPACES TO T-SREF
                   WRITE TRANS-REC
               END-IF
           END-PERFORM.
           CLOSE TRANSFILE.

           OPEN EXTEND REGFILE.
           MOVE BATCH-EMPLOYER TO PR-EMPLOYER.
           MOVE BATCH-REF TO PR-REF.
           MOVE WS-RUN-DATE TO PR-DATE.
           MOVE BATCH-CREDITS TO PR-CREDITS.
           MOVE BATCH-FUNDING TO PR-AMT.
           WRITE PREG-REC.
           CLOSE REGFILE.
           IF REG-COUNT < 1000
               ADD 1 TO REG-COUNT
               MOVE BATCH-EMPLOYER TO RG-EMPLOYER(REG-COUNT)
               MOVE BATCH-REF TO RG-REF(REG-COUNT)
           END-IF.

           IF BATCH-REJECTS > 0
               MOVE 'LOADED WITH RETURNS' TO BATCH-RESULT
           ELSE
               MOVE 'LOADED' TO BATCH-RESULT
           END-IF.
           ADD 1 TO LOADED-COUNT.
           ADD BATCH-CREDITS TO CREDIT-TOTAL.
           ADD BATCH-FUNDING TO FUNDED-TOTAL.
           PERFORM RETURN-BATCH-RTN.

      *a refused payroll goes back whole - every line of it, each
      *with its own reason where it has one
       REFUSE-BATCH-RTN.
           MOVE 0 TO BATCH-CREDITS BATCH-FUNDING.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BATCH-COUNT
               IF BE-REASON(I) = SPACES
                   MOVE BATCH-RESULT TO BE-REASON(I)
               END-IF
           END-PERFORM.
           MOVE BATCH-COUNT TO BATCH-REJECTS.
           ADD 1 TO REFUSED-COUNT.
           PERFORM RETURN-BATCH-RTN.

       RETURN-BATCH-RTN.
           OPEN EXTEND RETFILE.
           MOVE SPACES TO RET-HEAD-REC.
           MOVE 'H' TO RH-TYPE.
           MOVE BATCH-EMPLOYER TO RH-EMPLOYER.
           MOVE BATCH-REF TO RH-REF.
           MOVE WS-RUN-DATE TO RH-DATE.
           MOVE BATCH-RESULT TO RH-RESULT.
           MOVE BATCH-LINES TO RH-LINES.
           MOVE BATCH-REJECTS TO RH-REJECTS.
           MOVE BATCH-FUNDING TO RH-FUNDED.
           WRITE RET-HEAD-REC.

           IF BATCH-REJECTS > 0
               WRITE RPTREC FROM REJ-SUBHEAD AFTER 2
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BATCH-COUNT
               IF BE-REASON(I) NOT = SPACES
                   MOVE SPACES TO RET-LINE-REC
                   MOVE 'D' TO RL-TYPE
                   MOVE BATCH-EMPLOYER TO RL-EMPLOYER
                   MOVE BATCH-REF TO RL-REF
                   MOVE BE-ANO(I) TO RL-ANO
                   MOVE BE-EMPID(I) TO RL-EMPID
                   MOVE BE-AMT(I) TO RL-AMT
                   MOVE BE-REASON(I) TO RL-REASON
                   WRITE RET-LINE-REC
                   MOVE BE-ANO(I) TO RJ-ANO
                   MOVE BE-EMPID(I) TO RJ-EMPID
                   MOVE BE-AMT(I) TO RJ-AMT
                   MOVE BE-REASON(I) TO RJ-REASON
                   WRITE RPTREC FROM REJ-DETAIL AFTER 1
               END-IF
           END-PERFORM.
           CLOSE RETFILE.
           ADD BATCH-REJECTS TO REJECT-TOTAL.

           MOVE BATCH-RESULT TO RS-RESULT.
           MOVE BATCH-CREDITS TO RS-CREDITS.
           MOVE BATCH-REJECTS TO RS-REJECTS.
           MOVE BATCH-FUNDING TO RS-FUNDED.
           WRITE RPTREC FROM RESULT-LINE AFTER 2.
