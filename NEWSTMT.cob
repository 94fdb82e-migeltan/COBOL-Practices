      *REMARKS. PASSBOOK-STYLE STATEMENT - ONE PAGE PER ACCOUNT FROM
      *TRANS.TXT AND NEWBAL.TXT: OPENING BALANCE BROUGHT FORWARD,
      *EVERY DEPOSIT AND WITHDRAWAL WITH A RUNNING BALANCE, THEN THE
      *SERVICE CHARGE, INTEREST AND FINAL TAX LINES, CLOSING AT THE
      *SAME FIGURE THE SW2 (NEW.COB) POSTING RUN PRODUCES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *run is going to divert to NEWEXC
           SELECT ACCTMASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-AM.
      *final-tax rate SW2 withholds on the interest at the break
           SELECT WHTPRMFILE ASSIGN TO 'WHTPRM.TXT'
               FILE STATUS WS-FS-WHP.
           SELECT OUTFILE ASSIGN TO 'STMTRPT'.

       DATA DIVISION.

       FD  INFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS INREC.

       01  INREC.
           02 TAMT PIC 9(7)V99.
           02 TDATE PIC 9(8).
           02 TREF PIC X(6).
           02 SREF PIC X(20).

       FD  BALFILE
           LABEL RECORD IS OMITTED
           05 AM-NAME PIC X(25).
           05 AM-OPENED PIC 9(8).
           05 AM-STATUS PIC X.
           05 AM-TAXEX PIC X.
           05 FILLER PIC X(19).

       FD  WHTPRMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS WHP-REC.

       01  WHP-REC.
           02 WHP-RATE PIC V9(5).

       FD  OUTFILE
           LABEL RECORD IS OMITTED
       01  WS-SVC-CHG PIC 9(3)V99 VALUE 50.00.
       01  WS-INT-RATE PIC V999 VALUE .010.
       01  WS-INTEREST PIC 9(7)V99 VALUE 0.
       01  WS-FS-WHP PIC XX VALUE SPACES.
       01  WS-WHT-RATE PIC V9(5) VALUE .20000.
       01  WS-WTAX PIC 9(7)V99 VALUE 0.

       01  WS-RUNNING PIC S9(9)V99 VALUE 0.
       01  WS-OPENING PIC 9(9)V99 VALUE 0.
           05 AM-ENTRY OCCURS 200 TIMES.
               10 AMT-ANO PIC X(10).
               10 AMT-STATUS PIC X.
               10 AMT-TAXEX PIC X.
       01  AM-COUNT PIC 9(3) VALUE 0.
       01  AM-EOFSW PIC 9 VALUE 0.

      *its closing figure stays the balance SW2 will carry forward
       01  GROUP-SKIP-SW PIC 9 VALUE 0.
       01  STAND-REASON PIC X(6) VALUE SPACES.
      *Y while the open account group is exempt from the final tax
       01  GROUP-TAXEX PIC X VALUE 'N'.

       01  STAND-LINE.
           02 FILLER PIC X(12) VALUE SPACES.
       MAIN-RTN.
           PERFORM LOAD-BALANCES-RTN THRU LOAD-BALANCES-RTN-END.
           PERFORM LOAD-ACCTMAST-RTN THRU LOAD-ACCTMAST-RTN-END.
           PERFORM LOAD-WHT-RATE-RTN THRU LOAD-WHT-RATE-RTN-END.
           PERFORM INIT-RTN.
           IF WS-FS-IN NOT = '00'
               DISPLAY 'ERROR OPENING TRANS.TXT. STATUS: ' WS-FS-IN
           DISPLAY 'STATEMENT RUN COMPLETE (STMTRPT).'.

       END-PROG.
           GOBACK.

       INIT-RTN.
           OPEN INPUT INFILE OUTPUT OUTFILE.
       CHECK-STANDING-RTN.
           MOVE 0 TO GROUP-SKIP-SW.
           MOVE SPACES TO STAND-REASON.
           MOVE 'N' TO GROUP-TAXEX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > AM-COUNT
               IF AMT-ANO(I) = HOLD-ACC-NO
                   MOVE AMT-TAXEX(I) TO GROUP-TAXEX
                   IF AMT-STATUS(I) = 'F'
                       MOVE 1 TO GROUP-SKIP-SW
                       MOVE 'FROZEN' TO STAND-REASON
               MOVE 'Transfer In' TO P-DESC
               ADD TAMT TO WS-RUNNING
           END-IF.
      *a bills payment shows the biller it went to
           IF TC = 'B'
               MOVE 'Bills Payment' TO P-DESC
               MOVE TREF TO P-DESC(15:6)
               SUBTRACT TAMT FROM WS-RUNNING
           END-IF.
           MOVE WS-RUNNING TO P-BAL.
           WRITE OUTREC FROM DETAIL-LINE AFTER 1.

      *the same arithmetic ACCOUNT-BREAK posts, or the passbook
      *would drift a centavo from the ledger on a .005 fraction
           COMPUTE WS-INTEREST ROUNDED = WS-RUNNING * WS-INT-RATE.
      *the final tax comes off the printed interest, as SW2 takes it
           MOVE 0 TO WS-WTAX.
           IF WS-RUNNING > 0 AND GROUP-TAXEX NOT = 'Y'
               COMPUTE WS-WTAX ROUNDED = WS-INTEREST * WS-WHT-RATE
           END-IF.

           MOVE 'Interest' TO L-DESC.
           MOVE WS-INTEREST TO L-AMT.
           MOVE WS-RUNNING TO L-BAL.
           WRITE OUTREC FROM PLAIN-LINE AFTER 2.

           IF WS-WTAX > 0
               MOVE 'Final Tax Withheld' TO L-DESC
               MOVE WS-WTAX TO L-AMT
               SUBTRACT WS-WTAX FROM WS-RUNNING
               MOVE WS-RUNNING TO L-BAL
               WRITE OUTREC FROM PLAIN-LINE AFTER 1
           END-IF.

           MOVE 'Service Charge' TO L-DESC.
           MOVE WS-SVC-CHG TO L-AMT.
           SUBTRACT WS-SVC-CHG FROM WS-RUNNING.
       ACCOUNT-CLOSE-END.
           EXIT.

      *pick up the final-tax rate, if a parameter file exists
       LOAD-WHT-RATE-RTN.
           OPEN INPUT WHTPRMFILE.
           IF WS-FS-WHP NOT = '00'
               GO TO LOAD-WHT-RATE-RTN-END
           END-IF.

           READ WHTPRMFILE
               AT END CONTINUE
               NOT AT END MOVE WHP-RATE TO WS-WHT-RATE
           END-READ.

           CLOSE WHTPRMFILE.
       LOAD-WHT-RATE-RTN-END.
           EXIT.

      *bring the account standings in, if a master exists
       LOAD-ACCTMAST-RTN.
           MOVE 0 TO AM-COUNT.
                   ADD 1 TO AM-COUNT
                   MOVE AM-ANO TO AMT-ANO(AM-COUNT)
                   MOVE AM-STATUS TO AMT-STATUS(AM-COUNT)
                   MOVE AM-TAXEX TO AMT-TAXEX(AM-COUNT)
               END-IF
           END-PERFORM.

