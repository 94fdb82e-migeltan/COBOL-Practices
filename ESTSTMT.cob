       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTSTMT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. ESTATE STATEMENT - GIVEN THE IDNUM OF A CUSTOMER
      *RECORDED ON DECEASED.TXT BY DECMNT, LISTS EVERY ACCOUNT
      *LINKED ON CUSTXREF.TXT WITH ITS BALANCE AS AT THE DATE OF
      *DEATH. THE CURRENT NEWBAL.TXT BALANCE (NEGATIVE WHEN THE
      *ACCOUNT IS ON NEWODX.TXT) HAS EVERY TRANSHIST.TXT ITEM DATED
      *AFTER THE DEATH BACKED OUT OF IT. THE ESTATE TOTAL IS WHAT
      *THE HEIRS ARE TOLD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECFILE ASSIGN TO "DECEASED.TXT"
               FILE STATUS IS WS-DEC-FS.
           SELECT CUSTFILE ASSIGN TO "Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CUST-FS.
           SELECT XREFFILE ASSIGN TO "CUSTXREF.TXT"
               FILE STATUS IS WS-XREF-FS.
           SELECT MASTFILE ASSIGN TO "ACCTMAST.TXT"
               FILE STATUS IS WS-AM-FS.
           SELECT BALFILE ASSIGN TO "NEWBAL.TXT"
               FILE STATUS IS WS-BAL-FS.
           SELECT ODXFILE ASSIGN TO "NEWODX.TXT"
               FILE STATUS IS WS-ODX-FS.
           SELECT HISTFILE ASSIGN TO "TRANSHIST.TXT"
               FILE STATUS IS WS-HX-FS.
           SELECT OUTFILE ASSIGN TO "ESTSTMTR".

       DATA DIVISION.
       FILE SECTION.

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

       FD  OUTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OUTREC.

       01  OUTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-DEC-FS PIC XX VALUE SPACES.
       01  WS-CUST-FS PIC XX VALUE SPACES.
       01  WS-XREF-FS PIC XX VALUE SPACES.
       01  WS-AM-FS PIC XX VALUE SPACES.
       01  WS-BAL-FS PIC XX VALUE SPACES.
       01  WS-ODX-FS PIC XX VALUE SPACES.
       01  WS-HX-FS PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

       01  REQ-IDNUM PIC 9(5) VALUE 0.
       01  REQ-NAME PIC X(30) VALUE SPACES.
       01  REQ-DOD PIC 9(8) VALUE 0.
       01  REQ-INFORMANT PIC X(25) VALUE SPACES.
       01  DEC-FOUND-SW PIC 9 VALUE 0.
       01  I PIC 99 VALUE 0.
       01  HIT PIC 99 VALUE 0.

      *the estate's accounts - current balance, and the movement
      *since the death that is backed out of it
       01  EST-TABLE.
           05 EST-ENTRY OCCURS 50 TIMES.
               10 ET-ANO PIC X(10).
               10 ET-NAME PIC X(25).
               10 ET-STATUS PIC X.
               10 ET-BAL-SW PIC 9.
               10 ET-CURRENT PIC S9(9)V99.
               10 ET-MOVED PIC S9(9)V99.
       01  EST-COUNT PIC 99 VALUE 0.

       01  WORK-DOD-BAL PIC S9(9)V99 VALUE 0.
       01  TOT-DOD PIC S9(10)V99 VALUE 0.
       01  TOT-MOVED PIC S9(10)V99 VALUE 0.
       01  TOT-CURRENT PIC S9(10)V99 VALUE 0.
       01  ITEM-COUNT PIC 9(5) VALUE 0.

       01  HEAD-1.
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'Estate Statement'.
           02 FILLER PIC X(30) VALUE SPACES.

       01  CUST-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Estate of:'.
           02 P-IDNUM PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 P-NAME PIC X(30).
           02 FILLER PIC X(31) VALUE SPACES.

       01  DOD-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(24) VALUE 'Balances as at death on '.
           02 P-DOD PIC 9(8).
           02 FILLER PIC X(14) VALUE ' - reported by'.
           02 FILLER PIC X(1) VALUE SPACE.
           02 P-INFORMANT PIC X(25).
           02 FILLER PIC X(6) VALUE SPACES.

       01  SUBHEAD-2.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Account'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(18) VALUE 'Name'.
           02 FILLER PIC X(1) VALUE 'S'.
           02 FILLER PIC X(14) VALUE '      At Death'.
           02 FILLER PIC X(14) VALUE '   Since Death'.
           02 FILLER PIC X(14) VALUE '       Current'.
           02 FILLER PIC X(3) VALUE SPACES.

       01  DETALYE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 D-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-NAME PIC X(17).
           02 FILLER PIC X(1) VALUE SPACES.
           02 D-STATUS PIC X.
           02 D-DOD-BAL PIC ---,---,--9.99.
           02 D-MOVED PIC ---,---,--9.99.
           02 D-CURRENT PIC ---,---,--9.99.
           02 FILLER PIC X(3) VALUE SPACES.

       01  NOTE-LINE.
           02 FILLER PIC X(16) VALUE SPACES.
           02 N-TEXT PIC X(64).

       01  TOTAL-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'Estate Total'.
           02 T-DOD PIC ----,---,--9.99.
           02 T-MOVED PIC ----,---,--9.99.
           02 T-CURRENT PIC ----,---,--9.99.
           02 FILLER PIC X(1) VALUE SPACES.

       01  BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY 'Customer ID: '.
           ACCEPT REQ-IDNUM.

           PERFORM FIND-DECEASED-RTN THRU FIND-DECEASED-RTN-END.
           IF DEC-FOUND-SW = 0
               DISPLAY 'Customer is not recorded as deceased -'
                   ' run DECMNT first.'
               STOP RUN
           END-IF.

           PERFORM FIND-CUSTOMER-RTN THRU FIND-CUSTOMER-RTN-END.
           PERFORM LOAD-ESTATE-RTN THRU LOAD-ESTATE-RTN-END.
           PERFORM LOAD-BALANCES-RTN THRU LOAD-BALANCES-RTN-END.
           PERFORM BACK-OUT-RTN THRU BACK-OUT-RTN-END.
           PERFORM REPORT-RTN.
           STOP RUN.

       FIND-DECEASED-RTN.
           MOVE 0 TO DEC-FOUND-SW.
           OPEN INPUT DECFILE.
           IF WS-DEC-FS NOT = '00'
               GO TO FIND-DECEASED-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           READ DECFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1
               IF DC-IDNUM = REQ-IDNUM
                   MOVE 1 TO DEC-FOUND-SW
                   MOVE DC-DOD TO REQ-DOD
                   MOVE DC-INFORMANT TO REQ-INFORMANT
               END-IF
               READ DECFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE DECFILE.
       FIND-DECEASED-RTN-END.
           EXIT.

       FIND-CUSTOMER-RTN.
           MOVE SPACES TO REQ-NAME.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-FS NOT = '00'
               GO TO FIND-CUSTOMER-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           READ CUSTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1
               IF IDNum = REQ-IDNUM
                   MOVE SPACES TO REQ-NAME
                   STRING FirstName DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       LastName DELIMITED BY '  '
                       INTO REQ-NAME
                   END-STRING
               END-IF
               READ CUSTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE CUSTFILE.
       FIND-CUSTOMER-RTN-END.
           EXIT.

      *the linked accounts, then their names and standing off the
      *master
       LOAD-ESTATE-RTN.
           MOVE 0 TO EST-COUNT.
           OPEN INPUT XREFFILE.
           IF WS-XREF-FS NOT = '00'
               DISPLAY 'NO CUSTXREF.TXT ON HAND.'
               GO TO LOAD-ESTATE-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           READ XREFFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR EST-COUNT = 50
               IF XR-IDNUM = REQ-IDNUM
                   ADD 1 TO EST-COUNT
                   MOVE XR-ANO TO ET-ANO(EST-COUNT)
                   MOVE SPACES TO ET-NAME(EST-COUNT)
                   MOVE SPACE TO ET-STATUS(EST-COUNT)
                   MOVE 0 TO ET-BAL-SW(EST-COUNT)
                   MOVE 0 TO ET-CURRENT(EST-COUNT)
                   MOVE 0 TO ET-MOVED(EST-COUNT)
               END-IF
               READ XREFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE XREFFILE.

           OPEN INPUT MASTFILE.
           IF WS-AM-FS NOT = '00'
               GO TO LOAD-ESTATE-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           READ MASTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1
               MOVE AM-ANO TO HX-ANO
               PERFORM FIND-ENTRY-RTN
               IF HIT > 0
                   MOVE AM-NAME TO ET-NAME(HIT)
                   MOVE AM-STATUS TO ET-STATUS(HIT)
               END-IF
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE MASTFILE.
       LOAD-ESTATE-RTN-END.
           EXIT.

      *today's balances - an account on NEWODX.TXT is overdrawn, so
      *its amount counts against the estate
       LOAD-BALANCES-RTN.
           OPEN INPUT BALFILE.
           IF WS-BAL-FS NOT = '00'
               GO TO LOAD-BALANCES-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           READ BALFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1
               MOVE BAL-R-ANO TO HX-ANO
               PERFORM FIND-ENTRY-RTN
               IF HIT > 0
                   MOVE 1 TO ET-BAL-SW(HIT)
                   MOVE BAL-R-AMT TO ET-CURRENT(HIT)
               END-IF
               READ BALFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE BALFILE.

           OPEN INPUT ODXFILE.
           IF WS-ODX-FS NOT = '00'
               GO TO LOAD-BALANCES-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           READ ODXFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1
               MOVE ODX-ANO TO HX-ANO
               PERFORM FIND-ENTRY-RTN
               IF HIT > 0
                   COMPUTE ET-CURRENT(HIT) = 0 - ET-CURRENT(HIT)
               END-IF
               READ ODXFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE ODXFILE.
       LOAD-BALANCES-RTN-END.
           EXIT.

      *what moved on the account after the death - credits D, U, V
      *raised it and debits lowered it
       BACK-OUT-RTN.
           OPEN INPUT HISTFILE.
           IF WS-HX-FS NOT = '00'
               GO TO BACK-OUT-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           READ HISTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1
               IF HX-TDATE > REQ-DOD
                   PERFORM FIND-ENTRY-RTN
                   IF HIT > 0
                       ADD 1 TO ITEM-COUNT
                       IF HX-TC = 'D' OR HX-TC = 'U' OR HX-TC = 'V'
                           ADD HX-TAMT TO ET-MOVED(HIT)
                       ELSE
                           SUBTRACT HX-TAMT FROM ET-MOVED(HIT)
                       END-IF
                   END-IF
               END-IF
               READ HISTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE HISTFILE.
       BACK-OUT-RTN-END.
           EXIT.

      *HX-ANO against the estate's accounts; HIT is 0 if none
       FIND-ENTRY-RTN.
           MOVE 0 TO HIT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > EST-COUNT OR HIT > 0
               IF ET-ANO(I) = HX-ANO
                   MOVE I TO HIT
               END-IF
           END-PERFORM.

       REPORT-RTN.
           OPEN OUTPUT OUTFILE.
           WRITE OUTREC FROM HEAD-1 AFTER PAGE.
           MOVE REQ-IDNUM TO P-IDNUM.
           MOVE REQ-NAME TO P-NAME.
           WRITE OUTREC FROM CUST-LINE AFTER 2.
           MOVE REQ-DOD TO P-DOD.
           MOVE REQ-INFORMANT TO P-INFORMANT.
           WRITE OUTREC FROM DOD-LINE AFTER 1.
           WRITE OUTREC FROM SUBHEAD-2 AFTER 2.
           WRITE OUTREC FROM BLANK-LINE AFTER 1.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EST-COUNT
               COMPUTE WORK-DOD-BAL = ET-CURRENT(I) - ET-MOVED(I)
               MOVE ET-ANO(I) TO D-ANO
               MOVE ET-NAME(I) TO D-NAME
               MOVE ET-STATUS(I) TO D-STATUS
               MOVE WORK-DOD-BAL TO D-DOD-BAL
               MOVE ET-MOVED(I) TO D-MOVED
               MOVE ET-CURRENT(I) TO D-CURRENT
               WRITE OUTREC FROM DETALYE AFTER 1
               IF ET-BAL-SW(I) = 0
                   MOVE 'NO BALANCE RECORD - SHOWN AS NIL' TO N-TEXT
                   WRITE OUTREC FROM NOTE-LINE AFTER 1
               END-IF
               ADD WORK-DOD-BAL TO TOT-DOD
               ADD ET-MOVED(I) TO TOT-MOVED
               ADD ET-CURRENT(I) TO TOT-CURRENT
           END-PERFORM.

           MOVE TOT-DOD TO T-DOD.
           MOVE TOT-MOVED TO T-MOVED.
           MOVE TOT-CURRENT TO T-CURRENT.
           WRITE OUTREC FROM BLANK-LINE AFTER 1.
           WRITE OUTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'Interest and charges posted without a history item'
               TO N-TEXT.
           WRITE OUTREC FROM NOTE-LINE AFTER 2.
           MOVE 'since the death are not backed out above.' TO N-TEXT.
           WRITE OUTREC FROM NOTE-LINE AFTER 1.
           CLOSE OUTFILE.

           DISPLAY 'ACCOUNTS LISTED: ' EST-COUNT
               '  ITEMS SINCE DEATH: ' ITEM-COUNT.
           DISPLAY 'ESTATE STATEMENT COMPLETE.'.
