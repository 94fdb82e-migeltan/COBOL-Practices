      *DATE-COMPILED. MARCH 18, 2026.
      *REMARKS. CUSTOMER-POSITION REPORT - GIVEN ONE IDNUM, LISTS
      *EVERY ACCOUNT LINKED ON CUSTXREF.TXT WITH ITS NEWBAL.TXT
      *BALANCE AND A COMBINED TOTAL: THE SINGLE-CUSTOMER VIEW. A
      *FOREIGN-CURRENCY ACCOUNT SHOWS ITS ACCTMAST.TXT CURRENCY AND
      *ITS PESO EQUIVALENT AT THE LATEST FXRATE.TXT RATE; THE
      *COMBINED TOTAL IS IN PESOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-XREF-FS.
           SELECT BALFILE ASSIGN TO "NEWBAL.TXT"
               FILE STATUS IS WS-BAL-FS.
           SELECT ACCTMASTFILE ASSIGN TO "ACCTMAST.TXT"
               FILE STATUS IS WS-AM-FS.
           SELECT FXRATEFILE ASSIGN TO "FXRATE.TXT"
               FILE STATUS IS WS-FXR-FS.
           SELECT OUTFILE ASSIGN TO "CUSTPOSR".

       DATA DIVISION.
           02 BAL-R-AMT PIC 9(9)V99.
           02 BAL-R-LASTACT PIC 9(8).

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

       FD  FXRATEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FXR-REC.

       01  FXR-REC.
           02 FXR-CCY PIC X(3).
           02 FXR-DATE PIC 9(8).
           02 FXR-RATE PIC 9(3)V9(6).

       FD  OUTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OUTREC.
       01  WS-CUST-FS PIC XX VALUE SPACES.
       01  WS-XREF-FS PIC XX VALUE SPACES.
       01  WS-BAL-FS PIC XX VALUE SPACES.
       01  WS-AM-FS PIC XX VALUE SPACES.
       01  WS-FXR-FS PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

       01  REQ-IDNUM PIC 9(5) VALUE 0.
       01  REQ-NAME PIC X(30) VALUE SPACES.
       01  CUST-FOUND-SW PIC 9 VALUE 0.
       01  LINK-COUNT PIC 9(3) VALUE 0.
       01  COMBINED PIC 9(11)V99 VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  BAL-FOUND-SW PIC 9 VALUE 0.
       01  WORK-AMT PIC 9(9)V99 VALUE 0.
       01  WORK-PHP PIC 9(11)V99 VALUE 0.
       01  WORK-CCY PIC X(3) VALUE SPACES.

       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

      *the foreign-currency accounts on the master, and today's
      *rate for each currency
       01  FXA-TABLE.
           05 FXA-ENTRY OCCURS 500 TIMES.
               10 FXA-ANO PIC X(10).
               10 FXA-CCY PIC X(3).
       01  FXA-COUNT PIC 9(3) VALUE 0.

       01  FXC-TABLE.
           05 FXC-ENTRY OCCURS 20 TIMES.
               10 FXC-CCY PIC X(3).
               10 FXC-DATE PIC 9(8).
               10 FXC-RATE PIC 9(3)V9(6).
       01  FXC-COUNT PIC 9(3) VALUE 0.
       01  FXC-FOUND-I PIC 9(3) VALUE 0.

      *prior closing balances held for the keyed lookups
       01  BAL-TABLE.
       01  SUBHEAD-2.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Account'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(3) VALUE 'Ccy'.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(13) VALUE '      Balance'.
           02 FILLER PIC X(16) VALUE '     Peso Equiv.'.

       01  DETALYE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 D-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-CCY PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-AMT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-PHP PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-NOTE PIC X(14).

       01  TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(23) VALUE 'Combined Total (PHP):'.
           02 FILLER PIC X(10) VALUE SPACES.
           02 T-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(29) VALUE SPACES.

       01  BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.
               STOP RUN
           END-IF.

           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM LOAD-BALANCES-RTN THRU LOAD-BALANCES-RTN-END.
           PERFORM LOAD-FX-RTN THRU LOAD-FX-RTN-END.
           PERFORM REPORT-RTN THRU REPORT-RTN-END.
           STOP RUN.

       LOAD-BALANCES-RTN-END.
           EXIT.

      *the foreign-currency accounts, then the latest rate not
      *after today for each currency
       LOAD-FX-RTN.
           MOVE 0 TO FXA-COUNT.
           MOVE 0 TO FXC-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT ACCTMASTFILE.
           IF WS-AM-FS NOT = '00'
               GO TO LOAD-FX-RTN-END
           END-IF.
           PERFORM UNTIL EOFSW = 1
               READ ACCTMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND FXA-COUNT < 500
                  AND AM-CCY NOT = SPACES AND AM-CCY NOT = 'PHP'
                   ADD 1 TO FXA-COUNT
                   MOVE AM-ANO TO FXA-ANO(FXA-COUNT)
                   MOVE AM-CCY TO FXA-CCY(FXA-COUNT)
               END-IF
           END-PERFORM.
           CLOSE ACCTMASTFILE.

           MOVE 0 TO EOFSW.
           OPEN INPUT FXRATEFILE.
           IF WS-FXR-FS NOT = '00'
               GO TO LOAD-FX-RTN-END
           END-IF.
           PERFORM UNTIL EOFSW = 1
               READ FXRATEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND FXR-DATE <= WS-RUN-DATE
                   MOVE FXR-CCY TO WORK-CCY
                   PERFORM FIND-FXC-RTN
                   IF FXC-FOUND-I = 0 AND FXC-COUNT < 20
                       ADD 1 TO FXC-COUNT
                       MOVE FXC-COUNT TO FXC-FOUND-I
                       MOVE FXR-CCY TO FXC-CCY(FXC-FOUND-I)
                       MOVE 0 TO FXC-DATE(FXC-FOUND-I)
                   END-IF
                   IF FXC-FOUND-I > 0
                      AND FXR-DATE >= FXC-DATE(FXC-FOUND-I)
                       MOVE FXR-DATE TO FXC-DATE(FXC-FOUND-I)
                       MOVE FXR-RATE TO FXC-RATE(FXC-FOUND-I)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FXRATEFILE.
       LOAD-FX-RTN-END.
           EXIT.

       FIND-FXC-RTN.
           MOVE 0 TO FXC-FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FXC-COUNT
               IF FXC-CCY(I) = WORK-CCY
                   MOVE I TO FXC-FOUND-I
               END-IF
           END-PERFORM.

      *every linked account, its balance, and the combined total
       REPORT-RTN.
           OPEN OUTPUT OUTFILE.
               END-IF
           END-PERFORM.

           MOVE 'PHP' TO WORK-CCY.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FXA-COUNT
               IF FXA-ANO(I) = XR-ANO
                   MOVE FXA-CCY(I) TO WORK-CCY
               END-IF
           END-PERFORM.
           MOVE WORK-AMT TO WORK-PHP.
           MOVE SPACES TO D-NOTE.
           IF WORK-CCY NOT = 'PHP'
               PERFORM FIND-FXC-RTN
               IF FXC-FOUND-I = 0
                   MOVE 0 TO WORK-PHP
                   MOVE 'NO FX RATE' TO D-NOTE
               ELSE
                   COMPUTE WORK-PHP ROUNDED =
                       WORK-AMT * FXC-RATE(FXC-FOUND-I)
               END-IF
           END-IF.

           MOVE XR-ANO TO D-ANO.
           MOVE WORK-CCY TO D-CCY.
           MOVE WORK-AMT TO D-AMT.
           MOVE WORK-PHP TO D-PHP.
           IF BAL-FOUND-SW = 0
               MOVE 'NO BALANCE REC' TO D-NOTE
           END-IF.
           WRITE OUTREC FROM DETALYE AFTER 1.
           ADD WORK-PHP TO COMBINED.
           ADD 1 TO LINK-COUNT.
