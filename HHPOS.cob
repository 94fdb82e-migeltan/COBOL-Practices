      *LISTS EVERY MEMBER OFF HOUSEHLD.TXT, EVERY ACCOUNT LINKED TO
      *EACH MEMBER ON CUSTXREF.TXT WITH ITS NEWBAL.TXT BALANCE, AND
      *THE COMBINED HOUSEHOLD TOTAL AGAINST THE HHPRM.TXT PRICING
      *THRESHOLD - THE FAMILY VIEW CUSTPOS NEVER HAD. A FOREIGN-
      *CURRENCY ACCOUNT SHOWS ITS CURRENCY AND PESO EQUIVALENT AND
      *COUNTS IN THE PESO COMBINED TOTAL, BUT ONLY PESO ACCOUNTS
      *COUNT TOWARD THE THRESHOLD, AS IN SW2.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-BAL-FS.
           SELECT HHPRMFILE ASSIGN TO "HHPRM.TXT"
               FILE STATUS IS WS-HHP-FS.
           SELECT ACCTMASTFILE ASSIGN TO "ACCTMAST.TXT"
               FILE STATUS IS WS-AM-FS.
           SELECT FXRATEFILE ASSIGN TO "FXRATE.TXT"
               FILE STATUS IS WS-FXR-FS.
           SELECT OUTFILE ASSIGN TO "HHPOSR".

       DATA DIVISION.
       01  HHPRM-REC.
           02 HHPRM-AMT PIC 9(9)V99.

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
       01  WS-XREF-FS PIC XX VALUE SPACES.
       01  WS-BAL-FS PIC XX VALUE SPACES.
       01  WS-HHP-FS PIC XX VALUE SPACES.
       01  WS-AM-FS PIC XX VALUE SPACES.
       01  WS-FXR-FS PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

       01  REQ-HHID PIC 9(5) VALUE 0.
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

       01  LINK-COUNT PIC 9(3) VALUE 0.
       01  COMBINED PIC 9(11)V99 VALUE 0.
       01  PESO-COMBINED PIC 9(11)V99 VALUE 0.
       01  WS-HH-THRESH PIC 9(9)V99 VALUE 1000000.00.

       01  HEAD-1.
           02 P-HHID PIC 9(5).
           02 FILLER PIC X(62) VALUE SPACES.

       01  SUBHEAD-2.
           02 FILLER PIC X(6) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Account'.
           02 FILLER PIC X(5) VALUE 'Ccy'.
           02 FILLER PIC X(14) VALUE '       Balance'.
           02 FILLER PIC X(16) VALUE '     Peso Equiv.'.
           02 FILLER PIC X(27) VALUE SPACES.

       01  MEMBER-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Member: '.
           02 FILLER PIC X(6) VALUE SPACES.
           02 D-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-CCY PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-AMT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-PHP PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-NOTE PIC X(14).
           02 FILLER PIC X(11) VALUE SPACES.

       01  TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 T-LABEL PIC X(35).
           02 T-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 T-NOTE PIC X(24).
           02 FILLER PIC X(1) VALUE SPACES.

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
           PERFORM LOAD-THRESHOLD-RTN THRU LOAD-THRESHOLD-RTN-END.
           PERFORM REPORT-RTN THRU REPORT-RTN-END.
           STOP RUN.
       LOAD-THRESHOLD-RTN-END.
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

      *one block per member, their accounts underneath, and the
      *combined line judged against the pricing threshold
       REPORT-RTN.
           WRITE OUTREC FROM HEAD-1 AFTER PAGE.
           MOVE REQ-HHID TO P-HHID.
           WRITE OUTREC FROM HH-LINE AFTER 2.
           WRITE OUTREC FROM SUBHEAD-2 AFTER 2.

           PERFORM VARYING M-I FROM 1 BY 1
                   UNTIL M-I > MEMBER-COUNT
                   MEMBER-ACCOUNTS-RTN-END
           END-PERFORM.

           MOVE 'Combined Total (PHP):' TO T-LABEL.
           MOVE COMBINED TO T-AMT.
           MOVE SPACES TO T-NOTE.
           IF COMBINED = PESO-COMBINED
              AND PESO-COMBINED >= WS-HH-THRESH
               MOVE 'SERVICE CHARGE WAIVED' TO T-NOTE
           END-IF.
           WRITE OUTREC FROM BLANK-LINE AFTER 1.
           WRITE OUTREC FROM TOTAL-LINE AFTER 1.
      *foreign-currency balances do not count toward the waiver
           IF COMBINED NOT = PESO-COMBINED
               MOVE 'Peso Accounts Toward Threshold:' TO T-LABEL
               MOVE PESO-COMBINED TO T-AMT
               IF PESO-COMBINED >= WS-HH-THRESH
                   MOVE 'SERVICE CHARGE WAIVED' TO T-NOTE
               END-IF
               WRITE OUTREC FROM TOTAL-LINE AFTER 1
           END-IF.
           CLOSE OUTFILE.

           DISPLAY 'ACCOUNTS LISTED: ' LINK-COUNT.
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
           IF WORK-CCY = 'PHP'
               ADD WORK-AMT TO PESO-COMBINED
           END-IF.
           ADD 1 TO LINK-COUNT.
