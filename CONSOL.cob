      *SIDE'S HW1BAL.TXT, MATCHED ON ACCOUNT NUMBER INTO THE
      *COMBPOS.TXT COMBINED POSITION FILE AND THE CONSOLR REPORT,
      *WITH AN EXCEPTIONS LIST OF ACCOUNTS SEEN IN ONE STREAM BUT
      *NOT THE OTHER. HEAD OFFICE STOPS ADDING TWO PRINTOUTS. A
      *FOREIGN-CURRENCY ACCOUNT'S SW2 BALANCE IS SHOWN IN ITS OWN
      *CURRENCY AND ENTERS THE COMBINED FIGURE AT ITS PESO
      *EQUIVALENT (LATEST FXRATE.TXT RATE NOT AFTER TODAY).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS WS-BAL-FS.
           SELECT HWBALFILE ASSIGN TO 'HW1BAL.TXT'
               FILE STATUS WS-HWB-FS.
           SELECT ACCTMASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-AM-FS.
           SELECT FXRATEFILE ASSIGN TO 'FXRATE.TXT'
               FILE STATUS WS-FXR-FS.
           SELECT COMBFILE ASSIGN TO 'COMBPOS.TXT'.
           SELECT RPTFILE ASSIGN TO 'CONSOLR'.

           05 HB-ANO PIC X(10).
           05 HB-AMT PIC S9(9)V99.

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

      *the single closing position per account, both streams in
       FD  COMBFILE
           LABEL RECORD IS STANDARD
           05 CB-COMBINED PIC S9(10)V99.
      *B BOTH STREAMS / S SW2 ONLY / H HW1 ONLY
           05 CB-SOURCE PIC X.
      *currency of CB-SW2-AMT - CB-COMBINED is always pesos
           05 CB-CCY PIC X(3).

       FD  RPTFILE
           LABEL RECORD IS OMITTED

       01  WS-BAL-FS PIC XX VALUE SPACES.
       01  WS-HWB-FS PIC XX VALUE SPACES.
       01  WS-AM-FS PIC XX VALUE SPACES.
       01  WS-FXR-FS PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *both streams held whole, matched on account number
      *refuses the run, the NEWPROOF/NEWESCH stance
       01  POS-OVER-SW PIC 9 VALUE 0.
       01  WORK-ANO PIC X(10) VALUE SPACES.
       01  WORK-CCY PIC X(3) VALUE SPACES.
       01  WORK-PHP PIC 9(11)V99 VALUE 0.
       01  FX-I PIC 9(3) VALUE 0.
       01  NORATE-COUNT PIC 9(3) VALUE 0.
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
           05 BAL-ENTRY OCCURS 200 TIMES.
               10 BT-ANO PIC X(10).
               10 BT-AMT PIC 9(9)V99.

       01  BAL-COUNT PIC 9(3) VALUE 0.


       01  WS-COMBINED PIC S9(10)V99 VALUE 0.
       01  BOTH-COUNT PIC 9(3) VALUE 0.

       01  CON-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(11) VALUE 'Account'.
           02 FILLER PIC X(4) VALUE 'Ccy'.
           02 FILLER PIC X(14) VALUE '       SW2 Bal'.
           02 FILLER PIC X(15) VALUE '        HW1 Bal'.
           02 FILLER PIC X(16) VALUE '    Combined PHP'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Streams'.
           02 FILLER PIC X(14) VALUE SPACES.

       01  CON-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-ANO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 D-CCY PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 D-SW2 PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 D-HW1 PIC -ZZ,ZZZ,ZZ9.99.
           02 D-COMB PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-TAG PIC X(14).
           02 FILLER PIC X(12) VALUE SPACES.

       01  EXC-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM LOAD-FX-RTN THRU LOAD-FX-RTN-END.
           PERFORM LOAD-SW2-RTN THRU LOAD-SW2-RTN-END.
           PERFORM LOAD-HW1-RTN THRU LOAD-HW1-RTN-END.
           IF POS-OVER-SW = 1
           DISPLAY 'ACCOUNTS CONSOLIDATED: ' POS-COUNT.
           DISPLAY 'ONE-STREAM EXCEPTIONS: SW2 ' SW2-ONLY-COUNT
               '  HW1 ' HW1-ONLY-COUNT.
           IF NORATE-COUNT > 0
               DISPLAY 'FOREIGN-CURRENCY ACCOUNTS WITH NO RATE - '
                   'LEFT OUT OF COMBINED: ' NORATE-COUNT
           END-IF.
           DISPLAY 'CONSOLIDATION COMPLETE (COMBPOS.TXT, CONSOLR).'.
           STOP RUN.

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
           PERFORM VARYING FX-I FROM 1 BY 1 UNTIL FX-I > FXC-COUNT
               IF FXC-CCY(FX-I) = WORK-CCY
                   MOVE FX-I TO FXC-FOUND-I
               END-IF
           END-PERFORM.

       LOAD-SW2-RTN.
           OPEN INPUT BALFILE.
           IF WS-BAL-FS NOT = '00'
           MOVE PT-SW2(I) TO CB-SW2-AMT.
           MOVE PT-HW1(I) TO CB-HW1-AMT.
           MOVE WS-COMBINED TO CB-COMBINED.
           MOVE WORK-CCY TO CB-CCY.
           IF WORK-CCY NOT = 'PHP' AND FXC-FOUND-I = 0
               ADD 1 TO NORATE-COUNT
           END-IF.
           IF PT-SW2-SEEN(I) = 1 AND PT-HW1-SEEN(I) = 1
               MOVE 'B' TO CB-SOURCE
               ADD 1 TO BOTH-COUNT
           MOVE PT-ANO(I) TO D-ANO.
           MOVE PT-SW2(I) TO D-SW2.
           MOVE PT-HW1(I) TO D-HW1.
           PERFORM SW2-PESO-RTN.
           MOVE WORK-CCY TO D-CCY.
           COMPUTE WS-COMBINED = WORK-PHP + PT-HW1(I).
           MOVE WS-COMBINED TO D-COMB.
           IF PT-SW2-SEEN(I) = 1 AND PT-HW1-SEEN(I) = 1
               MOVE 'BOTH' TO D-TAG
               IF WORK-CCY NOT = 'PHP' AND FXC-FOUND-I = 0
                   MOVE 'NO FX RATE' TO D-TAG
               END-IF
           ELSE
               IF PT-SW2-SEEN(I) = 1
                   MOVE '** SW2 ONLY **' TO D-TAG
                   MOVE '** HW1 ONLY **' TO D-TAG
               END-IF
           END-IF.

      *the SW2 side in pesos - a foreign-currency balance with no
      *rate on hand is left out of the combined figure
       SW2-PESO-RTN.
           MOVE 'PHP' TO WORK-CCY.
           PERFORM VARYING FX-I FROM 1 BY 1 UNTIL FX-I > FXA-COUNT
               IF FXA-ANO(FX-I) = PT-ANO(I)
                   MOVE FXA-CCY(FX-I) TO WORK-CCY
               END-IF
           END-PERFORM.
           MOVE PT-SW2(I) TO WORK-PHP.
           MOVE 1 TO FXC-FOUND-I.
           IF WORK-CCY NOT = 'PHP'
               PERFORM FIND-FXC-RTN
               IF FXC-FOUND-I = 0
                   MOVE 0 TO WORK-PHP
               ELSE
                   COMPUTE WORK-PHP ROUNDED =
                       PT-SW2(I) * FXC-RATE(FXC-FOUND-I)
               END-IF
           END-IF.
