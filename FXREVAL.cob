       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. DAILY REVALUATION OF THE FOREIGN-CURRENCY ACCOUNTS -
      *RUNS AFTER THE SW2 POSTING. EVERY NEWBAL.TXT BALANCE WHOSE
      *ACCTMAST.TXT CURRENCY IS NOT THE PESO IS CONVERTED AT THE
      *LATEST FXRATE.TXT RATE NOT AFTER THE RUN DATE, AND THE PESO
      *EQUIVALENT IS KEPT ON FXPOS.TXT. THE CHANGE IN PESO VALUE OF
      *YESTERDAY'S BALANCE (TODAY'S MOVEMENTS WENT TO THE LEDGER AT
      *TODAY'S RATE THROUGH SW2) IS THE UNREALIZED GAIN OR LOSS,
      *BOOKED TO NEWGL.TXT AS FXG AND FXL FOR GLPOST. A DEPOSIT IS
      *OWED TO THE CUSTOMER, SO A RISE IN ITS PESO VALUE IS A LOSS TO
      *THE BANK. THE FXREVALR REPORT LISTS EVERY POSITION. AN ACCOUNT
      *WHOSE CURRENCY HAS NO RATE KEEPS YESTERDAY'S POSITION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALFILE ASSIGN TO 'NEWBAL.TXT'
               FILE STATUS WS-FS-BAL.
      *which NEWBAL.TXT magnitudes are overdrafts
           SELECT ODXFILE ASSIGN TO 'NEWODX.TXT'
               FILE STATUS WS-FS-ODX.
           SELECT ACCTMASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-AM.
           SELECT FXRATEFILE ASSIGN TO 'FXRATE.TXT'
               FILE STATUS WS-FS-FXR.
      *last night's positions in, tonight's out
           SELECT OPTIONAL POSFILE ASSIGN TO 'FXPOS.TXT'
               FILE STATUS WS-FS-POS.
           SELECT GLFILE ASSIGN TO 'NEWGL.TXT'.
           SELECT RPTFILE ASSIGN TO 'FXREVALR'.

       DATA DIVISION.
       FILE SECTION.

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

      *magnitudes, the way NEWBAL.TXT carries them - FP-OD = 1 when
      *the balance (and so its peso equivalent) is an overdraft
       FD  POSFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS POS-REC.

       01  POS-REC.
           02 FP-ANO PIC X(10).
           02 FP-CCY PIC X(3).
           02 FP-BAL PIC 9(9)V99.
           02 FP-OD PIC 9.
           02 FP-RATE PIC 9(3)V9(6).
           02 FP-PHP PIC 9(11)V99.
           02 FP-DATE PIC 9(8).

       FD  GLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.

       01  GL-REC.
           02 GL-R-DATE PIC 9(8).
           02 GL-R-CODE PIC X(3).
           02 GL-R-CNT PIC 9(6).
           02 GL-R-AMT PIC 9(11)V99.

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-BAL PIC XX VALUE SPACES.
       01  WS-FS-ODX PIC XX VALUE SPACES.
       01  WS-FS-AM PIC XX VALUE SPACES.
       01  WS-FS-FXR PIC XX VALUE SPACES.
       01  WS-FS-POS PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.
       01  DONE-SW PIC 9 VALUE 0.
       01  OVER-SW PIC 9 VALUE 0.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

      *tonight's rate per currency, with its revaluation totals
       01  FXC-TABLE.
           05 FXC-ENTRY OCCURS 20 TIMES.
               10 FXC-CCY PIC X(3).
               10 FXC-DATE PIC 9(8).
               10 FXC-RATE PIC 9(3)V9(6).
               10 FXC-ACCTS PIC 9(5).
               10 FXC-PHP PIC S9(11)V99.
               10 FXC-REVAL PIC S9(11)V99.
       01  FXC-COUNT PIC 9(3) VALUE 0.
       01  FXC-I PIC 9(3) VALUE 0.
       01  FXC-FOUND-I PIC 9(3) VALUE 0.
       01  WS-FX-CCY PIC X(3) VALUE SPACES.

      *the foreign-currency accounts on the master and, of those,
      *the ones NEWODX.TXT marks overdrawn
       01  FXA-TABLE.
           05 FXA-ENTRY OCCURS 500 TIMES.
               10 FXA-ANO PIC X(10).
               10 FXA-CCY PIC X(3).
               10 FXA-OD PIC 9.
       01  FXA-COUNT PIC 9(3) VALUE 0.
       01  FXA-I PIC 9(3) VALUE 0.
       01  FXA-FOUND-I PIC 9(3) VALUE 0.

      *last night's positions
       01  POS-TABLE.
           05 POS-ENTRY OCCURS 500 TIMES.
               10 PT-ANO PIC X(10).
               10 PT-CCY PIC X(3).
               10 PT-BAL PIC 9(9)V99.
               10 PT-OD PIC 9.
               10 PT-RATE PIC 9(3)V9(6).
               10 PT-PHP PIC 9(11)V99.
               10 PT-DATE PIC 9(8).
       01  POS-COUNT PIC 9(3) VALUE 0.
       01  PT-I PIC 9(3) VALUE 0.
       01  PT-FOUND-I PIC 9(3) VALUE 0.

      *tonight's positions, written back over FXPOS.TXT at the end
       01  NEW-TABLE.
           05 NEW-ENTRY OCCURS 500 TIMES.
               10 NT-ANO PIC X(10).
               10 NT-CCY PIC X(3).
               10 NT-BAL PIC 9(9)V99.
               10 NT-OD PIC 9.
               10 NT-RATE PIC 9(3)V9(6).
               10 NT-PHP PIC 9(11)V99.
               10 NT-DATE PIC 9(8).
       01  NEW-COUNT PIC 9(3) VALUE 0.
       01  NT-I PIC 9(3) VALUE 0.

       01  WS-BAL PIC S9(9)V99 VALUE 0.
       01  WS-PRIOR-BAL PIC S9(9)V99 VALUE 0.
       01  WS-PRIOR-PHP PIC S9(11)V99 VALUE 0.
       01  WS-PHP PIC S9(11)V99 VALUE 0.
       01  WS-REVAL PIC S9(11)V99 VALUE 0.
       01  GAIN-CNT PIC 9(6) VALUE 0.
       01  GAIN-AMT PIC 9(11)V99 VALUE 0.
       01  LOSS-CNT PIC 9(6) VALUE 0.
       01  LOSS-AMT PIC 9(11)V99 VALUE 0.
       01  ACCT-COUNT PIC 9(5) VALUE 0.
       01  NORATE-COUNT PIC 9(5) VALUE 0.

       01  RPT-HEAD.
           02 FILLER PIC X(23) VALUE SPACES.
           02 FILLER PIC X(34)
               VALUE 'Foreign Currency Revaluation'.
           02 FILLER PIC X(23) VALUE SPACES.

       01  RPT-DATE-LINE.
           02 FILLER PIC X(31) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Run date: '.
           02 RD-DATE PIC 9(8).
           02 FILLER PIC X(31) VALUE SPACES.

       01  RPT-SUBHEAD.
           02 FILLER PIC X(11) VALUE 'Account'.
           02 FILLER PIC X(4) VALUE 'Ccy'.
           02 FILLER PIC X(15) VALUE '        Balance'.
           02 FILLER PIC X(11) VALUE '       Rate'.
           02 FILLER PIC X(16) VALUE ' Peso Equivalent'.
           02 FILLER PIC X(15) VALUE '    Revaluation'.
           02 FILLER PIC X(8) VALUE SPACES.

       01  RPT-DETAIL.
           02 RP-ANO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-CCY PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-BAL PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-RATE PIC ZZ9.999999.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-PHP PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-REVAL PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-NOTE PIC X(7).

       01  CCY-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Ccy'.
           02 FILLER PIC X(10) VALUE '      Rate'.
           02 FILLER PIC X(10) VALUE '  Accounts'.
           02 FILLER PIC X(18) VALUE '   Peso Equivalent'.
           02 FILLER PIC X(15) VALUE '    Revaluation'.
           02 FILLER PIC X(19) VALUE SPACES.

       01  CCY-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-CCY PIC X(3).
           02 FILLER PIC X(3) VALUE SPACES.
           02 CD-RATE PIC ZZ9.999999.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CD-ACCTS PIC ZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-PHP PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-REVAL PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(19) VALUE SPACES.

       01  TOTAL-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 TL-LABEL PIC X(30).
           02 TL-CNT PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-AMT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(21) VALUE SPACES.

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

           PERFORM LOAD-POSITIONS-RTN THRU LOAD-POSITIONS-RTN-END.
           IF DONE-SW = 1
               DISPLAY 'FX POSITIONS ALREADY REVALUED FOR '
                   WS-RUN-DATE ' - NOTHING BOOKED.'
               GOBACK
           END-IF.

           PERFORM LOAD-FXRATE-RTN THRU LOAD-FXRATE-RTN-END.
           PERFORM LOAD-ACCOUNTS-RTN THRU LOAD-ACCOUNTS-RTN-END.
           IF OVER-SW = 1
               DISPLAY '*** FX TABLES EXCEEDED - NOTHING BOOKED ***'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BALFILE.
           IF WS-FS-BAL NOT = '00'
               DISPLAY '*** NEWBAL.TXT NOT ON HAND ***'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RPTFILE.
           MOVE WS-RUN-DATE TO RD-DATE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           WRITE RPTREC FROM RPT-DATE-LINE AFTER 1.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ BALFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM REVALUE-RTN THRU REVALUE-RTN-END
               END-IF
           END-PERFORM.
           CLOSE BALFILE.

           IF OVER-SW = 1
               CLOSE RPTFILE
               DISPLAY '*** FXPOS TABLE EXCEEDED - NOTHING BOOKED ***'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PRINT-TOTALS-RTN.
           CLOSE RPTFILE.
           PERFORM WRITE-GL-RTN.
           PERFORM SAVE-POSITIONS-RTN.

           DISPLAY 'FX ACCOUNTS REVALUED: ' ACCT-COUNT
               ' (FXREVALR).'.
           IF NORATE-COUNT > 0
               DISPLAY 'FX ACCOUNTS WITH NO RATE - NOT REVALUED: '
                   NORATE-COUNT
           END-IF.
           GOBACK.

      *last night's positions - one already dated tonight means the
      *revaluation has been booked and must not be booked twice
       LOAD-POSITIONS-RTN.
           MOVE 0 TO POS-COUNT.
           MOVE 0 TO DONE-SW.
           OPEN INPUT POSFILE.
           IF WS-FS-POS NOT = '00'
               CLOSE POSFILE
               GO TO LOAD-POSITIONS-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ POSFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND FP-DATE = WS-RUN-DATE
                   MOVE 1 TO DONE-SW
               END-IF
               IF EOFSW = 0 AND POS-COUNT = 500
                   MOVE 1 TO OVER-SW
               END-IF
               IF EOFSW = 0 AND POS-COUNT < 500
                   ADD 1 TO POS-COUNT
                   MOVE FP-ANO TO PT-ANO(POS-COUNT)
                   MOVE FP-CCY TO PT-CCY(POS-COUNT)
                   MOVE FP-BAL TO PT-BAL(POS-COUNT)
                   MOVE FP-OD TO PT-OD(POS-COUNT)
                   MOVE FP-RATE TO PT-RATE(POS-COUNT)
                   MOVE FP-PHP TO PT-PHP(POS-COUNT)
                   MOVE FP-DATE TO PT-DATE(POS-COUNT)
               END-IF
           END-PERFORM.
           CLOSE POSFILE.
       LOAD-POSITIONS-RTN-END.
           EXIT.

      *tonight's rate per currency - the latest effective date not
      *after the run date, the same pick SW2 makes
       LOAD-FXRATE-RTN.
           MOVE 0 TO FXC-COUNT.
           OPEN INPUT FXRATEFILE.
           IF WS-FS-FXR NOT = '00'
               GO TO LOAD-FXRATE-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ FXRATEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND FXR-DATE <= WS-RUN-DATE
                   MOVE FXR-CCY TO WS-FX-CCY
                   PERFORM FIND-FXC-RTN
                   IF FXC-FOUND-I = 0 AND FXC-COUNT < 20
                       ADD 1 TO FXC-COUNT
                       MOVE FXC-COUNT TO FXC-FOUND-I
                       MOVE FXR-CCY TO FXC-CCY(FXC-FOUND-I)
                       MOVE 0 TO FXC-DATE(FXC-FOUND-I)
                           FXC-ACCTS(FXC-FOUND-I)
                           FXC-PHP(FXC-FOUND-I)
                           FXC-REVAL(FXC-FOUND-I)
                   END-IF
                   IF FXC-FOUND-I > 0
                      AND FXR-DATE >= FXC-DATE(FXC-FOUND-I)
                       MOVE FXR-DATE TO FXC-DATE(FXC-FOUND-I)
                       MOVE FXR-RATE TO FXC-RATE(FXC-FOUND-I)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FXRATEFILE.
       LOAD-FXRATE-RTN-END.
           EXIT.

      *every foreign-currency account on the master, then the
      *overdraft markers for those accounts only
       LOAD-ACCOUNTS-RTN.
           MOVE 0 TO FXA-COUNT.
           OPEN INPUT ACCTMASTFILE.
           IF WS-FS-AM NOT = '00'
               GO TO LOAD-ACCOUNTS-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ACCTMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                  AND AM-CCY NOT = SPACES AND AM-CCY NOT = 'PHP'
                   IF FXA-COUNT = 500
                       MOVE 1 TO OVER-SW
                   ELSE
                       ADD 1 TO FXA-COUNT
                       MOVE AM-ANO TO FXA-ANO(FXA-COUNT)
                       MOVE AM-CCY TO FXA-CCY(FXA-COUNT)
                       MOVE 0 TO FXA-OD(FXA-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ACCTMASTFILE.

           IF FXA-COUNT = 0
               GO TO LOAD-ACCOUNTS-RTN-END
           END-IF.
           OPEN INPUT ODXFILE.
           IF WS-FS-ODX NOT = '00'
               GO TO LOAD-ACCOUNTS-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ODXFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM VARYING FXA-I FROM 1 BY 1
                           UNTIL FXA-I > FXA-COUNT
                       IF FXA-ANO(FXA-I) = ODX-ANO
                           MOVE 1 TO FXA-OD(FXA-I)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE ODXFILE.
       LOAD-ACCOUNTS-RTN-END.
           EXIT.

      *one NEWBAL.TXT balance - a peso account is passed over; a
      *foreign one is carried at tonight's rate, and yesterday's
      *balance revalued from yesterday's peso figure to tonight's
       REVALUE-RTN.
           MOVE 0 TO FXA-FOUND-I.
           PERFORM VARYING FXA-I FROM 1 BY 1 UNTIL FXA-I > FXA-COUNT
               IF FXA-ANO(FXA-I) = BAL-R-ANO
                   MOVE FXA-I TO FXA-FOUND-I
               END-IF
           END-PERFORM.
           IF FXA-FOUND-I = 0
               GO TO REVALUE-RTN-END
           END-IF.
           IF NEW-COUNT = 500
               MOVE 1 TO OVER-SW
               GO TO REVALUE-RTN-END
           END-IF.

           MOVE BAL-R-AMT TO WS-BAL.
           IF FXA-OD(FXA-FOUND-I) = 1
               COMPUTE WS-BAL = 0 - BAL-R-AMT
           END-IF.

           MOVE 0 TO PT-FOUND-I.
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > POS-COUNT
               IF PT-ANO(PT-I) = BAL-R-ANO
                   MOVE PT-I TO PT-FOUND-I
               END-IF
           END-PERFORM.

           MOVE FXA-CCY(FXA-FOUND-I) TO WS-FX-CCY.
           PERFORM FIND-FXC-RTN.
           MOVE BAL-R-ANO TO RP-ANO.
           MOVE WS-FX-CCY TO RP-CCY.
           MOVE WS-BAL TO RP-BAL.

      *no rate tonight - yesterday's position stands until one is
      *entered through FXMNT
           IF FXC-FOUND-I = 0
               ADD 1 TO NORATE-COUNT
               MOVE 0 TO RP-RATE RP-PHP RP-REVAL
               MOVE 'NO RATE' TO RP-NOTE
               WRITE RPTREC FROM RPT-DETAIL AFTER 1
               IF PT-FOUND-I > 0
                   ADD 1 TO NEW-COUNT
                   MOVE POS-ENTRY(PT-FOUND-I) TO NEW-ENTRY(NEW-COUNT)
               END-IF
               GO TO REVALUE-RTN-END
           END-IF.

           COMPUTE WS-PHP ROUNDED = WS-BAL * FXC-RATE(FXC-FOUND-I).
           MOVE 0 TO WS-REVAL.
           IF PT-FOUND-I > 0
               MOVE PT-BAL(PT-FOUND-I) TO WS-PRIOR-BAL
               MOVE PT-PHP(PT-FOUND-I) TO WS-PRIOR-PHP
               IF PT-OD(PT-FOUND-I) = 1
                   COMPUTE WS-PRIOR-BAL = 0 - PT-BAL(PT-FOUND-I)
                   COMPUTE WS-PRIOR-PHP = 0 - PT-PHP(PT-FOUND-I)
               END-IF
               COMPUTE WS-REVAL ROUNDED =
                   (WS-PRIOR-BAL * FXC-RATE(FXC-FOUND-I))
                   - WS-PRIOR-PHP
           END-IF.

      *a rise in what the bank owes the depositor is a loss
           IF WS-REVAL > 0
               ADD 1 TO LOSS-CNT
               ADD WS-REVAL TO LOSS-AMT
           END-IF.
           IF WS-REVAL < 0
               ADD 1 TO GAIN-CNT
               SUBTRACT WS-REVAL FROM GAIN-AMT
           END-IF.
           ADD 1 TO ACCT-COUNT.
           ADD 1 TO FXC-ACCTS(FXC-FOUND-I).
           ADD WS-PHP TO FXC-PHP(FXC-FOUND-I).
           ADD WS-REVAL TO FXC-REVAL(FXC-FOUND-I).

           ADD 1 TO NEW-COUNT.
           MOVE BAL-R-ANO TO NT-ANO(NEW-COUNT).
           MOVE WS-FX-CCY TO NT-CCY(NEW-COUNT).
           MOVE BAL-R-AMT TO NT-BAL(NEW-COUNT).
           MOVE FXA-OD(FXA-FOUND-I) TO NT-OD(NEW-COUNT).
           MOVE FXC-RATE(FXC-FOUND-I) TO NT-RATE(NEW-COUNT).
           MOVE WS-PHP TO NT-PHP(NEW-COUNT).
           IF WS-PHP < 0
               COMPUTE NT-PHP(NEW-COUNT) = 0 - WS-PHP
           END-IF.
           MOVE WS-RUN-DATE TO NT-DATE(NEW-COUNT).

           MOVE FXC-RATE(FXC-FOUND-I) TO RP-RATE.
           MOVE WS-PHP TO RP-PHP.
           MOVE WS-REVAL TO RP-REVAL.
           MOVE SPACES TO RP-NOTE.
           IF PT-FOUND-I = 0
               MOVE 'NEW' TO RP-NOTE
           END-IF.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.
       REVALUE-RTN-END.
           EXIT.

       FIND-FXC-RTN.
           MOVE 0 TO FXC-FOUND-I.
           PERFORM VARYING FXC-I FROM 1 BY 1 UNTIL FXC-I > FXC-COUNT
               IF FXC-CCY(FXC-I) = WS-FX-CCY
                   MOVE FXC-I TO FXC-FOUND-I
               END-IF
           END-PERFORM.

       PRINT-TOTALS-RTN.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM CCY-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING FXC-I FROM 1 BY 1 UNTIL FXC-I > FXC-COUNT
               IF FXC-ACCTS(FXC-I) > 0
                   MOVE FXC-CCY(FXC-I) TO CD-CCY
                   MOVE FXC-RATE(FXC-I) TO CD-RATE
                   MOVE FXC-ACCTS(FXC-I) TO CD-ACCTS
                   MOVE FXC-PHP(FXC-I) TO CD-PHP
                   MOVE FXC-REVAL(FXC-I) TO CD-REVAL
                   WRITE RPTREC FROM CCY-DETAIL AFTER 1
               END-IF
           END-PERFORM.

           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 'Unrealized gain (FXG):' TO TL-LABEL.
           MOVE GAIN-CNT TO TL-CNT.
           MOVE GAIN-AMT TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'Unrealized loss (FXL):' TO TL-LABEL.
           MOVE LOSS-CNT TO TL-CNT.
           MOVE LOSS-AMT TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'Not revalued - no rate:' TO TL-LABEL.
           MOVE NORATE-COUNT TO TL-CNT.
           MOVE 0 TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.

      *the night's gain and loss lines for GLPOST to journal
       WRITE-GL-RTN.
           OPEN EXTEND GLFILE.
           MOVE WS-RUN-DATE TO GL-R-DATE.
           MOVE 'FXG' TO GL-R-CODE.
           MOVE GAIN-CNT TO GL-R-CNT.
           MOVE GAIN-AMT TO GL-R-AMT.
           WRITE GL-REC.
           MOVE 'FXL' TO GL-R-CODE.
           MOVE LOSS-CNT TO GL-R-CNT.
           MOVE LOSS-AMT TO GL-R-AMT.
           WRITE GL-REC.
           CLOSE GLFILE.

      *an account no longer on NEWBAL.TXT has been settled away and
      *drops off the positions
       SAVE-POSITIONS-RTN.
           OPEN OUTPUT POSFILE.
           PERFORM VARYING NT-I FROM 1 BY 1 UNTIL NT-I > NEW-COUNT
               MOVE NT-ANO(NT-I) TO FP-ANO
               MOVE NT-CCY(NT-I) TO FP-CCY
               MOVE NT-BAL(NT-I) TO FP-BAL
               MOVE NT-OD(NT-I) TO FP-OD
               MOVE NT-RATE(NT-I) TO FP-RATE
               MOVE NT-PHP(NT-I) TO FP-PHP
               MOVE NT-DATE(NT-I) TO FP-DATE
               WRITE POS-REC
           END-PERFORM.
           CLOSE POSFILE.
