       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLREM.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. END-OF-DAY BILLS-PAYMENT REMITTANCE. TAKES EVERY
      *UNREMITTED LINE ON THE BILLTXN.TXT BILLS LEDGER (PAYMENTS SW2
      *POSTED, LESS ANY BATCHREV TOOK BACK), NETS THEM PER BILLER,
      *AND WRITES ONE REMITTANCE FILE, BILLRMT.TXT, WITH A HEADER,
      *THE DETAIL ITEMS AND A TRAILER FOR EACH BILLER PAID, PLUS THE
      *BILLREMR REPORT WITH A PAGE PER BILLER. BEFORE ANYTHING GOES
      *OUT THE LEDGER IS TIED TO THE GL: WHAT WAS LEFT OPEN LAST
      *RUN, PLUS THE NEWGL.TXT B LINES, LESS THE BRV LINES, WRITTEN
      *SINCE, MUST EQUAL THE LEDGER'S OPEN LINES TODAY. A LEDGER
      *THAT DOES NOT TIE REMITS NOTHING AND ENDS RC 8. THE AMOUNT
      *REMITTED GOES TO NEWGL.TXT AS BRM. A BILLER WHOSE NET IS
      *BELOW ZERO, OR WHO HAS NO REMITTANCE ACCOUNT ON BILLMAST.TXT,
      *IS CARRIED FORWARD TO THE NEXT RUN. BILLCTL.TXT REMEMBERS HOW
      *FAR INTO NEWGL.TXT THE TIE HAS GOT AND WHAT WAS LEFT OPEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BILLFILE ASSIGN TO 'BILLTXN.TXT'
               FILE STATUS WS-FS-BLX.
      *the ledger rewritten with the remitted lines stamped, then
      *copied back over BILLTXN.TXT
           SELECT BILLWORK ASSIGN TO 'BILLTXN.WRK'
               FILE STATUS WS-FS-BWK.
           SELECT BMASTFILE ASSIGN TO 'BILLMAST.TXT'
               FILE STATUS WS-FS-BM.
           SELECT GLFILE ASSIGN TO 'NEWGL.TXT'
               FILE STATUS WS-FS-GL.
      *how many NEWGL.TXT lines the tie has taken so far, and the
      *ledger amount left open when it last ran
           SELECT CTLFILE ASSIGN TO 'BILLCTL.TXT'
               FILE STATUS WS-FS-CTL.
           SELECT SORTFILE ASSIGN TO 'SRTWK1'.
           SELECT SRTOUT ASSIGN TO 'BILLSRT.TXT'
               FILE STATUS WS-FS-SRT.
           SELECT RMTFILE ASSIGN TO 'BILLRMT.TXT'.
           SELECT RPTFILE ASSIGN TO 'BILLREMR'.

       DATA DIVISION.
       FILE SECTION.

      *P = payment posted by SW2, R = taken back by a batch back-out;
      *BX-REMIT stays zero until the line goes out on a remittance
       FD  BILLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BILL-TXN-REC.

       01  BILL-TXN-REC.
           02 BX-BILLER PIC X(6).
           02 BX-SREF PIC X(20).
           02 BX-ANO PIC X(10).
           02 BX-ANA PIC X(25).
           02 BX-AMT PIC 9(7)V99.
           02 BX-TDATE PIC 9(8).
           02 BX-POSTDATE PIC 9(8).
           02 BX-BID-DATE PIC 9(8).
           02 BX-BID-SEQ PIC 9(3).
           02 BX-KIND PIC X.
           02 BX-REMIT PIC 9(8).

       FD  BILLWORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS BWK-REC.

       01  BWK-REC PIC X(106).

       FD  BMASTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BILL-REC.

       01  BILL-REC.
           02 BM-CODE PIC X(6).
           02 BM-NAME PIC X(25).
           02 BM-REF-LEN PIC 99.
           02 BM-STATUS PIC X.
           02 BM-ACCT PIC X(10).

       FD  GLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.

       01  GL-REC.
           02 GL-R-DATE PIC 9(8).
           02 GL-R-CODE PIC X(3).
           02 GL-R-CNT PIC 9(6).
           02 GL-R-AMT PIC 9(11)V99.

       FD  CTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BC-REC.

       01  BC-REC.
           02 BC-RECS PIC 9(7).
           02 BC-CARRY PIC S9(11)V99.
           02 BC-RUN-DATE PIC 9(8).

       SD  SORTFILE
           DATA RECORD IS SORT-REC.

       01  SORT-REC.
           02 SR-BILLER PIC X(6).
           02 SR-SEQ PIC 9(7).
           02 SR-LINE PIC X(106).

       FD  SRTOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS SO-REC.

       01  SO-REC.
           02 SO-BILLER PIC X(6).
           02 SO-SEQ PIC 9(7).
           02 SO-LINE PIC X(106).

      *the remittance file - per biller paid, a header, one detail
      *per ledger line and a trailer with the count and net sent
       FD  RMTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RMT-HEAD-REC RMT-DET-REC RMT-TRL-REC.

       01  RMT-HEAD-REC.
           02 RMH-TYPE PIC X.
           02 RMH-BILLER PIC X(6).
           02 RMH-NAME PIC X(25).
           02 RMH-ACCT PIC X(10).
           02 RMH-DATE PIC 9(8).
           02 FILLER PIC X(30).

       01  RMT-DET-REC.
           02 RMD-TYPE PIC X.
           02 RMD-BILLER PIC X(6).
           02 RMD-SREF PIC X(20).
           02 RMD-ANO PIC X(10).
           02 RMD-TDATE PIC 9(8).
           02 RMD-KIND PIC X.
           02 RMD-AMT PIC 9(7)V99.
           02 FILLER PIC X(25).

       01  RMT-TRL-REC.
           02 RMT-TYPE PIC X.
           02 RMT-BILLER PIC X(6).
           02 RMT-COUNT PIC 9(6).
           02 RMT-NET PIC 9(11)V99.
           02 FILLER PIC X(54).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-BLX PIC XX VALUE SPACES.
       01  WS-FS-BWK PIC XX VALUE SPACES.
       01  WS-FS-BM PIC XX VALUE SPACES.
       01  WS-FS-GL PIC XX VALUE SPACES.
       01  WS-FS-CTL PIC XX VALUE SPACES.
       01  WS-FS-SRT PIC XX VALUE SPACES.
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

      *one ledger line as it comes back off the sort
       01  LEDGER-WORK.
           02 LW-BILLER PIC X(6).
           02 LW-SREF PIC X(20).
           02 LW-ANO PIC X(10).
           02 LW-ANA PIC X(25).
           02 LW-AMT PIC 9(7)V99.
           02 LW-TDATE PIC 9(8).
           02 LW-POSTDATE PIC 9(8).
           02 LW-BID-DATE PIC 9(8).
           02 LW-BID-SEQ PIC 9(3).
           02 LW-KIND PIC X.
           02 LW-REMIT PIC 9(8).

      *the biller master, for the names and remittance accounts
       01  MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 100 TIMES.
               10 MT-CODE PIC X(6).
               10 MT-NAME PIC X(25).
               10 MT-ACCT PIC X(10).
       01  MASTER-COUNT PIC 9(3) VALUE 0.
       01  MT-I PIC 9(3) VALUE 0.

      *every biller with open lines on the ledger - BS-ACTION says
      *what this run does with them: R remit, Z netted to zero and
      *cleared, H held (net below zero), N held (no remittance
      *account to send to)
       01  BILLSUM-TABLE.
           05 BILLSUM-ENTRY OCCURS 100 TIMES.
               10 BS-BILLER PIC X(6).
               10 BS-NAME PIC X(25).
               10 BS-ACCT PIC X(10).
               10 BS-CNT PIC 9(6).
               10 BS-NET PIC S9(11)V99.
               10 BS-ACTION PIC X.
       01  BILLSUM-COUNT PIC 9(3) VALUE 0.
       01  BS-I PIC 9(3) VALUE 0.
       01  BS-FOUND-I PIC 9(3) VALUE 0.
       01  OVERFLOW-SW PIC 9 VALUE 0.

      *the tie - control carried in, the GL lines since, and the
      *ledger's open lines today
       01  GL-SKIP PIC 9(7) VALUE 0.
       01  GL-LINES PIC 9(7) VALUE 0.
       01  GL-B-AMT PIC 9(11)V99 VALUE 0.
       01  GL-BRV-AMT PIC 9(11)V99 VALUE 0.
       01  TIE-EXPECTED PIC S9(11)V99 VALUE 0.
       01  LEDGER-OPEN PIC S9(11)V99 VALUE 0.
       01  LEDGER-LINES PIC 9(7) VALUE 0.
       01  SORT-SEQ PIC 9(7) VALUE 0.

       01  REMIT-TOTAL PIC 9(11)V99 VALUE 0.
       01  REMIT-BILLERS PIC 9(3) VALUE 0.
       01  HELD-BILLERS PIC 9(3) VALUE 0.
       01  MARKED-COUNT PIC 9(7) VALUE 0.
       01  NEW-CARRY PIC S9(11)V99 VALUE 0.
       01  PAGE-NO PIC 9(3) VALUE 0.

       01  RPT-HEAD.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(32)
               VALUE 'Bills Payment Remittance Report'.
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Page: '.
           02 RH-PAGE PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.

       01  RPT-DATE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Run date: '.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(60) VALUE SPACES.

       01  BILLER-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Biller: '.
           02 BL-BILLER PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BL-NAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(11) VALUE 'Remit to: '.
           02 BL-ACCT PIC X(10).
           02 FILLER PIC X(14) VALUE SPACES.

       01  ITEM-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(22) VALUE 'Subscriber Ref'.
           02 FILLER PIC X(12) VALUE 'Account'.
           02 FILLER PIC X(10) VALUE 'T-Date'.
           02 FILLER PIC X(10) VALUE 'Kind'.
           02 FILLER PIC X(14) VALUE '        Amount'.
           02 FILLER PIC X(10) VALUE SPACES.

       01  ITEM-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-SREF PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-TDATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-KIND PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ID-AMT PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X(11) VALUE SPACES.

       01  BILLER-TOTAL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Items: '.
           02 BT-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(7) VALUE '  Net: '.
           02 BT-NET PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BT-NOTE PIC X(36).

       01  TIE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 TL-LABEL PIC X(40).
           02 TL-AMT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X(18) VALUE SPACES.

       01  COUNT-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-LABEL PIC X(40).
           02 CL-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(29) VALUE SPACES.

       01  NOTE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 NL-TEXT PIC X(76).

       01  FAIL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(46)
               VALUE '*** BILLS LEDGER DOES NOT TIE TO THE GL - NOTH'.
           02 FILLER PIC X(22)
               VALUE 'ING REMITTED ***'.
           02 FILLER PIC X(10) VALUE SPACES.

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

           PERFORM LOAD-MASTER-RTN THRU LOAD-MASTER-RTN-END.
           PERFORM LOAD-CONTROL-RTN THRU LOAD-CONTROL-RTN-END.
           PERFORM LOAD-FEED-RTN THRU LOAD-FEED-RTN-END.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM SCAN-LEDGER-RTN THRU SCAN-LEDGER-RTN-END.
           IF OVERFLOW-SW = 1
               DISPLAY '*** MORE THAN 100 BILLERS OPEN ON BILLTXN.TXT'
                   ' - NOTHING REMITTED ***'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RPTFILE.
           COMPUTE TIE-EXPECTED = BC-CARRY + GL-B-AMT - GL-BRV-AMT.

      *a ledger that disagrees with the GL is never remitted from -
      *the control stays where it is and the next run ties again
           IF TIE-EXPECTED NOT = LEDGER-OPEN
               PERFORM NEW-PAGE-RTN
               PERFORM PRINT-TIE-RTN
               WRITE RPTREC FROM FAIL-LINE AFTER 2
               CLOSE RPTFILE
               DISPLAY '*** BILLS LEDGER DOES NOT TIE TO THE GL - '
                   'NOTHING REMITTED - SEE BILLREMR ***'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM DECIDE-RTN
               VARYING BS-I FROM 1 BY 1 UNTIL BS-I > BILLSUM-COUNT.

           OPEN OUTPUT RMTFILE.
           IF LEDGER-LINES > 0
               PERFORM SORT-RTN
               PERFORM REMIT-RTN THRU REMIT-RTN-END
               PERFORM MARK-LEDGER-RTN THRU MARK-LEDGER-RTN-END
           END-IF.
           CLOSE RMTFILE.

           IF REMIT-TOTAL > 0
               PERFORM WRITE-GL-RTN
           END-IF.

           COMPUTE NEW-CARRY = LEDGER-OPEN - REMIT-TOTAL.
           PERFORM NEW-PAGE-RTN.
           PERFORM PRINT-TIE-RTN.
           PERFORM PRINT-SUMMARY-RTN.
           CLOSE RPTFILE.
           PERFORM SAVE-CONTROL-RTN.

           DISPLAY 'BILLERS REMITTED: ' REMIT-BILLERS
               '  CARRIED FORWARD: ' HELD-BILLERS ' (BILLREMR).'.
           GOBACK.

       LOAD-MASTER-RTN.
           MOVE 0 TO MASTER-COUNT.
           OPEN INPUT BMASTFILE.
           IF WS-FS-BM NOT = '00'
               GO TO LOAD-MASTER-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR MASTER-COUNT = 100
               READ BMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO MASTER-COUNT
                   MOVE BM-CODE TO MT-CODE(MASTER-COUNT)
                   MOVE BM-NAME TO MT-NAME(MASTER-COUNT)
                   MOVE BM-ACCT TO MT-ACCT(MASTER-COUNT)
               END-IF
           END-PERFORM.
           CLOSE BMASTFILE.
       LOAD-MASTER-RTN-END.
           EXIT.

      *no control on hand means the tie has never run - it starts
      *from the first line of the feed with nothing carried
       LOAD-CONTROL-RTN.
           MOVE 0 TO BC-RECS BC-CARRY BC-RUN-DATE.
           OPEN INPUT CTLFILE.
           IF WS-FS-CTL NOT = '00'
               GO TO LOAD-CONTROL-RTN-END
           END-IF.
           READ CTLFILE
               AT END MOVE 0 TO BC-RECS BC-CARRY BC-RUN-DATE
           END-READ.
           CLOSE CTLFILE.
       LOAD-CONTROL-RTN-END.
           EXIT.

      *skip the feed lines already tied, total the bills lines
      *behind them - a feed shorter than the control says has been
      *cut or replaced and cannot be tied at all
       LOAD-FEED-RTN.
           MOVE 0 TO GL-SKIP GL-LINES GL-B-AMT GL-BRV-AMT.
           OPEN INPUT GLFILE.
           IF WS-FS-GL NOT = '00'
               IF BC-RECS > 0
                   DISPLAY '*** NEWGL.TXT MISSING BUT ' BC-RECS
                       ' LINES ALREADY TIED ***'
                   MOVE 16 TO RETURN-CODE
               END-IF
               GO TO LOAD-FEED-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ GLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO GL-LINES
                   IF GL-LINES > BC-RECS
                       IF GL-R-CODE = 'B'
                           ADD GL-R-AMT TO GL-B-AMT
                       END-IF
                       IF GL-R-CODE = 'BRV'
                           ADD GL-R-AMT TO GL-BRV-AMT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE GLFILE.

           IF GL-LINES < BC-RECS
               DISPLAY '*** NEWGL.TXT HOLDS ' GL-LINES ' LINES BUT '
                   BC-RECS ' ARE ALREADY TIED ***'
               MOVE 16 TO RETURN-CODE
           END-IF.
       LOAD-FEED-RTN-END.
           EXIT.

      *the open lines, netted per biller - a payment adds, a
      *reversal takes away
       SCAN-LEDGER-RTN.
           MOVE 0 TO BILLSUM-COUNT LEDGER-OPEN LEDGER-LINES.
           OPEN INPUT BILLFILE.
           IF WS-FS-BLX NOT = '00'
               CLOSE BILLFILE
               GO TO SCAN-LEDGER-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR OVERFLOW-SW = 1
               READ BILLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND BX-REMIT = 0
                   PERFORM TAKE-LINE-RTN THRU TAKE-LINE-RTN-END
               END-IF
           END-PERFORM.
           CLOSE BILLFILE.
       SCAN-LEDGER-RTN-END.
           EXIT.

       TAKE-LINE-RTN.
           MOVE 0 TO BS-FOUND-I.
           PERFORM VARYING BS-I FROM 1 BY 1 UNTIL BS-I > BILLSUM-COUNT
               IF BS-BILLER(BS-I) = BX-BILLER
                   MOVE BS-I TO BS-FOUND-I
               END-IF
           END-PERFORM.
           IF BS-FOUND-I = 0
               IF BILLSUM-COUNT = 100
                   MOVE 1 TO OVERFLOW-SW
                   GO TO TAKE-LINE-RTN-END
               END-IF
               ADD 1 TO BILLSUM-COUNT
               MOVE BILLSUM-COUNT TO BS-FOUND-I
               MOVE BX-BILLER TO BS-BILLER(BS-FOUND-I)
               MOVE 0 TO BS-CNT(BS-FOUND-I) BS-NET(BS-FOUND-I)
               MOVE SPACE TO BS-ACTION(BS-FOUND-I)
           END-IF.
           ADD 1 TO BS-CNT(BS-FOUND-I).
           ADD 1 TO LEDGER-LINES.
           IF BX-KIND = 'R'
               SUBTRACT BX-AMT FROM BS-NET(BS-FOUND-I)
               SUBTRACT BX-AMT FROM LEDGER-OPEN
           ELSE
               ADD BX-AMT TO BS-NET(BS-FOUND-I)
               ADD BX-AMT TO LEDGER-OPEN
           END-IF.
       TAKE-LINE-RTN-END.
           EXIT.

      *what becomes of one biller's open lines tonight
       DECIDE-RTN.
           MOVE '** NOT ON BILLMAST **' TO BS-NAME(BS-I).
           MOVE SPACES TO BS-ACCT(BS-I).
           PERFORM VARYING MT-I FROM 1 BY 1 UNTIL MT-I > MASTER-COUNT
               IF MT-CODE(MT-I) = BS-BILLER(BS-I)
                   MOVE MT-NAME(MT-I) TO BS-NAME(BS-I)
                   MOVE MT-ACCT(MT-I) TO BS-ACCT(BS-I)
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN BS-NET(BS-I) < 0
                   MOVE 'H' TO BS-ACTION(BS-I)
                   ADD 1 TO HELD-BILLERS
               WHEN BS-NET(BS-I) = 0
                   MOVE 'Z' TO BS-ACTION(BS-I)
               WHEN BS-ACCT(BS-I) = SPACES
                   MOVE 'N' TO BS-ACTION(BS-I)
                   ADD 1 TO HELD-BILLERS
               WHEN OTHER
                   MOVE 'R' TO BS-ACTION(BS-I)
                   ADD 1 TO REMIT-BILLERS
                   ADD BS-NET(BS-I) TO REMIT-TOTAL
           END-EVALUATE.

      *the open lines in biller order, posting order kept within a
      *biller by the line's place on the ledger
       SORT-RTN.
           SORT SORTFILE ON ASCENDING KEY SR-BILLER SR-SEQ
               INPUT PROCEDURE IS RELEASE-OPEN-RTN
                   THRU RELEASE-OPEN-RTN-END
               GIVING SRTOUT.

       RELEASE-OPEN-RTN.
           MOVE 0 TO SORT-SEQ.
           OPEN INPUT BILLFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ BILLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND BX-REMIT = 0
                   ADD 1 TO SORT-SEQ
                   MOVE BX-BILLER TO SR-BILLER
                   MOVE SORT-SEQ TO SR-SEQ
                   MOVE BILL-TXN-REC TO SR-LINE
                   RELEASE SORT-REC
               END-IF
           END-PERFORM.
           CLOSE BILLFILE.
       RELEASE-OPEN-RTN-END.
           EXIT.

      *a page per biller; a biller being paid also gets its header,
      *details and trailer on the remittance file
       REMIT-RTN.
           OPEN INPUT SRTOUT.
           IF WS-FS-SRT NOT = '00'
               GO TO REMIT-RTN-END
           END-IF.

           MOVE SPACES TO SO-BILLER.
           MOVE 0 TO BS-FOUND-I.
           MOVE 0 TO EOFSW.
           READ SRTOUT
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               IF BS-FOUND-I = 0
                  OR SO-BILLER NOT = BS-BILLER(BS-FOUND-I)
                   IF BS-FOUND-I > 0
                       PERFORM CLOSE-BILLER-RTN
                   END-IF
                   PERFORM OPEN-BILLER-RTN
               END-IF
               MOVE SO-LINE TO LEDGER-WORK
               PERFORM WRITE-ITEM-RTN
               READ SRTOUT
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           IF BS-FOUND-I > 0
               PERFORM CLOSE-BILLER-RTN
           END-IF.
           CLOSE SRTOUT.
       REMIT-RTN-END.
           EXIT.

       OPEN-BILLER-RTN.
           MOVE 0 TO BS-FOUND-I.
           PERFORM VARYING BS-I FROM 1 BY 1 UNTIL BS-I > BILLSUM-COUNT
               IF BS-BILLER(BS-I) = SO-BILLER
                   MOVE BS-I TO BS-FOUND-I
               END-IF
           END-PERFORM.

           PERFORM NEW-PAGE-RTN.
           MOVE BS-BILLER(BS-FOUND-I) TO BL-BILLER.
           MOVE BS-NAME(BS-FOUND-I) TO BL-NAME.
           MOVE BS-ACCT(BS-FOUND-I) TO BL-ACCT.
           WRITE RPTREC FROM BILLER-LINE AFTER 2.
           WRITE RPTREC FROM ITEM-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           IF BS-ACTION(BS-FOUND-I) = 'R'
               MOVE SPACES TO RMT-HEAD-REC
               MOVE 'H' TO RMH-TYPE
               MOVE BS-BILLER(BS-FOUND-I) TO RMH-BILLER
               MOVE BS-NAME(BS-FOUND-I) TO RMH-NAME
               MOVE BS-ACCT(BS-FOUND-I) TO RMH-ACCT
               MOVE WS-RUN-DATE TO RMH-DATE
               WRITE RMT-HEAD-REC
           END-IF.

       WRITE-ITEM-RTN.
           MOVE LW-SREF TO ID-SREF.
           MOVE LW-ANO TO ID-ANO.
           MOVE LW-TDATE TO ID-TDATE.
           IF LW-KIND = 'R'
               MOVE 'REVERSAL' TO ID-KIND
               COMPUTE ID-AMT = 0 - LW-AMT
           ELSE
               MOVE 'PAYMENT' TO ID-KIND
               MOVE LW-AMT TO ID-AMT
           END-IF.
           WRITE RPTREC FROM ITEM-DETAIL AFTER 1.

           IF BS-ACTION(BS-FOUND-I) = 'R'
               MOVE SPACES TO RMT-DET-REC
               MOVE 'D' TO RMD-TYPE
               MOVE LW-BILLER TO RMD-BILLER
               MOVE LW-SREF TO RMD-SREF
               MOVE LW-ANO TO RMD-ANO
               MOVE LW-TDATE TO RMD-TDATE
               MOVE LW-KIND TO RMD-KIND
               MOVE LW-AMT TO RMD-AMT
               WRITE RMT-DET-REC
           END-IF.

       CLOSE-BILLER-RTN.
           MOVE BS-CNT(BS-FOUND-I) TO BT-CNT.
           MOVE BS-NET(BS-FOUND-I) TO BT-NET.
           EVALUATE BS-ACTION(BS-FOUND-I)
               WHEN 'R'
                   MOVE 'REMITTED' TO BT-NOTE
               WHEN 'Z'
                   MOVE 'NETS TO ZERO - CLEARED, NOTHING SENT'
                       TO BT-NOTE
               WHEN 'H'
                   MOVE 'CARRIED FORWARD - NET BELOW ZERO'
                       TO BT-NOTE
               WHEN OTHER
                   MOVE 'CARRIED FORWARD - NO REMIT ACCOUNT'
                       TO BT-NOTE
           END-EVALUATE.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM BILLER-TOTAL AFTER 1.

           IF BS-ACTION(BS-FOUND-I) = 'R'
               MOVE SPACES TO RMT-TRL-REC
               MOVE 'T' TO RMT-TYPE
               MOVE BS-BILLER(BS-FOUND-I) TO RMT-BILLER
               MOVE BS-CNT(BS-FOUND-I) TO RMT-COUNT
               MOVE BS-NET(BS-FOUND-I) TO RMT-NET
               WRITE RMT-TRL-REC
           END-IF.

      *the remitted and cleared lines take tonight's date on the
      *ledger through the work file; held lines stay open
       MARK-LEDGER-RTN.
           MOVE 0 TO MARKED-COUNT.
           OPEN INPUT BILLFILE.
           OPEN OUTPUT BILLWORK.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ BILLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF BX-REMIT = 0
                       PERFORM MARK-ONE-RTN
                   END-IF
                   WRITE BWK-REC FROM BILL-TXN-REC
               END-IF
           END-PERFORM.
           CLOSE BILLFILE BILLWORK.

           OPEN INPUT BILLWORK.
           OPEN OUTPUT BILLFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ BILLWORK
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   WRITE BILL-TXN-REC FROM BWK-REC
               END-IF
           END-PERFORM.
           CLOSE BILLWORK BILLFILE.
       MARK-LEDGER-RTN-END.
           EXIT.

       MARK-ONE-RTN.
           MOVE 0 TO BS-FOUND-I.
           PERFORM VARYING BS-I FROM 1 BY 1 UNTIL BS-I > BILLSUM-COUNT
               IF BS-BILLER(BS-I) = BX-BILLER
                   MOVE BS-I TO BS-FOUND-I
               END-IF
           END-PERFORM.
           IF BS-FOUND-I > 0
               IF BS-ACTION(BS-FOUND-I) = 'R'
                  OR BS-ACTION(BS-FOUND-I) = 'Z'
                   MOVE WS-RUN-DATE TO BX-REMIT
                   ADD 1 TO MARKED-COUNT
               END-IF
           END-IF.

      *what went out leaves bills payable for the bank's clearing
      *account on the ledger feed
       WRITE-GL-RTN.
           OPEN EXTEND GLFILE.
           MOVE WS-RUN-DATE TO GL-R-DATE.
           MOVE 'BRM' TO GL-R-CODE.
           MOVE REMIT-BILLERS TO GL-R-CNT.
           MOVE REMIT-TOTAL TO GL-R-AMT.
           WRITE GL-REC.
           CLOSE GLFILE.
           ADD 1 TO GL-LINES.

      *the feed is tied up to its last line, BRM included, and what
      *is still open on the ledger is carried into the next tie
       SAVE-CONTROL-RTN.
           OPEN OUTPUT CTLFILE.
           MOVE GL-LINES TO BC-RECS.
           MOVE NEW-CARRY TO BC-CARRY.
           MOVE WS-RUN-DATE TO BC-RUN-DATE.
           WRITE BC-REC.
           CLOSE CTLFILE.

       NEW-PAGE-RTN.
           ADD 1 TO PAGE-NO.
           MOVE PAGE-NO TO RH-PAGE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE RPTREC FROM RPT-DATE-LINE AFTER 1.

       PRINT-TIE-RTN.
           MOVE 'Left open at the last remittance' TO TL-LABEL.
           MOVE BC-CARRY TO TL-AMT.
           WRITE RPTREC FROM TIE-LINE AFTER 2.
           MOVE 'Bills payments on the GL feed (B)' TO TL-LABEL.
           MOVE GL-B-AMT TO TL-AMT.
           WRITE RPTREC FROM TIE-LINE AFTER 1.
           MOVE 'Payments taken back on the GL feed (BRV)'
               TO TL-LABEL.
           COMPUTE TL-AMT = 0 - GL-BRV-AMT.
           WRITE RPTREC FROM TIE-LINE AFTER 1.
           MOVE 'Open per the GL' TO TL-LABEL.
           MOVE TIE-EXPECTED TO TL-AMT.
           WRITE RPTREC FROM TIE-LINE AFTER 1.
           MOVE 'Open on the bills ledger (BILLTXN.TXT)' TO TL-LABEL.
           MOVE LEDGER-OPEN TO TL-AMT.
           WRITE RPTREC FROM TIE-LINE AFTER 1.

       PRINT-SUMMARY-RTN.
           MOVE 'Remitted tonight (BRM)' TO TL-LABEL.
           MOVE REMIT-TOTAL TO TL-AMT.
           WRITE RPTREC FROM TIE-LINE AFTER 2.
           MOVE 'Carried forward to the next run' TO TL-LABEL.
           MOVE NEW-CARRY TO TL-AMT.
           WRITE RPTREC FROM TIE-LINE AFTER 1.
           MOVE 'Billers remitted' TO CL-LABEL.
           MOVE REMIT-BILLERS TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 2.
           MOVE 'Billers carried forward' TO CL-LABEL.
           MOVE HELD-BILLERS TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Ledger lines closed' TO CL-LABEL.
           MOVE MARKED-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Remittance file written to BILLRMT.TXT.' TO NL-TEXT.
           WRITE RPTREC FROM NOTE-LINE AFTER 2.
