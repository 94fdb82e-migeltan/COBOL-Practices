       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTREC.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. RECONCILES THE SMS GATEWAY'S DELIVERY-RECEIPT FILE
      *DLRRCPT.TXT BACK TO THE ALERT OUTBOX ALRTOUT.TXT THAT SW2 AND
      *HW1 WRITE, MATCHING ON THE MESSAGE ID. ON ALRTRECR IT LISTS
      *EVERY ALERT THE VENDOR REPORTED AS FAILED AND EVERY ALERT FROM
      *AN EARLIER DAY WITH NO RECEIPT AT ALL, THEN EVERY RECEIPT THAT
      *MATCHES NO ALERT. TODAY'S ALERTS WITH NO RECEIPT YET ARE ONLY
      *COUNTED AS PENDING. WHERE THE VENDOR SENDS MORE THAN ONE
      *RECEIPT FOR A MESSAGE THE LAST ONE ON THE FILE STANDS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALRTFILE ASSIGN TO 'ALRTOUT.TXT'.
           SELECT RCPTFILE ASSIGN TO 'DLRRCPT.TXT'
               FILE STATUS WS-FS-DR.
           SELECT RPTFILE ASSIGN TO 'ALRTRECR'.

       DATA DIVISION.
       FILE SECTION.

       FD  ALRTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALRT-REC.

       01  ALRT-REC.
           02 AL-MSG-ID.
               03 AL-SOURCE PIC X.
               03 AL-DATE PIC 9(8).
               03 AL-TIME PIC 9(6).
               03 AL-SEQ PIC 9(5).
           02 AL-MOBILE PIC X(11).
           02 AL-IDNUM PIC 9(5).
           02 AL-MASKED PIC X(10).
           02 AL-TC PIC X.
           02 AL-TYPE PIC X(10).
           02 AL-CCY PIC X(3).
           02 AL-AMT PIC 9(9)V99.
           02 AL-BAL-SIGN PIC X.
           02 AL-BAL PIC 9(9)V99.
           02 AL-TDATE PIC 9(8).

      *the vendor's receipt - D delivered, anything else failed
       FD  RCPTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RCPT-REC.

       01  RCPT-REC.
           02 DR-MSG-ID PIC X(20).
           02 DR-STATUS PIC X.
           02 DR-DATE PIC 9(8).
           02 DR-REASON PIC X(20).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-DR PIC XX VALUE SPACES.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  RCPT-TABLE.
           05 RCPT-ENTRY OCCURS 5000 TIMES.
               10 RT-MSG-ID PIC X(20).
               10 RT-STATUS PIC X.
               10 RT-DATE PIC 9(8).
               10 RT-REASON PIC X(20).
               10 RT-MATCHED PIC X.

       01  RCPT-COUNT PIC 9(4) VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.
       01  I PIC 9(4) VALUE 0.
       01  FOUND-I PIC 9(4) VALUE 0.
       01  EOFSW PIC 9 VALUE 0.

       01  ALERT-COUNT PIC 9(7) VALUE 0.
       01  DELIV-COUNT PIC 9(7) VALUE 0.
       01  FAIL-COUNT PIC 9(7) VALUE 0.
       01  NORCPT-COUNT PIC 9(7) VALUE 0.
       01  PEND-COUNT PIC 9(7) VALUE 0.
       01  ORPHAN-COUNT PIC 9(7) VALUE 0.

       01  RPT-HEAD.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(36)
               VALUE 'SMS Alert Delivery Reconciliation'.
           02 FILLER PIC X(22) VALUE SPACES.

       01  RPT-DATE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Run date: '.
           02 RD-DATE PIC 9(8).
           02 FILLER PIC X(60) VALUE SPACES.

       01  RPT-SECTION.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RS-TEXT PIC X(78).

       01  RPT-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(21) VALUE 'Message ID'.
           02 FILLER PIC X(12) VALUE 'Mobile'.
           02 FILLER PIC X(11) VALUE 'Account'.
           02 FILLER PIC X(11) VALUE '    Amount'.
           02 FILLER PIC X(23) VALUE 'Problem'.

       01  RPT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-MSG-ID PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-MOBILE PIC X(11).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-MASKED PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-AMT PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-PROBLEM PIC X(23).

       01  COUNT-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-LABEL PIC X(30).
           02 CL-CNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(37) VALUE SPACES.

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

           PERFORM LOAD-RTN THRU LOAD-RTN-END.

           OPEN OUTPUT RPTFILE.
           MOVE WS-RUN-DATE TO RD-DATE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           WRITE RPTREC FROM RPT-DATE-LINE AFTER 1.
           MOVE 'UNDELIVERED ALERTS' TO RS-TEXT.
           WRITE RPTREC FROM RPT-SECTION AFTER 2.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 1.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           MOVE 0 TO EOFSW.
           OPEN INPUT ALRTFILE.
           READ ALRTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO ALERT-COUNT
               PERFORM MATCH-RTN THRU MATCH-RTN-END
               READ ALRTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE ALRTFILE.

           MOVE 'RECEIPTS WITH NO ALERT ON THE OUTBOX' TO RS-TEXT.
           WRITE RPTREC FROM RPT-SECTION AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RCPT-COUNT
               IF RT-MATCHED(I) = 'N'
                   ADD 1 TO ORPHAN-COUNT
                   MOVE SPACES TO RPT-DETAIL
                   MOVE RT-MSG-ID(I) TO RP-MSG-ID
                   MOVE 0 TO RP-AMT
                   MOVE RT-STATUS(I) TO RP-PROBLEM
                   MOVE RT-REASON(I) TO RP-PROBLEM(3:)
                   WRITE RPTREC FROM RPT-DETAIL AFTER 1
               END-IF
           END-PERFORM.

           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 'Alerts on the outbox:' TO CL-LABEL.
           MOVE ALERT-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Delivered:' TO CL-LABEL.
           MOVE DELIV-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Failed:' TO CL-LABEL.
           MOVE FAIL-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'No receipt:' TO CL-LABEL.
           MOVE NORCPT-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Pending (sent today):' TO CL-LABEL.
           MOVE PEND-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Receipts with no alert:' TO CL-LABEL.
           MOVE ORPHAN-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           CLOSE RPTFILE.

           COMPUTE PRE-COUNT = FAIL-COUNT + NORCPT-COUNT.
           DISPLAY 'ALERTS RECONCILED: ' ALERT-COUNT ' - '
               PRE-COUNT ' UNDELIVERED (ALRTRECR).'.
           STOP RUN.

      *the whole receipt file must fit the table or nothing is
      *reported - a short table would show good alerts as undelivered
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT RCPTFILE.
           IF WS-FS-DR NOT = '00'
               DISPLAY 'DLRRCPT.TXT NOT RECEIVED - RUN REFUSED.'
               STOP RUN
           END-IF.
           READ RCPTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ RCPTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE RCPTFILE.

           IF PRE-COUNT > 5000
               DISPLAY 'DLRRCPT.TXT EXCEEDS 5000 - RUN REFUSED.'
               STOP RUN
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO RCPT-COUNT.
           OPEN INPUT RCPTFILE.
           READ RCPTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO RCPT-COUNT
               MOVE DR-MSG-ID TO RT-MSG-ID(RCPT-COUNT)
               MOVE DR-STATUS TO RT-STATUS(RCPT-COUNT)
               MOVE DR-DATE TO RT-DATE(RCPT-COUNT)
               MOVE DR-REASON TO RT-REASON(RCPT-COUNT)
               MOVE 'N' TO RT-MATCHED(RCPT-COUNT)
               READ RCPTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE RCPTFILE.
       LOAD-RTN-END.
           EXIT.

      *every receipt for the message is matched off; the last one
      *decides delivered or failed
       MATCH-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RCPT-COUNT
               IF RT-MSG-ID(I) = AL-MSG-ID
                   MOVE 'Y' TO RT-MATCHED(I)
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

           IF FOUND-I > 0
               IF RT-STATUS(FOUND-I) = 'D'
                   ADD 1 TO DELIV-COUNT
                   GO TO MATCH-RTN-END
               END-IF
               ADD 1 TO FAIL-COUNT
               MOVE SPACES TO RPT-DETAIL
               MOVE 'FAILED ' TO RP-PROBLEM
               MOVE RT-REASON(FOUND-I) TO RP-PROBLEM(8:)
               PERFORM ALERT-LINE-RTN
               GO TO MATCH-RTN-END
           END-IF.

           IF AL-DATE NOT < WS-RUN-DATE
               ADD 1 TO PEND-COUNT
               GO TO MATCH-RTN-END
           END-IF.

           ADD 1 TO NORCPT-COUNT.
           MOVE SPACES TO RPT-DETAIL.
           MOVE 'NO RECEIPT' TO RP-PROBLEM.
           PERFORM ALERT-LINE-RTN.
       MATCH-RTN-END.
           EXIT.

       ALERT-LINE-RTN.
           MOVE AL-MSG-ID TO RP-MSG-ID.
           MOVE AL-MOBILE TO RP-MOBILE.
           MOVE AL-MASKED TO RP-MASKED.
           MOVE AL-AMT TO RP-AMT.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.
