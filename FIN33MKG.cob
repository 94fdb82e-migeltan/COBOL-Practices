      *PERIOD MONTH OR ALL) AGAINST THE VIEWERS FIN33.TXT SAYS THE
      *SHOW ACTUALLY DELIVERED, WITH THE DEFICIT PER SHORTFALL. THE
      *MAKE-GOOD LEDGER COMES OFF THE SYSTEM, NOT THE WHITEBOARD.
      *EACH DEFICIT IS PRICED AT THE RATECARD.TXT RATE FOR THE
      *SHOW'S NETWORK AND SLOT AND CARRIED ON MKGCRED.TXT AS A
      *CREDIT THE ADVBILL RUN DEDUCTS FROM THE ADVERTISER'S NEXT
      *INVOICE. A CREDIT ALREADY PART-USED IS NOT RESTATED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-GUA-FS.
           SELECT INFILE ASSIGN TO 'FIN33.TXT'
               FILE STATUS IS WS-FS-IN.
           SELECT RATEFILE ASSIGN TO 'RATECARD.TXT'
               FILE STATUS IS WS-RTE-FS.
           SELECT OPTIONAL CREDFILE ASSIGN TO 'MKGCRED.TXT'.
           SELECT RPTFILE ASSIGN TO 'FIN33MKGR'.

       DATA DIVISION.
           05 S-AGE-GROUP OCCURS 4 TIMES PIC 9(6).
           05 S-VREGION PIC X(10).

      *the sales side's pricing - pesos per thousand televiewers
      *for a network in an airtime slot
       FD  RATEFILE.
       01  RATE-REC.
           05 RC-NETWORK PIC X(10).
           05 RC-AIRTIME PIC X(15).
           05 RC-RATE PIC 9(5)V99.

      *one make-good credit per advertiser, show and period - the
      *advertiser in capitals, as the spot bookings carry it
       FD  CREDFILE.
       01  CRED-REC.
           05 CR-ADVERTISER PIC X(20).
           05 CR-SHOW PIC X(20).
           05 CR-PERIOD PIC X(12).
           05 CR-DEFICIT PIC 9(10).
           05 CR-AMOUNT PIC 9(9)V99.
           05 CR-APPLIED PIC 9(9)V99.

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01 WS-GUA-FS PIC XX VALUE SPACES.
       01 WS-FS-IN PIC XX VALUE SPACES.
       01 WS-RTE-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

       01 GUAR-TABLE.
               10 GT-VIEWERS PIC 9(9).
               10 GT-PERIOD PIC X(12).
               10 GT-DELIVERED PIC 9(10).
               10 GT-NETWORK PIC X(10).
               10 GT-AIRTIME PIC X(15).
       01 GUAR-COUNT PIC 99 VALUE 0.
       01 G-I PIC 99 VALUE 0.

       01 WS-DEFICIT PIC S9(10) VALUE 0.

       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 50 TIMES.
               10 RT-NETWORK PIC X(10).
               10 RT-AIRTIME PIC X(15).
               10 RT-RATE PIC 9(5)V99.
       01 RATE-COUNT PIC 99 VALUE 0.
       01 RT-I PIC 99 VALUE 0.
       01 WS-RATE PIC 9(5)V99 VALUE 0.

       01 CRED-TABLE.
           05 CRED-ENTRY OCCURS 200 TIMES.
               10 CT-ADVERTISER PIC X(20).
               10 CT-SHOW PIC X(20).
               10 CT-PERIOD PIC X(12).
               10 CT-DEFICIT PIC 9(10).
               10 CT-AMOUNT PIC 9(9)V99.
               10 CT-APPLIED PIC 9(9)V99.
       01 CRED-COUNT PIC 9(3) VALUE 0.
       01 C-I PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.
       01 CRED-OK-SW PIC 9 VALUE 0.
       01 WORK-ADV PIC X(20) VALUE SPACES.
       01 WS-CREDIT PIC 9(9)V99 VALUE 0.
       01 SHORT-COUNT PIC 9(3) VALUE 0.

       01 MKG-HEAD.
           02 T-ALL PIC ZZ9.
           02 FILLER PIC X(51) VALUE SPACES.

       01 CRED-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               'Make-Good Credits Carried for Billing'.
           02 FILLER PIC X(48) VALUE SPACES.

       01 CRED-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-ADVERTISER PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 CL-SHOW PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 CL-PERIOD PIC X(10).
           02 CL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(8) VALUE ' Used: '.
           02 CL-APPLIED PIC ZZZ,ZZZ,ZZ9.99.

       01 BLANK-LINE.
           02 FILLER PIC X(90) VALUE SPACES.

           END-PERFORM.

           CLOSE INFILE.
           PERFORM LOAD-RATES-RTN THRU LOAD-RATES-RTN-END.
           PERFORM LOAD-CREDS-RTN THRU LOAD-CREDS-RTN-END.
           PERFORM REPORT-RTN.
           IF CRED-OK-SW = 1
               PERFORM SAVE-CREDS-RTN
           END-IF.
           DISPLAY 'SHORTFALLS OWED: ' SHORT-COUNT ' (FIN33MKGR).'.
           STOP RUN.

                   MOVE GM-VIEWERS TO GT-VIEWERS(GUAR-COUNT)
                   MOVE GM-PERIOD TO GT-PERIOD(GUAR-COUNT)
                   MOVE 0 TO GT-DELIVERED(GUAR-COUNT)
                   MOVE SPACES TO GT-NETWORK(GUAR-COUNT)
                   MOVE SPACES TO GT-AIRTIME(GUAR-COUNT)
               END-IF
           END-PERFORM.

           EXIT.

      *one survey record against every guarantee it helps deliver -
      *a period month counts only its own month's viewers; the
      *show's network and slot price the make-good
       TALLY-ONE-RTN.
           PERFORM VARYING G-I FROM 1 BY 1 UNTIL G-I > GUAR-COUNT
               IF GT-SHOW(G-I) = S-SNA AND GT-NETWORK(G-I) = SPACES
                   MOVE S-NETWORK TO GT-NETWORK(G-I)
                   MOVE S-AIRTIME TO GT-AIRTIME(G-I)
               END-IF
               IF GT-SHOW(G-I) = S-SNA
                  AND (GT-PERIOD(G-I) = 'ALL'
                       OR GT-PERIOD(G-I) = S-MNA)
                   WRITE RPTREC FROM MKG-DETAIL AFTER 1
                   ADD 1 TO SHORT-COUNT
               END-IF
               IF CRED-OK-SW = 1
                   PERFORM CREDIT-ONE-RTN THRU CREDIT-ONE-RTN-END
               END-IF
           END-PERFORM.

           MOVE SHORT-COUNT TO T-SHORT.
           MOVE GUAR-COUNT TO T-ALL.
           WRITE RPTREC FROM BLANK-LINE AFTER 2.
           WRITE RPTREC FROM MKG-TOTAL AFTER 1.

           IF CRED-OK-SW = 1
               WRITE RPTREC FROM BLANK-LINE AFTER 2
               WRITE RPTREC FROM CRED-HEAD AFTER 1
               PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > CRED-COUNT
                   IF CT-AMOUNT(C-I) > 0
                       MOVE CT-ADVERTISER(C-I) TO CL-ADVERTISER
                       MOVE CT-SHOW(C-I) TO CL-SHOW
                       MOVE CT-PERIOD(C-I) TO CL-PERIOD
                       MOVE CT-AMOUNT(C-I) TO CL-AMOUNT
                       MOVE CT-APPLIED(C-I) TO CL-APPLIED
                       WRITE RPTREC FROM CRED-LINE AFTER 1
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE RPTFILE.

       LOAD-RATES-RTN.
           MOVE 0 TO RATE-COUNT.
           OPEN INPUT RATEFILE.
           IF WS-RTE-FS NOT = '00'
               DISPLAY 'NO RATECARD.TXT ON HAND - CREDITS UNPRICED.'
               GO TO LOAD-RATES-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR RATE-COUNT = 50
               READ RATEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO RATE-COUNT
                   MOVE RC-NETWORK TO RT-NETWORK(RATE-COUNT)
                   MOVE RC-AIRTIME TO RT-AIRTIME(RATE-COUNT)
                   MOVE RC-RATE TO RT-RATE(RATE-COUNT)
               END-IF
           END-PERFORM.

           CLOSE RATEFILE.
           MOVE 0 TO EOFSW.
       LOAD-RATES-RTN-END.
           EXIT.

      *the whole credit file must fit the table before it is
      *restated - otherwise the credits are left as they stand
       LOAD-CREDS-RTN.
           MOVE 0 TO CRED-OK-SW.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT CREDFILE.
           PERFORM UNTIL EOFSW = 1
               READ CREDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE CREDFILE.

           IF PRE-COUNT > 200
               DISPLAY 'MKGCRED.TXT EXCEEDS 200 - CREDITS NOT UPDATED.'
               GO TO LOAD-CREDS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO CRED-COUNT.
           OPEN INPUT CREDFILE.
           PERFORM UNTIL EOFSW = 1
               READ CREDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO CRED-COUNT
                   MOVE CRED-REC TO CRED-ENTRY(CRED-COUNT)
               END-IF
           END-PERFORM.
           CLOSE CREDFILE.
           MOVE 0 TO EOFSW.
           MOVE 1 TO CRED-OK-SW.
       LOAD-CREDS-RTN-END.
           EXIT.

      *a shortfall priced at its show's rate per thousand; an
      *untouched credit is restated every run, a part-used one is
      *left alone, and one whose shortfall closed is dropped
       CREDIT-ONE-RTN.
           MOVE GT-ADVERTISER(G-I) TO WORK-ADV.
           INSPECT WORK-ADV CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 0 TO FOUND-I.
           PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > CRED-COUNT
               IF CT-ADVERTISER(C-I) = WORK-ADV
                  AND CT-SHOW(C-I) = GT-SHOW(G-I)
                  AND CT-PERIOD(C-I) = GT-PERIOD(G-I)
                   MOVE C-I TO FOUND-I
               END-IF
           END-PERFORM.

           IF FOUND-I > 0
               IF CT-APPLIED(FOUND-I) > 0
                   GO TO CREDIT-ONE-RTN-END
               END-IF
           END-IF.

           MOVE 0 TO WS-CREDIT.
           IF WS-DEFICIT > 0
               MOVE 0 TO WS-RATE
               PERFORM VARYING RT-I FROM 1 BY 1
                       UNTIL RT-I > RATE-COUNT
                   IF RT-NETWORK(RT-I) = GT-NETWORK(G-I)
                      AND RT-AIRTIME(RT-I) = GT-AIRTIME(G-I)
                       MOVE RT-RATE(RT-I) TO WS-RATE
                   END-IF
               END-PERFORM
               COMPUTE WS-CREDIT ROUNDED =
                   (WS-DEFICIT / 1000) * WS-RATE
           END-IF.

           IF FOUND-I = 0
               IF WS-CREDIT = 0
                   GO TO CREDIT-ONE-RTN-END
               END-IF
               IF CRED-COUNT = 200
                   DISPLAY 'CREDIT TABLE FULL - ' WORK-ADV
                       ' NOT CARRIED.'
                   GO TO CREDIT-ONE-RTN-END
               END-IF
               ADD 1 TO CRED-COUNT
               MOVE CRED-COUNT TO FOUND-I
               MOVE WORK-ADV TO CT-ADVERTISER(FOUND-I)
               MOVE GT-SHOW(G-I) TO CT-SHOW(FOUND-I)
               MOVE GT-PERIOD(G-I) TO CT-PERIOD(FOUND-I)
               MOVE 0 TO CT-APPLIED(FOUND-I)
           END-IF.

           IF WS-DEFICIT > 0
               MOVE WS-DEFICIT TO CT-DEFICIT(FOUND-I)
           ELSE
               MOVE 0 TO CT-DEFICIT(FOUND-I)
           END-IF.
           MOVE WS-CREDIT TO CT-AMOUNT(FOUND-I).
       CREDIT-ONE-RTN-END.
           EXIT.

      *credits with nothing left to give and nothing used drop off
       SAVE-CREDS-RTN.
           OPEN OUTPUT CREDFILE.
           PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > CRED-COUNT
               IF CT-AMOUNT(C-I) > 0 OR CT-APPLIED(C-I) > 0
                   MOVE CRED-ENTRY(C-I) TO CRED-REC
                   WRITE CRED-REC
               END-IF
           END-PERFORM.
           CLOSE CREDFILE.
