      *ONE TRANS.TXT AHEAD OF NEWPRE. EVERY BATCH MUST END IN A
      *TRAILER CARRYING THE TELLER'S RECORD COUNT AND TAMT HASH
      *TOTAL; A BATCH THAT DOES NOT BALANCE IS REJECTED WHOLE AND
      *NEVER REACHES THE COMBINED FILE. IN A BATCH THAT BALANCES,
      *A RECORD WHOSE ACCOUNT NUMBER FAILS ITS ACCTOPN CHECK DIGIT
      *(AND IS NOT AN OLDER ACCOUNT ON ACCTMAST.TXT) IS HELD BACK ON
      *TRANSMRJ.TXT, WHICH NEWPRE MOVES ONTO TRANSREJ.TXT FOR NEWFIX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS WS-FS-T3.
           SELECT OUTFILE ASSIGN TO 'TRANS.txt'.
           SELECT RPTFILE ASSIGN TO 'NEWMRGRP'.
      *account master - the numbers issued before check digits are
      *the only ones let through without one
           SELECT ACCTMASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-AM.
           SELECT MRGREJFILE ASSIGN TO 'TRANSMRJ.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD  TELLER1
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS T1-REC.

       01  T1-REC PIC X(79).

       FD  TELLER2
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS T2-REC.

       01  T2-REC PIC X(79).

       FD  TELLER3
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS T3-REC.

       01  T3-REC PIC X(79).

       FD  OUTFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS OUTREC.

       01  OUTREC PIC X(79).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
       01  RPTREC.
           02 FILLER PIC X(80).

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

      *same layout as NEWPRE's TRANSREJ.TXT - the record and reason
       FD  MRGREJFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS MRGREJREC.

       01  MRGREJREC.
           02 MR-REC PIC X(79).
           02 MR-REASON PIC X(20).

       WORKING-STORAGE SECTION.

       01  WS-FS-T1 PIC XX VALUE SPACES.
       01  WS-FS-T2 PIC XX VALUE SPACES.
       01  WS-FS-T3 PIC XX VALUE SPACES.
       01  WS-FS-AM PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.
       01  TELLER-NO PIC 9 VALUE 0.

      *ONE TELLER'S BATCH HELD WHOLE UNTIL ITS TRAILER BALANCES
       01  BATCH-TABLE.
           05 BATCH-ENTRY OCCURS 500 TIMES PIC X(79).

       01  BATCH-COUNT PIC 9(6) VALUE 0.
       01  BATCH-HASH PIC 9(11)V99 VALUE 0.
       01  TRAILER-HASH PIC 9(11)V99 VALUE 0.
       01  I PIC 9(3) VALUE 0.

       01  WORK-REC PIC X(79).
       01  WORK-REC-X REDEFINES WORK-REC.
           05 WK-ANO PIC X(10).
           05 WK-ANA PIC X(25).
           05 WK-TAMT PIC 9(7)V99.
           05 WK-TDATE PIC 9(8).
           05 WK-TREF PIC X(6).
           05 WK-SREF PIC X(20).

      *THE TRAILER RIDES IN THE SAME 53 BYTES - 'TRAILER' IN THE
      *ACCOUNT FIELD, COUNT AND HASH BEHIND IT
           05 TR-ID PIC X(10).
           05 TR-COUNT PIC 9(6).
           05 TR-HASH PIC 9(11)V99.
           05 FILLER PIC X(50).

       01  ACCEPT-COUNT PIC 9 VALUE 0.
       01  REJECT-COUNT PIC 9 VALUE 0.
       01  OUT-COUNT PIC 9(6) VALUE 0.
       01  HELD-COUNT PIC 9(6) VALUE 0.

      *older accounts on ACCTMAST.TXT whose numbers carry no check
      *digit - let through as they stand
       01  LEGACY-TABLE.
           05 LG-ANO OCCURS 1000 TIMES PIC X(10).
       01  LEGACY-COUNT PIC 9(4) VALUE 0.
       01  LG-I PIC 9(4) VALUE 0.
       01  ACCT-OK-SW PIC 9 VALUE 0.

      *modulus 11 check digit - the nine serial digits weighted 10
      *down to 2; the check is 11 less the remainder (11 gives 0,
      *10 is never issued)
       01  CD-ANO PIC X(10) VALUE SPACES.
       01  CD-ANO-X REDEFINES CD-ANO.
           05 CD-DIGIT OCCURS 10 TIMES PIC 9.
       01  CD-K PIC 99 VALUE 0.
       01  CD-SUM PIC 9(4) VALUE 0.
       01  CD-QUOT PIC 9(4) VALUE 0.
       01  CD-REM PIC 99 VALUE 0.
       01  CD-CHECK PIC 99 VALUE 0.
       01  CD-OK-SW PIC 9 VALUE 0.

       01  HEAD-1.
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'NO BATCH FILE'.
           02 FILLER PIC X(51) VALUE SPACES.

       01  HELD-LINE.
           02 FILLER PIC X(12) VALUE SPACES.
           02 H-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 H-TC PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 H-TAMT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(39)
               VALUE 'BAD CHECK DIGIT - HELD FOR NEWFIX'.

       01  BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-LEGACY-RTN THRU LOAD-LEGACY-RTN-END.
           OPEN OUTPUT OUTFILE OUTPUT RPTFILE OUTPUT MRGREJFILE.
           WRITE RPTREC FROM HEAD-1 AFTER PAGE.
           WRITE RPTREC FROM SUBHEAD-2 AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 3 TO TELLER-NO.
           PERFORM DO-TELLER3-RTN THRU DO-TELLER3-RTN-END.

           CLOSE OUTFILE RPTFILE MRGREJFILE.
           DISPLAY 'BATCHES ACCEPTED: ' ACCEPT-COUNT.
           DISPLAY 'BATCHES REJECTED: ' REJECT-COUNT.
           DISPLAY 'COMBINED RECORDS: ' OUT-COUNT.
           IF HELD-COUNT > 0
               DISPLAY 'BAD CHECK DIGITS HELD (TRANSMRJ.TXT): '
                   HELD-COUNT
           END-IF.
           IF REJECT-COUNT > 0
               DISPLAY 'A BATCH DID NOT BALANCE - SEE NEWMRGRP.'
           END-IF.
               END-READ
           END-PERFORM.
           CLOSE TELLER1.
           PERFORM SETTLE-BATCH-RTN THRU SETTLE-BATCH-RTN-END.
       DO-TELLER1-RTN-END.
           EXIT.

               END-READ
           END-PERFORM.
           CLOSE TELLER2.
           PERFORM SETTLE-BATCH-RTN THRU SETTLE-BATCH-RTN-END.
       DO-TELLER2-RTN-END.
           EXIT.

               END-READ
           END-PERFORM.
           CLOSE TELLER3.
           PERFORM SETTLE-BATCH-RTN THRU SETTLE-BATCH-RTN-END.
       DO-TELLER3-RTN-END.
           EXIT.

              AND TRAILER-HASH = BATCH-HASH
               MOVE 'ACCEPTED' TO D-RESULT
               ADD 1 TO ACCEPT-COUNT
               WRITE RPTREC FROM DETALYE AFTER 1
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > BATCH-COUNT
                   PERFORM RELEASE-ENTRY-RTN
               END-PERFORM
               GO TO SETTLE-BATCH-RTN-END
           ELSE
               IF TRAILER-SEEN = 0
                   MOVE 'NO TRAILER' TO D-RESULT
           END-IF.

           WRITE RPTREC FROM DETALYE AFTER 1.
       SETTLE-BATCH-RTN-END.
           EXIT.

      *a balanced batch's record goes to the combined file unless
      *its account number fails the check digit
       RELEASE-ENTRY-RTN.
           MOVE BATCH-ENTRY(I) TO WORK-REC.
           PERFORM CHECK-ACCOUNT-RTN THRU CHECK-ACCOUNT-RTN-END.
           IF ACCT-OK-SW = 1
               MOVE WORK-REC TO OUTREC
               WRITE OUTREC
               ADD 1 TO OUT-COUNT
           ELSE
               MOVE WORK-REC TO MR-REC
               MOVE 'BAD CHECK DIGIT' TO MR-REASON
               WRITE MRGREJREC
               ADD 1 TO HELD-COUNT
               MOVE WK-ANO TO H-ANO
               MOVE WK-TC TO H-TC
               MOVE WK-TAMT TO H-TAMT
               WRITE RPTREC FROM HELD-LINE AFTER 1
           END-IF.

      *a number that passes its check digit is good; one that does
      *not is good only if it is an older account on the master
       CHECK-ACCOUNT-RTN.
           MOVE 1 TO ACCT-OK-SW.
           MOVE WK-ANO TO CD-ANO.
           PERFORM CHECK-DIGIT-RTN THRU CHECK-DIGIT-RTN-END.
           IF CD-OK-SW = 1
               GO TO CHECK-ACCOUNT-RTN-END
           END-IF.
           MOVE 0 TO ACCT-OK-SW.
           PERFORM VARYING LG-I FROM 1 BY 1 UNTIL LG-I > LEGACY-COUNT
               IF LG-ANO(LG-I) = WK-ANO
                   MOVE 1 TO ACCT-OK-SW
               END-IF
           END-PERFORM.
       CHECK-ACCOUNT-RTN-END.
           EXIT.

      *computes CD-CHECK for the serial in CD-ANO(1:9) and sets
      *CD-OK-SW when CD-ANO is numeric and its tenth digit agrees
       CHECK-DIGIT-RTN.
           MOVE 0 TO CD-OK-SW.
           MOVE 10 TO CD-CHECK.
           IF CD-ANO NOT NUMERIC
               GO TO CHECK-DIGIT-RTN-END
           END-IF.
           MOVE 0 TO CD-SUM.
           PERFORM VARYING CD-K FROM 1 BY 1 UNTIL CD-K > 9
               COMPUTE CD-SUM = CD-SUM + CD-DIGIT(CD-K) * (11 - CD-K)
           END-PERFORM.
           DIVIDE CD-SUM BY 11 GIVING CD-QUOT REMAINDER CD-REM.
           COMPUTE CD-CHECK = 11 - CD-REM.
           IF CD-CHECK = 11
               MOVE 0 TO CD-CHECK
           END-IF.
           IF CD-CHECK < 10 AND CD-CHECK = CD-DIGIT(10)
               MOVE 1 TO CD-OK-SW
           END-IF.
       CHECK-DIGIT-RTN-END.
           EXIT.

      *the master's numbers that fail the check digit are the older
      *accounts - absent master means no older account is known
       LOAD-LEGACY-RTN.
           MOVE 0 TO LEGACY-COUNT.
           OPEN INPUT ACCTMASTFILE.
           IF WS-FS-AM NOT = '00'
               GO TO LOAD-LEGACY-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ACCTMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE AM-ANO TO CD-ANO
                   PERFORM CHECK-DIGIT-RTN THRU CHECK-DIGIT-RTN-END
                   IF CD-OK-SW = 0
                       IF LEGACY-COUNT < 1000
                           ADD 1 TO LEGACY-COUNT
                           MOVE AM-ANO TO LG-ANO(LEGACY-COUNT)
                       ELSE
                           DISPLAY 'OLDER ACCOUNT TABLE FULL - '
                               AM-ANO ' WILL BE HELD.'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ACCTMASTFILE.
           MOVE 0 TO EOFSW.
       LOAD-LEGACY-RTN-END.
           EXIT.
