      *DATE-WRITTEN. MARCH 14, 2026.
      *DATE-COMPILED. MARCH 14, 2026.
      *REMARKS. VALIDATES AND SORTS TRANSV.TXT BY ACCOUNT NUMBER AHEAD
      *OF THE HW1 (HWENHA.COB) ACCOUNT REPORT RUN. AN ACCOUNT NUMBER
      *MUST CARRY A GOOD ACCTOPN CHECK DIGIT UNLESS IT IS AN OLDER
      *ACCOUNT HW1 ALREADY CARRIES ON HW1BAL.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT WORKFILE ASSIGN TO 'TRANSVOK.TXT'.
           SELECT SORTFILE ASSIGN TO 'SRTWK2'.
           SELECT OUTFILE  ASSIGN TO 'TRANSV.txt'.
      *HW1's carried balances - the numbers issued before check
      *digits are the only ones let through without one
           SELECT HWBALFILE ASSIGN TO 'HW1BAL.TXT'
               FILE STATUS IS WS-FS-HWB.

       DATA DIVISION.
       FILE SECTION.
           02 O-TAMT PIC 9(7)V99.
           02 O-BRC  PIC X(3).

       FD  HWBALFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HWBAL-REC.

       01  HWBAL-REC.
           05 HB-ANO PIC X(10).
           05 HB-AMT PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01  EOFSW PIC 9 VALUE 0.
       01  WS-FS-RSB PIC XX VALUE SPACES.
       01  WS-FS-HWB PIC XX VALUE SPACES.

      *older accounts on HW1BAL.TXT whose numbers carry no check
      *digit - let through as they stand
       01  LEGACY-TABLE.
           05 LG-ANO OCCURS 1000 TIMES PIC X(10).
       01  LEGACY-COUNT PIC 9(4) VALUE 0.
       01  LG-I PIC 9(4) VALUE 0.
       01  ACCT-OK-SW PIC 9 VALUE 0.
       01  CKD-COUNT PIC 9(5) VALUE 0.

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

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-LEGACY-RTN THRU LOAD-LEGACY-RTN-END.
           PERFORM VALIDATE-RTN THRU VALIDATE-RTN-END.
           PERFORM SORT-RTN.
           GOBACK.
           END-READ.

           PERFORM UNTIL EOFSW = 1
               PERFORM VALIDATE-ONE-RTN THRU VALIDATE-ONE-RTN-END

               READ INFILE
                   AT END MOVE 1 TO EOFSW
       VALIDATE-RTN-END.

       VALIDATE-ONE-RTN.
           PERFORM CHECK-ACCOUNT-RTN THRU CHECK-ACCOUNT-RTN-END.
           IF ACCT-OK-SW = 0
               MOVE ANO  TO R-ANO
               MOVE ANA  TO R-ANA
               MOVE TC   TO R-TC
               MOVE TAMT TO R-TAMT
               MOVE BRC  TO R-BRC
               MOVE 'BAD CHECK DIGIT' TO R-REASON
               WRITE REJREC
               ADD 1 TO CKD-COUNT
               GO TO VALIDATE-ONE-RTN-END
           END-IF.

           IF TC = 'D' OR TC = 'W'
               MOVE ANO  TO W-ANO
               MOVE ANA  TO W-ANA
               MOVE 'INVALID TC VALUE' TO R-REASON
               WRITE REJREC
           END-IF.
       VALIDATE-ONE-RTN-END.
           EXIT.

      *a number that passes its check digit is good; one that does
      *not is good only if it is an older account HW1 carries
       CHECK-ACCOUNT-RTN.
           MOVE 1 TO ACCT-OK-SW.
           MOVE ANO TO CD-ANO.
           PERFORM CHECK-DIGIT-RTN THRU CHECK-DIGIT-RTN-END.
           IF CD-OK-SW = 1
               GO TO CHECK-ACCOUNT-RTN-END
           END-IF.
           MOVE 0 TO ACCT-OK-SW.
           PERFORM VARYING LG-I FROM 1 BY 1 UNTIL LG-I > LEGACY-COUNT
               IF LG-ANO(LG-I) = ANO
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

      *HW1BAL.TXT's numbers that fail the check digit are the older
      *accounts - no balance file means no older account is known
       LOAD-LEGACY-RTN.
           MOVE 0 TO LEGACY-COUNT.
           OPEN INPUT HWBALFILE.
           IF WS-FS-HWB NOT = '00'
               GO TO LOAD-LEGACY-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ HWBALFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE HB-ANO TO CD-ANO
                   PERFORM CHECK-DIGIT-RTN THRU CHECK-DIGIT-RTN-END
                   IF CD-OK-SW = 0
                       IF LEGACY-COUNT < 1000
                           ADD 1 TO LEGACY-COUNT
                           MOVE HB-ANO TO LG-ANO(LEGACY-COUNT)
                       ELSE
                           DISPLAY 'OLDER ACCOUNT TABLE FULL - '
                               HB-ANO ' WILL REJECT.'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HWBALFILE.
           MOVE 0 TO EOFSW.
       LOAD-LEGACY-RTN-END.
           EXIT.

      *fold in NEWFIX's repaired records through the same edit,
      *then clear the queue so a repair can never post twice
           END-READ.

           PERFORM UNTIL EOFSW = 1
               PERFORM VALIDATE-ONE-RTN THRU VALIDATE-ONE-RTN-END
               READ RESUBFILE INTO INREC
                   AT END MOVE 1 TO EOFSW
               END-READ
               USING WORKFILE
               GIVING OUTFILE.

           IF CKD-COUNT > 0
               DISPLAY 'BAD CHECK DIGITS (TRANSVREJ.TXT): ' CKD-COUNT
           END-IF.
           DISPLAY 'PRESORT COMPLETE.'.
