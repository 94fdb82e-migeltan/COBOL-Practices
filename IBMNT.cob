       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBMNT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. RECONCILES THE INTERBRANCH SETTLEMENTS IBSETL BOOKS ON
      *IBOPEN.TXT. ONCE THE PAYING BRANCH'S SETTLEMENT HAS ARRIVED AT
      *THE BRANCH OWED, THE ITEM IS MARKED R WITH TODAY'S DATE AND
      *DROPS OFF IBSETLR'S FOLLOW-UP LIST. AN ITEM IS NEVER DELETED,
      *AND A RECONCILED ITEM MAY BE REOPENED IF MARKED IN ERROR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPENFILE ASSIGN TO 'IBOPEN.TXT'.
      *batch-window lock left by BATCHDRV - no maintenance while the
      *nightly chain is mid-flight
           SELECT LOCKFILE ASSIGN TO 'BATCHLCK.TXT'
               FILE STATUS IS WS-LCK-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOCKFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOCK-REC.

       01  LOCK-REC.
           02 LCK-STATE PIC X(6).
           02 LCK-DATE PIC 9(8).
           02 LCK-TIME PIC 9(8).

       FD  OPENFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPEN-REC.

       01  OPEN-REC.
           02 IO-DATE PIC 9(8).
           02 IO-PAYER PIC X(3).
           02 IO-PAYEE PIC X(3).
           02 IO-AMT PIC 9(9)V99.
           02 IO-STATUS PIC X.
           02 IO-RECON-DATE PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 500 TIMES.
               10 IT-DATE PIC 9(8).
               10 IT-PAYER PIC X(3).
               10 IT-PAYEE PIC X(3).
               10 IT-AMT PIC 9(9)V99.
               10 IT-STATUS PIC X.
               10 IT-RECON-DATE PIC 9(8).

       01  ITEM-COUNT PIC 9(3) VALUE 0.
       01  OPEN-COUNT PIC 9(3) VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  FOUND-I PIC 9(3) VALUE 0.
       01  EOFSW PIC 9 VALUE 0.
       01  REFUSED-SW PIC 9 VALUE 0.
       01  CHANGED-SW PIC 9 VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.

       01  MAINT-ACTION PIC X VALUE SPACES.
       01  ANOTHER PIC X VALUE 'Y'.
       01  WORK-DATE PIC 9(8) VALUE 0.
       01  WORK-PAYER PIC X(3) VALUE SPACES.
       01  WORK-PAYEE PIC X(3) VALUE SPACES.
       01  AMT-OUT PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM CHECK-LOCK-RTN THRU CHECK-LOCK-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0 AND CHANGED-SW = 1
               PERFORM SAVE-RTN
               DISPLAY 'INTERBRANCH SETTLEMENTS SAVED. ' ITEM-COUNT
                   ' ITEMS.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *refuse to run while BATCHDRV's window is open - IBSETL adds
      *tonight's settlements to the same file
       CHECK-LOCK-RTN.
           OPEN INPUT LOCKFILE.
           IF WS-LCK-FS NOT = '00'
               GO TO CHECK-LOCK-RTN-END
           END-IF.

           READ LOCKFILE
               AT END
                   CLOSE LOCKFILE
                   GO TO CHECK-LOCK-RTN-END
           END-READ.
           CLOSE LOCKFILE.

           IF LCK-STATE NOT = 'OPEN'
               GO TO CHECK-LOCK-RTN-END
           END-IF.

           DISPLAY 'BATCH WINDOW IS OPEN (SINCE ' LCK-DATE ').'.

       CHECK-LOCK-ASK.
           DISPLAY 'Supervisor override? (Y/N): '.
           ACCEPT LOCK-ANSWER.
           IF LOCK-ANSWER = 'N' OR LOCK-ANSWER = 'n'
               DISPLAY 'RUN REFUSED - WAIT FOR THE CHAIN TO CLOSE.'
               STOP RUN
           END-IF.
           IF LOCK-ANSWER NOT = 'Y' AND LOCK-ANSWER NOT = 'y'
               DISPLAY 'Y or N only!'
               GO TO CHECK-LOCK-ASK
           END-IF.
           DISPLAY 'OVERRIDE TAKEN - PROCEED WITH CARE.'.
       CHECK-LOCK-RTN-END.
           EXIT.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites IBOPEN.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT OPENFILE.
           READ OPENFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ OPENFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE OPENFILE.

           IF PRE-COUNT > 500
               DISPLAY 'IBOPEN.TXT EXCEEDS 500 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO ITEM-COUNT.
           MOVE 0 TO OPEN-COUNT.
           OPEN INPUT OPENFILE.

           READ OPENFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR ITEM-COUNT = 500
               ADD 1 TO ITEM-COUNT
               MOVE IO-DATE TO IT-DATE(ITEM-COUNT)
               MOVE IO-PAYER TO IT-PAYER(ITEM-COUNT)
               MOVE IO-PAYEE TO IT-PAYEE(ITEM-COUNT)
               MOVE IO-AMT TO IT-AMT(ITEM-COUNT)
               MOVE IO-STATUS TO IT-STATUS(ITEM-COUNT)
               MOVE IO-RECON-DATE TO IT-RECON-DATE(ITEM-COUNT)
               IF IO-STATUS = 'O'
                   ADD 1 TO OPEN-COUNT
               END-IF
               READ OPENFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE OPENFILE.
           DISPLAY 'SETTLEMENTS LOADED: ' ITEM-COUNT ' ITEMS, '
               OPEN-COUNT ' OPEN.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'List open, Reconcile or reOpen a settlement?'
               ' (L/R/O): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN 'R'
               WHEN 'r'
                   PERFORM RECONCILE-RTN THRU RECONCILE-RTN-END
               WHEN 'O'
               WHEN 'o'
                   PERFORM REOPEN-RTN THRU REOPEN-RTN-END
               WHEN OTHER
                   DISPLAY 'L, R or O only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Maintain another settlement? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               IF IT-STATUS(I) = 'O'
                   MOVE IT-AMT(I) TO AMT-OUT
                   DISPLAY IT-DATE(I) ' ' IT-PAYER(I) ' PAYS '
                       IT-PAYEE(I) ' ' AMT-OUT
               END-IF
           END-PERFORM.
           DISPLAY 'OPEN SETTLEMENTS: ' OPEN-COUNT.

      *the settlement has been received by the branch owed
       RECONCILE-RTN.
           PERFORM ASK-KEY-RTN.
           PERFORM FIND-ITEM-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such settlement.'
               GO TO RECONCILE-RTN-END
           END-IF.
           IF IT-STATUS(FOUND-I) = 'R'
               DISPLAY 'Already reconciled on ' IT-RECON-DATE(FOUND-I)
               GO TO RECONCILE-RTN-END
           END-IF.

           MOVE 'R' TO IT-STATUS(FOUND-I).
           MOVE WS-RUN-DATE TO IT-RECON-DATE(FOUND-I).
           SUBTRACT 1 FROM OPEN-COUNT.
           MOVE 1 TO CHANGED-SW.
           MOVE IT-AMT(FOUND-I) TO AMT-OUT.
           DISPLAY 'Reconciled: ' AMT-OUT.
       RECONCILE-RTN-END.
           EXIT.

       REOPEN-RTN.
           PERFORM ASK-KEY-RTN.
           PERFORM FIND-ITEM-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such settlement.'
               GO TO REOPEN-RTN-END
           END-IF.
           IF IT-STATUS(FOUND-I) = 'O'
               DISPLAY 'Settlement is already open.'
               GO TO REOPEN-RTN-END
           END-IF.

           MOVE 'O' TO IT-STATUS(FOUND-I).
           MOVE 0 TO IT-RECON-DATE(FOUND-I).
           ADD 1 TO OPEN-COUNT.
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Settlement reopened.'.
       REOPEN-RTN-END.
           EXIT.

      *IBSETL books at most one settlement per branch pair a day
       ASK-KEY-RTN.
           DISPLAY 'Settlement Date (YYYYMMDD): '.
           ACCEPT WORK-DATE.
           DISPLAY 'Paying Branch: '.
           ACCEPT WORK-PAYER.
           INSPECT WORK-PAYER CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY 'Branch Owed: '.
           ACCEPT WORK-PAYEE.
           INSPECT WORK-PAYEE CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       FIND-ITEM-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               IF IT-DATE(I) = WORK-DATE AND IT-PAYER(I) = WORK-PAYER
                  AND IT-PAYEE(I) = WORK-PAYEE
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT OPENFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               MOVE IT-DATE(I) TO IO-DATE
               MOVE IT-PAYER(I) TO IO-PAYER
               MOVE IT-PAYEE(I) TO IO-PAYEE
               MOVE IT-AMT(I) TO IO-AMT
               MOVE IT-STATUS(I) TO IO-STATUS
               MOVE IT-RECON-DATE(I) TO IO-RECON-DATE
               WRITE OPEN-REC
           END-PERFORM.
           CLOSE OPENFILE.
