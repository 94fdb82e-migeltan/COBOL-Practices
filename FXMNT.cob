       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXMNT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. MAINTAINS THE FXRATE.TXT EXCHANGE-RATE TABLE - PESOS
      *PER ONE UNIT OF EACH FOREIGN CURRENCY, UNDER AN EFFECTIVE
      *DATE. SW2 CONVERTS A FOREIGN-CURRENCY ACCOUNT'S POSTINGS TO
      *PESOS FOR THE LEDGER FEED AT THE LATEST RATE NOT AFTER THE RUN
      *DATE, AND FXREVAL REVALUES THE BALANCES AT THE SAME RATE. A
      *RATE ALREADY IN FORCE IS NEVER DELETED - IT IS THE AUDIT TRAIL
      *BEHIND A NIGHT'S REVALUATION - ONLY A FUTURE-DATED ONE MAY GO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATEFILE ASSIGN TO 'FXRATE.TXT'.
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

       FD  RATEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FXR-REC.

       01  FXR-REC.
           02 FXR-CCY PIC X(3).
           02 FXR-DATE PIC 9(8).
           02 FXR-RATE PIC 9(3)V9(6).

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

       01  FXR-TABLE.
           05 FXR-ENTRY OCCURS 500 TIMES.
               10 FT-CCY PIC X(3).
               10 FT-DATE PIC 9(8).
               10 FT-RATE PIC 9(3)V9(6).

       01  FXR-COUNT PIC 9(3) VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  FOUND-I PIC 9(3) VALUE 0.
       01  EOFSW PIC 9 VALUE 0.
       01  REFUSED-SW PIC 9 VALUE 0.
       01  CHANGED-SW PIC 9 VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.

       01  MAINT-ACTION PIC X VALUE SPACES.
       01  ANOTHER PIC X VALUE 'Y'.
       01  WORK-CCY PIC X(3) VALUE SPACES.
       01  WORK-DATE PIC 9(8) VALUE 0.
       01  WORK-DATE-X REDEFINES WORK-DATE.
           05 WORK-YYYY PIC 9(4).
           05 WORK-MM PIC 99.
           05 WORK-DD PIC 99.
       01  WORK-RATE PIC 9(3)V9(6) VALUE 0.
       01  CONFIRM PIC X VALUE SPACES.
       01  RATE-OUT PIC ZZ9.999999.

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
               DISPLAY 'EXCHANGE RATES SAVED. ' FXR-COUNT ' RATES.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *refuse to run while BATCHDRV's window is open - SW2 and
      *FXREVAL must see one rate for the whole night
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
      *the save pass rewrites FXRATE.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT RATEFILE.
           READ RATEFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ RATEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE RATEFILE.

           IF PRE-COUNT > 500
               DISPLAY 'FXRATE.TXT EXCEEDS 500 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO FXR-COUNT.
           OPEN INPUT RATEFILE.

           READ RATEFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR FXR-COUNT = 500
               ADD 1 TO FXR-COUNT
               MOVE FXR-CCY TO FT-CCY(FXR-COUNT)
               MOVE FXR-DATE TO FT-DATE(FXR-COUNT)
               MOVE FXR-RATE TO FT-RATE(FXR-COUNT)
               READ RATEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE RATEFILE.
           DISPLAY 'EXCHANGE RATES LOADED: ' FXR-COUNT ' RATES.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Enter a rate, Delete a future rate or List? '
               '(E/D/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'E'
               WHEN 'e'
                   PERFORM ENTER-RTN THRU ENTER-RTN-END
               WHEN 'D'
               WHEN 'd'
                   PERFORM DELETE-RTN THRU DELETE-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'E, D or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Maintain another rate? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

      *a new rate, or a correction to one already keyed for the same
      *currency and date - the correction replaces it after a Y
       ENTER-RTN.
           PERFORM ASK-KEY-RTN THRU ASK-KEY-RTN-END.
           IF WORK-CCY = SPACES
               GO TO ENTER-RTN-END
           END-IF.

           DISPLAY 'Pesos per one ' WORK-CCY ' (999.999999): '.
           ACCEPT WORK-RATE.
           IF WORK-RATE = 0
               DISPLAY 'Rate must be above zero.'
               GO TO ENTER-RTN-END
           END-IF.

           PERFORM FIND-RATE-RTN.
           IF FOUND-I > 0
               MOVE FT-RATE(FOUND-I) TO RATE-OUT
               DISPLAY 'On file for ' WORK-DATE ': ' RATE-OUT
               PERFORM ASK-CONFIRM-RTN
               IF CONFIRM = 'N' OR CONFIRM = 'n'
                   DISPLAY 'Rate left as it was.'
                   GO TO ENTER-RTN-END
               END-IF
               MOVE WORK-RATE TO FT-RATE(FOUND-I)
               MOVE 1 TO CHANGED-SW
               DISPLAY 'Rate replaced.'
               GO TO ENTER-RTN-END
           END-IF.

           IF FXR-COUNT = 500
               DISPLAY 'RATE TABLE FULL.'
               GO TO ENTER-RTN-END
           END-IF.

           ADD 1 TO FXR-COUNT.
           MOVE WORK-CCY TO FT-CCY(FXR-COUNT).
           MOVE WORK-DATE TO FT-DATE(FXR-COUNT).
           MOVE WORK-RATE TO FT-RATE(FXR-COUNT).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Rate added.'.
       ENTER-RTN-END.
           EXIT.

      *only a rate not yet in force may be withdrawn
       DELETE-RTN.
           PERFORM ASK-KEY-RTN THRU ASK-KEY-RTN-END.
           IF WORK-CCY = SPACES
               GO TO DELETE-RTN-END
           END-IF.

           PERFORM FIND-RATE-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such rate on file.'
               GO TO DELETE-RTN-END
           END-IF.
           IF FT-DATE(FOUND-I) NOT > WS-RUN-DATE
               DISPLAY 'Rate is already in force - enter a new rate '
                   'instead.'
               GO TO DELETE-RTN-END
           END-IF.

           MOVE FT-RATE(FOUND-I) TO RATE-OUT.
           DISPLAY 'On file: ' RATE-OUT.
           PERFORM ASK-CONFIRM-RTN.
           IF CONFIRM = 'N' OR CONFIRM = 'n'
               DISPLAY 'Rate kept.'
               GO TO DELETE-RTN-END
           END-IF.

           PERFORM VARYING I FROM FOUND-I BY 1 UNTIL I = FXR-COUNT
               MOVE FXR-ENTRY(I + 1) TO FXR-ENTRY(I)
           END-PERFORM.
           SUBTRACT 1 FROM FXR-COUNT.
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Rate deleted.'.
       DELETE-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FXR-COUNT
               MOVE FT-RATE(I) TO RATE-OUT
               DISPLAY FT-CCY(I) ' ' FT-DATE(I) ' ' RATE-OUT
           END-PERFORM.
           DISPLAY 'RATES ON FILE: ' FXR-COUNT.

      *the peso is the base currency and never takes a rate
       ASK-KEY-RTN.
           DISPLAY 'Currency: '.
           ACCEPT WORK-CCY.
           INSPECT WORK-CCY CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WORK-CCY = 'PHP'
               DISPLAY 'PHP is the base currency - no rate needed.'
               MOVE SPACES TO WORK-CCY
               GO TO ASK-KEY-RTN-END
           END-IF.
           IF WORK-CCY NOT ALPHABETIC-UPPER OR WORK-CCY(3:1) = SPACE
              OR WORK-CCY(1:1) = SPACE
               DISPLAY 'Three-letter currency code only!'
               GO TO ASK-KEY-RTN
           END-IF.

           DISPLAY 'Effective Date (YYYYMMDD, 0 = today): '.
           ACCEPT WORK-DATE.
           IF WORK-DATE = 0
               MOVE WS-RUN-DATE TO WORK-DATE
           END-IF.
           IF WORK-MM < 1 OR WORK-MM > 12
              OR WORK-DD < 1 OR WORK-DD > 31
               DISPLAY 'Invalid date.'
               MOVE SPACES TO WORK-CCY
           END-IF.
       ASK-KEY-RTN-END.
           EXIT.

       ASK-CONFIRM-RTN.
           DISPLAY 'Proceed? (Y/N): '.
           ACCEPT CONFIRM.
           IF CONFIRM NOT = 'Y' AND CONFIRM NOT = 'y'
              AND CONFIRM NOT = 'N' AND CONFIRM NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-CONFIRM-RTN
           END-IF.

       FIND-RATE-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FXR-COUNT
               IF FT-CCY(I) = WORK-CCY AND FT-DATE(I) = WORK-DATE
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT RATEFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FXR-COUNT
               MOVE FT-CCY(I) TO FXR-CCY
               MOVE FT-DATE(I) TO FXR-DATE
               MOVE FT-RATE(I) TO FXR-RATE
               WRITE FXR-REC
           END-PERFORM.
           CLOSE RATEFILE.
