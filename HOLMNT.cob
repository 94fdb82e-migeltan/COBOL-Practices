       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMNT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. MAINTAINS THE BANKHOL.TXT BANK CALENDAR - THE DAYS
      *OTHER THAN SATURDAYS AND SUNDAYS ON WHICH THE BANK DOES NOT
      *DO BUSINESS: R REGULAR HOLIDAY, S SPECIAL NON-WORKING DAY,
      *T TYPHOON OR OTHER SUSPENSION OF WORK. NEWSTDO AND LOANDUE
      *ROLL DUE DATES TO THE NEXT BUSINESS DAY OFF IT, NEWCHQ AND
      *NEWDORM COUNT BUSINESS DAYS ON IT, AND BATCHDRV REFUSES A
      *POSTING RUN DATED ON A DAY IT CLOSES. THE FILE IS KEPT IN
      *DATE ORDER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLFILE ASSIGN TO 'BANKHOL.TXT'.
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

       FD  HOLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOL-REC.

       01  HOL-REC.
           02 HL-DATE PIC 9(8).
           02 HL-TYPE PIC X.
           02 HL-DESC PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.

       01  HOL-TABLE.
           05 HOL-ENTRY OCCURS 400 TIMES.
               10 HOLT-DATE PIC 9(8).
               10 HOLT-TYPE PIC X.
               10 HOLT-DESC PIC X(30).

       01  HOL-COUNT PIC 9(3) VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  J PIC 9(3) VALUE 0.
       01  FOUND-I PIC 9(3) VALUE 0.
       01  EOFSW PIC 9 VALUE 0.
       01  REFUSED-SW PIC 9 VALUE 0.
       01  CHANGED-SW PIC 9 VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.

       01  MAINT-ACTION PIC X VALUE SPACES.
       01  ANOTHER PIC X VALUE 'Y'.
       01  WORK-DATE PIC 9(8) VALUE 0.
       01  WORK-DATE-X REDEFINES WORK-DATE.
           05 WORK-YYYY PIC 9(4).
           05 WORK-MM PIC 99.
           05 WORK-DD PIC 99.
       01  WORK-TYPE PIC X VALUE SPACES.
       01  WORK-DESC PIC X(30) VALUE SPACES.
       01  WORK-YEAR PIC 9(4) VALUE 0.
       01  LIST-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM CHECK-LOCK-RTN THRU CHECK-LOCK-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0 AND CHANGED-SW = 1
               PERFORM SAVE-RTN
               DISPLAY 'BANK CALENDAR SAVED. ' HOL-COUNT ' DAYS.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *refuse to run while BATCHDRV's window is open - a day closed
      *or opened under the chain splits tonight's runs on the date
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
      *the save pass rewrites BANKHOL.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT HOLFILE.
           READ HOLFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ HOLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE HOLFILE.

           IF PRE-COUNT > 400
               DISPLAY 'BANKHOL.TXT EXCEEDS 400 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO HOL-COUNT.
           OPEN INPUT HOLFILE.

           READ HOLFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR HOL-COUNT = 400
               ADD 1 TO HOL-COUNT
               MOVE HL-DATE TO HOLT-DATE(HOL-COUNT)
               MOVE HL-TYPE TO HOLT-TYPE(HOL-COUNT)
               MOVE HL-DESC TO HOLT-DESC(HOL-COUNT)
               READ HOLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE HOLFILE.
           DISPLAY 'BANK CALENDAR LOADED: ' HOL-COUNT ' DAYS.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Add a day, Remove a day or List a year?'
               ' (A/R/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-RTN THRU ADD-RTN-END
               WHEN 'R'
               WHEN 'r'
                   PERFORM REMOVE-RTN THRU REMOVE-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'A, R or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Maintain another day? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

      *one date, one entry - a typhoon on a declared holiday changes
      *nothing, the day is already closed
       ADD-RTN.
           IF HOL-COUNT = 400
               DISPLAY 'CALENDAR TABLE FULL.'
               GO TO ADD-RTN-END
           END-IF.

           PERFORM ASK-DATE-RTN.
           PERFORM FIND-DAY-RTN.
           IF FOUND-I > 0
               DISPLAY 'Already closed: ' HOLT-TYPE(FOUND-I) ' '
                   HOLT-DESC(FOUND-I)
               GO TO ADD-RTN-END
           END-IF.

       ADD-TYPE-ASK.
           DISPLAY 'Regular holiday, Special non-working, Typhoon or'
               ' suspension? (R/S/T): '.
           ACCEPT WORK-TYPE.
           IF WORK-TYPE NOT = 'R' AND WORK-TYPE NOT = 'r'
              AND WORK-TYPE NOT = 'S' AND WORK-TYPE NOT = 's'
              AND WORK-TYPE NOT = 'T' AND WORK-TYPE NOT = 't'
               DISPLAY 'R, S or T only!'
               GO TO ADD-TYPE-ASK
           END-IF.

           DISPLAY 'Description: '.
           ACCEPT WORK-DESC.

      *slot the new day in date order - everything after it moves
      *down one entry
           MOVE HOL-COUNT TO I.
           ADD 1 TO HOL-COUNT.
           MOVE HOL-COUNT TO J.
           PERFORM UNTIL I = 0
               IF HOLT-DATE(I) < WORK-DATE
                   MOVE 0 TO I
               ELSE
                   MOVE HOL-ENTRY(I) TO HOL-ENTRY(J)
                   SUBTRACT 1 FROM I
                   SUBTRACT 1 FROM J
               END-IF
           END-PERFORM.
           MOVE WORK-DATE TO HOLT-DATE(J).
           MOVE FUNCTION UPPER-CASE(WORK-TYPE) TO HOLT-TYPE(J).
           MOVE WORK-DESC TO HOLT-DESC(J).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Day closed.'.
       ADD-RTN-END.
           EXIT.

      *a suspension lifted before the day, or a holiday moved by
      *proclamation - the day opens again
       REMOVE-RTN.
           PERFORM ASK-DATE-RTN.
           PERFORM FIND-DAY-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such day on the calendar.'
               GO TO REMOVE-RTN-END
           END-IF.

           PERFORM VARYING I FROM FOUND-I BY 1 UNTIL I >= HOL-COUNT
               COMPUTE J = I + 1
               MOVE HOL-ENTRY(J) TO HOL-ENTRY(I)
           END-PERFORM.
           SUBTRACT 1 FROM HOL-COUNT.
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Day opened.'.
       REMOVE-RTN-END.
           EXIT.

       LIST-RTN.
           DISPLAY 'Year to list (YYYY): '.
           ACCEPT WORK-YEAR.
           MOVE 0 TO LIST-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOL-COUNT
               MOVE HOLT-DATE(I) TO WORK-DATE
               IF WORK-YYYY = WORK-YEAR
                   DISPLAY HOLT-DATE(I) ' ' HOLT-TYPE(I) ' '
                       HOLT-DESC(I)
                   ADD 1 TO LIST-COUNT
               END-IF
           END-PERFORM.
           DISPLAY 'DAYS CLOSED IN ' WORK-YEAR ': ' LIST-COUNT.

       ASK-DATE-RTN.
           DISPLAY 'Date (YYYYMMDD): '.
           ACCEPT WORK-DATE.
           IF WORK-DATE < 19000101 OR WORK-DATE > 21001231
              OR WORK-MM < 1 OR WORK-MM > 12
              OR WORK-DD < 1 OR WORK-DD > 31
               DISPLAY 'Invalid!'
               GO TO ASK-DATE-RTN
           END-IF.

       FIND-DAY-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOL-COUNT
               IF HOLT-DATE(I) = WORK-DATE
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT HOLFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOL-COUNT
               MOVE HOLT-DATE(I) TO HL-DATE
               MOVE HOLT-TYPE(I) TO HL-TYPE
               MOVE HOLT-DESC(I) TO HL-DESC
               WRITE HOL-REC
           END-PERFORM.
           CLOSE HOLFILE.
