       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNMNT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. MAINTAINS CHAINMST.TXT, THE JOB CHAINS BATCHDRV RUNS
      *AFTER THE NIGHTLY POSTING CHAIN, AND TERMCAL.TXT, THE TERM
      *CLOSE DATES. A CHAIN IS DUE D (EVERY RUN), M (THE LAST
      *BUSINESS DAY OF THE MONTH ON BANKHOL.TXT) OR T (A TERM CLOSE,
      *OR THE NEXT BUSINESS DAY WHEN THE BANK IS SHUT THAT DAY). ONE
      *RECORD PER STEP, KEPT TOGETHER BY CHAIN: THE PROGRAM CALLED,
      *UP TO THREE STEPS OF THE SAME CHAIN IT MUST FOLLOW, AND
      *WHETHER IT WANTS AN OPERATOR AT THE CONSOLE - THE UNATTENDED
      *NIGHT HOLDS A CHAIN WITH SUCH A STEP - AND THE DATE IT WAS
      *ADDED, SO A NEW CHAIN IS NOT OVERDUE FOR DAYS BEFORE IT. A
      *STEP MAY ONLY FOLLOW STEPS ALREADY ON ITS CHAIN, SO NO CHAIN
      *CAN LOOP, AND A STEP ANOTHER FOLLOWS CANNOT BE REMOVED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHNFILE ASSIGN TO 'CHAINMST.TXT'.
           SELECT OPTIONAL TERMFILE ASSIGN TO 'TERMCAL.TXT'.
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

       FD  CHNFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHN-REC.

       01  CHN-REC.
           02 CM-CHAIN PIC X(8).
           02 CM-DUE PIC X.
           02 CM-STEP PIC X(8).
           02 CM-AFTER OCCURS 3 TIMES PIC X(8).
           02 CM-ATTEND PIC X.
           02 CM-ADDED PIC 9(8).

       FD  TERMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TERM-REC.

       01  TERM-REC.
           02 TC-TERM PIC X(5).
           02 TC-CLOSE PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.

       01  CHN-TABLE.
           05 CHN-ENTRY OCCURS 100 TIMES.
               10 CT-CHAIN PIC X(8).
               10 CT-DUE PIC X.
               10 CT-STEP PIC X(8).
               10 CT-AFTER OCCURS 3 TIMES PIC X(8).
               10 CT-ATTEND PIC X.
               10 CT-ADDED PIC 9(8).
       01  CHN-COUNT PIC 9(3) VALUE 0.

       01  TERM-TABLE.
           05 TERM-ENTRY OCCURS 50 TIMES.
               10 TT-TERM PIC X(5).
               10 TT-CLOSE PIC 9(8).
       01  TERM-COUNT PIC 99 VALUE 0.

       01  I PIC 9(3) VALUE 0.
       01  J PIC 9(3) VALUE 0.
       01  K PIC 9 VALUE 0.
       01  FOUND-I PIC 9(3) VALUE 0.
       01  LAST-I PIC 9(3) VALUE 0.
       01  T-I PIC 99 VALUE 0.
       01  T-FOUND-I PIC 99 VALUE 0.
       01  EOFSW PIC 9 VALUE 0.
       01  REFUSED-SW PIC 9 VALUE 0.
       01  CHANGED-SW PIC 9 VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.

       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  RUN-DATE PIC 9(8) VALUE 0.
       01  RUN-DATE-X REDEFINES RUN-DATE.
           05 RUN-YYYY PIC 9(4).
           05 RUN-MMDD PIC 9(4).

       01  MAINT-ACTION PIC X VALUE SPACES.
       01  ANOTHER PIC X VALUE 'Y'.
       01  WORK-CHAIN PIC X(8) VALUE SPACES.
       01  WORK-DUE PIC X VALUE SPACES.
       01  WORK-STEP PIC X(8) VALUE SPACES.
       01  WORK-AFTER-TABLE.
           05 WORK-AFTER OCCURS 3 TIMES PIC X(8).
       01  WORK-ATTEND PIC X VALUE SPACES.
       01  WORK-TERM PIC X(5) VALUE SPACES.
       01  WORK-DATE PIC 9(8) VALUE 0.
       01  WORK-DATE-X REDEFINES WORK-DATE.
           05 WORK-YYYY PIC 9(4).
           05 WORK-MM PIC 99.
           05 WORK-DD PIC 99.
       01  DEP-OK-SW PIC 9 VALUE 0.
       01  LAST-CHAIN PIC X(8) VALUE SPACES.
       01  DUE-NAME PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO RUN-MMDD.

           PERFORM CHECK-LOCK-RTN THRU CHECK-LOCK-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0 AND CHANGED-SW = 1
               PERFORM SAVE-RTN
               DISPLAY 'CHAIN MASTER SAVED. ' CHN-COUNT ' STEPS, '
                   TERM-COUNT ' TERM CLOSES.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *refuse to run while BATCHDRV's window is open - the chains
      *are read while it runs
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

      *both files must fit their tables BEFORE anything loads - the
      *save pass rewrites them from the tables
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT CHNFILE.
           READ CHNFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ CHNFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE CHNFILE.

           IF PRE-COUNT > 100
               DISPLAY 'CHAINMST.TXT EXCEEDS 100 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT TERMFILE.
           READ TERMFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ TERMFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE TERMFILE.

           IF PRE-COUNT > 50
               DISPLAY 'TERMCAL.TXT EXCEEDS 50 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO CHN-COUNT.
           OPEN INPUT CHNFILE.
           READ CHNFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR CHN-COUNT = 100
               ADD 1 TO CHN-COUNT
               MOVE CHN-REC TO CHN-ENTRY(CHN-COUNT)
               READ CHNFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE CHNFILE.

           MOVE 0 TO EOFSW.
           MOVE 0 TO TERM-COUNT.
           OPEN INPUT TERMFILE.
           READ TERMFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR TERM-COUNT = 50
               ADD 1 TO TERM-COUNT
               MOVE TC-TERM TO TT-TERM(TERM-COUNT)
               MOVE TC-CLOSE TO TT-CLOSE(TERM-COUNT)
               READ TERMFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE TERMFILE.
           DISPLAY 'CHAIN MASTER LOADED: ' CHN-COUNT ' STEPS, '
               TERM-COUNT ' TERM CLOSES.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Add a step, Remove a step, List the chains or'
               ' Term close dates? (A/R/L/T): '.
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
               WHEN 'T'
               WHEN 't'
                   PERFORM TERM-RTN THRU TERM-RTN-END
               WHEN OTHER
                   DISPLAY 'A, R, L or T only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Maintain another? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

      *a new step goes in after the last step of its chain; the
      *first step of a new chain sets when the chain is due
       ADD-RTN.
           IF CHN-COUNT = 100
               DISPLAY 'CHAIN TABLE FULL.'
               GO TO ADD-RTN-END
           END-IF.

           PERFORM ASK-CHAIN-RTN.
           MOVE 0 TO LAST-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHN-COUNT
               IF CT-CHAIN(I) = WORK-CHAIN
                   MOVE I TO LAST-I
                   MOVE CT-DUE(I) TO WORK-DUE
               END-IF
           END-PERFORM.
           IF LAST-I > 0
               PERFORM DUE-NAME-RTN
               DISPLAY 'Chain is due: ' DUE-NAME
           ELSE
               PERFORM ASK-DUE-RTN
           END-IF.

       ADD-STEP-ASK.
           DISPLAY 'Step (program to call): '.
           ACCEPT WORK-STEP.
           IF WORK-STEP = SPACES
               DISPLAY 'Required!'
               GO TO ADD-STEP-ASK
           END-IF.
           MOVE FUNCTION UPPER-CASE(WORK-STEP) TO WORK-STEP.
           PERFORM FIND-STEP-RTN.
           IF FOUND-I > 0
               DISPLAY 'Already a step of ' WORK-CHAIN '.'
               GO TO ADD-RTN-END
           END-IF.

           MOVE SPACES TO WORK-AFTER-TABLE.
           MOVE 1 TO K.
       ADD-AFTER-ASK.
           DISPLAY 'Runs after step (blank when no more): '.
           ACCEPT WORK-AFTER(K).
           IF WORK-AFTER(K) = SPACES
               GO TO ADD-ATTEND-ASK
           END-IF.
           MOVE FUNCTION UPPER-CASE(WORK-AFTER(K)) TO WORK-AFTER(K).
           MOVE 0 TO DEP-OK-SW.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHN-COUNT
               IF CT-CHAIN(I) = WORK-CHAIN
                  AND CT-STEP(I) = WORK-AFTER(K)
                   MOVE 1 TO DEP-OK-SW
               END-IF
           END-PERFORM.
           IF DEP-OK-SW = 0
               DISPLAY 'Not a step of ' WORK-CHAIN ' yet!'
               MOVE SPACES TO WORK-AFTER(K)
               GO TO ADD-AFTER-ASK
           END-IF.
           IF K < 3
               ADD 1 TO K
               GO TO ADD-AFTER-ASK
           END-IF.

       ADD-ATTEND-ASK.
           DISPLAY 'Does the step ask the operator anything? (Y/N): '.
           ACCEPT WORK-ATTEND.
           IF WORK-ATTEND NOT = 'Y' AND WORK-ATTEND NOT = 'y'
              AND WORK-ATTEND NOT = 'N' AND WORK-ATTEND NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ADD-ATTEND-ASK
           END-IF.

      *a chain already on file takes its new step after its last;
      *a new chain goes on the end
           IF LAST-I = 0
               MOVE CHN-COUNT TO LAST-I
           END-IF.
           MOVE CHN-COUNT TO I.
           ADD 1 TO CHN-COUNT.
           MOVE CHN-COUNT TO J.
           PERFORM UNTIL I = LAST-I
               MOVE CHN-ENTRY(I) TO CHN-ENTRY(J)
               SUBTRACT 1 FROM I
               SUBTRACT 1 FROM J
           END-PERFORM.
           MOVE WORK-CHAIN TO CT-CHAIN(J).
           MOVE WORK-DUE TO CT-DUE(J).
           MOVE WORK-STEP TO CT-STEP(J).
           MOVE WORK-AFTER(1) TO CT-AFTER(J, 1).
           MOVE WORK-AFTER(2) TO CT-AFTER(J, 2).
           MOVE WORK-AFTER(3) TO CT-AFTER(J, 3).
           MOVE FUNCTION UPPER-CASE(WORK-ATTEND) TO CT-ATTEND(J).
           MOVE RUN-DATE TO CT-ADDED(J).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Step added.'.
       ADD-RTN-END.
           EXIT.

      *a step another step follows stays until that one goes
       REMOVE-RTN.
           PERFORM ASK-CHAIN-RTN.
           DISPLAY 'Step: '.
           ACCEPT WORK-STEP.
           MOVE FUNCTION UPPER-CASE(WORK-STEP) TO WORK-STEP.
           PERFORM FIND-STEP-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such step on ' WORK-CHAIN '.'
               GO TO REMOVE-RTN-END
           END-IF.

           MOVE 0 TO DEP-OK-SW.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHN-COUNT
               IF CT-CHAIN(I) = WORK-CHAIN
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                       IF CT-AFTER(I, K) = WORK-STEP
                           DISPLAY CT-STEP(I) ' runs after it - '
                               'remove that step first.'
                           MOVE 1 TO DEP-OK-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF DEP-OK-SW = 1
               GO TO REMOVE-RTN-END
           END-IF.

           PERFORM VARYING I FROM FOUND-I BY 1 UNTIL I >= CHN-COUNT
               COMPUTE J = I + 1
               MOVE CHN-ENTRY(J) TO CHN-ENTRY(I)
           END-PERFORM.
           SUBTRACT 1 FROM CHN-COUNT.
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Step removed.'.
       REMOVE-RTN-END.
           EXIT.

       LIST-RTN.
           MOVE SPACES TO LAST-CHAIN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHN-COUNT
               IF CT-CHAIN(I) NOT = LAST-CHAIN
                   MOVE CT-CHAIN(I) TO LAST-CHAIN
                   MOVE CT-DUE(I) TO WORK-DUE
                   PERFORM DUE-NAME-RTN
                   DISPLAY ' '
                   DISPLAY 'CHAIN ' CT-CHAIN(I) ' - ' DUE-NAME
               END-IF
               DISPLAY '   ' CT-STEP(I) ' AFTER ' CT-AFTER(I, 1) ' '
                   CT-AFTER(I, 2) ' ' CT-AFTER(I, 3) ' OPERATOR '
                   CT-ATTEND(I)
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'TERM CLOSES:'.
           PERFORM VARYING T-I FROM 1 BY 1 UNTIL T-I > TERM-COUNT
               DISPLAY '   ' TT-TERM(T-I) ' ' TT-CLOSE(T-I)
           END-PERFORM.
           DISPLAY 'STEPS ON FILE: ' CHN-COUNT.

      *one close date per term; a date of zero takes the term off
       TERM-RTN.
           DISPLAY 'Term/School Year Code: '.
           ACCEPT WORK-TERM.
           IF WORK-TERM = SPACES
               DISPLAY 'Required!'
               GO TO TERM-RTN
           END-IF.
           MOVE 0 TO T-FOUND-I.
           PERFORM VARYING T-I FROM 1 BY 1 UNTIL T-I > TERM-COUNT
               IF TT-TERM(T-I) = WORK-TERM
                   MOVE T-I TO T-FOUND-I
               END-IF
           END-PERFORM.
           IF T-FOUND-I > 0
               DISPLAY 'Closes now on ' TT-CLOSE(T-FOUND-I)
           END-IF.

       TERM-DATE-ASK.
           DISPLAY 'Close date (YYYYMMDD, 0 to remove): '.
           ACCEPT WORK-DATE.
           IF WORK-DATE = 0
               IF T-FOUND-I = 0
                   DISPLAY 'No such term on the calendar.'
                   GO TO TERM-RTN-END
               END-IF
               PERFORM VARYING T-I FROM T-FOUND-I BY 1
                       UNTIL T-I >= TERM-COUNT
                   MOVE TERM-ENTRY(T-I + 1) TO TERM-ENTRY(T-I)
               END-PERFORM
               SUBTRACT 1 FROM TERM-COUNT
               MOVE 1 TO CHANGED-SW
               DISPLAY 'Term removed.'
               GO TO TERM-RTN-END
           END-IF.
           IF WORK-DATE < 19000101 OR WORK-DATE > 21001231
              OR WORK-MM < 1 OR WORK-MM > 12
              OR WORK-DD < 1 OR WORK-DD > 31
               DISPLAY 'Invalid!'
               GO TO TERM-DATE-ASK
           END-IF.
           IF T-FOUND-I = 0
               IF TERM-COUNT = 50
                   DISPLAY 'TERM TABLE FULL.'
                   GO TO TERM-RTN-END
               END-IF
               ADD 1 TO TERM-COUNT
               MOVE TERM-COUNT TO T-FOUND-I
               MOVE WORK-TERM TO TT-TERM(T-FOUND-I)
           END-IF.
           MOVE WORK-DATE TO TT-CLOSE(T-FOUND-I).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Term close set.'.
       TERM-RTN-END.
           EXIT.

       ASK-CHAIN-RTN.
           DISPLAY 'Chain name: '.
           ACCEPT WORK-CHAIN.
           IF WORK-CHAIN = SPACES
               DISPLAY 'Required!'
               GO TO ASK-CHAIN-RTN
           END-IF.
           MOVE FUNCTION UPPER-CASE(WORK-CHAIN) TO WORK-CHAIN.

       ASK-DUE-RTN.
           DISPLAY 'Due Daily, at Month-end or at Term close?'
               ' (D/M/T): '.
           ACCEPT WORK-DUE.
           MOVE FUNCTION UPPER-CASE(WORK-DUE) TO WORK-DUE.
           IF WORK-DUE NOT = 'D' AND WORK-DUE NOT = 'M'
              AND WORK-DUE NOT = 'T'
               DISPLAY 'D, M or T only!'
               GO TO ASK-DUE-RTN
           END-IF.

       DUE-NAME-RTN.
           EVALUATE WORK-DUE
               WHEN 'D'
                   MOVE 'DAILY' TO DUE-NAME
               WHEN 'M'
                   MOVE 'MONTH-END' TO DUE-NAME
               WHEN OTHER
                   MOVE 'TERM-END' TO DUE-NAME
           END-EVALUATE.

       FIND-STEP-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHN-COUNT
               IF CT-CHAIN(I) = WORK-CHAIN AND CT-STEP(I) = WORK-STEP
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT CHNFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHN-COUNT
               MOVE CHN-ENTRY(I) TO CHN-REC
               WRITE CHN-REC
           END-PERFORM.
           CLOSE CHNFILE.

           OPEN OUTPUT TERMFILE.
           PERFORM VARYING T-I FROM 1 BY 1 UNTIL T-I > TERM-COUNT
               MOVE TT-TERM(T-I) TO TC-TERM
               MOVE TT-CLOSE(T-I) TO TC-CLOSE
               WRITE TERM-REC
           END-PERFORM.
           CLOSE TERMFILE.
