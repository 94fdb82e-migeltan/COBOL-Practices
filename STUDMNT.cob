       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDMNT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MAINTAINS THE STUDMAST.TXT REGISTRAR STUDENT MASTER -
      *NUMBER, NAME, PROGRAM, YEAR LEVEL, ADMISSION TERM AND STATUS
      *(REGULAR, IRREGULAR, LOA, DROPPED, GRADUATED). ACCDISP,
      *CLMAINT, ATTCAP AND STUDQMNT VALIDATE THE STUDENT AGAINST IT
      *AND TAKE THE NAME FROM IT, SO A NAME IS CORRECTED HERE ONCE.
      *A STUDENT ON LEAVE, DROPPED OR GRADUATED TAKES NO NEW GRADES.
      *A STUDENT TUIPOST HAS PUT ON EXAMHOLD.TXT FOR AN UNPAID PRELIM
      *INSTALLMENT SHOWS HELD IN THE LIST AND ON A STATUS CHANGE.
      *SAME LOAD/MAINTAIN/SAVE SHAPE AS SUBJMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASTFILE ASSIGN TO "STUDMAST.TXT".
           SELECT HOLDFILE ASSIGN TO "EXAMHOLD.TXT"
               FILE STATUS IS WS-HLD-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MAST-REC.

       01  MAST-REC.
           05 SR-SNO PIC 9(5).
           05 SR-NAME PIC X(25).
           05 SR-PROGRAM PIC X(6).
           05 SR-YEAR PIC 9.
           05 SR-ADMIT PIC X(5).
      *R REGULAR / I IRREGULAR / L LOA / D DROPPED / G GRADUATED
           05 SR-STATUS PIC X.

      *exam-permit holds as TUIPOST last wrote them
       FD  HOLDFILE.
       01  HOLD-REC.
           05 EH-TERM PIC X(5).
           05 EH-SNO PIC 9(5).
           05 EH-SHORT PIC 9(7)V99.
           05 EH-PRELIM PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-HLD-FS PIC XX VALUE SPACES.

       01 STUD-TABLE.
           05 STUD-ENTRY OCCURS 1000 TIMES.
               10 STM-SNO PIC 9(5).
               10 STM-NAME PIC X(25).
               10 STM-PROGRAM PIC X(6).
               10 STM-YEAR PIC 9.
               10 STM-ADMIT PIC X(5).
               10 STM-STATUS PIC X.
               10 STM-HOLD PIC X(9).

       01 STUD-COUNT PIC 9(4) VALUE 0.
       01 I PIC 9(4) VALUE 0.
       01 FOUND-I PIC 9(4) VALUE 0.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-SNO PIC 9(5) VALUE 0.
       01 WORK-NAME PIC X(25) VALUE SPACES.
       01 WORK-PROGRAM PIC X(6) VALUE SPACES.
       01 WORK-YEAR PIC 9 VALUE 0.
       01 WORK-ADMIT PIC X(5) VALUE SPACES.
       01 WORK-STATUS PIC X VALUE SPACES.
       01 STATUS-TEXT PIC X(9) VALUE SPACES.
       01 HOLD-COUNT PIC 9(4) VALUE 0.
       01 SHORT-OUT PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'STUDENT MASTER SAVED. ' STUD-COUNT
                   ' STUDENTS.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites STUDMAST.TXT from the table, so an
      *oversized file would lose every record past the cap
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT MASTFILE.
           READ MASTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE MASTFILE.

           IF PRE-COUNT > 1000
               DISPLAY 'STUDMAST.TXT EXCEEDS 1000 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO STUD-COUNT.
           OPEN INPUT MASTFILE.

           READ MASTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR STUD-COUNT = 1000
               ADD 1 TO STUD-COUNT
               MOVE SR-SNO TO STM-SNO(STUD-COUNT)
               MOVE SR-NAME TO STM-NAME(STUD-COUNT)
               MOVE SR-PROGRAM TO STM-PROGRAM(STUD-COUNT)
               MOVE SR-YEAR TO STM-YEAR(STUD-COUNT)
               MOVE SR-ADMIT TO STM-ADMIT(STUD-COUNT)
               MOVE SR-STATUS TO STM-STATUS(STUD-COUNT)
               MOVE SPACES TO STM-HOLD(STUD-COUNT)
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE MASTFILE.
           DISPLAY 'STUDENT MASTER LOADED: ' STUD-COUNT '.'.

           OPEN INPUT HOLDFILE.
           IF WS-HLD-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ HOLDFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       MOVE EH-SNO TO WORK-SNO
                       PERFORM FIND-STUDENT-RTN
                       IF FOUND-I > 0
                           MOVE 'EXAM HOLD' TO STM-HOLD(FOUND-I)
                           ADD 1 TO HOLD-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOLDFILE
               DISPLAY 'EXAM-PERMIT HOLDS: ' HOLD-COUNT '.'
           END-IF.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Add, Correct, Status change or List? (A/C/S/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-RTN THRU ADD-RTN-END
               WHEN 'C'
               WHEN 'c'
                   PERFORM CORRECT-RTN THRU CORRECT-RTN-END
               WHEN 'S'
               WHEN 's'
                   PERFORM STATUS-RTN THRU STATUS-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'A, C, S or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Maintain another student? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

      *a new student comes in as a regular unless the registrar
      *says otherwise
       ADD-RTN.
           IF STUD-COUNT = 1000
               DISPLAY 'STUDENT MASTER FULL.'
               GO TO ADD-RTN-END
           END-IF.

           DISPLAY 'New Student Number: '.
           ACCEPT WORK-SNO.
           IF WORK-SNO = 0
               DISPLAY 'Required!'
               GO TO ADD-RTN-END
           END-IF.
           PERFORM FIND-STUDENT-RTN.

           IF FOUND-I > 0
               DISPLAY 'Student number already on the master: '
                   STM-NAME(FOUND-I)
               GO TO ADD-RTN-END
           END-IF.

       ADD-NAME.
           DISPLAY 'Student Name: '.
           ACCEPT WORK-NAME.
           IF WORK-NAME = SPACES
               DISPLAY 'Required!'
               GO TO ADD-NAME
           END-IF.

           PERFORM TAKE-PROGRAM-RTN THRU TAKE-PROGRAM-RTN-END.

       ADD-ADMIT.
           DISPLAY 'Admission Term Code (e.g. 2526A): '.
           ACCEPT WORK-ADMIT.
           IF WORK-ADMIT = SPACES
               DISPLAY 'Required!'
               GO TO ADD-ADMIT
           END-IF.

           MOVE 'R' TO WORK-STATUS.
           PERFORM TAKE-STATUS-RTN THRU TAKE-STATUS-RTN-END.

           ADD 1 TO STUD-COUNT.
           MOVE WORK-SNO TO STM-SNO(STUD-COUNT).
           MOVE WORK-NAME TO STM-NAME(STUD-COUNT).
           MOVE WORK-PROGRAM TO STM-PROGRAM(STUD-COUNT).
           MOVE WORK-YEAR TO STM-YEAR(STUD-COUNT).
           MOVE WORK-ADMIT TO STM-ADMIT(STUD-COUNT).
           MOVE WORK-STATUS TO STM-STATUS(STUD-COUNT).
           DISPLAY 'Added.'.
       ADD-RTN-END.
           EXIT.

      *the one place a student's name is corrected - every program
      *that shows the name reads it from here
       CORRECT-RTN.
           DISPLAY 'Student Number to correct: '.
           ACCEPT WORK-SNO.
           PERFORM FIND-STUDENT-RTN.

           IF FOUND-I = 0
               DISPLAY 'No such student on the master.'
               GO TO CORRECT-RTN-END
           END-IF.

           DISPLAY 'On file: ' STM-NAME(FOUND-I) ' '
               STM-PROGRAM(FOUND-I) ' YEAR ' STM-YEAR(FOUND-I).
           DISPLAY 'Corrected Name (blank keeps it): '.
           MOVE SPACES TO WORK-NAME.
           ACCEPT WORK-NAME.
           IF WORK-NAME NOT = SPACES
               MOVE WORK-NAME TO STM-NAME(FOUND-I)
           END-IF.
           PERFORM TAKE-PROGRAM-RTN THRU TAKE-PROGRAM-RTN-END.
           MOVE WORK-PROGRAM TO STM-PROGRAM(FOUND-I).
           MOVE WORK-YEAR TO STM-YEAR(FOUND-I).
           DISPLAY 'Corrected.'.
       CORRECT-RTN-END.
           EXIT.

       STATUS-RTN.
           DISPLAY 'Student Number: '.
           ACCEPT WORK-SNO.
           PERFORM FIND-STUDENT-RTN.

           IF FOUND-I = 0
               DISPLAY 'No such student on the master.'
               GO TO STATUS-RTN-END
           END-IF.

           MOVE STM-STATUS(FOUND-I) TO WORK-STATUS.
           PERFORM STATUS-TEXT-RTN.
           DISPLAY 'On file: ' STM-NAME(FOUND-I) ' ' STATUS-TEXT.
           IF STM-HOLD(FOUND-I) NOT = SPACES
               PERFORM SHOW-HOLD-RTN
           END-IF.
           PERFORM TAKE-STATUS-RTN THRU TAKE-STATUS-RTN-END.
           MOVE WORK-STATUS TO STM-STATUS(FOUND-I).
           DISPLAY 'Status changed.'.
       STATUS-RTN-END.
           EXIT.

       TAKE-PROGRAM-RTN.
           DISPLAY 'Program (e.g. BSIT): '.
           ACCEPT WORK-PROGRAM.
           IF WORK-PROGRAM = SPACES
               DISPLAY 'Required!'
               GO TO TAKE-PROGRAM-RTN
           END-IF.
           INSPECT WORK-PROGRAM CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       TAKE-YEAR.
           DISPLAY 'Year Level (1-5): '.
           ACCEPT WORK-YEAR.
           IF WORK-YEAR < 1 OR WORK-YEAR > 5
               DISPLAY '1-5 only!'
               GO TO TAKE-YEAR
           END-IF.
       TAKE-PROGRAM-RTN-END.
           EXIT.

       TAKE-STATUS-RTN.
           DISPLAY 'Status - Regular, Irregular, LOA, Dropped, '
               'Graduated (R/I/L/D/G): '.
           ACCEPT WORK-STATUS.
           INSPECT WORK-STATUS CONVERTING 'rildg' TO 'RILDG'.
           IF WORK-STATUS NOT = 'R' AND WORK-STATUS NOT = 'I'
              AND WORK-STATUS NOT = 'L' AND WORK-STATUS NOT = 'D'
              AND WORK-STATUS NOT = 'G'
               DISPLAY 'R, I, L, D or G only!'
               GO TO TAKE-STATUS-RTN
           END-IF.
       TAKE-STATUS-RTN-END.
           EXIT.

       STATUS-TEXT-RTN.
           EVALUATE WORK-STATUS
               WHEN 'R'
                   MOVE 'REGULAR' TO STATUS-TEXT
               WHEN 'I'
                   MOVE 'IRREGULAR' TO STATUS-TEXT
               WHEN 'L'
                   MOVE 'LOA' TO STATUS-TEXT
               WHEN 'D'
                   MOVE 'DROPPED' TO STATUS-TEXT
               WHEN 'G'
                   MOVE 'GRADUATED' TO STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO STATUS-TEXT
           END-EVALUATE.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUD-COUNT
               MOVE STM-STATUS(I) TO WORK-STATUS
               PERFORM STATUS-TEXT-RTN
               DISPLAY STM-SNO(I) ' ' STM-NAME(I) ' '
                   STM-PROGRAM(I) ' ' STM-YEAR(I) ' '
                   STM-ADMIT(I) ' ' STATUS-TEXT ' ' STM-HOLD(I)
           END-PERFORM.

      *the hold is the cashier's - cleared by payment, not here
       SHOW-HOLD-RTN.
           OPEN INPUT HOLDFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ HOLDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND EH-SNO = STM-SNO(FOUND-I)
                   MOVE EH-SHORT TO SHORT-OUT
                   DISPLAY 'Exam permit on hold for term ' EH-TERM
                       ' - ' SHORT-OUT ' unpaid, prelim due '
                       EH-PRELIM '.'
               END-IF
           END-PERFORM.
           CLOSE HOLDFILE.

       FIND-STUDENT-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUD-COUNT
               IF STM-SNO(I) = WORK-SNO
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT MASTFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUD-COUNT
               MOVE STM-SNO(I) TO SR-SNO
               MOVE STM-NAME(I) TO SR-NAME
               MOVE STM-PROGRAM(I) TO SR-PROGRAM
               MOVE STM-YEAR(I) TO SR-YEAR
               MOVE STM-ADMIT(I) TO SR-ADMIT
               MOVE STM-STATUS(I) TO SR-STATUS
               WRITE MAST-REC
           END-PERFORM.
           CLOSE MASTFILE.
