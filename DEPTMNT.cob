       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMNT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MAINTAINS WHAT GRDTRK NEEDS TO CHASE GRADE SHEETS -
      *THE DEPTMAST.TXT DEPARTMENTS WITH THE CHAIR OF EACH, THE
      *FACDEPT.TXT DEPARTMENT OF EACH INSTRUCTOR (BY THE OPERATOR ID
      *FACMAST.TXT CARRIES), AND THE GRDDUE.TXT GRADE-SUBMISSION
      *DEADLINE OF EACH TERM. SAME LOAD/MAINTAIN/SAVE SHAPE AS
      *SUBJMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPTFILE ASSIGN TO "DEPTMAST.TXT".
           SELECT OPTIONAL FDEPFILE ASSIGN TO "FACDEPT.TXT".
           SELECT OPTIONAL DUEFILE ASSIGN TO "GRDDUE.TXT".

       DATA DIVISION.
       FILE SECTION.

       FD  DEPTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEPT-REC.

       01  DEPT-REC.
           05 DP-CODE PIC X(6).
           05 DP-NAME PIC X(25).
           05 DP-CHAIR PIC X(25).

       FD  FDEPFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FDEP-REC.

       01  FDEP-REC.
           05 FX-OPER PIC X(8).
           05 FX-DEPT PIC X(6).

       FD  DUEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DUE-REC.

       01  DUE-REC.
           05 GD-TERM PIC X(5).
           05 GD-DEADLINE PIC 9(8).

       WORKING-STORAGE SECTION.

       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 30 TIMES.
               10 DT-CODE PIC X(6).
               10 DT-NAME PIC X(25).
               10 DT-CHAIR PIC X(25).
       01 DEPT-COUNT PIC 99 VALUE 0.
       01 I PIC 99 VALUE 0.
       01 FOUND-I PIC 99 VALUE 0.

       01 FDEP-TABLE.
           05 FDEP-ENTRY OCCURS 100 TIMES.
               10 XT-OPER PIC X(8).
               10 XT-DEPT PIC X(6).
       01 FDEP-COUNT PIC 9(3) VALUE 0.
       01 X-I PIC 9(3) VALUE 0.
       01 X-FOUND-I PIC 9(3) VALUE 0.

       01 DUE-TABLE.
           05 DUE-ENTRY OCCURS 20 TIMES.
               10 GT-TERM PIC X(5).
               10 GT-DEADLINE PIC 9(8).
       01 DUE-COUNT PIC 99 VALUE 0.
       01 G-I PIC 99 VALUE 0.
       01 G-FOUND-I PIC 99 VALUE 0.

       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-CODE PIC X(6) VALUE SPACES.
       01 WORK-NAME PIC X(25) VALUE SPACES.
       01 WORK-CHAIR PIC X(25) VALUE SPACES.
       01 WORK-OPER PIC X(8) VALUE SPACES.
       01 WORK-TERM PIC X(5) VALUE SPACES.
       01 WORK-DATE PIC 9(8) VALUE 0.
       01 WORK-DATE-X REDEFINES WORK-DATE.
           05 WORK-YYYY PIC 9(4).
           05 WORK-MM PIC 99.
           05 WORK-DD PIC 99.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'SAVED. ' DEPT-COUNT ' DEPARTMENTS, '
                   FDEP-COUNT ' INSTRUCTORS, ' DUE-COUNT
                   ' DEADLINES.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *every file must fit its table BEFORE anything loads - the
      *save pass rewrites them, so an oversized file would lose
      *every record past the cap
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT DEPTFILE.
           READ DEPTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ DEPTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE DEPTFILE.
           IF PRE-COUNT > 30
               DISPLAY 'DEPTMAST.TXT EXCEEDS 30 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT FDEPFILE.
           READ FDEPFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ FDEPFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE FDEPFILE.
           IF PRE-COUNT > 100
               DISPLAY 'FACDEPT.TXT EXCEEDS 100 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT DUEFILE.
           READ DUEFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ DUEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE DUEFILE.
           IF PRE-COUNT > 20
               DISPLAY 'GRDDUE.TXT EXCEEDS 20 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO DEPT-COUNT.
           OPEN INPUT DEPTFILE.
           READ DEPTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR DEPT-COUNT = 30
               ADD 1 TO DEPT-COUNT
               MOVE DP-CODE TO DT-CODE(DEPT-COUNT)
               MOVE DP-NAME TO DT-NAME(DEPT-COUNT)
               MOVE DP-CHAIR TO DT-CHAIR(DEPT-COUNT)
               READ DEPTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE DEPTFILE.

           MOVE 0 TO EOFSW.
           MOVE 0 TO FDEP-COUNT.
           OPEN INPUT FDEPFILE.
           READ FDEPFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR FDEP-COUNT = 100
               ADD 1 TO FDEP-COUNT
               MOVE FX-OPER TO XT-OPER(FDEP-COUNT)
               MOVE FX-DEPT TO XT-DEPT(FDEP-COUNT)
               READ FDEPFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE FDEPFILE.

           MOVE 0 TO EOFSW.
           MOVE 0 TO DUE-COUNT.
           OPEN INPUT DUEFILE.
           READ DUEFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR DUE-COUNT = 20
               ADD 1 TO DUE-COUNT
               MOVE GD-TERM TO GT-TERM(DUE-COUNT)
               MOVE GD-DEADLINE TO GT-DEADLINE(DUE-COUNT)
               READ DUEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE DUEFILE.
           DISPLAY 'LOADED: ' DEPT-COUNT ' DEPARTMENTS, ' FDEP-COUNT
               ' INSTRUCTORS, ' DUE-COUNT ' DEADLINES.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Department, Instructor, Grade deadline or List? '
               '(D/I/G/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'D'
               WHEN 'd'
                   PERFORM DEPT-RTN THRU DEPT-RTN-END
               WHEN 'I'
               WHEN 'i'
                   PERFORM INSTR-RTN THRU INSTR-RTN-END
               WHEN 'G'
               WHEN 'g'
                   PERFORM DEADLINE-RTN THRU DEADLINE-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'D, I, G or L only!'
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

      *a new department, or the name and chair of one on file
       DEPT-RTN.
           DISPLAY 'Department Code: '.
           ACCEPT WORK-CODE.
           IF WORK-CODE = SPACES
               DISPLAY 'Required!'
               GO TO DEPT-RTN-END
           END-IF.
           INSPECT WORK-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM FIND-DEPT-RTN.
           IF FOUND-I = 0 AND DEPT-COUNT = 30
               DISPLAY 'DEPARTMENT MASTER FULL.'
               GO TO DEPT-RTN-END
           END-IF.
           IF FOUND-I > 0
               DISPLAY 'On file: ' DT-NAME(FOUND-I) ' CHAIR '
                   DT-CHAIR(FOUND-I)
           END-IF.

           DISPLAY 'Department Name: '.
           ACCEPT WORK-NAME.
           DISPLAY 'Chair: '.
           ACCEPT WORK-CHAIR.
           IF WORK-NAME = SPACES OR WORK-CHAIR = SPACES
               DISPLAY 'Name and chair are both required.'
               GO TO DEPT-RTN-END
           END-IF.

           IF FOUND-I = 0
               ADD 1 TO DEPT-COUNT
               MOVE DEPT-COUNT TO FOUND-I
               MOVE WORK-CODE TO DT-CODE(FOUND-I)
               DISPLAY 'Added.'
           ELSE
               DISPLAY 'Corrected.'
           END-IF.
           MOVE WORK-NAME TO DT-NAME(FOUND-I).
           MOVE WORK-CHAIR TO DT-CHAIR(FOUND-I).
       DEPT-RTN-END.
           EXIT.

      *the department an instructor answers to - the department
      *must already be on file
       INSTR-RTN.
           DISPLAY 'Instructor (operator ID): '.
           ACCEPT WORK-OPER.
           IF WORK-OPER = SPACES
               DISPLAY 'Required!'
               GO TO INSTR-RTN-END
           END-IF.
           MOVE 0 TO X-FOUND-I.
           PERFORM VARYING X-I FROM 1 BY 1 UNTIL X-I > FDEP-COUNT
               IF XT-OPER(X-I) = WORK-OPER
                   MOVE X-I TO X-FOUND-I
               END-IF
           END-PERFORM.
           IF X-FOUND-I = 0 AND FDEP-COUNT = 100
               DISPLAY 'INSTRUCTOR FILE FULL.'
               GO TO INSTR-RTN-END
           END-IF.
           IF X-FOUND-I > 0
               DISPLAY 'On file: ' XT-DEPT(X-FOUND-I)
           END-IF.

           DISPLAY 'Department Code: '.
           ACCEPT WORK-CODE.
           INSPECT WORK-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM FIND-DEPT-RTN.
           IF FOUND-I = 0
               DISPLAY 'Not on DEPTMAST.TXT - refused.'
               GO TO INSTR-RTN-END
           END-IF.

           IF X-FOUND-I = 0
               ADD 1 TO FDEP-COUNT
               MOVE FDEP-COUNT TO X-FOUND-I
               MOVE WORK-OPER TO XT-OPER(X-FOUND-I)
               DISPLAY 'Added.'
           ELSE
               DISPLAY 'Corrected.'
           END-IF.
           MOVE WORK-CODE TO XT-DEPT(X-FOUND-I).
       INSTR-RTN-END.
           EXIT.

       DEADLINE-RTN.
           DISPLAY 'Term/School Year Code: '.
           ACCEPT WORK-TERM.
           IF WORK-TERM = SPACES
               DISPLAY 'Required!'
               GO TO DEADLINE-RTN-END
           END-IF.
           MOVE 0 TO G-FOUND-I.
           PERFORM VARYING G-I FROM 1 BY 1 UNTIL G-I > DUE-COUNT
               IF GT-TERM(G-I) = WORK-TERM
                   MOVE G-I TO G-FOUND-I
               END-IF
           END-PERFORM.
           IF G-FOUND-I = 0 AND DUE-COUNT = 20
               DISPLAY 'DEADLINE FILE FULL.'
               GO TO DEADLINE-RTN-END
           END-IF.
           IF G-FOUND-I > 0
               DISPLAY 'On file: ' GT-DEADLINE(G-FOUND-I)
           END-IF.

           DISPLAY 'Grade sheets due (YYYYMMDD): '.
           ACCEPT WORK-DATE.
           IF WORK-YYYY < 2000 OR WORK-MM < 1 OR WORK-MM > 12
              OR WORK-DD < 1 OR WORK-DD > 31
               DISPLAY 'Not a date - refused.'
               GO TO DEADLINE-RTN-END
           END-IF.

           IF G-FOUND-I = 0
               ADD 1 TO DUE-COUNT
               MOVE DUE-COUNT TO G-FOUND-I
               MOVE WORK-TERM TO GT-TERM(G-FOUND-I)
               DISPLAY 'Added.'
           ELSE
               DISPLAY 'Corrected.'
           END-IF.
           MOVE WORK-DATE TO GT-DEADLINE(G-FOUND-I).
       DEADLINE-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPT-COUNT
               DISPLAY 'DEPT ' DT-CODE(I) ' ' DT-NAME(I) ' CHAIR '
                   DT-CHAIR(I)
           END-PERFORM.
           PERFORM VARYING X-I FROM 1 BY 1 UNTIL X-I > FDEP-COUNT
               DISPLAY 'INSTR ' XT-OPER(X-I) ' ' XT-DEPT(X-I)
           END-PERFORM.
           PERFORM VARYING G-I FROM 1 BY 1 UNTIL G-I > DUE-COUNT
               DISPLAY 'DUE ' GT-TERM(G-I) ' ' GT-DEADLINE(G-I)
           END-PERFORM.

       FIND-DEPT-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPT-COUNT
               IF DT-CODE(I) = WORK-CODE
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT DEPTFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPT-COUNT
               MOVE DT-CODE(I) TO DP-CODE
               MOVE DT-NAME(I) TO DP-NAME
               MOVE DT-CHAIR(I) TO DP-CHAIR
               WRITE DEPT-REC
           END-PERFORM.
           CLOSE DEPTFILE.

           OPEN OUTPUT FDEPFILE.
           PERFORM VARYING X-I FROM 1 BY 1 UNTIL X-I > FDEP-COUNT
               MOVE XT-OPER(X-I) TO FX-OPER
               MOVE XT-DEPT(X-I) TO FX-DEPT
               WRITE FDEP-REC
           END-PERFORM.
           CLOSE FDEPFILE.

           OPEN OUTPUT DUEFILE.
           PERFORM VARYING G-I FROM 1 BY 1 UNTIL G-I > DUE-COUNT
               MOVE GT-TERM(G-I) TO GD-TERM
               MOVE GT-DEADLINE(G-I) TO GD-DEADLINE
               WRITE DUE-REC
           END-PERFORM.
           CLOSE DUEFILE.
