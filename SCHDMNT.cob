       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDMNT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MAINTAINS THE CLSCHED.TXT CLASS SCHEDULE MASTER -
      *ONE ROW PER SECTION AND SUBJECT SAYING ON WHICH DAYS, FROM
      *WHAT TIME TO WHAT TIME AND IN WHICH ROOM THE CLASS MEETS, AND
      *WHO TEACHES IT. THE INSTRUCTOR IS THE ONE OF RECORD ON
      *FACMAST.TXT WHEN THERE IS ONE. A ROOM OR AN INSTRUCTOR BOOKED
      *TWICE FOR THE SAME HOUR IS REFUSED AT THE DOOR. ENLIST READS
      *THE SCHEDULE TO KEEP A STUDENT OUT OF TWO CLASSES AT ONCE.
      *SAME LOAD/MAINTAIN/SAVE SHAPE AS SUBJMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCHEDFILE ASSIGN TO "CLSCHED.TXT".
      *the section, subject and faculty masters - each absent one
      *means the typed value is taken as-is
           SELECT SECMASTFILE ASSIGN TO "SECMAST.TXT"
               FILE STATUS IS WS-SEC-FS.
           SELECT SUBJMASTFILE ASSIGN TO "SUBJMAST.TXT"
               FILE STATUS IS WS-SBJ-FS.
           SELECT FACMASTFILE ASSIGN TO "FACMAST.TXT"
               FILE STATUS IS WS-FAC-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  SCHEDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SCHED-REC.

      *days are positional - M T W H F S U, blank on a day off
       01  SCHED-REC.
           05 CS-SYS PIC X(5).
           05 CS-SUBJ PIC X(6).
           05 CS-DAYS PIC X(7).
           05 CS-START PIC 9(4).
           05 CS-END PIC 9(4).
           05 CS-ROOM PIC X(6).
           05 CS-OPER PIC X(8).

       FD  SECMASTFILE.
       01  SEC-MAST-REC.
           05 SM-CODE PIC X(5).
           05 SM-CAP PIC 9(3).
           05 SM-ENR PIC 9(3).

       FD  SUBJMASTFILE.
       01  SUBJ-MAST-REC.
           05 SJ-CODE PIC X(6).
           05 SJ-TITLE PIC X(20).
           05 SJ-UNITS PIC 9.

       FD  FACMASTFILE.
       01  FAC-MAST-REC.
           05 FM-SYS PIC X(5).
           05 FM-SUBJ PIC X(6).
           05 FM-OPER PIC X(8).

       WORKING-STORAGE SECTION.

       01 WS-SEC-FS PIC XX VALUE SPACES.
       01 WS-SBJ-FS PIC XX VALUE SPACES.
       01 WS-FAC-FS PIC XX VALUE SPACES.

       01 SCHED-TABLE.
           05 SCHED-ENTRY OCCURS 200 TIMES.
               10 CT-SYS PIC X(5).
               10 CT-SUBJ PIC X(6).
               10 CT-DAYS PIC X(7).
               10 CT-START PIC 9(4).
               10 CT-END PIC 9(4).
               10 CT-ROOM PIC X(6).
               10 CT-OPER PIC X(8).
               10 CT-DELETED PIC 9.

       01 SCHED-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.

       01 SEC-TABLE.
           05 SEC-CODE OCCURS 50 TIMES PIC X(5).
       01 SEC-COUNT PIC 99 VALUE 0.
       01 SBJ-TABLE.
           05 SBJ-CODE OCCURS 50 TIMES PIC X(6).
       01 SBJ-COUNT PIC 99 VALUE 0.
       01 FAC-TABLE.
           05 FAC-ENTRY OCCURS 100 TIMES.
               10 FT-SYS PIC X(5).
               10 FT-SUBJ PIC X(6).
               10 FT-OPER PIC X(8).
       01 FAC-COUNT PIC 9(3) VALUE 0.
       01 M-I PIC 9(3) VALUE 0.
       01 M-FOUND-SW PIC 9 VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-SYS PIC X(5) VALUE SPACES.
       01 WORK-SUBJ PIC X(6) VALUE SPACES.
       01 WORK-ROOM PIC X(6) VALUE SPACES.
       01 WORK-OPER PIC X(8) VALUE SPACES.

      *the class being booked - its days unpacked to the positional
      *form, its hours as HHMM on a 24-hour clock
       01 DAYS-IN PIC X(7) VALUE SPACES.
       01 DAYS-IN-X REDEFINES DAYS-IN.
           05 DAYS-IN-CH OCCURS 7 TIMES PIC X.
       01 WORK-DAYS PIC X(7) VALUE SPACES.
       01 WORK-DAYS-X REDEFINES WORK-DAYS.
           05 WORK-DAY OCCURS 7 TIMES PIC X.
       01 DAY-LETTERS PIC X(7) VALUE 'MTWHFSU'.
       01 DAY-LETTERS-X REDEFINES DAY-LETTERS.
           05 DAY-LETTER OCCURS 7 TIMES PIC X.
       01 D-I PIC 9 VALUE 0.
       01 D-J PIC 9 VALUE 0.
       01 DAY-BAD-SW PIC 9 VALUE 0.
       01 WORK-START PIC 9(4) VALUE 0.
       01 WORK-START-X REDEFINES WORK-START.
           05 WORK-START-HH PIC 99.
           05 WORK-START-MM PIC 99.
       01 WORK-END PIC 9(4) VALUE 0.
       01 WORK-END-X REDEFINES WORK-END.
           05 WORK-END-HH PIC 99.
           05 WORK-END-MM PIC 99.

      *overlap test - the booked class against CT entry I
       01 OTHER-DAYS PIC X(7) VALUE SPACES.
       01 OTHER-DAYS-X REDEFINES OTHER-DAYS.
           05 OTHER-DAY OCCURS 7 TIMES PIC X.
       01 OVERLAP-SW PIC 9 VALUE 0.
       01 CLASH-SW PIC 9 VALUE 0.
       01 SKIP-I PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-MASTERS-RTN THRU LOAD-MASTERS-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'CLASS SCHEDULE SAVED.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites CLSCHED.TXT from the table, so an
      *oversized file would lose every record past the cap
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT SCHEDFILE.
           READ SCHEDFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ SCHEDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE SCHEDFILE.

           IF PRE-COUNT > 200
               DISPLAY 'CLSCHED.TXT EXCEEDS 200 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO SCHED-COUNT.
           OPEN INPUT SCHEDFILE.

           READ SCHEDFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR SCHED-COUNT = 200
               ADD 1 TO SCHED-COUNT
               MOVE CS-SYS TO CT-SYS(SCHED-COUNT)
               MOVE CS-SUBJ TO CT-SUBJ(SCHED-COUNT)
               MOVE CS-DAYS TO CT-DAYS(SCHED-COUNT)
               MOVE CS-START TO CT-START(SCHED-COUNT)
               MOVE CS-END TO CT-END(SCHED-COUNT)
               MOVE CS-ROOM TO CT-ROOM(SCHED-COUNT)
               MOVE CS-OPER TO CT-OPER(SCHED-COUNT)
               MOVE 0 TO CT-DELETED(SCHED-COUNT)
               READ SCHEDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE SCHEDFILE.
           DISPLAY 'CLASS SCHEDULE LOADED: ' SCHED-COUNT ' CLASSES.'.
       LOAD-RTN-END.
           EXIT.

       LOAD-MASTERS-RTN.
           MOVE 0 TO SEC-COUNT.
           OPEN INPUT SECMASTFILE.
           IF WS-SEC-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR SEC-COUNT = 50
                   READ SECMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO SEC-COUNT
                       MOVE SM-CODE TO SEC-CODE(SEC-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SECMASTFILE
           END-IF.

           MOVE 0 TO SBJ-COUNT.
           OPEN INPUT SUBJMASTFILE.
           IF WS-SBJ-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR SBJ-COUNT = 50
                   READ SUBJMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO SBJ-COUNT
                       MOVE SJ-CODE TO SBJ-CODE(SBJ-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SUBJMASTFILE
           END-IF.

           MOVE 0 TO FAC-COUNT.
           OPEN INPUT FACMASTFILE.
           IF WS-FAC-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR FAC-COUNT = 100
                   READ FACMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO FAC-COUNT
                       MOVE FM-SYS TO FT-SYS(FAC-COUNT)
                       MOVE FM-SUBJ TO FT-SUBJ(FAC-COUNT)
                       MOVE FM-OPER TO FT-OPER(FAC-COUNT)
                   END-IF
               END-PERFORM
               CLOSE FACMASTFILE
           END-IF.
       LOAD-MASTERS-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Add, Correct, Delete or List? (A/C/D/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-RTN THRU ADD-RTN-END
               WHEN 'C'
               WHEN 'c'
                   PERFORM CORRECT-RTN THRU CORRECT-RTN-END
               WHEN 'D'
               WHEN 'd'
                   PERFORM DELETE-RTN THRU DELETE-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'A, C, D or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Maintain another class? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

       ADD-RTN.
           IF SCHED-COUNT = 200
               DISPLAY 'SCHEDULE FULL.'
               GO TO ADD-RTN-END
           END-IF.

       ADD-SYS.
           DISPLAY 'Section (YEAR-SECTION): '.
           ACCEPT WORK-SYS.
           IF WORK-SYS = SPACES
               DISPLAY 'Required!'
               GO TO ADD-SYS
           END-IF.
           IF SEC-COUNT > 0
               MOVE 0 TO M-FOUND-SW
               PERFORM VARYING M-I FROM 1 BY 1 UNTIL M-I > SEC-COUNT
                   IF SEC-CODE(M-I) = WORK-SYS
                       MOVE 1 TO M-FOUND-SW
                   END-IF
               END-PERFORM
               IF M-FOUND-SW = 0
                   DISPLAY 'Not on SECMAST.TXT!'
                   GO TO ADD-SYS
               END-IF
           END-IF.

       ADD-SUBJ.
           DISPLAY 'Subject Code: '.
           ACCEPT WORK-SUBJ.
           IF WORK-SUBJ = SPACES
               DISPLAY 'Required!'
               GO TO ADD-SUBJ
           END-IF.
           IF SBJ-COUNT > 0
               MOVE 0 TO M-FOUND-SW
               PERFORM VARYING M-I FROM 1 BY 1 UNTIL M-I > SBJ-COUNT
                   IF SBJ-CODE(M-I) = WORK-SUBJ
                       MOVE 1 TO M-FOUND-SW
                   END-IF
               END-PERFORM
               IF M-FOUND-SW = 0
                   DISPLAY 'Not on SUBJMAST.TXT!'
                   GO TO ADD-SUBJ
               END-IF
           END-IF.

           PERFORM FIND-CLASS-RTN.
           IF FOUND-I > 0
               DISPLAY 'Class already on the schedule - use C.'
               GO TO ADD-RTN-END
           END-IF.

           MOVE 0 TO SKIP-I.
           PERFORM TAKE-SLOT-RTN THRU TAKE-SLOT-RTN-END.
           IF CLASH-SW = 1
               GO TO ADD-RTN-END
           END-IF.

           ADD 1 TO SCHED-COUNT.
           MOVE WORK-SYS TO CT-SYS(SCHED-COUNT).
           MOVE WORK-SUBJ TO CT-SUBJ(SCHED-COUNT).
           MOVE WORK-DAYS TO CT-DAYS(SCHED-COUNT).
           MOVE WORK-START TO CT-START(SCHED-COUNT).
           MOVE WORK-END TO CT-END(SCHED-COUNT).
           MOVE WORK-ROOM TO CT-ROOM(SCHED-COUNT).
           MOVE WORK-OPER TO CT-OPER(SCHED-COUNT).
           MOVE 0 TO CT-DELETED(SCHED-COUNT).
           DISPLAY 'Added.'.
       ADD-RTN-END.
           EXIT.

      *a moved class re-keys its whole slot and is tested against
      *every other class but itself
       CORRECT-RTN.
           DISPLAY 'Section: '.
           ACCEPT WORK-SYS.
           DISPLAY 'Subject Code: '.
           ACCEPT WORK-SUBJ.
           PERFORM FIND-CLASS-RTN.

           IF FOUND-I = 0
               DISPLAY 'No such class on the schedule.'
               GO TO CORRECT-RTN-END
           END-IF.

           DISPLAY 'On file: ' CT-DAYS(FOUND-I) ' ' CT-START(FOUND-I)
               '-' CT-END(FOUND-I) ' ROOM ' CT-ROOM(FOUND-I)
               ' ' CT-OPER(FOUND-I).
           MOVE FOUND-I TO SKIP-I.
           PERFORM TAKE-SLOT-RTN THRU TAKE-SLOT-RTN-END.
           IF CLASH-SW = 1
               GO TO CORRECT-RTN-END
           END-IF.

           MOVE WORK-DAYS TO CT-DAYS(FOUND-I).
           MOVE WORK-START TO CT-START(FOUND-I).
           MOVE WORK-END TO CT-END(FOUND-I).
           MOVE WORK-ROOM TO CT-ROOM(FOUND-I).
           MOVE WORK-OPER TO CT-OPER(FOUND-I).
           DISPLAY 'Corrected.'.
       CORRECT-RTN-END.
           EXIT.

       DELETE-RTN.
           DISPLAY 'Section: '.
           ACCEPT WORK-SYS.
           DISPLAY 'Subject Code: '.
           ACCEPT WORK-SUBJ.
           PERFORM FIND-CLASS-RTN.

           IF FOUND-I = 0
               DISPLAY 'No such class on the schedule.'
               GO TO DELETE-RTN-END
           END-IF.

           MOVE 1 TO CT-DELETED(FOUND-I).
           DISPLAY 'Deleted.'.
       DELETE-RTN-END.
           EXIT.

      *days, hours, room and instructor for WORK-SYS/WORK-SUBJ;
      *CLASH-SW comes back 1 when the room or the instructor is
      *already taken at that hour
       TAKE-SLOT-RTN.
           MOVE 0 TO CLASH-SW.

       TAKE-DAYS.
           DISPLAY 'Days (e.g. MWF, TH for Thursday, S, U): '.
           MOVE SPACES TO DAYS-IN.
           ACCEPT DAYS-IN.
           INSPECT DAYS-IN CONVERTING 'mtwhfsu' TO 'MTWHFSU'.
           PERFORM UNPACK-DAYS-RTN.
           IF DAY-BAD-SW = 1 OR WORK-DAYS = SPACES
               DISPLAY 'M, T, W, H, F, S or U only!'
               GO TO TAKE-DAYS
           END-IF.

       TAKE-START.
           DISPLAY 'Start Time (HHMM, 24-hour): '.
           ACCEPT WORK-START.
           IF WORK-START-HH > 23 OR WORK-START-MM > 59
               DISPLAY 'Invalid!'
               GO TO TAKE-START
           END-IF.

       TAKE-END.
           DISPLAY 'End Time (HHMM, 24-hour): '.
           ACCEPT WORK-END.
           IF WORK-END-HH > 23 OR WORK-END-MM > 59
              OR WORK-END NOT > WORK-START
               DISPLAY 'Invalid - must be after the start!'
               GO TO TAKE-END
           END-IF.

       TAKE-ROOM.
           DISPLAY 'Room: '.
           ACCEPT WORK-ROOM.
           IF WORK-ROOM = SPACES
               DISPLAY 'Required!'
               GO TO TAKE-ROOM
           END-IF.
           INSPECT WORK-ROOM CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *the instructor of record on the faculty master teaches the
      *class; without one on file the instructor is keyed
           MOVE SPACES TO WORK-OPER.
           PERFORM VARYING M-I FROM 1 BY 1 UNTIL M-I > FAC-COUNT
               IF FT-SYS(M-I) = WORK-SYS AND FT-SUBJ(M-I) = WORK-SUBJ
                   MOVE FT-OPER(M-I) TO WORK-OPER
               END-IF
           END-PERFORM.
           IF WORK-OPER NOT = SPACES
               DISPLAY 'Instructor (FACMAST.TXT): ' WORK-OPER
           ELSE
               IF FAC-COUNT > 0
                   DISPLAY 'No instructor of record on FACMAST.TXT '
                       '- refused.'
                   MOVE 1 TO CLASH-SW
                   GO TO TAKE-SLOT-RTN-END
               END-IF
               PERFORM TAKE-OPER
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCHED-COUNT
               IF I NOT = SKIP-I AND CT-DELETED(I) = 0
                   PERFORM OVERLAP-TEST-RTN THRU OVERLAP-TEST-RTN-END
                   IF OVERLAP-SW = 1 AND CT-ROOM(I) = WORK-ROOM
                       DISPLAY 'Room ' WORK-ROOM ' is taken by '
                           CT-SYS(I) ' ' CT-SUBJ(I) ' - refused.'
                       MOVE 1 TO CLASH-SW
                   END-IF
                   IF OVERLAP-SW = 1 AND CT-OPER(I) = WORK-OPER
                       DISPLAY 'Instructor ' WORK-OPER
                           ' teaches ' CT-SYS(I) ' ' CT-SUBJ(I)
                           ' then - refused.'
                       MOVE 1 TO CLASH-SW
                   END-IF
               END-IF
           END-PERFORM.
       TAKE-SLOT-RTN-END.
           EXIT.

       TAKE-OPER.
           DISPLAY 'Instructor (operator ID): '.
           ACCEPT WORK-OPER.
           IF WORK-OPER = SPACES
               DISPLAY 'Required!'
               GO TO TAKE-OPER
           END-IF.

      *typed letters to positions - TH and H both mean thursday
       UNPACK-DAYS-RTN.
           MOVE SPACES TO WORK-DAYS.
           MOVE 0 TO DAY-BAD-SW.
           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > 7
               IF DAYS-IN-CH(D-I) NOT = SPACE
                   IF DAYS-IN-CH(D-I) = 'T' AND D-I < 7
                       IF DAYS-IN-CH(D-I + 1) = 'H'
                           MOVE SPACE TO DAYS-IN-CH(D-I)
                       END-IF
                   END-IF
               END-IF
               IF DAYS-IN-CH(D-I) NOT = SPACE
                   MOVE 0 TO D-J
                   PERFORM VARYING M-I FROM 1 BY 1 UNTIL M-I > 7
                       IF DAY-LETTER(M-I) = DAYS-IN-CH(D-I)
                           MOVE M-I TO D-J
                       END-IF
                   END-PERFORM
                   IF D-J = 0
                       MOVE 1 TO DAY-BAD-SW
                   ELSE
                       MOVE DAY-LETTER(D-J) TO WORK-DAY(D-J)
                   END-IF
               END-IF
           END-PERFORM.

      *two classes clash when they share a day and their hours
      *overlap - one ending as the other starts is no clash
       OVERLAP-TEST-RTN.
           MOVE 0 TO OVERLAP-SW.
           IF WORK-START NOT < CT-END(I) OR CT-START(I) NOT < WORK-END
               GO TO OVERLAP-TEST-RTN-END
           END-IF.
           MOVE CT-DAYS(I) TO OTHER-DAYS.
           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > 7
               IF WORK-DAY(D-I) NOT = SPACE
                  AND OTHER-DAY(D-I) = WORK-DAY(D-I)
                   MOVE 1 TO OVERLAP-SW
               END-IF
           END-PERFORM.
       OVERLAP-TEST-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCHED-COUNT
               IF CT-DELETED(I) = 0
                   DISPLAY CT-SYS(I) ' ' CT-SUBJ(I) ' ' CT-DAYS(I)
                       ' ' CT-START(I) '-' CT-END(I) ' '
                       CT-ROOM(I) ' ' CT-OPER(I)
               END-IF
           END-PERFORM.

       FIND-CLASS-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCHED-COUNT
               IF CT-SYS(I) = WORK-SYS AND CT-SUBJ(I) = WORK-SUBJ
                  AND CT-DELETED(I) = 0
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT SCHEDFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCHED-COUNT
               IF CT-DELETED(I) = 0
                   MOVE CT-SYS(I) TO CS-SYS
                   MOVE CT-SUBJ(I) TO CS-SUBJ
                   MOVE CT-DAYS(I) TO CS-DAYS
                   MOVE CT-START(I) TO CS-START
                   MOVE CT-END(I) TO CS-END
                   MOVE CT-ROOM(I) TO CS-ROOM
                   MOVE CT-OPER(I) TO CS-OPER
                   WRITE SCHED-REC
               END-IF
           END-PERFORM.
           CLOSE SCHEDFILE.
