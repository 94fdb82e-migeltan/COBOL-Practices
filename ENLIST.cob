       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENLIST.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. PER-TERM SUBJECT ENLISTMENT - ONE TERM CODE PER
      *SESSION, THEN EACH STUDENT OFF THE REGISTRAR MASTER IS
      *ENLISTED CLASS BY CLASS FROM THE CLSCHED.TXT SCHEDULE ONTO
      *ENLIST.TXT. A CLASS IS REFUSED WHEN IT MEETS AT THE SAME HOUR
      *AS ONE THE STUDENT ALREADY HAS, WHEN ITS ROOM OR ITS
      *INSTRUCTOR IS BOOKED TWICE FOR THAT HOUR, OR WHEN ITS UNITS
      *CARRY THE LOAD PAST THE MAXIMUM FOR THE STUDENT'S YEAR LEVEL
      *(ENLPRM.TXT, 26 UNITS A LEVEL WHEN ABSENT). A STUDENT ON
      *LEAVE, DROPPED OR GRADUATED IS NOT ENLISTED. EACH STUDENT
      *FINISHED GETS A CERTIFICATE OF REGISTRATION ON ENLCOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENLFILE ASSIGN TO "ENLIST.TXT".
           SELECT SCHEDFILE ASSIGN TO "CLSCHED.TXT"
               FILE STATUS IS WS-SCH-FS.
           SELECT STUDMASTFILE ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS WS-STM-FS.
           SELECT SUBJMASTFILE ASSIGN TO "SUBJMAST.TXT"
               FILE STATUS IS WS-SBJ-FS.
      *maximum units per year level, one two-digit figure per level
           SELECT PRMFILE ASSIGN TO "ENLPRM.TXT"
               FILE STATUS IS WS-PRM-FS.
           SELECT CORFILE ASSIGN TO "ENLCOR".

       DATA DIVISION.
       FILE SECTION.

       FD  ENLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ENL-REC.

       01  ENL-REC.
           05 EN-TERM PIC X(5).
           05 EN-SNO PIC 9(5).
           05 EN-SYS PIC X(5).
           05 EN-SUBJ PIC X(6).
           05 EN-DATE PIC 9(8).

       FD  SCHEDFILE.
      *days are positional - M T W H F S U, blank on a day off
       01  SCHED-REC.
           05 CS-SYS PIC X(5).
           05 CS-SUBJ PIC X(6).
           05 CS-DAYS PIC X(7).
           05 CS-START PIC 9(4).
           05 CS-END PIC 9(4).
           05 CS-ROOM PIC X(6).
           05 CS-OPER PIC X(8).

       FD  STUDMASTFILE.
       01  STUD-MAST-REC.
           05 SR-SNO PIC 9(5).
           05 SR-NAME PIC X(25).
           05 SR-PROGRAM PIC X(6).
           05 SR-YEAR PIC 9.
           05 SR-ADMIT PIC X(5).
      *R REGULAR / I IRREGULAR / L LOA / D DROPPED / G GRADUATED
           05 SR-STATUS PIC X.

       FD  SUBJMASTFILE.
       01  SUBJ-MAST-REC.
           05 SJ-CODE PIC X(6).
           05 SJ-TITLE PIC X(20).
           05 SJ-UNITS PIC 9.

       FD  PRMFILE.
       01  PRM-REC.
           05 PRM-MAX OCCURS 5 TIMES PIC 99.

       FD  CORFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS CORREC.

       01  CORREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-SCH-FS PIC XX VALUE SPACES.
       01 WS-STM-FS PIC XX VALUE SPACES.
       01 WS-SBJ-FS PIC XX VALUE SPACES.
       01 WS-PRM-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 CHANGED-SW PIC 9 VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01 MAX-TABLE.
           05 MAX-UNITS OCCURS 5 TIMES PIC 99.

      *every enlistment on file, all terms - rewritten at the end,
      *removed rows left out
       01 ENL-TABLE.
           05 ENL-ENTRY OCCURS 3000 TIMES.
               10 ET-TERM PIC X(5).
               10 ET-SNO PIC 9(5).
               10 ET-SYS PIC X(5).
               10 ET-SUBJ PIC X(6).
               10 ET-DATE PIC 9(8).
               10 ET-DELETED PIC 9.
       01 ENL-COUNT PIC 9(4) VALUE 0.
       01 E-I PIC 9(4) VALUE 0.
       01 E-FOUND-I PIC 9(4) VALUE 0.

       01 SCHED-TABLE.
           05 SCHED-ENTRY OCCURS 200 TIMES.
               10 CT-SYS PIC X(5).
               10 CT-SUBJ PIC X(6).
               10 CT-DAYS PIC X(7).
               10 CT-START PIC 9(4).
               10 CT-END PIC 9(4).
               10 CT-ROOM PIC X(6).
               10 CT-OPER PIC X(8).
       01 SCHED-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.
       01 CAND-I PIC 9(3) VALUE 0.
       01 OTH-I PIC 9(3) VALUE 0.

       01 STM-TABLE.
           05 STM-ENTRY OCCURS 1000 TIMES.
               10 STM-SNO PIC 9(5).
               10 STM-NAME PIC X(25).
               10 STM-PROGRAM PIC X(6).
               10 STM-YEAR PIC 9.
               10 STM-STATUS PIC X.
       01 STM-COUNT PIC 9(4) VALUE 0.
       01 STM-I PIC 9(4) VALUE 0.
       01 STM-FOUND-I PIC 9(4) VALUE 0.

       01 SBJ-TABLE.
           05 SBJ-ENTRY OCCURS 50 TIMES.
               10 SBJ-CODE PIC X(6).
               10 SBJ-TITLE PIC X(20).
               10 SBJ-UNITS PIC 9.
       01 SBJ-COUNT PIC 99 VALUE 0.
       01 SBJ-I PIC 99 VALUE 0.
       01 SBJ-FOUND-I PIC 99 VALUE 0.

      *the overlap test - class CAND-I against class OTH-I
       01 CAND-DAYS PIC X(7) VALUE SPACES.
       01 CAND-DAYS-X REDEFINES CAND-DAYS.
           05 CAND-DAY OCCURS 7 TIMES PIC X.
       01 OTHER-DAYS PIC X(7) VALUE SPACES.
       01 OTHER-DAYS-X REDEFINES OTHER-DAYS.
           05 OTHER-DAY OCCURS 7 TIMES PIC X.
       01 D-I PIC 9 VALUE 0.
       01 OVERLAP-SW PIC 9 VALUE 0.
       01 CLASH-SW PIC 9 VALUE 0.

       01 TERM-CODE PIC X(5) VALUE SPACES.
       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 FINISHED-SW PIC 9 VALUE 0.
       01 WORK-SNO PIC 9(5) VALUE 0.
       01 WORK-SYS PIC X(5) VALUE SPACES.
       01 WORK-SUBJ PIC X(6) VALUE SPACES.
       01 HOLD-SYS PIC X(5) VALUE SPACES.
       01 HOLD-SUBJ PIC X(6) VALUE SPACES.
       01 STUDENT-LOAD PIC 99 VALUE 0.
       01 STUDENT-MAX PIC 99 VALUE 0.
       01 WORK-UNITS PIC 9 VALUE 0.
       01 ENLISTED-COUNT PIC 9(5) VALUE 0.
       01 REMOVED-COUNT PIC 9(5) VALUE 0.
       01 COR-COUNT PIC 9(5) VALUE 0.

       01 COR-HEAD.
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER PIC X(28) VALUE 'Certificate of Registration'.
           02 FILLER PIC X(26) VALUE SPACES.

       01 COR-STUD-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Student No: '.
           02 CR-SNO PIC 9(5).
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Name: '.
           02 CR-NAME PIC X(25).
           02 FILLER PIC X(24) VALUE SPACES.

       01 COR-PROG-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Program: '.
           02 CR-PROGRAM PIC X(6).
           02 FILLER PIC X(9) VALUE '   Year: '.
           02 CR-YEAR PIC 9.
           02 FILLER PIC X(9) VALUE '   Term: '.
           02 CR-TERM PIC X(5).
           02 FILLER PIC X(11) VALUE '   Status: '.
           02 CR-STATUS PIC X(9).
           02 FILLER PIC X(17) VALUE SPACES.

       01 COR-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Subject'.
           02 FILLER PIC X(21) VALUE ' Title'.
           02 FILLER PIC X(6) VALUE 'Sect'.
           02 FILLER PIC X(8) VALUE 'Days'.
           02 FILLER PIC X(10) VALUE 'Time'.
           02 FILLER PIC X(7) VALUE 'Room'.
           02 FILLER PIC X(9) VALUE 'Instr'.
           02 FILLER PIC X(10) VALUE 'Units'.

       01 COR-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-SUBJ PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-TITLE PIC X(20).
           02 CD-SYS PIC X(5).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-DAYS PIC X(7).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-START PIC 9(4).
           02 FILLER PIC X(1) VALUE '-'.
           02 CD-END PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-ROOM PIC X(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-OPER PIC X(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 CD-UNITS PIC 9.
           02 FILLER PIC X(7) VALUE SPACES.

       01 COR-TOTAL-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(13) VALUE 'Total units: '.
           02 CR-UNITS PIC Z9.
           02 FILLER PIC X(16) VALUE '   Enlisted on: '.
           02 CR-DATE PIC 9(8).
           02 FILLER PIC X(37) VALUE SPACES.

       01 BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM LOAD-MASTERS-RTN THRU LOAD-MASTERS-RTN-END.
           IF REFUSED-SW = 0
               PERFORM LOAD-ENLIST-RTN THRU LOAD-ENLIST-RTN-END
           END-IF.
           IF REFUSED-SW = 1
               DISPLAY 'NO CHANGES SAVED.'
               STOP RUN
           END-IF.

           PERFORM TERM-RTN.
           OPEN OUTPUT CORFILE.
           PERFORM STUDENT-RTN THRU STUDENT-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           CLOSE CORFILE.

           IF CHANGED-SW = 1
               PERFORM SAVE-RTN
               DISPLAY 'ENLIST.TXT REWRITTEN.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           DISPLAY 'CLASSES ENLISTED: ' ENLISTED-COUNT
               '  REMOVED: ' REMOVED-COUNT.
           DISPLAY 'CERTIFICATES OF REGISTRATION: ' COR-COUNT
               ' (ENLCOR).'.
           STOP RUN.

      *the schedule, the registrar master and the subject catalog
      *are all needed - without them there is nothing to test a
      *class against
       LOAD-MASTERS-RTN.
           MOVE 0 TO SCHED-COUNT.
           OPEN INPUT SCHEDFILE.
           IF WS-SCH-FS NOT = '00'
               DISPLAY 'NO CLSCHED.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-MASTERS-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SCHEDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF SCHED-COUNT = 200
                       DISPLAY 'CLSCHED.TXT EXCEEDS 200 - RUN REFUSED.'
                       MOVE 1 TO REFUSED-SW
                       MOVE 1 TO EOFSW
                   ELSE
                       ADD 1 TO SCHED-COUNT
                       MOVE CS-SYS TO CT-SYS(SCHED-COUNT)
                       MOVE CS-SUBJ TO CT-SUBJ(SCHED-COUNT)
                       MOVE CS-DAYS TO CT-DAYS(SCHED-COUNT)
                       MOVE CS-START TO CT-START(SCHED-COUNT)
                       MOVE CS-END TO CT-END(SCHED-COUNT)
                       MOVE CS-ROOM TO CT-ROOM(SCHED-COUNT)
                       MOVE CS-OPER TO CT-OPER(SCHED-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SCHEDFILE.
           IF REFUSED-SW = 1
               GO TO LOAD-MASTERS-RTN-END
           END-IF.

           MOVE 0 TO STM-COUNT.
           OPEN INPUT STUDMASTFILE.
           IF WS-STM-FS NOT = '00'
               DISPLAY 'NO STUDMAST.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-MASTERS-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR STM-COUNT = 1000
               READ STUDMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO STM-COUNT
                   MOVE SR-SNO TO STM-SNO(STM-COUNT)
                   MOVE SR-NAME TO STM-NAME(STM-COUNT)
                   MOVE SR-PROGRAM TO STM-PROGRAM(STM-COUNT)
                   MOVE SR-YEAR TO STM-YEAR(STM-COUNT)
                   MOVE SR-STATUS TO STM-STATUS(STM-COUNT)
               END-IF
           END-PERFORM.
           CLOSE STUDMASTFILE.

           MOVE 0 TO SBJ-COUNT.
           OPEN INPUT SUBJMASTFILE.
           IF WS-SBJ-FS NOT = '00'
               DISPLAY 'NO SUBJMAST.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-MASTERS-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR SBJ-COUNT = 50
               READ SUBJMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO SBJ-COUNT
                   MOVE SJ-CODE TO SBJ-CODE(SBJ-COUNT)
                   MOVE SJ-TITLE TO SBJ-TITLE(SBJ-COUNT)
                   MOVE SJ-UNITS TO SBJ-UNITS(SBJ-COUNT)
               END-IF
           END-PERFORM.
           CLOSE SUBJMASTFILE.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               MOVE 26 TO MAX-UNITS(I)
           END-PERFORM.
           OPEN INPUT PRMFILE.
           IF WS-PRM-FS = '00'
               READ PRMFILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                           IF PRM-MAX(I) IS NUMERIC
                              AND PRM-MAX(I) > 0
                               MOVE PRM-MAX(I) TO MAX-UNITS(I)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE PRMFILE
           END-IF.
       LOAD-MASTERS-RTN-END.
           EXIT.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites ENLIST.TXT from the table, so an
      *oversized file would lose every record past the cap
       LOAD-ENLIST-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT ENLFILE.
           READ ENLFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ ENLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE ENLFILE.

           IF PRE-COUNT > 3000
               DISPLAY 'ENLIST.TXT EXCEEDS 3000 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-ENLIST-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO ENL-COUNT.
           OPEN INPUT ENLFILE.
           READ ENLFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR ENL-COUNT = 3000
               ADD 1 TO ENL-COUNT
               MOVE EN-TERM TO ET-TERM(ENL-COUNT)
               MOVE EN-SNO TO ET-SNO(ENL-COUNT)
               MOVE EN-SYS TO ET-SYS(ENL-COUNT)
               MOVE EN-SUBJ TO ET-SUBJ(ENL-COUNT)
               MOVE EN-DATE TO ET-DATE(ENL-COUNT)
               MOVE 0 TO ET-DELETED(ENL-COUNT)
               READ ENLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE ENLFILE.
           DISPLAY 'ENLISTMENTS ON FILE: ' ENL-COUNT.
       LOAD-ENLIST-RTN-END.
           EXIT.

      *one term code per enlistment session - same once-per-run
      *idiom as ACCDISP's TERM-RTN
       TERM-RTN.
           DISPLAY 'Term/School Year Code: '.
           ACCEPT TERM-CODE.
           IF TERM-CODE = SPACES
               DISPLAY 'Required!'
               GO TO TERM-RTN
           END-IF.

      *one student - validated against the registrar master, then
      *enlisted class by class until finished, then the COR
       STUDENT-RTN.
           DISPLAY ' '.
           DISPLAY 'Student Number: '.
           ACCEPT WORK-SNO.
           MOVE 0 TO STM-FOUND-I.
           PERFORM VARYING STM-I FROM 1 BY 1
                   UNTIL STM-I > STM-COUNT OR STM-FOUND-I > 0
               IF STM-SNO(STM-I) = WORK-SNO
                   MOVE STM-I TO STM-FOUND-I
               END-IF
           END-PERFORM.

           IF STM-FOUND-I = 0
               DISPLAY 'Not on STUDMAST.TXT - refused.'
               GO TO ASK-ANOTHER
           END-IF.

           DISPLAY 'Name: ' STM-NAME(STM-FOUND-I) ' '
               STM-PROGRAM(STM-FOUND-I) ' YEAR '
               STM-YEAR(STM-FOUND-I).
           IF STM-STATUS(STM-FOUND-I) = 'L'
              OR STM-STATUS(STM-FOUND-I) = 'D'
              OR STM-STATUS(STM-FOUND-I) = 'G'
               DISPLAY 'Student is on leave, dropped or graduated '
                   '- refused.'
               GO TO ASK-ANOTHER
           END-IF.

           IF STM-YEAR(STM-FOUND-I) < 1 OR STM-YEAR(STM-FOUND-I) > 5
               MOVE MAX-UNITS(1) TO STUDENT-MAX
           ELSE
               MOVE MAX-UNITS(STM-YEAR(STM-FOUND-I)) TO STUDENT-MAX
           END-IF.
           PERFORM COUNT-LOAD-RTN.
           DISPLAY 'Units enlisted this term: ' STUDENT-LOAD
               ' OF ' STUDENT-MAX.

           MOVE 0 TO FINISHED-SW.
           PERFORM ACTION-RTN THRU ACTION-RTN-END
               UNTIL FINISHED-SW = 1.
           PERFORM PRINT-COR-RTN THRU PRINT-COR-RTN-END.

       ASK-ANOTHER.
           DISPLAY 'Enlist another student? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       STUDENT-RTN-END.
           EXIT.

       ACTION-RTN.
           DISPLAY 'Enlist, Remove or Finish? (E/R/F): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'E'
               WHEN 'e'
                   PERFORM ENLIST-ONE-RTN THRU ENLIST-ONE-RTN-END
               WHEN 'R'
               WHEN 'r'
                   PERFORM REMOVE-ONE-RTN THRU REMOVE-ONE-RTN-END
               WHEN 'F'
               WHEN 'f'
                   MOVE 1 TO FINISHED-SW
               WHEN OTHER
                   DISPLAY 'E, R or F only!'
           END-EVALUATE.
       ACTION-RTN-END.
           EXIT.

      *every test is run and every failure named before the class
      *is refused, so the adviser fixes them all in one go
       ENLIST-ONE-RTN.
           IF ENL-COUNT = 3000
               DISPLAY 'ENLISTMENT FILE FULL.'
               GO TO ENLIST-ONE-RTN-END
           END-IF.

           DISPLAY 'Section: '.
           ACCEPT WORK-SYS.
           DISPLAY 'Subject Code: '.
           ACCEPT WORK-SUBJ.
           PERFORM FIND-CLASS-RTN.
           IF FOUND-I = 0
               DISPLAY 'Not on the class schedule - refused.'
               GO TO ENLIST-ONE-RTN-END
           END-IF.
           MOVE FOUND-I TO CAND-I.

           PERFORM FIND-SUBJ-RTN.
           IF SBJ-FOUND-I = 0
               DISPLAY 'Not on SUBJMAST.TXT - refused.'
               GO TO ENLIST-ONE-RTN-END
           END-IF.
           MOVE SBJ-UNITS(SBJ-FOUND-I) TO WORK-UNITS.

           MOVE 0 TO CLASH-SW.
           PERFORM VARYING E-I FROM 1 BY 1 UNTIL E-I > ENL-COUNT
               IF ET-TERM(E-I) = TERM-CODE AND ET-SNO(E-I) = WORK-SNO
                  AND ET-DELETED(E-I) = 0
                   IF ET-SUBJ(E-I) = WORK-SUBJ
                       DISPLAY 'Already enlisted in ' WORK-SUBJ
                           ' (' ET-SYS(E-I) ') - refused.'
                       MOVE 1 TO CLASH-SW
                   ELSE
                       PERFORM STUDENT-CLASH-RTN
                   END-IF
               END-IF
           END-PERFORM.

      *the schedule itself may carry a double booking keyed before
      *SCHDMNT refused them - no student goes into such a class
           PERFORM VARYING OTH-I FROM 1 BY 1 UNTIL OTH-I > SCHED-COUNT
               IF OTH-I NOT = CAND-I
                   PERFORM OVERLAP-TEST-RTN THRU OVERLAP-TEST-RTN-END
                   IF OVERLAP-SW = 1
                      AND CT-ROOM(OTH-I) = CT-ROOM(CAND-I)
                       DISPLAY 'Room ' CT-ROOM(CAND-I)
                           ' is double-booked with ' CT-SYS(OTH-I)
                           ' ' CT-SUBJ(OTH-I) ' - refused.'
                       MOVE 1 TO CLASH-SW
                   END-IF
                   IF OVERLAP-SW = 1
                      AND CT-OPER(OTH-I) = CT-OPER(CAND-I)
                       DISPLAY 'Instructor ' CT-OPER(CAND-I)
                           ' is double-booked with ' CT-SYS(OTH-I)
                           ' ' CT-SUBJ(OTH-I) ' - refused.'
                       MOVE 1 TO CLASH-SW
                   END-IF
               END-IF
           END-PERFORM.

           IF STUDENT-LOAD + WORK-UNITS > STUDENT-MAX
               DISPLAY 'Load would be ' STUDENT-LOAD ' + ' WORK-UNITS
                   ' units, over the maximum of ' STUDENT-MAX
                   ' - refused.'
               MOVE 1 TO CLASH-SW
           END-IF.

           IF CLASH-SW = 1
               GO TO ENLIST-ONE-RTN-END
           END-IF.

           ADD 1 TO ENL-COUNT.
           MOVE TERM-CODE TO ET-TERM(ENL-COUNT).
           MOVE WORK-SNO TO ET-SNO(ENL-COUNT).
           MOVE WORK-SYS TO ET-SYS(ENL-COUNT).
           MOVE WORK-SUBJ TO ET-SUBJ(ENL-COUNT).
           MOVE WS-RUN-DATE TO ET-DATE(ENL-COUNT).
           MOVE 0 TO ET-DELETED(ENL-COUNT).
           ADD WORK-UNITS TO STUDENT-LOAD.
           ADD 1 TO ENLISTED-COUNT.
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Enlisted. Load now ' STUDENT-LOAD ' units.'.
       ENLIST-ONE-RTN-END.
           EXIT.

      *the class wanted against one the student already holds
       STUDENT-CLASH-RTN.
           MOVE WORK-SYS TO HOLD-SYS.
           MOVE WORK-SUBJ TO HOLD-SUBJ.
           MOVE ET-SYS(E-I) TO WORK-SYS.
           MOVE ET-SUBJ(E-I) TO WORK-SUBJ.
           PERFORM FIND-CLASS-RTN.
           MOVE HOLD-SYS TO WORK-SYS.
           MOVE HOLD-SUBJ TO WORK-SUBJ.
           IF FOUND-I > 0
               MOVE FOUND-I TO OTH-I
               PERFORM OVERLAP-TEST-RTN THRU OVERLAP-TEST-RTN-END
               IF OVERLAP-SW = 1
                   DISPLAY 'Meets at the same hour as ' ET-SYS(E-I)
                       ' ' ET-SUBJ(E-I) ' - refused.'
                   MOVE 1 TO CLASH-SW
               END-IF
           END-IF.

       REMOVE-ONE-RTN.
           DISPLAY 'Subject Code to remove: '.
           ACCEPT WORK-SUBJ.
           MOVE 0 TO E-FOUND-I.
           PERFORM VARYING E-I FROM 1 BY 1 UNTIL E-I > ENL-COUNT
               IF ET-TERM(E-I) = TERM-CODE AND ET-SNO(E-I) = WORK-SNO
                  AND ET-SUBJ(E-I) = WORK-SUBJ AND ET-DELETED(E-I) = 0
                   MOVE E-I TO E-FOUND-I
               END-IF
           END-PERFORM.

           IF E-FOUND-I = 0
               DISPLAY 'Not enlisted in that subject this term.'
               GO TO REMOVE-ONE-RTN-END
           END-IF.

           MOVE 1 TO ET-DELETED(E-FOUND-I).
           PERFORM COUNT-LOAD-RTN.
           ADD 1 TO REMOVED-COUNT.
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Removed. Load now ' STUDENT-LOAD ' units.'.
       REMOVE-ONE-RTN-END.
           EXIT.

      *units the student carries this term, off the subject catalog
       COUNT-LOAD-RTN.
           MOVE 0 TO STUDENT-LOAD.
           MOVE WORK-SUBJ TO HOLD-SUBJ.
           PERFORM VARYING E-I FROM 1 BY 1 UNTIL E-I > ENL-COUNT
               IF ET-TERM(E-I) = TERM-CODE AND ET-SNO(E-I) = WORK-SNO
                  AND ET-DELETED(E-I) = 0
                   MOVE ET-SUBJ(E-I) TO WORK-SUBJ
                   PERFORM FIND-SUBJ-RTN
                   IF SBJ-FOUND-I > 0
                       ADD SBJ-UNITS(SBJ-FOUND-I) TO STUDENT-LOAD
                   END-IF
               END-IF
           END-PERFORM.
           MOVE HOLD-SUBJ TO WORK-SUBJ.

      *two classes clash when they share a day and their hours
      *overlap - one ending as the other starts is no clash
       OVERLAP-TEST-RTN.
           MOVE 0 TO OVERLAP-SW.
           IF CT-START(CAND-I) NOT < CT-END(OTH-I)
              OR CT-START(OTH-I) NOT < CT-END(CAND-I)
               GO TO OVERLAP-TEST-RTN-END
           END-IF.
           MOVE CT-DAYS(CAND-I) TO CAND-DAYS.
           MOVE CT-DAYS(OTH-I) TO OTHER-DAYS.
           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > 7
               IF CAND-DAY(D-I) NOT = SPACE
                  AND OTHER-DAY(D-I) = CAND-DAY(D-I)
                   MOVE 1 TO OVERLAP-SW
               END-IF
           END-PERFORM.
       OVERLAP-TEST-RTN-END.
           EXIT.

      *the certificate of registration - every class the student
      *holds this term, with its slot and the total load
       PRINT-COR-RTN.
           PERFORM COUNT-LOAD-RTN.
           IF STUDENT-LOAD = 0
               DISPLAY 'Nothing enlisted - no COR printed.'
               GO TO PRINT-COR-RTN-END
           END-IF.

           MOVE WORK-SNO TO CR-SNO.
           MOVE STM-NAME(STM-FOUND-I) TO CR-NAME.
           MOVE STM-PROGRAM(STM-FOUND-I) TO CR-PROGRAM.
           MOVE STM-YEAR(STM-FOUND-I) TO CR-YEAR.
           MOVE TERM-CODE TO CR-TERM.
           IF STM-STATUS(STM-FOUND-I) = 'I'
               MOVE 'IRREGULAR' TO CR-STATUS
           ELSE
               MOVE 'REGULAR' TO CR-STATUS
           END-IF.
           WRITE CORREC FROM COR-HEAD AFTER PAGE.
           WRITE CORREC FROM BLANK-LINE AFTER 1.
           WRITE CORREC FROM COR-STUD-LINE AFTER 1.
           WRITE CORREC FROM COR-PROG-LINE AFTER 1.
           WRITE CORREC FROM COR-SUBHEAD AFTER 2.
           WRITE CORREC FROM BLANK-LINE AFTER 1.

           PERFORM VARYING E-I FROM 1 BY 1 UNTIL E-I > ENL-COUNT
               IF ET-TERM(E-I) = TERM-CODE AND ET-SNO(E-I) = WORK-SNO
                  AND ET-DELETED(E-I) = 0
                   PERFORM COR-LINE-RTN
               END-IF
           END-PERFORM.

           MOVE STUDENT-LOAD TO CR-UNITS.
           MOVE WS-RUN-DATE TO CR-DATE.
           WRITE CORREC FROM BLANK-LINE AFTER 1.
           WRITE CORREC FROM COR-TOTAL-LINE AFTER 1.
           ADD 1 TO COR-COUNT.
           DISPLAY 'COR printed - ' STUDENT-LOAD ' units.'.
       PRINT-COR-RTN-END.
           EXIT.

       COR-LINE-RTN.
           MOVE ET-SYS(E-I) TO WORK-SYS.
           MOVE ET-SUBJ(E-I) TO WORK-SUBJ.
           MOVE WORK-SUBJ TO CD-SUBJ.
           MOVE WORK-SYS TO CD-SYS.
           PERFORM FIND-SUBJ-RTN.
           IF SBJ-FOUND-I > 0
               MOVE SBJ-TITLE(SBJ-FOUND-I) TO CD-TITLE
               MOVE SBJ-UNITS(SBJ-FOUND-I) TO CD-UNITS
           ELSE
               MOVE SPACES TO CD-TITLE
               MOVE 0 TO CD-UNITS
           END-IF.
           PERFORM FIND-CLASS-RTN.
           IF FOUND-I > 0
               MOVE CT-DAYS(FOUND-I) TO CD-DAYS
               MOVE CT-START(FOUND-I) TO CD-START
               MOVE CT-END(FOUND-I) TO CD-END
               MOVE CT-ROOM(FOUND-I) TO CD-ROOM
               MOVE CT-OPER(FOUND-I) TO CD-OPER
           ELSE
               MOVE SPACES TO CD-DAYS CD-ROOM CD-OPER
               MOVE 0 TO CD-START CD-END
           END-IF.
           WRITE CORREC FROM COR-DETAIL AFTER 1.

       FIND-CLASS-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCHED-COUNT
               IF CT-SYS(I) = WORK-SYS AND CT-SUBJ(I) = WORK-SUBJ
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       FIND-SUBJ-RTN.
           MOVE 0 TO SBJ-FOUND-I.
           PERFORM VARYING SBJ-I FROM 1 BY 1 UNTIL SBJ-I > SBJ-COUNT
               IF SBJ-CODE(SBJ-I) = WORK-SUBJ
                   MOVE SBJ-I TO SBJ-FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT ENLFILE.
           PERFORM VARYING E-I FROM 1 BY 1 UNTIL E-I > ENL-COUNT
               IF ET-DELETED(E-I) = 0
                   MOVE ET-TERM(E-I) TO EN-TERM
                   MOVE ET-SNO(E-I) TO EN-SNO
                   MOVE ET-SYS(E-I) TO EN-SYS
                   MOVE ET-SUBJ(E-I) TO EN-SUBJ
                   MOVE ET-DATE(E-I) TO EN-DATE
                   WRITE ENL-REC
               END-IF
           END-PERFORM.
           CLOSE ENLFILE.
