       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALCAP.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. INSTRUCTOR EVALUATION CAPTURE - THE PAPER FORMS,
      *RETIRED. ONE TERM PER RUN, THEN EACH STUDENT'S RATING OF ONE
      *CLASS (SECTION AND SUBJECT) ON THE FIVE CRITERIA, 1 POOR TO
      *5 EXCELLENT. THE INSTRUCTOR IS TAKEN FROM THE CLASS'S
      *FACMAST.TXT ASSIGNMENT, NEVER KEYED. THE STUDENT MUST BE ON
      *THE CLASSLIST.TXT ROSTER (NO ROSTER, NO RUN), ACTIVE ON
      *STUDMAST.TXT WHEN IT IS ON HAND, AND ENLISTED IN THE CLASS FOR
      *THE TERM ON ENLIST.TXT WHEN THE TERM'S ENLISTMENTS ARE THERE.
      *THE RATINGS GO TO EVALRSP.TXT WITH NO STUDENT NUMBER ON THEM;
      *EVALDONE.TXT KEEPS ONLY WHO HAS RATED WHICH CLASS, SO NO ONE
      *RATES A CLASS TWICE. EVALTAB TABULATES THE TERM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RSPFILE ASSIGN TO "EVALRSP.TXT".
           SELECT OPTIONAL DONEFILE ASSIGN TO "EVALDONE.TXT".
           SELECT ROSTERFILE ASSIGN TO "CLASSLIST.TXT"
               FILE STATUS IS WS-ROSTER-FS.
      *registrar student master kept by STUDMNT - absent means the
      *roster alone vouches for the student
           SELECT STUDMASTFILE ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS WS-STM-FS.
           SELECT FACMASTFILE ASSIGN TO "FACMAST.TXT"
               FILE STATUS IS WS-FAC-FS.
           SELECT ENLFILE ASSIGN TO "ENLIST.TXT"
               FILE STATUS IS WS-ENL-FS.

       DATA DIVISION.
       FILE SECTION.

      *one student's rating of one class - anonymous by design
       FD  RSPFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RSP-REC.

       01  RSP-REC.
           05 EV-TERM PIC X(5).
           05 EV-SYS PIC X(5).
           05 EV-SUBJ PIC X(6).
           05 EV-OPER PIC X(8).
      *1 POOR TO 5 EXCELLENT, IN CRIT-NAME ORDER
           05 EV-RATING OCCURS 5 TIMES PIC 9.

      *who has rated which class - never the ratings themselves
       FD  DONEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DONE-REC.

       01  DONE-REC.
           05 ED-TERM PIC X(5).
           05 ED-SNO PIC 9(5).
           05 ED-SYS PIC X(5).
           05 ED-SUBJ PIC X(6).
           05 ED-DATE PIC 9(8).

       FD  ROSTERFILE.
       01  ROSTER-REC.
           05 RNO PIC 9(5).
           05 RNAME PIC X(25).

       FD  STUDMASTFILE.
       01  STUD-MAST-REC.
           05 SR-SNO PIC 9(5).
           05 SR-NAME PIC X(25).
           05 SR-PROGRAM PIC X(6).
           05 SR-YEAR PIC 9.
           05 SR-ADMIT PIC X(5).
      *R REGULAR / I IRREGULAR / L LOA / D DROPPED / G GRADUATED
           05 SR-STATUS PIC X.

       FD  FACMASTFILE.
       01  FAC-MAST-REC.
           05 FM-SYS PIC X(5).
           05 FM-SUBJ PIC X(6).
           05 FM-OPER PIC X(8).

       FD  ENLFILE.
       01  ENL-REC.
           05 EN-TERM PIC X(5).
           05 EN-SNO PIC 9(5).
           05 EN-SYS PIC X(5).
           05 EN-SUBJ PIC X(6).
           05 EN-DATE PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-ROSTER-FS PIC XX VALUE SPACES.
       01 WS-STM-FS PIC XX VALUE SPACES.
       01 WS-FAC-FS PIC XX VALUE SPACES.
       01 WS-ENL-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

      *the five criteria on the old paper form, in form order
       01 CRIT-NAMES-INIT.
           05 FILLER PIC X(24) VALUE 'MASTERY OF THE SUBJECT'.
           05 FILLER PIC X(24) VALUE 'CLARITY OF PRESENTATION'.
           05 FILLER PIC X(24) VALUE 'PREPAREDNESS'.
           05 FILLER PIC X(24) VALUE 'FAIRNESS IN GRADING'.
           05 FILLER PIC X(24) VALUE 'PUNCTUALITY/AVAILABILITY'.
       01 CRIT-NAME-TABLE REDEFINES CRIT-NAMES-INIT.
           05 CRIT-NAME OCCURS 5 TIMES PIC X(24).
       01 CRIT-I PIC 9 VALUE 0.

       01 ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 500 TIMES.
               10 RT-RNO PIC 9(5).
               10 RT-RNAME PIC X(25).
       01 ROSTER-COUNT PIC 9(3) VALUE 0.
       01 R-I PIC 9(3) VALUE 0.
       01 R-FOUND-I PIC 9(3) VALUE 0.

       01 STM-TABLE.
           05 STM-ENTRY OCCURS 1000 TIMES.
               10 STM-SNO PIC 9(5).
               10 STM-NAME PIC X(25).
               10 STM-STATUS PIC X.
       01 STM-COUNT PIC 9(4) VALUE 0.
       01 STM-I PIC 9(4) VALUE 0.
       01 STM-FOUND-I PIC 9(4) VALUE 0.

      *the class assignments - section, subject and instructor
       01 ASG-TABLE.
           05 ASG-ENTRY OCCURS 100 TIMES.
               10 AG-SYS PIC X(5).
               10 AG-SUBJ PIC X(6).
               10 AG-OPER PIC X(8).
       01 ASG-COUNT PIC 9(3) VALUE 0.
       01 A-I PIC 9(3) VALUE 0.
       01 A-FOUND-I PIC 9(3) VALUE 0.

      *the term's enlistments
       01 ENL-TABLE.
           05 ENL-ENTRY OCCURS 3000 TIMES.
               10 ET-SNO PIC 9(5).
               10 ET-SYS PIC X(5).
               10 ET-SUBJ PIC X(6).
       01 ENL-COUNT PIC 9(4) VALUE 0.
       01 E-I PIC 9(4) VALUE 0.
       01 E-FOUND-SW PIC 9 VALUE 0.

      *the term's ratings already taken, by student and class
       01 DONE-TABLE.
           05 DONE-ENTRY OCCURS 3000 TIMES.
               10 DT-SNO PIC 9(5).
               10 DT-SYS PIC X(5).
               10 DT-SUBJ PIC X(6).
       01 DONE-COUNT PIC 9(4) VALUE 0.
       01 D-I PIC 9(4) VALUE 0.
       01 D-FOUND-SW PIC 9 VALUE 0.

       01 TERM-CODE PIC X(5) VALUE SPACES.
       01 WORK-SNO PIC 9(5) VALUE 0.
       01 WORK-SYS PIC X(5) VALUE SPACES.
       01 WORK-SUBJ PIC X(6) VALUE SPACES.
       01 WORK-RATING PIC X VALUE SPACES.
       01 HOLD-RATINGS.
           05 HOLD-RATING OCCURS 5 TIMES PIC 9.
       01 ANOTHER PIC X VALUE 'Y'.
       01 RATE-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM TERM-RTN.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           IF REFUSED-SW = 1
               DISPLAY 'NO EVALUATIONS TAKEN.'
               STOP RUN
           END-IF.

           OPEN EXTEND RSPFILE.
           OPEN EXTEND DONEFILE.
           PERFORM RATE-ONE-RTN THRU RATE-ONE-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           CLOSE RSPFILE.
           CLOSE DONEFILE.
           DISPLAY 'EVALUATIONS TAKEN: ' RATE-COUNT.
           DISPLAY 'EVALUATION CAPTURE COMPLETE.'.
           STOP RUN.

       TERM-RTN.
           DISPLAY 'Term/School Year Code: '.
           ACCEPT TERM-CODE.
           IF TERM-CODE = SPACES
               DISPLAY 'Required!'
               GO TO TERM-RTN
           END-IF.

      *the roster and the faculty master are required; the student
      *master and the enlistments narrow the check when on hand
       LOAD-RTN.
           MOVE 0 TO ROSTER-COUNT.
           OPEN INPUT ROSTERFILE.
           IF WS-ROSTER-FS NOT = '00'
               DISPLAY 'NO CLASSLIST.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR ROSTER-COUNT = 500
               READ ROSTERFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO ROSTER-COUNT
                   MOVE RNO TO RT-RNO(ROSTER-COUNT)
                   MOVE RNAME TO RT-RNAME(ROSTER-COUNT)
               END-IF
           END-PERFORM.
           CLOSE ROSTERFILE.

           MOVE 0 TO ASG-COUNT.
           OPEN INPUT FACMASTFILE.
           IF WS-FAC-FS NOT = '00'
               DISPLAY 'NO FACMAST.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ FACMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND FM-OPER NOT = SPACES
                   IF ASG-COUNT = 100
                       DISPLAY 'FACMAST.TXT EXCEEDS 100 - RUN REFUSED.'
                       MOVE 1 TO REFUSED-SW
                       MOVE 1 TO EOFSW
                   ELSE
                       ADD 1 TO ASG-COUNT
                       MOVE FM-SYS TO AG-SYS(ASG-COUNT)
                       MOVE FM-SUBJ TO AG-SUBJ(ASG-COUNT)
                       MOVE FM-OPER TO AG-OPER(ASG-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FACMASTFILE.
           IF REFUSED-SW = 1
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO STM-COUNT.
           OPEN INPUT STUDMASTFILE.
           IF WS-STM-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR STM-COUNT = 1000
                   READ STUDMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO STM-COUNT
                       MOVE SR-SNO TO STM-SNO(STM-COUNT)
                       MOVE SR-NAME TO STM-NAME(STM-COUNT)
                       MOVE SR-STATUS TO STM-STATUS(STM-COUNT)
                   END-IF
               END-PERFORM
               CLOSE STUDMASTFILE
           END-IF.

           MOVE 0 TO ENL-COUNT.
           OPEN INPUT ENLFILE.
           IF WS-ENL-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ ENLFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0 AND EN-TERM = TERM-CODE
                       IF ENL-COUNT = 3000
                           DISPLAY 'TERM EXCEEDS 3000 ENLISTMENTS - '
                               'RUN REFUSED.'
                           MOVE 1 TO REFUSED-SW
                           MOVE 1 TO EOFSW
                       ELSE
                           ADD 1 TO ENL-COUNT
                           MOVE EN-SNO TO ET-SNO(ENL-COUNT)
                           MOVE EN-SYS TO ET-SYS(ENL-COUNT)
                           MOVE EN-SUBJ TO ET-SUBJ(ENL-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ENLFILE
           END-IF.
           IF REFUSED-SW = 1
               GO TO LOAD-RTN-END
           END-IF.
           IF ENL-COUNT = 0
               DISPLAY 'NO ENLISTMENTS FOR ' TERM-CODE ' ON ENLIST.TXT'
                   ' - CLASSES TAKEN ON THE ROSTER ALONE.'
           END-IF.

           MOVE 0 TO DONE-COUNT.
           OPEN INPUT DONEFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ DONEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND ED-TERM = TERM-CODE
                   IF DONE-COUNT = 3000
                       DISPLAY 'TERM EXCEEDS 3000 EVALUATIONS - RUN '
                           'REFUSED.'
                       MOVE 1 TO REFUSED-SW
                       MOVE 1 TO EOFSW
                   ELSE
                       ADD 1 TO DONE-COUNT
                       MOVE ED-SNO TO DT-SNO(DONE-COUNT)
                       MOVE ED-SYS TO DT-SYS(DONE-COUNT)
                       MOVE ED-SUBJ TO DT-SUBJ(DONE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DONEFILE.
       LOAD-RTN-END.
           EXIT.

       RATE-ONE-RTN.
           DISPLAY 'Student Number: '.
           ACCEPT WORK-SNO.

           PERFORM FIND-ROSTER-RTN.
           IF R-FOUND-I = 0
               DISPLAY 'Not on CLASSLIST.TXT - refused.'
               GO TO ASK-ANOTHER
           END-IF.
           PERFORM FIND-STUDMAST-RTN.
           IF STM-COUNT > 0 AND STM-FOUND-I = 0
               DISPLAY 'Not on STUDMAST.TXT - refused.'
               GO TO ASK-ANOTHER
           END-IF.
           IF STM-FOUND-I > 0
               DISPLAY 'Name: ' STM-NAME(STM-FOUND-I)
               IF STM-STATUS(STM-FOUND-I) = 'L'
                  OR STM-STATUS(STM-FOUND-I) = 'D'
                  OR STM-STATUS(STM-FOUND-I) = 'G'
                   DISPLAY 'Student is on leave, dropped or '
                       'graduated - refused.'
                   GO TO ASK-ANOTHER
               END-IF
           ELSE
               DISPLAY 'Name: ' RT-RNAME(R-FOUND-I)
           END-IF.

       RATE-SECTION.
           DISPLAY 'Section (YEAR-SECTION): '.
           ACCEPT WORK-SYS.
           IF WORK-SYS = SPACES
               DISPLAY 'Required!'
               GO TO RATE-SECTION
           END-IF.

       RATE-SUBJECT.
           DISPLAY 'Subject Code: '.
           ACCEPT WORK-SUBJ.
           IF WORK-SUBJ = SPACES
               DISPLAY 'Required!'
               GO TO RATE-SUBJECT
           END-IF.

           PERFORM FIND-ASG-RTN.
           IF A-FOUND-I = 0
               DISPLAY 'No instructor of record for that class - '
                   'refused.'
               GO TO ASK-ANOTHER
           END-IF.
           IF ENL-COUNT > 0
               PERFORM FIND-ENLIST-RTN
               IF E-FOUND-SW = 0
                   DISPLAY 'Not enlisted in that class this term - '
                       'refused.'
                   GO TO ASK-ANOTHER
               END-IF
           END-IF.
           PERFORM FIND-DONE-RTN.
           IF D-FOUND-SW = 1
               DISPLAY 'Already rated that class this term - refused.'
               GO TO ASK-ANOTHER
           END-IF.
           DISPLAY 'Instructor: ' AG-OPER(A-FOUND-I).

           DISPLAY 'Rate each from 1 (poor) to 5 (excellent).'.
           PERFORM VARYING CRIT-I FROM 1 BY 1 UNTIL CRIT-I > 5
               PERFORM ASK-RATING-RTN
           END-PERFORM.

           MOVE TERM-CODE TO EV-TERM.
           MOVE WORK-SYS TO EV-SYS.
           MOVE WORK-SUBJ TO EV-SUBJ.
           MOVE AG-OPER(A-FOUND-I) TO EV-OPER.
           PERFORM VARYING CRIT-I FROM 1 BY 1 UNTIL CRIT-I > 5
               MOVE HOLD-RATING(CRIT-I) TO EV-RATING(CRIT-I)
           END-PERFORM.
           WRITE RSP-REC.

           MOVE TERM-CODE TO ED-TERM.
           MOVE WORK-SNO TO ED-SNO.
           MOVE WORK-SYS TO ED-SYS.
           MOVE WORK-SUBJ TO ED-SUBJ.
           MOVE WS-RUN-DATE TO ED-DATE.
           WRITE DONE-REC.
           IF DONE-COUNT < 3000
               ADD 1 TO DONE-COUNT
               MOVE WORK-SNO TO DT-SNO(DONE-COUNT)
               MOVE WORK-SYS TO DT-SYS(DONE-COUNT)
               MOVE WORK-SUBJ TO DT-SUBJ(DONE-COUNT)
           END-IF.
           ADD 1 TO RATE-COUNT.

       ASK-ANOTHER.
           DISPLAY 'Another evaluation? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       RATE-ONE-RTN-END.
           EXIT.

       ASK-RATING-RTN.
           DISPLAY CRIT-NAME(CRIT-I) ' (1-5): '.
           ACCEPT WORK-RATING.
           IF WORK-RATING < '1' OR WORK-RATING > '5'
               DISPLAY '1 to 5 only!'
               GO TO ASK-RATING-RTN
           END-IF.
           MOVE WORK-RATING TO HOLD-RATING(CRIT-I).

       FIND-ROSTER-RTN.
           MOVE 0 TO R-FOUND-I.
           PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I > ROSTER-COUNT
               IF RT-RNO(R-I) = WORK-SNO
                   MOVE R-I TO R-FOUND-I
               END-IF
           END-PERFORM.

       FIND-STUDMAST-RTN.
           MOVE 0 TO STM-FOUND-I.
           PERFORM VARYING STM-I FROM 1 BY 1 UNTIL STM-I > STM-COUNT
               IF STM-SNO(STM-I) = WORK-SNO
                   MOVE STM-I TO STM-FOUND-I
               END-IF
           END-PERFORM.

       FIND-ASG-RTN.
           MOVE 0 TO A-FOUND-I.
           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > ASG-COUNT
               IF AG-SYS(A-I) = WORK-SYS AND AG-SUBJ(A-I) = WORK-SUBJ
                   MOVE A-I TO A-FOUND-I
               END-IF
           END-PERFORM.

       FIND-ENLIST-RTN.
           MOVE 0 TO E-FOUND-SW.
           PERFORM VARYING E-I FROM 1 BY 1 UNTIL E-I > ENL-COUNT
               IF ET-SNO(E-I) = WORK-SNO AND ET-SYS(E-I) = WORK-SYS
                  AND ET-SUBJ(E-I) = WORK-SUBJ
                   MOVE 1 TO E-FOUND-SW
               END-IF
           END-PERFORM.

       FIND-DONE-RTN.
           MOVE 0 TO D-FOUND-SW.
           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > DONE-COUNT
               IF DT-SNO(D-I) = WORK-SNO AND DT-SYS(D-I) = WORK-SYS
                  AND DT-SUBJ(D-I) = WORK-SUBJ
                   MOVE 1 TO D-FOUND-SW
               END-IF
           END-PERFORM.
