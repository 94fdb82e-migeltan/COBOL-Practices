       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDTRK.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. GRADE-SHEET SUBMISSION TRACKING FOR ONE TERM. EVERY
      *FACMAST.TXT ASSIGNMENT (SECTION, SUBJECT, INSTRUCTOR) IS
      *CHECKED AGAINST THE STUDENTS ENLISTED IN IT ON ENLIST.TXT -
      *SUBMITTED WHEN EVERY ONE HAS A GRADE FOR THE TERM ON
      *OUTAD.TXT, PARTIAL WHEN SOME DO, NOT SUBMITTED WHEN NONE DO.
      *THE DAY A SHEET IS FIRST FOUND COMPLETE IS KEPT ON GRDSUB.TXT,
      *SO DAYS LATE ARE COUNTED FROM THE TERM'S GRDDUE.TXT DEADLINE
      *TO THAT DAY, OR TO TODAY FOR A SHEET STILL OPEN. GRDTRKR LISTS
      *EVERY INSTRUCTOR. GRDESC IS THE ESCALATION TO EACH DEPARTMENT
      *CHAIR (DEPTMAST.TXT, FACDEPT.TXT - KEPT BY DEPTMNT) OF EVERY
      *SHEET STILL OPEN PAST THE DEADLINE. ON THE TERM-END RUN
      *GRDDEAN SUMMARIZES TIMELINESS PER DEPARTMENT FOR THE DEAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUEFILE ASSIGN TO "GRDDUE.TXT"
               FILE STATUS IS WS-DUE-FS.
           SELECT FACMASTFILE ASSIGN TO "FACMAST.TXT"
               FILE STATUS IS WS-FAC-FS.
           SELECT ENLFILE ASSIGN TO "ENLIST.TXT"
               FILE STATUS IS WS-ENL-FS.
           SELECT OUTFILE ASSIGN TO "OUTAD.TXT"
               FILE STATUS IS WS-OUT-FS.
           SELECT DEPTFILE ASSIGN TO "DEPTMAST.TXT"
               FILE STATUS IS WS-DEP-FS.
           SELECT FDEPFILE ASSIGN TO "FACDEPT.TXT"
               FILE STATUS IS WS-FDP-FS.
           SELECT OPTIONAL SUBFILE ASSIGN TO "GRDSUB.TXT".
           SELECT SORTFILE ASSIGN TO "SRTWK5".
           SELECT RPTFILE ASSIGN TO "GRDTRKR".
           SELECT ESCFILE ASSIGN TO "GRDESC".
           SELECT DEANFILE ASSIGN TO "GRDDEAN".

       DATA DIVISION.
       FILE SECTION.

       FD  DUEFILE.
       01  DUE-REC.
           05 GD-TERM PIC X(5).
           05 GD-DEADLINE PIC 9(8).

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

       FD  OUTFILE.
       01  PRINT-REC.
           05 SSNO PIC 9(5).
           05 SNA PIC X(25).
           05 SCOURSE PIC 9.
           05 SCOURSENAME PIC X(10).
           05 SYS PIC X(5).
           05 SSTYPE PIC 9.
           05 SMIDTERM PIC 9V99.
           05 SFINALS PIC 9V99.
           05 SAVERAGE PIC 9V99.
           05 SREMARKSS PIC X(6).
           05 STERM PIC X(5).
           05 SSUBJCODE PIC X(6).

       FD  DEPTFILE.
       01  DEPT-REC.
           05 DP-CODE PIC X(6).
           05 DP-NAME PIC X(25).
           05 DP-CHAIR PIC X(25).

       FD  FDEPFILE.
       01  FDEP-REC.
           05 FX-OPER PIC X(8).
           05 FX-DEPT PIC X(6).

      *the day each sheet was first found complete, all terms
       FD  SUBFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUB-REC.

       01  SUB-REC.
           05 GS-TERM PIC X(5).
           05 GS-SYS PIC X(5).
           05 GS-SUBJ PIC X(6).
           05 GS-OPER PIC X(8).
           05 GS-DATE PIC 9(8).

       SD  SORTFILE
           DATA RECORD IS SORT-REC.

       01  SORT-REC.
           05 SRT-SYS PIC X(5).
           05 SRT-SUBJ PIC X(6).
           05 SRT-OPER PIC X(8).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       FD  ESCFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ESCREC.

       01  ESCREC.
           02 FILLER PIC X(80).

       FD  DEANFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS DEANREC.

       01  DEANREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-DUE-FS PIC XX VALUE SPACES.
       01 WS-FAC-FS PIC XX VALUE SPACES.
       01 WS-ENL-FS PIC XX VALUE SPACES.
       01 WS-OUT-FS PIC XX VALUE SPACES.
       01 WS-DEP-FS PIC XX VALUE SPACES.
       01 WS-FDP-FS PIC XX VALUE SPACES.
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

      *day numbers for the days-late arithmetic - same routine as
      *NEWDORM
       01 DN-DATE PIC 9(8) VALUE 0.
       01 DN-DATE-X REDEFINES DN-DATE.
           05 DN-YYYY PIC 9(4).
           05 DN-MM PIC 99.
           05 DN-DD PIC 99.
       01 DN-YEARS PIC 9(4) VALUE 0.
       01 DN-LEAPS PIC 9(5) VALUE 0.
       01 DN-Q PIC 9(5) VALUE 0.
       01 DN-RESULT PIC 9(7) VALUE 0.
       01 CUM-DAYS-INIT.
           05 FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01 CUM-DAYS-TABLE REDEFINES CUM-DAYS-INIT.
           05 CUM-DAYS OCCURS 12 TIMES PIC 9(3).
       01 RUN-DN PIC 9(7) VALUE 0.
       01 DUE-DN PIC 9(7) VALUE 0.

       01 TERM-CODE PIC X(5) VALUE SPACES.
       01 DEADLINE PIC 9(8) VALUE 0.
       01 TERM-END PIC X VALUE SPACES.

      *the term's enlistments, each marked once a grade turns up
       01 ENL-TABLE.
           05 ENL-ENTRY OCCURS 3000 TIMES.
               10 ET-SNO PIC 9(5).
               10 ET-SYS PIC X(5).
               10 ET-SUBJ PIC X(6).
               10 ET-GRADED PIC 9.
       01 ENL-COUNT PIC 9(4) VALUE 0.
       01 E-I PIC 9(4) VALUE 0.

      *one entry per assignment, in instructor order off the sort
       01 ASG-TABLE.
           05 ASG-ENTRY OCCURS 100 TIMES.
               10 AG-SYS PIC X(5).
               10 AG-SUBJ PIC X(6).
               10 AG-OPER PIC X(8).
               10 AG-DEPT PIC X(6).
               10 AG-ENROLLED PIC 9(4).
               10 AG-GRADED PIC 9(4).
      *S submitted, P partial, N not submitted, E no one enlisted
               10 AG-STATUS PIC X.
               10 AG-SUB-DATE PIC 9(8).
               10 AG-LATE PIC 9(4).
       01 ASG-COUNT PIC 9(3) VALUE 0.
       01 A-I PIC 9(3) VALUE 0.

       01 SUB-TABLE.
           05 SUB-ENTRY OCCURS 1000 TIMES.
               10 ST-TERM PIC X(5).
               10 ST-SYS PIC X(5).
               10 ST-SUBJ PIC X(6).
               10 ST-OPER PIC X(8).
               10 ST-DATE PIC 9(8).
       01 SUB-COUNT PIC 9(4) VALUE 0.
       01 S-I PIC 9(4) VALUE 0.
       01 S-FOUND-I PIC 9(4) VALUE 0.

       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 31 TIMES.
               10 DT-CODE PIC X(6).
               10 DT-NAME PIC X(25).
               10 DT-CHAIR PIC X(25).
               10 DT-ASSIGNED PIC 9(3).
               10 DT-ON-TIME PIC 9(3).
               10 DT-LATE PIC 9(3).
               10 DT-PARTIAL PIC 9(3).
               10 DT-NONE PIC 9(3).
               10 DT-LATE-DAYS PIC 9(6).
       01 DEPT-COUNT PIC 99 VALUE 0.
       01 D-I PIC 99 VALUE 0.
       01 D-J PIC 99 VALUE 0.
       01 D-FOUND-I PIC 99 VALUE 0.

       01 FDEP-TABLE.
           05 FDEP-ENTRY OCCURS 100 TIMES.
               10 XT-OPER PIC X(8).
               10 XT-DEPT PIC X(6).
       01 FDEP-COUNT PIC 9(3) VALUE 0.
       01 X-I PIC 9(3) VALUE 0.

       01 LAST-OPER PIC X(8) VALUE SPACES.
       01 DEPT-ESC-COUNT PIC 9(3) VALUE 0.
       01 ESC-COUNT PIC 9(3) VALUE 0.
       01 NEW-SUB-COUNT PIC 9(3) VALUE 0.
       01 SUBMITTED-COUNT PIC 9(3) VALUE 0.
       01 PARTIAL-COUNT PIC 9(3) VALUE 0.
       01 NONE-COUNT PIC 9(3) VALUE 0.
       01 AVG-LATE PIC 9(4)V9 VALUE 0.
       01 LATE-SUBMITTED PIC 9(3) VALUE 0.

       01 RPT-HEAD.
           02 FILLER PIC X(18) VALUE SPACES.
           02 RH-TITLE PIC X(32).
           02 FILLER PIC X(6) VALUE 'Term: '.
           02 RH-TERM PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(8) VALUE SPACES.

       01 RPT-DUE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(18) VALUE 'Grade sheets due: '.
           02 RDL-DATE PIC 9(8).
           02 FILLER PIC X(52) VALUE SPACES.

       01 RPT-SUBHEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Instr.'.
           02 FILLER PIC X(7) VALUE 'Sect'.
           02 FILLER PIC X(8) VALUE 'Subject'.
           02 FILLER PIC X(9) VALUE 'Enlisted'.
           02 FILLER PIC X(7) VALUE 'Graded'.
           02 FILLER PIC X(15) VALUE 'Status'.
           02 FILLER PIC X(9) VALUE 'Submitted'.
           02 FILLER PIC X(10) VALUE ' Days late'.

       01 RPT-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RD-OPER PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SYS PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SUBJ PIC X(6).
           02 FILLER PIC X(4) VALUE SPACES.
           02 RD-ENROLLED PIC ZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RD-GRADED PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-STATUS PIC X(15).
           02 RD-SUB-DATE PIC X(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 RD-LATE PIC ZZZ9.
           02 FILLER PIC X(5) VALUE SPACES.

       01 SUB-DATE-X PIC X(8) VALUE SPACES.
       01 SUB-DATE-N REDEFINES SUB-DATE-X PIC 9(8).

       01 ESC-DEPT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ED-CODE PIC X(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ED-NAME PIC X(25).
           02 FILLER PIC X(8) VALUE '  Chair '.
           02 ED-CHAIR PIC X(25).
           02 FILLER PIC X(13) VALUE SPACES.

       01 RPT-NOTE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RN-TEXT PIC X(76).

       01 DEAN-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(27) VALUE 'Department'.
           02 FILLER PIC X(7) VALUE 'Sheets'.
           02 FILLER PIC X(8) VALUE 'On time'.
           02 FILLER PIC X(6) VALUE 'Late'.
           02 FILLER PIC X(9) VALUE 'Partial'.
           02 FILLER PIC X(6) VALUE 'None'.
           02 FILLER PIC X(15) VALUE 'Avg days late'.

       01 DEAN-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-CODE PIC X(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DL-NAME PIC X(18).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-ASSIGNED PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 DL-ON-TIME PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 DL-LATE PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 DL-PARTIAL PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 DL-NONE PIC ZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 DL-AVG PIC ZZZ9.9.
           02 FILLER PIC X(8) VALUE SPACES.

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
           MOVE WS-RUN-DATE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           MOVE DN-RESULT TO RUN-DN.

           PERFORM TERM-RTN.
           PERFORM TERM-END-ASK.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           IF REFUSED-SW = 1
               DISPLAY 'NOTHING TRACKED.'
               STOP RUN
           END-IF.

           SORT SORTFILE ON ASCENDING KEY SRT-OPER
                         ON ASCENDING KEY SRT-SYS
                         ON ASCENDING KEY SRT-SUBJ
               USING FACMASTFILE
               OUTPUT PROCEDURE IS LOAD-ASG-RTN
                   THRU LOAD-ASG-RTN-END.
           IF REFUSED-SW = 1
               DISPLAY 'NOTHING TRACKED.'
               STOP RUN
           END-IF.

           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > ASG-COUNT
               PERFORM STATUS-RTN
           END-PERFORM.

           PERFORM STATUS-REPORT-RTN.
           PERFORM ESCALATION-RTN.
           IF TERM-END = 'Y'
               PERFORM DEAN-RTN
           END-IF.
           PERFORM SAVE-RTN.

           DISPLAY 'SHEETS: ' ASG-COUNT '  SUBMITTED: '
               SUBMITTED-COUNT '  PARTIAL: ' PARTIAL-COUNT
               '  NOT SUBMITTED: ' NONE-COUNT.
           DISPLAY 'NEWLY COMPLETE: ' NEW-SUB-COUNT
               '  ESCALATED TO CHAIRS: ' ESC-COUNT.
           IF TERM-END = 'Y'
               DISPLAY 'SEE GRDTRKR, GRDESC AND GRDDEAN.'
           ELSE
               DISPLAY 'SEE GRDTRKR AND GRDESC.'
           END-IF.
           STOP RUN.

       TERM-RTN.
           DISPLAY 'Term/School Year Code: '.
           ACCEPT TERM-CODE.
           IF TERM-CODE = SPACES
               DISPLAY 'Required!'
               GO TO TERM-RTN
           END-IF.

       TERM-END-ASK.
           DISPLAY 'Term-end run with the dean''s summary? (Y/N): '.
           ACCEPT TERM-END.
           INSPECT TERM-END CONVERTING 'yn' TO 'YN'.
           IF TERM-END NOT = 'Y' AND TERM-END NOT = 'N'
               DISPLAY 'Y or N only!'
               GO TO TERM-END-ASK
           END-IF.

      *the deadline, the faculty master and the enlistments are
      *needed; no OUTAD.TXT yet means no grades are in; without the
      *department files every sheet is escalated under no
      *department
       LOAD-RTN.
           OPEN INPUT DUEFILE.
           IF WS-DUE-FS NOT = '00'
               DISPLAY 'NO GRDDUE.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ DUEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND GD-TERM = TERM-CODE
                   MOVE GD-DEADLINE TO DEADLINE
               END-IF
           END-PERFORM.
           CLOSE DUEFILE.
           IF DEADLINE = 0
               DISPLAY 'NO DEADLINE FOR ' TERM-CODE ' ON GRDDUE.TXT - '
                   'RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-RTN-END
           END-IF.
           MOVE DEADLINE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           MOVE DN-RESULT TO DUE-DN.

           OPEN INPUT FACMASTFILE.
           IF WS-FAC-FS NOT = '00'
               DISPLAY 'NO FACMAST.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-RTN-END
           END-IF.
           CLOSE FACMASTFILE.

           MOVE 0 TO ENL-COUNT.
           OPEN INPUT ENLFILE.
           IF WS-ENL-FS NOT = '00'
               DISPLAY 'NO ENLIST.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ENLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND EN-TERM = TERM-CODE
                   IF ENL-COUNT = 3000
                       DISPLAY 'TERM EXCEEDS 3000 ENLISTMENTS - RUN '
                           'REFUSED.'
                       MOVE 1 TO REFUSED-SW
                       MOVE 1 TO EOFSW
                   ELSE
                       ADD 1 TO ENL-COUNT
                       MOVE EN-SNO TO ET-SNO(ENL-COUNT)
                       MOVE EN-SYS TO ET-SYS(ENL-COUNT)
                       MOVE EN-SUBJ TO ET-SUBJ(ENL-COUNT)
                       MOVE 0 TO ET-GRADED(ENL-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ENLFILE.
           IF REFUSED-SW = 1
               GO TO LOAD-RTN-END
           END-IF.

           OPEN INPUT OUTFILE.
           IF WS-OUT-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ OUTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0 AND STERM = TERM-CODE
                       PERFORM MARK-GRADED-RTN
                   END-IF
               END-PERFORM
               CLOSE OUTFILE
           END-IF.

           MOVE 0 TO DEPT-COUNT.
           OPEN INPUT DEPTFILE.
           IF WS-DEP-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR DEPT-COUNT = 30
                   READ DEPTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO DEPT-COUNT
                       MOVE DP-CODE TO DT-CODE(DEPT-COUNT)
                       MOVE DP-NAME TO DT-NAME(DEPT-COUNT)
                       MOVE DP-CHAIR TO DT-CHAIR(DEPT-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DEPTFILE
           END-IF.
      *the catch-all for instructors with no department of record
           ADD 1 TO DEPT-COUNT.
           MOVE SPACES TO DT-CODE(DEPT-COUNT).
           MOVE '(NONE ON FILE)' TO DT-NAME(DEPT-COUNT).
           MOVE '(REGISTRAR)' TO DT-CHAIR(DEPT-COUNT).
           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > DEPT-COUNT
               MOVE 0 TO DT-ASSIGNED(D-I) DT-ON-TIME(D-I) DT-LATE(D-I)
                   DT-PARTIAL(D-I) DT-NONE(D-I) DT-LATE-DAYS(D-I)
           END-PERFORM.

           MOVE 0 TO FDEP-COUNT.
           OPEN INPUT FDEPFILE.
           IF WS-FDP-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR FDEP-COUNT = 100
                   READ FDEPFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO FDEP-COUNT
                       MOVE FX-OPER TO XT-OPER(FDEP-COUNT)
                       MOVE FX-DEPT TO XT-DEPT(FDEP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE FDEPFILE
           END-IF.

           MOVE 0 TO SUB-COUNT.
           OPEN INPUT SUBFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SUBFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF SUB-COUNT = 1000
                       DISPLAY 'GRDSUB.TXT EXCEEDS 1000 - RUN REFUSED.'
                       MOVE 1 TO REFUSED-SW
                       MOVE 1 TO EOFSW
                   ELSE
                       ADD 1 TO SUB-COUNT
                       MOVE GS-TERM TO ST-TERM(SUB-COUNT)
                       MOVE GS-SYS TO ST-SYS(SUB-COUNT)
                       MOVE GS-SUBJ TO ST-SUBJ(SUB-COUNT)
                       MOVE GS-OPER TO ST-OPER(SUB-COUNT)
                       MOVE GS-DATE TO ST-DATE(SUB-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SUBFILE.
       LOAD-RTN-END.
           EXIT.

       MARK-GRADED-RTN.
           PERFORM VARYING E-I FROM 1 BY 1 UNTIL E-I > ENL-COUNT
               IF ET-SNO(E-I) = SSNO AND ET-SYS(E-I) = SYS
                  AND ET-SUBJ(E-I) = SSUBJCODE
                   MOVE 1 TO ET-GRADED(E-I)
               END-IF
           END-PERFORM.

      *the assignments in instructor order; one with no instructor
      *keyed has no one to chase and FACLOAD already lists it
       LOAD-ASG-RTN.
           MOVE 0 TO ASG-COUNT.
           MOVE 0 TO EOFSW.
           RETURN SORTFILE
               AT END MOVE 1 TO EOFSW
           END-RETURN.
           PERFORM UNTIL EOFSW = 1
               IF SRT-OPER NOT = SPACES
                   IF ASG-COUNT = 100
                       DISPLAY 'FACMAST.TXT EXCEEDS 100 - RUN REFUSED.'
                       MOVE 1 TO REFUSED-SW
                   ELSE
                       ADD 1 TO ASG-COUNT
                       MOVE SRT-SYS TO AG-SYS(ASG-COUNT)
                       MOVE SRT-SUBJ TO AG-SUBJ(ASG-COUNT)
                       MOVE SRT-OPER TO AG-OPER(ASG-COUNT)
                   END-IF
               END-IF
               RETURN SORTFILE
                   AT END MOVE 1 TO EOFSW
               END-RETURN
           END-PERFORM.
       LOAD-ASG-RTN-END.
           EXIT.

      *counts, status, submission day and days late of one sheet
       STATUS-RTN.
           MOVE 0 TO AG-ENROLLED(A-I) AG-GRADED(A-I) AG-SUB-DATE(A-I)
               AG-LATE(A-I).
           PERFORM VARYING E-I FROM 1 BY 1 UNTIL E-I > ENL-COUNT
               IF ET-SYS(E-I) = AG-SYS(A-I)
                  AND ET-SUBJ(E-I) = AG-SUBJ(A-I)
                   ADD 1 TO AG-ENROLLED(A-I)
                   IF ET-GRADED(E-I) = 1
                       ADD 1 TO AG-GRADED(A-I)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 0 TO S-FOUND-I.
           PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I > SUB-COUNT
               IF ST-TERM(S-I) = TERM-CODE AND ST-SYS(S-I) = AG-SYS(A-I)
                  AND ST-SUBJ(S-I) = AG-SUBJ(A-I)
                  AND ST-OPER(S-I) = AG-OPER(A-I)
                   MOVE S-I TO S-FOUND-I
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN AG-ENROLLED(A-I) = 0
                   MOVE 'E' TO AG-STATUS(A-I)
               WHEN AG-GRADED(A-I) = AG-ENROLLED(A-I)
                   MOVE 'S' TO AG-STATUS(A-I)
                   ADD 1 TO SUBMITTED-COUNT
               WHEN AG-GRADED(A-I) > 0
                   MOVE 'P' TO AG-STATUS(A-I)
                   ADD 1 TO PARTIAL-COUNT
               WHEN OTHER
                   MOVE 'N' TO AG-STATUS(A-I)
                   ADD 1 TO NONE-COUNT
           END-EVALUATE.

      *a complete sheet keeps the day it was first found complete;
      *one that has gone incomplete again (a late enlistment) loses
      *it and is chased afresh
           IF AG-STATUS(A-I) = 'S'
               IF S-FOUND-I = 0
                   MOVE WS-RUN-DATE TO AG-SUB-DATE(A-I)
                   ADD 1 TO NEW-SUB-COUNT
                   IF SUB-COUNT < 1000
                       ADD 1 TO SUB-COUNT
                       MOVE TERM-CODE TO ST-TERM(SUB-COUNT)
                       MOVE AG-SYS(A-I) TO ST-SYS(SUB-COUNT)
                       MOVE AG-SUBJ(A-I) TO ST-SUBJ(SUB-COUNT)
                       MOVE AG-OPER(A-I) TO ST-OPER(SUB-COUNT)
                       MOVE WS-RUN-DATE TO ST-DATE(SUB-COUNT)
                   END-IF
               ELSE
                   MOVE ST-DATE(S-FOUND-I) TO AG-SUB-DATE(A-I)
               END-IF
               MOVE AG-SUB-DATE(A-I) TO DN-DATE
               PERFORM DAY-NUMBER-RTN
           ELSE
               IF S-FOUND-I > 0
                   MOVE SPACES TO ST-TERM(S-FOUND-I)
               END-IF
               MOVE RUN-DN TO DN-RESULT
           END-IF.
           IF AG-STATUS(A-I) NOT = 'E' AND DN-RESULT > DUE-DN
               COMPUTE AG-LATE(A-I) = DN-RESULT - DUE-DN
           END-IF.

           MOVE SPACES TO AG-DEPT(A-I).
           PERFORM VARYING X-I FROM 1 BY 1 UNTIL X-I > FDEP-COUNT
               IF XT-OPER(X-I) = AG-OPER(A-I)
                   MOVE XT-DEPT(X-I) TO AG-DEPT(A-I)
               END-IF
           END-PERFORM.
           PERFORM FIND-DEPT-RTN.
           IF AG-STATUS(A-I) NOT = 'E'
               ADD 1 TO DT-ASSIGNED(D-FOUND-I)
               EVALUATE AG-STATUS(A-I)
                   WHEN 'S'
                       IF AG-LATE(A-I) = 0
                           ADD 1 TO DT-ON-TIME(D-FOUND-I)
                       ELSE
                           ADD 1 TO DT-LATE(D-FOUND-I)
                           ADD AG-LATE(A-I) TO DT-LATE-DAYS(D-FOUND-I)
                       END-IF
                   WHEN 'P'
                       ADD 1 TO DT-PARTIAL(D-FOUND-I)
                   WHEN 'N'
                       ADD 1 TO DT-NONE(D-FOUND-I)
               END-EVALUATE
           END-IF.

      *an instructor whose department is not on DEPTMAST.TXT falls
      *to the catch-all, which is always last
       FIND-DEPT-RTN.
           MOVE DEPT-COUNT TO D-FOUND-I.
           PERFORM VARYING D-J FROM 1 BY 1 UNTIL D-J = DEPT-COUNT
               IF DT-CODE(D-J) = AG-DEPT(A-I)
                   MOVE D-J TO D-FOUND-I
               END-IF
           END-PERFORM.

       STATUS-REPORT-RTN.
           OPEN OUTPUT RPTFILE.
           MOVE 'Grade-Sheet Submission Status' TO RH-TITLE.
           MOVE TERM-CODE TO RH-TERM.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE DEADLINE TO RDL-DATE.
           WRITE RPTREC FROM RPT-DUE-LINE AFTER 2.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE SPACES TO LAST-OPER.
           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > ASG-COUNT
               IF AG-OPER(A-I) NOT = LAST-OPER
                   MOVE AG-OPER(A-I) TO LAST-OPER
                   MOVE AG-OPER(A-I) TO RD-OPER
                   IF A-I > 1
                       WRITE RPTREC FROM BLANK-LINE AFTER 1
                   END-IF
               ELSE
                   MOVE SPACES TO RD-OPER
               END-IF
               PERFORM DETAIL-FILL-RTN
               WRITE RPTREC FROM RPT-DETAIL AFTER 1
           END-PERFORM.
           CLOSE RPTFILE.

       DETAIL-FILL-RTN.
           MOVE AG-SYS(A-I) TO RD-SYS.
           MOVE AG-SUBJ(A-I) TO RD-SUBJ.
           MOVE AG-ENROLLED(A-I) TO RD-ENROLLED.
           MOVE AG-GRADED(A-I) TO RD-GRADED.
           EVALUATE AG-STATUS(A-I)
               WHEN 'S'
                   MOVE 'SUBMITTED' TO RD-STATUS
               WHEN 'P'
                   MOVE 'PARTIAL' TO RD-STATUS
               WHEN 'N'
                   MOVE 'NOT SUBMITTED' TO RD-STATUS
               WHEN OTHER
                   MOVE 'NO ENLISTMENT' TO RD-STATUS
           END-EVALUATE.
           IF AG-SUB-DATE(A-I) = 0
               MOVE SPACES TO RD-SUB-DATE
           ELSE
               MOVE AG-SUB-DATE(A-I) TO SUB-DATE-N
               MOVE SUB-DATE-X TO RD-SUB-DATE
           END-IF.
           MOVE AG-LATE(A-I) TO RD-LATE.

      *the chair's list - every sheet still partial or not in once
      *the deadline has passed, department by department
       ESCALATION-RTN.
           OPEN OUTPUT ESCFILE.
           MOVE 'Late Grade Sheets for the Chair' TO RH-TITLE.
           MOVE TERM-CODE TO RH-TERM.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE ESCREC FROM RPT-HEAD AFTER PAGE.
           MOVE DEADLINE TO RDL-DATE.
           WRITE ESCREC FROM RPT-DUE-LINE AFTER 2.
           IF RUN-DN NOT > DUE-DN
               MOVE 'DEADLINE NOT YET PASSED - NOTHING TO ESCALATE'
                   TO RN-TEXT
               WRITE ESCREC FROM RPT-NOTE-LINE AFTER 2
           ELSE
               PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > DEPT-COUNT
                   PERFORM ESC-DEPT-RTN
               END-PERFORM
               IF ESC-COUNT = 0
                   MOVE 'EVERY SHEET IS IN' TO RN-TEXT
                   WRITE ESCREC FROM RPT-NOTE-LINE AFTER 2
               END-IF
           END-IF.
           CLOSE ESCFILE.

       ESC-DEPT-RTN.
           MOVE 0 TO DEPT-ESC-COUNT.
           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > ASG-COUNT
               PERFORM FIND-DEPT-RTN
               IF D-FOUND-I = D-I
                  AND (AG-STATUS(A-I) = 'P' OR AG-STATUS(A-I) = 'N')
                   IF DEPT-ESC-COUNT = 0
                       MOVE DT-CODE(D-I) TO ED-CODE
                       MOVE DT-NAME(D-I) TO ED-NAME
                       MOVE DT-CHAIR(D-I) TO ED-CHAIR
                       WRITE ESCREC FROM ESC-DEPT-LINE AFTER 2
                       WRITE ESCREC FROM RPT-SUBHEAD AFTER 1
                   END-IF
                   ADD 1 TO DEPT-ESC-COUNT
                   ADD 1 TO ESC-COUNT
                   MOVE AG-OPER(A-I) TO RD-OPER
                   PERFORM DETAIL-FILL-RTN
                   WRITE ESCREC FROM RPT-DETAIL AFTER 1
               END-IF
           END-PERFORM.

      *timeliness per department for the dean at term end
       DEAN-RTN.
           OPEN OUTPUT DEANFILE.
           MOVE 'Grade Submission Timeliness' TO RH-TITLE.
           MOVE TERM-CODE TO RH-TERM.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE DEANREC FROM RPT-HEAD AFTER PAGE.
           MOVE DEADLINE TO RDL-DATE.
           WRITE DEANREC FROM RPT-DUE-LINE AFTER 2.
           WRITE DEANREC FROM DEAN-SUBHEAD AFTER 2.
           WRITE DEANREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > DEPT-COUNT
               IF DT-ASSIGNED(D-I) > 0
                   MOVE DT-CODE(D-I) TO DL-CODE
                   MOVE DT-NAME(D-I) TO DL-NAME
                   MOVE DT-ASSIGNED(D-I) TO DL-ASSIGNED
                   MOVE DT-ON-TIME(D-I) TO DL-ON-TIME
                   MOVE DT-LATE(D-I) TO DL-LATE
                   MOVE DT-PARTIAL(D-I) TO DL-PARTIAL
                   MOVE DT-NONE(D-I) TO DL-NONE
                   IF DT-LATE(D-I) > 0
                       COMPUTE AVG-LATE ROUNDED =
                           DT-LATE-DAYS(D-I) / DT-LATE(D-I)
                   ELSE
                       MOVE 0 TO AVG-LATE
                   END-IF
                   MOVE AVG-LATE TO DL-AVG
                   WRITE DEANREC FROM DEAN-LINE AFTER 1
               END-IF
           END-PERFORM.
           MOVE 'Avg days late is over the sheets submitted late'
               TO RN-TEXT.
           WRITE DEANREC FROM RPT-NOTE-LINE AFTER 2.
           CLOSE DEANFILE.

      *GRDSUB.TXT rewritten - rows blanked above have gone open again
       SAVE-RTN.
           OPEN OUTPUT SUBFILE.
           PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I > SUB-COUNT
               IF ST-TERM(S-I) NOT = SPACES
                   MOVE ST-TERM(S-I) TO GS-TERM
                   MOVE ST-SYS(S-I) TO GS-SYS
                   MOVE ST-SUBJ(S-I) TO GS-SUBJ
                   MOVE ST-OPER(S-I) TO GS-OPER
                   MOVE ST-DATE(S-I) TO GS-DATE
                   WRITE SUB-REC
               END-IF
           END-PERFORM.
           CLOSE SUBFILE.

       DAY-NUMBER-RTN.
           MOVE DN-YYYY TO DN-YEARS.
           IF DN-MM < 3
               SUBTRACT 1 FROM DN-YEARS
           END-IF.
           DIVIDE DN-YEARS BY 4 GIVING DN-LEAPS.
           DIVIDE DN-YEARS BY 100 GIVING DN-Q.
           SUBTRACT DN-Q FROM DN-LEAPS.
           DIVIDE DN-YEARS BY 400 GIVING DN-Q.
           ADD DN-Q TO DN-LEAPS.
           COMPUTE DN-RESULT = (DN-YYYY * 365) + DN-LEAPS
                             + CUM-DAYS(DN-MM) + DN-DD.
