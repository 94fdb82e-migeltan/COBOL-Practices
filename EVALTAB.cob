       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALTAB.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. INSTRUCTOR EVALUATION TABULATION FOR ONE TERM. THE
      *EVALRSP.TXT RATINGS TAKEN BY EVALCAP ARE TALLIED AGAINST THE
      *FACMAST.TXT ASSIGNMENTS (SECTION, SUBJECT, INSTRUCTOR) AND
      *EACH OF THE FIVE CRITERIA IS AVERAGED PER CLASS, PER
      *INSTRUCTOR, PER SECTION AND PER DEPARTMENT (FACDEPT.TXT AND
      *DEPTMAST.TXT, KEPT BY DEPTMNT). A CLASS WITH FEWER
      *RESPONDENTS THAN THE MINIMUM ON EVALPRM.TXT (TWO DIGITS, 5
      *WHEN ABSENT) IS SUPPRESSED - ITS AVERAGES ARE NOT PRINTED AND
      *ITS RATINGS DO NOT ENTER ANY OTHER AVERAGE, SO NO STUDENT CAN
      *BE PICKED OUT OF A SMALL CLASS. EVALINSR IS EACH INSTRUCTOR'S
      *OWN REPORT, ONE PAGE PER INSTRUCTOR. EVALDEAN GIVES THE DEAN
      *THE SECTION AVERAGES AND THE DEPARTMENTS RANKED ON THEIR
      *OVERALL AVERAGE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSPFILE ASSIGN TO "EVALRSP.TXT"
               FILE STATUS IS WS-RSP-FS.
           SELECT FACMASTFILE ASSIGN TO "FACMAST.TXT"
               FILE STATUS IS WS-FAC-FS.
           SELECT DEPTFILE ASSIGN TO "DEPTMAST.TXT"
               FILE STATUS IS WS-DEP-FS.
           SELECT FDEPFILE ASSIGN TO "FACDEPT.TXT"
               FILE STATUS IS WS-FDP-FS.
           SELECT OPERMASTFILE ASSIGN TO "OPERMAST.TXT"
               FILE STATUS IS WS-OPM-FS.
           SELECT PRMFILE ASSIGN TO "EVALPRM.TXT"
               FILE STATUS IS WS-PRM-FS.
           SELECT SORTFILE ASSIGN TO "SRTWK6".
           SELECT RPTFILE ASSIGN TO "EVALINSR".
           SELECT DEANFILE ASSIGN TO "EVALDEAN".

       DATA DIVISION.
       FILE SECTION.

       FD  RSPFILE.
       01  RSP-REC.
           05 EV-TERM PIC X(5).
           05 EV-SYS PIC X(5).
           05 EV-SUBJ PIC X(6).
           05 EV-OPER PIC X(8).
           05 EV-RATING OCCURS 5 TIMES PIC 9.

       FD  FACMASTFILE.
       01  FAC-MAST-REC.
           05 FM-SYS PIC X(5).
           05 FM-SUBJ PIC X(6).
           05 FM-OPER PIC X(8).

       FD  DEPTFILE.
       01  DEPT-REC.
           05 DP-CODE PIC X(6).
           05 DP-NAME PIC X(25).
           05 DP-CHAIR PIC X(25).

       FD  FDEPFILE.
       01  FDEP-REC.
           05 FX-OPER PIC X(8).
           05 FX-DEPT PIC X(6).

       FD  OPERMASTFILE.
       01  OPM-REC.
           05 OPM-ID PIC X(8).
           05 OPM-NAME PIC X(25).
           05 OPM-LEVEL PIC 9.

       FD  PRMFILE.
       01  PRM-REC.
           05 PRM-MINIMUM PIC 99.

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

       FD  DEANFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS DEANREC.

       01  DEANREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-RSP-FS PIC XX VALUE SPACES.
       01 WS-FAC-FS PIC XX VALUE SPACES.
       01 WS-DEP-FS PIC XX VALUE SPACES.
       01 WS-FDP-FS PIC XX VALUE SPACES.
       01 WS-OPM-FS PIC XX VALUE SPACES.
       01 WS-PRM-FS PIC XX VALUE SPACES.
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

       01 TERM-CODE PIC X(5) VALUE SPACES.
       01 MIN-RESP PIC 99 VALUE 5.

      *the five criteria on the form, as EVALCAP asks them
       01 CRIT-NAMES-INIT.
           05 FILLER PIC X(24) VALUE 'MASTERY OF THE SUBJECT'.
           05 FILLER PIC X(24) VALUE 'CLARITY OF PRESENTATION'.
           05 FILLER PIC X(24) VALUE 'PREPAREDNESS'.
           05 FILLER PIC X(24) VALUE 'FAIRNESS IN GRADING'.
           05 FILLER PIC X(24) VALUE 'PUNCTUALITY/AVAILABILITY'.
       01 CRIT-NAME-TABLE REDEFINES CRIT-NAMES-INIT.
           05 CRIT-NAME OCCURS 5 TIMES PIC X(24).
       01 C-I PIC 9 VALUE 0.

      *one entry per assignment, in instructor order off the sort
       01 ASG-TABLE.
           05 ASG-ENTRY OCCURS 100 TIMES.
               10 AG-SYS PIC X(5).
               10 AG-SUBJ PIC X(6).
               10 AG-OPER PIC X(8).
               10 AG-RESP PIC 9(4).
               10 AG-SUM OCCURS 5 TIMES PIC 9(5).
       01 ASG-COUNT PIC 9(3) VALUE 0.
       01 A-I PIC 9(3) VALUE 0.
       01 A-NEXT PIC 9(3) VALUE 0.
       01 A-FOUND-I PIC 9(3) VALUE 0.

      *the sections met on the assignments, put in code order
      *before the dean's list is printed
       01 SEC-TABLE.
           05 SEC-ENTRY OCCURS 50 TIMES.
               10 SC-SYS PIC X(5).
               10 SC-CLASSES PIC 9(3).
               10 SC-SUPP PIC 9(3).
               10 SC-RESP PIC 9(5).
               10 SC-SUM OCCURS 5 TIMES PIC 9(6).
       01 SEC-COUNT PIC 99 VALUE 0.
       01 S-I PIC 99 VALUE 0.
       01 S-J PIC 99 VALUE 0.
       01 S-FOUND-I PIC 99 VALUE 0.
       01 HOLD-SEC PIC X(46) VALUE SPACES.

       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 31 TIMES.
               10 DT-CODE PIC X(6).
               10 DT-NAME PIC X(25).
               10 DT-INSTR PIC 9(3).
               10 DT-RESP PIC 9(5).
               10 DT-SUM OCCURS 5 TIMES PIC 9(6).
               10 DT-OVERALL PIC 9V99.
       01 DEPT-COUNT PIC 99 VALUE 0.
       01 D-I PIC 99 VALUE 0.
       01 D-J PIC 99 VALUE 0.
       01 D-FOUND-I PIC 99 VALUE 0.

      *departments with rated classes, best overall average first
       01 RANK-TABLE.
           05 RANK-IX OCCURS 31 TIMES PIC 99.
       01 RANK-COUNT PIC 99 VALUE 0.
       01 R-I PIC 99 VALUE 0.
       01 R-J PIC 99 VALUE 0.
       01 HOLD-IX PIC 99 VALUE 0.

       01 FDEP-TABLE.
           05 FDEP-ENTRY OCCURS 100 TIMES.
               10 XT-OPER PIC X(8).
               10 XT-DEPT PIC X(6).
       01 FDEP-COUNT PIC 9(3) VALUE 0.
       01 X-I PIC 9(3) VALUE 0.

       01 OP-TABLE.
           05 OP-ENTRY OCCURS 20 TIMES.
               10 OT-ID PIC X(8).
               10 OT-NAME PIC X(25).
       01 OP-COUNT PIC 99 VALUE 0.
       01 O-I PIC 99 VALUE 0.

      *the instructor being printed
       01 IN-DEPT PIC X(6) VALUE SPACES.
       01 IN-RESP PIC 9(5) VALUE 0.
       01 IN-SUM-TABLE.
           05 IN-SUM OCCURS 5 TIMES PIC 9(6).

       01 SUM-RESP PIC 9(5) VALUE 0.
       01 SUM-TABLE.
           05 SUM-C OCCURS 5 TIMES PIC 9(6).
       01 SUM-ALL PIC 9(7) VALUE 0.
       01 AVG-WORK PIC 9V99 VALUE 0.

       01 RSP-READ PIC 9(5) VALUE 0.
       01 ORPHAN-COUNT PIC 9(5) VALUE 0.
       01 INSTR-COUNT PIC 9(3) VALUE 0.
       01 SUPP-COUNT PIC 9(3) VALUE 0.
       01 LAST-OPER PIC X(8) VALUE SPACES.

       01 RPT-HEAD.
           02 FILLER PIC X(18) VALUE SPACES.
           02 RH-TITLE PIC X(32).
           02 FILLER PIC X(6) VALUE 'Term: '.
           02 RH-TERM PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(8) VALUE SPACES.

       01 INSTR-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Instructor: '.
           02 IL-OPER PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 IL-NAME PIC X(25).
           02 FILLER PIC X(8) VALUE '  Dept: '.
           02 IL-DEPT PIC X(6).
           02 FILLER PIC X(18) VALUE SPACES.

       01 CLASS-SUBHEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Sect'.
           02 FILLER PIC X(8) VALUE 'Subject'.
           02 FILLER PIC X(4) VALUE 'Resp'.
           02 FILLER PIC X(7) VALUE '     C1'.
           02 FILLER PIC X(7) VALUE '     C2'.
           02 FILLER PIC X(7) VALUE '     C3'.
           02 FILLER PIC X(7) VALUE '     C4'.
           02 FILLER PIC X(7) VALUE '     C5'.
           02 FILLER PIC X(8) VALUE ' Overall'.
           02 FILLER PIC X(14) VALUE SPACES.

       01 CLASS-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-SYS PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-SUBJ PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-RESP PIC ZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CL-C1 PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CL-C2 PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CL-C3 PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CL-C4 PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CL-C5 PIC 9.99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-ALL PIC 9.99.
           02 FILLER PIC X(14) VALUE SPACES.

      *a class too small to print, or with no one responding
       01 CLASS-NOTE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CN-SYS PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CN-SUBJ PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CN-RESP PIC ZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CN-TEXT PIC X(54).

       01 SUPP-TEXT.
           02 FILLER PIC X(24) VALUE 'SUPPRESSED - FEWER THAN '.
           02 ST-MIN PIC Z9.
           02 FILLER PIC X(28) VALUE ' RESPONDENTS'.

       01 LEGEND-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(1) VALUE 'C'.
           02 LG-NO PIC 9.
           02 FILLER PIC X(3) VALUE ' = '.
           02 LG-NAME PIC X(24).
           02 FILLER PIC X(47) VALUE SPACES.

       01 RPT-NOTE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RN-TEXT PIC X(76).

       01 MIN-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(24) VALUE 'Classes with fewer than '.
           02 ML-MIN PIC Z9.
           02 FILLER PIC X(52) VALUE
               ' respondents are suppressed'.

       01 SEC-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Section'.
           02 FILLER PIC X(7) VALUE 'Classes'.
           02 FILLER PIC X(6) VALUE '  Resp'.
           02 FILLER PIC X(7) VALUE '     C1'.
           02 FILLER PIC X(7) VALUE '     C2'.
           02 FILLER PIC X(7) VALUE '     C3'.
           02 FILLER PIC X(7) VALUE '     C4'.
           02 FILLER PIC X(7) VALUE '     C5'.
           02 FILLER PIC X(8) VALUE ' Overall'.
           02 FILLER PIC X(14) VALUE SPACES.

       01 SEC-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-SYS PIC X(5).
           02 FILLER PIC X(7) VALUE SPACES.
           02 SL-CLASSES PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 SL-RESP PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SL-C1 PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SL-C2 PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SL-C3 PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SL-C4 PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SL-C5 PIC 9.99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 SL-ALL PIC 9.99.
           02 FILLER PIC X(14) VALUE SPACES.

       01 SEC-NOTE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SN-SYS PIC X(5).
           02 FILLER PIC X(7) VALUE SPACES.
           02 SN-CLASSES PIC ZZ9.
           02 FILLER PIC X(9) VALUE SPACES.
           02 SN-TEXT PIC X(54).

       01 RANK-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'Rank'.
           02 FILLER PIC X(26) VALUE 'Department'.
           02 FILLER PIC X(4) VALUE 'Ins'.
           02 FILLER PIC X(5) VALUE ' Resp'.
           02 FILLER PIC X(6) VALUE '    C1'.
           02 FILLER PIC X(6) VALUE '    C2'.
           02 FILLER PIC X(6) VALUE '    C3'.
           02 FILLER PIC X(6) VALUE '    C4'.
           02 FILLER PIC X(6) VALUE '    C5'.
           02 FILLER PIC X(8) VALUE ' Overall'.

       01 RANK-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RK-RANK PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RK-CODE PIC X(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RK-NAME PIC X(18).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RK-INSTR PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RK-RESP PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RK-C1 PIC 9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RK-C2 PIC 9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RK-C3 PIC 9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RK-C4 PIC 9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RK-C5 PIC 9.99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RK-ALL PIC 9.99.

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

           PERFORM TERM-RTN.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           IF REFUSED-SW = 1
               DISPLAY 'NOTHING TABULATED.'
               STOP RUN
           END-IF.

           SORT SORTFILE ON ASCENDING KEY SRT-OPER
                         ON ASCENDING KEY SRT-SYS
                         ON ASCENDING KEY SRT-SUBJ
               USING FACMASTFILE
               OUTPUT PROCEDURE IS LOAD-ASG-RTN
                   THRU LOAD-ASG-RTN-END.
           IF REFUSED-SW = 1
               DISPLAY 'NOTHING TABULATED.'
               STOP RUN
           END-IF.

           PERFORM TALLY-RTN.
           PERFORM INSTR-REPORT-RTN.
           PERFORM DEAN-RTN.

           DISPLAY 'RESPONSES: ' RSP-READ '  INSTRUCTORS: '
               INSTR-COUNT '  CLASSES SUPPRESSED: ' SUPP-COUNT.
           IF ORPHAN-COUNT > 0
               DISPLAY ORPHAN-COUNT ' RESPONSE(S) FOR CLASSES NO '
                   'LONGER ON FACMAST.TXT - NOT TABULATED.'
           END-IF.
           DISPLAY 'SEE EVALINSR AND EVALDEAN.'.
           STOP RUN.

       TERM-RTN.
           DISPLAY 'Term/School Year Code: '.
           ACCEPT TERM-CODE.
           IF TERM-CODE = SPACES
               DISPLAY 'Required!'
               GO TO TERM-RTN
           END-IF.

      *the responses and the faculty master are needed; without the
      *department files every instructor falls under no department
       LOAD-RTN.
           OPEN INPUT RSPFILE.
           IF WS-RSP-FS NOT = '00'
               DISPLAY 'NO EVALRSP.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-RTN-END
           END-IF.
           CLOSE RSPFILE.

           OPEN INPUT FACMASTFILE.
           IF WS-FAC-FS NOT = '00'
               DISPLAY 'NO FACMAST.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-RTN-END
           END-IF.
           CLOSE FACMASTFILE.

           OPEN INPUT PRMFILE.
           IF WS-PRM-FS = '00'
               READ PRMFILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-MINIMUM IS NUMERIC AND PRM-MINIMUM > 0
                           MOVE PRM-MINIMUM TO MIN-RESP
                       END-IF
               END-READ
               CLOSE PRMFILE
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
                   END-IF
               END-PERFORM
               CLOSE DEPTFILE
           END-IF.
      *the catch-all for instructors with no department of record
           ADD 1 TO DEPT-COUNT.
           MOVE SPACES TO DT-CODE(DEPT-COUNT).
           MOVE '(NONE ON FILE)' TO DT-NAME(DEPT-COUNT).
           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > DEPT-COUNT
               MOVE 0 TO DT-INSTR(D-I) DT-RESP(D-I) DT-OVERALL(D-I)
               PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > 5
                   MOVE 0 TO DT-SUM(D-I, C-I)
               END-PERFORM
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

           MOVE 0 TO OP-COUNT.
           OPEN INPUT OPERMASTFILE.
           IF WS-OPM-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR OP-COUNT = 20
                   READ OPERMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO OP-COUNT
                       MOVE OPM-ID TO OT-ID(OP-COUNT)
                       MOVE OPM-NAME TO OT-NAME(OP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE OPERMASTFILE
           END-IF.
       LOAD-RTN-END.
           EXIT.

      *the assignments in instructor order; one with no instructor
      *keyed has no one to rate
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
                       MOVE 0 TO AG-RESP(ASG-COUNT)
                       PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > 5
                           MOVE 0 TO AG-SUM(ASG-COUNT, C-I)
                       END-PERFORM
                   END-IF
               END-IF
               RETURN SORTFILE
                   AT END MOVE 1 TO EOFSW
               END-RETURN
           END-PERFORM.
       LOAD-ASG-RTN-END.
           EXIT.

      *every response of the term onto its class; one whose class
      *has since changed hands or gone is counted and left out
       TALLY-RTN.
           OPEN INPUT RSPFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ RSPFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND EV-TERM = TERM-CODE
                   ADD 1 TO RSP-READ
                   MOVE 0 TO A-FOUND-I
                   PERFORM VARYING A-I FROM 1 BY 1
                           UNTIL A-I > ASG-COUNT
                       IF AG-SYS(A-I) = EV-SYS
                          AND AG-SUBJ(A-I) = EV-SUBJ
                          AND AG-OPER(A-I) = EV-OPER
                           MOVE A-I TO A-FOUND-I
                       END-IF
                   END-PERFORM
                   IF A-FOUND-I = 0
                       ADD 1 TO ORPHAN-COUNT
                   ELSE
                       ADD 1 TO AG-RESP(A-FOUND-I)
                       PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > 5
                           ADD EV-RATING(C-I)
                               TO AG-SUM(A-FOUND-I, C-I)
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RSPFILE.

      *one page per instructor - the classes, then the instructor's
      *average over the classes large enough to print; the section
      *and department sums are gathered on the way
       INSTR-REPORT-RTN.
           OPEN OUTPUT RPTFILE.
           MOVE 'Instructor Evaluation Report' TO RH-TITLE.
           MOVE TERM-CODE TO RH-TERM.
           MOVE WS-RUN-DATE TO RH-DATE.
           MOVE MIN-RESP TO ST-MIN.
           MOVE SPACES TO LAST-OPER.
           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > ASG-COUNT
               IF AG-OPER(A-I) NOT = LAST-OPER
                   MOVE AG-OPER(A-I) TO LAST-OPER
                   PERFORM INSTR-START-RTN
               END-IF
               PERFORM CLASS-RTN
               COMPUTE A-NEXT = A-I + 1
               IF A-I = ASG-COUNT
                   PERFORM INSTR-END-RTN
               ELSE
                   IF AG-OPER(A-NEXT) NOT = LAST-OPER
                       PERFORM INSTR-END-RTN
                   END-IF
               END-IF
           END-PERFORM.
           IF ASG-COUNT = 0
               WRITE RPTREC FROM RPT-HEAD AFTER PAGE
               MOVE 'NO CLASS ON FACMAST.TXT HAS AN INSTRUCTOR'
                   TO RN-TEXT
               WRITE RPTREC FROM RPT-NOTE-LINE AFTER 2
           END-IF.
           CLOSE RPTFILE.

       INSTR-START-RTN.
           ADD 1 TO INSTR-COUNT.
           MOVE 0 TO IN-RESP.
           PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > 5
               MOVE 0 TO IN-SUM(C-I)
           END-PERFORM.
           MOVE SPACES TO IN-DEPT.
           PERFORM VARYING X-I FROM 1 BY 1 UNTIL X-I > FDEP-COUNT
               IF XT-OPER(X-I) = LAST-OPER
                   MOVE XT-DEPT(X-I) TO IN-DEPT
               END-IF
           END-PERFORM.
           MOVE LAST-OPER TO IL-OPER.
           MOVE '(NOT ON OPERMAST.TXT)' TO IL-NAME.
           PERFORM VARYING O-I FROM 1 BY 1 UNTIL O-I > OP-COUNT
               IF OT-ID(O-I) = LAST-OPER
                   MOVE OT-NAME(O-I) TO IL-NAME
               END-IF
           END-PERFORM.
           MOVE IN-DEPT TO IL-DEPT.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           WRITE RPTREC FROM INSTR-LINE AFTER 2.
           WRITE RPTREC FROM CLASS-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

      *one class; a suppressed one is named but its ratings go no
      *further than the count
       CLASS-RTN.
           PERFORM FIND-SEC-RTN.
           IF S-FOUND-I > 0
               ADD 1 TO SC-CLASSES(S-FOUND-I)
           END-IF.
           IF AG-RESP(A-I) = 0
               MOVE AG-SYS(A-I) TO CN-SYS
               MOVE AG-SUBJ(A-I) TO CN-SUBJ
               MOVE 0 TO CN-RESP
               MOVE 'NO RESPONSES' TO CN-TEXT
               WRITE RPTREC FROM CLASS-NOTE-LINE AFTER 1
           ELSE
               IF AG-RESP(A-I) < MIN-RESP
                   ADD 1 TO SUPP-COUNT
                   IF S-FOUND-I > 0
                       ADD 1 TO SC-SUPP(S-FOUND-I)
                   END-IF
                   MOVE AG-SYS(A-I) TO CN-SYS
                   MOVE AG-SUBJ(A-I) TO CN-SUBJ
                   MOVE AG-RESP(A-I) TO CN-RESP
                   MOVE SUPP-TEXT TO CN-TEXT
                   WRITE RPTREC FROM CLASS-NOTE-LINE AFTER 1
               ELSE
                   MOVE AG-RESP(A-I) TO SUM-RESP
                   PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > 5
                       MOVE AG-SUM(A-I, C-I) TO SUM-C(C-I)
                       ADD AG-SUM(A-I, C-I) TO IN-SUM(C-I)
                   END-PERFORM
                   ADD AG-RESP(A-I) TO IN-RESP
                   IF S-FOUND-I > 0
                       ADD AG-RESP(A-I) TO SC-RESP(S-FOUND-I)
                       PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > 5
                           ADD AG-SUM(A-I, C-I)
                               TO SC-SUM(S-FOUND-I, C-I)
                       END-PERFORM
                   END-IF
                   MOVE AG-SYS(A-I) TO CL-SYS
                   MOVE AG-SUBJ(A-I) TO CL-SUBJ
                   PERFORM FILL-CLASS-LINE-RTN
                   WRITE RPTREC FROM CLASS-LINE AFTER 1
               END-IF
           END-IF.

      *the instructor's own average, then into the department
       INSTR-END-RTN.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           IF IN-RESP = 0
               MOVE 'NO CLASS LARGE ENOUGH TO REPORT AN AVERAGE'
                   TO RN-TEXT
               WRITE RPTREC FROM RPT-NOTE-LINE AFTER 1
           ELSE
               MOVE IN-RESP TO SUM-RESP
               PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > 5
                   MOVE IN-SUM(C-I) TO SUM-C(C-I)
               END-PERFORM
               MOVE 'ALL' TO CL-SYS
               MOVE 'CLASS' TO CL-SUBJ
               PERFORM FILL-CLASS-LINE-RTN
               WRITE RPTREC FROM CLASS-LINE AFTER 1
               PERFORM FIND-DEPT-RTN
               ADD 1 TO DT-INSTR(D-FOUND-I)
               ADD IN-RESP TO DT-RESP(D-FOUND-I)
               PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > 5
                   ADD IN-SUM(C-I) TO DT-SUM(D-FOUND-I, C-I)
               END-PERFORM
           END-IF.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > 5
               MOVE C-I TO LG-NO
               MOVE CRIT-NAME(C-I) TO LG-NAME
               WRITE RPTREC FROM LEGEND-LINE AFTER 1
           END-PERFORM.
           MOVE MIN-RESP TO ML-MIN.
           WRITE RPTREC FROM MIN-LINE AFTER 2.

      *averages of whatever sums sit in SUM-RESP and SUM-C
       FILL-CLASS-LINE-RTN.
           MOVE SUM-RESP TO CL-RESP.
           COMPUTE AVG-WORK ROUNDED = SUM-C(1) / SUM-RESP.
           MOVE AVG-WORK TO CL-C1.
           COMPUTE AVG-WORK ROUNDED = SUM-C(2) / SUM-RESP.
           MOVE AVG-WORK TO CL-C2.
           COMPUTE AVG-WORK ROUNDED = SUM-C(3) / SUM-RESP.
           MOVE AVG-WORK TO CL-C3.
           COMPUTE AVG-WORK ROUNDED = SUM-C(4) / SUM-RESP.
           MOVE AVG-WORK TO CL-C4.
           COMPUTE AVG-WORK ROUNDED = SUM-C(5) / SUM-RESP.
           MOVE AVG-WORK TO CL-C5.
           PERFORM OVERALL-RTN.
           MOVE AVG-WORK TO CL-ALL.

      *the overall average - every rating given, over all five
       OVERALL-RTN.
           COMPUTE SUM-ALL = SUM-C(1) + SUM-C(2) + SUM-C(3)
                           + SUM-C(4) + SUM-C(5).
           COMPUTE AVG-WORK ROUNDED = SUM-ALL / (SUM-RESP * 5).

      *a section not yet met is added; past fifty it is not shown
      *on the dean's list
       FIND-SEC-RTN.
           MOVE 0 TO S-FOUND-I.
           PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I > SEC-COUNT
               IF SC-SYS(S-I) = AG-SYS(A-I)
                   MOVE S-I TO S-FOUND-I
               END-IF
           END-PERFORM.
           IF S-FOUND-I = 0 AND SEC-COUNT < 50
               ADD 1 TO SEC-COUNT
               MOVE SEC-COUNT TO S-FOUND-I
               MOVE AG-SYS(A-I) TO SC-SYS(S-FOUND-I)
               MOVE 0 TO SC-CLASSES(S-FOUND-I) SC-SUPP(S-FOUND-I)
                   SC-RESP(S-FOUND-I)
               PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > 5
                   MOVE 0 TO SC-SUM(S-FOUND-I, C-I)
               END-PERFORM
           END-IF.

      *an instructor whose department is not on DEPTMAST.TXT falls
      *to the catch-all, which is always last
       FIND-DEPT-RTN.
           MOVE DEPT-COUNT TO D-FOUND-I.
           PERFORM VARYING D-J FROM 1 BY 1 UNTIL D-J = DEPT-COUNT
               IF DT-CODE(D-J) = IN-DEPT
                   MOVE D-J TO D-FOUND-I
               END-IF
           END-PERFORM.

      *for the dean - the sections in code order, then the
      *departments ranked on their overall average
       DEAN-RTN.
           OPEN OUTPUT DEANFILE.
           MOVE 'Instructor Evaluation Summary' TO RH-TITLE.
           MOVE TERM-CODE TO RH-TERM.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE DEANREC FROM RPT-HEAD AFTER PAGE.
           MOVE MIN-RESP TO ML-MIN.
           WRITE DEANREC FROM MIN-LINE AFTER 2.

           MOVE 'AVERAGES BY SECTION' TO RN-TEXT.
           WRITE DEANREC FROM RPT-NOTE-LINE AFTER 2.
           WRITE DEANREC FROM SEC-SUBHEAD AFTER 2.
           WRITE DEANREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I >= SEC-COUNT
               COMPUTE S-J = S-I + 1
               PERFORM VARYING S-J FROM S-J BY 1 UNTIL S-J > SEC-COUNT
                   IF SC-SYS(S-J) < SC-SYS(S-I)
                       MOVE SEC-ENTRY(S-I) TO HOLD-SEC
                       MOVE SEC-ENTRY(S-J) TO SEC-ENTRY(S-I)
                       MOVE HOLD-SEC TO SEC-ENTRY(S-J)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I > SEC-COUNT
               PERFORM SEC-LINE-RTN
           END-PERFORM.

           MOVE 'DEPARTMENTS RANKED ON OVERALL AVERAGE' TO RN-TEXT.
           WRITE DEANREC FROM RPT-NOTE-LINE AFTER 3.
           WRITE DEANREC FROM RANK-SUBHEAD AFTER 2.
           WRITE DEANREC FROM BLANK-LINE AFTER 1.
           MOVE 0 TO RANK-COUNT.
           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > DEPT-COUNT
               IF DT-RESP(D-I) > 0
                   MOVE DT-RESP(D-I) TO SUM-RESP
                   PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > 5
                       MOVE DT-SUM(D-I, C-I) TO SUM-C(C-I)
                   END-PERFORM
                   PERFORM OVERALL-RTN
                   MOVE AVG-WORK TO DT-OVERALL(D-I)
                   ADD 1 TO RANK-COUNT
                   MOVE D-I TO RANK-IX(RANK-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I >= RANK-COUNT
               COMPUTE R-J = R-I + 1
               PERFORM VARYING R-J FROM R-J BY 1 UNTIL R-J > RANK-COUNT
                   IF DT-OVERALL(RANK-IX(R-J))
                      > DT-OVERALL(RANK-IX(R-I))
                       MOVE RANK-IX(R-I) TO HOLD-IX
                       MOVE RANK-IX(R-J) TO RANK-IX(R-I)
                       MOVE HOLD-IX TO RANK-IX(R-J)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I > RANK-COUNT
               PERFORM RANK-LINE-RTN
           END-PERFORM.
           IF RANK-COUNT = 0
               MOVE 'NO DEPARTMENT HAS A CLASS LARGE ENOUGH TO RANK'
                   TO RN-TEXT
               WRITE DEANREC FROM RPT-NOTE-LINE AFTER 1
           END-IF.
           WRITE DEANREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > 5
               MOVE C-I TO LG-NO
               MOVE CRIT-NAME(C-I) TO LG-NAME
               WRITE DEANREC FROM LEGEND-LINE AFTER 1
           END-PERFORM.
           CLOSE DEANFILE.

       SEC-LINE-RTN.
           IF SC-RESP(S-I) = 0
               MOVE SC-SYS(S-I) TO SN-SYS
               MOVE SC-CLASSES(S-I) TO SN-CLASSES
               IF SC-SUPP(S-I) > 0
                   MOVE 'EVERY RATED CLASS SUPPRESSED' TO SN-TEXT
               ELSE
                   MOVE 'NO RESPONSES' TO SN-TEXT
               END-IF
               WRITE DEANREC FROM SEC-NOTE-LINE AFTER 1
           ELSE
               MOVE SC-RESP(S-I) TO SUM-RESP
               PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > 5
                   MOVE SC-SUM(S-I, C-I) TO SUM-C(C-I)
               END-PERFORM
               PERFORM FILL-CLASS-LINE-RTN
               MOVE SC-SYS(S-I) TO SL-SYS
               MOVE SC-CLASSES(S-I) TO SL-CLASSES
               MOVE SC-RESP(S-I) TO SL-RESP
               MOVE CL-C1 TO SL-C1
               MOVE CL-C2 TO SL-C2
               MOVE CL-C3 TO SL-C3
               MOVE CL-C4 TO SL-C4
               MOVE CL-C5 TO SL-C5
               MOVE CL-ALL TO SL-ALL
               WRITE DEANREC FROM SEC-LINE AFTER 1
           END-IF.

       RANK-LINE-RTN.
           MOVE RANK-IX(R-I) TO D-I.
           MOVE DT-RESP(D-I) TO SUM-RESP.
           PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > 5
               MOVE DT-SUM(D-I, C-I) TO SUM-C(C-I)
           END-PERFORM.
           PERFORM FILL-CLASS-LINE-RTN.
           MOVE R-I TO RK-RANK.
           MOVE DT-CODE(D-I) TO RK-CODE.
           MOVE DT-NAME(D-I) TO RK-NAME.
           MOVE DT-INSTR(D-I) TO RK-INSTR.
           MOVE DT-RESP(D-I) TO RK-RESP.
           MOVE CL-C1 TO RK-C1.
           MOVE CL-C2 TO RK-C2.
           MOVE CL-C3 TO RK-C3.
           MOVE CL-C4 TO RK-C4.
           MOVE CL-C5 TO RK-C5.
           MOVE CL-ALL TO RK-ALL.
           WRITE DEANREC FROM RANK-LINE AFTER 1.
