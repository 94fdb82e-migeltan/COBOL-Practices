       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACLOAD.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. FACULTY TEACHING-LOAD REPORT. EVERY FACMAST.TXT
      *ASSIGNMENT IS SORTED BY INSTRUCTOR AND TOTALLED PER
      *INSTRUCTOR - UNITS OFF SUBJMAST.TXT, THE NUMBER OF DISTINCT
      *SUBJECTS (PREPARATIONS) AND THE CONTACT HOURS A WEEK OFF THE
      *CLSCHED.TXT CLASS SCHEDULE (A CLASS NOT YET SCHEDULED COUNTS
      *ONE HOUR PER UNIT AND IS MARKED). A LOAD ABOVE THE REGULAR
      *LOAD IS FLAGGED OVERLOAD AND LISTED AGAIN AT THE END FOR THE
      *PAYROLL MEMO; A LOAD BELOW THE MINIMUM IS FLAGGED UNDERLOAD.
      *FACPRM.TXT HOLDS THE REGULAR LOAD AND THE MINIMUM, TWO DIGITS
      *EACH (24 AND 18 UNITS WHEN ABSENT). LAST COMES EVERY SECTION
      *ON SECMAST.TXT THAT HAS NO INSTRUCTOR OF RECORD AT ALL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACMASTFILE ASSIGN TO "FACMAST.TXT"
               FILE STATUS IS WS-FAC-FS.
           SELECT SUBJMASTFILE ASSIGN TO "SUBJMAST.TXT"
               FILE STATUS IS WS-SBJ-FS.
           SELECT SECMASTFILE ASSIGN TO "SECMAST.TXT"
               FILE STATUS IS WS-SEC-FS.
           SELECT SCHEDFILE ASSIGN TO "CLSCHED.TXT"
               FILE STATUS IS WS-SCH-FS.
           SELECT PRMFILE ASSIGN TO "FACPRM.TXT"
               FILE STATUS IS WS-PRM-FS.
           SELECT SORTFILE ASSIGN TO "SRTWK4".
           SELECT RPTFILE ASSIGN TO "FACLOADR".

       DATA DIVISION.
       FILE SECTION.

       FD  FACMASTFILE.
       01  FAC-MAST-REC.
           05 FM-SYS PIC X(5).
           05 FM-SUBJ PIC X(6).
           05 FM-OPER PIC X(8).

       FD  SUBJMASTFILE.
       01  SUBJ-MAST-REC.
           05 SJ-CODE PIC X(6).
           05 SJ-TITLE PIC X(20).
           05 SJ-UNITS PIC 9.

       FD  SECMASTFILE.
       01  SEC-MAST-REC.
           05 SM-CODE PIC X(5).
           05 SM-CAP PIC 9(3).
           05 SM-ENR PIC 9(3).

      *days are positional - M T W H F S U, blank on a day off
       FD  SCHEDFILE.
       01  SCHED-REC.
           05 CS-SYS PIC X(5).
           05 CS-SUBJ PIC X(6).
           05 CS-DAYS PIC X(7).
           05 CS-START PIC 9(4).
           05 CS-END PIC 9(4).
           05 CS-ROOM PIC X(6).
           05 CS-OPER PIC X(8).

       FD  PRMFILE.
       01  PRM-REC.
           05 PRM-REGULAR PIC 99.
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

       WORKING-STORAGE SECTION.

       01 WS-FAC-FS PIC XX VALUE SPACES.
       01 WS-SBJ-FS PIC XX VALUE SPACES.
       01 WS-SEC-FS PIC XX VALUE SPACES.
       01 WS-SCH-FS PIC XX VALUE SPACES.
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

       01 REGULAR-LOAD PIC 99 VALUE 24.
       01 MINIMUM-LOAD PIC 99 VALUE 18.

       01 SBJ-TABLE.
           05 SBJ-ENTRY OCCURS 50 TIMES.
               10 SBJ-CODE PIC X(6).
               10 SBJ-TITLE PIC X(20).
               10 SBJ-UNITS PIC 9.
       01 SBJ-COUNT PIC 99 VALUE 0.
       01 SBJ-I PIC 99 VALUE 0.
       01 SBJ-FOUND-I PIC 99 VALUE 0.

       01 SEC-TABLE.
           05 SEC-ENTRY OCCURS 50 TIMES.
               10 SEC-CODE PIC X(5).
               10 SEC-STAFFED PIC 9.
       01 SEC-COUNT PIC 99 VALUE 0.
       01 SEC-I PIC 99 VALUE 0.
       01 SEC-ON-HAND PIC 9 VALUE 0.

       01 SCHED-TABLE.
           05 SCHED-ENTRY OCCURS 200 TIMES.
               10 CT-SYS PIC X(5).
               10 CT-SUBJ PIC X(6).
               10 CT-DAYS PIC X(7).
               10 CT-START PIC 9(4).
               10 CT-END PIC 9(4).
       01 SCHED-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.

      *contact minutes of one class a week - meeting days times the
      *length of the meeting
       01 CLASS-DAYS PIC X(7) VALUE SPACES.
       01 CLASS-DAYS-X REDEFINES CLASS-DAYS.
           05 CLASS-DAY OCCURS 7 TIMES PIC X.
       01 D-I PIC 9 VALUE 0.
       01 DAY-COUNT PIC 9 VALUE 0.
       01 TIME-HHMM PIC 9(4) VALUE 0.
       01 TIME-HHMM-X REDEFINES TIME-HHMM.
           05 TIME-HH PIC 99.
           05 TIME-MM PIC 99.
       01 START-MIN PIC 9(4) VALUE 0.
       01 END-MIN PIC 9(4) VALUE 0.
       01 CLASS-MIN PIC 9(5) VALUE 0.
       01 UNSCHED-SW PIC 9 VALUE 0.

      *one instructor's running totals
       01 CUR-OPER PIC X(8) VALUE SPACES.
       01 CUR-UNITS PIC 9(3) VALUE 0.
       01 CUR-MIN PIC 9(5) VALUE 0.
       01 CUR-PREPS PIC 99 VALUE 0.
       01 CUR-CLASSES PIC 99 VALUE 0.
       01 LAST-SUBJ PIC X(6) VALUE SPACES.
       01 CUR-HOURS PIC 9(3)V9 VALUE 0.
       01 WORK-UNITS PIC 9 VALUE 0.

      *overloads held for the payroll memo at the end
       01 OVL-TABLE.
           05 OVL-ENTRY OCCURS 100 TIMES.
               10 OV-OPER PIC X(8).
               10 OV-UNITS PIC 9(3).
               10 OV-EXCESS PIC 9(3).
       01 OVL-COUNT PIC 9(3) VALUE 0.
       01 OV-I PIC 9(3) VALUE 0.

       01 FAC-COUNT PIC 9(3) VALUE 0.
       01 UNDER-COUNT PIC 9(3) VALUE 0.
       01 UNSTAFFED-COUNT PIC 99 VALUE 0.

       01 RPT-HEAD.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(22) VALUE 'Faculty Teaching Load'.
           02 FILLER PIC X(13) VALUE SPACES.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(12) VALUE SPACES.

       01 RPT-PARM-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(14) VALUE 'Regular load: '.
           02 RPL-REGULAR PIC Z9.
           02 FILLER PIC X(19) VALUE ' units    Minimum: '.
           02 RPL-MINIMUM PIC Z9.
           02 FILLER PIC X(41) VALUE ' units'.

       01 RPT-OPER-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Instructor: '.
           02 RO-OPER PIC X(8).
           02 FILLER PIC X(58) VALUE SPACES.

       01 RPT-DETAIL.
           02 FILLER PIC X(6) VALUE SPACES.
           02 RD-SYS PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SUBJ PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-TITLE PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-UNITS PIC 9.
           02 FILLER PIC X(7) VALUE ' units '.
           02 RD-HOURS PIC Z9.9.
           02 FILLER PIC X(4) VALUE ' hrs'.
           02 RD-MARK PIC X(1).
           02 FILLER PIC X(20) VALUE SPACES.

       01 RPT-TOTAL-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Units: '.
           02 RT-UNITS PIC ZZ9.
           02 FILLER PIC X(9) VALUE '  Preps: '.
           02 RT-PREPS PIC Z9.
           02 FILLER PIC X(17) VALUE '  Contact hours: '.
           02 RT-HOURS PIC ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RT-FLAG PIC X(29).

       01 RPT-MEMO-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               'Overload memo for payroll'.
           02 FILLER PIC X(38) VALUE SPACES.

       01 RPT-MEMO-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 RM-OPER PIC X(8).
           02 FILLER PIC X(9) VALUE '  units: '.
           02 RM-UNITS PIC ZZ9.
           02 FILLER PIC X(18) VALUE '  overload units: '.
           02 RM-EXCESS PIC ZZ9.
           02 FILLER PIC X(33) VALUE SPACES.

       01 RPT-NOTE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RN-TEXT PIC X(78).

       01 RPT-SEC-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 RS-CODE PIC X(5).
           02 FILLER PIC X(69) VALUE SPACES.

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
           IF REFUSED-SW = 1
               DISPLAY 'NO LOAD REPORT PRINTED.'
               STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           MOVE WS-RUN-DATE TO RH-DATE.
           MOVE REGULAR-LOAD TO RPL-REGULAR.
           MOVE MINIMUM-LOAD TO RPL-MINIMUM.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           WRITE RPTREC FROM RPT-PARM-LINE AFTER 2.

           SORT SORTFILE ON ASCENDING KEY SRT-OPER
                         ON ASCENDING KEY SRT-SUBJ
                         ON ASCENDING KEY SRT-SYS
               USING FACMASTFILE
               OUTPUT PROCEDURE IS LOAD-REPORT-RTN
                   THRU LOAD-REPORT-RTN-END.

           PERFORM MEMO-RTN.
           PERFORM UNSTAFFED-RTN.
           CLOSE RPTFILE.

           DISPLAY 'INSTRUCTORS: ' FAC-COUNT '  OVERLOAD: ' OVL-COUNT
               '  UNDERLOAD: ' UNDER-COUNT.
           DISPLAY 'SECTIONS WITH NO INSTRUCTOR: ' UNSTAFFED-COUNT.
           DISPLAY 'SEE FACLOADR.'.
           STOP RUN.

      *the faculty master and the subject catalog are needed; the
      *section master and the schedule are used when on hand
       LOAD-MASTERS-RTN.
           OPEN INPUT FACMASTFILE.
           IF WS-FAC-FS NOT = '00'
               DISPLAY 'NO FACMAST.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-MASTERS-RTN-END
           END-IF.
           CLOSE FACMASTFILE.

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

           MOVE 0 TO SEC-COUNT.
           OPEN INPUT SECMASTFILE.
           IF WS-SEC-FS = '00'
               MOVE 1 TO SEC-ON-HAND
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR SEC-COUNT = 50
                   READ SECMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO SEC-COUNT
                       MOVE SM-CODE TO SEC-CODE(SEC-COUNT)
                       MOVE 0 TO SEC-STAFFED(SEC-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SECMASTFILE
           END-IF.

           MOVE 0 TO SCHED-COUNT.
           OPEN INPUT SCHEDFILE.
           IF WS-SCH-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR SCHED-COUNT = 200
                   READ SCHEDFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO SCHED-COUNT
                       MOVE CS-SYS TO CT-SYS(SCHED-COUNT)
                       MOVE CS-SUBJ TO CT-SUBJ(SCHED-COUNT)
                       MOVE CS-DAYS TO CT-DAYS(SCHED-COUNT)
                       MOVE CS-START TO CT-START(SCHED-COUNT)
                       MOVE CS-END TO CT-END(SCHED-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SCHEDFILE
           END-IF.

           OPEN INPUT PRMFILE.
           IF WS-PRM-FS = '00'
               READ PRMFILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-REGULAR IS NUMERIC AND PRM-REGULAR > 0
                           MOVE PRM-REGULAR TO REGULAR-LOAD
                       END-IF
                       IF PRM-MINIMUM IS NUMERIC
                           MOVE PRM-MINIMUM TO MINIMUM-LOAD
                       END-IF
               END-READ
               CLOSE PRMFILE
           END-IF.
       LOAD-MASTERS-RTN-END.
           EXIT.

      *the sorted assignments, a break on each new instructor; an
      *assignment with no instructor keyed is not anyone's load
       LOAD-REPORT-RTN.
           MOVE 0 TO EOFSW.
           MOVE SPACES TO CUR-OPER.
           RETURN SORTFILE
               AT END MOVE 1 TO EOFSW
           END-RETURN.
           PERFORM UNTIL EOFSW = 1
               IF SRT-OPER NOT = SPACES
                   PERFORM STAFFED-RTN
                   IF SRT-OPER NOT = CUR-OPER
                       IF CUR-OPER NOT = SPACES
                           PERFORM OPER-TOTAL-RTN
                       END-IF
                       PERFORM OPER-START-RTN
                   END-IF
                   PERFORM ASSIGNMENT-RTN
               END-IF
               RETURN SORTFILE
                   AT END MOVE 1 TO EOFSW
               END-RETURN
           END-PERFORM.
           IF CUR-OPER NOT = SPACES
               PERFORM OPER-TOTAL-RTN
           END-IF.
       LOAD-REPORT-RTN-END.
           EXIT.

       STAFFED-RTN.
           PERFORM VARYING SEC-I FROM 1 BY 1 UNTIL SEC-I > SEC-COUNT
               IF SEC-CODE(SEC-I) = SRT-SYS
                   MOVE 1 TO SEC-STAFFED(SEC-I)
               END-IF
           END-PERFORM.

       OPER-START-RTN.
           MOVE SRT-OPER TO CUR-OPER.
           MOVE 0 TO CUR-UNITS CUR-MIN CUR-PREPS CUR-CLASSES.
           MOVE SPACES TO LAST-SUBJ.
           ADD 1 TO FAC-COUNT.
           MOVE CUR-OPER TO RO-OPER.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM RPT-OPER-LINE AFTER 1.

      *sorted by subject within the instructor, so a new subject
      *code is a new preparation
       ASSIGNMENT-RTN.
           ADD 1 TO CUR-CLASSES.
           IF SRT-SUBJ NOT = LAST-SUBJ
               ADD 1 TO CUR-PREPS
               MOVE SRT-SUBJ TO LAST-SUBJ
           END-IF.

           MOVE 0 TO SBJ-FOUND-I.
           PERFORM VARYING SBJ-I FROM 1 BY 1 UNTIL SBJ-I > SBJ-COUNT
               IF SBJ-CODE(SBJ-I) = SRT-SUBJ
                   MOVE SBJ-I TO SBJ-FOUND-I
               END-IF
           END-PERFORM.
           IF SBJ-FOUND-I > 0
               MOVE SBJ-TITLE(SBJ-FOUND-I) TO RD-TITLE
               MOVE SBJ-UNITS(SBJ-FOUND-I) TO WORK-UNITS
           ELSE
               MOVE '** NOT ON SUBJMAST' TO RD-TITLE
               MOVE 0 TO WORK-UNITS
           END-IF.
           ADD WORK-UNITS TO CUR-UNITS.

           PERFORM CONTACT-RTN.
           ADD CLASS-MIN TO CUR-MIN.

           MOVE SRT-SYS TO RD-SYS.
           MOVE SRT-SUBJ TO RD-SUBJ.
           MOVE WORK-UNITS TO RD-UNITS.
           COMPUTE RD-HOURS ROUNDED = CLASS-MIN / 60.
           IF UNSCHED-SW = 1
               MOVE '*' TO RD-MARK
           ELSE
               MOVE SPACE TO RD-MARK
           END-IF.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.

      *minutes a week the class meets; a class not on the schedule
      *is counted at one hour a unit
       CONTACT-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCHED-COUNT
               IF CT-SYS(I) = SRT-SYS AND CT-SUBJ(I) = SRT-SUBJ
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.
           IF FOUND-I = 0
               MOVE 1 TO UNSCHED-SW
               COMPUTE CLASS-MIN = WORK-UNITS * 60
           ELSE
               MOVE 0 TO UNSCHED-SW
               MOVE CT-DAYS(FOUND-I) TO CLASS-DAYS
               MOVE 0 TO DAY-COUNT
               PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > 7
                   IF CLASS-DAY(D-I) NOT = SPACE
                       ADD 1 TO DAY-COUNT
                   END-IF
               END-PERFORM
               MOVE CT-START(FOUND-I) TO TIME-HHMM
               COMPUTE START-MIN = TIME-HH * 60 + TIME-MM
               MOVE CT-END(FOUND-I) TO TIME-HHMM
               COMPUTE END-MIN = TIME-HH * 60 + TIME-MM
               IF END-MIN > START-MIN
                   COMPUTE CLASS-MIN = DAY-COUNT
                       * (END-MIN - START-MIN)
               ELSE
                   MOVE 0 TO CLASS-MIN
               END-IF
           END-IF.

       OPER-TOTAL-RTN.
           MOVE CUR-UNITS TO RT-UNITS.
           MOVE CUR-PREPS TO RT-PREPS.
           COMPUTE CUR-HOURS ROUNDED = CUR-MIN / 60.
           MOVE CUR-HOURS TO RT-HOURS.
           MOVE SPACES TO RT-FLAG.
           IF CUR-UNITS > REGULAR-LOAD
               MOVE 'OVERLOAD' TO RT-FLAG
               IF OVL-COUNT < 100
                   ADD 1 TO OVL-COUNT
                   MOVE CUR-OPER TO OV-OPER(OVL-COUNT)
                   MOVE CUR-UNITS TO OV-UNITS(OVL-COUNT)
                   COMPUTE OV-EXCESS(OVL-COUNT) =
                       CUR-UNITS - REGULAR-LOAD
               END-IF
           END-IF.
           IF CUR-UNITS < MINIMUM-LOAD
               MOVE 'UNDERLOAD' TO RT-FLAG
               ADD 1 TO UNDER-COUNT
           END-IF.
           WRITE RPTREC FROM RPT-TOTAL-LINE AFTER 1.

       MEMO-RTN.
           MOVE '* not on CLSCHED.TXT - counted one contact hour a unit'
               TO RN-TEXT.
           WRITE RPTREC FROM RPT-NOTE-LINE AFTER 2.
           WRITE RPTREC FROM RPT-MEMO-HEAD AFTER 2.
           IF OVL-COUNT = 0
               MOVE 'NO INSTRUCTOR ABOVE THE REGULAR LOAD' TO RN-TEXT
               WRITE RPTREC FROM RPT-NOTE-LINE AFTER 1
           END-IF.
           PERFORM VARYING OV-I FROM 1 BY 1 UNTIL OV-I > OVL-COUNT
               MOVE OV-OPER(OV-I) TO RM-OPER
               MOVE OV-UNITS(OV-I) TO RM-UNITS
               MOVE OV-EXCESS(OV-I) TO RM-EXCESS
               WRITE RPTREC FROM RPT-MEMO-LINE AFTER 1
           END-PERFORM.

       UNSTAFFED-RTN.
           MOVE 'Sections with no instructor of record' TO RN-TEXT.
           WRITE RPTREC FROM RPT-NOTE-LINE AFTER 2.
           IF SEC-ON-HAND = 0
               MOVE 'NO SECMAST.TXT ON HAND' TO RN-TEXT
               WRITE RPTREC FROM RPT-NOTE-LINE AFTER 1
           END-IF.
           PERFORM VARYING SEC-I FROM 1 BY 1 UNTIL SEC-I > SEC-COUNT
               IF SEC-STAFFED(SEC-I) = 0
                   MOVE SEC-CODE(SEC-I) TO RS-CODE
                   WRITE RPTREC FROM RPT-SEC-LINE AFTER 1
                   ADD 1 TO UNSTAFFED-COUNT
               END-IF
           END-PERFORM.
           IF SEC-ON-HAND = 1 AND UNSTAFFED-COUNT = 0
               MOVE 'NONE' TO RN-TEXT
               WRITE RPTREC FROM RPT-NOTE-LINE AFTER 1
           END-IF.
