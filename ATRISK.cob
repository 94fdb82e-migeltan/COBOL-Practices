       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATRISK.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MID-TERM EARLY WARNING, RUN RIGHT AFTER MIDTERMS SO
      *THE HOME HEARS OF TROUBLE WHILE THE TERM CAN STILL BE SAVED.
      *TWO STEPS. COLLECT, ONCE PER CLASS RIGHT AFTER ITS QCODE RUN:
      *FOR THE SUBJECT AND SECTION KEYED, EVERY STUDENT'S CLASS
      *STANDING FROM QCAVE.TXT, MIDTERM QUIZ AVERAGE FROM QCIN.TXT
      *AND ABSENCES FROM ATTEND.TXT ARE CHECKED AGAINST THE RISKPRM.TXT
      *THRESHOLDS, AND ANYONE BELOW ANY OF THEM GOES ON RISKLIST.TXT
      *(A RE-COLLECT OF THE SAME CLASS REPLACES ITS ROWS). NOTICES,
      *ONCE ALL CLASSES ARE IN: ONE NOTICE PER STUDENT ON RISKNOT TO
      *THE PARENT OR GUARDIAN ON GUARDMST.TXT LISTING EVERY SUBJECT
      *FLAGGED, WITH THE GUIDANCE OFFICE SUMMARY ON RISKSUM. A
      *SUBJECT ALREADY ON RISKHIST.TXT FOR THE TERM IS NOT NOTIFIED
      *AGAIN; EVERY SUBJECT NOTIFIED IS ADDED TO IT. A DATE THE
      *SECTION'S CLASSES WERE SUSPENDED (SUSPEND.TXT) IS NOT A SESSION
      *AND AN ABSENCE ON IT DOES NOT COUNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *thresholds - absent means standing 60, midterm 60 and
      *absences at 15 percent of sessions held
           SELECT PRMFILE ASSIGN TO "RISKPRM.TXT"
               FILE STATUS IS WS-PRM-FS.
           SELECT AVEFILE ASSIGN TO "QCAVE.TXT"
               FILE STATUS IS WS-AVE-FS.
           SELECT MIDFILE ASSIGN TO "QCIN.TXT"
               FILE STATUS IS WS-MID-FS.
           SELECT ATTFILE ASSIGN TO "ATTEND.TXT"
               FILE STATUS IS WS-ATT-FS.
           SELECT SUSPFILE ASSIGN TO "SUSPEND.TXT"
               FILE STATUS IS WS-SUS-FS.
           SELECT OPTIONAL RISKFILE ASSIGN TO "RISKLIST.TXT"
               FILE STATUS IS WS-RSK-FS.
           SELECT OPTIONAL HISTFILE ASSIGN TO "RISKHIST.TXT"
               FILE STATUS IS WS-HST-FS.
           SELECT GRDFILE ASSIGN TO "GUARDMST.TXT"
               FILE STATUS IS WS-GRD-FS.
           SELECT LTRFILE ASSIGN TO "RISKNOT".
           SELECT RPTFILE ASSIGN TO "RISKSUM".

       DATA DIVISION.
       FILE SECTION.

       FD  PRMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRM-REC.

       01  PRM-REC.
           05 RP-STANDING PIC 9(3)V99.
           05 RP-MIDTERM PIC 9(3)V99.
           05 RP-ABS-PCT PIC 9(3).

      *QCODE's per-student bridge record
       FD  AVEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AVE-REC.

       01  AVE-REC.
           05 AV-SNO PIC 9(5).
           05 AV-SNA PIC X(25).
           05 AV-AVE PIC 9(3)V99.
           05 AV-STANDING PIC 9(3)V99.

      *midterm quiz codes, score*10+code as QCODE reads them
       FD  MIDFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS MID-REC.

       01  MID-REC.
           05 MID-SNO-IN PIC 9(5).
           05 MID-SNA-IN PIC X(25).
           05 MID-SCORECODE-IN PIC 9(4).

       FD  ATTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ATT-REC.

       01  ATT-REC.
           05 AT-SYS PIC X(5).
           05 AT-DATE PIC 9(8).
           05 AT-SNO PIC 9(5).
           05 AT-FLAG PIC X.

       FD  SUSPFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUSP-REC.

       01  SUSP-REC.
           05 SU-SYS PIC X(5).
           05 SU-DATE PIC 9(8).
           05 SU-NOS PIC X(20).
           05 SU-YEAR PIC 9(4).
           05 SU-PROV PIC X(15).
           05 SU-SIGNAL PIC 9.
           05 SU-RUN-DATE PIC 9(8).

      *RL-FLAGS: S standing, M midterm, A absences - by position
       FD  RISKFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RISK-REC.

       01  RISK-REC.
           05 RL-TERM PIC X(5).
           05 RL-SNO PIC 9(5).
           05 RL-SNA PIC X(25).
           05 RL-SUBJ PIC X(6).
           05 RL-SYS PIC X(5).
           05 RL-STANDING PIC 9(3)V99.
           05 RL-MIDTERM PIC 9(3)V99.
           05 RL-MID-SW PIC 9.
           05 RL-ABSENT PIC 9(3).
           05 RL-SESSIONS PIC 9(3).
           05 RL-FLAGS PIC X(3).

       FD  HISTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC.

       01  HIST-REC.
           05 RH-TERM PIC X(5).
           05 RH-SNO PIC 9(5).
           05 RH-SUBJ PIC X(6).
           05 RH-DATE PIC 9(8).

       FD  GRDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GRD-REC.

       01  GRD-REC.
           05 GD-SNO PIC 9(5).
           05 GD-NAME PIC X(25).
           05 GD-RELATION PIC X(10).
           05 GD-ADDRESS PIC X(40).
           05 GD-CONTACT PIC X(15).

       FD  LTRFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS LTRREC.

       01  LTRREC PIC X(80).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PRM-FS PIC XX VALUE SPACES.
       01 WS-AVE-FS PIC XX VALUE SPACES.
       01 WS-MID-FS PIC XX VALUE SPACES.
       01 WS-ATT-FS PIC XX VALUE SPACES.
       01 WS-SUS-FS PIC XX VALUE SPACES.
       01 WS-RSK-FS PIC XX VALUE SPACES.
       01 WS-HST-FS PIC XX VALUE SPACES.
       01 WS-GRD-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.

       01 TERM-CODE PIC X(5) VALUE SPACES.
       01 RUN-MODE PIC X VALUE SPACES.
       01 WORK-SUBJ PIC X(6) VALUE SPACES.
       01 WORK-SYS PIC X(5) VALUE SPACES.

       01 THR-STANDING PIC 9(3)V99 VALUE 60.00.
       01 THR-MIDTERM PIC 9(3)V99 VALUE 60.00.
       01 THR-ABS-PCT PIC 9(3) VALUE 15.

      *midterm quiz totals per student
       01 MID-TABLE.
           05 MID-ENTRY OCCURS 300 TIMES.
               10 MT-SNO PIC 9(5).
               10 MT-TOTAL PIC 9(5).
               10 MT-COUNT PIC 9(2).
       01 MID-COUNT PIC 9(3) VALUE 0.
       01 MT-I PIC 9(3) VALUE 0.
       01 MT-FOUND PIC 9(3) VALUE 0.
       01 WS-SCORE PIC 9(3) VALUE 0.

      *the section's meeting dates and each student's absences
       01 SESS-TABLE.
           05 SESS-DATE PIC 9(8) OCCURS 200 TIMES.
       01 SESS-COUNT PIC 9(3) VALUE 0.
       01 SE-I PIC 9(3) VALUE 0.
       01 SE-FOUND PIC 9 VALUE 0.
      *the section's suspended dates
       01 SUSP-TABLE.
           05 SUSP-DATE PIC 9(8) OCCURS 200 TIMES.
       01 SUSP-COUNT PIC 9(3) VALUE 0.
       01 SU-I PIC 9(3) VALUE 0.
       01 ABS-TABLE.
           05 ABS-ENTRY OCCURS 300 TIMES.
               10 AB-SNO PIC 9(5).
               10 AB-ABS PIC 9(3).
       01 ABS-COUNT PIC 9(3) VALUE 0.
       01 AB-I PIC 9(3) VALUE 0.
       01 AB-FOUND PIC 9(3) VALUE 0.

      *RISKLIST.TXT held whole - collect rewrites it
       01 RISK-TABLE.
           05 RISK-ENTRY OCCURS 1000 TIMES.
               10 RK-TERM PIC X(5).
               10 RK-SNO PIC 9(5).
               10 RK-SNA PIC X(25).
               10 RK-SUBJ PIC X(6).
               10 RK-SYS PIC X(5).
               10 RK-STANDING PIC 9(3)V99.
               10 RK-MIDTERM PIC 9(3)V99.
               10 RK-MID-SW PIC 9.
               10 RK-ABSENT PIC 9(3).
               10 RK-SESSIONS PIC 9(3).
               10 RK-FLAGS PIC X(3).
               10 RK-FLAG REDEFINES RK-FLAGS PIC X OCCURS 3 TIMES.
               10 RK-DONE PIC 9.
               10 RK-NEW PIC 9.
       01 RISK-COUNT PIC 9(4) VALUE 0.
       01 RK-I PIC 9(4) VALUE 0.
       01 RK-J PIC 9(4) VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.
       01 REPLACED-COUNT PIC 9(4) VALUE 0.

       01 WORK-FLAGS PIC X(3) VALUE SPACES.
       01 WORK-FLAGS-X REDEFINES WORK-FLAGS.
           05 WF-FLAG PIC X OCCURS 3 TIMES.
       01 WORK-MIDTERM PIC 9(3)V99 VALUE 0.
       01 WORK-MID-SW PIC 9 VALUE 0.
       01 WORK-ABSENT PIC 9(3) VALUE 0.
       01 WORK-ABS-PCT PIC 9(3)V99 VALUE 0.

      *subjects already notified, all terms
       01 HIST-TABLE.
           05 HIST-ENTRY OCCURS 2000 TIMES.
               10 HS-TERM PIC X(5).
               10 HS-SNO PIC 9(5).
               10 HS-SUBJ PIC X(6).
       01 HIST-COUNT PIC 9(4) VALUE 0.
       01 HS-I PIC 9(4) VALUE 0.
       01 HS-FOUND PIC 9 VALUE 0.

       01 GRD-TABLE.
           05 GRD-ENTRY OCCURS 500 TIMES.
               10 GT-SNO PIC 9(5).
               10 GT-NAME PIC X(25).
               10 GT-RELATION PIC X(10).
               10 GT-ADDRESS PIC X(40).
               10 GT-CONTACT PIC X(15).
       01 GRD-COUNT PIC 9(3) VALUE 0.
       01 GT-I PIC 9(3) VALUE 0.
       01 GT-FOUND PIC 9(3) VALUE 0.

       01 FLAGGED-COUNT PIC 9(4) VALUE 0.
       01 CHECKED-COUNT PIC 9(4) VALUE 0.
       01 NOTICE-COUNT PIC 9(4) VALUE 0.
       01 EARLIER-COUNT PIC 9(4) VALUE 0.
       01 NOGRD-COUNT PIC 9(4) VALUE 0.
       01 NEW-SUBJ-COUNT PIC 9(2) VALUE 0.

      *two-digit years window at 50, same convention as the registry
       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01 LTR-HEAD-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(40) VALUE 'Guidance and Counseling Office'.
           02 FILLER PIC X(24) VALUE SPACES.
           02 LH-DATE PIC 9(8).
           02 FILLER PIC X(6) VALUE SPACES.

       01 LTR-TITLE-LINE.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(40)
               VALUE 'MID-TERM ACADEMIC STANDING NOTICE'.
           02 FILLER PIC X(20) VALUE SPACES.

       01 LTR-ADDR-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LA-TEXT PIC X(60).
           02 FILLER PIC X(18) VALUE SPACES.

       01 LTR-SALUTE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'Dear '.
           02 LS-NAME PIC X(26).
           02 FILLER PIC X(47) VALUE SPACES.

       01 LTR-STUDENT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'At mid-term,'.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LP-NAME PIC X(25).
           02 FILLER PIC X(13) VALUE ' (Student No.'.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LP-SNO PIC 9(5).
           02 FILLER PIC X(10) VALUE ') of term '.
           02 LP-TERM PIC X(5).
           02 FILLER PIC X(6) VALUE SPACES.

       01 LTR-SUBJ-HEAD.
           02 FILLER PIC X(6) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Subject'.
           02 FILLER PIC X(9) VALUE 'Section'.
           02 FILLER PIC X(11) VALUE 'Standing'.
           02 FILLER PIC X(10) VALUE 'Midterm'.
           02 FILLER PIC X(35) VALUE 'Absences'.

       01 LTR-SUBJ-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 LJ-SUBJ PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 LJ-SYS PIC X(5).
           02 FILLER PIC X(4) VALUE SPACES.
           02 LJ-STANDING PIC ZZ9.99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 LJ-MIDTERM PIC X(6).
           02 FILLER PIC X(4) VALUE SPACES.
           02 LJ-ABSENT PIC ZZ9.
           02 FILLER PIC X(4) VALUE ' of '.
           02 LJ-SESSIONS PIC ZZ9.
           02 FILLER PIC X(26) VALUE SPACES.

       01 LTR-TEXT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LX-TEXT PIC X(70).
           02 FILLER PIC X(8) VALUE SPACES.

       01 LTR-SIGN-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'Guidance Counselor'.
           02 FILLER PIC X(48) VALUE SPACES.

       01 RPT-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(40)
               VALUE 'At-Risk Students - Mid-Term Summary'.
           02 FILLER PIC X(5) VALUE 'Term '.
           02 RH-TERM-OUT PIC X(5).
           02 FILLER PIC X(14) VALUE SPACES.
           02 RH-DATE-OUT PIC 9(8).
           02 FILLER PIC X(6) VALUE SPACES.

       01 RPT-THR-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'Flagged below: stdg '.
           02 RT-STANDING PIC ZZ9.99.
           02 FILLER PIC X(10) VALUE '  midterm '.
           02 RT-MIDTERM PIC ZZ9.99.
           02 FILLER PIC X(19) VALUE '  or absences from '.
           02 RT-ABS-PCT PIC ZZ9.
           02 FILLER PIC X(14) VALUE '% of sessions'.

       01 RPT-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'SNo.'.
           02 FILLER PIC X(21) VALUE 'Name'.
           02 FILLER PIC X(7) VALUE 'Subj'.
           02 FILLER PIC X(6) VALUE 'Sect'.
           02 FILLER PIC X(7) VALUE ' Stdg'.
           02 FILLER PIC X(7) VALUE ' Midt'.
           02 FILLER PIC X(4) VALUE 'Abs'.
           02 FILLER PIC X(4) VALUE 'Why'.
           02 FILLER PIC X(16) VALUE 'Notice'.

       01 RPT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SNO PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 RD-SNA PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 RD-SUBJ PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 RD-SYS PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 RD-STANDING PIC ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 RD-MIDTERM PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 RD-ABSENT PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 RD-FLAGS PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 RD-STATUS PIC X(12).
           02 FILLER PIC X(4) VALUE SPACES.

       01 RPT-TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Notices: '.
           02 RT-NOTICES PIC ZZZ9.
           02 FILLER PIC X(20) VALUE '  Subjects earlier: '.
           02 RT-EARLIER PIC ZZZ9.
           02 FILLER PIC X(22) VALUE '  With no guardian: '.
           02 RT-NOGRD PIC ZZZ9.
           02 FILLER PIC X(14) VALUE SPACES.

       01 RPT-NOTE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RN-TEXT PIC X(78).

       01 WS-MID-OUT PIC ZZ9.99.
       01 BLANK-LINE PIC X(80) VALUE SPACES.

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
           PERFORM MODE-RTN.
           PERFORM LOAD-PRM-RTN THRU LOAD-PRM-RTN-END.
           PERFORM LOAD-RISK-RTN THRU LOAD-RISK-RTN-END.
           IF REFUSED-SW = 1
               DISPLAY 'NOTHING WRITTEN.'
               STOP RUN
           END-IF.

           IF RUN-MODE = 'C'
               PERFORM COLLECT-RTN THRU COLLECT-RTN-END
           ELSE
               PERFORM NOTICES-RTN THRU NOTICES-RTN-END
           END-IF.
           STOP RUN.

       TERM-RTN.
           DISPLAY 'Term/School Year Code: '.
           ACCEPT TERM-CODE.
           IF TERM-CODE = SPACES
               DISPLAY 'Required!'
               GO TO TERM-RTN
           END-IF.

       MODE-RTN.
           DISPLAY 'Collect a class or print Notices? (C/N): '.
           ACCEPT RUN-MODE.
           INSPECT RUN-MODE CONVERTING 'cn' TO 'CN'.
           IF RUN-MODE NOT = 'C' AND RUN-MODE NOT = 'N'
               DISPLAY 'C or N only!'
               GO TO MODE-RTN
           END-IF.

       LOAD-PRM-RTN.
           OPEN INPUT PRMFILE.
           IF WS-PRM-FS NOT = '00'
               GO TO LOAD-PRM-RTN-END
           END-IF.
           READ PRMFILE
               AT END CONTINUE
               NOT AT END
                   MOVE RP-STANDING TO THR-STANDING
                   MOVE RP-MIDTERM TO THR-MIDTERM
                   MOVE RP-ABS-PCT TO THR-ABS-PCT
           END-READ.
           CLOSE PRMFILE.
       LOAD-PRM-RTN-END.
           EXIT.

      *the list must fit whole - collect rewrites it
       LOAD-RISK-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT RISKFILE.
           PERFORM UNTIL EOFSW = 1
               READ RISKFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE RISKFILE.
           IF PRE-COUNT > 1000
               DISPLAY 'RISKLIST.TXT EXCEEDS 1000 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-RISK-RTN-END
           END-IF.

           MOVE 0 TO RISK-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT RISKFILE.
           PERFORM UNTIL EOFSW = 1
               READ RISKFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO RISK-COUNT
                   MOVE RL-TERM TO RK-TERM(RISK-COUNT)
                   MOVE RL-SNO TO RK-SNO(RISK-COUNT)
                   MOVE RL-SNA TO RK-SNA(RISK-COUNT)
                   MOVE RL-SUBJ TO RK-SUBJ(RISK-COUNT)
                   MOVE RL-SYS TO RK-SYS(RISK-COUNT)
                   MOVE RL-STANDING TO RK-STANDING(RISK-COUNT)
                   MOVE RL-MIDTERM TO RK-MIDTERM(RISK-COUNT)
                   MOVE RL-MID-SW TO RK-MID-SW(RISK-COUNT)
                   MOVE RL-ABSENT TO RK-ABSENT(RISK-COUNT)
                   MOVE RL-SESSIONS TO RK-SESSIONS(RISK-COUNT)
                   MOVE RL-FLAGS TO RK-FLAGS(RISK-COUNT)
                   MOVE 0 TO RK-DONE(RISK-COUNT)
                   MOVE 0 TO RK-NEW(RISK-COUNT)
               END-IF
           END-PERFORM.
           CLOSE RISKFILE.
           MOVE 0 TO EOFSW.
       LOAD-RISK-RTN-END.
           EXIT.

      *----------------------------------------------------------------
      *collect - one class, after its QCODE run
      *----------------------------------------------------------------
       COLLECT-RTN.
           PERFORM CLASS-RTN THRU CLASS-SYS.

           OPEN INPUT AVEFILE.
           IF WS-AVE-FS NOT = '00'
               DISPLAY 'NO QCAVE.TXT ON HAND - RUN QCODE FIRST.'
               DISPLAY 'NOTHING WRITTEN.'
               GO TO COLLECT-RTN-END
           END-IF.
           CLOSE AVEFILE.

           PERFORM LOAD-MIDTERM-RTN THRU LOAD-MIDTERM-RTN-END.
           PERFORM LOAD-ATTEND-RTN THRU LOAD-ATTEND-RTN-END.

      *a re-collect of the class replaces what it put here before
           MOVE 0 TO RK-J.
           MOVE 0 TO REPLACED-COUNT.
           PERFORM VARYING RK-I FROM 1 BY 1 UNTIL RK-I > RISK-COUNT
               IF RK-TERM(RK-I) = TERM-CODE
                  AND RK-SUBJ(RK-I) = WORK-SUBJ
                  AND RK-SYS(RK-I) = WORK-SYS
                   ADD 1 TO REPLACED-COUNT
               ELSE
                   ADD 1 TO RK-J
                   MOVE RISK-ENTRY(RK-I) TO RISK-ENTRY(RK-J)
               END-IF
           END-PERFORM.
           MOVE RK-J TO RISK-COUNT.

           OPEN INPUT AVEFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ AVEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO CHECKED-COUNT
                   PERFORM CHECK-ONE-RTN THRU CHECK-ONE-RTN-END
               END-IF
           END-PERFORM.
           CLOSE AVEFILE.

           OPEN OUTPUT RISKFILE.
           PERFORM VARYING RK-I FROM 1 BY 1 UNTIL RK-I > RISK-COUNT
               MOVE RK-TERM(RK-I) TO RL-TERM
               MOVE RK-SNO(RK-I) TO RL-SNO
               MOVE RK-SNA(RK-I) TO RL-SNA
               MOVE RK-SUBJ(RK-I) TO RL-SUBJ
               MOVE RK-SYS(RK-I) TO RL-SYS
               MOVE RK-STANDING(RK-I) TO RL-STANDING
               MOVE RK-MIDTERM(RK-I) TO RL-MIDTERM
               MOVE RK-MID-SW(RK-I) TO RL-MID-SW
               MOVE RK-ABSENT(RK-I) TO RL-ABSENT
               MOVE RK-SESSIONS(RK-I) TO RL-SESSIONS
               MOVE RK-FLAGS(RK-I) TO RL-FLAGS
               WRITE RISK-REC
           END-PERFORM.
           CLOSE RISKFILE.

           DISPLAY 'STUDENTS CHECKED: ' CHECKED-COUNT
               '  FLAGGED: ' FLAGGED-COUNT.
           IF REPLACED-COUNT > 0
               DISPLAY 'EARLIER ROWS FOR THE CLASS REPLACED: '
                   REPLACED-COUNT
           END-IF.
           DISPLAY 'SESSIONS HELD FOR ' WORK-SYS ': ' SESS-COUNT.
       COLLECT-RTN-END.
           EXIT.

       CLASS-RTN.
           DISPLAY 'Subject Code of the class: '.
           ACCEPT WORK-SUBJ.
           INSPECT WORK-SUBJ CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WORK-SUBJ = SPACES
               DISPLAY 'Required!'
               GO TO CLASS-RTN
           END-IF.
       CLASS-SYS.
           DISPLAY 'Year and Section (as on ATTEND.TXT): '.
           ACCEPT WORK-SYS.
           INSPECT WORK-SYS CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WORK-SYS = SPACES
               DISPLAY 'Required!'
               GO TO CLASS-SYS
           END-IF.

      *no QCIN.TXT means no midterm check, only standing and absences
       LOAD-MIDTERM-RTN.
           MOVE 0 TO MID-COUNT.
           OPEN INPUT MIDFILE.
           IF WS-MID-FS NOT = '00'
               DISPLAY 'NO QCIN.TXT - MIDTERM NOT CHECKED.'
               GO TO LOAD-MIDTERM-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ MIDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   COMPUTE WS-SCORE = MID-SCORECODE-IN / 10
                   MOVE 0 TO MT-FOUND
                   PERFORM VARYING MT-I FROM 1 BY 1
                           UNTIL MT-I > MID-COUNT
                       IF MT-SNO(MT-I) = MID-SNO-IN
                           MOVE MT-I TO MT-FOUND
                       END-IF
                   END-PERFORM
                   IF MT-FOUND = 0 AND MID-COUNT < 300
                       ADD 1 TO MID-COUNT
                       MOVE MID-COUNT TO MT-FOUND
                       MOVE MID-SNO-IN TO MT-SNO(MT-FOUND)
                       MOVE 0 TO MT-TOTAL(MT-FOUND)
                       MOVE 0 TO MT-COUNT(MT-FOUND)
                   END-IF
                   IF MT-FOUND > 0
                       ADD WS-SCORE TO MT-TOTAL(MT-FOUND)
                       ADD 1 TO MT-COUNT(MT-FOUND)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MIDFILE.
           MOVE 0 TO EOFSW.
       LOAD-MIDTERM-RTN-END.
           EXIT.

      *sessions held are the section's distinct meeting dates
       LOAD-ATTEND-RTN.
           MOVE 0 TO SESS-COUNT.
           MOVE 0 TO ABS-COUNT.
           MOVE 0 TO SUSP-COUNT.
           OPEN INPUT SUSPFILE.
           IF WS-SUS-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ SUSPFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0 AND SU-SYS = WORK-SYS
                      AND SUSP-COUNT < 200
                       ADD 1 TO SUSP-COUNT
                       MOVE SU-DATE TO SUSP-DATE(SUSP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SUSPFILE
           END-IF.

           OPEN INPUT ATTFILE.
           IF WS-ATT-FS NOT = '00'
               DISPLAY 'NO ATTEND.TXT - ABSENCES NOT CHECKED.'
               GO TO LOAD-ATTEND-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ATTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND AT-SYS = WORK-SYS
                   PERFORM TAKE-ATTEND-RTN THRU TAKE-ATTEND-RTN-END
               END-IF
           END-PERFORM.
           CLOSE ATTFILE.
           MOVE 0 TO EOFSW.
       LOAD-ATTEND-RTN-END.
           EXIT.

       TAKE-ATTEND-RTN.
           MOVE 0 TO SE-FOUND.
           PERFORM VARYING SU-I FROM 1 BY 1 UNTIL SU-I > SUSP-COUNT
               IF SUSP-DATE(SU-I) = AT-DATE
                   MOVE 1 TO SE-FOUND
               END-IF
           END-PERFORM.
           IF SE-FOUND = 1
               GO TO TAKE-ATTEND-RTN-END
           END-IF.

           MOVE 0 TO SE-FOUND.
           PERFORM VARYING SE-I FROM 1 BY 1 UNTIL SE-I > SESS-COUNT
               IF SESS-DATE(SE-I) = AT-DATE
                   MOVE 1 TO SE-FOUND
               END-IF
           END-PERFORM.
           IF SE-FOUND = 0 AND SESS-COUNT < 200
               ADD 1 TO SESS-COUNT
               MOVE AT-DATE TO SESS-DATE(SESS-COUNT)
           END-IF.

           IF AT-FLAG = 'A'
               MOVE 0 TO AB-FOUND
               PERFORM VARYING AB-I FROM 1 BY 1 UNTIL AB-I > ABS-COUNT
                   IF AB-SNO(AB-I) = AT-SNO
                       MOVE AB-I TO AB-FOUND
                   END-IF
               END-PERFORM
               IF AB-FOUND = 0 AND ABS-COUNT < 300
                   ADD 1 TO ABS-COUNT
                   MOVE ABS-COUNT TO AB-FOUND
                   MOVE AT-SNO TO AB-SNO(AB-FOUND)
                   MOVE 0 TO AB-ABS(AB-FOUND)
               END-IF
               IF AB-FOUND > 0
                   ADD 1 TO AB-ABS(AB-FOUND)
               END-IF
           END-IF.
       TAKE-ATTEND-RTN-END.
           EXIT.

      *below any one threshold puts the student on the list
       CHECK-ONE-RTN.
           MOVE SPACES TO WORK-FLAGS.
           IF AV-STANDING < THR-STANDING
               MOVE 'S' TO WF-FLAG(1)
           END-IF.

           MOVE 0 TO WORK-MIDTERM.
           MOVE 0 TO WORK-MID-SW.
           MOVE 0 TO MT-FOUND.
           PERFORM VARYING MT-I FROM 1 BY 1 UNTIL MT-I > MID-COUNT
               IF MT-SNO(MT-I) = AV-SNO
                   MOVE MT-I TO MT-FOUND
               END-IF
           END-PERFORM.
           IF MT-FOUND > 0
               IF MT-COUNT(MT-FOUND) > 0
                   COMPUTE WORK-MIDTERM ROUNDED =
                       MT-TOTAL(MT-FOUND) / MT-COUNT(MT-FOUND)
                   MOVE 1 TO WORK-MID-SW
                   IF WORK-MIDTERM < THR-MIDTERM
                       MOVE 'M' TO WF-FLAG(2)
                   END-IF
               END-IF
           END-IF.

           MOVE 0 TO WORK-ABSENT.
           PERFORM VARYING AB-I FROM 1 BY 1 UNTIL AB-I > ABS-COUNT
               IF AB-SNO(AB-I) = AV-SNO
                   MOVE AB-ABS(AB-I) TO WORK-ABSENT
               END-IF
           END-PERFORM.
           IF SESS-COUNT > 0
               COMPUTE WORK-ABS-PCT = WORK-ABSENT * 100 / SESS-COUNT
               IF WORK-ABSENT > 0 AND WORK-ABS-PCT >= THR-ABS-PCT
                   MOVE 'A' TO WF-FLAG(3)
               END-IF
           END-IF.

           IF WORK-FLAGS = SPACES
               GO TO CHECK-ONE-RTN-END
           END-IF.
           IF RISK-COUNT = 1000
               DISPLAY 'RISKLIST FULL - ' AV-SNO ' NOT LISTED.'
               GO TO CHECK-ONE-RTN-END
           END-IF.

           ADD 1 TO RISK-COUNT.
           ADD 1 TO FLAGGED-COUNT.
           MOVE TERM-CODE TO RK-TERM(RISK-COUNT).
           MOVE AV-SNO TO RK-SNO(RISK-COUNT).
           MOVE AV-SNA TO RK-SNA(RISK-COUNT).
           MOVE WORK-SUBJ TO RK-SUBJ(RISK-COUNT).
           MOVE WORK-SYS TO RK-SYS(RISK-COUNT).
           MOVE AV-STANDING TO RK-STANDING(RISK-COUNT).
           MOVE WORK-MIDTERM TO RK-MIDTERM(RISK-COUNT).
           MOVE WORK-MID-SW TO RK-MID-SW(RISK-COUNT).
           MOVE WORK-ABSENT TO RK-ABSENT(RISK-COUNT).
           MOVE SESS-COUNT TO RK-SESSIONS(RISK-COUNT).
           MOVE WORK-FLAGS TO RK-FLAGS(RISK-COUNT).
       CHECK-ONE-RTN-END.
           EXIT.

      *----------------------------------------------------------------
      *notices - every student on the list for the term
      *----------------------------------------------------------------
       NOTICES-RTN.
           PERFORM LOAD-HIST-RTN.
           PERFORM LOAD-GRD-RTN.

      *a subject is new when no notice for it went out this term
           PERFORM VARYING RK-I FROM 1 BY 1 UNTIL RK-I > RISK-COUNT
               IF RK-TERM(RK-I) = TERM-CODE
                   MOVE 1 TO RK-NEW(RK-I)
                   PERFORM VARYING HS-I FROM 1 BY 1
                           UNTIL HS-I > HIST-COUNT
                       IF HS-TERM(HS-I) = TERM-CODE
                          AND HS-SNO(HS-I) = RK-SNO(RK-I)
                          AND HS-SUBJ(HS-I) = RK-SUBJ(RK-I)
                           MOVE 0 TO RK-NEW(RK-I)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE 1 TO RK-DONE(RK-I)
               END-IF
           END-PERFORM.

           OPEN OUTPUT LTRFILE.
           OPEN OUTPUT RPTFILE.
           OPEN EXTEND HISTFILE.
           MOVE TERM-CODE TO RH-TERM-OUT.
           MOVE WS-RUN-DATE TO RH-DATE-OUT.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE THR-STANDING TO RT-STANDING.
           MOVE THR-MIDTERM TO RT-MIDTERM.
           MOVE THR-ABS-PCT TO RT-ABS-PCT.
           WRITE RPTREC FROM RPT-THR-LINE AFTER 1.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 2.

           PERFORM VARYING RK-I FROM 1 BY 1 UNTIL RK-I > RISK-COUNT
               IF RK-DONE(RK-I) = 0
                   PERFORM STUDENT-NOTICE-RTN
               END-IF
           END-PERFORM.

           MOVE NOTICE-COUNT TO RT-NOTICES.
           MOVE EARLIER-COUNT TO RT-EARLIER.
           MOVE NOGRD-COUNT TO RT-NOGRD.
           WRITE RPTREC FROM RPT-TOTAL-LINE AFTER 2.
           MOVE 'Why: S standing, M midterm, A absences. EARLIER - '
               TO RN-TEXT.
           WRITE RPTREC FROM RPT-NOTE-LINE AFTER 2.
           MOVE 'already notified for the subject this term.'
               TO RN-TEXT.
           WRITE RPTREC FROM RPT-NOTE-LINE AFTER 1.
           CLOSE HISTFILE.
           CLOSE RPTFILE.
           CLOSE LTRFILE.

           DISPLAY 'NOTICES ON RISKNOT: ' NOTICE-COUNT
               '  SUMMARY ON RISKSUM.'.
           IF NOGRD-COUNT > 0
               DISPLAY 'NOTICES WITH NO GUARDIAN ON FILE: '
                   NOGRD-COUNT
           END-IF.
       NOTICES-RTN-END.
           EXIT.

       LOAD-HIST-RTN.
           MOVE 0 TO HIST-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT HISTFILE.
           PERFORM UNTIL EOFSW = 1 OR HIST-COUNT = 2000
               READ HISTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO HIST-COUNT
                   MOVE RH-TERM TO HS-TERM(HIST-COUNT)
                   MOVE RH-SNO TO HS-SNO(HIST-COUNT)
                   MOVE RH-SUBJ TO HS-SUBJ(HIST-COUNT)
               END-IF
           END-PERFORM.
           CLOSE HISTFILE.
           MOVE 0 TO EOFSW.

       LOAD-GRD-RTN.
           MOVE 0 TO GRD-COUNT.
           OPEN INPUT GRDFILE.
           IF WS-GRD-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR GRD-COUNT = 500
                   READ GRDFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO GRD-COUNT
                       MOVE GD-SNO TO GT-SNO(GRD-COUNT)
                       MOVE GD-NAME TO GT-NAME(GRD-COUNT)
                       MOVE GD-RELATION TO GT-RELATION(GRD-COUNT)
                       MOVE GD-ADDRESS TO GT-ADDRESS(GRD-COUNT)
                       MOVE GD-CONTACT TO GT-CONTACT(GRD-COUNT)
                   END-IF
               END-PERFORM
               CLOSE GRDFILE
               MOVE 0 TO EOFSW
           ELSE
               DISPLAY 'NO GUARDMST.TXT - NOTICES GO TO THE '
                   'PARENT OR GUARDIAN BY THE STUDENT''S NAME.'
           END-IF.

      *RK-I is the student's first row; every row of theirs for the
      *term goes on the summary, the new ones on one notice
       STUDENT-NOTICE-RTN.
           MOVE 0 TO NEW-SUBJ-COUNT.
           PERFORM VARYING RK-J FROM RK-I BY 1 UNTIL RK-J > RISK-COUNT
               IF RK-DONE(RK-J) = 0 AND RK-SNO(RK-J) = RK-SNO(RK-I)
                   IF RK-NEW(RK-J) = 1
                       ADD 1 TO NEW-SUBJ-COUNT
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 0 TO GT-FOUND.
           PERFORM VARYING GT-I FROM 1 BY 1 UNTIL GT-I > GRD-COUNT
               IF GT-SNO(GT-I) = RK-SNO(RK-I)
                   MOVE GT-I TO GT-FOUND
               END-IF
           END-PERFORM.

           IF NEW-SUBJ-COUNT > 0
               PERFORM NOTICE-HEAD-RTN
               ADD 1 TO NOTICE-COUNT
               IF GT-FOUND = 0
                   ADD 1 TO NOGRD-COUNT
               END-IF
           END-IF.

           PERFORM VARYING RK-J FROM RK-I BY 1 UNTIL RK-J > RISK-COUNT
               IF RK-DONE(RK-J) = 0 AND RK-SNO(RK-J) = RK-SNO(RK-I)
                   PERFORM SUMMARY-LINE-RTN
                   IF RK-NEW(RK-J) = 1
                       PERFORM NOTICE-SUBJ-RTN
                   END-IF
                   MOVE 1 TO RK-DONE(RK-J)
               END-IF
           END-PERFORM.

           IF NEW-SUBJ-COUNT > 0
               PERFORM NOTICE-CLOSE-RTN
           END-IF.

       NOTICE-HEAD-RTN.
           MOVE WS-RUN-DATE TO LH-DATE.
           WRITE LTRREC FROM LTR-HEAD-LINE AFTER PAGE.
           WRITE LTRREC FROM LTR-TITLE-LINE AFTER 3.
           IF GT-FOUND > 0
               MOVE GT-NAME(GT-FOUND) TO LA-TEXT
               WRITE LTRREC FROM LTR-ADDR-LINE AFTER 2
               MOVE GT-ADDRESS(GT-FOUND) TO LA-TEXT
               WRITE LTRREC FROM LTR-ADDR-LINE AFTER 1
               IF GT-CONTACT(GT-FOUND) NOT = SPACES
                   MOVE SPACES TO LA-TEXT
                   STRING 'Tel. ' DELIMITED BY SIZE
                       GT-CONTACT(GT-FOUND) DELIMITED BY SIZE
                       INTO LA-TEXT
                   WRITE LTRREC FROM LTR-ADDR-LINE AFTER 1
               END-IF
               MOVE GT-NAME(GT-FOUND) TO LS-NAME
           ELSE
               MOVE 'The Parent or Guardian of' TO LA-TEXT
               WRITE LTRREC FROM LTR-ADDR-LINE AFTER 2
               MOVE RK-SNA(RK-I) TO LA-TEXT
               WRITE LTRREC FROM LTR-ADDR-LINE AFTER 1
               MOVE 'Parent or Guardian,' TO LS-NAME
           END-IF.
           WRITE LTRREC FROM LTR-SALUTE-LINE AFTER 2.

           MOVE RK-SNA(RK-I) TO LP-NAME.
           MOVE RK-SNO(RK-I) TO LP-SNO.
           MOVE TERM-CODE TO LP-TERM.
           WRITE LTRREC FROM LTR-STUDENT-LINE AFTER 2.
           MOVE 'is at risk of failing the subjects below. A standing'
               TO LX-TEXT.
           WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1.
           MOVE 'or midterm under the passing mark, or absences near'
               TO LX-TEXT.
           WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1.
           MOVE 'the limit that fails a student outright, is shown.'
               TO LX-TEXT.
           WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1.
           WRITE LTRREC FROM LTR-SUBJ-HEAD AFTER 2.

       NOTICE-SUBJ-RTN.
           MOVE RK-SUBJ(RK-J) TO LJ-SUBJ.
           MOVE RK-SYS(RK-J) TO LJ-SYS.
           MOVE RK-STANDING(RK-J) TO LJ-STANDING.
           IF RK-MID-SW(RK-J) = 1
               MOVE RK-MIDTERM(RK-J) TO WS-MID-OUT
               MOVE WS-MID-OUT TO LJ-MIDTERM
           ELSE
               MOVE '    --' TO LJ-MIDTERM
           END-IF.
           MOVE RK-ABSENT(RK-J) TO LJ-ABSENT.
           MOVE RK-SESSIONS(RK-J) TO LJ-SESSIONS.
           WRITE LTRREC FROM LTR-SUBJ-LINE AFTER 1.

           MOVE TERM-CODE TO RH-TERM.
           MOVE RK-SNO(RK-J) TO RH-SNO.
           MOVE RK-SUBJ(RK-J) TO RH-SUBJ.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE HIST-REC.

       NOTICE-CLOSE-RTN.
           MOVE 'We ask that you talk these over with your child and'
               TO LX-TEXT.
           WRITE LTRREC FROM LTR-TEXT-LINE AFTER 2.
           MOVE 'call or visit the Guidance Office so that we can help'
               TO LX-TEXT.
           WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1.
           MOVE 'while the term can still be saved.' TO LX-TEXT.
           WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1.
           WRITE LTRREC FROM LTR-SIGN-LINE AFTER 3.

       SUMMARY-LINE-RTN.
           MOVE RK-SNO(RK-J) TO RD-SNO.
           MOVE RK-SNA(RK-J) TO RD-SNA.
           MOVE RK-SUBJ(RK-J) TO RD-SUBJ.
           MOVE RK-SYS(RK-J) TO RD-SYS.
           MOVE RK-STANDING(RK-J) TO RD-STANDING.
           IF RK-MID-SW(RK-J) = 1
               MOVE RK-MIDTERM(RK-J) TO WS-MID-OUT
               MOVE WS-MID-OUT TO RD-MIDTERM
           ELSE
               MOVE '    --' TO RD-MIDTERM
           END-IF.
           MOVE RK-ABSENT(RK-J) TO RD-ABSENT.
           MOVE RK-FLAGS(RK-J) TO RD-FLAGS.
           IF RK-NEW(RK-J) = 1
               IF GT-FOUND > 0
                   MOVE 'SENT' TO RD-STATUS
               ELSE
                   MOVE 'SENT-NO GRDN' TO RD-STATUS
               END-IF
           ELSE
               MOVE 'EARLIER' TO RD-STATUS
               ADD 1 TO EARLIER-COUNT
           END-IF.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.
