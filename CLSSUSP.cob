       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSSUSP.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4.
      *REMARKS. CLASS SUSPENSIONS FROM THE STORM SIGNALS. FOR ONE
      *STORM, EVERY HOISTING ON TAN1SIG.TXT OVER A PROVINCE WHERE
      *ONE OF OUR SECTIONS MEETS (SECCAMP.TXT) SUSPENDS THAT
      *SECTION'S CLASSES FROM THE DAY THE SIGNAL WENT UP UNTIL THE
      *DAY BEFORE THE PROVINCE'S NEXT HOISTING, OR THROUGH THE DATE
      *ASKED FOR WHEN THERE IS NONE YET - PROVIDED THE SIGNAL IS AT
      *OR ABOVE THE LEVEL SUSPPRM.TXT SETS FOR THE SECTION'S
      *EDUCATION LEVEL (KINDER 1, ELEMENTARY 2, HIGH SCHOOL 2,
      *COLLEGE 3 WHEN ABSENT). EACH SECTION AND DATE IS ADDED TO
      *SUSPEND.TXT ONCE, SO THE RUN CAN BE REPEATED AS EACH ADVISORY
      *COMES IN. ATTREP, ATRISK AND THE FA CHECK IN ACCDISP EXCUSE
      *ABSENCES ON A SUSPENDED DATE. THE NEW SUSPENSIONS PRINT ON
      *CLSSUSPR AS ANNOUNCEMENTS, ONE PAGE PER DATE AND CAMPUS, FOR
      *THE REGISTRAR TO POST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGFILE ASSIGN TO "TAN1SIG.TXT"
               FILE STATUS IS WS-SIG-FS.
           SELECT CAMPFILE ASSIGN TO "SECCAMP.TXT"
               FILE STATUS IS WS-CMP-FS.
           SELECT PRMFILE ASSIGN TO "SUSPPRM.TXT"
               FILE STATUS IS WS-PRM-FS.
           SELECT OPTIONAL SUSPFILE ASSIGN TO "SUSPEND.TXT"
               FILE STATUS IS WS-SUS-FS.
           SELECT RPTFILE ASSIGN TO "CLSSUSPR".

       DATA DIVISION.
       FILE SECTION.

       FD  SIGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SIG-REC.

       01  SIG-REC.
           05 SIG-R-NOS PIC X(20).
           05 SIG-R-SEQ PIC 9(3).
           05 SIG-R-DATE PIC 9(8).
           05 SIG-R-PROV PIC X(15).
           05 SIG-R-SIGNAL PIC 9.
           05 SIG-R-YEAR PIC 9(4).

       FD  CAMPFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CAMP-REC.

       01  CAMP-REC.
           05 SC-SYS PIC X(5).
           05 SC-CAMPUS PIC X(20).
           05 SC-PROV PIC X(15).
           05 SC-LEVEL PIC X.

      *lowest signal that suspends each education level
       FD  PRMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRM-REC.

       01  PRM-REC.
           05 SP-KINDER PIC 9.
           05 SP-ELEM PIC 9.
           05 SP-HIGH PIC 9.
           05 SP-COLLEGE PIC 9.

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

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-SIG-FS PIC XX VALUE SPACES.
       01 WS-CMP-FS PIC XX VALUE SPACES.
       01 WS-PRM-FS PIC XX VALUE SPACES.
       01 WS-SUS-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

       01 WORK-NOS PIC X(20) VALUE SPACES.
       01 CMP-NOS PIC X(20) VALUE SPACES.
       01 WORK-YEAR PIC 9(4) VALUE 0.
       01 THRU-DATE PIC 9(8) VALUE 0.

       01 LVL-KINDER PIC 9 VALUE 1.
       01 LVL-ELEM PIC 9 VALUE 2.
       01 LVL-HIGH PIC 9 VALUE 2.
       01 LVL-COLLEGE PIC 9 VALUE 3.
       01 LVL-NEEDED PIC 9 VALUE 0.

       01 CAMP-TABLE.
           05 CAMP-ENTRY OCCURS 200 TIMES.
               10 CT-SYS PIC X(5).
               10 CT-CAMPUS PIC X(20).
               10 CT-PROV PIC X(15).
               10 CT-LEVEL PIC X.
       01 CAMP-COUNT PIC 9(3) VALUE 0.
       01 C-I PIC 9(3) VALUE 0.

      *the storm's hoistings in file order, provinces uppercased
       01 HOIST-TABLE.
           05 HOIST-ENTRY OCCURS 500 TIMES.
               10 HS-PROV PIC X(15).
               10 HS-DATE PIC 9(8).
               10 HS-SIGNAL PIC 9.
       01 HOIST-COUNT PIC 9(3) VALUE 0.
       01 H-I PIC 9(3) VALUE 0.
       01 H-J PIC 9(3) VALUE 0.
       01 NEXT-DATE PIC 9(8) VALUE 0.

      *every section and date already suspended
       01 DONE-TABLE.
           05 DONE-ENTRY OCCURS 2000 TIMES.
               10 DN-SYS PIC X(5).
               10 DN-DATE PIC 9(8).
       01 DONE-COUNT PIC 9(4) VALUE 0.
       01 DN-I PIC 9(4) VALUE 0.
       01 DONE-SW PIC 9 VALUE 0.

      *this run's new suspensions, for the announcements - the
      *spare row past the last one ends the group scans
       01 NEW-TABLE.
           05 NEW-ENTRY OCCURS 501 TIMES.
               10 NW-DATE PIC 9(8).
               10 NW-CAMPUS PIC X(20).
               10 NW-SYS PIC X(5).
               10 NW-PROV PIC X(15).
               10 NW-LEVEL PIC X.
               10 NW-SIGNAL PIC 9.
       01 NEW-COUNT PIC 9(3) VALUE 0.
       01 N-I PIC 9(3) VALUE 0.
       01 N-J PIC 9(3) VALUE 0.
       01 SWAP-NEW PIC X(50) VALUE SPACES.
       01 FULL-SW PIC 9 VALUE 0.

       01 DAY-N PIC 99 VALUE 0.
       01 DAY-STOP-SW PIC 9 VALUE 0.
       01 GROUP-SIGNAL PIC 9 VALUE 0.

       01  WD-DATE PIC 9(8) VALUE 0.
       01  WD-DATE-X REDEFINES WD-DATE.
           05 WD-YYYY PIC 9(4).
           05 WD-MM PIC 99.
           05 WD-DD PIC 99.
       01  WD-DAYS PIC 9(3) VALUE 0.
       01  WD-K PIC 9(3) VALUE 0.
       01  WD-Q PIC 9(4) VALUE 0.
       01  WD-REM PIC 9(4) VALUE 0.
       01  WD-MO-MAX PIC 99 VALUE 0.
       01  WD-MO-DAYS-INIT.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WD-MO-DAYS-TABLE REDEFINES WD-MO-DAYS-INIT.
           05 WD-MO-DAYS OCCURS 12 TIMES PIC 99.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01 ANN-HEAD.
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER PIC X(28) VALUE 'SUSPENSION OF CLASSES'.
           02 FILLER PIC X(26) VALUE SPACES.

       01 ANN-DATE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(28) VALUE 'Classes are suspended on:  '.
           02 AD-DATE PIC 9(8).
           02 FILLER PIC X(40) VALUE SPACES.

       01 ANN-CAMPUS.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Campus: '.
           02 AC-CAMPUS PIC X(20).
           02 FILLER PIC X(12) VALUE '  Province: '.
           02 AC-PROV PIC X(15).
           02 FILLER PIC X(21) VALUE SPACES.

       01 ANN-TEXT.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AT-TEXT PIC X(76).

       01 ANN-SEC.
           02 FILLER PIC X(8) VALUE SPACES.
           02 AS-SYS PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 AS-LEVEL PIC X(12).
           02 FILLER PIC X(52) VALUE SPACES.

       01 ANN-SIGN.
           02 FILLER PIC X(44) VALUE SPACES.
           02 FILLER PIC X(36)
               VALUE 'OFFICE OF THE UNIVERSITY REGISTRAR'.

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

           PERFORM ASK-RTN THRU ASK-RTN-END.
           PERFORM LOAD-PRM-RTN.
           PERFORM LOAD-CAMP-RTN.
           IF CAMP-COUNT = 0
               DISPLAY 'NO SECCAMP.TXT ON HAND - RUN CAMPMNT FIRST.'
               STOP RUN
           END-IF.
           PERFORM LOAD-HOIST-RTN.
           IF HOIST-COUNT = 0
               DISPLAY 'NO SIGNALS FOR THAT STORM AND SEASON.'
               STOP RUN
           END-IF.
           PERFORM LOAD-DONE-RTN.

           OPEN EXTEND SUSPFILE.
           PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > CAMP-COUNT
               PERFORM SECTION-RTN
           END-PERFORM.
           CLOSE SUSPFILE.

           PERFORM SORT-NEW-RTN.
           OPEN OUTPUT RPTFILE.
           PERFORM ANNOUNCE-RTN.
           CLOSE RPTFILE.

           IF FULL-SW = 1
               DISPLAY 'SUSPENSION TABLE FULL - RUN AGAIN FOR THE REST.'
           END-IF.
           DISPLAY 'NEW SECTION SUSPENSIONS: ' NEW-COUNT.
           DISPLAY 'ANNOUNCEMENTS ON CLSSUSPR.'.
           STOP RUN.

       ASK-RTN.
           DISPLAY 'Storm Name: '.
           ACCEPT WORK-NOS.
           INSPECT WORK-NOS CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WORK-NOS = SPACES
               DISPLAY 'Required!'
               GO TO ASK-RTN
           END-IF.
       ASK-YEAR.
           DISPLAY 'Season Year: '.
           ACCEPT WORK-YEAR.
           IF WORK-YEAR < 1900 OR WORK-YEAR > 2100
               DISPLAY 'Invalid!'
               GO TO ASK-YEAR
           END-IF.
       ASK-THRU.
           DISPLAY 'Suspend Through (YYYYMMDD, 0 = today): '.
           ACCEPT THRU-DATE.
           IF THRU-DATE = 0
               MOVE WS-RUN-DATE TO THRU-DATE
           END-IF.
           IF THRU-DATE < 19000101 OR THRU-DATE > 21001231
               DISPLAY 'Invalid!'
               GO TO ASK-THRU
           END-IF.
       ASK-RTN-END.
           EXIT.

       LOAD-PRM-RTN.
           OPEN INPUT PRMFILE.
           IF WS-PRM-FS = '00'
               READ PRMFILE
                   AT END CONTINUE
                   NOT AT END
                       IF SP-KINDER > 0
                           MOVE SP-KINDER TO LVL-KINDER
                       END-IF
                       IF SP-ELEM > 0
                           MOVE SP-ELEM TO LVL-ELEM
                       END-IF
                       IF SP-HIGH > 0
                           MOVE SP-HIGH TO LVL-HIGH
                       END-IF
                       IF SP-COLLEGE > 0
                           MOVE SP-COLLEGE TO LVL-COLLEGE
                       END-IF
               END-READ
               CLOSE PRMFILE
           END-IF.

       LOAD-CAMP-RTN.
           OPEN INPUT CAMPFILE.
           IF WS-CMP-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR CAMP-COUNT = 200
                   READ CAMPFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO CAMP-COUNT
                       MOVE SC-SYS TO CT-SYS(CAMP-COUNT)
                       MOVE SC-CAMPUS TO CT-CAMPUS(CAMP-COUNT)
                       MOVE SC-PROV TO CT-PROV(CAMP-COUNT)
                       MOVE SC-LEVEL TO CT-LEVEL(CAMP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CAMPFILE
           END-IF.

       LOAD-HOIST-RTN.
           OPEN INPUT SIGFILE.
           IF WS-SIG-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ SIGFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   MOVE SIG-R-NOS TO CMP-NOS
                   INSPECT CMP-NOS CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF EOFSW = 0 AND CMP-NOS = WORK-NOS
                      AND SIG-R-YEAR = WORK-YEAR
                      AND HOIST-COUNT < 500
                       ADD 1 TO HOIST-COUNT
                       MOVE SIG-R-PROV TO HS-PROV(HOIST-COUNT)
                       INSPECT HS-PROV(HOIST-COUNT) CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       MOVE SIG-R-DATE TO HS-DATE(HOIST-COUNT)
                       MOVE SIG-R-SIGNAL TO HS-SIGNAL(HOIST-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SIGFILE
           END-IF.

       LOAD-DONE-RTN.
           MOVE 0 TO EOFSW.
           OPEN INPUT SUSPFILE.
           PERFORM UNTIL EOFSW = 1
               READ SUSPFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND DONE-COUNT < 2000
                   ADD 1 TO DONE-COUNT
                   MOVE SU-SYS TO DN-SYS(DONE-COUNT)
                   MOVE SU-DATE TO DN-DATE(DONE-COUNT)
               END-IF
           END-PERFORM.
           CLOSE SUSPFILE.

      *each hoisting over the section's province that reaches the
      *level's signal suspends from its date to the day before the
      *province's next hoisting
       SECTION-RTN.
           EVALUATE CT-LEVEL(C-I)
               WHEN 'K'
                   MOVE LVL-KINDER TO LVL-NEEDED
               WHEN 'E'
                   MOVE LVL-ELEM TO LVL-NEEDED
               WHEN 'H'
                   MOVE LVL-HIGH TO LVL-NEEDED
               WHEN OTHER
                   MOVE LVL-COLLEGE TO LVL-NEEDED
           END-EVALUATE.
           PERFORM VARYING H-I FROM 1 BY 1 UNTIL H-I > HOIST-COUNT
               IF HS-PROV(H-I) = CT-PROV(C-I)
                  AND HS-SIGNAL(H-I) NOT < LVL-NEEDED
                   PERFORM HOIST-RTN
               END-IF
           END-PERFORM.

       HOIST-RTN.
           MOVE 0 TO NEXT-DATE.
           PERFORM VARYING H-J FROM HOIST-COUNT BY -1
                   UNTIL H-J NOT > H-I
               IF HS-PROV(H-J) = HS-PROV(H-I)
                   MOVE HS-DATE(H-J) TO NEXT-DATE
               END-IF
           END-PERFORM.
           MOVE HS-DATE(H-I) TO WD-DATE.
           MOVE 0 TO DAY-N.
           MOVE 0 TO DAY-STOP-SW.
           PERFORM SUSP-DAY-RTN UNTIL DAY-STOP-SW = 1.

      *the hoisting day itself always counts; a storm's signal runs
      *for a month at most
       SUSP-DAY-RTN.
           IF WD-DATE > THRU-DATE
               MOVE 1 TO DAY-STOP-SW
           ELSE
               PERFORM ADD-SUSP-RTN
               ADD 1 TO DAY-N
               MOVE 1 TO WD-DAYS
               PERFORM ADD-DAYS-RTN
               IF (NEXT-DATE > 0 AND WD-DATE NOT < NEXT-DATE)
                  OR DAY-N = 31
                   MOVE 1 TO DAY-STOP-SW
               END-IF
           END-IF.

       ADD-SUSP-RTN.
           MOVE 0 TO DONE-SW.
           PERFORM VARYING DN-I FROM 1 BY 1
                   UNTIL DN-I > DONE-COUNT OR DONE-SW = 1
               IF DN-SYS(DN-I) = CT-SYS(C-I)
                  AND DN-DATE(DN-I) = WD-DATE
                   MOVE 1 TO DONE-SW
               END-IF
           END-PERFORM.
           IF DONE-SW = 0
               IF NEW-COUNT = 500 OR DONE-COUNT = 2000
                   MOVE 1 TO FULL-SW
               ELSE
                   MOVE CT-SYS(C-I) TO SU-SYS
                   MOVE WD-DATE TO SU-DATE
                   MOVE WORK-NOS TO SU-NOS
                   MOVE WORK-YEAR TO SU-YEAR
                   MOVE CT-PROV(C-I) TO SU-PROV
                   MOVE HS-SIGNAL(H-I) TO SU-SIGNAL
                   MOVE WS-RUN-DATE TO SU-RUN-DATE
                   WRITE SUSP-REC
                   ADD 1 TO DONE-COUNT
                   MOVE CT-SYS(C-I) TO DN-SYS(DONE-COUNT)
                   MOVE WD-DATE TO DN-DATE(DONE-COUNT)
                   ADD 1 TO NEW-COUNT
                   MOVE WD-DATE TO NW-DATE(NEW-COUNT)
                   MOVE CT-CAMPUS(C-I) TO NW-CAMPUS(NEW-COUNT)
                   MOVE CT-SYS(C-I) TO NW-SYS(NEW-COUNT)
                   MOVE CT-PROV(C-I) TO NW-PROV(NEW-COUNT)
                   MOVE CT-LEVEL(C-I) TO NW-LEVEL(NEW-COUNT)
                   MOVE HS-SIGNAL(H-I) TO NW-SIGNAL(NEW-COUNT)
               END-IF
           END-IF.

      *WD-DATE forward WD-DAYS calendar days, a day at a time
       ADD-DAYS-RTN.
           PERFORM VARYING WD-K FROM 1 BY 1 UNTIL WD-K > WD-DAYS
               PERFORM WD-MONTH-MAX-RTN
               ADD 1 TO WD-DD
               IF WD-DD > WD-MO-MAX
                   MOVE 1 TO WD-DD
                   ADD 1 TO WD-MM
                   IF WD-MM > 12
                       MOVE 1 TO WD-MM
                       ADD 1 TO WD-YYYY
                   END-IF
               END-IF
           END-PERFORM.

      *February runs to 29 in a leap year - divisible by 4, except
      *centuries, except every fourth century
       WD-MONTH-MAX-RTN.
           MOVE WD-MO-DAYS(WD-MM) TO WD-MO-MAX.
           IF WD-MM = 2
               DIVIDE WD-YYYY BY 4 GIVING WD-Q REMAINDER WD-REM
               IF WD-REM = 0
                   MOVE 29 TO WD-MO-MAX
                   DIVIDE WD-YYYY BY 100 GIVING WD-Q
                       REMAINDER WD-REM
                   IF WD-REM = 0
                       DIVIDE WD-YYYY BY 400 GIVING WD-Q
                           REMAINDER WD-REM
                       IF WD-REM NOT = 0
                           MOVE 28 TO WD-MO-MAX
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *date, then campus, then section
       SORT-NEW-RTN.
           PERFORM VARYING N-I FROM 1 BY 1 UNTIL N-I > NEW-COUNT
               PERFORM VARYING N-J FROM 1 BY 1
                       UNTIL N-J >= NEW-COUNT
                   IF NEW-ENTRY(N-J) > NEW-ENTRY(N-J + 1)
                       MOVE NEW-ENTRY(N-J) TO SWAP-NEW
                       MOVE NEW-ENTRY(N-J + 1) TO NEW-ENTRY(N-J)
                       MOVE SWAP-NEW TO NEW-ENTRY(N-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ANNOUNCE-RTN.
           IF NEW-COUNT = 0
               WRITE RPTREC FROM ANN-HEAD AFTER PAGE
               MOVE SPACES TO AT-TEXT
               STRING 'No new suspensions for ' DELIMITED BY SIZE
                   WORK-NOS DELIMITED BY '  '
                   ' through ' DELIMITED BY SIZE
                   THRU-DATE DELIMITED BY SIZE INTO AT-TEXT
               WRITE RPTREC FROM ANN-TEXT AFTER 2
           END-IF.
           MOVE 1 TO N-I.
           PERFORM ANNOUNCE-ONE-RTN UNTIL N-I > NEW-COUNT.

      *one notice per date and campus, with every section it covers
       ANNOUNCE-ONE-RTN.
           WRITE RPTREC FROM ANN-HEAD AFTER PAGE.
           MOVE NW-DATE(N-I) TO AD-DATE.
           WRITE RPTREC FROM ANN-DATE AFTER 3.
           MOVE NW-CAMPUS(N-I) TO AC-CAMPUS.
           MOVE NW-PROV(N-I) TO AC-PROV.
           WRITE RPTREC FROM ANN-CAMPUS AFTER 1.

           MOVE 0 TO GROUP-SIGNAL.
           PERFORM VARYING N-J FROM N-I BY 1
                   UNTIL N-J > NEW-COUNT
                      OR NW-DATE(N-J) NOT = NW-DATE(N-I)
                      OR NW-CAMPUS(N-J) NOT = NW-CAMPUS(N-I)
               IF NW-SIGNAL(N-J) > GROUP-SIGNAL
                   MOVE NW-SIGNAL(N-J) TO GROUP-SIGNAL
               END-IF
           END-PERFORM.

           MOVE SPACES TO AT-TEXT.
           STRING 'In view of Tropical Cyclone Wind Signal No. '
               DELIMITED BY SIZE
               GROUP-SIGNAL DELIMITED BY SIZE
               ' raised over ' DELIMITED BY SIZE
               NW-PROV(N-I) DELIMITED BY '  '
               INTO AT-TEXT.
           WRITE RPTREC FROM ANN-TEXT AFTER 2.
           MOVE SPACES TO AT-TEXT.
           STRING 'for ' DELIMITED BY SIZE
               WORK-NOS DELIMITED BY '  '
               ', classes in the following sections are suspended:'
               DELIMITED BY SIZE INTO AT-TEXT.
           WRITE RPTREC FROM ANN-TEXT AFTER 1.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           PERFORM ANNOUNCE-SEC-RTN
               UNTIL N-I > NEW-COUNT
                  OR NW-DATE(N-I) NOT = AD-DATE
                  OR NW-CAMPUS(N-I) NOT = AC-CAMPUS.

           MOVE 'Absences on this date will not be counted against '
               TO AT-TEXT.
           WRITE RPTREC FROM ANN-TEXT AFTER 2.
           MOVE 'students of these sections.' TO AT-TEXT.
           WRITE RPTREC FROM ANN-TEXT AFTER 1.
           WRITE RPTREC FROM ANN-SIGN AFTER 3.

       ANNOUNCE-SEC-RTN.
           MOVE NW-SYS(N-I) TO AS-SYS.
           EVALUATE NW-LEVEL(N-I)
               WHEN 'K'
                   MOVE 'Kindergarten' TO AS-LEVEL
               WHEN 'E'
                   MOVE 'Elementary' TO AS-LEVEL
               WHEN 'H'
                   MOVE 'High School' TO AS-LEVEL
               WHEN OTHER
                   MOVE 'College' TO AS-LEVEL
           END-EVALUATE.
           WRITE RPTREC FROM ANN-SEC AFTER 1.
           ADD 1 TO N-I.
