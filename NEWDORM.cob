      *DATE-COMPILED. MARCH 18, 2026.
      *REMARKS. DORMANT-ACCOUNT REPORT OVER NEWBAL.TXT - ACCOUNTS
      *WITH NO ACTIVITY SINCE A CHOSEN DATE, WITH THE LONG-DORMANT
      *ONES THAT NEED THE DORMANCY-FEE WORKFLOW SET APART. EACH
      *ACCOUNT SHOWS THE BUSINESS DAYS IT HAS BEEN IDLE, COUNTED ON
      *THE BANKHOL.TXT CALENDAR. A LONG-DORMANT ACCOUNT UNDER A
      *CALRLF CALAMITY-RELIEF WINDOW IS CLASSED LONG-RELIEF AND KEPT
      *OUT OF THE DORMANCY-FEE CASES UNTIL THE WINDOW CLOSES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT BALFILE ASSIGN TO 'NEWBAL.TXT'
               FILE STATUS WS-BAL-FS.
      *bank calendar - the declared days off; absent means only
      *saturdays and sundays are closed
           SELECT HOLFILE ASSIGN TO 'BANKHOL.TXT'
               FILE STATUS WS-FS-HOL.
      *calamity relief markings - no dormancy fee while they run
           SELECT RLFFILE ASSIGN TO 'RLFACCT.TXT'
               FILE STATUS WS-FS-RLF.
           SELECT OUTFILE ASSIGN TO 'NEWDORMR'.

       DATA DIVISION.
           02 BAL-R-AMT PIC 9(9)V99.
           02 BAL-R-LASTACT PIC 9(8).

       FD  HOLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOL-REC.

       01  HOL-REC.
           02 HL-DATE PIC 9(8).
           02 HL-TYPE PIC X.
           02 HL-DESC PIC X(30).

       FD  RLFFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RLF-REC.

       01  RLF-REC.
           05 RA-ANO PIC X(10).
           05 RA-IDNUM PIC 9(5).
           05 RA-PROV PIC X(15).
           05 RA-NOS PIC X(20).
           05 RA-FROM PIC 9(8).
           05 RA-TO PIC 9(8).

       FD  OUTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OUTREC.
       01  LONG-CUTOFF PIC 9(8) VALUE 0.
       01  DORM-COUNT PIC 9(4) VALUE 0.
       01  LONG-COUNT PIC 9(4) VALUE 0.
       01  RELIEF-COUNT PIC 9(4) VALUE 0.

      *the accounts under calamity relief tonight
       01  WS-FS-RLF PIC XX VALUE SPACES.
       01  RLF-TABLE.
           05 RLT-ANO OCCURS 2000 TIMES PIC X(10).
       01  RLF-COUNT PIC 9(4) VALUE 0.
       01  RLF-I PIC 9(4) VALUE 0.
       01  RLF-SW PIC 9 VALUE 0.

      *century-correct run date the idle days count up to
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

      *the bank calendar held whole - any date on it is closed,
      *whatever its type
       01  WS-FS-HOL PIC XX VALUE SPACES.
       01  HOL-TABLE.
           05 HOL-ENTRY OCCURS 400 TIMES.
               10 HOLT-DATE PIC 9(8).
               10 HOLT-TYPE PIC X.
       01  HOL-COUNT PIC 9(3) VALUE 0.
       01  HOL-I PIC 9(3) VALUE 0.
       01  HOL-EOFSW PIC 9 VALUE 0.

      *business days idle - BD-DATE in, BD-COUNT the business days
      *after it up to and including the run date
       01  BD-DATE PIC 9(8) VALUE 0.
       01  BD-COUNT PIC 9(7) VALUE 0.
       01  BD-WEEKDAY PIC 9 VALUE 0.
       01  BD-Q PIC 9(7) VALUE 0.
       01  BD-RUN-DN PIC 9(7) VALUE 0.
       01  BD-FROM-DN PIC 9(7) VALUE 0.
       01  BD-DN PIC 9(7) VALUE 0.
       01  BD-SPAN PIC 9(7) VALUE 0.
       01  BD-WEEKS PIC 9(7) VALUE 0.
       01  BD-LEFT PIC 9 VALUE 0.
       01  BD-K PIC 9 VALUE 0.

      *day numbers - days since a fixed epoch, so the day of the
      *week falls out of a remainder
       01  DN-DATE PIC 9(8) VALUE 0.
       01  DN-DATE-X REDEFINES DN-DATE.
           05 DN-YYYY PIC 9(4).
           05 DN-MM PIC 99.
           05 DN-DD PIC 99.
       01  DN-YEARS PIC 9(4) VALUE 0.
       01  DN-LEAPS PIC 9(5) VALUE 0.
       01  DN-Q PIC 9(5) VALUE 0.
       01  DN-RESULT PIC 9(7) VALUE 0.
       01  CUM-DAYS-INIT.
           05 FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-INIT.
           05 CUM-DAYS OCCURS 12 TIMES PIC 9(3).

       01  HEAD-1.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(13) VALUE 'Last Activity'.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Class'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Bus Days'.

       01  DETALYE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-LASTACT PIC 9(8).
           02 FILLER PIC X(5) VALUE SPACES.
           02 D-CLASS PIC X(12).
           02 FILLER PIC X(5) VALUE SPACES.
           02 D-IDLE PIC ZZZ,ZZ9 BLANK WHEN ZERO.

       01  TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 T-LONG PIC ZZZ9.
           02 FILLER PIC X(45) VALUE SPACES.

       01  RELIEF-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               'Long-dormant under relief, no fee yet:'.
           02 T-RELIEF PIC ZZZ9.
           02 FILLER PIC X(34) VALUE SPACES.

       01  BLANK-LINE.
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
           MOVE DN-RESULT TO BD-RUN-DN.
           PERFORM LOAD-CALENDAR-RTN THRU LOAD-CALENDAR-RTN-END.
           PERFORM LOAD-RELIEF-RTN THRU LOAD-RELIEF-RTN-END.

           PERFORM ACCEPT-CUTOFF-RTN THRU ACCEPT-CUTOFF-RTN-END.
           PERFORM INIT-RTN THRU INIT-RTN-END.
           PERFORM PROCESS-RTN UNTIL EOFSW = 1.
           PERFORM FINISH-RTN.
           GOBACK.

       ACCEPT-CUTOFF-RTN.
           DISPLAY 'Dormant if no activity since (YYYYMMDD): '.

      *an account that has not moved since the cutoff is dormant; one
      *quiet since the earlier long cutoff (or never) is the
      *dormancy-fee case, unless calamity relief holds the fee off
       PROCESS-RTN.
           IF BAL-R-LASTACT < DORM-CUTOFF
               MOVE BAL-R-ANO TO D-ANO
               MOVE BAL-R-AMT TO D-AMT
               MOVE BAL-R-LASTACT TO D-LASTACT
               MOVE BAL-R-LASTACT TO BD-DATE
               PERFORM COUNT-BUSDAYS-RTN THRU COUNT-BUSDAYS-RTN-END
               MOVE BD-COUNT TO D-IDLE
               IF BAL-R-LASTACT < LONG-CUTOFF
                   PERFORM CHECK-RELIEF-RTN
                   IF RLF-SW = 1
                       MOVE 'LONG-RELIEF' TO D-CLASS
                       ADD 1 TO RELIEF-COUNT
                   ELSE
                       MOVE 'LONG-DORMANT' TO D-CLASS
                       ADD 1 TO LONG-COUNT
                   END-IF
               ELSE
                   MOVE 'DORMANT' TO D-CLASS
                   ADD 1 TO DORM-COUNT
           MOVE LONG-COUNT TO T-LONG.
           WRITE OUTREC FROM BLANK-LINE AFTER 2.
           WRITE OUTREC FROM TOTAL-LINE AFTER 1.
           IF RELIEF-COUNT > 0
               MOVE RELIEF-COUNT TO T-RELIEF
               WRITE OUTREC FROM RELIEF-LINE AFTER 1
           END-IF.

           CLOSE BALFILE OUTFILE.
           DISPLAY 'DORMANT ACCOUNT REPORT COMPLETE.'.

      *the accounts whose relief window takes in tonight
       LOAD-RELIEF-RTN.
           MOVE 0 TO RLF-COUNT.
           OPEN INPUT RLFFILE.
           IF WS-FS-RLF NOT = '00'
               GO TO LOAD-RELIEF-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR RLF-COUNT = 2000
               READ RLFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                  AND RA-FROM NOT > WS-RUN-DATE
                  AND RA-TO NOT < WS-RUN-DATE
                   ADD 1 TO RLF-COUNT
                   MOVE RA-ANO TO RLT-ANO(RLF-COUNT)
               END-IF
           END-PERFORM.
           CLOSE RLFFILE.
           MOVE 0 TO EOFSW.
       LOAD-RELIEF-RTN-END.
           EXIT.

       CHECK-RELIEF-RTN.
           MOVE 0 TO RLF-SW.
           PERFORM VARYING RLF-I FROM 1 BY 1
                   UNTIL RLF-I > RLF-COUNT OR RLF-SW = 1
               IF RLT-ANO(RLF-I) = BAL-R-ANO
                   MOVE 1 TO RLF-SW
               END-IF
           END-PERFORM.

      *the bank calendar held whole for the business-day count
       LOAD-CALENDAR-RTN.
           MOVE 0 TO HOL-COUNT.
           OPEN INPUT HOLFILE.
           IF WS-FS-HOL NOT = '00'
               GO TO LOAD-CALENDAR-RTN-END
           END-IF.

           MOVE 0 TO HOL-EOFSW.
           PERFORM UNTIL HOL-EOFSW = 1 OR HOL-COUNT = 400
               READ HOLFILE
                   AT END MOVE 1 TO HOL-EOFSW
               END-READ
               IF HOL-EOFSW = 0
                   ADD 1 TO HOL-COUNT
                   MOVE HL-DATE TO HOLT-DATE(HOL-COUNT)
                   MOVE HL-TYPE TO HOLT-TYPE(HOL-COUNT)
               END-IF
           END-PERFORM.

           CLOSE HOLFILE.
       LOAD-CALENDAR-RTN-END.
           EXIT.

      *business days after BD-DATE up to the run date - five to
      *every whole week, the odd days left over tested one by one,
      *less each closed weekday on the calendar in between. the day
      *number's remainder by 7 is 0 on a saturday, 1 on a sunday
       COUNT-BUSDAYS-RTN.
           MOVE 0 TO BD-COUNT.
           IF BD-DATE < 19000101 OR BD-DATE NOT < WS-RUN-DATE
               GO TO COUNT-BUSDAYS-RTN-END
           END-IF.

           MOVE BD-DATE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           MOVE DN-RESULT TO BD-FROM-DN.
           COMPUTE BD-SPAN = BD-RUN-DN - BD-FROM-DN.
           DIVIDE BD-SPAN BY 7 GIVING BD-WEEKS REMAINDER BD-LEFT.
           COMPUTE BD-COUNT = BD-WEEKS * 5.
           PERFORM VARYING BD-K FROM 1 BY 1 UNTIL BD-K > BD-LEFT
               COMPUTE BD-DN = BD-RUN-DN - BD-K + 1
               DIVIDE BD-DN BY 7 GIVING BD-Q REMAINDER BD-WEEKDAY
               IF BD-WEEKDAY > 1
                   ADD 1 TO BD-COUNT
               END-IF
           END-PERFORM.

           PERFORM VARYING HOL-I FROM 1 BY 1 UNTIL HOL-I > HOL-COUNT
               IF HOLT-DATE(HOL-I) > BD-DATE
                  AND HOLT-DATE(HOL-I) NOT > WS-RUN-DATE
                   MOVE HOLT-DATE(HOL-I) TO DN-DATE
                   PERFORM DAY-NUMBER-RTN
                   DIVIDE DN-RESULT BY 7 GIVING BD-Q
                       REMAINDER BD-WEEKDAY
                   IF BD-WEEKDAY > 1 AND BD-COUNT > 0
                       SUBTRACT 1 FROM BD-COUNT
                   END-IF
               END-IF
           END-PERFORM.
       COUNT-BUSDAYS-RTN-END.
           EXIT.

      *days since 0000-03-01 style epoch - 365 a year plus the leap
      *days before this date, plus the days into the year
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
