      *PRINTS A GENERATION REGISTER OF WHAT WAS CREATED AND WHAT WAS
      *SKIPPED. NEWPRE THEN VALIDATES, SORTS AND STAMPS THE BATCH ID
      *OVER THE COMBINED FILE, SO GENERATED ORDERS POST UNDER THE
      *SAME NEWBID.TXT IDENTITY AS THE TELLER WORK. AN ORDER DUE ON
      *A DAY THE BANKHOL.TXT CALENDAR CLOSES IS GENERATED ON THE NEXT
      *BUSINESS DAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ACCTMASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-AM.
           SELECT TRANSFILE ASSIGN TO 'TRANS.txt'.
      *bank calendar - the declared days off; absent means only
      *saturdays and sundays are closed
           SELECT HOLFILE ASSIGN TO 'BANKHOL.TXT'
               FILE STATUS WS-FS-HOL.
           SELECT REGFILE ASSIGN TO 'NEWSOREG'.

       DATA DIVISION.
           05 AM-NAME PIC X(25).
           05 AM-OPENED PIC 9(8).
           05 AM-STATUS PIC X.
           05 AM-TAXEX PIC X.
           05 FILLER PIC X(19).

       FD  TRANSFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS TRANS-REC.

       01  TRANS-REC.
           02 T-TAMT PIC 9(7)V99.
           02 T-TDATE PIC 9(8).
           02 T-TREF PIC X(6).
           02 T-SREF PIC X(20).

       FD  HOLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOL-REC.

       01  HOL-REC.
           02 HL-DATE PIC 9(8).
           02 HL-TYPE PIC X.
           02 HL-DESC PIC X(30).

       FD  REGFILE
           LABEL RECORD IS OMITTED
       01  WS-LEAP-REM PIC 9(4) VALUE 0.
       01  WS-LEAP-Q PIC 9(4) VALUE 0.

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

      *business-day test and roll - BD-DATE in, BD-SW 1 when it is
      *a business day; NEXT-BUSDAY-RTN walks BD-DATE forward to one
       01  BD-DATE PIC 9(8) VALUE 0.
       01  BD-DATE-X REDEFINES BD-DATE.
           05 BD-YYYY PIC 9(4).
           05 BD-MM PIC 99.
           05 BD-DD PIC 99.
       01  BD-SW PIC 9 VALUE 0.
       01  BD-WEEKDAY PIC 9 VALUE 0.
       01  BD-Q PIC 9(7) VALUE 0.
       01  BD-REM PIC 9(4) VALUE 0.
       01  BD-MO-MAX PIC 99 VALUE 0.
       01  BD-GUARD PIC 9(3) VALUE 0.
       01  BD-MO-DAYS-INIT.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  BD-MO-DAYS-TABLE REDEFINES BD-MO-DAYS-INIT.
           05 BD-MO-DAYS OCCURS 12 TIMES PIC 99.

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

      *century-correct run date the due test rides on
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           END-IF.

           PERFORM LOAD-ACCTMAST-RTN THRU LOAD-ACCTMAST-RTN-END.
           PERFORM LOAD-CALENDAR-RTN THRU LOAD-CALENDAR-RTN-END.

           OPEN EXTEND TRANSFILE.
           OPEN OUTPUT REGFILE.
               GO TO GENERATE-ONE-RTN-END
           END-IF.

      *a due date the bank is closed on generates on the next
      *business day - the order keeps its own day for the cycle
           MOVE ST-NEXTDUE(I) TO BD-DATE.
           PERFORM NEXT-BUSDAY-RTN.
           IF BD-DATE > WS-RUN-DATE
               MOVE 'NOT YET DUE' TO RG-NOTE
               WRITE REGREC FROM REG-DETAIL AFTER 1
               GO TO GENERATE-ONE-RTN-END

           MOVE 0 TO ORDER-GENS.
           MOVE 0 TO GEN-GUARD.
           PERFORM UNTIL BD-DATE > WS-RUN-DATE
                      OR GEN-GUARD = 24
               MOVE ST-ANO(I) TO T-ANO
               MOVE ST-ANA(I) TO T-ANA
               MOVE ST-TC(I) TO T-TC
               MOVE ST-AMT(I) TO T-TAMT
               MOVE BD-DATE TO T-TDATE
               MOVE SPACES TO T-TREF
               MOVE SPACES TO T-SREF
               WRITE TRANS-REC
               ADD 1 TO GEN-COUNT
               ADD 1 TO ORDER-GENS
               ADD 1 TO GEN-GUARD
               PERFORM ADVANCE-DUE-RTN
               MOVE ST-NEXTDUE(I) TO BD-DATE
               PERFORM NEXT-BUSDAY-RTN
           END-PERFORM.

           MOVE SPACES TO RG-NOTE.
               WRITE SOM-REC
           END-PERFORM.
           CLOSE SOMASTFILE.

      *the bank calendar held whole for the business-day test
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

      *BD-SW 1 when BD-DATE is a business day - the day number's
      *remainder by 7 is 0 on a saturday and 1 on a sunday
       BUSDAY-TEST-RTN.
           MOVE 1 TO BD-SW.
           MOVE BD-DATE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           DIVIDE DN-RESULT BY 7 GIVING BD-Q REMAINDER BD-WEEKDAY.
           IF BD-WEEKDAY < 2
               MOVE 0 TO BD-SW
           END-IF.
           PERFORM VARYING HOL-I FROM 1 BY 1
                   UNTIL HOL-I > HOL-COUNT OR BD-SW = 0
               IF HOLT-DATE(HOL-I) = BD-DATE
                   MOVE 0 TO BD-SW
               END-IF
           END-PERFORM.

      *BD-DATE moved to the first business day on or after it - the
      *guard stops a calendar that never opens from looping
       NEXT-BUSDAY-RTN.
           MOVE 0 TO BD-GUARD.
           PERFORM BUSDAY-TEST-RTN.
           PERFORM UNTIL BD-SW = 1 OR BD-GUARD = 60
               PERFORM BD-MONTH-MAX-RTN
               ADD 1 TO BD-DD
               IF BD-DD > BD-MO-MAX
                   MOVE 1 TO BD-DD
                   ADD 1 TO BD-MM
                   IF BD-MM > 12
                       MOVE 1 TO BD-MM
                       ADD 1 TO BD-YYYY
                   END-IF
               END-IF
               ADD 1 TO BD-GUARD
               PERFORM BUSDAY-TEST-RTN
           END-PERFORM.

      *February runs to 29 in a leap year - divisible by 4, except
      *centuries, except every fourth century
       BD-MONTH-MAX-RTN.
           MOVE BD-MO-DAYS(BD-MM) TO BD-MO-MAX.
           IF BD-MM = 2
               DIVIDE BD-YYYY BY 4 GIVING BD-Q REMAINDER BD-REM
               IF BD-REM = 0
                   MOVE 29 TO BD-MO-MAX
                   DIVIDE BD-YYYY BY 100 GIVING BD-Q
                       REMAINDER BD-REM
                   IF BD-REM = 0
                       DIVIDE BD-YYYY BY 400 GIVING BD-Q
                           REMAINDER BD-REM
                       IF BD-REM NOT = 0
                           MOVE 28 TO BD-MO-MAX
                       END-IF
                   END-IF
               END-IF
           END-IF.

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
