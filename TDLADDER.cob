       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDLADDER.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. MONTHLY TIME-DEPOSIT MATURITY LADDER FOR TREASURY -
      *BUCKETS EVERY ACTIVE TDMAST.TXT PLACEMENT BY ITS MATURITY
      *MONTH OVER THE TWELVE MONTHS FROM THE RUN MONTH, WITH THE
      *PRINCIPAL AND THE INTEREST THAT WILL FALL DUE IN EACH, AND
      *WHAT LIES BEYOND. PRINTED TO TDLADR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDFILE ASSIGN TO 'TDMAST.TXT'
               FILE STATUS WS-FS-TD.
           SELECT RPTFILE ASSIGN TO 'TDLADR'.

       DATA DIVISION.
       FILE SECTION.

       FD  TDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TD-REC.

       01  TD-REC.
           02 TD-TDNO PIC X(6).
           02 TD-ANO PIC X(10).
           02 TD-ANA PIC X(25).
           02 TD-PRINCIPAL PIC 9(9)V99.
           02 TD-RATE PIC V9(5).
           02 TD-TERM PIC 9(3).
           02 TD-PLACED PIC 9(8).
           02 TD-MATURITY PIC 9(8).
           02 TD-MAT-X REDEFINES TD-MATURITY.
               03 TD-MAT-YYYY PIC 9(4).
               03 TD-MAT-MM PIC 99.
               03 TD-MAT-DD PIC 99.
           02 TD-INSTR PIC X.
           02 TD-STATUS PIC X.
           02 TD-ROLLS PIC 99.

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-TD PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *rung 1 is the run month, rung 12 eleven months on; rung 13
      *holds everything further out
       01  LADDER-TABLE.
           05 LADDER-ENTRY OCCURS 13 TIMES.
               10 LD-YYYYMM PIC 9(6).
               10 LD-COUNT PIC 9(5).
               10 LD-PRINCIPAL PIC 9(11)V99.
               10 LD-INTEREST PIC 9(11)V99.
       01  R PIC 99 VALUE 0.
       01  WS-MONTHS PIC 9(5) VALUE 0.
       01  WS-INTEREST PIC 9(9)V99 VALUE 0.

      *placements already past maturity that TDMAT has not settled
       01  OVR-COUNT PIC 9(5) VALUE 0.
       01  OVR-PRINCIPAL PIC 9(11)V99 VALUE 0.
       01  OVR-INTEREST PIC 9(11)V99 VALUE 0.

       01  TOT-COUNT PIC 9(5) VALUE 0.
       01  TOT-PRINCIPAL PIC 9(11)V99 VALUE 0.
       01  TOT-INTEREST PIC 9(11)V99 VALUE 0.

       01  WS-YM PIC 9(6) VALUE 0.
       01  WS-YM-X REDEFINES WS-YM.
           05 WS-YM-YYYY PIC 9(4).
           05 WS-YM-MM PIC 99.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).
       01  WS-RUN-DATE-Y REDEFINES WS-RUN-DATE.
           05 FILLER PIC 9(4).
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.

       01  RPT-HEAD.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(32) VALUE 'Time-Deposit Maturity Ladder'.
           02 FILLER PIC X(24) VALUE SPACES.

       01  RPT-DATE-LINE.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'As of: '.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(41) VALUE SPACES.

       01  RPT-SUBHEAD.
           02 FILLER PIC X(6) VALUE SPACES.
           02 FILLER PIC X(16) VALUE 'Maturing'.
           02 FILLER PIC X(10) VALUE 'Placements'.
           02 FILLER PIC X(18) VALUE '         Principal'.
           02 FILLER PIC X(18) VALUE '          Interest'.
           02 FILLER PIC X(12) VALUE SPACES.

       01  RPT-DETAIL.
           02 FILLER PIC X(6) VALUE SPACES.
           02 RD-LABEL PIC X(16).
           02 FILLER PIC X(5) VALUE SPACES.
           02 RD-COUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-PRINCIPAL PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-INTEREST PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(13) VALUE SPACES.

       01  RD-YM-LABEL.
           02 RL-YYYY PIC 9(4).
           02 FILLER PIC X VALUE '-'.
           02 RL-MM PIC 99.
           02 FILLER PIC X(9) VALUE SPACES.

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

           PERFORM INIT-LADDER-RTN.

           OPEN INPUT TDFILE.
           IF WS-FS-TD NOT = '00'
               DISPLAY 'NO TIME DEPOSITS ON HAND.'
               STOP RUN
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ TDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND TD-STATUS = 'A'
                   PERFORM PLACE-ON-LADDER-RTN
               END-IF
           END-PERFORM.
           CLOSE TDFILE.

           PERFORM PRINT-LADDER-RTN.
           DISPLAY 'MATURITY LADDER PRINTED: ' TOT-COUNT
               ' PLACEMENTS (TDLADR).'.
           STOP RUN.

      *stamp each rung with its year and month
       INIT-LADDER-RTN.
           MOVE WS-RUN-YYYY TO WS-YM-YYYY.
           MOVE WS-RUN-MM TO WS-YM-MM.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 13
               MOVE WS-YM TO LD-YYYYMM(R)
               MOVE 0 TO LD-COUNT(R) LD-PRINCIPAL(R)
                   LD-INTEREST(R)
               IF WS-YM-MM = 12
                   MOVE 1 TO WS-YM-MM
                   ADD 1 TO WS-YM-YYYY
               ELSE
                   ADD 1 TO WS-YM-MM
               END-IF
           END-PERFORM.

      *months from the run month to the maturity month pick the rung
       PLACE-ON-LADDER-RTN.
           COMPUTE WS-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-RATE * TD-TERM / 360.
           ADD 1 TO TOT-COUNT.
           ADD TD-PRINCIPAL TO TOT-PRINCIPAL.
           ADD WS-INTEREST TO TOT-INTEREST.

           IF TD-MATURITY < WS-RUN-DATE
               ADD 1 TO OVR-COUNT
               ADD TD-PRINCIPAL TO OVR-PRINCIPAL
               ADD WS-INTEREST TO OVR-INTEREST
           ELSE
               COMPUTE WS-MONTHS = (TD-MAT-YYYY - WS-RUN-YYYY) * 12
                   + TD-MAT-MM - WS-RUN-MM
               IF WS-MONTHS > 11
                   MOVE 13 TO R
               ELSE
                   COMPUTE R = WS-MONTHS + 1
               END-IF
               ADD 1 TO LD-COUNT(R)
               ADD TD-PRINCIPAL TO LD-PRINCIPAL(R)
               ADD WS-INTEREST TO LD-INTEREST(R)
           END-IF.

       PRINT-LADDER-RTN.
           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE RPTREC FROM RPT-DATE-LINE AFTER 1.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           IF OVR-COUNT > 0
               MOVE 'PAST MATURITY' TO RD-LABEL
               MOVE OVR-COUNT TO RD-COUNT
               MOVE OVR-PRINCIPAL TO RD-PRINCIPAL
               MOVE OVR-INTEREST TO RD-INTEREST
               WRITE RPTREC FROM RPT-DETAIL AFTER 1
           END-IF.

           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 12
               MOVE LD-YYYYMM(R) TO WS-YM
               MOVE WS-YM-YYYY TO RL-YYYY
               MOVE WS-YM-MM TO RL-MM
               MOVE RD-YM-LABEL TO RD-LABEL
               MOVE LD-COUNT(R) TO RD-COUNT
               MOVE LD-PRINCIPAL(R) TO RD-PRINCIPAL
               MOVE LD-INTEREST(R) TO RD-INTEREST
               WRITE RPTREC FROM RPT-DETAIL AFTER 1
           END-PERFORM.

           MOVE 'LATER' TO RD-LABEL.
           MOVE LD-COUNT(13) TO RD-COUNT.
           MOVE LD-PRINCIPAL(13) TO RD-PRINCIPAL.
           MOVE LD-INTEREST(13) TO RD-INTEREST.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.

           MOVE 'TOTAL' TO RD-LABEL.
           MOVE TOT-COUNT TO RD-COUNT.
           MOVE TOT-PRINCIPAL TO RD-PRINCIPAL.
           MOVE TOT-INTEREST TO RD-INTEREST.
           WRITE RPTREC FROM RPT-DETAIL AFTER 2.
           CLOSE RPTFILE.
