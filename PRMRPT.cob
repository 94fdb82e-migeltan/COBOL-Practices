       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMRPT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. PARAMETER CHANGE REPORT FOR THE AUDITORS. LISTS THE
      *PRMCHG.TXT CHANGE LOG KEPT BY PRMMNT AND PRMAPLY ON PRMRPTR -
      *FOR EACH CHANGE THE PARAMETER FILE AND ITEM, THE OLD AND NEW
      *VALUES, THE DATE IT TAKES EFFECT, WHO KEYED IT AND WHEN, THE
      *SUPERVISOR WHO APPROVED IT, AND WHETHER IT WAS INSTALLED, IS
      *STILL PENDING OR WAS CANCELLED (AND BY WHOM). A CHANGE PAST
      *ITS DATE BUT NOT YET INSTALLED IS FLAGGED. THE PERIOD ASKED
      *FOR TAKES IN ANY CHANGE KEYED, EFFECTIVE, INSTALLED OR
      *CANCELLED WITHIN IT; A FROM DATE OF 0 LISTS THE WHOLE LOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHGFILE ASSIGN TO 'PRMCHG.TXT'
               FILE STATUS WS-FS-CHG.
           SELECT RPTFILE ASSIGN TO 'PRMRPTR'.

       DATA DIVISION.
       FILE SECTION.

       FD  CHGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHG-REC.

       01  CHG-REC.
           02 PC-NO PIC 9(5).
           02 PC-FILE PIC X(8).
      *S SETS (ADDS OR REPLACES) THE RECORD / D REMOVES IT
           02 PC-ACT PIC X.
           02 PC-KEY PIC X(12).
           02 PC-OLD PIC X(16).
           02 PC-NEW PIC X(16).
           02 PC-IMAGE PIC X(24).
           02 PC-EFF PIC 9(8).
           02 PC-OPER PIC X(8).
           02 PC-SUP PIC X(8).
           02 PC-ENTERED PIC 9(8).
      *P PENDING / A APPLIED BY PRMAPLY / X CANCELLED
           02 PC-STAT PIC X.
           02 PC-DONE PIC 9(8).
           02 PC-DONE-BY PIC X(8).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(90).

       WORKING-STORAGE SECTION.

       01  WS-FS-CHG PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.
       01  IN-PERIOD-SW PIC 9 VALUE 0.

       01  FROM-DATE PIC 9(8) VALUE 0.
       01  TO-DATE PIC 9(8) VALUE 0.
       01  WORK-DATE PIC 9(8) VALUE 0.
       01  WORK-DATE-X REDEFINES WORK-DATE.
           05 WORK-YYYY PIC 9(4).
           05 WORK-MM PIC 99.
           05 WORK-DD PIC 99.

       01  LISTED-COUNT PIC 9(5) VALUE 0.
       01  APPLIED-COUNT PIC 9(5) VALUE 0.
       01  PENDING-COUNT PIC 9(5) VALUE 0.
       01  OVERDUE-COUNT PIC 9(5) VALUE 0.
       01  CANCEL-COUNT PIC 9(5) VALUE 0.

       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  PR-HEAD.
           02 FILLER PIC X(34) VALUE SPACES.
           02 FILLER PIC X(23) VALUE 'Parameter Change Report'.
           02 FILLER PIC X(33) VALUE SPACES.

       01  PR-DATE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Run date '.
           02 PD-DATE PIC 9(8).
           02 FILLER PIC X(4) VALUE SPACES.
           02 PD-PERIOD PIC X(30).
           02 FILLER PIC X(37) VALUE SPACES.

       01  PR-COL-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'No.'.
           02 FILLER PIC X(9) VALUE 'File'.
           02 FILLER PIC X(13) VALUE 'Item'.
           02 FILLER PIC X(17) VALUE 'Was'.
           02 FILLER PIC X(17) VALUE 'Now'.
           02 FILLER PIC X(10) VALUE 'Effective'.
           02 FILLER PIC X(15) VALUE 'Status'.

       01  PR-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-NO PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-FILE PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PL-KEY PIC X(12).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PL-OLD PIC X(16).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PL-NEW PIC X(16).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PL-EFF PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-STAT PIC X(9).
           02 FILLER PIC X(6) VALUE SPACES.

       01  PR-WHO.
           02 FILLER PIC X(9) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Keyed '.
           02 PW-ENTERED PIC 9(8).
           02 FILLER PIC X(4) VALUE ' by '.
           02 PW-OPER PIC X(8).
           02 FILLER PIC X(14) VALUE '  Approved by '.
           02 PW-SUP PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PW-DONE PIC X(30).
           02 FILLER PIC X(1) VALUE SPACES.

       01  PR-TOTAL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PT-LABEL PIC X(30).
           02 PT-COUNT PIC ZZZZ9.
           02 FILLER PIC X(53) VALUE SPACES.

       01  BLANK-LINE PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM ASK-PERIOD-RTN THRU ASK-PERIOD-RTN-END.

           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM PR-HEAD AFTER PAGE.
           MOVE WS-RUN-DATE TO PD-DATE.
           IF FROM-DATE = 0 AND TO-DATE = 99999999
               MOVE 'Whole change log' TO PD-PERIOD
           ELSE
               STRING 'Period ' FROM-DATE ' to ' TO-DATE
                   DELIMITED BY SIZE INTO PD-PERIOD
               END-STRING
           END-IF.
           WRITE RPTREC FROM PR-DATE-LINE AFTER 1.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM PR-COL-HEAD AFTER 1.

           MOVE 0 TO EOFSW.
           OPEN INPUT CHGFILE.
           READ CHGFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               PERFORM LIST-CHANGE-RTN THRU LIST-CHANGE-RTN-END
               READ CHGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE CHGFILE.

           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 'Changes listed' TO PT-LABEL.
           MOVE LISTED-COUNT TO PT-COUNT.
           WRITE RPTREC FROM PR-TOTAL AFTER 1.
           MOVE '  Installed' TO PT-LABEL.
           MOVE APPLIED-COUNT TO PT-COUNT.
           WRITE RPTREC FROM PR-TOTAL AFTER 1.
           MOVE '  Pending' TO PT-LABEL.
           MOVE PENDING-COUNT TO PT-COUNT.
           WRITE RPTREC FROM PR-TOTAL AFTER 1.
           MOVE '    of which past their date' TO PT-LABEL.
           MOVE OVERDUE-COUNT TO PT-COUNT.
           WRITE RPTREC FROM PR-TOTAL AFTER 1.
           MOVE '  Cancelled' TO PT-LABEL.
           MOVE CANCEL-COUNT TO PT-COUNT.
           WRITE RPTREC FROM PR-TOTAL AFTER 1.
           CLOSE RPTFILE.

           DISPLAY 'PARAMETER CHANGES LISTED: ' LISTED-COUNT.
           DISPLAY 'SEE PRMRPTR.'.
           STOP RUN.

       ASK-PERIOD-RTN.
           DISPLAY 'From date (YYYYMMDD, 0 = whole log): '.
           ACCEPT FROM-DATE.
           IF FROM-DATE = 0
               MOVE 99999999 TO TO-DATE
               GO TO ASK-PERIOD-RTN-END
           END-IF.
           MOVE FROM-DATE TO WORK-DATE.
           IF WORK-MM < 1 OR WORK-MM > 12 OR WORK-DD < 1
              OR WORK-DD > 31
               DISPLAY 'Invalid date.'
               GO TO ASK-PERIOD-RTN
           END-IF.

       ASK-PERIOD-TO.
           DISPLAY 'To date (YYYYMMDD, 0 = today): '.
           ACCEPT TO-DATE.
           IF TO-DATE = 0
               MOVE WS-RUN-DATE TO TO-DATE
           END-IF.
           MOVE TO-DATE TO WORK-DATE.
           IF WORK-MM < 1 OR WORK-MM > 12 OR WORK-DD < 1
              OR WORK-DD > 31
               DISPLAY 'Invalid date.'
               GO TO ASK-PERIOD-TO
           END-IF.
           IF TO-DATE < FROM-DATE
               DISPLAY 'Not before the from date!'
               GO TO ASK-PERIOD-TO
           END-IF.
       ASK-PERIOD-RTN-END.
           EXIT.

      *a change is in the period if anything happened to it there
       LIST-CHANGE-RTN.
           MOVE 0 TO IN-PERIOD-SW.
           IF PC-ENTERED NOT < FROM-DATE AND PC-ENTERED NOT > TO-DATE
               MOVE 1 TO IN-PERIOD-SW
           END-IF.
           IF PC-EFF NOT < FROM-DATE AND PC-EFF NOT > TO-DATE
               MOVE 1 TO IN-PERIOD-SW
           END-IF.
           IF PC-DONE > 0
              AND PC-DONE NOT < FROM-DATE AND PC-DONE NOT > TO-DATE
               MOVE 1 TO IN-PERIOD-SW
           END-IF.
           IF IN-PERIOD-SW = 0
               GO TO LIST-CHANGE-RTN-END
           END-IF.

           ADD 1 TO LISTED-COUNT.
           MOVE PC-NO TO PL-NO.
           MOVE PC-FILE TO PL-FILE.
           MOVE PC-KEY TO PL-KEY.
           MOVE PC-OLD TO PL-OLD.
           MOVE PC-NEW TO PL-NEW.
           MOVE PC-EFF TO PL-EFF.
           MOVE PC-ENTERED TO PW-ENTERED.
           MOVE PC-OPER TO PW-OPER.
           MOVE PC-SUP TO PW-SUP.
           MOVE SPACES TO PW-DONE.
           EVALUATE PC-STAT
               WHEN 'A'
                   ADD 1 TO APPLIED-COUNT
                   MOVE 'INSTALLED' TO PL-STAT
                   STRING 'Installed ' PC-DONE
                       DELIMITED BY SIZE INTO PW-DONE
                   END-STRING
               WHEN 'X'
                   ADD 1 TO CANCEL-COUNT
                   MOVE 'CANCELLED' TO PL-STAT
                   STRING 'Cancelled ' PC-DONE ' by ' PC-DONE-BY
                       DELIMITED BY SIZE INTO PW-DONE
                   END-STRING
               WHEN OTHER
                   ADD 1 TO PENDING-COUNT
                   MOVE 'PENDING' TO PL-STAT
                   IF PC-EFF NOT > WS-RUN-DATE
                       ADD 1 TO OVERDUE-COUNT
                       MOVE '** DUE - NOT YET INSTALLED **' TO PW-DONE
                   ELSE
                       MOVE 'Awaiting its date' TO PW-DONE
                   END-IF
           END-EVALUATE.
           WRITE RPTREC FROM PR-DETAIL AFTER 1.
           WRITE RPTREC FROM PR-WHO AFTER 1.
       LIST-CHANGE-RTN-END.
           EXIT.
