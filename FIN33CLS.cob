       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN33CLS.
      *AUTHOR MIGEL H. TAN
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *INSTALLATION. PUP SOUTH WING.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MTRCB COMPLIANCE CHECK FOR THE PROGRAM MANAGER'S
      *WEEKLY SIGN-OFF. EVERY ACTIVE SHOW ON SHOWMAST.TXT IS CHECKED
      *FOR A CLASSIFICATION ON FILE AND ONE STILL VALID; EVERY SHOW
      *AND SLOT PAIR FIN33.TXT HAS THE SHOW AIRING IN IS CHECKED
      *AGAINST THE SLOT'S CLOCK HOURS - AN SPG SHOW MAY NOT AIR IN A
      *SLOT THAT TOUCHES THE DAYTIME WINDOW (MTRCBPRM.TXT, DEFAULT
      *0600 TO 1800). TIMEMAST.TXT AIRTIMES ARE FREE TEXT, SO THE
      *HOURS OF EACH SLOT ARE KEPT ON SLOTHRS.TXT. THE REPORT IS
      *FIN33CLSR, WITH A SIGN-OFF LINE AT THE FOOT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTFILE ASSIGN TO 'SHOWMAST.TXT'
               FILE STATUS IS WS-MAST-FS.
           SELECT TIMEMASTFILE ASSIGN TO 'TIMEMAST.TXT'
               FILE STATUS IS WS-TIME-FS.
           SELECT HRSFILE ASSIGN TO 'SLOTHRS.TXT'
               FILE STATUS IS WS-HRS-FS.
           SELECT PRMFILE ASSIGN TO 'MTRCBPRM.TXT'
               FILE STATUS IS WS-PRM-FS.
           SELECT INFILE ASSIGN TO 'FIN33.TXT'
               FILE STATUS IS WS-FS-IN.
           SELECT RPTFILE ASSIGN TO 'FIN33CLSR'.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MAST-REC.

       01  MAST-REC.
           05 MAST-NAME PIC X(20).
           05 MAST-NETWORK PIC X(10).
           05 MAST-RETIRED PIC X.
           05 MAST-CLASS PIC X(3).
           05 MAST-CLASS-VALID PIC 9(8).

       FD  TIMEMASTFILE.
       01  TIME-MAST-REC.
           05 TM-AIRTIME PIC X(15).

      *the clock hours of a TIMEMAST slot, 24-hour HHMM; an end
      *before the start runs past midnight
       FD  HRSFILE.
       01  HRS-REC.
           05 SH-AIRTIME PIC X(15).
           05 SH-FROM PIC 9(4).
           05 SH-TO PIC 9(4).

      *the daytime window SPG material is kept out of
       FD  PRMFILE.
       01  PRM-REC.
           05 MP-DAY-FROM PIC 9(4).
           05 MP-DAY-TO PIC 9(4).

       FD  INFILE.
       01  SURVEY-REC.
           05 S-SNA PIC X(20).
           05 S-NETWORK PIC X(10).
           05 S-MNA PIC X(12).
           05 S-AIRTIME PIC X(15).
           05 S-TVIEWERS PIC 9(6).
           05 S-AGE-GROUP OCCURS 4 TIMES PIC 9(6).
           05 S-VREGION PIC X(10).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(90).

       WORKING-STORAGE SECTION.

       01 WS-MAST-FS PIC XX VALUE SPACES.
       01 WS-TIME-FS PIC XX VALUE SPACES.
       01 WS-HRS-FS PIC XX VALUE SPACES.
       01 WS-PRM-FS PIC XX VALUE SPACES.
       01 WS-FS-IN PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01 DAY-FROM PIC 9(4) VALUE 0600.
       01 DAY-TO PIC 9(4) VALUE 1800.

       01 SHOW-TABLE.
           05 SHOW-ENTRY OCCURS 20 TIMES.
               10 ST-NAME PIC X(20).
               10 ST-NETWORK PIC X(10).
               10 ST-RETIRED PIC X.
               10 ST-CLASS PIC X(3).
               10 ST-CLASS-VALID PIC 9(8).
               10 ST-STATE PIC X.
       01 SHOW-COUNT PIC 99 VALUE 0.
       01 S-I PIC 99 VALUE 0.
       01 FOUND-SHOW PIC 99 VALUE 0.

      *each TIMEMAST slot with its hours, when SLOTHRS has them
       01 TIME-TABLE.
           05 TIME-ENTRY OCCURS 10 TIMES.
               10 TT-AIRTIME PIC X(15).
               10 TT-HOURS-SW PIC 9.
               10 TT-FROM PIC 9(4).
               10 TT-TO PIC 9(4).
               10 TT-DAYTIME-SW PIC 9.
       01 TIME-COUNT PIC 99 VALUE 0.
       01 T-I PIC 99 VALUE 0.
       01 FOUND-SLOT PIC 99 VALUE 0.

      *one entry per show and slot the surveys have on the air
       01 PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 200 TIMES.
               10 PR-SHOW PIC X(20).
               10 PR-AIRTIME PIC X(15).
               10 PR-SURVEYS PIC 9(5).
       01 PAIR-COUNT PIC 9(3) VALUE 0.
       01 PAIR-OVER PIC 9(5) VALUE 0.
       01 P-I PIC 9(3) VALUE 0.
       01 FOUND-PAIR PIC 9(3) VALUE 0.

       01 WS-RESULT PIC X(30) VALUE SPACES.
       01 CLASS-FLAGS PIC 9(3) VALUE 0.
       01 SLOT-FLAGS PIC 9(3) VALUE 0.
       01 HOURS-MISSING PIC 9(3) VALUE 0.

       01 CLS-TITLE.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(34) VALUE
               'MTRCB CLASSIFICATION COMPLIANCE'.
           02 FILLER PIC X(28) VALUE SPACES.

       01 RUN-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Run Date: '.
           02 RL-DATE PIC 9(8).
           02 FILLER PIC X(19) VALUE '   Daytime Window: '.
           02 RL-FROM PIC 9(4).
           02 FILLER PIC X(4) VALUE ' to '.
           02 RL-TO PIC 9(4).
           02 FILLER PIC X(39) VALUE SPACES.

       01 SECTION-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SH-TEXT PIC X(50).
           02 FILLER PIC X(38) VALUE SPACES.

       01 SHOW-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(22) VALUE 'Show'.
           02 FILLER PIC X(12) VALUE 'Network'.
           02 FILLER PIC X(7) VALUE 'Class'.
           02 FILLER PIC X(10) VALUE 'Valid To'.
           02 FILLER PIC X(37) VALUE 'Finding'.

       01 SHOW-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-NAME PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-NETWORK PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-CLASS PIC X(3).
           02 FILLER PIC X(4) VALUE SPACES.
           02 SL-VALID PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-RESULT PIC X(30).
           02 FILLER PIC X(7) VALUE SPACES.

       01 AIR-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(22) VALUE 'Show'.
           02 FILLER PIC X(17) VALUE 'Slot'.
           02 FILLER PIC X(7) VALUE 'Class'.
           02 FILLER PIC X(12) VALUE 'Hours'.
           02 FILLER PIC X(30) VALUE 'Finding'.

       01 AIR-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-SHOW PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-AIRTIME PIC X(15).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-CLASS PIC X(3).
           02 FILLER PIC X(4) VALUE SPACES.
           02 AL-FROM PIC X(4).
           02 AL-DASH PIC X.
           02 AL-TO PIC X(4).
           02 FILLER PIC X(3) VALUE SPACES.
           02 AL-RESULT PIC X(30).

       01 SLOT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-AIRTIME PIC X(15).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-TEXT PIC X(40).
           02 FILLER PIC X(31) VALUE SPACES.

       01 TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TO-LABEL PIC X(34).
           02 TO-COUNT PIC ZZZZ9.
           02 FILLER PIC X(49) VALUE SPACES.

       01 SIGN-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(22) VALUE 'Reviewed and signed: '.
           02 FILLER PIC X(30) VALUE ALL '_'.
           02 FILLER PIC X(8) VALUE '  Date: '.
           02 FILLER PIC X(12) VALUE ALL '_'.
           02 FILLER PIC X(16) VALUE SPACES.

       01 SIGN-TITLE.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(30) VALUE '       Program Manager'.
           02 FILLER PIC X(36) VALUE SPACES.

       01 BLANK-LINE.
           02 FILLER PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM LOAD-SHOWS-RTN THRU LOAD-SHOWS-RTN-END.
           IF SHOW-COUNT = 0
               DISPLAY 'NO SHOWMAST.TXT ON HAND.'
               STOP RUN
           END-IF.
           PERFORM LOAD-PRM-RTN THRU LOAD-PRM-RTN-END.
           PERFORM LOAD-TIMES-RTN THRU LOAD-TIMES-RTN-END.
           PERFORM LOAD-HOURS-RTN THRU LOAD-HOURS-RTN-END.
           PERFORM LOAD-PAIRS-RTN THRU LOAD-PAIRS-RTN-END.

           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM CLS-TITLE AFTER PAGE.
           MOVE WS-RUN-DATE TO RL-DATE.
           MOVE DAY-FROM TO RL-FROM.
           MOVE DAY-TO TO RL-TO.
           WRITE RPTREC FROM RUN-LINE AFTER 1.

           MOVE 'Classification on File' TO SH-TEXT.
           WRITE RPTREC FROM SECTION-HEAD AFTER 2.
           WRITE RPTREC FROM SHOW-HEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM CHECK-SHOW-RTN
               VARYING S-I FROM 1 BY 1 UNTIL S-I > SHOW-COUNT.

           MOVE 'Shows on the Air by Slot (FIN33.TXT)' TO SH-TEXT.
           WRITE RPTREC FROM SECTION-HEAD AFTER 3.
           WRITE RPTREC FROM AIR-HEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM CHECK-PAIR-RTN THRU CHECK-PAIR-RTN-END
               VARYING P-I FROM 1 BY 1 UNTIL P-I > PAIR-COUNT.

           PERFORM SLOT-HOURS-RTN THRU SLOT-HOURS-RTN-END.

           WRITE RPTREC FROM BLANK-LINE AFTER 2.
           MOVE 'SHOWS WITH A CLASSIFICATION ISSUE' TO TO-LABEL.
           MOVE CLASS-FLAGS TO TO-COUNT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'AIRINGS WITH A FINDING' TO TO-LABEL.
           MOVE SLOT-FLAGS TO TO-COUNT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'SLOTS WITHOUT HOURS ON SLOTHRS.TXT' TO TO-LABEL.
           MOVE HOURS-MISSING TO TO-COUNT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           IF PAIR-OVER > 0
               MOVE 'SURVEY PAIRS NOT CHECKED - TABLE FULL'
                   TO TO-LABEL
               MOVE PAIR-OVER TO TO-COUNT
               WRITE RPTREC FROM TOTAL-LINE AFTER 1
           END-IF.

           WRITE RPTREC FROM SIGN-LINE AFTER 4.
           WRITE RPTREC FROM SIGN-TITLE AFTER 1.
           CLOSE RPTFILE.

           DISPLAY 'CLASSIFICATION FINDINGS: ' CLASS-FLAGS
               '  HOURS FINDINGS: ' SLOT-FLAGS ' (FIN33CLSR).'.
           STOP RUN.

       LOAD-SHOWS-RTN.
           OPEN INPUT MASTFILE.
           IF WS-MAST-FS NOT = '00'
               GO TO LOAD-SHOWS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR SHOW-COUNT = 20
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO SHOW-COUNT
                   MOVE MAST-NAME TO ST-NAME(SHOW-COUNT)
                   MOVE MAST-NETWORK TO ST-NETWORK(SHOW-COUNT)
                   MOVE MAST-RETIRED TO ST-RETIRED(SHOW-COUNT)
                   MOVE MAST-CLASS TO ST-CLASS(SHOW-COUNT)
                   MOVE MAST-CLASS-VALID
                       TO ST-CLASS-VALID(SHOW-COUNT)
                   MOVE SPACE TO ST-STATE(SHOW-COUNT)
               END-IF
           END-PERFORM.

           CLOSE MASTFILE.
       LOAD-SHOWS-RTN-END.
           EXIT.

       LOAD-PRM-RTN.
           OPEN INPUT PRMFILE.
           IF WS-PRM-FS NOT = '00'
               GO TO LOAD-PRM-RTN-END
           END-IF.
           READ PRMFILE
               AT END
                   CLOSE PRMFILE
                   GO TO LOAD-PRM-RTN-END
           END-READ.
           CLOSE PRMFILE.
           IF MP-DAY-FROM < MP-DAY-TO AND MP-DAY-TO NOT > 2400
               MOVE MP-DAY-FROM TO DAY-FROM
               MOVE MP-DAY-TO TO DAY-TO
           END-IF.
       LOAD-PRM-RTN-END.
           EXIT.

       LOAD-TIMES-RTN.
           OPEN INPUT TIMEMASTFILE.
           IF WS-TIME-FS NOT = '00'
               GO TO LOAD-TIMES-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR TIME-COUNT = 10
               READ TIMEMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO TIME-COUNT
                   MOVE TM-AIRTIME TO TT-AIRTIME(TIME-COUNT)
                   MOVE 0 TO TT-HOURS-SW(TIME-COUNT)
                   MOVE 0 TO TT-DAYTIME-SW(TIME-COUNT)
               END-IF
           END-PERFORM.

           CLOSE TIMEMASTFILE.
       LOAD-TIMES-RTN-END.
           EXIT.

      *a slot touches the daytime window when any part of it falls
      *inside; a slot past midnight is two runs of the clock
       LOAD-HOURS-RTN.
           OPEN INPUT HRSFILE.
           IF WS-HRS-FS NOT = '00'
               GO TO LOAD-HOURS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ HRSFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM VARYING T-I FROM 1 BY 1
                           UNTIL T-I > TIME-COUNT
                       IF TT-AIRTIME(T-I) = SH-AIRTIME
                           MOVE 1 TO TT-HOURS-SW(T-I)
                           MOVE SH-FROM TO TT-FROM(T-I)
                           MOVE SH-TO TO TT-TO(T-I)
                           MOVE 0 TO TT-DAYTIME-SW(T-I)
                           IF SH-TO > SH-FROM
                               IF SH-FROM < DAY-TO
                                  AND SH-TO > DAY-FROM
                                   MOVE 1 TO TT-DAYTIME-SW(T-I)
                               END-IF
                           ELSE
                               IF SH-FROM < DAY-TO
                                  OR SH-TO > DAY-FROM
                                   MOVE 1 TO TT-DAYTIME-SW(T-I)
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           CLOSE HRSFILE.
       LOAD-HOURS-RTN-END.
           EXIT.

       LOAD-PAIRS-RTN.
           OPEN INPUT INFILE.
           IF WS-FS-IN NOT = '00'
               GO TO LOAD-PAIRS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ INFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE 0 TO FOUND-PAIR
                   PERFORM VARYING P-I FROM 1 BY 1
                           UNTIL P-I > PAIR-COUNT
                       IF PR-SHOW(P-I) = S-SNA
                          AND PR-AIRTIME(P-I) = S-AIRTIME
                           MOVE P-I TO FOUND-PAIR
                       END-IF
                   END-PERFORM
                   IF FOUND-PAIR = 0
                       IF PAIR-COUNT < 200
                           ADD 1 TO PAIR-COUNT
                           MOVE S-SNA TO PR-SHOW(PAIR-COUNT)
                           MOVE S-AIRTIME TO PR-AIRTIME(PAIR-COUNT)
                           MOVE 1 TO PR-SURVEYS(PAIR-COUNT)
                       ELSE
                           ADD 1 TO PAIR-OVER
                       END-IF
                   ELSE
                       ADD 1 TO PR-SURVEYS(FOUND-PAIR)
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE INFILE.
       LOAD-PAIRS-RTN-END.
           EXIT.

      *retired shows are off the air and need no permit; the state
      *byte carries the finding into the slot check
       CHECK-SHOW-RTN.
           IF ST-RETIRED(S-I) = 'Y' OR ST-RETIRED(S-I) = 'y'
               MOVE 'R' TO ST-STATE(S-I)
           ELSE
               IF ST-CLASS(S-I) = SPACES
                   MOVE 'N' TO ST-STATE(S-I)
                   MOVE 'NO CLASSIFICATION ON FILE' TO WS-RESULT
                   ADD 1 TO CLASS-FLAGS
               ELSE
                   IF ST-CLASS-VALID(S-I) < WS-RUN-DATE
                       MOVE 'X' TO ST-STATE(S-I)
                       MOVE 'CLASSIFICATION EXPIRED' TO WS-RESULT
                       ADD 1 TO CLASS-FLAGS
                   ELSE
                       MOVE 'V' TO ST-STATE(S-I)
                       MOVE 'OK' TO WS-RESULT
                   END-IF
               END-IF
               MOVE ST-NAME(S-I) TO SL-NAME
               MOVE ST-NETWORK(S-I) TO SL-NETWORK
               MOVE ST-CLASS(S-I) TO SL-CLASS
               MOVE ST-CLASS-VALID(S-I) TO SL-VALID
               MOVE WS-RESULT TO SL-RESULT
               WRITE RPTREC FROM SHOW-LINE AFTER 1
           END-IF.

       CHECK-PAIR-RTN.
           MOVE PR-SHOW(P-I) TO AL-SHOW.
           MOVE PR-AIRTIME(P-I) TO AL-AIRTIME.
           MOVE SPACES TO AL-CLASS AL-FROM AL-DASH AL-TO.

           MOVE 0 TO FOUND-SHOW.
           PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I > SHOW-COUNT
               IF ST-NAME(S-I) = PR-SHOW(P-I)
                   MOVE S-I TO FOUND-SHOW
               END-IF
           END-PERFORM.
           MOVE 0 TO FOUND-SLOT.
           PERFORM VARYING T-I FROM 1 BY 1 UNTIL T-I > TIME-COUNT
               IF TT-AIRTIME(T-I) = PR-AIRTIME(P-I)
                   MOVE T-I TO FOUND-SLOT
               END-IF
           END-PERFORM.
           IF FOUND-SLOT > 0
               IF TT-HOURS-SW(FOUND-SLOT) = 1
                   MOVE TT-FROM(FOUND-SLOT) TO AL-FROM
                   MOVE '-' TO AL-DASH
                   MOVE TT-TO(FOUND-SLOT) TO AL-TO
               END-IF
           END-IF.

           IF FOUND-SHOW = 0
               MOVE 'SHOW NOT ON SHOWMAST.TXT' TO AL-RESULT
               ADD 1 TO SLOT-FLAGS
               GO TO CHECK-PAIR-WRITE
           END-IF.
           MOVE ST-CLASS(FOUND-SHOW) TO AL-CLASS.

           EVALUATE ST-STATE(FOUND-SHOW)
               WHEN 'R'
                   MOVE 'RETIRED - NOT CHECKED' TO AL-RESULT
                   GO TO CHECK-PAIR-WRITE
               WHEN 'N'
                   MOVE 'AIRS WITH NO CLASSIFICATION' TO AL-RESULT
                   ADD 1 TO SLOT-FLAGS
                   GO TO CHECK-PAIR-WRITE
               WHEN 'X'
                   MOVE 'AIRS ON AN EXPIRED PERMIT' TO AL-RESULT
                   ADD 1 TO SLOT-FLAGS
                   GO TO CHECK-PAIR-WRITE
           END-EVALUATE.

           IF FOUND-SLOT = 0
               MOVE 'SLOT NOT ON TIMEMAST.TXT' TO AL-RESULT
               ADD 1 TO SLOT-FLAGS
               GO TO CHECK-PAIR-WRITE
           END-IF.
           IF ST-CLASS(FOUND-SHOW) NOT = 'SPG'
               MOVE 'OK' TO AL-RESULT
               GO TO CHECK-PAIR-WRITE
           END-IF.
           IF TT-HOURS-SW(FOUND-SLOT) = 0
               MOVE 'SPG - SLOT HOURS NOT ON FILE' TO AL-RESULT
               ADD 1 TO SLOT-FLAGS
               GO TO CHECK-PAIR-WRITE
           END-IF.
           IF TT-DAYTIME-SW(FOUND-SLOT) = 1
               MOVE 'SPG IN A DAYTIME SLOT' TO AL-RESULT
               ADD 1 TO SLOT-FLAGS
           ELSE
               MOVE 'OK' TO AL-RESULT
           END-IF.

       CHECK-PAIR-WRITE.
           WRITE RPTREC FROM AIR-LINE AFTER 1.
       CHECK-PAIR-RTN-END.
           EXIT.

      *every slot on the schedule should carry its hours, or an
      *SPG show put into it later cannot be judged
       SLOT-HOURS-RTN.
           PERFORM VARYING T-I FROM 1 BY 1 UNTIL T-I > TIME-COUNT
               IF TT-HOURS-SW(T-I) = 0
                   ADD 1 TO HOURS-MISSING
               END-IF
           END-PERFORM.
           IF HOURS-MISSING = 0
               GO TO SLOT-HOURS-RTN-END
           END-IF.

           MOVE 'TIMEMAST.TXT Slots with No Hours on SLOTHRS.TXT'
               TO SH-TEXT.
           WRITE RPTREC FROM SECTION-HEAD AFTER 3.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING T-I FROM 1 BY 1 UNTIL T-I > TIME-COUNT
               IF TT-HOURS-SW(T-I) = 0
                   MOVE TT-AIRTIME(T-I) TO TL-AIRTIME
                   MOVE 'ADD THE SLOT''S CLOCK HOURS' TO TL-TEXT
                   WRITE RPTREC FROM SLOT-LINE AFTER 1
               END-IF
           END-PERFORM.
       SLOT-HOURS-RTN-END.
           EXIT.
