       IDENTIFICATION DIVISION.
       PROGRAM-ID. PANREACH.
      *AUTHOR MIGEL H. TAN
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *INSTALLATION. PUP SOUTH WING.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. REACH AND FREQUENCY FROM THE PANDIARY.TXT PANEL
      *DIARY OVER A DATE RANGE, FOR EITHER A SET OF SHOWS OR AN
      *ADVERTISER'S SPOT SCHEDULE ON TRAFLOG.TXT. A MEMBER IS IN
      *TAB WHEN THEY KEPT ANY DIARY LINE IN THE RANGE; EACH DIARY
      *LINE FOR A CHOSEN SHOW IS ONE EXPOSURE, AND FOR A SCHEDULE
      *EACH SPOT LOGGED IN THE SHOW AND SLOT THE MEMBER WATCHED THAT
      *DAY IS ONE. EVERY MEMBER IS WEIGHTED UP TO THE POPULATION
      *THEIR REGION'S PANEL REPRESENTS ON PANMAST.TXT, AS FIN33NET
      *DOES. REACH PERCENT, AVERAGE FREQUENCY AND GROSS RATING
      *POINTS BY REGION, BY AGE BRACKET AND IN TOTAL, WITH THE
      *FREQUENCY DISTRIBUTION, GO TO PANREACHR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARYFILE ASSIGN TO 'PANDIARY.TXT'
               FILE STATUS IS WS-DIA-FS.
           SELECT PANFILE ASSIGN TO 'PANMAST.TXT'
               FILE STATUS IS WS-PAN-FS.
           SELECT MASTFILE ASSIGN TO 'SHOWMAST.TXT'
               FILE STATUS IS WS-MAST-FS.
           SELECT LOGFILE ASSIGN TO 'TRAFLOG.TXT'
               FILE STATUS IS WS-LOG-FS.
           SELECT RPTFILE ASSIGN TO 'PANREACHR'.

       DATA DIVISION.
       FILE SECTION.

       FD  DIARYFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DIARY-REC.

       01  DIARY-REC.
           05 PD-HOUSEHOLD PIC 9(6).
           05 PD-MEMBER PIC 99.
           05 PD-REGION PIC X(10).
           05 PD-AGE PIC 9.
           05 PD-DATE PIC 9(8).
           05 PD-SHOW PIC X(20).
           05 PD-AIRTIME PIC X(15).

       FD  PANFILE.
       01  PAN-REC.
           05 PM-REGION PIC X(10).
           05 PM-PANEL PIC 9(6).
           05 PM-POP PIC 9(9).

       FD  MASTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MAST-REC.

       01  MAST-REC.
           05 MAST-NAME PIC X(20).
           05 MAST-NETWORK PIC X(10).
           05 MAST-RETIRED PIC X.
           05 MAST-CLASS PIC X(3).
           05 MAST-CLASS-VALID PIC 9(8).

       FD  LOGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOG-REC.

       01  LOG-REC.
           05 TL-DATE PIC 9(8).
           05 TL-AIRTIME PIC X(15).
           05 TL-HOUR PIC 99.
           05 TL-BREAK PIC 9.
           05 TL-POS PIC 99.
           05 TL-REF PIC 9(6).
           05 TL-ADVERTISER PIC X(20).
           05 TL-CATEGORY PIC X(10).
           05 TL-SHOW PIC X(20).
           05 TL-LENGTH PIC 9(3).
           05 TL-COMPETE PIC X.
           05 TL-AIRED PIC X.

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(90).

       WORKING-STORAGE SECTION.

       01 WS-DIA-FS PIC XX VALUE SPACES.
       01 WS-PAN-FS PIC XX VALUE SPACES.
       01 WS-MAST-FS PIC XX VALUE SPACES.
       01 WS-LOG-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

       01 DATE-FROM PIC 9(8) VALUE 0.
       01 DATE-TO PIC 9(8) VALUE 0.
       01 RUN-BASIS PIC X VALUE SPACES.
       01 WORK-ADVERTISER PIC X(20) VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.

      *region weights - people represented per panel member; a
      *region missing from the master counts its members as one
       01 PAN-TABLE.
           05 PAN-ENTRY OCCURS 10 TIMES.
               10 PA-REGION PIC X(10).
               10 PA-WEIGHT PIC 9(7)V9(4).
       01 PAN-COUNT PIC 99 VALUE 0.
       01 PA-I PIC 99 VALUE 0.

       01 SHOW-TABLE.
           05 SHOW-ENTRY OCCURS 20 TIMES PIC X(20).
       01 SHOW-COUNT PIC 99 VALUE 0.
       01 S-I PIC 99 VALUE 0.
       01 SCO PIC 99 VALUE 0.

       01 SET-TABLE.
           05 SET-ENTRY OCCURS 10 TIMES PIC X(20).
       01 SET-COUNT PIC 99 VALUE 0.
       01 E-I PIC 99 VALUE 0.

       01 SPOT-TABLE.
           05 SPOT-ENTRY OCCURS 500 TIMES.
               10 SP-DATE PIC 9(8).
               10 SP-AIRTIME PIC X(15).
               10 SP-SHOW PIC X(20).
       01 SPOT-COUNT PIC 9(3) VALUE 0.
       01 SP-I PIC 9(3) VALUE 0.

      *one entry per panel member in tab over the range
       01 MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 3000 TIMES.
               10 MB-HOUSEHOLD PIC 9(6).
               10 MB-MEMBER PIC 99.
               10 MB-REGION-I PIC 99.
               10 MB-AGE PIC 9.
               10 MB-EXPOS PIC 9(5).
       01 MEMBER-COUNT PIC 9(4) VALUE 0.
       01 M-I PIC 9(4) VALUE 0.
       01 FOUND-M PIC 9(4) VALUE 0.
       01 LINES-IN-RANGE PIC 9(5) VALUE 0.
       01 LINE-EXPOS PIC 9(5) VALUE 0.

      *rows 1-10 the PANMAST regions, 11 regions not on it, 12-15
      *the age brackets, 16 the total
       01 GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 16 TIMES.
               10 GR-INTAB PIC 9(5).
               10 GR-REACHED PIC 9(5).
               10 GR-P-INTAB PIC 9(13)V99.
               10 GR-P-REACHED PIC 9(13)V99.
               10 GR-P-EXPOS PIC 9(13)V99.
       01 G-I PIC 99 VALUE 0.
       01 WS-WEIGHT PIC 9(7)V9(4) VALUE 0.

       01 FREQ-TABLE.
           05 FREQ-ENTRY OCCURS 5 TIMES.
               10 FQ-COUNT PIC 9(5).
               10 FQ-PROJ PIC 9(13)V99.
       01 F-I PIC 9 VALUE 0.

       01 WS-REACH-PCT PIC 9(3)V99 VALUE 0.
       01 WS-AVG-FREQ PIC 9(5)V99 VALUE 0.
       01 WS-GRP PIC 9(7)V9 VALUE 0.

       01 AGE-NAMES-INIT.
           05 FILLER PIC X(16) VALUE 'AGE 0-12'.
           05 FILLER PIC X(16) VALUE 'AGE 13-17'.
           05 FILLER PIC X(16) VALUE 'AGE 18-49'.
           05 FILLER PIC X(16) VALUE 'AGE 50 AND UP'.
       01 AGE-NAMES REDEFINES AGE-NAMES-INIT.
           05 AGE-NAME OCCURS 4 TIMES PIC X(16).

       01 RF-TITLE.
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'PANEL REACH AND FREQUENCY'.
           02 FILLER PIC X(30) VALUE SPACES.

       01 PERIOD-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Period:   '.
           02 PL-FROM PIC 9(8).
           02 FILLER PIC X(4) VALUE ' to '.
           02 PL-TO PIC 9(8).
           02 FILLER PIC X(58) VALUE SPACES.

       01 BASIS-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BL-LABEL PIC X(10).
           02 BL-TEXT PIC X(40).
           02 FILLER PIC X(38) VALUE SPACES.

       01 COL-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(18) VALUE 'Group'.
           02 FILLER PIC X(8) VALUE '  In Tab'.
           02 FILLER PIC X(9) VALUE '  Reached'.
           02 FILLER PIC X(9) VALUE '  Reach %'.
           02 FILLER PIC X(10) VALUE '  Avg Freq'.
           02 FILLER PIC X(11) VALUE '       GRPs'.
           02 FILLER PIC X(18) VALUE '   Projected Reach'.
           02 FILLER PIC X(5) VALUE SPACES.

       01 GROUP-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 GL-NAME PIC X(16).
           02 FILLER PIC X(2) VALUE SPACES.
           02 GL-INTAB PIC ZZZZZZZ9.
           02 GL-REACHED PIC ZZZZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 GL-PCT PIC ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 GL-FREQ PIC ZZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 GL-GRP PIC ZZZZZZZ9.9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 GL-PROJ PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.

       01 FREQ-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
               'Frequency Distribution (members reached)'.
           02 FILLER PIC X(38) VALUE SPACES.

       01 FREQ-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Exposed '.
           02 FL-TIMES PIC X(10).
           02 FL-COUNT PIC ZZZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FL-PCT PIC ZZ9.99.
           02 FILLER PIC X(14) VALUE '% of universe'.
           02 FL-PROJ PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(20) VALUE SPACES.

       01 BLANK-LINE.
           02 FILLER PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-PANELS-RTN THRU LOAD-PANELS-RTN-END.
           PERFORM LOAD-SHOWS-RTN THRU LOAD-SHOWS-RTN-END.

       ASK-FROM.
           DISPLAY 'Period From (YYYYMMDD): '.
           ACCEPT DATE-FROM.
           IF DATE-FROM < 19000101 OR DATE-FROM > 21001231
               DISPLAY 'Invalid!'
               GO TO ASK-FROM
           END-IF.

       ASK-TO.
           DISPLAY 'Period To (YYYYMMDD): '.
           ACCEPT DATE-TO.
           IF DATE-TO < DATE-FROM OR DATE-TO > 21001231
               DISPLAY 'Invalid!'
               GO TO ASK-TO
           END-IF.

       ASK-BASIS.
           DISPLAY 'Shows or Booked schedule? (S/B): '.
           ACCEPT RUN-BASIS.
           EVALUATE RUN-BASIS
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO RUN-BASIS
                   PERFORM PICK-SHOWS-RTN THRU PICK-SHOWS-RTN-END
               WHEN 'B'
               WHEN 'b'
                   MOVE 'B' TO RUN-BASIS
                   PERFORM LOAD-SPOTS-RTN THRU LOAD-SPOTS-RTN-END
               WHEN OTHER
                   DISPLAY 'S or B only!'
                   GO TO ASK-BASIS
           END-EVALUATE.

           INITIALIZE GROUP-TABLE FREQ-TABLE.
           PERFORM LOAD-DIARY-RTN THRU LOAD-DIARY-RTN-END.
           IF MEMBER-COUNT = 0
               DISPLAY 'NO DIARY LINES IN THAT PERIOD.'
               STOP RUN
           END-IF.

           PERFORM TALLY-MEMBER-RTN
               VARYING M-I FROM 1 BY 1 UNTIL M-I > MEMBER-COUNT.
           PERFORM REPORT-RTN.

           MOVE 16 TO G-I.
           PERFORM FIGURES-RTN.
           DISPLAY 'IN TAB: ' GR-INTAB(16) '  REACHED: '
               GR-REACHED(16) '  REACH %: ' GL-PCT
               '  AVG FREQ: ' GL-FREQ ' (PANREACHR).'.
           STOP RUN.

       LOAD-PANELS-RTN.
           OPEN INPUT PANFILE.
           IF WS-PAN-FS NOT = '00'
               GO TO LOAD-PANELS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR PAN-COUNT = 10
               READ PANFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PAN-COUNT
                   MOVE PM-REGION TO PA-REGION(PAN-COUNT)
                   IF PM-PANEL > 0
                       COMPUTE PA-WEIGHT(PAN-COUNT) ROUNDED =
                           PM-POP / PM-PANEL
                   ELSE
                       MOVE 1 TO PA-WEIGHT(PAN-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE PANFILE.
       LOAD-PANELS-RTN-END.
           EXIT.

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
                   MOVE MAST-NAME TO SHOW-ENTRY(SHOW-COUNT)
               END-IF
           END-PERFORM.

           CLOSE MASTFILE.
       LOAD-SHOWS-RTN-END.
           EXIT.

       PICK-SHOWS-RTN.
           IF SHOW-COUNT = 0
               DISPLAY 'NO SHOWMAST.TXT ON HAND.'
               STOP RUN
           END-IF.
           DISPLAY 'Shows on the master:'.
           PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I > SHOW-COUNT
               DISPLAY '  ' S-I ' - ' SHOW-ENTRY(S-I)
           END-PERFORM.

       PICK-ONE-SHOW.
           DISPLAY 'Show Number (0 = done): '.
           ACCEPT SCO.
           IF SCO = 0
               IF SET-COUNT = 0
                   DISPLAY 'Pick at least one show!'
                   GO TO PICK-ONE-SHOW
               END-IF
               GO TO PICK-SHOWS-RTN-END
           END-IF.
           IF SCO > SHOW-COUNT
               DISPLAY 'Invalid!'
               GO TO PICK-ONE-SHOW
           END-IF.
           PERFORM VARYING E-I FROM 1 BY 1 UNTIL E-I > SET-COUNT
               IF SET-ENTRY(E-I) = SHOW-ENTRY(SCO)
                   DISPLAY 'Already picked.'
                   GO TO PICK-ONE-SHOW
               END-IF
           END-PERFORM.
           ADD 1 TO SET-COUNT.
           MOVE SHOW-ENTRY(SCO) TO SET-ENTRY(SET-COUNT).
           IF SET-COUNT < 10
               GO TO PICK-ONE-SHOW
           END-IF.
       PICK-SHOWS-RTN-END.
           EXIT.

      *the advertiser's logged spots in the range - a spot the
      *reconciliation found did not air is no exposure
       LOAD-SPOTS-RTN.
           DISPLAY 'Advertiser: '.
           ACCEPT WORK-ADVERTISER.
           INSPECT WORK-ADVERTISER CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           OPEN INPUT LOGFILE.
           IF WS-LOG-FS NOT = '00'
               DISPLAY 'NO TRAFLOG.TXT ON HAND - RUN SPOTTRAF FIRST.'
               STOP RUN
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ LOGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND TL-ADVERTISER = WORK-ADVERTISER
                  AND TL-DATE NOT < DATE-FROM
                  AND TL-DATE NOT > DATE-TO
                  AND TL-AIRED NOT = 'N'
                   IF SPOT-COUNT = 500
                       DISPLAY 'MORE THAN 500 SPOTS - NARROW THE '
                           'PERIOD.'
                       CLOSE LOGFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO SPOT-COUNT
                   MOVE TL-DATE TO SP-DATE(SPOT-COUNT)
                   MOVE TL-AIRTIME TO SP-AIRTIME(SPOT-COUNT)
                   MOVE TL-SHOW TO SP-SHOW(SPOT-COUNT)
               END-IF
           END-PERFORM.
           CLOSE LOGFILE.

           IF SPOT-COUNT = 0
               DISPLAY 'NO SPOTS FOR ' WORK-ADVERTISER
                   ' IN THAT PERIOD.'
               STOP RUN
           END-IF.
       LOAD-SPOTS-RTN-END.
           EXIT.

      *every diary line in the range puts its member in tab, and
      *adds whatever exposures it carries
       LOAD-DIARY-RTN.
           OPEN INPUT DIARYFILE.
           IF WS-DIA-FS NOT = '00'
               DISPLAY 'NO PANDIARY.TXT ON HAND - RUN PANLOAD FIRST.'
               STOP RUN
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ DIARYFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND PD-DATE NOT < DATE-FROM
                  AND PD-DATE NOT > DATE-TO
                   ADD 1 TO LINES-IN-RANGE
                   PERFORM DIARY-ONE-RTN THRU DIARY-ONE-RTN-END
               END-IF
           END-PERFORM.
           CLOSE DIARYFILE.
       LOAD-DIARY-RTN-END.
           EXIT.

       DIARY-ONE-RTN.
           MOVE 0 TO FOUND-M.
           PERFORM VARYING M-I FROM 1 BY 1 UNTIL M-I > MEMBER-COUNT
               IF MB-HOUSEHOLD(M-I) = PD-HOUSEHOLD
                  AND MB-MEMBER(M-I) = PD-MEMBER
                   MOVE M-I TO FOUND-M
               END-IF
           END-PERFORM.
           IF FOUND-M = 0
               IF MEMBER-COUNT = 3000
                   DISPLAY 'MORE THAN 3000 MEMBERS IN TAB - NARROW '
                       'THE PERIOD.'
                   STOP RUN
               END-IF
               ADD 1 TO MEMBER-COUNT
               MOVE MEMBER-COUNT TO FOUND-M
               MOVE PD-HOUSEHOLD TO MB-HOUSEHOLD(FOUND-M)
               MOVE PD-MEMBER TO MB-MEMBER(FOUND-M)
               MOVE PD-AGE TO MB-AGE(FOUND-M)
               MOVE 0 TO MB-EXPOS(FOUND-M)
               MOVE 11 TO MB-REGION-I(FOUND-M)
               PERFORM VARYING PA-I FROM 1 BY 1
                       UNTIL PA-I > PAN-COUNT
                   IF PA-REGION(PA-I) = PD-REGION
                       MOVE PA-I TO MB-REGION-I(FOUND-M)
                   END-IF
               END-PERFORM
           END-IF.

           MOVE 0 TO LINE-EXPOS.
           IF RUN-BASIS = 'S'
               PERFORM VARYING E-I FROM 1 BY 1 UNTIL E-I > SET-COUNT
                   IF SET-ENTRY(E-I) = PD-SHOW
                       MOVE 1 TO LINE-EXPOS
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING SP-I FROM 1 BY 1
                       UNTIL SP-I > SPOT-COUNT
                   IF SP-DATE(SP-I) = PD-DATE
                      AND SP-SHOW(SP-I) = PD-SHOW
                      AND SP-AIRTIME(SP-I) = PD-AIRTIME
                       ADD 1 TO LINE-EXPOS
                   END-IF
               END-PERFORM
           END-IF.
           ADD LINE-EXPOS TO MB-EXPOS(FOUND-M).
       DIARY-ONE-RTN-END.
           EXIT.

      *a member counts in their region's row, their bracket's row
      *and the total, at their region's weight
       TALLY-MEMBER-RTN.
           IF MB-REGION-I(M-I) > PAN-COUNT
               MOVE 1 TO WS-WEIGHT
           ELSE
               MOVE PA-WEIGHT(MB-REGION-I(M-I)) TO WS-WEIGHT
           END-IF.

           MOVE MB-REGION-I(M-I) TO G-I.
           PERFORM TALLY-GROUP-RTN.
           COMPUTE G-I = 11 + MB-AGE(M-I).
           PERFORM TALLY-GROUP-RTN.
           MOVE 16 TO G-I.
           PERFORM TALLY-GROUP-RTN.

           IF MB-EXPOS(M-I) > 0
               IF MB-EXPOS(M-I) > 5
                   MOVE 5 TO F-I
               ELSE
                   MOVE MB-EXPOS(M-I) TO F-I
               END-IF
               ADD 1 TO FQ-COUNT(F-I)
               ADD WS-WEIGHT TO FQ-PROJ(F-I)
           END-IF.

       TALLY-GROUP-RTN.
           ADD 1 TO GR-INTAB(G-I).
           ADD WS-WEIGHT TO GR-P-INTAB(G-I).
           IF MB-EXPOS(M-I) > 0
               ADD 1 TO GR-REACHED(G-I)
               ADD WS-WEIGHT TO GR-P-REACHED(G-I)
               COMPUTE GR-P-EXPOS(G-I) = GR-P-EXPOS(G-I)
                   + (WS-WEIGHT * MB-EXPOS(M-I))
           END-IF.

       REPORT-RTN.
           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM RF-TITLE AFTER PAGE.
           MOVE DATE-FROM TO PL-FROM.
           MOVE DATE-TO TO PL-TO.
           WRITE RPTREC FROM PERIOD-LINE AFTER 1.
           IF RUN-BASIS = 'S'
               MOVE 'Shows:' TO BL-LABEL
               PERFORM VARYING E-I FROM 1 BY 1 UNTIL E-I > SET-COUNT
                   MOVE SET-ENTRY(E-I) TO BL-TEXT
                   WRITE RPTREC FROM BASIS-LINE AFTER 1
                   MOVE SPACES TO BL-LABEL
               END-PERFORM
           ELSE
               MOVE 'Schedule:' TO BL-LABEL
               MOVE SPACES TO BL-TEXT
               STRING WORK-ADVERTISER DELIMITED BY '  '
                   ' - ' DELIMITED BY SIZE
                   SPOT-COUNT DELIMITED BY SIZE
                   ' spots logged' DELIMITED BY SIZE
                   INTO BL-TEXT
               END-STRING
               WRITE RPTREC FROM BASIS-LINE AFTER 1
           END-IF.

           WRITE RPTREC FROM COL-HEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING G-I FROM 1 BY 1 UNTIL G-I > 11
               IF GR-INTAB(G-I) > 0
                   IF G-I > PAN-COUNT
                       MOVE 'NOT ON PANMAST' TO GL-NAME
                   ELSE
                       MOVE PA-REGION(G-I) TO GL-NAME
                   END-IF
                   PERFORM GROUP-LINE-RTN
               END-IF
           END-PERFORM.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING G-I FROM 12 BY 1 UNTIL G-I > 15
               IF GR-INTAB(G-I) > 0
                   MOVE AGE-NAME(G-I - 11) TO GL-NAME
                   PERFORM GROUP-LINE-RTN
               END-IF
           END-PERFORM.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 16 TO G-I.
           MOVE 'TOTAL' TO GL-NAME.
           PERFORM GROUP-LINE-RTN.

           WRITE RPTREC FROM FREQ-HEAD AFTER 3.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING F-I FROM 1 BY 1 UNTIL F-I > 5
               EVALUATE F-I
                   WHEN 1 MOVE '1 time' TO FL-TIMES
                   WHEN 2 MOVE '2 times' TO FL-TIMES
                   WHEN 3 MOVE '3 times' TO FL-TIMES
                   WHEN 4 MOVE '4 times' TO FL-TIMES
                   WHEN 5 MOVE '5 or more' TO FL-TIMES
               END-EVALUATE
               MOVE FQ-COUNT(F-I) TO FL-COUNT
               MOVE 0 TO WS-REACH-PCT
               IF GR-P-INTAB(16) > 0
                   COMPUTE WS-REACH-PCT ROUNDED =
                       FQ-PROJ(F-I) * 100 / GR-P-INTAB(16)
               END-IF
               MOVE WS-REACH-PCT TO FL-PCT
               MOVE FQ-PROJ(F-I) TO FL-PROJ
               WRITE RPTREC FROM FREQ-LINE AFTER 1
           END-PERFORM.
           CLOSE RPTFILE.

       GROUP-LINE-RTN.
           PERFORM FIGURES-RTN.
           MOVE GR-INTAB(G-I) TO GL-INTAB.
           MOVE GR-REACHED(G-I) TO GL-REACHED.
           MOVE GR-P-REACHED(G-I) TO GL-PROJ.
           WRITE RPTREC FROM GROUP-LINE AFTER 1.

      *reach percent and GRPs run on the projected universe;
      *average frequency is exposures per person reached
       FIGURES-RTN.
           MOVE 0 TO WS-REACH-PCT WS-AVG-FREQ WS-GRP.
           IF GR-P-INTAB(G-I) > 0
               COMPUTE WS-REACH-PCT ROUNDED =
                   GR-P-REACHED(G-I) * 100 / GR-P-INTAB(G-I)
               COMPUTE WS-GRP ROUNDED =
                   GR-P-EXPOS(G-I) * 100 / GR-P-INTAB(G-I)
           END-IF.
           IF GR-P-REACHED(G-I) > 0
               COMPUTE WS-AVG-FREQ ROUNDED =
                   GR-P-EXPOS(G-I) / GR-P-REACHED(G-I)
           END-IF.
           MOVE WS-REACH-PCT TO GL-PCT.
           MOVE WS-AVG-FREQ TO GL-FREQ.
           MOVE WS-GRP TO GL-GRP.
