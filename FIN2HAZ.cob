       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN2HAZ.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. PUP STA. MESA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. PRE-EMPTIVE EVACUATION RECOMMENDATIONS FOR ONE
      *ADVISORY. EVERY PROVINCE UNDER A SIGNAL AS OF THAT ADVISORY
      *(TAN1SIG.TXT) IS CROSSED WITH ITS HAZARD PROFILE (HAZPROF.TXT)
      *AND THE ADVISORY'S RAINFALL WARNING AND WIND SPEED
      *(TAN1ADV.TXT), SCORED, AND RANKED ON FIN2HAZR WITH THE
      *REASONS BEHIND EACH SCORE. THE SCORE IS -
      *  SIGNAL NUMBER X 12
      *  + FLOOD RATING X RAINFALL FACTOR X 5
      *  + LANDSLIDE RATING X RAINFALL FACTOR X 5
      *  + STORM-SURGE RATING X WIND FACTOR X 4, COASTAL ONLY
      *RAINFALL FACTOR YELLOW 1, ORANGE 2, RED 3. WIND FACTOR BY
      *CATEGORY - BELOW 89 KPH 1, 89-117 2, 118-184 3, 185 UP 4.
      *60 AND OVER IS PRE-EMPTIVE EVACUATION, 40-59 PREPARE TO
      *EVACUATE, BELOW 40 MONITOR. A SIGNAL 2 OVER A FLOOD- AND
      *LANDSLIDE-PRONE PROVINCE THUS OUTRANKS A SIGNAL 3 OVER A
      *FLAT, DRY ONE. TIES GO TO THE LARGER POPULATION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVFILE ASSIGN TO "TAN1ADV.TXT"
               FILE STATUS IS WS-ADV-FS.
           SELECT SIGFILE ASSIGN TO "TAN1SIG.TXT"
               FILE STATUS IS WS-SIG-FS.
           SELECT HAZFILE ASSIGN TO "HAZPROF.TXT"
               FILE STATUS IS WS-HAZ-FS.
           SELECT RPTFILE ASSIGN TO "FIN2HAZR".

       DATA DIVISION.
       FILE SECTION.

       FD  ADVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADV-REC.

       01  ADV-REC.
           05 ADV-R-NOS PIC X(20).
           05 ADV-R-SEQ PIC 9(3).
           05 ADV-R-DATE PIC 9(8).
           05 ADV-R-WS PIC 9(3).
           05 ADV-R-CRF PIC X(6).
           05 ADV-R-YEAR PIC 9(4).
           05 ADV-R-LAT PIC 99V9.
           05 ADV-R-LON PIC 9(3)V9.

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

       FD  HAZFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HAZ-REC.

       01  HAZ-REC.
           05 HZ-PROV PIC X(15).
           05 HZ-FLOOD PIC 9.
           05 HZ-SLIDE PIC 9.
           05 HZ-SURGE PIC 9.
           05 HZ-COASTAL PIC X.
           05 HZ-POP PIC 9(9).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-ADV-FS PIC XX VALUE SPACES.
       01 WS-SIG-FS PIC XX VALUE SPACES.
       01 WS-HAZ-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

       01 WORK-NOS PIC X(20) VALUE SPACES.
       01 CMP-NOS PIC X(20) VALUE SPACES.
       01 CMP-PROV PIC X(15) VALUE SPACES.
       01 WORK-YEAR PIC 9(4) VALUE 0.
       01 WORK-SEQ PIC 9(3) VALUE 0.

      *the advisory being acted on
       01 ADV-SEQ PIC 9(3) VALUE 0.
       01 ADV-DATE PIC 9(8) VALUE 0.
       01 ADV-WS PIC 9(3) VALUE 0.
       01 ADV-CRF PIC X(6) VALUE SPACES.
       01 RAIN-FACTOR PIC 9 VALUE 0.
       01 WIND-FACTOR PIC 9 VALUE 0.

      *one row per province the storm has signalled
       01 HP-TABLE.
           05 HP-ENTRY OCCURS 100 TIMES.
               10 HP-PROV PIC X(15).
               10 HP-SIGNAL PIC 9.
               10 HP-PROF-SW PIC 9.
               10 HP-FLOOD PIC 9.
               10 HP-SLIDE PIC 9.
               10 HP-SURGE PIC 9.
               10 HP-COASTAL PIC X.
               10 HP-POP PIC 9(9).
               10 HP-SIG-PTS PIC 99.
               10 HP-FLD-PTS PIC 99.
               10 HP-SLD-PTS PIC 99.
               10 HP-SRG-PTS PIC 99.
               10 HP-SCORE PIC 9(3).
       01 HP-COUNT PIC 9(3) VALUE 0.
       01 H-I PIC 9(3) VALUE 0.
       01 H-J PIC 9(3) VALUE 0.
       01 H-FOUND PIC 9(3) VALUE 0.
       01 SWAP-ENTRY PIC X(41) VALUE SPACES.

       01 RANK-NO PIC 9(3) VALUE 0.
       01 EVAC-COUNT PIC 9(3) VALUE 0.
       01 PREP-COUNT PIC 9(3) VALUE 0.
       01 MON-COUNT PIC 9(3) VALUE 0.
       01 EVAC-POP PIC 9(11) VALUE 0.
       01 PREP-POP PIC 9(11) VALUE 0.
       01 NOPROF-COUNT PIC 9(3) VALUE 0.

       01 RATING-NAMES.
           05 FILLER PIC X(8) VALUE 'NONE'.
           05 FILLER PIC X(8) VALUE 'LOW'.
           05 FILLER PIC X(8) VALUE 'MODERATE'.
           05 FILLER PIC X(8) VALUE 'HIGH'.
       01 RATING-TABLE REDEFINES RATING-NAMES.
           05 RATING-NAME OCCURS 4 TIMES PIC X(8).

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01 HEAD-1.
           02 FILLER PIC X(36) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "PAG-ASA".
           02 FILLER PIC X(34) VALUE SPACES.

       01 HAZ-TITLE.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(44)
               VALUE 'PRE-EMPTIVE EVACUATION RECOMMENDATIONS'.
           02 FILLER PIC X(18) VALUE SPACES.

       01 HAZ-STORM.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Storm: '.
           02 HS-NOS PIC X(20).
           02 FILLER PIC X(10) VALUE '  Season: '.
           02 HS-YEAR PIC 9(4).
           02 FILLER PIC X(7) VALUE '  Run: '.
           02 HS-RUN PIC 9(8).
           02 FILLER PIC X(22) VALUE SPACES.

       01 HAZ-ADV.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(14) VALUE 'Advisory: No. '.
           02 HA-SEQ PIC ZZ9.
           02 FILLER PIC X(4) VALUE ' of '.
           02 HA-DATE PIC 9(8).
           02 FILLER PIC X(9) VALUE '  Winds '.
           02 HA-WS PIC ZZ9.
           02 FILLER PIC X(15) VALUE ' kph  Rainfall '.
           02 HA-CRF PIC X(6).
           02 FILLER PIC X(16) VALUE SPACES.

       01 SECT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SC-TEXT PIC X(78).

       01 RANK-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Rank'.
           02 FILLER PIC X(16) VALUE 'Province'.
           02 FILLER PIC X(8) VALUE 'Signal'.
           02 FILLER PIC X(7) VALUE 'Score'.
           02 FILLER PIC X(13) VALUE '   Population'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(26) VALUE 'Recommendation'.

       01 RANK-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RK-RANK PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RK-PROV PIC X(15).
           02 FILLER PIC X(4) VALUE SPACES.
           02 RK-SIGNAL PIC 9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RK-SCORE PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RK-POP PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RK-ACTION PIC X(22).
           02 FILLER PIC X(7) VALUE SPACES.

      *one line per reason, with the points it carried
       01 WHY-LINE.
           02 FILLER PIC X(12) VALUE SPACES.
           02 WY-TEXT PIC X(52).
           02 WY-PTS PIC ZZ9.
           02 FILLER PIC X(4) VALUE ' pts'.
           02 FILLER PIC X(9) VALUE SPACES.

       01 TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-TEXT PIC X(30).
           02 TL-COUNT PIC ZZ9.
           02 FILLER PIC X(18) VALUE ' province(s), pop.'.
           02 TL-POP PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(13) VALUE SPACES.

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
           PERFORM SCAN-ADV-RTN.
           IF ADV-SEQ = 0
               DISPLAY 'NO SUCH ADVISORY FOR THAT STORM AND SEASON.'
               STOP RUN
           END-IF.

           PERFORM SCAN-SIG-RTN.
           PERFORM LOAD-HAZ-RTN.
           PERFORM FACTOR-RTN.
           PERFORM VARYING H-I FROM 1 BY 1 UNTIL H-I > HP-COUNT
               PERFORM SCORE-RTN
           END-PERFORM.
           PERFORM RANK-RTN.

           OPEN OUTPUT RPTFILE.
           PERFORM PRINT-HEAD-RTN.
           PERFORM PRINT-RANK-RTN.
           CLOSE RPTFILE.

           DISPLAY 'PRE-EMPTIVE EVACUATION: ' EVAC-COUNT
               '  PREPARE: ' PREP-COUNT '  MONITOR: ' MON-COUNT.
           IF NOPROF-COUNT > 0
               DISPLAY NOPROF-COUNT ' PROVINCE(S) WITH NO HAZARD '
                   'PROFILE - SCORED ON SIGNAL ALONE.'
           END-IF.
           DISPLAY 'RECOMMENDATIONS WRITTEN ON FIN2HAZR.'.
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
           DISPLAY 'Advisory No. (0 = latest): '.
           ACCEPT WORK-SEQ.
       ASK-RTN-END.
           EXIT.

      *the advisory asked for, or the highest-numbered one
       SCAN-ADV-RTN.
           OPEN INPUT ADVFILE.
           IF WS-ADV-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ ADVFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   MOVE ADV-R-NOS TO CMP-NOS
                   INSPECT CMP-NOS CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF EOFSW = 0 AND CMP-NOS = WORK-NOS
                      AND ADV-R-YEAR = WORK-YEAR
                      AND (ADV-R-SEQ = WORK-SEQ
                        OR (WORK-SEQ = 0 AND ADV-R-SEQ > ADV-SEQ))
                       MOVE ADV-R-SEQ TO ADV-SEQ
                       MOVE ADV-R-DATE TO ADV-DATE
                       MOVE ADV-R-WS TO ADV-WS
                       MOVE ADV-R-CRF TO ADV-CRF
                   END-IF
               END-PERFORM
               CLOSE ADVFILE
           END-IF.

      *the last hoisting up to the advisory is the signal in effect,
      *0 meaning lowered
       SCAN-SIG-RTN.
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
                      AND SIG-R-SEQ NOT > ADV-SEQ
                       PERFORM TAKE-SIG-RTN
                   END-IF
               END-PERFORM
               CLOSE SIGFILE
           END-IF.

       TAKE-SIG-RTN.
           MOVE SIG-R-PROV TO CMP-PROV.
           INSPECT CMP-PROV CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM FIND-HP-RTN.
           IF H-FOUND = 0
               IF HP-COUNT = 100
                   DISPLAY 'MORE THAN 100 PROVINCES - ' CMP-PROV
                       ' LEFT OFF.'
               ELSE
                   ADD 1 TO HP-COUNT
                   MOVE HP-COUNT TO H-FOUND
                   MOVE CMP-PROV TO HP-PROV(H-FOUND)
                   MOVE 0 TO HP-PROF-SW(H-FOUND)
                   MOVE 0 TO HP-FLOOD(H-FOUND)
                   MOVE 0 TO HP-SLIDE(H-FOUND)
                   MOVE 0 TO HP-SURGE(H-FOUND)
                   MOVE 'N' TO HP-COASTAL(H-FOUND)
                   MOVE 0 TO HP-POP(H-FOUND)
               END-IF
           END-IF.
           IF H-FOUND > 0
               MOVE SIG-R-SIGNAL TO HP-SIGNAL(H-FOUND)
           END-IF.

       FIND-HP-RTN.
           MOVE 0 TO H-FOUND.
           PERFORM VARYING H-J FROM 1 BY 1 UNTIL H-J > HP-COUNT
               IF HP-PROV(H-J) = CMP-PROV
                   MOVE H-J TO H-FOUND
               END-IF
           END-PERFORM.

       LOAD-HAZ-RTN.
           OPEN INPUT HAZFILE.
           IF WS-HAZ-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ HAZFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       MOVE HZ-PROV TO CMP-PROV
                       PERFORM FIND-HP-RTN
                       IF H-FOUND > 0
                           MOVE 1 TO HP-PROF-SW(H-FOUND)
                           MOVE HZ-FLOOD TO HP-FLOOD(H-FOUND)
                           MOVE HZ-SLIDE TO HP-SLIDE(H-FOUND)
                           MOVE HZ-SURGE TO HP-SURGE(H-FOUND)
                           MOVE HZ-COASTAL TO HP-COASTAL(H-FOUND)
                           MOVE HZ-POP TO HP-POP(H-FOUND)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HAZFILE
           ELSE
               DISPLAY 'NO HAZPROF.TXT - RUN HAZMNT FIRST. SCORING '
                   'ON SIGNAL ALONE.'
           END-IF.

       FACTOR-RTN.
           INSPECT ADV-CRF CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           EVALUATE ADV-CRF
               WHEN 'YELLOW'
                   MOVE 1 TO RAIN-FACTOR
               WHEN 'ORANGE'
                   MOVE 2 TO RAIN-FACTOR
               WHEN 'RED'
                   MOVE 3 TO RAIN-FACTOR
               WHEN OTHER
                   MOVE 0 TO RAIN-FACTOR
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ADV-WS < 89
                   MOVE 1 TO WIND-FACTOR
               WHEN ADV-WS < 118
                   MOVE 2 TO WIND-FACTOR
               WHEN ADV-WS < 185
                   MOVE 3 TO WIND-FACTOR
               WHEN OTHER
                   MOVE 4 TO WIND-FACTOR
           END-EVALUATE.

       SCORE-RTN.
           COMPUTE HP-SIG-PTS(H-I) = HP-SIGNAL(H-I) * 12.
           COMPUTE HP-FLD-PTS(H-I) = HP-FLOOD(H-I) * RAIN-FACTOR * 5.
           COMPUTE HP-SLD-PTS(H-I) = HP-SLIDE(H-I) * RAIN-FACTOR * 5.
           MOVE 0 TO HP-SRG-PTS(H-I).
           IF HP-COASTAL(H-I) = 'Y'
               COMPUTE HP-SRG-PTS(H-I) =
                   HP-SURGE(H-I) * WIND-FACTOR * 4
           END-IF.
           COMPUTE HP-SCORE(H-I) = HP-SIG-PTS(H-I) + HP-FLD-PTS(H-I)
               + HP-SLD-PTS(H-I) + HP-SRG-PTS(H-I).

      *highest score first, the larger population on a tie
       RANK-RTN.
           PERFORM VARYING H-I FROM 1 BY 1 UNTIL H-I > HP-COUNT
               PERFORM VARYING H-J FROM 1 BY 1
                       UNTIL H-J >= HP-COUNT
                   IF HP-SCORE(H-J) < HP-SCORE(H-J + 1)
                      OR (HP-SCORE(H-J) = HP-SCORE(H-J + 1)
                      AND HP-POP(H-J) < HP-POP(H-J + 1))
                       MOVE HP-ENTRY(H-J) TO SWAP-ENTRY
                       MOVE HP-ENTRY(H-J + 1) TO HP-ENTRY(H-J)
                       MOVE SWAP-ENTRY TO HP-ENTRY(H-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-HEAD-RTN.
           WRITE RPTREC FROM HEAD-1 AFTER PAGE.
           WRITE RPTREC FROM HAZ-TITLE AFTER 2.
           MOVE WORK-NOS TO HS-NOS.
           MOVE WORK-YEAR TO HS-YEAR.
           MOVE WS-RUN-DATE TO HS-RUN.
           WRITE RPTREC FROM HAZ-STORM AFTER 2.
           MOVE ADV-SEQ TO HA-SEQ.
           MOVE ADV-DATE TO HA-DATE.
           MOVE ADV-WS TO HA-WS.
           MOVE ADV-CRF TO HA-CRF.
           WRITE RPTREC FROM HAZ-ADV AFTER 1.

       PRINT-RANK-RTN.
           WRITE RPTREC FROM RANK-HEAD AFTER 2.
           MOVE 0 TO RANK-NO.
           PERFORM VARYING H-I FROM 1 BY 1 UNTIL H-I > HP-COUNT
               IF HP-SIGNAL(H-I) > 0
                   PERFORM RANK-LINE-RTN
               END-IF
           END-PERFORM.
           IF RANK-NO = 0
               MOVE 'No province under a signal as of this advisory.'
                   TO SC-TEXT
               WRITE RPTREC FROM SECT-LINE AFTER 2
           END-IF.

           MOVE 'Pre-emptive evacuation:' TO TL-TEXT.
           MOVE EVAC-COUNT TO TL-COUNT.
           MOVE EVAC-POP TO TL-POP.
           WRITE RPTREC FROM TOTAL-LINE AFTER 2.
           MOVE 'Prepare to evacuate:' TO TL-TEXT.
           MOVE PREP-COUNT TO TL-COUNT.
           MOVE PREP-POP TO TL-POP.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           MOVE 'Score 60 up evacuate, 40-59 prepare, below 40 monitor.'
               TO SC-TEXT.
           WRITE RPTREC FROM SECT-LINE AFTER 2.

       RANK-LINE-RTN.
           ADD 1 TO RANK-NO.
           MOVE RANK-NO TO RK-RANK.
           MOVE HP-PROV(H-I) TO RK-PROV.
           MOVE HP-SIGNAL(H-I) TO RK-SIGNAL.
           MOVE HP-SCORE(H-I) TO RK-SCORE.
           MOVE HP-POP(H-I) TO RK-POP.
           EVALUATE TRUE
               WHEN HP-SCORE(H-I) NOT < 60
                   MOVE 'PRE-EMPTIVE EVACUATION' TO RK-ACTION
                   ADD 1 TO EVAC-COUNT
                   ADD HP-POP(H-I) TO EVAC-POP
               WHEN HP-SCORE(H-I) NOT < 40
                   MOVE 'PREPARE TO EVACUATE' TO RK-ACTION
                   ADD 1 TO PREP-COUNT
                   ADD HP-POP(H-I) TO PREP-POP
               WHEN OTHER
                   MOVE 'MONITOR' TO RK-ACTION
                   ADD 1 TO MON-COUNT
           END-EVALUATE.
           WRITE RPTREC FROM RANK-LINE AFTER 2.

           MOVE SPACES TO WY-TEXT.
           STRING 'Signal No. ' HP-SIGNAL(H-I) ' in effect'
               DELIMITED BY SIZE INTO WY-TEXT.
           MOVE HP-SIG-PTS(H-I) TO WY-PTS.
           WRITE RPTREC FROM WHY-LINE AFTER 1.

           IF HP-PROF-SW(H-I) = 0
               ADD 1 TO NOPROF-COUNT
               MOVE 'No hazard profile on file - signal alone'
                   TO WY-TEXT
               MOVE 0 TO WY-PTS
               WRITE RPTREC FROM WHY-LINE AFTER 1
           END-IF.

           IF HP-FLD-PTS(H-I) > 0
               MOVE SPACES TO WY-TEXT
               STRING 'Flood susceptibility ' DELIMITED BY SIZE
                   RATING-NAME(HP-FLOOD(H-I) + 1) DELIMITED BY SPACE
                   ', ' DELIMITED BY SIZE
                   ADV-CRF DELIMITED BY SPACE
                   ' rainfall' DELIMITED BY SIZE INTO WY-TEXT
               MOVE HP-FLD-PTS(H-I) TO WY-PTS
               WRITE RPTREC FROM WHY-LINE AFTER 1
           END-IF.

           IF HP-SLD-PTS(H-I) > 0
               MOVE SPACES TO WY-TEXT
               STRING 'Landslide susceptibility ' DELIMITED BY SIZE
                   RATING-NAME(HP-SLIDE(H-I) + 1) DELIMITED BY SPACE
                   ', ' DELIMITED BY SIZE
                   ADV-CRF DELIMITED BY SPACE
                   ' rainfall' DELIMITED BY SIZE INTO WY-TEXT
               MOVE HP-SLD-PTS(H-I) TO WY-PTS
               WRITE RPTREC FROM WHY-LINE AFTER 1
           END-IF.

           IF HP-SRG-PTS(H-I) > 0
               MOVE SPACES TO WY-TEXT
               STRING 'Coastal, storm-surge susceptibility '
                   DELIMITED BY SIZE
                   RATING-NAME(HP-SURGE(H-I) + 1) DELIMITED BY SPACE
                   ', ' DELIMITED BY SIZE
                   HA-WS DELIMITED BY SIZE
                   ' kph' DELIMITED BY SIZE INTO WY-TEXT
               MOVE HP-SRG-PTS(H-I) TO WY-PTS
               WRITE RPTREC FROM WHY-LINE AFTER 1
           END-IF.
