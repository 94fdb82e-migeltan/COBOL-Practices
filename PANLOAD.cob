       IDENTIFICATION DIVISION.
       PROGRAM-ID. PANLOAD.
      *AUTHOR MIGEL H. TAN
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *INSTALLATION. PUP SOUTH WING.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. PANEL DIARY ENCODER - ONE LINE PER PANEL HOUSEHOLD
      *MEMBER, PER SHOW WATCHED, PER DAY, APPENDED TO PANDIARY.TXT.
      *THE MEMBER'S REGION COMES OFF PANMAST.TXT AND THE AGE BRACKET
      *IS THE FIN33 ONE (0-12 / 13-17 / 18-49 / 50 UP); A MEMBER
      *ALREADY IN THE DIARY KEEPS THE REGION AND BRACKET FIRST
      *RECORDED. THE SAME SHOW AND SLOT TWICE FOR ONE MEMBER ON ONE
      *DAY IS REFUSED. PANREACH WORKS REACH AND FREQUENCY FROM IT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIARYFILE ASSIGN TO "PANDIARY.TXT".
           SELECT PANFILE ASSIGN TO "PANMAST.TXT"
               FILE STATUS IS WS-PAN-FS.
           SELECT MASTFILE ASSIGN TO "SHOWMAST.TXT"
               FILE STATUS IS WS-MAST-FS.
           SELECT TIMEMASTFILE ASSIGN TO "TIMEMAST.TXT"
               FILE STATUS IS WS-TIME-FS.

       DATA DIVISION.
       FILE SECTION.

      *age bracket 1 0-12, 2 13-17, 3 18-49, 4 50 and up
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

       FD  TIMEMASTFILE.
       01  TIME-MAST-REC.
           05 TM-AIRTIME PIC X(15).

       WORKING-STORAGE SECTION.

       01 WS-PAN-FS PIC XX VALUE SPACES.
       01 WS-MAST-FS PIC XX VALUE SPACES.
       01 WS-TIME-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01 PAN-TABLE.
           05 PAN-ENTRY OCCURS 10 TIMES PIC X(10).
       01 PAN-COUNT PIC 99 VALUE 0.
       01 R-I PIC 99 VALUE 0.
       01 RCO PIC 99 VALUE 0.

       01 SHOW-TABLE.
           05 SHOW-ENTRY OCCURS 20 TIMES.
               10 ST-NAME PIC X(20).
               10 ST-RETIRED PIC X.
       01 SHOW-COUNT PIC 99 VALUE 0.
       01 S-I PIC 99 VALUE 0.
       01 SCO PIC 99 VALUE 0.

       01 TIME-TABLE.
           05 TIME-ENTRY OCCURS 10 TIMES PIC X(15).
       01 TIME-COUNT PIC 99 VALUE 0.
       01 T-I PIC 99 VALUE 0.
       01 TCO PIC 99 VALUE 0.

      *every diary line already on file, for the duplicate edit and
      *so a returning member keeps the region and bracket on file
       01 KEY-TABLE.
           05 KEY-ENTRY OCCURS 5000 TIMES.
               10 KY-HOUSEHOLD PIC 9(6).
               10 KY-MEMBER PIC 99.
               10 KY-REGION PIC X(10).
               10 KY-AGE PIC 9.
               10 KY-DATE PIC 9(8).
               10 KY-SHOW PIC X(20).
               10 KY-AIRTIME PIC X(15).
       01 KEY-COUNT PIC 9(4) VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.
       01 K-I PIC 9(4) VALUE 0.
       01 FOUND-K PIC 9(4) VALUE 0.

       01 WORK-DATE PIC 9(8) VALUE 0.
       01 WORK-HOUSEHOLD PIC 9(6) VALUE 0.
       01 WORK-MEMBER PIC 99 VALUE 0.
       01 WORK-REGION PIC X(10) VALUE SPACES.
       01 WORK-AGE PIC 9 VALUE 0.
       01 ANOTHER PIC X VALUE 'Y'.
       01 ANOTHER-SHOW PIC X VALUE 'Y'.
       01 LOGGED-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM LOAD-PANELS-RTN THRU LOAD-PANELS-RTN-END.
           IF PAN-COUNT = 0
               DISPLAY 'NO PANMAST.TXT ON HAND.'
               STOP RUN
           END-IF.
           PERFORM LOAD-SHOWS-RTN THRU LOAD-SHOWS-RTN-END.
           IF SHOW-COUNT = 0
               DISPLAY 'NO SHOWMAST.TXT ON HAND.'
               STOP RUN
           END-IF.
           PERFORM LOAD-TIMES-RTN THRU LOAD-TIMES-RTN-END.
           IF TIME-COUNT = 0
               DISPLAY 'NO TIMEMAST.TXT ON HAND.'
               STOP RUN
           END-IF.
           PERFORM LOAD-KEYS-RTN.

       ASK-DATE.
           DISPLAY 'Diary Date (YYYYMMDD): '.
           ACCEPT WORK-DATE.
           IF WORK-DATE < 19000101 OR WORK-DATE > WS-RUN-DATE
               DISPLAY 'Invalid!'
               GO TO ASK-DATE
           END-IF.

           OPEN EXTEND DIARYFILE.
           PERFORM MEMBER-RTN THRU MEMBER-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           CLOSE DIARYFILE.
           DISPLAY 'DIARY LINES LOGGED: ' LOGGED-COUNT.
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
                   MOVE PM-REGION TO PAN-ENTRY(PAN-COUNT)
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
                   MOVE MAST-NAME TO ST-NAME(SHOW-COUNT)
                   MOVE MAST-RETIRED TO ST-RETIRED(SHOW-COUNT)
               END-IF
           END-PERFORM.

           CLOSE MASTFILE.
       LOAD-SHOWS-RTN-END.
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
                   MOVE TM-AIRTIME TO TIME-ENTRY(TIME-COUNT)
               END-IF
           END-PERFORM.

           CLOSE TIMEMASTFILE.
       LOAD-TIMES-RTN-END.
           EXIT.

      *the whole diary must fit before capture starts - a line the
      *table never saw could be keyed twice
       LOAD-KEYS-RTN.
           MOVE 0 TO EOFSW.
           OPEN INPUT DIARYFILE.
           PERFORM UNTIL EOFSW = 1
               READ DIARYFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE DIARYFILE.

           IF PRE-COUNT > 4900
               DISPLAY 'PANDIARY.TXT NEAR 5000 LINES - RUN REFUSED.'
               DISPLAY 'ARCHIVE THE ANALYZED WEEKS FIRST.'
               STOP RUN
           END-IF.

           MOVE 0 TO EOFSW.
           OPEN INPUT DIARYFILE.
           PERFORM UNTIL EOFSW = 1
               READ DIARYFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO KEY-COUNT
                   MOVE DIARY-REC TO KEY-ENTRY(KEY-COUNT)
               END-IF
           END-PERFORM.
           CLOSE DIARYFILE.

       MEMBER-RTN.
           DISPLAY ' '.
           DISPLAY 'Household No.: '.
           ACCEPT WORK-HOUSEHOLD.
           IF WORK-HOUSEHOLD = 0
               DISPLAY 'Invalid!'
               GO TO MEMBER-RTN
           END-IF.

       ASK-MEMBER.
           DISPLAY 'Member No.: '.
           ACCEPT WORK-MEMBER.
           IF WORK-MEMBER = 0
               DISPLAY 'Invalid!'
               GO TO ASK-MEMBER
           END-IF.

           MOVE 0 TO FOUND-K.
           PERFORM VARYING K-I FROM 1 BY 1 UNTIL K-I > KEY-COUNT
               IF KY-HOUSEHOLD(K-I) = WORK-HOUSEHOLD
                  AND KY-MEMBER(K-I) = WORK-MEMBER
                   MOVE K-I TO FOUND-K
               END-IF
           END-PERFORM.
           IF FOUND-K > 0
               MOVE KY-REGION(FOUND-K) TO WORK-REGION
               MOVE KY-AGE(FOUND-K) TO WORK-AGE
               DISPLAY 'Member on file: ' WORK-REGION
                   ' bracket ' WORK-AGE
               GO TO ASK-SHOWS
           END-IF.

           DISPLAY 'Regions on the panel master:'.
           PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I > PAN-COUNT
               DISPLAY '  ' R-I ' - ' PAN-ENTRY(R-I)
           END-PERFORM.

       ASK-REGION.
           DISPLAY 'Region Number: '.
           ACCEPT RCO.
           IF RCO < 1 OR RCO > PAN-COUNT
               DISPLAY 'Invalid!'
               GO TO ASK-REGION
           END-IF.
           MOVE PAN-ENTRY(RCO) TO WORK-REGION.

       ASK-AGE.
           DISPLAY 'Age Bracket (1 0-12, 2 13-17, 3 18-49, 4 50 up): '.
           ACCEPT WORK-AGE.
           IF WORK-AGE < 1 OR WORK-AGE > 4
               DISPLAY 'Invalid!'
               GO TO ASK-AGE
           END-IF.

       ASK-SHOWS.
           MOVE 'Y' TO ANOTHER-SHOW.
           PERFORM SHOW-ONE-RTN THRU SHOW-ONE-RTN-END
               UNTIL ANOTHER-SHOW = 'N' OR ANOTHER-SHOW = 'n'.

       ASK-ANOTHER.
           DISPLAY 'Another member this date? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MEMBER-RTN-END.
           EXIT.

       SHOW-ONE-RTN.
           DISPLAY 'Shows on the master:'.
           PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I > SHOW-COUNT
               IF ST-RETIRED(S-I) NOT = 'Y'
                   DISPLAY '  ' S-I ' - ' ST-NAME(S-I)
               END-IF
           END-PERFORM.

       ASK-SHOW.
           DISPLAY 'Show Number: '.
           ACCEPT SCO.
           IF SCO < 1 OR SCO > SHOW-COUNT
               DISPLAY 'Invalid!'
               GO TO ASK-SHOW
           END-IF.
           IF ST-RETIRED(SCO) = 'Y'
               DISPLAY 'Show is retired!'
               GO TO ASK-SHOW
           END-IF.

           DISPLAY 'Slots on the grid:'.
           PERFORM VARYING T-I FROM 1 BY 1 UNTIL T-I > TIME-COUNT
               DISPLAY '  ' T-I ' - ' TIME-ENTRY(T-I)
           END-PERFORM.

       ASK-SLOT.
           DISPLAY 'Slot Number: '.
           ACCEPT TCO.
           IF TCO < 1 OR TCO > TIME-COUNT
               DISPLAY 'Invalid!'
               GO TO ASK-SLOT
           END-IF.

           MOVE 0 TO FOUND-K.
           PERFORM VARYING K-I FROM 1 BY 1 UNTIL K-I > KEY-COUNT
               IF KY-HOUSEHOLD(K-I) = WORK-HOUSEHOLD
                  AND KY-MEMBER(K-I) = WORK-MEMBER
                  AND KY-DATE(K-I) = WORK-DATE
                  AND KY-SHOW(K-I) = ST-NAME(SCO)
                  AND KY-AIRTIME(K-I) = TIME-ENTRY(TCO)
                   MOVE K-I TO FOUND-K
               END-IF
           END-PERFORM.
           IF FOUND-K > 0
               DISPLAY 'Already in the diary for that day.'
               GO TO ASK-ANOTHER-SHOW
           END-IF.
           IF KEY-COUNT = 5000
               DISPLAY 'DIARY TABLE FULL - LINE NOT TAKEN.'
               MOVE 'N' TO ANOTHER-SHOW
               GO TO SHOW-ONE-RTN-END
           END-IF.

           MOVE WORK-HOUSEHOLD TO PD-HOUSEHOLD.
           MOVE WORK-MEMBER TO PD-MEMBER.
           MOVE WORK-REGION TO PD-REGION.
           MOVE WORK-AGE TO PD-AGE.
           MOVE WORK-DATE TO PD-DATE.
           MOVE ST-NAME(SCO) TO PD-SHOW.
           MOVE TIME-ENTRY(TCO) TO PD-AIRTIME.
           WRITE DIARY-REC.
           ADD 1 TO KEY-COUNT.
           MOVE DIARY-REC TO KEY-ENTRY(KEY-COUNT).
           ADD 1 TO LOGGED-COUNT.

       ASK-ANOTHER-SHOW.
           DISPLAY 'Another show for this member? (Y/N): '.
           ACCEPT ANOTHER-SHOW.
           IF ANOTHER-SHOW NOT = 'Y' AND ANOTHER-SHOW NOT = 'y'
              AND ANOTHER-SHOW NOT = 'N' AND ANOTHER-SHOW NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER-SHOW
           END-IF.
       SHOW-ONE-RTN-END.
           EXIT.
