       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN2SIT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. PUP STA. MESA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. SITUATION REPORT FOR ONE STORM AS OF A DATE, PUT
      *TOGETHER FROM THE FILES FIN2 ALREADY KEEPS - SIGNALS IN EFFECT
      *BY PROVINCE OFF TAN1SIG.TXT, LANDFALL OFF TAN1LFL.TXT, THE
      *LATEST ADVISORY OFF TAN1ADV.TXT, EVACUEES AND CENTERS OPEN
      *OFF TAN1RLF.TXT, CASUALTIES AND DAMAGE OFF TAN1.TXT. EVERY
      *REPORT IS NUMBERED PER STORM ON SITHIST.TXT, AND EACH ONE
      *SHOWS WHAT CHANGED SINCE THE ONE BEFORE IT - SIGNALS ARE
      *REBUILT AS OF THE EARLIER DATE, THE FIGURES COME OFF THE
      *HISTORY. TAN1RLF.TXT COUNTS PERSONS, SO FAMILIES ARE ESTIMATED
      *AT THE HOUSEHOLD SIZE ON SITPRM.TXT (4.10 WHEN ABSENT).

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
           SELECT LFLFILE ASSIGN TO "TAN1LFL.TXT"
               FILE STATUS IS WS-LFL-FS.
           SELECT RLFFILE ASSIGN TO "TAN1RLF.TXT"
               FILE STATUS IS WS-RLF-FS.
           SELECT STORMFILE ASSIGN TO "TAN1.TXT"
               FILE STATUS IS WS-TAN-FS.
           SELECT PRMFILE ASSIGN TO "SITPRM.TXT"
               FILE STATUS IS WS-PRM-FS.
           SELECT OPTIONAL HISTFILE ASSIGN TO "SITHIST.TXT"
               FILE STATUS IS WS-HST-FS.
           SELECT RPTFILE ASSIGN TO "FIN2SITR".

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

       FD  LFLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LFL-REC.

       01  LFL-REC.
           05 LFL-R-NOS PIC X(20).
           05 LFL-R-SEQ PIC 9(3).
           05 LFL-R-DATE PIC 9(8).
           05 LFL-R-LOC PIC X(15).
           05 LFL-R-WS PIC 9(3).
           05 LFL-R-YEAR PIC 9(4).

       FD  RLFFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RLF-REC.

       01  RLF-REC.
           05 RLF-R-NOS PIC X(20).
           05 RLF-R-PROV PIC X(15).
           05 RLF-R-EVAC PIC 9(6).
           05 RLF-R-CENTERS PIC 9(3).
           05 RLF-R-COST PIC 9(9).
           05 RLF-R-YEAR PIC 9(4).

       FD  STORMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STORM-REC.

       01  STORM-REC.
           02 P-NOS PIC X(20).
           02 P-WS PIC 9(3).
           02 P-TOS PIC X(20).
           02 P-CRF PIC X(6).
           02 P-AFA PIC X(10).
           02 P-MON PIC X(12).
           02 P-YEAR PIC 9(4).
           02 P-DMG PIC 9(12).
           02 P-CAS PIC 9(5).
           02 P-FCWS PIC 9(3).

       FD  PRMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRM-REC.

       01  PRM-REC.
           05 SP-HHSIZE PIC 9V99.

      *one record per SitRep issued - the figures it reported, so
      *the next one can show the change
       FD  HISTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC.

       01  HIST-REC.
           05 SH-NOS PIC X(20).
           05 SH-YEAR PIC 9(4).
           05 SH-NO PIC 9(3).
           05 SH-ASOF PIC 9(8).
           05 SH-EVAC PIC 9(7).
           05 SH-CENTERS PIC 9(5).
           05 SH-CAS PIC 9(5).
           05 SH-DMG PIC 9(12).
           05 SH-LFL PIC 99.
           05 SH-RUN-DATE PIC 9(8).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-ADV-FS PIC XX VALUE SPACES.
       01 WS-SIG-FS PIC XX VALUE SPACES.
       01 WS-LFL-FS PIC XX VALUE SPACES.
       01 WS-RLF-FS PIC XX VALUE SPACES.
       01 WS-TAN-FS PIC XX VALUE SPACES.
       01 WS-PRM-FS PIC XX VALUE SPACES.
       01 WS-HST-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

       01 WORK-NOS PIC X(20) VALUE SPACES.
       01 CMP-NOS PIC X(20) VALUE SPACES.
       01 WORK-YEAR PIC 9(4) VALUE 0.
       01 ASOF-DATE PIC 9(8) VALUE 0.
       01 HHSIZE PIC 9V99 VALUE 4.10.

      *the storm's last SitRep, if any
       01 SIT-NO PIC 9(3) VALUE 0.
       01 PREV-NO PIC 9(3) VALUE 0.
       01 PREV-ASOF PIC 9(8) VALUE 0.
       01 PREV-EVAC PIC 9(7) VALUE 0.
       01 PREV-CENTERS PIC 9(5) VALUE 0.
       01 PREV-CAS PIC 9(5) VALUE 0.
       01 PREV-DMG PIC 9(12) VALUE 0.
       01 PREV-LFL PIC 99 VALUE 0.
       01 PREV-FAMILIES PIC 9(7) VALUE 0.

       01 ON-FILE-SW PIC 9 VALUE 0.
       01 LAST-ADV-SEQ PIC 9(3) VALUE 0.
       01 LAST-ADV-DATE PIC 9(8) VALUE 0.
       01 LAST-ADV-WS PIC 9(3) VALUE 0.
       01 LAST-ADV-CRF PIC X(6) VALUE SPACES.

      *signal per province now and as of the previous SitRep
       01 SIGP-TABLE.
           05 SIGP-ENTRY OCCURS 100 TIMES.
               10 SP-PROV PIC X(15).
               10 SP-NOW PIC 9.
               10 SP-SINCE PIC 9(8).
               10 SP-PREV PIC 9.
       01 SIGP-COUNT PIC 9(3) VALUE 0.
       01 S-I PIC 9(3) VALUE 0.
       01 S-FOUND PIC 9(3) VALUE 0.
       01 CMP-PROV PIC X(15) VALUE SPACES.
       01 IN-EFFECT-COUNT PIC 9(3) VALUE 0.
       01 LOWERED-COUNT PIC 9(3) VALUE 0.
       01 SIG-LEVEL PIC 9 VALUE 0.

      *evacuees and centers per province
       01 RLFP-TABLE.
           05 RLFP-ENTRY OCCURS 100 TIMES.
               10 RP-PROV PIC X(15).
               10 RP-EVAC PIC 9(7).
               10 RP-CENTERS PIC 9(5).
       01 RLFP-COUNT PIC 9(3) VALUE 0.
       01 R-I PIC 9(3) VALUE 0.
       01 R-FOUND PIC 9(3) VALUE 0.

       01 TOT-EVAC PIC 9(7) VALUE 0.
       01 TOT-CENTERS PIC 9(5) VALUE 0.
       01 TOT-FAMILIES PIC 9(7) VALUE 0.
       01 TOT-CAS PIC 9(5) VALUE 0.
       01 TOT-DMG PIC 9(12) VALUE 0.
       01 LFL-COUNT PIC 99 VALUE 0.

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

       01 SIT-TITLE.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(21) VALUE 'SITUATION REPORT NO. '.
           02 ST-NO PIC ZZ9.
           02 FILLER PIC X(32) VALUE SPACES.

       01 SIT-STORM.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Storm: '.
           02 SS-NOS PIC X(20).
           02 FILLER PIC X(10) VALUE '  Season: '.
           02 SS-YEAR PIC 9(4).
           02 FILLER PIC X(9) VALUE '  As of: '.
           02 SS-ASOF PIC 9(8).
           02 FILLER PIC X(7) VALUE '  Run: '.
           02 SS-RUN PIC 9(8).
           02 FILLER PIC X(5) VALUE SPACES.

       01 SIT-ADV.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(22) VALUE 'Latest Advisory: No. '.
           02 SA-SEQ PIC ZZ9.
           02 FILLER PIC X(4) VALUE ' of '.
           02 SA-DATE PIC 9(8).
           02 FILLER PIC X(9) VALUE '  Winds '.
           02 SA-WS PIC ZZ9.
           02 FILLER PIC X(15) VALUE ' kph  Rainfall '.
           02 SA-CRF PIC X(6).
           02 FILLER PIC X(8) VALUE SPACES.

       01 SIT-PREV.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SP-TEXT PIC X(33).
           02 SP-PREV-NO PIC ZZ9.
           02 FILLER PIC X(7) VALUE ' as of '.
           02 SP-PREV-ASOF PIC 9(8).
           02 FILLER PIC X(27) VALUE SPACES.

       01 SECT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SC-TEXT PIC X(78).

       01 SIG-HEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(17) VALUE 'Province'.
           02 FILLER PIC X(8) VALUE 'Signal'.
           02 FILLER PIC X(10) VALUE 'Since'.
           02 FILLER PIC X(41) VALUE 'Since Last Report'.

       01 SIG-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 SG-PROV PIC X(15).
           02 FILLER PIC X(4) VALUE SPACES.
           02 SG-NOW PIC 9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 SG-SINCE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SG-CHANGE PIC X(20).
           02 FILLER PIC X(21) VALUE SPACES.

       01 LFL-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 LL-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-LOC PIC X(15).
           02 FILLER PIC X(16) VALUE '  Wind at cross:'.
           02 LL-WS PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-NEW PIC X(4).
           02 FILLER PIC X(26) VALUE SPACES.

       01 RLF-HEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(17) VALUE 'Province'.
           02 FILLER PIC X(12) VALUE '    Evacuees'.
           02 FILLER PIC X(12) VALUE '  Families*'.
           02 FILLER PIC X(35) VALUE '  Centers'.

       01 RLF-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RL-PROV PIC X(15).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-EVAC PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RL-FAMILIES PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RL-CENTERS PIC ZZ,ZZ9.
           02 FILLER PIC X(28) VALUE SPACES.

      *a figure with its change since the last report
       01 FIG-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FG-LABEL PIC X(24).
           02 FG-VALUE PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FG-CHANGE PIC +++,+++,+++,++9.
           02 FG-CHANGE-X REDEFINES FG-CHANGE PIC X(15).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FG-NOTE PIC X(14).

       01 FOOT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FT-TEXT PIC X(51).
           02 FT-HHSIZE PIC 9.99.
           02 FILLER PIC X(23) VALUE SPACES.

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
           PERFORM LOAD-HIST-RTN.
           IF PREV-NO > 0 AND ASOF-DATE < PREV-ASOF
               DISPLAY 'SITREP NO. ' PREV-NO ' IS ALREADY AS OF '
                   PREV-ASOF ' - NOTHING ISSUED.'
               STOP RUN
           END-IF.

           PERFORM SCAN-ADV-RTN.
           PERFORM SCAN-SIG-RTN.
           IF ON-FILE-SW = 0
               DISPLAY 'NO ADVISORY OR SIGNAL FOR THAT STORM AND '
                   'SEASON ON OR BEFORE THE AS-OF DATE.'
               STOP RUN
           END-IF.
           PERFORM SCAN-RLF-RTN.
           PERFORM SCAN-STORM-RTN.

           COMPUTE SIT-NO = PREV-NO + 1.
           OPEN OUTPUT RPTFILE.
           PERFORM PRINT-HEAD-RTN.
           PERFORM PRINT-SIG-RTN.
           PERFORM PRINT-LFL-RTN.
           PERFORM PRINT-RLF-RTN.
           PERFORM PRINT-CAS-RTN.
           CLOSE RPTFILE.

           OPEN EXTEND HISTFILE.
           MOVE WORK-NOS TO SH-NOS.
           MOVE WORK-YEAR TO SH-YEAR.
           MOVE SIT-NO TO SH-NO.
           MOVE ASOF-DATE TO SH-ASOF.
           MOVE TOT-EVAC TO SH-EVAC.
           MOVE TOT-CENTERS TO SH-CENTERS.
           MOVE TOT-CAS TO SH-CAS.
           MOVE TOT-DMG TO SH-DMG.
           MOVE LFL-COUNT TO SH-LFL.
           MOVE WS-RUN-DATE TO SH-RUN-DATE.
           WRITE HIST-REC.
           CLOSE HISTFILE.

           DISPLAY 'SITREP NO. ' SIT-NO ' ISSUED ON FIN2SITR.'.
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
       ASK-ASOF.
           DISPLAY 'As-of Date (YYYYMMDD): '.
           ACCEPT ASOF-DATE.
           IF ASOF-DATE < 19000101 OR ASOF-DATE > 21001231
               DISPLAY 'Invalid!'
               GO TO ASK-ASOF
           END-IF.
       ASK-RTN-END.
           EXIT.

       LOAD-PRM-RTN.
           OPEN INPUT PRMFILE.
           IF WS-PRM-FS = '00'
               READ PRMFILE
                   AT END CONTINUE
                   NOT AT END
                       IF SP-HHSIZE > 0
                           MOVE SP-HHSIZE TO HHSIZE
                       END-IF
               END-READ
               CLOSE PRMFILE
           END-IF.

      *the storm's highest-numbered SitRep is the previous one
       LOAD-HIST-RTN.
           MOVE 0 TO EOFSW.
           OPEN INPUT HISTFILE.
           PERFORM UNTIL EOFSW = 1
               READ HISTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND SH-NOS = WORK-NOS
                  AND SH-YEAR = WORK-YEAR AND SH-NO > PREV-NO
                   MOVE SH-NO TO PREV-NO
                   MOVE SH-ASOF TO PREV-ASOF
                   MOVE SH-EVAC TO PREV-EVAC
                   MOVE SH-CENTERS TO PREV-CENTERS
                   MOVE SH-CAS TO PREV-CAS
                   MOVE SH-DMG TO PREV-DMG
                   MOVE SH-LFL TO PREV-LFL
               END-IF
           END-PERFORM.
           CLOSE HISTFILE.

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
                      AND ADV-R-DATE NOT > ASOF-DATE
                       MOVE 1 TO ON-FILE-SW
                       MOVE ADV-R-SEQ TO LAST-ADV-SEQ
                       MOVE ADV-R-DATE TO LAST-ADV-DATE
                       MOVE ADV-R-WS TO LAST-ADV-WS
                       MOVE ADV-R-CRF TO LAST-ADV-CRF
                   END-IF
               END-PERFORM
               CLOSE ADVFILE
           END-IF.

      *hoistings in file order; the last one on or before a date is
      *the signal in effect then, 0 meaning lowered
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
                      AND SIG-R-DATE NOT > ASOF-DATE
                       PERFORM TAKE-SIG-RTN
                   END-IF
               END-PERFORM
               CLOSE SIGFILE
           END-IF.

       TAKE-SIG-RTN.
           MOVE 1 TO ON-FILE-SW.
           MOVE SIG-R-PROV TO CMP-PROV.
           INSPECT CMP-PROV CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO S-FOUND.
           PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I > SIGP-COUNT
               IF SP-PROV(S-I) = CMP-PROV
                   MOVE S-I TO S-FOUND
               END-IF
           END-PERFORM.
           IF S-FOUND = 0
               IF SIGP-COUNT = 100
                   DISPLAY 'MORE THAN 100 PROVINCES - ' CMP-PROV
                       ' LEFT OFF.'
               ELSE
                   ADD 1 TO SIGP-COUNT
                   MOVE SIGP-COUNT TO S-FOUND
                   MOVE CMP-PROV TO SP-PROV(S-FOUND)
                   MOVE 0 TO SP-NOW(S-FOUND)
                   MOVE 0 TO SP-SINCE(S-FOUND)
                   MOVE 0 TO SP-PREV(S-FOUND)
               END-IF
           END-IF.
           IF S-FOUND > 0
               IF SIG-R-SIGNAL NOT = SP-NOW(S-FOUND)
                   MOVE SIG-R-DATE TO SP-SINCE(S-FOUND)
               END-IF
               MOVE SIG-R-SIGNAL TO SP-NOW(S-FOUND)
               IF PREV-NO > 0 AND SIG-R-DATE NOT > PREV-ASOF
                   MOVE SIG-R-SIGNAL TO SP-PREV(S-FOUND)
               END-IF
           END-IF.

      *relief is keyed per province as the counts come in
       SCAN-RLF-RTN.
           OPEN INPUT RLFFILE.
           IF WS-RLF-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ RLFFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   MOVE RLF-R-NOS TO CMP-NOS
                   INSPECT CMP-NOS CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF EOFSW = 0 AND CMP-NOS = WORK-NOS
                      AND RLF-R-YEAR = WORK-YEAR
                       PERFORM TAKE-RLF-RTN
                   END-IF
               END-PERFORM
               CLOSE RLFFILE
           END-IF.
           COMPUTE TOT-FAMILIES ROUNDED = TOT-EVAC / HHSIZE.

       TAKE-RLF-RTN.
           MOVE RLF-R-PROV TO CMP-PROV.
           INSPECT CMP-PROV CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO R-FOUND.
           PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I > RLFP-COUNT
               IF RP-PROV(R-I) = CMP-PROV
                   MOVE R-I TO R-FOUND
               END-IF
           END-PERFORM.
           IF R-FOUND = 0 AND RLFP-COUNT < 100
               ADD 1 TO RLFP-COUNT
               MOVE RLFP-COUNT TO R-FOUND
               MOVE CMP-PROV TO RP-PROV(R-FOUND)
               MOVE 0 TO RP-EVAC(R-FOUND)
               MOVE 0 TO RP-CENTERS(R-FOUND)
           END-IF.
           IF R-FOUND > 0
               ADD RLF-R-EVAC TO RP-EVAC(R-FOUND)
               ADD RLF-R-CENTERS TO RP-CENTERS(R-FOUND)
           END-IF.
           ADD RLF-R-EVAC TO TOT-EVAC.
           ADD RLF-R-CENTERS TO TOT-CENTERS.

      *the storm record carries the running casualty and damage
      *count; a storm re-keyed later supersedes the earlier record
       SCAN-STORM-RTN.
           OPEN INPUT STORMFILE.
           IF WS-TAN-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ STORMFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   MOVE P-NOS TO CMP-NOS
                   INSPECT CMP-NOS CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF EOFSW = 0 AND CMP-NOS = WORK-NOS
                      AND P-YEAR = WORK-YEAR
                       MOVE P-CAS TO TOT-CAS
                       MOVE P-DMG TO TOT-DMG
                   END-IF
               END-PERFORM
               CLOSE STORMFILE
           END-IF.

       PRINT-HEAD-RTN.
           WRITE RPTREC FROM HEAD-1 AFTER PAGE.
           MOVE SIT-NO TO ST-NO.
           WRITE RPTREC FROM SIT-TITLE AFTER 2.
           MOVE WORK-NOS TO SS-NOS.
           MOVE WORK-YEAR TO SS-YEAR.
           MOVE ASOF-DATE TO SS-ASOF.
           MOVE WS-RUN-DATE TO SS-RUN.
           WRITE RPTREC FROM SIT-STORM AFTER 2.
           IF LAST-ADV-SEQ > 0
               MOVE LAST-ADV-SEQ TO SA-SEQ
               MOVE LAST-ADV-DATE TO SA-DATE
               MOVE LAST-ADV-WS TO SA-WS
               MOVE LAST-ADV-CRF TO SA-CRF
               WRITE RPTREC FROM SIT-ADV AFTER 1
           END-IF.
           IF PREV-NO > 0
               MOVE 'Changes shown against SitRep No.' TO SP-TEXT
               MOVE PREV-NO TO SP-PREV-NO
               MOVE PREV-ASOF TO SP-PREV-ASOF
               WRITE RPTREC FROM SIT-PREV AFTER 1
           ELSE
               MOVE 'First report for this storm.' TO SC-TEXT
               WRITE RPTREC FROM SECT-LINE AFTER 1
           END-IF.

       PRINT-SIG-RTN.
           MOVE 'I. WIND SIGNALS IN EFFECT' TO SC-TEXT.
           WRITE RPTREC FROM SECT-LINE AFTER 2.
           WRITE RPTREC FROM SIG-HEAD AFTER 1.
           MOVE 0 TO IN-EFFECT-COUNT.
           MOVE 0 TO LOWERED-COUNT.
      *highest signal first
           PERFORM VARYING SIG-LEVEL FROM 5 BY -1 UNTIL SIG-LEVEL = 0
               PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I > SIGP-COUNT
                   IF SP-NOW(S-I) = SIG-LEVEL
                       PERFORM SIG-LINE-RTN
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF IN-EFFECT-COUNT = 0
               MOVE '  No signal in effect.' TO SC-TEXT
               WRITE RPTREC FROM SECT-LINE AFTER 1
           END-IF.

           PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I > SIGP-COUNT
               IF SP-NOW(S-I) = 0 AND SP-PREV(S-I) > 0
                   IF LOWERED-COUNT = 0
                       MOVE 'Lowered since the last report:'
                           TO SC-TEXT
                       WRITE RPTREC FROM SECT-LINE AFTER 2
                   END-IF
                   ADD 1 TO LOWERED-COUNT
                   MOVE SP-PROV(S-I) TO SG-PROV
                   MOVE 0 TO SG-NOW
                   MOVE SP-SINCE(S-I) TO SG-SINCE
                   MOVE 'LOWERED FROM  ' TO SG-CHANGE
                   MOVE SP-PREV(S-I) TO SG-CHANGE(15:1)
                   WRITE RPTREC FROM SIG-LINE AFTER 1
               END-IF
           END-PERFORM.

       SIG-LINE-RTN.
           ADD 1 TO IN-EFFECT-COUNT.
           MOVE SP-PROV(S-I) TO SG-PROV.
           MOVE SP-NOW(S-I) TO SG-NOW.
           MOVE SP-SINCE(S-I) TO SG-SINCE.
           MOVE SPACES TO SG-CHANGE.
           IF PREV-NO > 0
               IF SP-PREV(S-I) = 0
                   MOVE 'NEW' TO SG-CHANGE
               ELSE
                   IF SP-NOW(S-I) > SP-PREV(S-I)
                       MOVE 'RAISED FROM   ' TO SG-CHANGE
                       MOVE SP-PREV(S-I) TO SG-CHANGE(15:1)
                   END-IF
                   IF SP-NOW(S-I) < SP-PREV(S-I)
                       MOVE 'EASED FROM    ' TO SG-CHANGE
                       MOVE SP-PREV(S-I) TO SG-CHANGE(15:1)
                   END-IF
               END-IF
           END-IF.
           WRITE RPTREC FROM SIG-LINE AFTER 1.

       PRINT-LFL-RTN.
           MOVE 'II. LANDFALL' TO SC-TEXT.
           WRITE RPTREC FROM SECT-LINE AFTER 2.
           MOVE 0 TO LFL-COUNT.
           OPEN INPUT LFLFILE.
           IF WS-LFL-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ LFLFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   MOVE LFL-R-NOS TO CMP-NOS
                   INSPECT CMP-NOS CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF EOFSW = 0 AND CMP-NOS = WORK-NOS
                      AND LFL-R-YEAR = WORK-YEAR
                      AND LFL-R-DATE NOT > ASOF-DATE
                       PERFORM LFL-LINE-RTN
                   END-IF
               END-PERFORM
               CLOSE LFLFILE
           END-IF.
           IF LFL-COUNT = 0
               MOVE '  No landfall so far.' TO SC-TEXT
               WRITE RPTREC FROM SECT-LINE AFTER 1
           END-IF.

       LFL-LINE-RTN.
           ADD 1 TO LFL-COUNT.
           MOVE LFL-R-DATE TO LL-DATE.
           MOVE LFL-R-LOC TO LL-LOC.
           MOVE LFL-R-WS TO LL-WS.
           MOVE SPACES TO LL-NEW.
           IF PREV-NO > 0 AND LFL-COUNT > PREV-LFL
               MOVE 'NEW' TO LL-NEW
           END-IF.
           WRITE RPTREC FROM LFL-LINE AFTER 1.

       PRINT-RLF-RTN.
           MOVE 'III. AFFECTED POPULATION AND EVACUATION CENTERS'
               TO SC-TEXT.
           WRITE RPTREC FROM SECT-LINE AFTER 2.
           IF RLFP-COUNT > 0
               WRITE RPTREC FROM RLF-HEAD AFTER 1
           END-IF.
           PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I > RLFP-COUNT
               MOVE RP-PROV(R-I) TO RL-PROV
               MOVE RP-EVAC(R-I) TO RL-EVAC
               COMPUTE RL-FAMILIES ROUNDED = RP-EVAC(R-I) / HHSIZE
               MOVE RP-CENTERS(R-I) TO RL-CENTERS
               WRITE RPTREC FROM RLF-LINE AFTER 1
           END-PERFORM.

           MOVE 'Evacuees (persons)' TO FG-LABEL.
           MOVE TOT-EVAC TO FG-VALUE.
           COMPUTE FG-CHANGE = TOT-EVAC - PREV-EVAC.
           PERFORM FIG-LINE-RTN.
           MOVE 'Affected families*' TO FG-LABEL.
           MOVE TOT-FAMILIES TO FG-VALUE.
           COMPUTE PREV-FAMILIES ROUNDED = PREV-EVAC / HHSIZE.
           COMPUTE FG-CHANGE = TOT-FAMILIES - PREV-FAMILIES.
           PERFORM FIG-LINE-RTN.
           MOVE 'Evacuation centers open' TO FG-LABEL.
           MOVE TOT-CENTERS TO FG-VALUE.
           COMPUTE FG-CHANGE = TOT-CENTERS - PREV-CENTERS.
           PERFORM FIG-LINE-RTN.
           MOVE '* estimated from evacuees at persons per family of '
               TO FT-TEXT.
           MOVE HHSIZE TO FT-HHSIZE.
           WRITE RPTREC FROM FOOT-LINE AFTER 1.

       PRINT-CAS-RTN.
           MOVE 'IV. CASUALTIES AND DAMAGE SO FAR' TO SC-TEXT.
           WRITE RPTREC FROM SECT-LINE AFTER 2.
           MOVE 'Casualties' TO FG-LABEL.
           MOVE TOT-CAS TO FG-VALUE.
           COMPUTE FG-CHANGE = TOT-CAS - PREV-CAS.
           PERFORM FIG-LINE-RTN.
           MOVE 'Damage (pesos)' TO FG-LABEL.
           MOVE TOT-DMG TO FG-VALUE.
           COMPUTE FG-CHANGE = TOT-DMG - PREV-DMG.
           PERFORM FIG-LINE-RTN.

      *first report shows no change column
       FIG-LINE-RTN.
           MOVE SPACES TO FG-NOTE.
           IF PREV-NO = 0
               MOVE SPACES TO FG-CHANGE-X
           ELSE
               MOVE 'since last' TO FG-NOTE
           END-IF.
           WRITE RPTREC FROM FIG-LINE AFTER 1.
