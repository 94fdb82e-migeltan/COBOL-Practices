       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN2TRK.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. PUP STA. MESA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. STORM TRACKS FROM THE CENTER FIXES ON TAN1ADV.TXT -
      *THE TRACK LISTING PER STORM WITH THE NEAREST PROVINCE AT EACH
      *ADVISORY, EVERY PROVINCE'S CLOSEST APPROACH (DISTANCE, DATE
      *AND WIND AT THAT POINT), AND THE SEASON LIST OF PROVINCES A
      *STORM CAME WITHIN 100 AND 200 KM OF. "HOW CLOSE DID IT COME
      *TO US" WITHOUT THE PAPER MAP. THE TRACK IS TAKEN AS STRAIGHT
      *LEGS BETWEEN FIXES, SO A PASS BETWEEN TWO ADVISORIES COUNTS;
      *DISTANCES ARE ON A FLAT PLANE ABOUT EACH CENTROID, CLOSE
      *ENOUGH AT THESE RANGES. ADVISORIES KEYED BEFORE POSITIONS
      *WERE TAKEN CARRY NO FIX AND ARE LEFT OFF THE TRACK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVFILE ASSIGN TO "TAN1ADV.TXT"
               FILE STATUS IS WS-ADV-FS.
           SELECT PROVFILE ASSIGN TO "PROVCEN.TXT"
               FILE STATUS IS WS-PRV-FS.
           SELECT RPTFILE ASSIGN TO "FIN2TRKR".

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

       FD  PROVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROV-REC.

       01  PROV-REC.
           05 PC-PROV PIC X(15).
           05 PC-GROUP PIC X.
           05 PC-LAT PIC 99V99.
           05 PC-LON PIC 9(3)V99.

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-ADV-FS PIC XX VALUE SPACES.
       01 WS-PRV-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.
       01 SEASON PIC 9(4) VALUE 0.

      *centroids, with each one's closest approach for the storm
      *in hand and the cosine that scales its longitude to km
       01 PROV-TABLE.
           05 PROV-ENTRY OCCURS 100 TIMES.
               10 PT-PROV PIC X(15).
               10 PT-LAT PIC 99V99.
               10 PT-LON PIC 9(3)V99.
               10 PT-COS PIC 9V9(6).
               10 PT-NEAR-KM PIC 9(5)V9.
               10 PT-NEAR-DATE PIC 9(8).
               10 PT-NEAR-WS PIC 9(3).
               10 PT-NEAR-SEQ PIC 9(3).
               10 PT-HIT100 PIC 9(3).
               10 PT-HIT200 PIC 9(3).
       01 PROV-COUNT PIC 9(3) VALUE 0.
       01 P-I PIC 9(3) VALUE 0.
       01 NEAR-P PIC 9(3) VALUE 0.

      *the fixes of the storm in hand, in advisory order
       01 FIX-TABLE.
           05 FIX-ENTRY OCCURS 200 TIMES.
               10 FX-SEQ PIC 9(3).
               10 FX-DATE PIC 9(8).
               10 FX-WS PIC 9(3).
               10 FX-LAT PIC 99V9.
               10 FX-LON PIC 9(3)V9.
       01 FIX-COUNT PIC 9(3) VALUE 0.
       01 NOFIX-COUNT PIC 9(3) VALUE 0.
       01 F-I PIC 9(3) VALUE 0.

       01 CUR-NOS PIC X(20) VALUE SPACES.
       01 CUR-YEAR PIC 9(4) VALUE 0.
       01 STORM-COUNT PIC 9(3) VALUE 0.

      *every pass inside 200 km, for the season list
       01 HIT-TABLE.
           05 HIT-ENTRY OCCURS 500 TIMES.
               10 HT-P PIC 9(3).
               10 HT-NOS PIC X(20).
               10 HT-KM PIC 9(5)V9.
               10 HT-DATE PIC 9(8).
               10 HT-WS PIC 9(3).
       01 HIT-COUNT PIC 9(3) VALUE 0.
       01 H-I PIC 9(3) VALUE 0.
       01 HIT-FULL-SW PIC 9 VALUE 0.

      *flat-plane geometry, km east (X) and north (Y) of a centroid
       01 RADIANS PIC 9V9(6) VALUE 0.
       01 AX PIC S9(5)V9(4) VALUE 0.
       01 AY PIC S9(5)V9(4) VALUE 0.
       01 BX PIC S9(5)V9(4) VALUE 0.
       01 BYY PIC S9(5)V9(4) VALUE 0.
       01 DX PIC S9(5)V9(4) VALUE 0.
       01 DY PIC S9(5)V9(4) VALUE 0.
       01 CX PIC S9(5)V9(4) VALUE 0.
       01 CY PIC S9(5)V9(4) VALUE 0.
       01 LEN2 PIC 9(10)V9(4) VALUE 0.
       01 T-PARM PIC S9(3)V9(6) VALUE 0.
       01 DIST-KM PIC 9(5)V9 VALUE 0.
       01 NEAR-KM PIC 9(5)V9 VALUE 0.

       01 HEAD-1.
           02 FILLER PIC X(36) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "PAG-ASA".
           02 FILLER PIC X(34) VALUE SPACES.

       01 SUBHEAD-1.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
               "Storm Tracks and Closest Approach".
           02 FILLER PIC X(22) VALUE SPACES.

       01 STORM-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Storm: '.
           02 SL-NOS PIC X(20).
           02 FILLER PIC X(10) VALUE '  Season: '.
           02 SL-YEAR PIC 9(4).
           02 FILLER PIC X(37) VALUE SPACES.

       01 TRACK-HEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'Adv.'.
           02 FILLER PIC X(10) VALUE 'Date'.
           02 FILLER PIC X(6) VALUE 'Wind'.
           02 FILLER PIC X(8) VALUE 'Lat'.
           02 FILLER PIC X(9) VALUE 'Lon'.
           02 FILLER PIC X(17) VALUE 'Nearest Province'.
           02 FILLER PIC X(21) VALUE '   Km'.

       01 TRACK-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 TL-SEQ PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-WS PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 TL-LAT PIC Z9.9.
           02 FILLER PIC X(4) VALUE 'N   '.
           02 TL-LON PIC ZZ9.9.
           02 FILLER PIC X(4) VALUE 'E   '.
           02 TL-PROV PIC X(15).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-KM PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE SPACES.

       01 NOFIX-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 NF-COUNT PIC ZZ9.
           02 FILLER PIC X(40)
               VALUE ' advisories with no center fix skipped.'.
           02 FILLER PIC X(33) VALUE SPACES.

       01 APPR-HEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(19) VALUE 'Closest Approach'.
           02 FILLER PIC X(9) VALUE '     Km'.
           02 FILLER PIC X(10) VALUE 'Date'.
           02 FILLER PIC X(6) VALUE 'Wind'.
           02 FILLER PIC X(32) VALUE 'Adv.'.

       01 APPR-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AL-PROV PIC X(15).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-KM PIC ZZZZ9.9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AL-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-WS PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 AL-SEQ PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-BAND PIC X(12).
           02 FILLER PIC X(15) VALUE SPACES.

       01 SEAS-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(44) VALUE
               'Season List - Provinces Within 200 Km'.
           02 FILLER PIC X(34) VALUE SPACES.

       01 SEAS-PROV-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 SP-PROV PIC X(15).
           02 FILLER PIC X(17) VALUE '  Within 100 km: '.
           02 SP-HIT100 PIC ZZ9.
           02 FILLER PIC X(17) VALUE '  Within 200 km: '.
           02 SP-HIT200 PIC ZZ9.
           02 FILLER PIC X(21) VALUE SPACES.

       01 SEAS-STORM-LINE.
           02 FILLER PIC X(8) VALUE SPACES.
           02 SS-NOS PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SS-KM PIC ZZZZ9.9.
           02 FILLER PIC X(5) VALUE ' km  '.
           02 SS-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SS-WS PIC ZZ9.
           02 FILLER PIC X(6) VALUE ' kph  '.
           02 SS-BAND PIC X(12).
           02 FILLER PIC X(7) VALUE SPACES.

       01 SEAS-NONE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
               'No province came within 200 km of a storm.'.
           02 FILLER PIC X(26) VALUE SPACES.

       01 BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-PROV-RTN.
           IF PROV-COUNT = 0
               DISPLAY 'NO PROVCEN.TXT ON HAND - RUN PROVMNT FIRST.'
               STOP RUN
           END-IF.

           OPEN INPUT ADVFILE.
           IF WS-ADV-FS NOT = '00'
               DISPLAY 'NO TAN1ADV.TXT ON HAND.'
               STOP RUN
           END-IF.

           DISPLAY 'Season Year (0 = every season on file): '.
           ACCEPT SEASON.

           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM HEAD-1 AFTER PAGE.
           WRITE RPTREC FROM SUBHEAD-1 AFTER 2.

           MOVE 0 TO EOFSW.
           PERFORM READ-ADV-RTN.
           PERFORM UNTIL EOFSW = 1
               PERFORM TAKE-ADV-RTN
               PERFORM READ-ADV-RTN
           END-PERFORM.
           IF CUR-NOS NOT = SPACES
               PERFORM CLOSE-STORM-RTN THRU CLOSE-STORM-RTN-END
           END-IF.
           CLOSE ADVFILE.

           PERFORM SEASON-RTN.
           CLOSE RPTFILE.
           DISPLAY 'STORMS TRACKED: ' STORM-COUNT.
           IF HIT-FULL-SW = 1
               DISPLAY 'MORE THAN 500 PASSES INSIDE 200 KM - '
                   'SEASON LIST CUT SHORT.'
           END-IF.
           DISPLAY 'TRACK REPORT COMPLETE (FIN2TRKR).'.
           STOP RUN.

      *the longitude scale per centroid, cos of the latitude by
      *series - good to the fifth place inside 25 degrees
       LOAD-PROV-RTN.
           MOVE 0 TO PROV-COUNT.
           OPEN INPUT PROVFILE.
           IF WS-PRV-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR PROV-COUNT = 100
                   READ PROVFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO PROV-COUNT
                       MOVE PC-PROV TO PT-PROV(PROV-COUNT)
                       MOVE PC-LAT TO PT-LAT(PROV-COUNT)
                       MOVE PC-LON TO PT-LON(PROV-COUNT)
                       COMPUTE RADIANS ROUNDED = PC-LAT * 0.0174533
                       COMPUTE PT-COS(PROV-COUNT) ROUNDED =
                           1 - (RADIANS * RADIANS / 2)
                             + (RADIANS ** 4 / 24)
                       MOVE 0 TO PT-HIT100(PROV-COUNT)
                       MOVE 0 TO PT-HIT200(PROV-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PROVFILE
           END-IF.

       READ-ADV-RTN.
           READ ADVFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           IF EOFSW = 0 AND SEASON NOT = 0
              AND ADV-R-YEAR NOT = SEASON
               GO TO READ-ADV-RTN
           END-IF.

      *FIN2 writes a storm's advisories together - a new name or
      *season closes the storm in hand
       TAKE-ADV-RTN.
           IF ADV-R-NOS NOT = CUR-NOS OR ADV-R-YEAR NOT = CUR-YEAR
               IF CUR-NOS NOT = SPACES
                   PERFORM CLOSE-STORM-RTN THRU CLOSE-STORM-RTN-END
               END-IF
               MOVE ADV-R-NOS TO CUR-NOS
               MOVE ADV-R-YEAR TO CUR-YEAR
               MOVE 0 TO FIX-COUNT
               MOVE 0 TO NOFIX-COUNT
           END-IF.

           IF ADV-R-LAT = 0 OR ADV-R-LON = 0
               ADD 1 TO NOFIX-COUNT
           ELSE
               IF FIX-COUNT < 200
                   ADD 1 TO FIX-COUNT
                   MOVE ADV-R-SEQ TO FX-SEQ(FIX-COUNT)
                   MOVE ADV-R-DATE TO FX-DATE(FIX-COUNT)
                   MOVE ADV-R-WS TO FX-WS(FIX-COUNT)
                   MOVE ADV-R-LAT TO FX-LAT(FIX-COUNT)
                   MOVE ADV-R-LON TO FX-LON(FIX-COUNT)
               END-IF
           END-IF.

       CLOSE-STORM-RTN.
           ADD 1 TO STORM-COUNT.
           MOVE CUR-NOS TO SL-NOS.
           MOVE CUR-YEAR TO SL-YEAR.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM STORM-LINE AFTER 1.

           IF FIX-COUNT > 0
               WRITE RPTREC FROM TRACK-HEAD AFTER 2
               PERFORM VARYING F-I FROM 1 BY 1 UNTIL F-I > FIX-COUNT
                   PERFORM TRACK-LINE-RTN
               END-PERFORM
           END-IF.
           IF NOFIX-COUNT > 0
               MOVE NOFIX-COUNT TO NF-COUNT
               WRITE RPTREC FROM NOFIX-LINE AFTER 1
           END-IF.
           IF FIX-COUNT = 0
               GO TO CLOSE-STORM-RTN-END
           END-IF.

           WRITE RPTREC FROM APPR-HEAD AFTER 2.
           PERFORM VARYING P-I FROM 1 BY 1 UNTIL P-I > PROV-COUNT
               PERFORM APPROACH-RTN
               PERFORM APPR-LINE-RTN
           END-PERFORM.
       CLOSE-STORM-RTN-END.
           EXIT.

      *each fix against every centroid for the nearest province
       TRACK-LINE-RTN.
           MOVE FX-SEQ(F-I) TO TL-SEQ.
           MOVE FX-DATE(F-I) TO TL-DATE.
           MOVE FX-WS(F-I) TO TL-WS.
           MOVE FX-LAT(F-I) TO TL-LAT.
           MOVE FX-LON(F-I) TO TL-LON.
           MOVE 0 TO NEAR-P.
           MOVE 99999 TO NEAR-KM.
           PERFORM VARYING P-I FROM 1 BY 1 UNTIL P-I > PROV-COUNT
               PERFORM FIX-XY-RTN
               COMPUTE DIST-KM ROUNDED = (AX * AX + AY * AY) ** 0.5
               IF DIST-KM < NEAR-KM
                   MOVE DIST-KM TO NEAR-KM
                   MOVE P-I TO NEAR-P
               END-IF
           END-PERFORM.
           MOVE PT-PROV(NEAR-P) TO TL-PROV.
           MOVE NEAR-KM TO TL-KM.
           WRITE RPTREC FROM TRACK-LINE AFTER 1.

      *fix F-I as km east/north of centroid P-I
       FIX-XY-RTN.
           COMPUTE AX ROUNDED =
               (FX-LON(F-I) - PT-LON(P-I)) * 111.32 * PT-COS(P-I).
           COMPUTE AY ROUNDED = (FX-LAT(F-I) - PT-LAT(P-I)) * 110.57.

      *nearest point of every leg of the track to centroid P-I; the
      *date and wind go with whichever end of the leg is nearer
       APPROACH-RTN.
           MOVE 1 TO F-I.
           PERFORM FIX-XY-RTN.
           COMPUTE PT-NEAR-KM(P-I) ROUNDED = (AX * AX + AY * AY) ** 0.5.
           MOVE FX-DATE(1) TO PT-NEAR-DATE(P-I).
           MOVE FX-WS(1) TO PT-NEAR-WS(P-I).
           MOVE FX-SEQ(1) TO PT-NEAR-SEQ(P-I).

           PERFORM VARYING F-I FROM 2 BY 1 UNTIL F-I > FIX-COUNT
               PERFORM LEG-RTN
           END-PERFORM.

       LEG-RTN.
           SUBTRACT 1 FROM F-I.
           PERFORM FIX-XY-RTN.
           MOVE AX TO BX.
           MOVE AY TO BYY.
           ADD 1 TO F-I.
           PERFORM FIX-XY-RTN.
      *A is the earlier fix, B the later one
           MOVE AX TO CX.
           MOVE AY TO CY.
           MOVE BX TO AX.
           MOVE BYY TO AY.
           MOVE CX TO BX.
           MOVE CY TO BYY.

           COMPUTE DX = BX - AX.
           COMPUTE DY = BYY - AY.
           COMPUTE LEN2 = DX * DX + DY * DY.
           IF LEN2 = 0
               MOVE 0 TO T-PARM
           ELSE
               COMPUTE T-PARM ROUNDED =
                   0 - (AX * DX + AY * DY) / LEN2
           END-IF.
           IF T-PARM < 0
               MOVE 0 TO T-PARM
           END-IF.
           IF T-PARM > 1
               MOVE 1 TO T-PARM
           END-IF.
           COMPUTE CX ROUNDED = AX + T-PARM * DX.
           COMPUTE CY ROUNDED = AY + T-PARM * DY.
           COMPUTE DIST-KM ROUNDED = (CX * CX + CY * CY) ** 0.5.

           IF DIST-KM < PT-NEAR-KM(P-I)
               MOVE DIST-KM TO PT-NEAR-KM(P-I)
               IF T-PARM < 0.5
                   MOVE FX-DATE(F-I - 1) TO PT-NEAR-DATE(P-I)
                   MOVE FX-WS(F-I - 1) TO PT-NEAR-WS(P-I)
                   MOVE FX-SEQ(F-I - 1) TO PT-NEAR-SEQ(P-I)
               ELSE
                   MOVE FX-DATE(F-I) TO PT-NEAR-DATE(P-I)
                   MOVE FX-WS(F-I) TO PT-NEAR-WS(P-I)
                   MOVE FX-SEQ(F-I) TO PT-NEAR-SEQ(P-I)
               END-IF
           END-IF.

       APPR-LINE-RTN.
           MOVE PT-PROV(P-I) TO AL-PROV.
           MOVE PT-NEAR-KM(P-I) TO AL-KM.
           MOVE PT-NEAR-DATE(P-I) TO AL-DATE.
           MOVE PT-NEAR-WS(P-I) TO AL-WS.
           MOVE PT-NEAR-SEQ(P-I) TO AL-SEQ.
           MOVE SPACES TO AL-BAND.
           IF PT-NEAR-KM(P-I) NOT > 200
               IF PT-NEAR-KM(P-I) NOT > 100
                   MOVE 'WITHIN 100KM' TO AL-BAND
                   ADD 1 TO PT-HIT100(P-I)
               ELSE
                   MOVE 'WITHIN 200KM' TO AL-BAND
               END-IF
               ADD 1 TO PT-HIT200(P-I)
               PERFORM KEEP-HIT-RTN
           END-IF.
           WRITE RPTREC FROM APPR-LINE AFTER 1.

       KEEP-HIT-RTN.
           IF HIT-COUNT = 500
               MOVE 1 TO HIT-FULL-SW
           ELSE
               ADD 1 TO HIT-COUNT
               MOVE P-I TO HT-P(HIT-COUNT)
               MOVE CUR-NOS TO HT-NOS(HIT-COUNT)
               MOVE PT-NEAR-KM(P-I) TO HT-KM(HIT-COUNT)
               MOVE PT-NEAR-DATE(P-I) TO HT-DATE(HIT-COUNT)
               MOVE PT-NEAR-WS(P-I) TO HT-WS(HIT-COUNT)
           END-IF.

      *provinces in file order, each with the storms that passed
      *inside 200 km; the 200 km count includes the 100 km passes
       SEASON-RTN.
           WRITE RPTREC FROM HEAD-1 AFTER PAGE.
           WRITE RPTREC FROM SEAS-HEAD AFTER 2.
           IF HIT-COUNT = 0
               WRITE RPTREC FROM SEAS-NONE-LINE AFTER 2
           END-IF.

           PERFORM VARYING P-I FROM 1 BY 1 UNTIL P-I > PROV-COUNT
               IF PT-HIT200(P-I) > 0
                   MOVE PT-PROV(P-I) TO SP-PROV
                   MOVE PT-HIT100(P-I) TO SP-HIT100
                   MOVE PT-HIT200(P-I) TO SP-HIT200
                   WRITE RPTREC FROM SEAS-PROV-LINE AFTER 2
                   PERFORM VARYING H-I FROM 1 BY 1
                           UNTIL H-I > HIT-COUNT
                       IF HT-P(H-I) = P-I
                           PERFORM SEAS-STORM-RTN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       SEAS-STORM-RTN.
           MOVE HT-NOS(H-I) TO SS-NOS.
           MOVE HT-KM(H-I) TO SS-KM.
           MOVE HT-DATE(H-I) TO SS-DATE.
           MOVE HT-WS(H-I) TO SS-WS.
           IF HT-KM(H-I) NOT > 100
               MOVE 'WITHIN 100KM' TO SS-BAND
           ELSE
               MOVE 'WITHIN 200KM' TO SS-BAND
           END-IF.
           WRITE RPTREC FROM SEAS-STORM-LINE AFTER 1.
