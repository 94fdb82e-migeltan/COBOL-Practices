       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOODSRPT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. PUP STA. MESA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. RELIEF GOODS REPORTS ON GOODSRPTR. STOCK BALANCES PER
      *WAREHOUSE FROM GOODSMST.TXT WITH WHAT GOODSMOV.TXT SAYS CAME
      *IN AND WENT OUT, AND EVERY ITEM AT OR BELOW ITS REORDER LEVEL
      *FLAGGED. THEN THE DISTRIBUTION PER STORM AND PROVINCE - FAMILY
      *FOOD PACKS, WATER AND HYGIENE KITS DISPATCHED AGAINST THE
      *EVACUEE FAMILIES ON TAN1RLF.TXT, ESTIMATED AT THE SITPRM.TXT
      *HOUSEHOLD SIZE THE SITREP USES. A PROVINCE WITH FEWER FOOD
      *PACKS THAN FAMILIES IS MARKED SHORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOODSFILE ASSIGN TO "GOODSMST.TXT"
               FILE STATUS IS WS-GDS-FS.
           SELECT MOVEFILE ASSIGN TO "GOODSMOV.TXT"
               FILE STATUS IS WS-MOV-FS.
           SELECT RLFFILE ASSIGN TO "TAN1RLF.TXT"
               FILE STATUS IS WS-RLF-FS.
           SELECT PRMFILE ASSIGN TO "SITPRM.TXT"
               FILE STATUS IS WS-PRM-FS.
           SELECT RPTFILE ASSIGN TO "GOODSRPTR".

       DATA DIVISION.
       FILE SECTION.

       FD  GOODSFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GOODS-REC.

       01  GOODS-REC.
           05 GM-WHSE PIC X(6).
           05 GM-ITEM PIC X(6).
           05 GM-DESC PIC X(20).
           05 GM-CLASS PIC X.
           05 GM-UNIT PIC X(6).
           05 GM-ONHAND PIC 9(7).
           05 GM-REORDER PIC 9(7).

       FD  MOVEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MOVE-REC.

       01  MOVE-REC.
           05 MV-TYPE PIC X.
           05 MV-DATE PIC 9(8).
           05 MV-WHSE PIC X(6).
           05 MV-ITEM PIC X(6).
           05 MV-QTY PIC 9(7).
           05 MV-REF PIC X(10).
           05 MV-NOS PIC X(20).
           05 MV-YEAR PIC 9(4).
           05 MV-PROV PIC X(15).
           05 MV-CENTER PIC X(20).

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

       FD  PRMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRM-REC.

       01  PRM-REC.
           05 SP-HHSIZE PIC 9V99.

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-GDS-FS PIC XX VALUE SPACES.
       01 WS-MOV-FS PIC XX VALUE SPACES.
       01 WS-RLF-FS PIC XX VALUE SPACES.
       01 WS-PRM-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.
       01 SEASON PIC 9(4) VALUE 0.
       01 HHSIZE PIC 9V99 VALUE 4.10.

       01 GOODS-TABLE.
           05 GOODS-ENTRY OCCURS 300 TIMES.
               10 GT-WHSE PIC X(6).
               10 GT-ITEM PIC X(6).
               10 GT-DESC PIC X(20).
               10 GT-CLASS PIC X.
               10 GT-ONHAND PIC 9(7).
               10 GT-REORDER PIC 9(7).
               10 GT-IN PIC 9(9).
               10 GT-OUT PIC 9(9).
               10 GT-DONE PIC 9.
       01 GOODS-COUNT PIC 9(3) VALUE 0.
       01 G-I PIC 9(3) VALUE 0.
       01 G-J PIC 9(3) VALUE 0.
       01 G-FOUND PIC 9(3) VALUE 0.
       01 REORDER-COUNT PIC 9(3) VALUE 0.

      *one row per storm and province, response and goods side by
      *side
       01 DIST-TABLE.
           05 DIST-ENTRY OCCURS 500 TIMES.
               10 DT-NOS PIC X(20).
               10 DT-YEAR PIC 9(4).
               10 DT-PROV PIC X(15).
               10 DT-EVAC PIC 9(7).
               10 DT-FOOD PIC 9(7).
               10 DT-WATER PIC 9(7).
               10 DT-HYG PIC 9(7).
               10 DT-DONE PIC 9.
       01 DIST-COUNT PIC 9(3) VALUE 0.
       01 D-I PIC 9(3) VALUE 0.
       01 D-J PIC 9(3) VALUE 0.
       01 D-FOUND PIC 9(3) VALUE 0.
       01 KEY-NOS PIC X(20) VALUE SPACES.
       01 KEY-YEAR PIC 9(4) VALUE 0.
       01 KEY-PROV PIC X(15) VALUE SPACES.
       01 WORK-FAMILIES PIC 9(7) VALUE 0.
       01 WORK-PCT PIC 9(5) VALUE 0.
       01 SHORT-COUNT PIC 9(3) VALUE 0.

       01 HEAD-1.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(24) VALUE "RELIEF GOODS".
           02 FILLER PIC X(28) VALUE SPACES.

       01 SECT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SC-TEXT PIC X(78).

       01 WHSE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(11) VALUE 'Warehouse: '.
           02 WL-WHSE PIC X(6).
           02 FILLER PIC X(61) VALUE SPACES.

       01 STOCK-HEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Item'.
           02 FILLER PIC X(21) VALUE 'Description'.
           02 FILLER PIC X(2) VALUE 'C'.
           02 FILLER PIC X(9) VALUE ' Received'.
           02 FILLER PIC X(9) VALUE '  Dispat.'.
           02 FILLER PIC X(9) VALUE '  On Hand'.
           02 FILLER PIC X(9) VALUE '  Reorder'.
           02 FILLER PIC X(10) VALUE SPACES.

       01 STOCK-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 SL-ITEM PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 SL-DESC PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 SL-CLASS PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 SL-IN PIC Z(7)9.
           02 FILLER PIC X VALUE SPACE.
           02 SL-OUT PIC Z(7)9.
           02 FILLER PIC X VALUE SPACE.
           02 SL-ONHAND PIC Z(7)9.
           02 FILLER PIC X VALUE SPACE.
           02 SL-REORDER PIC Z(7)9.
           02 FILLER PIC X VALUE SPACE.
           02 SL-FLAG PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.

       01 STORM-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Storm: '.
           02 ML-NOS PIC X(20).
           02 FILLER PIC X(10) VALUE '  Season: '.
           02 ML-YEAR PIC 9(4).
           02 FILLER PIC X(37) VALUE SPACES.

       01 DIST-HEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(16) VALUE 'Province'.
           02 FILLER PIC X(10) VALUE '  Families'.
           02 FILLER PIC X(10) VALUE '   Food Pk'.
           02 FILLER PIC X(10) VALUE '     Water'.
           02 FILLER PIC X(10) VALUE '   Hygiene'.
           02 FILLER PIC X(8) VALUE '  Cover'.
           02 FILLER PIC X(12) VALUE SPACES.

       01 DIST-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 DL-PROV PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 DL-FAMILIES PIC Z(8)9.
           02 FILLER PIC X VALUE SPACE.
           02 DL-FOOD PIC Z(8)9.
           02 FILLER PIC X VALUE SPACE.
           02 DL-WATER PIC Z(8)9.
           02 FILLER PIC X VALUE SPACE.
           02 DL-HYG PIC Z(8)9.
           02 FILLER PIC X VALUE SPACE.
           02 DL-PCT PIC ZZZZ9.
           02 FILLER PIC X VALUE '%'.
           02 FILLER PIC X VALUE SPACE.
           02 DL-FLAG PIC X(5).
           02 FILLER PIC X(7) VALUE SPACES.

       01 TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-TEXT PIC X(40).
           02 TL-COUNT PIC ZZ9.
           02 FILLER PIC X(35) VALUE SPACES.

       01 FOOT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FT-TEXT PIC X(48).
           02 FT-HHSIZE PIC 9.99.
           02 FILLER PIC X(26) VALUE SPACES.

       01 BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-GOODS-RTN.
           IF GOODS-COUNT = 0
               DISPLAY 'NO GOODSMST.TXT ON HAND - RUN GOODSMNT FIRST.'
               STOP RUN
           END-IF.

           DISPLAY 'Season Year for distribution (0 = all): '.
           ACCEPT SEASON.

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

           PERFORM LOAD-RLF-RTN.
           PERFORM LOAD-MOVE-RTN.

           OPEN OUTPUT RPTFILE.
           PERFORM STOCK-RTN.
           PERFORM DIST-RTN.
           CLOSE RPTFILE.

           DISPLAY 'ITEMS AT OR BELOW REORDER LEVEL: ' REORDER-COUNT.
           DISPLAY 'PROVINCES SHORT OF FOOD PACKS: ' SHORT-COUNT.
           DISPLAY 'RELIEF GOODS REPORT COMPLETE (GOODSRPTR).'.
           STOP RUN.

       LOAD-GOODS-RTN.
           MOVE 0 TO GOODS-COUNT.
           OPEN INPUT GOODSFILE.
           IF WS-GDS-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR GOODS-COUNT = 300
                   READ GOODSFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO GOODS-COUNT
                       MOVE GM-WHSE TO GT-WHSE(GOODS-COUNT)
                       MOVE GM-ITEM TO GT-ITEM(GOODS-COUNT)
                       MOVE GM-DESC TO GT-DESC(GOODS-COUNT)
                       MOVE GM-CLASS TO GT-CLASS(GOODS-COUNT)
                       MOVE GM-ONHAND TO GT-ONHAND(GOODS-COUNT)
                       MOVE GM-REORDER TO GT-REORDER(GOODS-COUNT)
                       MOVE 0 TO GT-IN(GOODS-COUNT)
                       MOVE 0 TO GT-OUT(GOODS-COUNT)
                       MOVE 0 TO GT-DONE(GOODS-COUNT)
                   END-IF
               END-PERFORM
               CLOSE GOODSFILE
           END-IF.

      *the response side first - every province with evacuees
       LOAD-RLF-RTN.
           OPEN INPUT RLFFILE.
           IF WS-RLF-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ RLFFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                      AND (SEASON = 0 OR RLF-R-YEAR = SEASON)
                       MOVE RLF-R-NOS TO KEY-NOS
                       MOVE RLF-R-YEAR TO KEY-YEAR
                       MOVE RLF-R-PROV TO KEY-PROV
                       PERFORM FIND-DIST-RTN
                       IF D-FOUND > 0
                           ADD RLF-R-EVAC TO DT-EVAC(D-FOUND)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RLFFILE
           END-IF.

       LOAD-MOVE-RTN.
           OPEN INPUT MOVEFILE.
           IF WS-MOV-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ MOVEFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       PERFORM TAKE-MOVE-RTN
                   END-IF
               END-PERFORM
               CLOSE MOVEFILE
           END-IF.

       TAKE-MOVE-RTN.
           MOVE 0 TO G-FOUND.
           PERFORM VARYING G-I FROM 1 BY 1 UNTIL G-I > GOODS-COUNT
               IF GT-WHSE(G-I) = MV-WHSE AND GT-ITEM(G-I) = MV-ITEM
                   MOVE G-I TO G-FOUND
               END-IF
           END-PERFORM.
           IF G-FOUND > 0
               IF MV-TYPE = 'R'
                   ADD MV-QTY TO GT-IN(G-FOUND)
               ELSE
                   ADD MV-QTY TO GT-OUT(G-FOUND)
               END-IF
           END-IF.

           IF MV-TYPE = 'D' AND (SEASON = 0 OR MV-YEAR = SEASON)
               MOVE MV-NOS TO KEY-NOS
               MOVE MV-YEAR TO KEY-YEAR
               MOVE MV-PROV TO KEY-PROV
               PERFORM FIND-DIST-RTN
               IF D-FOUND > 0 AND G-FOUND > 0
                   EVALUATE GT-CLASS(G-FOUND)
                       WHEN 'F'
                           ADD MV-QTY TO DT-FOOD(D-FOUND)
                       WHEN 'W'
                           ADD MV-QTY TO DT-WATER(D-FOUND)
                       WHEN 'H'
                           ADD MV-QTY TO DT-HYG(D-FOUND)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *storm, season and province, uppercased as dispatch keys them
       FIND-DIST-RTN.
           INSPECT KEY-NOS CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT KEY-PROV CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO D-FOUND.
           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > DIST-COUNT
               IF DT-NOS(D-I) = KEY-NOS AND DT-YEAR(D-I) = KEY-YEAR
                  AND DT-PROV(D-I) = KEY-PROV
                   MOVE D-I TO D-FOUND
               END-IF
           END-PERFORM.
           IF D-FOUND = 0 AND DIST-COUNT < 500
               ADD 1 TO DIST-COUNT
               MOVE DIST-COUNT TO D-FOUND
               MOVE KEY-NOS TO DT-NOS(D-FOUND)
               MOVE KEY-YEAR TO DT-YEAR(D-FOUND)
               MOVE KEY-PROV TO DT-PROV(D-FOUND)
               MOVE 0 TO DT-EVAC(D-FOUND)
               MOVE 0 TO DT-FOOD(D-FOUND)
               MOVE 0 TO DT-WATER(D-FOUND)
               MOVE 0 TO DT-HYG(D-FOUND)
               MOVE 0 TO DT-DONE(D-FOUND)
           END-IF.

      *one block per warehouse, in the order the master has them
       STOCK-RTN.
           WRITE RPTREC FROM HEAD-1 AFTER PAGE.
           MOVE 'STOCK BALANCES AND REORDER ALERTS' TO SC-TEXT.
           WRITE RPTREC FROM SECT-LINE AFTER 2.
           PERFORM VARYING G-I FROM 1 BY 1 UNTIL G-I > GOODS-COUNT
               IF GT-DONE(G-I) = 0
                   MOVE GT-WHSE(G-I) TO WL-WHSE
                   WRITE RPTREC FROM WHSE-LINE AFTER 2
                   WRITE RPTREC FROM STOCK-HEAD AFTER 1
                   PERFORM VARYING G-J FROM G-I BY 1
                           UNTIL G-J > GOODS-COUNT
                       IF GT-WHSE(G-J) = GT-WHSE(G-I)
                           PERFORM STOCK-LINE-RTN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE 'Items at or below reorder level: ' TO TL-TEXT.
           MOVE REORDER-COUNT TO TL-COUNT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 2.

       STOCK-LINE-RTN.
           MOVE 1 TO GT-DONE(G-J).
           MOVE GT-ITEM(G-J) TO SL-ITEM.
           MOVE GT-DESC(G-J) TO SL-DESC.
           MOVE GT-CLASS(G-J) TO SL-CLASS.
           MOVE GT-IN(G-J) TO SL-IN.
           MOVE GT-OUT(G-J) TO SL-OUT.
           MOVE GT-ONHAND(G-J) TO SL-ONHAND.
           MOVE GT-REORDER(G-J) TO SL-REORDER.
           MOVE SPACES TO SL-FLAG.
           IF GT-ONHAND(G-J) NOT > GT-REORDER(G-J)
               MOVE 'REORDER' TO SL-FLAG
               ADD 1 TO REORDER-COUNT
           END-IF.
           WRITE RPTREC FROM STOCK-LINE AFTER 1.

       DIST-RTN.
           WRITE RPTREC FROM HEAD-1 AFTER PAGE.
           MOVE 'DISTRIBUTION PER STORM - DISPATCHED AGAINST FAMILIES'
               TO SC-TEXT.
           WRITE RPTREC FROM SECT-LINE AFTER 2.
           PERFORM VARYING D-I FROM 1 BY 1 UNTIL D-I > DIST-COUNT
               IF DT-DONE(D-I) = 0
                   MOVE DT-NOS(D-I) TO ML-NOS
                   MOVE DT-YEAR(D-I) TO ML-YEAR
                   WRITE RPTREC FROM STORM-LINE AFTER 2
                   WRITE RPTREC FROM DIST-HEAD AFTER 1
                   PERFORM VARYING D-J FROM D-I BY 1
                           UNTIL D-J > DIST-COUNT
                       IF DT-NOS(D-J) = DT-NOS(D-I)
                          AND DT-YEAR(D-J) = DT-YEAR(D-I)
                           PERFORM DIST-LINE-RTN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE 'Provinces short of family food packs: ' TO TL-TEXT.
           MOVE SHORT-COUNT TO TL-COUNT.
           WRITE RPTREC FROM TOTAL-LINE AFTER 2.
           MOVE 'Families estimated from evacuees at persons per '
               TO FT-TEXT.
           MOVE HHSIZE TO FT-HHSIZE.
           WRITE RPTREC FROM FOOT-LINE AFTER 1.

      *cover is food packs per hundred families
       DIST-LINE-RTN.
           MOVE 1 TO DT-DONE(D-J).
           COMPUTE WORK-FAMILIES ROUNDED = DT-EVAC(D-J) / HHSIZE.
           MOVE DT-PROV(D-J) TO DL-PROV.
           MOVE WORK-FAMILIES TO DL-FAMILIES.
           MOVE DT-FOOD(D-J) TO DL-FOOD.
           MOVE DT-WATER(D-J) TO DL-WATER.
           MOVE DT-HYG(D-J) TO DL-HYG.
           MOVE SPACES TO DL-FLAG.
           IF WORK-FAMILIES = 0
               MOVE 0 TO WORK-PCT
           ELSE
               COMPUTE WORK-PCT = DT-FOOD(D-J) * 100 / WORK-FAMILIES
                   ON SIZE ERROR MOVE 99999 TO WORK-PCT
               END-COMPUTE
               IF DT-FOOD(D-J) < WORK-FAMILIES
                   MOVE 'SHORT' TO DL-FLAG
                   ADD 1 TO SHORT-COUNT
               END-IF
           END-IF.
           MOVE WORK-PCT TO DL-PCT.
           WRITE RPTREC FROM DIST-LINE AFTER 1.
