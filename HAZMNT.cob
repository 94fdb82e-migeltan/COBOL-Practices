       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAZMNT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. PUP STA. MESA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MAINTAINS HAZPROF.TXT, THE PROVINCE HAZARD PROFILE -
      *FLOOD, LANDSLIDE AND STORM-SURGE SUSCEPTIBILITY RATED 0 NONE,
      *1 LOW, 2 MODERATE, 3 HIGH, WHETHER THE PROVINCE IS COASTAL,
      *AND ITS POPULATION. FIN2HAZ CROSSES IT WITH THE SIGNALS AND
      *THE ADVISORY TO RANK PROVINCES FOR PRE-EMPTIVE EVACUATION.
      *AN INLAND PROVINCE CARRIES NO STORM-SURGE RATING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HAZFILE ASSIGN TO "HAZPROF.TXT".

       DATA DIVISION.
       FILE SECTION.

      *ratings 0 none, 1 low, 2 moderate, 3 high
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

       WORKING-STORAGE SECTION.

       01 EOFSW PIC 9 VALUE 0.

       01 HAZ-TABLE.
           05 HAZ-ENTRY OCCURS 100 TIMES.
               10 HT-PROV PIC X(15).
               10 HT-FLOOD PIC 9.
               10 HT-SLIDE PIC 9.
               10 HT-SURGE PIC 9.
               10 HT-COASTAL PIC X.
               10 HT-POP PIC 9(9).
       01 HAZ-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 J PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.
       01 CHANGED-SW PIC 9 VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-PROV PIC X(15) VALUE SPACES.
       01 WORK-FLOOD PIC 9 VALUE 0.
       01 WORK-SLIDE PIC 9 VALUE 0.
       01 WORK-SURGE PIC 9 VALUE 0.
       01 WORK-COASTAL PIC X VALUE SPACES.
       01 WORK-POP PIC 9(9) VALUE 0.

       01 LIST-LINE.
           05 LL-PROV PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'Flood '.
           05 LL-FLOOD PIC 9.
           05 FILLER PIC X(8) VALUE '  Slide '.
           05 LL-SLIDE PIC 9.
           05 FILLER PIC X(8) VALUE '  Surge '.
           05 LL-SURGE PIC 9.
           05 FILLER PIC X(10) VALUE '  Coastal '.
           05 LL-COASTAL PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-POP PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF CHANGED-SW = 1
               PERFORM SAVE-RTN
               DISPLAY 'HAZARD PROFILES SAVED. ' HAZ-COUNT ' ON FILE.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

       LOAD-RTN.
           MOVE 0 TO HAZ-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT HAZFILE.

           READ HAZFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR HAZ-COUNT = 100
               ADD 1 TO HAZ-COUNT
               MOVE HZ-PROV TO HT-PROV(HAZ-COUNT)
               MOVE HZ-FLOOD TO HT-FLOOD(HAZ-COUNT)
               MOVE HZ-SLIDE TO HT-SLIDE(HAZ-COUNT)
               MOVE HZ-SURGE TO HT-SURGE(HAZ-COUNT)
               MOVE HZ-COASTAL TO HT-COASTAL(HAZ-COUNT)
               MOVE HZ-POP TO HT-POP(HAZ-COUNT)
               READ HAZFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE HAZFILE.
           DISPLAY 'HAZARD PROFILES ON FILE: ' HAZ-COUNT.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Set, Drop or List hazard profiles? (S/D/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'S'
               WHEN 's'
                   PERFORM SET-RTN THRU SET-RTN-END
               WHEN 'D'
               WHEN 'd'
                   PERFORM DROP-RTN THRU DROP-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'S, D or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Another action? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

       ASK-PROV-RTN.
           DISPLAY 'Province: '.
           ACCEPT WORK-PROV.
           INSPECT WORK-PROV CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HAZ-COUNT
               IF HT-PROV(I) = WORK-PROV
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SET-RTN.
           PERFORM ASK-PROV-RTN.
           IF WORK-PROV = SPACES
               DISPLAY 'Required!'
               GO TO SET-RTN-END
           END-IF.
           IF FOUND-I = 0 AND HAZ-COUNT = 100
               DISPLAY 'HAZARD TABLE FULL.'
               GO TO SET-RTN-END
           END-IF.

       SET-FLOOD.
           DISPLAY 'Flood Susceptibility (0-3): '.
           ACCEPT WORK-FLOOD.
           IF WORK-FLOOD > 3
               DISPLAY '0, 1, 2 or 3 only!'
               GO TO SET-FLOOD
           END-IF.

       SET-SLIDE.
           DISPLAY 'Landslide Susceptibility (0-3): '.
           ACCEPT WORK-SLIDE.
           IF WORK-SLIDE > 3
               DISPLAY '0, 1, 2 or 3 only!'
               GO TO SET-SLIDE
           END-IF.

       SET-COASTAL.
           DISPLAY 'Coastal? (Y/N): '.
           ACCEPT WORK-COASTAL.
           INSPECT WORK-COASTAL CONVERTING 'yn' TO 'YN'.
           IF WORK-COASTAL NOT = 'Y' AND WORK-COASTAL NOT = 'N'
               DISPLAY 'Y or N only!'
               GO TO SET-COASTAL
           END-IF.

           MOVE 0 TO WORK-SURGE.
           IF WORK-COASTAL = 'N'
               GO TO SET-POP
           END-IF.

       SET-SURGE.
           DISPLAY 'Storm-Surge Susceptibility (0-3): '.
           ACCEPT WORK-SURGE.
           IF WORK-SURGE > 3
               DISPLAY '0, 1, 2 or 3 only!'
               GO TO SET-SURGE
           END-IF.

       SET-POP.
           DISPLAY 'Population: '.
           ACCEPT WORK-POP.
           IF WORK-POP = 0
               DISPLAY 'Invalid!'
               GO TO SET-POP
           END-IF.

           IF FOUND-I = 0
               ADD 1 TO HAZ-COUNT
               MOVE HAZ-COUNT TO FOUND-I
               MOVE WORK-PROV TO HT-PROV(FOUND-I)
               DISPLAY 'Added.'
           ELSE
               DISPLAY 'Profile replaced.'
           END-IF.
           MOVE WORK-FLOOD TO HT-FLOOD(FOUND-I).
           MOVE WORK-SLIDE TO HT-SLIDE(FOUND-I).
           MOVE WORK-SURGE TO HT-SURGE(FOUND-I).
           MOVE WORK-COASTAL TO HT-COASTAL(FOUND-I).
           MOVE WORK-POP TO HT-POP(FOUND-I).
           MOVE 1 TO CHANGED-SW.
       SET-RTN-END.
           EXIT.

       DROP-RTN.
           PERFORM ASK-PROV-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such province on file.'
               GO TO DROP-RTN-END
           END-IF.

           PERFORM VARYING J FROM FOUND-I BY 1 UNTIL J = HAZ-COUNT
               MOVE HAZ-ENTRY(J + 1) TO HAZ-ENTRY(J)
           END-PERFORM.
           SUBTRACT 1 FROM HAZ-COUNT.
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Dropped.'.
       DROP-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HAZ-COUNT
               MOVE HT-PROV(I) TO LL-PROV
               MOVE HT-FLOOD(I) TO LL-FLOOD
               MOVE HT-SLIDE(I) TO LL-SLIDE
               MOVE HT-SURGE(I) TO LL-SURGE
               MOVE HT-COASTAL(I) TO LL-COASTAL
               MOVE HT-POP(I) TO LL-POP
               DISPLAY LIST-LINE
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT HAZFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HAZ-COUNT
               MOVE HT-PROV(I) TO HZ-PROV
               MOVE HT-FLOOD(I) TO HZ-FLOOD
               MOVE HT-SLIDE(I) TO HZ-SLIDE
               MOVE HT-SURGE(I) TO HZ-SURGE
               MOVE HT-COASTAL(I) TO HZ-COASTAL
               MOVE HT-POP(I) TO HZ-POP
               WRITE HAZ-REC
           END-PERFORM.
           CLOSE HAZFILE.
