       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPMNT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4.
      *REMARKS. MAINTAINS SECCAMP.TXT - FOR EACH OF OUR SECTIONS THE
      *CAMPUS IT MEETS ON, THE PROVINCE THAT CAMPUS IS IN, AND THE
      *EDUCATION LEVEL OF THE CLASS (K KINDERGARTEN, E ELEMENTARY,
      *H HIGH SCHOOL, C COLLEGE). CLSSUSP SUSPENDS A SECTION'S
      *CLASSES WHEN ITS PROVINCE IS UNDER A SIGNAL HIGH ENOUGH FOR
      *ITS LEVEL. A SECTION MUST BE ON SECMAST.TXT WHEN THAT FILE
      *IS ON HAND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAMPFILE ASSIGN TO "SECCAMP.TXT".
           SELECT SECMASTFILE ASSIGN TO "SECMAST.TXT"
               FILE STATUS IS WS-SEC-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  CAMPFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CAMP-REC.

       01  CAMP-REC.
           05 SC-SYS PIC X(5).
           05 SC-CAMPUS PIC X(20).
           05 SC-PROV PIC X(15).
           05 SC-LEVEL PIC X.

       FD  SECMASTFILE.
       01  SEC-MAST-REC.
           05 SM-CODE PIC X(5).
           05 SM-CAP PIC 9(3).
           05 SM-ENR PIC 9(3).

       WORKING-STORAGE SECTION.

       01 WS-SEC-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

       01 CAMP-TABLE.
           05 CAMP-ENTRY OCCURS 200 TIMES.
               10 CT-SYS PIC X(5).
               10 CT-CAMPUS PIC X(20).
               10 CT-PROV PIC X(15).
               10 CT-LEVEL PIC X.
       01 CAMP-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 J PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.
       01 CHANGED-SW PIC 9 VALUE 0.

       01 SEC-TABLE.
           05 SEC-ENTRY OCCURS 200 TIMES PIC X(5).
       01 SEC-COUNT PIC 9(3) VALUE 0.
       01 SEC-ON-HAND-SW PIC 9 VALUE 0.
       01 SEC-FOUND-SW PIC 9 VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-SYS PIC X(5) VALUE SPACES.
       01 WORK-CAMPUS PIC X(20) VALUE SPACES.
       01 WORK-PROV PIC X(15) VALUE SPACES.
       01 WORK-LEVEL PIC X VALUE SPACES.

       01 LIST-LINE.
           05 LL-SYS PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-CAMPUS PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-PROV PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-LEVEL PIC X.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF CHANGED-SW = 1
               PERFORM SAVE-RTN
               DISPLAY 'CAMPUS MAPPING SAVED. ' CAMP-COUNT
                   ' SECTIONS ON FILE.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

       LOAD-RTN.
           MOVE 0 TO CAMP-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT CAMPFILE.

           READ CAMPFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR CAMP-COUNT = 200
               ADD 1 TO CAMP-COUNT
               MOVE SC-SYS TO CT-SYS(CAMP-COUNT)
               MOVE SC-CAMPUS TO CT-CAMPUS(CAMP-COUNT)
               MOVE SC-PROV TO CT-PROV(CAMP-COUNT)
               MOVE SC-LEVEL TO CT-LEVEL(CAMP-COUNT)
               READ CAMPFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE CAMPFILE.
           DISPLAY 'SECTIONS MAPPED: ' CAMP-COUNT.

           OPEN INPUT SECMASTFILE.
           IF WS-SEC-FS = '00'
               MOVE 1 TO SEC-ON-HAND-SW
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR SEC-COUNT = 200
                   READ SECMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO SEC-COUNT
                       MOVE SM-CODE TO SEC-ENTRY(SEC-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SECMASTFILE
           END-IF.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Set, Drop or List section campuses? (S/D/L): '.
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

       ASK-SYS-RTN.
           DISPLAY 'Year and Section: '.
           ACCEPT WORK-SYS.
           INSPECT WORK-SYS CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CAMP-COUNT
               IF CT-SYS(I) = WORK-SYS
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SET-RTN.
           PERFORM ASK-SYS-RTN.
           IF WORK-SYS = SPACES
               DISPLAY 'Required!'
               GO TO SET-RTN-END
           END-IF.
           IF SEC-ON-HAND-SW = 1
               MOVE 0 TO SEC-FOUND-SW
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > SEC-COUNT
                   IF SEC-ENTRY(I) = WORK-SYS
                       MOVE 1 TO SEC-FOUND-SW
                   END-IF
               END-PERFORM
               IF SEC-FOUND-SW = 0
                   DISPLAY 'Section not on SECMAST.TXT!'
                   GO TO SET-RTN-END
               END-IF
           END-IF.
           IF FOUND-I = 0 AND CAMP-COUNT = 200
               DISPLAY 'CAMPUS TABLE FULL.'
               GO TO SET-RTN-END
           END-IF.

       SET-CAMPUS.
           DISPLAY 'Campus: '.
           ACCEPT WORK-CAMPUS.
           INSPECT WORK-CAMPUS CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WORK-CAMPUS = SPACES
               DISPLAY 'Required!'
               GO TO SET-CAMPUS
           END-IF.

      *spelled as FIN2 keys it on the signal file
       SET-PROV.
           DISPLAY 'Province of the Campus: '.
           ACCEPT WORK-PROV.
           INSPECT WORK-PROV CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WORK-PROV = SPACES
               DISPLAY 'Required!'
               GO TO SET-PROV
           END-IF.

       SET-LEVEL.
           DISPLAY 'Education Level - Kinder, Elementary, '
               'High school, College (K/E/H/C): '.
           ACCEPT WORK-LEVEL.
           INSPECT WORK-LEVEL CONVERTING 'kehc' TO 'KEHC'.
           IF WORK-LEVEL NOT = 'K' AND WORK-LEVEL NOT = 'E'
              AND WORK-LEVEL NOT = 'H' AND WORK-LEVEL NOT = 'C'
               DISPLAY 'K, E, H or C only!'
               GO TO SET-LEVEL
           END-IF.

           IF FOUND-I = 0
               ADD 1 TO CAMP-COUNT
               MOVE CAMP-COUNT TO FOUND-I
               MOVE WORK-SYS TO CT-SYS(FOUND-I)
               DISPLAY 'Added.'
           ELSE
               DISPLAY 'Mapping replaced.'
           END-IF.
           MOVE WORK-CAMPUS TO CT-CAMPUS(FOUND-I).
           MOVE WORK-PROV TO CT-PROV(FOUND-I).
           MOVE WORK-LEVEL TO CT-LEVEL(FOUND-I).
           MOVE 1 TO CHANGED-SW.
       SET-RTN-END.
           EXIT.

       DROP-RTN.
           PERFORM ASK-SYS-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such section mapped.'
               GO TO DROP-RTN-END
           END-IF.

           PERFORM VARYING J FROM FOUND-I BY 1 UNTIL J = CAMP-COUNT
               MOVE CAMP-ENTRY(J + 1) TO CAMP-ENTRY(J)
           END-PERFORM.
           SUBTRACT 1 FROM CAMP-COUNT.
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Dropped.'.
       DROP-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CAMP-COUNT
               MOVE CT-SYS(I) TO LL-SYS
               MOVE CT-CAMPUS(I) TO LL-CAMPUS
               MOVE CT-PROV(I) TO LL-PROV
               MOVE CT-LEVEL(I) TO LL-LEVEL
               DISPLAY LIST-LINE
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT CAMPFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CAMP-COUNT
               MOVE CT-SYS(I) TO SC-SYS
               MOVE CT-CAMPUS(I) TO SC-CAMPUS
               MOVE CT-PROV(I) TO SC-PROV
               MOVE CT-LEVEL(I) TO SC-LEVEL
               WRITE CAMP-REC
           END-PERFORM.
           CLOSE CAMPFILE.
