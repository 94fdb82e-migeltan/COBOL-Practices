       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINPPVER.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. LICENSE VERIFICATION - AN EMPLOYER GIVES THE LICENSE
      *NUMBER AND THE NAME THE APPLICANT USED, AND THE ROLL ON
      *LICROLL.TXT ANSWERS WHETHER THE LICENSE IS VALID TODAY, HAS
      *LAPSED, IS STILL AWAITING THE OATH OR IS NOT ON THE ROLL AT
      *ALL. ONLY THE NAME, THE REGISTRATION DATE AND THE VALIDITY
      *ARE SHOWN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICFILE ASSIGN TO "LICROLL.TXT"
               FILE STATUS IS WS-LIC-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  LICFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LIC-REC.

       01  LIC-REC.
           05 LR-LICNO PIC 9(7).
           05 LR-ENO PIC 9(11).
           05 LR-NAME PIC X(25).
           05 LR-UNI PIC X(5).
           05 LR-COURSE PIC X(5).
           05 LR-RATING PIC 9(2)V99.
           05 LR-OATH-DATE PIC 9(8).
           05 LR-OATH-VENUE PIC X(20).
           05 LR-STATUS PIC X.
           05 LR-REG-DATE PIC 9(8).
           05 LR-VALID-UNTIL PIC 9(8).
           05 LR-CEU PIC 9(3).
           05 LR-RENEWALS PIC 99.

       WORKING-STORAGE SECTION.

       01 WS-LIC-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.
       01 FOUND-SW PIC 9 VALUE 0.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-LICNO PIC 9(7) VALUE 0.
       01 WORK-NAME PIC X(25) VALUE SPACES.
       01 ROLL-NAME PIC X(25) VALUE SPACES.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           OPEN INPUT LICFILE.
           IF WS-LIC-FS NOT = '00'
               DISPLAY 'NO LICROLL.TXT ON HAND - NOTHING TO VERIFY.'
               STOP RUN
           END-IF.
           CLOSE LICFILE.

           PERFORM VERIFY-RTN THRU VERIFY-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           STOP RUN.

       VERIFY-RTN.
           DISPLAY ' '.
           DISPLAY 'License Number: '.
           ACCEPT WORK-LICNO.
           DISPLAY 'Name given by the applicant: '.
           MOVE SPACES TO WORK-NAME.
           ACCEPT WORK-NAME.
           INSPECT WORK-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 0 TO FOUND-SW.
           MOVE 0 TO EOFSW.
           OPEN INPUT LICFILE.
           PERFORM UNTIL EOFSW = 1 OR FOUND-SW = 1
               READ LICFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND LR-LICNO = WORK-LICNO
                   MOVE 1 TO FOUND-SW
               END-IF
           END-PERFORM.
           CLOSE LICFILE.

           IF FOUND-SW = 0 OR WORK-LICNO = 0
               DISPLAY 'LICENSE ' WORK-LICNO ' IS NOT ON THE ROLL.'
               GO TO ASK-ANOTHER
           END-IF.

      *a number that exists but belongs to someone else is not
      *a verification - the name must match the roll
           MOVE LR-NAME TO ROLL-NAME.
           INSPECT ROLL-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF ROLL-NAME NOT = WORK-NAME
               DISPLAY 'LICENSE ' WORK-LICNO
                   ' IS NOT REGISTERED TO THAT NAME.'
               GO TO ASK-ANOTHER
           END-IF.

           DISPLAY 'License : ' LR-LICNO.
           DISPLAY 'Name    : ' LR-NAME.
           IF LR-STATUS NOT = 'A'
               DISPLAY 'STATUS  : NOT YET VALID - OATH PENDING'
               GO TO ASK-ANOTHER
           END-IF.
           DISPLAY 'Registered since : ' LR-REG-DATE.
           IF LR-VALID-UNTIL < WS-RUN-DATE
               DISPLAY 'STATUS  : EXPIRED ON ' LR-VALID-UNTIL
           ELSE
               DISPLAY 'STATUS  : VALID UNTIL ' LR-VALID-UNTIL
           END-IF.

       ASK-ANOTHER.
           DISPLAY 'Verify another? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       VERIFY-RTN-END.
           EXIT.
