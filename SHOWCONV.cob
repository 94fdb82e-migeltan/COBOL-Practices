       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOWCONV.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. PUP SOUTH WING.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. ONE-TIME CONVERSION OF SHOWMAST.TXT TO THE 42-BYTE
      *LAYOUT CARRYING THE MTRCB CLASSIFICATION AND ITS VALID-TO
      *DATE - EVERY SHOW ALREADY ON FILE GAINS A BLANK CLASS AND A
      *ZERO DATE, WHICH FIN33CLS REPORTS AS NO CLASSIFICATION ON
      *FILE UNTIL SHOWMNT RECORDS ONE. RUN ONCE, BEFORE SHOWMNT OR
      *FIN33 TOUCHES THE MASTER, THE SAME WAY ADVCONV CONVERTED THE
      *ADVISORY FILE. THE PROBE READS THE FILE UNDER THE OLD 31-BYTE
      *FRAME AND EXPECTS EVERY RECORD'S RETIRED FLAG TO BE Y OR N; A
      *FILE ALREADY IN THE WIDE FRAME MISALIGNS UNDER THAT READ - THE
      *VALID-TO DIGITS LAND IN THE NAME - AND THE CONVERSION REFUSES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDSHOW ASSIGN TO "SHOWMAST.TXT"
               FILE STATUS IS WS-OS-FS.
           SELECT NEWSHOW ASSIGN TO "SHOWMAST.TXT"
               FILE STATUS IS WS-NS-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  OLDSHOW
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS OLD-SHOW-REC.

       01  OLD-SHOW-REC PIC X(31).

       FD  NEWSHOW
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS NEW-SHOW-REC.

       01  NEW-SHOW-REC.
           05 NS-BODY PIC X(31).
           05 NS-CLASS PIC X(3).
           05 NS-CLASS-VALID PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-OS-FS PIC XX VALUE SPACES.
       01  WS-NS-FS PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

       01  HOLD-REC PIC X(31).
       01  HOLD-REC-X REDEFINES HOLD-REC.
           05 HR-NAME PIC X(20).
           05 HR-NETWORK PIC X(10).
           05 HR-RETIRED PIC X.

      *the old file held whole before the rewrite, like ADVCONV
       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 20 TIMES PIC X(31).
       01  HOLD-COUNT PIC 99 VALUE 0.
       01  I PIC 99 VALUE 0.
       01  BAD-FRAME-SW PIC 9 VALUE 0.
       01  OVERFLOW-SW PIC 9 VALUE 0.
       01  SHOW-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM CONVERT-SHOW-RTN THRU CONVERT-SHOW-RTN-END.
           DISPLAY 'SHOW RECORDS CONVERTED: ' SHOW-COUNT.
           DISPLAY 'SHOW MASTER LAYOUT CONVERSION COMPLETE.'.
           STOP RUN.

       CONVERT-SHOW-RTN.
           MOVE 0 TO HOLD-COUNT BAD-FRAME-SW OVERFLOW-SW.
           OPEN INPUT OLDSHOW.
           IF WS-OS-FS NOT = '00'
               DISPLAY 'NO SHOWMAST.TXT ON HAND.'
               GO TO CONVERT-SHOW-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           READ OLDSHOW INTO HOLD-REC
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR OVERFLOW-SW = 1
               PERFORM TAKE-OLD-RTN THRU TAKE-OLD-RTN-END
               READ OLDSHOW INTO HOLD-REC
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE OLDSHOW.

           IF OVERFLOW-SW = 1
               DISPLAY 'SHOWMAST.TXT EXCEEDS 20 RECORDS - NO CHANGES.'
               GO TO CONVERT-SHOW-RTN-END
           END-IF.
           IF BAD-FRAME-SW = 1
               DISPLAY 'SHOWMAST.TXT ALREADY CONVERTED - NO CHANGES.'
               GO TO CONVERT-SHOW-RTN-END
           END-IF.

           OPEN OUTPUT NEWSHOW.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOLD-COUNT
               MOVE HOLD-ENTRY(I) TO NS-BODY
               MOVE SPACES TO NS-CLASS
               MOVE 0 TO NS-CLASS-VALID
               WRITE NEW-SHOW-REC
               ADD 1 TO SHOW-COUNT
           END-PERFORM.
           CLOSE NEWSHOW.
       CONVERT-SHOW-RTN-END.
           EXIT.

      *one old-frame record into the hold table; a retired flag
      *that is not Y or N, or a name that opens on a class and a
      *run of date digits, means the frame is wrong
       TAKE-OLD-RTN.
           IF HOLD-COUNT = 20
               MOVE 1 TO OVERFLOW-SW
               GO TO TAKE-OLD-RTN-END
           END-IF.
           IF HR-RETIRED NOT = 'Y' AND HR-RETIRED NOT = 'N'
              AND HR-RETIRED NOT = 'y' AND HR-RETIRED NOT = 'n'
               MOVE 1 TO BAD-FRAME-SW
           END-IF.
           IF HR-NAME(4:8) IS NUMERIC
               MOVE 1 TO BAD-FRAME-SW
           END-IF.
           ADD 1 TO HOLD-COUNT.
           MOVE HOLD-REC TO HOLD-ENTRY(HOLD-COUNT).
       TAKE-OLD-RTN-END.
           EXIT.
