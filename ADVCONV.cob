       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVCONV.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. PUP STA. MESA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. ONE-TIME CONVERSION OF TAN1ADV.TXT TO THE 51-BYTE
      *LAYOUT CARRYING THE STORM CENTER - EVERY ADVISORY ALREADY ON
      *FILE GAINS A ZERO LATITUDE AND LONGITUDE, WHICH FIN2TRK READS
      *AS NO FIX AND LEAVES OFF THE TRACK. RUN ONCE, BEFORE FIN2 KEYS
      *ITS FIRST POSITIONED ADVISORY, THE SAME WAY TRNCONV CONVERTED
      *THE TRANSACTION STREAM. THE PROBE READS THE FILE UNDER THE OLD
      *44-BYTE FRAME AND EXPECTS EVERY RECORD'S DATE AND YEAR TO BE
      *PLAUSIBLE; A FILE ALREADY IN THE WIDE FRAME MISALIGNS UNDER
      *THAT READ AND THE CONVERSION REFUSES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDADV ASSIGN TO "TAN1ADV.TXT"
               FILE STATUS IS WS-OA-FS.
           SELECT NEWADV ASSIGN TO "TAN1ADV.TXT"
               FILE STATUS IS WS-NA-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  OLDADV
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS OLD-ADV-REC.

       01  OLD-ADV-REC PIC X(44).

       FD  NEWADV
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS NEW-ADV-REC.

       01  NEW-ADV-REC.
           05 NA-BODY PIC X(44).
           05 NA-LAT PIC 99V9.
           05 NA-LON PIC 9(3)V9.

       WORKING-STORAGE SECTION.

       01  WS-OA-FS PIC XX VALUE SPACES.
       01  WS-NA-FS PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

       01  HOLD-REC PIC X(44).
       01  HOLD-REC-X REDEFINES HOLD-REC.
           05 HR-NOS PIC X(20).
           05 HR-SEQ PIC 9(3).
           05 HR-YYYY PIC 9(4).
           05 HR-MM PIC 99.
           05 HR-DD PIC 99.
           05 HR-WS PIC 9(3).
           05 HR-CRF PIC X(6).
           05 HR-YEAR PIC 9(4).

      *the old file held whole before the rewrite, like TRNCONV
       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 2000 TIMES PIC X(44).
       01  HOLD-COUNT PIC 9(4) VALUE 0.
       01  I PIC 9(4) VALUE 0.
       01  BAD-DATE-SW PIC 9 VALUE 0.
       01  OVERFLOW-SW PIC 9 VALUE 0.
       01  ADV-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM CONVERT-ADV-RTN THRU CONVERT-ADV-RTN-END.
           DISPLAY 'ADVISORY RECORDS CONVERTED: ' ADV-COUNT.
           DISPLAY 'ADVISORY LAYOUT CONVERSION COMPLETE.'.
           STOP RUN.

       CONVERT-ADV-RTN.
           MOVE 0 TO HOLD-COUNT BAD-DATE-SW OVERFLOW-SW.
           OPEN INPUT OLDADV.
           IF WS-OA-FS NOT = '00'
               DISPLAY 'NO TAN1ADV.TXT ON HAND.'
               GO TO CONVERT-ADV-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           READ OLDADV INTO HOLD-REC
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR OVERFLOW-SW = 1
               PERFORM TAKE-OLD-RTN THRU TAKE-OLD-RTN-END
               READ OLDADV INTO HOLD-REC
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE OLDADV.

           IF OVERFLOW-SW = 1
               DISPLAY 'TAN1ADV.TXT EXCEEDS 2000 RECORDS - NO CHANGES.'
               GO TO CONVERT-ADV-RTN-END
           END-IF.
           IF BAD-DATE-SW = 1
               DISPLAY 'TAN1ADV.TXT ALREADY CONVERTED - NO CHANGES.'
               GO TO CONVERT-ADV-RTN-END
           END-IF.

           OPEN OUTPUT NEWADV.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOLD-COUNT
               MOVE HOLD-ENTRY(I) TO NA-BODY
               MOVE 0 TO NA-LAT NA-LON
               WRITE NEW-ADV-REC
               ADD 1 TO ADV-COUNT
           END-PERFORM.
           CLOSE NEWADV.
       CONVERT-ADV-RTN-END.
           EXIT.

      *one old-frame record into the hold table; a date or season
      *year that does not scan means the frame is wrong
       TAKE-OLD-RTN.
           IF HOLD-COUNT = 2000
               MOVE 1 TO OVERFLOW-SW
               GO TO TAKE-OLD-RTN-END
           END-IF.
           IF HR-YYYY NOT NUMERIC OR HR-MM NOT NUMERIC
              OR HR-DD NOT NUMERIC OR HR-YEAR NOT NUMERIC
               MOVE 1 TO BAD-DATE-SW
           ELSE
               IF HR-YYYY < 1900 OR HR-YYYY > 2100
                  OR HR-MM < 1 OR HR-MM > 12
                  OR HR-DD < 1 OR HR-DD > 31
                  OR HR-YEAR < 1900 OR HR-YEAR > 2100
                   MOVE 1 TO BAD-DATE-SW
               END-IF
           END-IF.
           ADD 1 TO HOLD-COUNT.
           MOVE HOLD-REC TO HOLD-ENTRY(HOLD-COUNT).
       TAKE-OLD-RTN-END.
           EXIT.
