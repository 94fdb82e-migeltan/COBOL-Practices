       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXREGCNV.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. ONE-TIME CONVERSION OF EXAMREG.TXT TO THE LAYOUT
      *CARRYING THE ELIGIBILITY DETAILS - EACH REGISTRATION GAINS A
      *ZERO STUDENT NUMBER, A BLANK GRADUATION TERM AND AN UNSET
      *TRANSCRIPT FLAG BEHIND THE SEAT. RUN ONCE BEFORE EXREGMNT,
      *EXSEAT OR FINPP TOUCH THE FILE AGAIN; THE REGISTRATIONS
      *CARRIED OVER ARE THEN RECHECKED BY FINPP AT RESULT ENTRY AND
      *LISTED BY EXELIGR UNTIL THEIR DETAILS ARE CORRECTED. THE
      *PROBE READS THE FILE UNDER THE OLD 55-BYTE FRAME AND EXPECTS
      *EVERY RECORD'S ENO TO BE NUMERIC; A FILE ALREADY IN THE WIDE
      *FRAME MISALIGNS UNDER THAT READ AND THE CONVERSION REFUSES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDREG ASSIGN TO 'EXAMREG.TXT'
               FILE STATUS IS WS-OR-FS.
           SELECT NEWREG ASSIGN TO 'EXAMREG.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD  OLDREG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS OLD-REG-REC.
       01  OLD-REG-REC PIC X(55).

       FD  NEWREG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS NEW-REG-REC.
       01  NEW-REG-REC.
           05 NR-BODY PIC X(55).
           05 NR-STUDNO PIC 9(5).
           05 NR-GRAD-TERM PIC X(5).
           05 NR-TOR PIC X.

       WORKING-STORAGE SECTION.

       01  WS-OR-FS PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

       01  HOLD-REC PIC X(55).
       01  HOLD-REC-X REDEFINES HOLD-REC.
           05 HR-ENO PIC X(10).
           05 FILLER PIC X(45).

      *the old file held whole before the rewrite, like ADSUBCNV
       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 500 TIMES PIC X(55).
       01  HOLD-COUNT PIC 9(3) VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  BAD-FRAME-SW PIC 9 VALUE 0.
       01  OVERFLOW-SW PIC 9 VALUE 0.
       01  REG-CONV-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM CONVERT-REG-RTN THRU CONVERT-REG-RTN-END.
           DISPLAY 'REGISTRATIONS CONVERTED: ' REG-CONV-COUNT.
           DISPLAY 'ELIGIBILITY LAYOUT CONVERSION COMPLETE.'.
           STOP RUN.

       CONVERT-REG-RTN.
           MOVE 0 TO HOLD-COUNT BAD-FRAME-SW OVERFLOW-SW.
           OPEN INPUT OLDREG.
           IF WS-OR-FS NOT = '00'
               DISPLAY 'NO EXAMREG.TXT ON HAND.'
               GO TO CONVERT-REG-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           READ OLDREG INTO HOLD-REC
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR OVERFLOW-SW = 1
               PERFORM TAKE-OLD-RTN THRU TAKE-OLD-RTN-END
               READ OLDREG INTO HOLD-REC
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE OLDREG.

           IF OVERFLOW-SW = 1
               DISPLAY 'EXAMREG.TXT EXCEEDS 500 RECORDS - NO CHANGES.'
               GO TO CONVERT-REG-RTN-END
           END-IF.
           IF BAD-FRAME-SW = 1
               DISPLAY 'EXAMREG.TXT ALREADY CONVERTED - NO CHANGES.'
               GO TO CONVERT-REG-RTN-END
           END-IF.

           OPEN OUTPUT NEWREG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOLD-COUNT
               MOVE HOLD-ENTRY(I) TO NR-BODY
               MOVE 0 TO NR-STUDNO
               MOVE SPACES TO NR-GRAD-TERM
               MOVE 'N' TO NR-TOR
               WRITE NEW-REG-REC
               ADD 1 TO REG-CONV-COUNT
           END-PERFORM.
           CLOSE NEWREG.
       CONVERT-REG-RTN-END.
           EXIT.

      *one old-frame record into the hold table; an ENO that does
      *not scan as digits means the frame is wrong
       TAKE-OLD-RTN.
           IF HOLD-COUNT = 500
               MOVE 1 TO OVERFLOW-SW
               GO TO TAKE-OLD-RTN-END
           END-IF.
           IF HR-ENO NOT NUMERIC
               MOVE 1 TO BAD-FRAME-SW
           END-IF.
           ADD 1 TO HOLD-COUNT.
           MOVE HOLD-REC TO HOLD-ENTRY(HOLD-COUNT).
       TAKE-OLD-RTN-END.
           EXIT.
