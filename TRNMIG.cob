       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNMIG.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. ONE-TIME CONVERSION OF THE TRANS.TXT STREAM TO THE
      *79-BYTE LAYOUT CARRYING THE BILLS-PAYMENT SUBSCRIBER
      *REFERENCE (SREF) - TRANS.TXT AND THE TRANSFIX.TXT RESUBMIT
      *QUEUE EACH GAIN A BLANK SREF AT THE END, AND THE TRANSREJ.TXT
      *REJECTS GAIN IT AHEAD OF THE REJECT REASON. RUN THIS ONCE,
      *BEFORE ANY BILLS PAYMENT IS KEYED, THE SAME WAY TRNCONV
      *WIDENED THE STREAM FOR THE TRANSFER REFERENCE. THE PROBE
      *READS EACH FILE UNDER ITS OLD FRAME AND EXPECTS EVERY
      *RECORD'S TDATE TO BE A PLAUSIBLE CALENDAR DATE; A FILE
      *ALREADY IN THE WIDE FRAME MISALIGNS UNDER THAT READ AND ITS
      *CONVERSION REFUSES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDTRANS ASSIGN TO 'TRANS.txt'
               FILE STATUS IS WS-OT-FS.
           SELECT NEWTRANS ASSIGN TO 'TRANS.txt'
               FILE STATUS IS WS-NT-FS.
           SELECT OLDFIX ASSIGN TO 'TRANSFIX.TXT'
               FILE STATUS IS WS-OF-FS.
           SELECT NEWFIX ASSIGN TO 'TRANSFIX.TXT'
               FILE STATUS IS WS-NF-FS.
           SELECT OLDREJ ASSIGN TO 'TRANSREJ.TXT'
               FILE STATUS IS WS-OR-FS.
           SELECT NEWREJ ASSIGN TO 'TRANSREJ.TXT'
               FILE STATUS IS WS-NR-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  OLDTRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS OLD-TRANS-REC.

       01  OLD-TRANS-REC PIC X(59).

       FD  NEWTRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS NEW-TRANS-REC.

       01  NEW-TRANS-REC.
           05 NT-BODY PIC X(59).
           05 NT-SREF PIC X(20).

       FD  OLDFIX
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS OLD-FIX-REC.

       01  OLD-FIX-REC PIC X(59).

       FD  NEWFIX
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS NEW-FIX-REC.

       01  NEW-FIX-REC.
           05 NF-BODY PIC X(59).
           05 NF-SREF PIC X(20).

       FD  OLDREJ
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS OLD-REJ-REC.

       01  OLD-REJ-REC PIC X(79).

       FD  NEWREJ
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS NEW-REJ-REC.

       01  NEW-REJ-REC.
           05 NR-BODY PIC X(59).
           05 NR-SREF PIC X(20).
           05 NR-REASON PIC X(20).

       WORKING-STORAGE SECTION.

       01  WS-OT-FS PIC XX VALUE SPACES.
       01  WS-NT-FS PIC XX VALUE SPACES.
       01  WS-OF-FS PIC XX VALUE SPACES.
       01  WS-NF-FS PIC XX VALUE SPACES.
       01  WS-OR-FS PIC XX VALUE SPACES.
       01  WS-NR-FS PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *the old frame - the 59-byte transaction, and behind it the
      *reject reason when the record came off TRANSREJ.TXT
       01  HOLD-REC PIC X(79).
       01  HOLD-REC-X REDEFINES HOLD-REC.
           05 HR-ANO PIC X(10).
           05 HR-ANA PIC X(25).
           05 HR-TC PIC X.
           05 HR-TAMT PIC 9(7)V99.
           05 HR-TDATE PIC 9(8).
           05 HR-TREF PIC X(6).
           05 HR-REASON PIC X(20).
       01  HR-DATE-X REDEFINES HOLD-REC.
           05 FILLER PIC X(45).
           05 HR-YYYY PIC 9(4).
           05 HR-MM PIC 99.
           05 HR-DD PIC 99.
           05 FILLER PIC X(26).

      *the old file held whole before the rewrite, like TRNCONV
       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 500 TIMES PIC X(79).
       01  HOLD-COUNT PIC 9(3) VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  BAD-DATE-SW PIC 9 VALUE 0.
       01  OVERFLOW-SW PIC 9 VALUE 0.
       01  TRANS-COUNT PIC 9(5) VALUE 0.
       01  FIX-COUNT PIC 9(5) VALUE 0.
       01  REJ-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM CONVERT-TRANS-RTN THRU CONVERT-TRANS-RTN-END.
           PERFORM CONVERT-FIX-RTN THRU CONVERT-FIX-RTN-END.
           PERFORM CONVERT-REJ-RTN THRU CONVERT-REJ-RTN-END.
           DISPLAY 'TRANS RECORDS CONVERTED: ' TRANS-COUNT.
           DISPLAY 'RESUBMIT RECORDS CONVERTED: ' FIX-COUNT.
           DISPLAY 'REJECT RECORDS CONVERTED: ' REJ-COUNT.
           DISPLAY 'TRANSACTION LAYOUT CONVERSION COMPLETE.'.
           STOP RUN.

       CONVERT-TRANS-RTN.
           MOVE 0 TO HOLD-COUNT BAD-DATE-SW OVERFLOW-SW.
           OPEN INPUT OLDTRANS.
           IF WS-OT-FS NOT = '00'
               DISPLAY 'NO TRANS.txt ON HAND.'
               GO TO CONVERT-TRANS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE SPACES TO HOLD-REC.
           READ OLDTRANS INTO HOLD-REC
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR OVERFLOW-SW = 1
               PERFORM TAKE-OLD-RTN THRU TAKE-OLD-RTN-END
               MOVE SPACES TO HOLD-REC
               READ OLDTRANS INTO HOLD-REC
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE OLDTRANS.

           IF OVERFLOW-SW = 1
               DISPLAY 'TRANS.txt EXCEEDS 500 RECORDS - NO CHANGES.'
               GO TO CONVERT-TRANS-RTN-END
           END-IF.
           IF BAD-DATE-SW = 1
               DISPLAY 'TRANS.txt ALREADY CONVERTED - NO CHANGES.'
               GO TO CONVERT-TRANS-RTN-END
           END-IF.

           OPEN OUTPUT NEWTRANS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOLD-COUNT
               MOVE HOLD-ENTRY(I) TO HOLD-REC
               MOVE HOLD-REC(1:59) TO NT-BODY
               MOVE SPACES TO NT-SREF
               WRITE NEW-TRANS-REC
               ADD 1 TO TRANS-COUNT
           END-PERFORM.
           CLOSE NEWTRANS.
       CONVERT-TRANS-RTN-END.
           EXIT.

      *one old-frame record into the hold table; a date that does
      *not scan as a calendar date means the frame is wrong
       TAKE-OLD-RTN.
           IF HOLD-COUNT = 500
               MOVE 1 TO OVERFLOW-SW
               GO TO TAKE-OLD-RTN-END
           END-IF.
           IF HR-YYYY < 1900 OR HR-YYYY > 2100
              OR HR-MM < 1 OR HR-MM > 12
              OR HR-DD < 1 OR HR-DD > 31
               MOVE 1 TO BAD-DATE-SW
           END-IF.
           ADD 1 TO HOLD-COUNT.
           MOVE HOLD-REC TO HOLD-ENTRY(HOLD-COUNT).
       TAKE-OLD-RTN-END.
           EXIT.

       CONVERT-FIX-RTN.
           MOVE 0 TO HOLD-COUNT BAD-DATE-SW OVERFLOW-SW.
           OPEN INPUT OLDFIX.
           IF WS-OF-FS NOT = '00'
               DISPLAY 'NO TRANSFIX.TXT ON HAND.'
               GO TO CONVERT-FIX-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE SPACES TO HOLD-REC.
           READ OLDFIX INTO HOLD-REC
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR OVERFLOW-SW = 1
               PERFORM TAKE-OLD-RTN THRU TAKE-OLD-RTN-END
               MOVE SPACES TO HOLD-REC
               READ OLDFIX INTO HOLD-REC
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE OLDFIX.

           IF OVERFLOW-SW = 1
               DISPLAY 'TRANSFIX.TXT EXCEEDS 500 - NO CHANGES.'
               GO TO CONVERT-FIX-RTN-END
           END-IF.
           IF BAD-DATE-SW = 1
               DISPLAY 'TRANSFIX.TXT ALREADY CONVERTED - NO CHANGES.'
               GO TO CONVERT-FIX-RTN-END
           END-IF.

           OPEN OUTPUT NEWFIX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOLD-COUNT
               MOVE HOLD-ENTRY(I) TO HOLD-REC
               MOVE HOLD-REC(1:59) TO NF-BODY
               MOVE SPACES TO NF-SREF
               WRITE NEW-FIX-REC
               ADD 1 TO FIX-COUNT
           END-PERFORM.
           CLOSE NEWFIX.
       CONVERT-FIX-RTN-END.
           EXIT.

      *the rejects carry their reason behind the transaction - the
      *new reference slots in between the two
       CONVERT-REJ-RTN.
           MOVE 0 TO HOLD-COUNT BAD-DATE-SW OVERFLOW-SW.
           OPEN INPUT OLDREJ.
           IF WS-OR-FS NOT = '00'
               DISPLAY 'NO TRANSREJ.TXT ON HAND.'
               GO TO CONVERT-REJ-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           READ OLDREJ INTO HOLD-REC
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR OVERFLOW-SW = 1
               PERFORM TAKE-OLD-RTN THRU TAKE-OLD-RTN-END
               READ OLDREJ INTO HOLD-REC
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE OLDREJ.

           IF OVERFLOW-SW = 1
               DISPLAY 'TRANSREJ.TXT EXCEEDS 500 - NO CHANGES.'
               GO TO CONVERT-REJ-RTN-END
           END-IF.
           IF BAD-DATE-SW = 1
               DISPLAY 'TRANSREJ.TXT ALREADY CONVERTED - NO CHANGES.'
               GO TO CONVERT-REJ-RTN-END
           END-IF.

           OPEN OUTPUT NEWREJ.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOLD-COUNT
               MOVE HOLD-ENTRY(I) TO HOLD-REC
               MOVE HOLD-REC(1:59) TO NR-BODY
               MOVE SPACES TO NR-SREF
               MOVE HR-REASON TO NR-REASON
               WRITE NEW-REJ-REC
               ADD 1 TO REJ-COUNT
           END-PERFORM.
           CLOSE NEWREJ.
       CONVERT-REJ-RTN-END.
           EXIT.
