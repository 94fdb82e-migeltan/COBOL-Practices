      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. NOTICE-OF-RATING LETTERS FROM TAN.TXT - ONE PAGE
      *PER EXAMINEE IN THE OFFICIAL LAYOUT, WITH A RELEASE SUMMARY
      *OF HOW MANY NOTICES WERE PRODUCED. WHEN FINPPRCK HAS QUEUED
      *EXAMINEES ON FINPPRIS.TXT AFTER A SCORE RE-CHECK CHANGED THEIR
      *REMARKS, THE RUN REISSUES ONLY THOSE NOTICES - FROM EACH ONE'S
      *LATEST RECORD, MARKED AS REISSUED - AND CLEARS THE QUEUE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT INFILE  ASSIGN TO "TAN.TXT".
           SELECT OUTFILE ASSIGN TO "FINPPNOT.TXT".
      *examinees whose notice must be reissued after a re-check
           SELECT OPTIONAL RISFILE ASSIGN TO "FINPPRIS.TXT".

       DATA DIVISION.
       FILE SECTION.
       01  OUTREC.
           02 FILLER PIC X(80).

       FD  RISFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RIS-REC.

       01  RIS-REC.
           05 RS-ENO PIC 9(11).
           05 RS-DATE PIC 9(8).
           05 RS-OLD-REM PIC X(6).
           05 RS-NEW-REM PIC X(6).

       WORKING-STORAGE SECTION.

       01 EOFSW PIC 9 VALUE 0.
       01 FAIL-COUNT PIC 9(4) VALUE 0.
       01 COND-COUNT PIC 9(4) VALUE 0.

      *reissue queue - one entry per examinee, with the number of
      *their latest TAN.TXT record, the one whose notice goes out
       01 RIS-TABLE.
           05 RIS-ENTRY OCCURS 300 TIMES.
               10 RT-ENO PIC 9(11).
               10 RT-LAST PIC 9(5).
       01 RIS-COUNT PIC 9(3) VALUE 0.
       01 R-I PIC 9(3) VALUE 0.
       01 RIS-FOUND-SW PIC 9 VALUE 0.
       01 REISSUE-SW PIC 9 VALUE 0.
       01 RIS-OVER-SW PIC 9 VALUE 0.
       01 REC-NO PIC 9(5) VALUE 0.
       01 WANT-SW PIC 9 VALUE 0.

       01 HEAD-1.
           02 FILLER PIC X(23) VALUE SPACES.
           02 FILLER PIC X(34) VALUE
           02 FILLER PIC X(18) VALUE "NOTICE OF RATING".
           02 FILLER PIC X(31) VALUE SPACES.

       01 REISSUE-LINE.
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER PIC X(28) VALUE "(Reissued after re-checking)".
           02 FILLER PIC X(26) VALUE SPACES.

       01 NAME-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(18) VALUE "Examinee Name   :".
           STOP RUN.

       INIT-RTN.
           PERFORM LOAD-REISSUE-RTN THRU LOAD-REISSUE-RTN-END.
           OPEN INPUT INFILE OUTPUT OUTFILE.

           READ INFILE
           END-IF.
       INIT-RTN-END.

      *a reissue run prints only the queued examinees' latest
      *records; an ordinary run prints every record
       PROCESS-RTN.
           ADD 1 TO REC-NO.
           MOVE 1 TO WANT-SW.
           IF REISSUE-SW = 1
               MOVE 0 TO WANT-SW
               PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I > RIS-COUNT
                   IF RT-LAST(R-I) = REC-NO
                       MOVE 1 TO WANT-SW
                   END-IF
               END-PERFORM
           END-IF.
           IF WANT-SW = 1
               PERFORM NOTICE-RTN
           END-IF.

           READ INFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

      *one page per examinee, the official letter layout
       NOTICE-RTN.
           WRITE OUTREC FROM HEAD-1 AFTER PAGE.
           WRITE OUTREC FROM HEAD-2 AFTER 1.
           WRITE OUTREC FROM BLANK-LINE AFTER 1.
           WRITE OUTREC FROM HEAD-3 AFTER 1.
           IF REISSUE-SW = 1
               WRITE OUTREC FROM REISSUE-LINE AFTER 1
           END-IF.
           WRITE OUTREC FROM BLANK-LINE AFTER 1.

           MOVE SENAM TO N-SENAM.
                   ADD 1 TO FAIL-COUNT
           END-EVALUATE.

      *the queue is read once, then a pass over TAN.TXT finds each
      *queued examinee's latest record - a retake leaves earlier ones
       LOAD-REISSUE-RTN.
           MOVE 0 TO RIS-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT RISFILE.
           READ RISFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               MOVE 0 TO RIS-FOUND-SW
               PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I > RIS-COUNT
                   IF RT-ENO(R-I) = RS-ENO
                       MOVE 1 TO RIS-FOUND-SW
                   END-IF
               END-PERFORM
               IF RIS-FOUND-SW = 0
                   IF RIS-COUNT = 300
                       MOVE 1 TO RIS-OVER-SW
                   ELSE
                       ADD 1 TO RIS-COUNT
                       MOVE RS-ENO TO RT-ENO(RIS-COUNT)
                       MOVE 0 TO RT-LAST(RIS-COUNT)
                   END-IF
               END-IF
               READ RISFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE RISFILE.
           MOVE 0 TO EOFSW.

           IF RIS-COUNT = 0
               GO TO LOAD-REISSUE-RTN-END
           END-IF.
           MOVE 1 TO REISSUE-SW.
           DISPLAY 'REISSUE RUN - EXAMINEES QUEUED: ' RIS-COUNT.

           MOVE 0 TO REC-NO.
           OPEN INPUT INFILE.
           READ INFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO REC-NO
               PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I > RIS-COUNT
                   IF RT-ENO(R-I) = SENUM
                       MOVE REC-NO TO RT-LAST(R-I)
                   END-IF
               END-PERFORM
               READ INFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE INFILE.
           MOVE 0 TO REC-NO.
           MOVE 0 TO EOFSW.
       LOAD-REISSUE-RTN-END.
           EXIT.

       FINISH-RTN.
           MOVE NOTICE-COUNT TO S-COUNT.
           WRITE OUTREC FROM SUMMARY-LINE AFTER 1.

           CLOSE INFILE OUTFILE.
      *the queued notices are out - empty the queue, unless it held
      *more than one run could take
           IF REISSUE-SW = 1
               IF RIS-OVER-SW = 1
                   DISPLAY 'QUEUE EXCEEDS 300 - FINPPRIS.TXT KEPT.'
               ELSE
                   OPEN OUTPUT RISFILE
                   CLOSE RISFILE
               END-IF
               DISPLAY 'NOTICES REISSUED: ' NOTICE-COUNT
           END-IF.
           DISPLAY 'NOTICES PRODUCED: ' NOTICE-COUNT.
           DISPLAY "NOTICE OF RATING RUN COMPLETE.".
