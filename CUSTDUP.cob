       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUP.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. PROBABLE-DUPLICATE LISTING FOR Customer.dat - EVERY
      *PAIR OF CUSTOMER RECORDS IS SCORED ON LAST NAME, FIRST NAME,
      *BIRTHDATE AND CONTACT NUMBER, AND EVERY PAIR SCORING AT OR
      *ABOVE THE CUSTDPRM.TXT THRESHOLD (DEFAULT 60 OF 100) IS
      *LISTED ON CUSTDUPR FOR REVIEW. NOTHING IS CHANGED HERE - A
      *PAIR THE SUPERVISOR CONFIRMS IS MERGED WITH CUSTMRG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO "Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CUST-FS.
           SELECT PRMFILE ASSIGN TO 'CUSTDPRM.TXT'
               FILE STATUS WS-FS-PRM.
           SELECT RPTFILE ASSIGN TO 'CUSTDUPR'.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTFILE.
       01  CustomerData.
           02 IDNum PIC 9(5).
           02 CustName.
               03 FirstName PIC X(15).
               03 LastName PIC X(15).
           02 HomeAddress PIC X(30).
           02 ContactNo PIC X(11).
           02 Birthdate PIC 9(8).

       FD  PRMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRM-REC.

       01  PRM-REC.
           02 PRM-THRESHOLD PIC 9(3).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-CUST-FS PIC XX VALUE SPACES.
       01  WS-FS-PRM PIC XX VALUE SPACES.
       01  WS-THRESHOLD PIC 9(3) VALUE 60.
       01  EOFSW PIC 9 VALUE 0.

      *names are held upper-cased so case alone never splits a pair
       01  CUST-TABLE.
           05 CUST-ENTRY OCCURS 500 TIMES.
               10 CT-IDNUM PIC 9(5).
               10 CT-FIRST PIC X(15).
               10 CT-FIRST-X REDEFINES CT-FIRST.
                   15 CT-FIRST-3 PIC X(3).
                   15 FILLER PIC X(12).
               10 CT-LAST PIC X(15).
               10 CT-LAST-X REDEFINES CT-LAST.
                   15 CT-LAST-4 PIC X(4).
                   15 FILLER PIC X(11).
               10 CT-CONTACT PIC X(11).
               10 CT-BIRTH PIC 9(8).
       01  CUST-COUNT PIC 9(3) VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  J PIC 9(3) VALUE 0.

      *the score - last name 35 (20 on the first four letters),
      *first name 25 (15 on the first three, 5 on the initial),
      *birthdate 25, contact number 15
       01  SCORE PIC 9(3) VALUE 0.
       01  MATCH-FLAGS.
           05 MF-LAST PIC X VALUE '-'.
           05 MF-FIRST PIC X VALUE '-'.
           05 MF-BIRTH PIC X VALUE '-'.
           05 MF-CONTACT PIC X VALUE '-'.
       01  PAIR-COUNT PIC 9(5) VALUE 0.
       01  LINE-COUNT PIC 99 VALUE 0.

       01  HEAD-1.
           02 FILLER PIC X(23) VALUE SPACES.
           02 FILLER PIC X(34)
               VALUE 'Probable Duplicate Customers'.
           02 FILLER PIC X(23) VALUE SPACES.

       01  HEAD-2.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(18) VALUE 'Threshold score: '.
           02 H-THRESHOLD PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(32)
               VALUE 'L last F first B birth C contact'.
           02 FILLER PIC X(21) VALUE ' - lower case = near'.

       01  SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Score'.
           02 FILLER PIC X(6) VALUE 'Match'.
           02 FILLER PIC X(7) VALUE 'IDNum'.
           02 FILLER PIC X(32) VALUE 'Name'.
           02 FILLER PIC X(10) VALUE 'Birthdate'.
           02 FILLER PIC X(17) VALUE 'Contact'.

       01  PAIR-LINE-1.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-SCORE PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PL-FLAGS PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-IDNUM PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-FIRST PIC X(15).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PL-LAST PIC X(15).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PL-BIRTH PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-CONTACT PIC X(11).
           02 FILLER PIC X(6) VALUE SPACES.

       01  COUNT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'Customers compared:'.
           02 C-CUST PIC ZZ9.
           02 FILLER PIC X(45) VALUE SPACES.

       01  PAIR-COUNT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'Probable duplicate pairs:'.
           02 C-PAIRS PIC ZZ,ZZ9.
           02 FILLER PIC X(42) VALUE SPACES.

       01  BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-PARM-RTN THRU LOAD-PARM-RTN-END.
           PERFORM LOAD-CUST-RTN THRU LOAD-CUST-RTN-END.

           OPEN OUTPUT RPTFILE.
           PERFORM NEW-PAGE-RTN.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= CUST-COUNT
               COMPUTE J = I + 1
               PERFORM UNTIL J > CUST-COUNT
                   PERFORM SCORE-PAIR-RTN
                   IF SCORE >= WS-THRESHOLD
                       PERFORM PRINT-PAIR-RTN
                   END-IF
                   ADD 1 TO J
               END-PERFORM
           END-PERFORM.

           MOVE CUST-COUNT TO C-CUST.
           WRITE RPTREC FROM COUNT-LINE AFTER 3.
           MOVE PAIR-COUNT TO C-PAIRS.
           WRITE RPTREC FROM PAIR-COUNT-LINE AFTER 1.
           CLOSE RPTFILE.

           DISPLAY 'CUSTOMERS COMPARED: ' CUST-COUNT
               '  PROBABLE DUPLICATES: ' PAIR-COUNT.
           DISPLAY 'DUPLICATE LISTING COMPLETE (CUSTDUPR).'.
           STOP RUN.

       LOAD-PARM-RTN.
           OPEN INPUT PRMFILE.
           IF WS-FS-PRM NOT = '00'
               GO TO LOAD-PARM-RTN-END
           END-IF.
           READ PRMFILE
               AT END CONTINUE
               NOT AT END
                   IF PRM-THRESHOLD IS NUMERIC AND PRM-THRESHOLD > 0
                       MOVE PRM-THRESHOLD TO WS-THRESHOLD
                   END-IF
           END-READ.
           CLOSE PRMFILE.
       LOAD-PARM-RTN-END.
           EXIT.

      *every pair is compared, so the whole file must fit
       LOAD-CUST-RTN.
           MOVE 0 TO CUST-COUNT.
           MOVE 0 TO PRE-COUNT.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-FS NOT = '00'
               DISPLAY 'NO Customer.dat ON HAND.'
               STOP RUN
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CUSTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE CUSTFILE.
           IF PRE-COUNT > 500
               DISPLAY 'Customer.dat EXCEEDS 500 - RUN REFUSED.'
               STOP RUN
           END-IF.

           OPEN INPUT CUSTFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CUSTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO CUST-COUNT
                   MOVE IDNum TO CT-IDNUM(CUST-COUNT)
                   MOVE FirstName TO CT-FIRST(CUST-COUNT)
                   MOVE LastName TO CT-LAST(CUST-COUNT)
                   INSPECT CT-FIRST(CUST-COUNT) CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   INSPECT CT-LAST(CUST-COUNT) CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   MOVE ContactNo TO CT-CONTACT(CUST-COUNT)
                   IF Birthdate IS NUMERIC
                       MOVE Birthdate TO CT-BIRTH(CUST-COUNT)
                   ELSE
                       MOVE 0 TO CT-BIRTH(CUST-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CUSTFILE.
       LOAD-CUST-RTN-END.
           EXIT.

      *a blank contact or zero birthdate is unknown, not a match
       SCORE-PAIR-RTN.
           MOVE 0 TO SCORE.
           MOVE '----' TO MATCH-FLAGS.

           IF CT-LAST(I) NOT = SPACES
               IF CT-LAST(I) = CT-LAST(J)
                   ADD 35 TO SCORE
                   MOVE 'L' TO MF-LAST
               ELSE
                   IF CT-LAST-4(I) = CT-LAST-4(J)
                       ADD 20 TO SCORE
                       MOVE 'l' TO MF-LAST
                   END-IF
               END-IF
           END-IF.

           IF CT-FIRST(I) NOT = SPACES
               IF CT-FIRST(I) = CT-FIRST(J)
                   ADD 25 TO SCORE
                   MOVE 'F' TO MF-FIRST
               ELSE
                   IF CT-FIRST-3(I) = CT-FIRST-3(J)
                       ADD 15 TO SCORE
                       MOVE 'f' TO MF-FIRST
                   ELSE
                       IF CT-FIRST(I)(1:1) = CT-FIRST(J)(1:1)
                           ADD 5 TO SCORE
                           MOVE 'f' TO MF-FIRST
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF CT-BIRTH(I) NOT = 0 AND CT-BIRTH(I) = CT-BIRTH(J)
               ADD 25 TO SCORE
               MOVE 'B' TO MF-BIRTH
           END-IF.

           IF CT-CONTACT(I) NOT = SPACES
              AND CT-CONTACT(I) = CT-CONTACT(J)
               ADD 15 TO SCORE
               MOVE 'C' TO MF-CONTACT
           END-IF.

       PRINT-PAIR-RTN.
           ADD 3 TO LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM NEW-PAGE-RTN
               ADD 3 TO LINE-COUNT
           END-IF.

           MOVE SCORE TO PL-SCORE.
           MOVE MATCH-FLAGS TO PL-FLAGS.
           MOVE CT-IDNUM(I) TO PL-IDNUM.
           MOVE CT-FIRST(I) TO PL-FIRST.
           MOVE CT-LAST(I) TO PL-LAST.
           MOVE CT-BIRTH(I) TO PL-BIRTH.
           MOVE CT-CONTACT(I) TO PL-CONTACT.
           WRITE RPTREC FROM PAIR-LINE-1 AFTER 2.

           MOVE SPACES TO PL-FLAGS.
           MOVE CT-IDNUM(J) TO PL-IDNUM.
           MOVE CT-FIRST(J) TO PL-FIRST.
           MOVE CT-LAST(J) TO PL-LAST.
           MOVE CT-BIRTH(J) TO PL-BIRTH.
           MOVE CT-CONTACT(J) TO PL-CONTACT.
           MOVE PAIR-LINE-1 TO RPTREC.
           MOVE SPACES TO RPTREC(1:5).
           WRITE RPTREC AFTER 1.
           ADD 1 TO PAIR-COUNT.

       NEW-PAGE-RTN.
           WRITE RPTREC FROM HEAD-1 AFTER PAGE.
           MOVE WS-THRESHOLD TO H-THRESHOLD.
           WRITE RPTREC FROM HEAD-2 AFTER 1.
           WRITE RPTREC FROM SUBHEAD AFTER 2.
           MOVE 4 TO LINE-COUNT.
