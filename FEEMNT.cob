       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEMNT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MAINTAINS THE CASHIER'S FEE SCHEDULE THAT ASSESS
      *CHARGES FROM. FEESCHED.TXT HOLDS ONE LINE PER TERM - TUITION
      *PER UNIT, THE MISCELLANEOUS FEE, THE PERCENT DUE AS DOWN
      *PAYMENT AND THE FOUR INSTALLMENT DUE DATES (DOWN PAYMENT,
      *PRELIM, MIDTERM, FINALS). LABFEE.TXT HOLDS THE LABORATORY FEE
      *FOR EACH SUBJECT THAT CARRIES ONE. SAME LOAD/MAINTAIN/SAVE
      *SHAPE AS SUBJMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEEFILE ASSIGN TO "FEESCHED.TXT".
           SELECT OPTIONAL LABFILE ASSIGN TO "LABFEE.TXT".
           SELECT SUBJMASTFILE ASSIGN TO "SUBJMAST.TXT"
               FILE STATUS IS WS-SBJ-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  FEEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FEE-REC.

      *due dates - 1 down payment, 2 prelim, 3 midterm, 4 finals
       01  FEE-REC.
           05 FS-TERM PIC X(5).
           05 FS-UNIT-RATE PIC 9(5)V99.
           05 FS-MISC PIC 9(5)V99.
           05 FS-DOWN-PCT PIC 99.
           05 FS-DUE OCCURS 4 TIMES PIC 9(8).

       FD  LABFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LAB-REC.

       01  LAB-REC.
           05 LF-SUBJ PIC X(6).
           05 LF-AMT PIC 9(5)V99.

       FD  SUBJMASTFILE.
       01  SUBJ-MAST-REC.
           05 SJ-CODE PIC X(6).
           05 SJ-TITLE PIC X(20).
           05 SJ-UNITS PIC 9.

       WORKING-STORAGE SECTION.

       01 WS-SBJ-FS PIC XX VALUE SPACES.

       01 FEE-TABLE.
           05 FEE-ENTRY OCCURS 20 TIMES.
               10 FT-TERM PIC X(5).
               10 FT-UNIT-RATE PIC 9(5)V99.
               10 FT-MISC PIC 9(5)V99.
               10 FT-DOWN-PCT PIC 99.
               10 FT-DUE OCCURS 4 TIMES PIC 9(8).
       01 FEE-COUNT PIC 99 VALUE 0.
       01 I PIC 99 VALUE 0.
       01 FOUND-I PIC 99 VALUE 0.

      *a subject whose lab fee is set to zero drops off the file
       01 LAB-TABLE.
           05 LAB-ENTRY OCCURS 50 TIMES.
               10 LT-SUBJ PIC X(6).
               10 LT-AMT PIC 9(5)V99.
       01 LAB-COUNT PIC 99 VALUE 0.
       01 L-I PIC 99 VALUE 0.
       01 L-FOUND-I PIC 99 VALUE 0.

       01 SBJ-TABLE.
           05 SBJ-CODE OCCURS 50 TIMES PIC X(6).
       01 SBJ-COUNT PIC 99 VALUE 0.
       01 SBJ-I PIC 99 VALUE 0.
       01 SBJ-FOUND-I PIC 99 VALUE 0.
       01 SBJ-ON-HAND PIC 9 VALUE 0.

       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-TERM PIC X(5) VALUE SPACES.
       01 WORK-SUBJ PIC X(6) VALUE SPACES.
       01 WORK-RATE PIC 9(5)V99 VALUE 0.
       01 WORK-MISC PIC 9(5)V99 VALUE 0.
       01 WORK-PCT PIC 99 VALUE 0.
       01 WORK-AMT PIC 9(5)V99 VALUE 0.
       01 WORK-DUE-TABLE.
           05 WORK-DUE OCCURS 4 TIMES PIC 9(8).
       01 WORK-DUE-X REDEFINES WORK-DUE-TABLE.
           05 WORK-DUE-PART OCCURS 4 TIMES.
               10 WORK-DUE-YYYY PIC 9(4).
               10 WORK-DUE-MM PIC 99.
               10 WORK-DUE-DD PIC 99.
       01 DUE-I PIC 9 VALUE 0.
       01 DATE-BAD-SW PIC 9 VALUE 0.

       01 DUE-NAMES.
           05 FILLER PIC X(12) VALUE 'Down payment'.
           05 FILLER PIC X(12) VALUE 'Prelim'.
           05 FILLER PIC X(12) VALUE 'Midterm'.
           05 FILLER PIC X(12) VALUE 'Finals'.
       01 DUE-NAMES-X REDEFINES DUE-NAMES.
           05 DUE-NAME OCCURS 4 TIMES PIC X(12).

       01 AMT-OUT PIC ZZ,ZZ9.99.
       01 MISC-OUT PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'FEE SCHEDULE SAVED. ' FEE-COUNT ' TERMS, '
                   LAB-COUNT ' LAB FEES.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *both files must fit their tables BEFORE anything loads - the
      *save pass rewrites them, so an oversized file would lose
      *every record past the cap
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT FEEFILE.
           READ FEEFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ FEEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE FEEFILE.

           IF PRE-COUNT > 20
               DISPLAY 'FEESCHED.TXT EXCEEDS 20 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT LABFILE.
           READ LABFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ LABFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE LABFILE.

           IF PRE-COUNT > 50
               DISPLAY 'LABFEE.TXT EXCEEDS 50 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO FEE-COUNT.
           OPEN INPUT FEEFILE.
           READ FEEFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR FEE-COUNT = 20
               ADD 1 TO FEE-COUNT
               MOVE FS-TERM TO FT-TERM(FEE-COUNT)
               MOVE FS-UNIT-RATE TO FT-UNIT-RATE(FEE-COUNT)
               MOVE FS-MISC TO FT-MISC(FEE-COUNT)
               MOVE FS-DOWN-PCT TO FT-DOWN-PCT(FEE-COUNT)
               PERFORM VARYING DUE-I FROM 1 BY 1 UNTIL DUE-I > 4
                   MOVE FS-DUE(DUE-I) TO FT-DUE(FEE-COUNT, DUE-I)
               END-PERFORM
               READ FEEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE FEEFILE.

           MOVE 0 TO EOFSW.
           MOVE 0 TO LAB-COUNT.
           OPEN INPUT LABFILE.
           READ LABFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR LAB-COUNT = 50
               ADD 1 TO LAB-COUNT
               MOVE LF-SUBJ TO LT-SUBJ(LAB-COUNT)
               MOVE LF-AMT TO LT-AMT(LAB-COUNT)
               READ LABFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE LABFILE.

      *the subject catalog, when on hand, keeps a lab fee off a
      *subject that does not exist
           MOVE 0 TO SBJ-COUNT.
           OPEN INPUT SUBJMASTFILE.
           IF WS-SBJ-FS = '00'
               MOVE 1 TO SBJ-ON-HAND
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR SBJ-COUNT = 50
                   READ SUBJMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO SBJ-COUNT
                       MOVE SJ-CODE TO SBJ-CODE(SBJ-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SUBJMASTFILE
           END-IF.
           DISPLAY 'FEE SCHEDULE LOADED: ' FEE-COUNT ' TERMS, '
               LAB-COUNT ' LAB FEES.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Term fees, Lab fee or List? (T/F/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'T'
               WHEN 't'
                   PERFORM TERM-FEE-RTN THRU TERM-FEE-RTN-END
               WHEN 'F'
               WHEN 'f'
                   PERFORM LAB-FEE-RTN THRU LAB-FEE-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'T, F or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Maintain another fee? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

      *a term not yet on file is added, one already on file is
      *replaced whole - the cashier keys every figure either way
       TERM-FEE-RTN.
           DISPLAY 'Term/School Year Code: '.
           ACCEPT WORK-TERM.
           IF WORK-TERM = SPACES
               DISPLAY 'Required!'
               GO TO TERM-FEE-RTN-END
           END-IF.
           PERFORM FIND-TERM-RTN.
           IF FOUND-I = 0 AND FEE-COUNT = 20
               DISPLAY 'FEE SCHEDULE FULL.'
               GO TO TERM-FEE-RTN-END
           END-IF.
           IF FOUND-I > 0
               MOVE FT-UNIT-RATE(FOUND-I) TO AMT-OUT
               MOVE FT-MISC(FOUND-I) TO MISC-OUT
               DISPLAY 'On file: per unit ' AMT-OUT '  misc '
                   MISC-OUT '  down ' FT-DOWN-PCT(FOUND-I) '%'
           END-IF.

           DISPLAY 'Tuition per unit (99999.99): '.
           ACCEPT WORK-RATE.
           IF WORK-RATE = 0
               DISPLAY 'Tuition per unit must be above zero.'
               GO TO TERM-FEE-RTN-END
           END-IF.
           DISPLAY 'Miscellaneous fee (99999.99): '.
           ACCEPT WORK-MISC.
           DISPLAY 'Percent due as down payment (0-99): '.
           ACCEPT WORK-PCT.

           PERFORM VARYING DUE-I FROM 1 BY 1 UNTIL DUE-I > 4
               DISPLAY DUE-NAME(DUE-I) ' due date (YYYYMMDD): '
               ACCEPT WORK-DUE(DUE-I)
           END-PERFORM.

      *each date a real calendar date, each one after the last
           MOVE 0 TO DATE-BAD-SW.
           PERFORM VARYING DUE-I FROM 1 BY 1 UNTIL DUE-I > 4
               IF WORK-DUE-YYYY(DUE-I) < 2000
                  OR WORK-DUE-MM(DUE-I) < 1 OR WORK-DUE-MM(DUE-I) > 12
                  OR WORK-DUE-DD(DUE-I) < 1 OR WORK-DUE-DD(DUE-I) > 31
                   DISPLAY DUE-NAME(DUE-I) ' date is not a date.'
                   MOVE 1 TO DATE-BAD-SW
               END-IF
               IF DUE-I > 1
                   IF WORK-DUE(DUE-I) NOT > WORK-DUE(DUE-I - 1)
                       DISPLAY DUE-NAME(DUE-I) ' must fall after '
                           DUE-NAME(DUE-I - 1) '.'
                       MOVE 1 TO DATE-BAD-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF DATE-BAD-SW = 1
               DISPLAY 'Term fees not saved.'
               GO TO TERM-FEE-RTN-END
           END-IF.

           IF FOUND-I = 0
               ADD 1 TO FEE-COUNT
               MOVE FEE-COUNT TO FOUND-I
               MOVE WORK-TERM TO FT-TERM(FOUND-I)
               DISPLAY 'Added.'
           ELSE
               DISPLAY 'Replaced.'
           END-IF.
           MOVE WORK-RATE TO FT-UNIT-RATE(FOUND-I).
           MOVE WORK-MISC TO FT-MISC(FOUND-I).
           MOVE WORK-PCT TO FT-DOWN-PCT(FOUND-I).
           PERFORM VARYING DUE-I FROM 1 BY 1 UNTIL DUE-I > 4
               MOVE WORK-DUE(DUE-I) TO FT-DUE(FOUND-I, DUE-I)
           END-PERFORM.
       TERM-FEE-RTN-END.
           EXIT.

      *a zero amount takes the subject off the lab fee file
       LAB-FEE-RTN.
           DISPLAY 'Subject Code: '.
           ACCEPT WORK-SUBJ.
           IF SBJ-ON-HAND = 1
               MOVE 0 TO SBJ-FOUND-I
               PERFORM VARYING SBJ-I FROM 1 BY 1
                       UNTIL SBJ-I > SBJ-COUNT
                   IF SBJ-CODE(SBJ-I) = WORK-SUBJ
                       MOVE SBJ-I TO SBJ-FOUND-I
                   END-IF
               END-PERFORM
               IF SBJ-FOUND-I = 0
                   DISPLAY 'Not on SUBJMAST.TXT - refused.'
                   GO TO LAB-FEE-RTN-END
               END-IF
           END-IF.

           MOVE 0 TO L-FOUND-I.
           PERFORM VARYING L-I FROM 1 BY 1 UNTIL L-I > LAB-COUNT
               IF LT-SUBJ(L-I) = WORK-SUBJ
                   MOVE L-I TO L-FOUND-I
               END-IF
           END-PERFORM.
           IF L-FOUND-I > 0
               MOVE LT-AMT(L-FOUND-I) TO AMT-OUT
               DISPLAY 'On file: ' AMT-OUT
           END-IF.

           DISPLAY 'Lab fee (99999.99, 0 removes it): '.
           ACCEPT WORK-AMT.

           IF WORK-AMT = 0
               IF L-FOUND-I = 0
                   DISPLAY 'No lab fee on file for that subject.'
               ELSE
                   PERFORM VARYING L-I FROM L-FOUND-I BY 1
                           UNTIL L-I NOT < LAB-COUNT
                       MOVE LAB-ENTRY(L-I + 1) TO LAB-ENTRY(L-I)
                   END-PERFORM
                   SUBTRACT 1 FROM LAB-COUNT
                   DISPLAY 'Removed.'
               END-IF
               GO TO LAB-FEE-RTN-END
           END-IF.

           IF L-FOUND-I = 0
               IF LAB-COUNT = 50
                   DISPLAY 'LAB FEE FILE FULL.'
                   GO TO LAB-FEE-RTN-END
               END-IF
               ADD 1 TO LAB-COUNT
               MOVE LAB-COUNT TO L-FOUND-I
               MOVE WORK-SUBJ TO LT-SUBJ(L-FOUND-I)
               DISPLAY 'Added.'
           ELSE
               DISPLAY 'Corrected.'
           END-IF.
           MOVE WORK-AMT TO LT-AMT(L-FOUND-I).
       LAB-FEE-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FEE-COUNT
               MOVE FT-UNIT-RATE(I) TO AMT-OUT
               MOVE FT-MISC(I) TO MISC-OUT
               DISPLAY FT-TERM(I) ' PER UNIT ' AMT-OUT ' MISC '
                   MISC-OUT ' DOWN ' FT-DOWN-PCT(I) '% DUE '
                   FT-DUE(I, 1) ' ' FT-DUE(I, 2) ' '
                   FT-DUE(I, 3) ' ' FT-DUE(I, 4)
           END-PERFORM.
           PERFORM VARYING L-I FROM 1 BY 1 UNTIL L-I > LAB-COUNT
               MOVE LT-AMT(L-I) TO AMT-OUT
               DISPLAY 'LAB ' LT-SUBJ(L-I) ' ' AMT-OUT
           END-PERFORM.

       FIND-TERM-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FEE-COUNT
               IF FT-TERM(I) = WORK-TERM
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT FEEFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FEE-COUNT
               MOVE FT-TERM(I) TO FS-TERM
               MOVE FT-UNIT-RATE(I) TO FS-UNIT-RATE
               MOVE FT-MISC(I) TO FS-MISC
               MOVE FT-DOWN-PCT(I) TO FS-DOWN-PCT
               PERFORM VARYING DUE-I FROM 1 BY 1 UNTIL DUE-I > 4
                   MOVE FT-DUE(I, DUE-I) TO FS-DUE(DUE-I)
               END-PERFORM
               WRITE FEE-REC
           END-PERFORM.
           CLOSE FEEFILE.

           OPEN OUTPUT LABFILE.
           PERFORM VARYING L-I FROM 1 BY 1 UNTIL L-I > LAB-COUNT
               MOVE LT-SUBJ(L-I) TO LF-SUBJ
               MOVE LT-AMT(L-I) TO LF-AMT
               WRITE LAB-REC
           END-PERFORM.
           CLOSE LABFILE.
