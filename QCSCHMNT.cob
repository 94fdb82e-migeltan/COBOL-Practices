       IDENTIFICATION DIVISION.
       PROGRAM-ID. QCSCHMNT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MAINTAINS THE QCSCHEME.TXT GRADING SCHEMES - FOR EACH
      *SUBJECT, THE WEIGHT OF EVERY GRADING COMPONENT OUT OF THE
      *SYLLABUS: QUIZZES (Q), EXAMS (E), PROJECTS (P) AND RECITATION
      *(R). ONE RECORD PER COMPONENT CARRIED; THE WEIGHTS OF A SUBJECT
      *MUST TOTAL 100 BEFORE THE SCHEME IS TAKEN. QCODE GRADES THE
      *CLASS NAMED ON QCPOLICY.TXT BY ITS SCHEME; A SUBJECT WITH NO
      *SCHEME KEEPS THE PLAIN QUIZ AVERAGE. SAME LOAD/MAINTAIN/SAVE
      *SHAPE AS SUBJMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASTFILE ASSIGN TO "QCSCHEME.TXT".
      *optional catalog - present, the subject must be on it
           SELECT SUBJMASTFILE ASSIGN TO "SUBJMAST.TXT"
               FILE STATUS IS WS-SBJ-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MAST-REC.

       01  MAST-REC.
           05 GS-SUBJ PIC X(6).
      *Q QUIZZES / E EXAMS / P PROJECTS / R RECITATION
           05 GS-COMP PIC X.
           05 GS-WEIGHT PIC 9(3).

       FD  SUBJMASTFILE.
       01  SUBJ-MAST-REC.
           05 SJ-CODE PIC X(6).
           05 SJ-TITLE PIC X(20).
           05 SJ-UNITS PIC 9.

       WORKING-STORAGE SECTION.

       01 SCH-TABLE.
           05 SCH-ENTRY OCCURS 200 TIMES.
               10 SH-SUBJ PIC X(6).
               10 SH-COMP PIC X.
               10 SH-WEIGHT PIC 9(3).

       01 SCH-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 J PIC 9(3) VALUE 0.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.
       01 ROWS-FOUND PIC 9 VALUE 0.

       01 WS-SBJ-FS PIC XX VALUE SPACES.
       01 SBJ-TABLE.
           05 SBJ-ENTRY OCCURS 50 TIMES.
               10 SBJ-CODE PIC X(6).
               10 SBJ-TITLE PIC X(20).
       01 SBJ-COUNT PIC 99 VALUE 0.
       01 SBJ-I PIC 99 VALUE 0.
       01 SBJ-FOUND PIC 99 VALUE 0.

      *the four components in print order, with their weights as
      *keyed for the subject being set
       01 COMP-LIST PIC X(4) VALUE 'QEPR'.
       01 COMP-LIST-X REDEFINES COMP-LIST.
           05 CL-CODE PIC X OCCURS 4 TIMES.
       01 COMP-NAMES.
           05 FILLER PIC X(10) VALUE 'Quizzes'.
           05 FILLER PIC X(10) VALUE 'Exams'.
           05 FILLER PIC X(10) VALUE 'Projects'.
           05 FILLER PIC X(10) VALUE 'Recitation'.
       01 COMP-NAMES-X REDEFINES COMP-NAMES.
           05 CL-NAME PIC X(10) OCCURS 4 TIMES.
       01 WORK-WEIGHTS.
           05 WK-WEIGHT PIC 9(3) OCCURS 4 TIMES.
       01 K PIC 9 VALUE 0.
       01 WEIGHT-TOTAL PIC 9(4) VALUE 0.
       01 NEW-ROWS PIC 9 VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-SUBJ PIC X(6) VALUE SPACES.
       01 WORK-WEIGHT PIC 9(3) VALUE 0.

       01 LIST-LINE.
           05 LS-SUBJ PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LS-COMP OCCURS 4 TIMES.
               10 LS-NAME PIC X(10).
               10 LS-WEIGHT PIC ZZ9.
               10 FILLER PIC X(3) VALUE '%  '.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'GRADING SCHEMES SAVED. ' SCH-COUNT
                   ' COMPONENT RECORDS.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites QCSCHEME.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT MASTFILE.
           READ MASTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE MASTFILE.

           IF PRE-COUNT > 200
               DISPLAY 'QCSCHEME.TXT EXCEEDS 200 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO SCH-COUNT.
           OPEN INPUT MASTFILE.

           READ MASTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR SCH-COUNT = 200
               ADD 1 TO SCH-COUNT
               MOVE GS-SUBJ TO SH-SUBJ(SCH-COUNT)
               MOVE GS-COMP TO SH-COMP(SCH-COUNT)
               MOVE GS-WEIGHT TO SH-WEIGHT(SCH-COUNT)
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE MASTFILE.

           MOVE 0 TO SBJ-COUNT.
           OPEN INPUT SUBJMASTFILE.
           IF WS-SBJ-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR SBJ-COUNT = 50
                   READ SUBJMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO SBJ-COUNT
                       MOVE SJ-CODE TO SBJ-CODE(SBJ-COUNT)
                       MOVE SJ-TITLE TO SBJ-TITLE(SBJ-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SUBJMASTFILE
           END-IF.
           DISPLAY 'GRADING SCHEME RECORDS LOADED: ' SCH-COUNT '.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Set, Drop or List schemes? (S/D/L): '.
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
           DISPLAY 'Maintain another scheme? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

      *keys all four weights for the subject; a total other than 100
      *is refused and the scheme on file, if any, stays as it was
       SET-RTN.
           PERFORM ASK-SUBJ-RTN THRU ASK-SUBJ-RTN-END.
           IF WORK-SUBJ = SPACES
               GO TO SET-RTN-END
           END-IF.

           PERFORM SHOW-SCHEME-RTN.
           MOVE 0 TO WEIGHT-TOTAL.
           MOVE 0 TO NEW-ROWS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               DISPLAY CL-NAME(K) ' weight in percent (0-100): '
               ACCEPT WORK-WEIGHT
               IF WORK-WEIGHT > 100
                   MOVE 0 TO WORK-WEIGHT
                   DISPLAY '  Over 100 - taken as 0.'
               END-IF
               MOVE WORK-WEIGHT TO WK-WEIGHT(K)
               ADD WORK-WEIGHT TO WEIGHT-TOTAL
               IF WORK-WEIGHT > 0
                   ADD 1 TO NEW-ROWS
               END-IF
           END-PERFORM.

           IF WEIGHT-TOTAL NOT = 100
               DISPLAY 'Weights total ' WEIGHT-TOTAL
                   ' - must be 100. Not saved.'
               GO TO SET-RTN-END
           END-IF.

           PERFORM REMOVE-SUBJ-RTN.
           IF SCH-COUNT + NEW-ROWS > 200
               DISPLAY 'SCHEME FILE FULL.'
               GO TO SET-RTN-END
           END-IF.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               IF WK-WEIGHT(K) > 0
                   ADD 1 TO SCH-COUNT
                   MOVE WORK-SUBJ TO SH-SUBJ(SCH-COUNT)
                   MOVE CL-CODE(K) TO SH-COMP(SCH-COUNT)
                   MOVE WK-WEIGHT(K) TO SH-WEIGHT(SCH-COUNT)
               END-IF
           END-PERFORM.
           DISPLAY 'Scheme set for ' WORK-SUBJ '.'.
       SET-RTN-END.
           EXIT.

      *dropping a scheme puts the subject back on the quiz average
       DROP-RTN.
           PERFORM ASK-SUBJ-RTN THRU ASK-SUBJ-RTN-END.
           IF WORK-SUBJ = SPACES
               GO TO DROP-RTN-END
           END-IF.

           PERFORM SHOW-SCHEME-RTN.
           IF ROWS-FOUND = 0
               GO TO DROP-RTN-END
           END-IF.
           PERFORM REMOVE-SUBJ-RTN.
           DISPLAY 'Scheme dropped for ' WORK-SUBJ '.'.
       DROP-RTN-END.
           EXIT.

       ASK-SUBJ-RTN.
           DISPLAY 'Subject Code: '.
           ACCEPT WORK-SUBJ.
           INSPECT WORK-SUBJ CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WORK-SUBJ = SPACES
               DISPLAY 'Required!'
               GO TO ASK-SUBJ-RTN-END
           END-IF.

           IF SBJ-COUNT > 0
               MOVE 0 TO SBJ-FOUND
               PERFORM VARYING SBJ-I FROM 1 BY 1
                       UNTIL SBJ-I > SBJ-COUNT
                   IF SBJ-CODE(SBJ-I) = WORK-SUBJ
                       MOVE SBJ-I TO SBJ-FOUND
                   END-IF
               END-PERFORM
               IF SBJ-FOUND = 0
                   DISPLAY 'Not on SUBJMAST.TXT - refused.'
                   MOVE SPACES TO WORK-SUBJ
               ELSE
                   DISPLAY '  ' SBJ-TITLE(SBJ-FOUND)
               END-IF
           END-IF.
       ASK-SUBJ-RTN-END.
           EXIT.

       SHOW-SCHEME-RTN.
           MOVE 0 TO ROWS-FOUND.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCH-COUNT
               IF SH-SUBJ(I) = WORK-SUBJ
                   ADD 1 TO ROWS-FOUND
               END-IF
           END-PERFORM.
           IF ROWS-FOUND = 0
               DISPLAY 'No scheme on file - quiz average applies.'
           ELSE
               MOVE WORK-SUBJ TO LS-SUBJ
               PERFORM BUILD-LINE-RTN
               DISPLAY 'On file: ' LIST-LINE
           END-IF.

      *packs the table down over the subject's rows
       REMOVE-SUBJ-RTN.
           MOVE 0 TO J.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCH-COUNT
               IF SH-SUBJ(I) NOT = WORK-SUBJ
                   ADD 1 TO J
                   MOVE SCH-ENTRY(I) TO SCH-ENTRY(J)
               END-IF
           END-PERFORM.
           MOVE J TO SCH-COUNT.

      *one line per subject, in the order the subjects first appear
       LIST-RTN.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > SCH-COUNT
               MOVE 0 TO ROWS-FOUND
               PERFORM VARYING I FROM 1 BY 1 UNTIL I >= J
                   IF SH-SUBJ(I) = SH-SUBJ(J)
                       MOVE 1 TO ROWS-FOUND
                   END-IF
               END-PERFORM
               IF ROWS-FOUND = 0
                   MOVE SH-SUBJ(J) TO LS-SUBJ
                   PERFORM BUILD-LINE-RTN
                   DISPLAY LIST-LINE
               END-IF
           END-PERFORM.

      *LS-SUBJ picks the subject; a component not carried shows 0
       BUILD-LINE-RTN.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               MOVE CL-NAME(K) TO LS-NAME(K)
               MOVE 0 TO LS-WEIGHT(K)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCH-COUNT
                   IF SH-SUBJ(I) = LS-SUBJ
                      AND SH-COMP(I) = CL-CODE(K)
                       MOVE SH-WEIGHT(I) TO LS-WEIGHT(K)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT MASTFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCH-COUNT
               MOVE SH-SUBJ(I) TO GS-SUBJ
               MOVE SH-COMP(I) TO GS-COMP
               MOVE SH-WEIGHT(I) TO GS-WEIGHT
               WRITE MAST-REC
           END-PERFORM.
           CLOSE MASTFILE.
