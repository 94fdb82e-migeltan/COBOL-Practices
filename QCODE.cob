      *DATE-COMPILED. DECEMBER 5, 2025.
      *SECURITY. FOR BSIT 2-4.
      *REMARKS. STUDENT QUIZ REPORT- multiple records per student.
      *WHEN QCPOLICY.TXT NAMES THE CLASS'S SUBJECT AND QCSCHEME.TXT
      *CARRIES A SCHEME FOR IT, EXAM, PROJECT AND RECITATION SCORES
      *FROM QCCOMP.TXT JOIN THE QUIZZES AND THE RATING IS THE
      *WEIGHTED SUM OF THE COMPONENTS INSTEAD OF THE QUIZ AVERAGE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *student may drop; absent means none, like before
           SELECT POLFILE ASSIGN TO "QCPOLICY.TXT"
               FILE STATUS IS WS-POL-FS.
      *per-subject component weights (QCSCHMNT) and the optional
      *exam/project/recitation scores that go with them
           SELECT SCHFILE ASSIGN TO "QCSCHEME.TXT"
               FILE STATUS IS WS-SCH-FS.
           SELECT COMPFILE ASSIGN TO "QCCOMP.TXT"
               FILE STATUS IS WS-CMP-FS.

       DATA DIVISION.
       FILE SECTION.
           02 MKP-SNA-IN PIC X(25).
           02 MKP-SCORECODE-IN PIC 9(5).

      *ONE SCORE PER RECORD, IN PERCENT - E EXAM, P PROJECT OR
      *R RECITATION. QUIZZES STAY ON QCIN.TXT/QCFIN.TXT.
       FD COMPFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS CMP-REC.

       01 CMP-REC.
           02 CMP-SNO-IN PIC 9(5).
           02 CMP-SNA-IN PIC X(25).
           02 CMP-COMP-IN PIC X.
           02 CMP-SCORE-IN PIC 9(3).

       SD SORTFILE
           DATA RECORD IS SORT-REC.

      *FIN-SCORECODE-IN TO MAKE ROOM FOR FINALS-FILE'S RENUMBERED
      *6-10 QUIZ CODES (SEE MERGE-INPUT-RTN). SRT-SRC ORDERS THE
      *PASSES - 1 REGULAR, 2 MAKEUP - SO A MAKEUP SCORE ALWAYS LANDS
      *AFTER THE SCORE IT REPLACES. SRC 3 IS A QCCOMP.TXT COMPONENT
      *SCORE, SCORE*100 WITH CODE 0, ITS LETTER IN SRT-COMP.
       01 SORT-REC.
           02 SRT-SNO-IN PIC 9(5).
           02 SRT-SNA-IN PIC X(25).
           02 SRT-SCORECODE-IN PIC 9(5).
           02 SRT-SRC PIC 9.
           02 SRT-COMP PIC X.

       FD STUDENT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS INREC.

       01 INREC.
           02 SNA-IN PIC X(25).
           02 SCORECODE-IN PIC 9(5).
           02 SRC-IN PIC 9.
           02 COMP-IN PIC X.

       FD AUDFILE
           LABEL RECORD IS STANDARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS POL-REC.

      *POL-SUBJ NAMES THE CLASS'S SUBJECT FOR THE GRADING SCHEME;
      *BLANK (OR A ONE-BYTE FILE) MEANS THE QUIZ AVERAGE AS BEFORE
       01 POL-REC.
           02 POL-DROP-N PIC 9.
           02 POL-SUBJ PIC X(6).

       FD SCHFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SCH-REC.

       01 SCH-REC.
           02 GS-SUBJ PIC X(6).
           02 GS-COMP PIC X.
           02 GS-WEIGHT PIC 9(3).

       FD AVEFILE
           LABEL RECORD IS STANDARD
           02 AV-SNO PIC 9(5).
           02 AV-SNA PIC X(25).
           02 AV-AVE PIC 9(3)V99.
           02 AV-STANDING PIC 9(3)V99.

       WORKING-STORAGE SECTION.

       01 DROP-LOW-J PIC 99 VALUE 0.
       01 DROP-LOW-V PIC 9(3) VALUE 0.

      *GRADING SCHEME FOR THE CLASS'S SUBJECT - WEIGHTS IN PERCENT
      *BY COMPONENT (Q QUIZZES, E EXAMS, P PROJECTS, R RECITATION),
      *TAKEN ONLY WHEN THEY TOTAL 100. CLASS STANDING IS THE
      *WEIGHTED AVERAGE OF EVERYTHING BUT THE EXAMS; THE RATING IS
      *THE WEIGHTED SUM OF ALL FOUR.
       01 WS-SCH-FS PIC XX VALUE SPACES.
       01 WS-CMP-FS PIC XX VALUE SPACES.
       01 WS-CMP-EOF PIC 9 VALUE 0.
       01 WS-SUBJ PIC X(6) VALUE SPACES.
       01 SCHEME-SW PIC 9 VALUE 0.
       01 SCHEME-TOTAL PIC 9(4) VALUE 0.
       01 COMP-COUNT PIC 9(4) VALUE 0.
       01 K PIC 9 VALUE 0.
       01 COMP-LIST PIC X(4) VALUE 'QEPR'.
       01 COMP-LIST-X REDEFINES COMP-LIST.
           02 CL-CODE PIC X OCCURS 4 TIMES.
       01 COMP-NAMES.
           02 FILLER PIC X(10) VALUE 'Quizzes'.
           02 FILLER PIC X(10) VALUE 'Exams'.
           02 FILLER PIC X(10) VALUE 'Projects'.
           02 FILLER PIC X(10) VALUE 'Recitation'.
       01 COMP-NAMES-X REDEFINES COMP-NAMES.
           02 CL-NAME PIC X(10) OCCURS 4 TIMES.
       01 SCHEME-WEIGHTS.
           02 CW-WEIGHT PIC 9(3) OCCURS 4 TIMES.
       01 COMP-ACC.
           02 CA-ENTRY OCCURS 4 TIMES.
              03 CA-TOT PIC 9(5).
              03 CA-CNT PIC 9(3).
              03 CA-AVE PIC 9(3)V99.
              03 CA-PTS PIC 9(3)V99.
       01 WS-STANDING PIC 9(3)V99 VALUE 0.
       01 CS-SUM PIC 9(6)V99 VALUE 0.
       01 CS-WEIGHT PIC 9(3) VALUE 0.

       01 STUDENT-COUNT PIC 9(3) VALUE 0.
       01 RI PIC 9(3) VALUE 0.
       01 RJ PIC 9(3) VALUE 0.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(4) VALUE "Quiz".
           02 FILLER PIC X(4) VALUE SPACES.
           02 SH-AVE-LBL PIC X(8) VALUE "Average".
           02 FILLER PIC X(17) VALUE SPACES.

       01 SUBHEAD-2.
           02 P-LO-OUT PIC X(3).
           02 FILLER PIC X(5) VALUE SPACES.

      *SUBTOTAL PER COMPONENT UNDER EACH STUDENT WHEN A SCHEME RUNS -
      *COMPONENT AVERAGE, ITS WEIGHT AND THE POINTS IT CONTRIBUTES
       01 COMP-LINE.
           02 FILLER PIC X(13) VALUE SPACES.
           02 CP-X OCCURS 4 TIMES.
              03 CP-NAME PIC X(10).
              03 FILLER PIC X VALUE SPACE.
              03 CP-AVE PIC ZZ9.99.
              03 CP-X-LBL PIC X(2).
              03 CP-WEIGHT PIC ZZ9.
              03 CP-EQ-LBL PIC X(2).
              03 CP-PTS PIC ZZ9.99.
              03 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "Standing: ".
           02 CP-STANDING PIC ZZ9.99.

       01 RANK-HEAD-1.
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "CLASS RANKING REPORT".
           02 FILLER PIC X(24) VALUE " quiz(zes) per student".
           02 FILLER PIC X(27) VALUE SPACES.

       01 SCHEME-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "Grading scheme: ".
           02 SL-SUBJ PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-X OCCURS 4 TIMES.
              03 SL-NAME PIC X(11).
              03 SL-WEIGHT PIC ZZ9.
              03 FILLER PIC X(3) VALUE "%  ".
           02 FILLER PIC X(6) VALUE SPACES.

       01 TOTAL-LINE.
           02 FILL1 PIC X(2) VALUE SPACES.
           02 FILL2 PIC X(22) VALUE "Total no. of Records. ".

       INIT-RTN.
           PERFORM LOAD-POLICY-RTN THRU LOAD-POLICY-RTN-END.
           PERFORM LOAD-SCHEME-RTN THRU LOAD-SCHEME-RTN-END.
           PERFORM MERGE-RTN.
           OPEN INPUT STUDENT OUTPUT OUTFILE OUTPUT EXCFILE
               OUTPUT AVEFILE OUTPUT AUDFILE.
               COMPUTE SRT-SCORECODE-IN =
                       (WS-MID-SCORE * 100) + WS-MID-CODE
               MOVE 1 TO SRT-SRC
               MOVE SPACE TO SRT-COMP
               RELEASE SORT-REC
               READ MIDTERM-FILE
                   AT END MOVE 1 TO WS-MID-EOF
               COMPUTE SRT-SCORECODE-IN =
                       (WS-FIN-SCORE * 100) + (WS-FIN-CODE + 5)
               MOVE 1 TO SRT-SRC
               MOVE SPACE TO SRT-COMP
               RELEASE SORT-REC
               READ FINALS-FILE
                   AT END MOVE 1 TO WS-FIN-EOF
      *REPLACE THE REGULAR ONES AND ARE LOGGED AS SANCTIONED
           OPEN INPUT MAKEUP-FILE.
           IF WS-MKP-FS NOT = '00'
               GO TO MERGE-COMP-RTN
           END-IF.

           MOVE 0 TO WS-MKP-EOF.
               MOVE MKP-SNA-IN TO SRT-SNA-IN
               MOVE MKP-SCORECODE-IN TO SRT-SCORECODE-IN
               MOVE 2 TO SRT-SRC
               MOVE SPACE TO SRT-COMP
               ADD 1 TO MAKEUP-COUNT
               RELEASE SORT-REC
               READ MAKEUP-FILE
           END-PERFORM.

           CLOSE MAKEUP-FILE.

      *THE COMPONENT PASS - OPTIONAL FILE, LAST OF ALL
       MERGE-COMP-RTN.
           OPEN INPUT COMPFILE.
           IF WS-CMP-FS NOT = '00'
               GO TO MERGE-INPUT-DONE
           END-IF.

           MOVE 0 TO WS-CMP-EOF.
           READ COMPFILE
               AT END MOVE 1 TO WS-CMP-EOF
           END-READ.
           PERFORM UNTIL WS-CMP-EOF = 1
               MOVE CMP-SNO-IN TO SRT-SNO-IN
               MOVE CMP-SNA-IN TO SRT-SNA-IN
               COMPUTE SRT-SCORECODE-IN = CMP-SCORE-IN * 100
               MOVE 3 TO SRT-SRC
               MOVE CMP-COMP-IN TO SRT-COMP
               ADD 1 TO COMP-COUNT
               RELEASE SORT-REC
               READ COMPFILE
                   AT END MOVE 1 TO WS-CMP-EOF
               END-READ
           END-PERFORM.

           CLOSE COMPFILE.
       MERGE-INPUT-DONE.
           EXIT.

           READ POLFILE
               AT END CONTINUE
               NOT AT END MOVE POL-DROP-N TO WS-DROP-N
                          MOVE POL-SUBJ TO WS-SUBJ
           END-READ.

           CLOSE POLFILE.
       LOAD-POLICY-RTN-END.
           EXIT.

      *the scheme rows for the class's subject; no subject, no file
      *or no rows for it leaves the plain quiz average in force
       LOAD-SCHEME-RTN.
           MOVE 0 TO SCHEME-SW.
           MOVE 0 TO SCHEME-TOTAL.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               MOVE 0 TO CW-WEIGHT (K)
           END-PERFORM.
           IF WS-SUBJ = SPACES
               GO TO LOAD-SCHEME-RTN-END
           END-IF.
           OPEN INPUT SCHFILE.
           IF WS-SCH-FS NOT = '00'
               DISPLAY "NO QCSCHEME.TXT - QUIZ AVERAGE USED."
               GO TO LOAD-SCHEME-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SCHFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND GS-SUBJ = WS-SUBJ
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                       IF GS-COMP = CL-CODE (K)
                           ADD GS-WEIGHT TO CW-WEIGHT (K)
                           ADD GS-WEIGHT TO SCHEME-TOTAL
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE SCHFILE.
           MOVE 0 TO EOFSW.

           IF SCHEME-TOTAL = 100
               MOVE 1 TO SCHEME-SW
               MOVE "Rating" TO SH-AVE-LBL
               DISPLAY "GRADING SCHEME IN FORCE FOR " WS-SUBJ "."
           ELSE
               IF SCHEME-TOTAL = 0
                   DISPLAY "NO GRADING SCHEME FOR " WS-SUBJ
                       " - QUIZ AVERAGE USED."
               ELSE
                   DISPLAY "SCHEME FOR " WS-SUBJ " TOTALS "
                       SCHEME-TOTAL " NOT 100 - QUIZ AVERAGE USED."
               END-IF
           END-IF.
       LOAD-SCHEME-RTN-END.
           EXIT.

       HEADING-RTN.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO H-PAGE-NO.
               MOVE WS-DROP-N TO P-DROP-N
               WRITE OUTREC FROM POLICY-LINE AFTER 1
           END-IF.
           IF SCHEME-SW = 1
               MOVE WS-SUBJ TO SL-SUBJ
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                   MOVE CL-NAME (K) TO SL-NAME (K)
                   MOVE CW-WEIGHT (K) TO SL-WEIGHT (K)
               END-PERFORM
               WRITE OUTREC FROM SCHEME-LINE AFTER 1
           END-IF.
           WRITE OUTREC FROM SUBHEAD-1 AFTER 2.
           WRITE OUTREC FROM SUBHEAD-2 AFTER 1.
           MOVE 0 TO PAGE-COUNT.
               MOVE 0 TO QUIZ-ELEM (J)
               MOVE 0 TO QUIZ-TAKEN (J)
           END-PERFORM
           PERFORM CLEAR-COMP-RTN
           MOVE 0 TO WS-TOTAL
           MOVE 0 TO QUIZ-COUNT
           MOVE SNO-IN TO P-SNO-OUT
           COMPUTE SC-SCORE = WS-TEMP / 100
           COMPUTE SC-CODE = WS-TEMP - (SC-SCORE * 100)

           PERFORM STORE-CURRENT-REC

           READ STUDENT
               AT END MOVE 1 TO EOFSW
               COMPUTE SC-SCORE = WS-TEMP / 100
               COMPUTE SC-CODE = WS-TEMP - (SC-SCORE * 100)

               PERFORM STORE-CURRENT-REC
           ELSE
               PERFORM PRINT-CURRENT-STUDENT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 10
                   MOVE 0 TO QUIZ-ELEM (J)
                   MOVE 0 TO QUIZ-TAKEN (J)
               END-PERFORM
               PERFORM CLEAR-COMP-RTN
               MOVE 0 TO WS-TOTAL
               MOVE 0 TO QUIZ-COUNT
               MOVE SNO-IN TO P-SNO-OUT
               COMPUTE SC-SCORE = WS-TEMP / 100
               COMPUTE SC-CODE = WS-TEMP - (SC-SCORE * 100)

               PERFORM STORE-CURRENT-REC
           END-IF

           READ STUDENT
           END-IF.
           EXIT.

      *QCCOMP.TXT RECORDS GO TO THEIR COMPONENT, ALL ELSE IS A QUIZ
       STORE-CURRENT-REC.
           IF SRC-IN = 3
               PERFORM STORE-COMPONENT-RTN
           ELSE
               PERFORM STORE-QUIZ-FROM-CURRENT-REC
           END-IF.
           EXIT.

       STORE-COMPONENT-RTN.
           MOVE 0 TO K.
           IF COMP-IN = 'E'
               MOVE 2 TO K
           END-IF.
           IF COMP-IN = 'P'
               MOVE 3 TO K
           END-IF.
           IF COMP-IN = 'R'
               MOVE 4 TO K
           END-IF.
           IF K > 0
               ADD SC-SCORE TO CA-TOT (K)
               ADD 1 TO CA-CNT (K)
           ELSE
               MOVE SNO-IN TO EX-SNO
               MOVE SNA-IN TO EX-SNA
               MOVE SCORECODE-IN TO EX-SCORECODE
               MOVE "INVALID COMPONENT" TO EX-REASON
               WRITE EXCREC
           END-IF.
           EXIT.

       CLEAR-COMP-RTN.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               MOVE 0 TO CA-TOT (K)
               MOVE 0 TO CA-CNT (K)
               MOVE 0 TO CA-AVE (K)
               MOVE 0 TO CA-PTS (K)
           END-PERFORM.
           EXIT.

      *AN OVERWRITE OF A QUIZ THAT ALREADY HAS A SCORE IS NO LONGER
      *SILENT - OLD AND NEW VALUES GO TO THE AUDIT FILE, LABELED
      *MAKEUP WHEN THE RECORD CAME THROUGH THE MAKEUP PASS
           ELSE
               MOVE 0 TO WS-AVE
           END-IF
           MOVE WS-AVE TO WS-STANDING
           IF SCHEME-SW = 1
               PERFORM APPLY-SCHEME-RTN
           END-IF
           MOVE WS-AVE TO P-AVE-OUT
           IF WS-HI-LO-SW = 1
               MOVE WS-HI-Q TO P-HI-OUT
           END-IF

           WRITE OUTREC FROM DETALYE AFTER 1.
           IF SCHEME-SW = 1
               WRITE OUTREC FROM COMP-LINE AFTER 1
           END-IF.

           ADD 1 TO REC-COUNT.
           ADD 1 TO PAGE-COUNT.
           MOVE P-SNO-OUT TO AV-SNO.
           MOVE P-SNA-OUT TO AV-SNA.
           MOVE WS-AVE TO AV-AVE.
           MOVE WS-STANDING TO AV-STANDING.
           WRITE AVE-REC.

           EXIT.

      *THE QUIZ COMPONENT IS THE QUIZ AVERAGE AFTER ANY DROPS; A
      *COMPONENT WITH NO SCORES ON FILE COUNTS AS ZERO. WS-AVE
      *BECOMES THE RATING SO THE RANKING AND QCAVE.TXT CARRY IT.
       APPLY-SCHEME-RTN.
           MOVE WS-AVE TO CA-AVE (1).
           PERFORM VARYING K FROM 2 BY 1 UNTIL K > 4
               IF CA-CNT (K) > 0
                   COMPUTE CA-AVE (K) ROUNDED =
                           CA-TOT (K) / CA-CNT (K)
               ELSE
                   MOVE 0 TO CA-AVE (K)
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-AVE.
           MOVE 0 TO CS-SUM.
           MOVE 0 TO CS-WEIGHT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               COMPUTE CA-PTS (K) ROUNDED =
                       CA-AVE (K) * CW-WEIGHT (K) / 100
               ADD CA-PTS (K) TO WS-AVE
               IF CL-CODE (K) NOT = 'E'
                   COMPUTE CS-SUM = CS-SUM +
                           (CA-AVE (K) * CW-WEIGHT (K))
                   ADD CW-WEIGHT (K) TO CS-WEIGHT
               END-IF
               IF CW-WEIGHT (K) > 0
                   MOVE CL-NAME (K) TO CP-NAME (K)
                   MOVE CA-AVE (K) TO CP-AVE (K)
                   MOVE " x" TO CP-X-LBL (K)
                   MOVE CW-WEIGHT (K) TO CP-WEIGHT (K)
                   MOVE "%=" TO CP-EQ-LBL (K)
                   MOVE CA-PTS (K) TO CP-PTS (K)
               ELSE
                   MOVE SPACES TO CP-X (K)
               END-IF
           END-PERFORM.

           IF CS-WEIGHT > 0
               COMPUTE WS-STANDING ROUNDED = CS-SUM / CS-WEIGHT
           ELSE
               MOVE WS-AVE TO WS-STANDING
           END-IF.
           MOVE WS-STANDING TO CP-STANDING.
           EXIT.

      *THE N LOWEST TAKEN QUIZZES LEAVE WS-TOTAL AND QUIZ-COUNT SO
      *THE SAME FIGURE FLOWS TO THE REPORT, THE RANKING AND THE
      *QCAVE.TXT BRIDGE INTO ACCDISP - NO MORE HAND RECOMPUTES
           CLOSE STUDENT OUTFILE EXCFILE AVEFILE AUDFILE.
           DISPLAY "MAKEUP PASS RECORDS: " MAKEUP-COUNT.
           DISPLAY "OVERWRITES LOGGED: " OVERWRITE-COUNT.
           DISPLAY "COMPONENT SCORES: " COMP-COUNT.
           DISPLAY "FINISH NA MI.".
           EXIT.

