      *CLASSLIST.TXT, RANGE-CHECKS EVERY SCORE/MAX PAIR (SCORE
      *NEVER ABOVE ITS MAX), WRITES THE RECORD IS VARYING LAYOUT
      *CORRECTLY, AND CORRECTS OR DELETES AN EXISTING STUDENT'S ROW.
      *THE STUDENT MUST ALSO BE ON THE REGISTRAR MASTER STUDMAST.TXT,
      *WHICH SUPPLIES THE NAME; ONE ON LEAVE, DROPPED OR GRADUATED
      *TAKES NO NEW SCORES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL STUDENT ASSIGN TO "STUDQ.TXT".
           SELECT ROSTERFILE ASSIGN TO "CLASSLIST.TXT"
               FILE STATUS IS WS-ROSTER-FS.
      *registrar student master kept by STUDMNT - absent means the
      *roster alone vouches for the student, like before
           SELECT STUDMASTFILE ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS WS-STM-FS.

       DATA DIVISION.
       FILE SECTION.
           05 RNO PIC 9(5).
           05 RNAME PIC X(25).

       FD  STUDMASTFILE.
       01  STUD-MAST-REC.
           05 SR-SNO PIC 9(5).
           05 SR-NAME PIC X(25).
           05 SR-PROGRAM PIC X(6).
           05 SR-YEAR PIC 9.
           05 SR-ADMIT PIC X(5).
      *R REGULAR / I IRREGULAR / L LOA / D DROPPED / G GRADUATED
           05 SR-STATUS PIC X.

       WORKING-STORAGE SECTION.

       01 WS-ROSTER-FS PIC XX VALUE SPACES.
       01 R-I PIC 9(3) VALUE 0.
       01 R-FOUND-I PIC 9(3) VALUE 0.

      *the registrar master - name and status per student number
       01 WS-STM-FS PIC XX VALUE SPACES.
       01 STM-TABLE.
           05 STM-ENTRY OCCURS 1000 TIMES.
               10 STM-SNO PIC 9(5).
               10 STM-NAME PIC X(25).
               10 STM-STATUS PIC X.
       01 STM-COUNT PIC 9(4) VALUE 0.
       01 STM-I PIC 9(4) VALUE 0.
       01 STM-FOUND-I PIC 9(4) VALUE 0.
       01 STM-BARRED-SW PIC 9 VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-SNO PIC 9(5) VALUE 0.

       MAIN-RTN.
           PERFORM LOAD-ROSTER-RTN THRU LOAD-ROSTER-RTN-END.
           PERFORM LOAD-STUDMAST-RTN THRU LOAD-STUDMAST-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.

           CLOSE STUDENT.
           DISPLAY 'STUDENTS ON QUIZ FILE: ' HOLD-COUNT.

      *a name corrected on the master replaces the copy held here
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOLD-COUNT
               MOVE HT-SNO(I) TO WORK-SNO
               PERFORM FIND-STUDMAST-RTN
               IF STM-FOUND-I > 0
                   IF HT-SNA(I) NOT = STM-NAME(STM-FOUND-I)
                       MOVE STM-NAME(STM-FOUND-I) TO HT-SNA(I)
                       MOVE 1 TO CHANGED-SW
                   END-IF
               END-IF
           END-PERFORM.
       LOAD-RTN-END.
           EXIT.

               GO TO ADD-RTN-END
           END-IF.

           PERFORM CHECK-STUDMAST-RTN THRU CHECK-STUDMAST-RTN-END.
           IF STM-BARRED-SW = 1
               GO TO ADD-RTN-END
           END-IF.

           ADD 1 TO HOLD-COUNT.
           MOVE HOLD-COUNT TO I.
           MOVE WORK-SNO TO HT-SNO(I).
           IF STM-FOUND-I > 0
               MOVE STM-NAME(STM-FOUND-I) TO HT-SNA(I)
               DISPLAY 'Name: ' STM-NAME(STM-FOUND-I)
           ELSE IF R-FOUND-I > 0
               MOVE RT-RNAME(R-FOUND-I) TO HT-SNA(I)
               DISPLAY 'Name: ' RT-RNAME(R-FOUND-I)
           ELSE
               DISPLAY 'Student Name: '
               ACCEPT HT-SNA(I)
           END-IF
           END-IF.

           PERFORM TAKE-QUIZZES-RTN THRU TAKE-QUIZZES-RTN-END.
               GO TO CORRECT-RTN-END
           END-IF.

           PERFORM CHECK-STUDMAST-RTN THRU CHECK-STUDMAST-RTN-END.
           IF STM-BARRED-SW = 1
               GO TO CORRECT-RTN-END
           END-IF.

           MOVE FOUND-I TO I.
           DISPLAY 'On file: ' HT-SNA(I) ' WITH ' HT-NUM(I)
               ' QUIZZES.'.
               END-IF
           END-PERFORM.

       LOAD-STUDMAST-RTN.
           MOVE 0 TO STM-COUNT.
           OPEN INPUT STUDMASTFILE.
           IF WS-STM-FS NOT = '00'
               GO TO LOAD-STUDMAST-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR STM-COUNT = 1000
               READ STUDMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO STM-COUNT
                   MOVE SR-SNO TO STM-SNO(STM-COUNT)
                   MOVE SR-NAME TO STM-NAME(STM-COUNT)
                   MOVE SR-STATUS TO STM-STATUS(STM-COUNT)
               END-IF
           END-PERFORM.

           CLOSE STUDMASTFILE.
           MOVE 0 TO EOFSW.
       LOAD-STUDMAST-RTN-END.
           EXIT.

       FIND-STUDMAST-RTN.
           MOVE 0 TO STM-FOUND-I.
           PERFORM VARYING STM-I FROM 1 BY 1 UNTIL STM-I > STM-COUNT
               IF STM-SNO(STM-I) = WORK-SNO
                   MOVE STM-I TO STM-FOUND-I
               END-IF
           END-PERFORM.

      *scores are grade entries - a student the registrar shows on
      *leave, dropped or graduated takes none
       CHECK-STUDMAST-RTN.
           MOVE 0 TO STM-BARRED-SW.
           PERFORM FIND-STUDMAST-RTN.
           IF STM-COUNT = 0
               GO TO CHECK-STUDMAST-RTN-END
           END-IF.
           IF STM-FOUND-I = 0
               DISPLAY 'Not on STUDMAST.TXT - refused.'
               MOVE 1 TO STM-BARRED-SW
               GO TO CHECK-STUDMAST-RTN-END
           END-IF.
           IF STM-STATUS(STM-FOUND-I) = 'L'
              OR STM-STATUS(STM-FOUND-I) = 'D'
              OR STM-STATUS(STM-FOUND-I) = 'G'
               DISPLAY 'Student is on leave, dropped or graduated '
                   '- refused.'
               MOVE 1 TO STM-BARRED-SW
           END-IF.
       CHECK-STUDMAST-RTN-END.
           EXIT.

      *NUM-QUIZZES is set before the WRITE, so every record leaves
      *at exactly its own varying length
       SAVE-RTN.
