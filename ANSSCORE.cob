       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANSSCORE.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4.
      *REMARKS. ANSWER-SHEET SCORING INTO STUDQ.TXT. ANSKEY.TXT
      *CARRIES ONE ANSWER KEY PER QUIZ (1-8), ONE LETTER PER ITEM;
      *ANSSHEET.TXT CARRIES EACH STUDENT'S RAW ANSWERS PER QUIZ. EVERY
      *SHEET IS MARKED AGAINST ITS KEY AND THE SCORE AND MAXIMUM GO
      *INTO THAT QUIZ'S SLOT OF THE STUDENT'S STUDQ.TXT ROW, THE SAME
      *VARYING LAYOUT STUDQMNT WRITES. A SHEET WHOSE STUDENT NUMBER
      *IS NOT ON CLASSLIST.TXT IS FLAGGED AND NOT POSTED. THE ITEM
      *ANALYSIS ON ANSITEM GIVES THE PERCENT OF SHEETS ANSWERING EACH
      *ITEM CORRECTLY; AN ITEM KEYED AS * IS THROWN OUT - IT LEAVES
      *BOTH THE SCORE AND THE MAXIMUM - SO A BAD ITEM IS DROPPED BY
      *MARKING IT ON THE KEY AND RUNNING AGAIN. A RERUN REPLACES THE
      *SLOT, IT NEVER ADDS TO IT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYFILE ASSIGN TO "ANSKEY.TXT"
               FILE STATUS IS WS-KEY-FS.
           SELECT SHEETFILE ASSIGN TO "ANSSHEET.TXT"
               FILE STATUS IS WS-SHT-FS.
           SELECT ROSTERFILE ASSIGN TO "CLASSLIST.TXT"
               FILE STATUS IS WS-ROSTER-FS.
           SELECT OPTIONAL STUDENT ASSIGN TO "STUDQ.TXT".
           SELECT RPTFILE ASSIGN TO "ANSSCRPT".
           SELECT ITEMFILE ASSIGN TO "ANSITEM".

       DATA DIVISION.
       FILE SECTION.

      *AK-KEY holds one letter per item; * throws the item out
       FD  KEYFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS KEY-REC.

       01  KEY-REC.
           05 AK-QUIZ PIC 9.
           05 AK-ITEMS PIC 99.
           05 AK-KEY PIC X(50).

       FD  SHEETFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHEET-REC.

       01  SHEET-REC.
           05 AS-SNO PIC 9(5).
           05 AS-QUIZ PIC 9.
           05 AS-ANSWERS PIC X(50).

       FD  ROSTERFILE.
       01  ROSTER-REC.
           05 RNO PIC 9(5).
           05 RNAME PIC X(25).

      *same layout STUDQMNT, STUDREP and STUDTRND use
       FD  STUDENT
           LABEL RECORD IS STANDARD
           RECORD IS VARYING IN SIZE FROM 35 TO 63 CHARACTERS
           DATA RECORD IS INREC.

       01  INREC.
           02 NUM-QUIZZES PIC 9.
           02 SNO PIC 9(5).
           02 SNA PIC X(25).
           02 QUIZ OCCURS 1 TO 8 TIMES DEPENDING ON NUM-QUIZZES.
               03 Q-SCORE PIC 99.
               03 Q-MAX PIC 99.

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC PIC X(80).

       FD  ITEMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ITEMREC.

       01  ITEMREC PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-KEY-FS PIC XX VALUE SPACES.
       01 WS-SHT-FS PIC XX VALUE SPACES.
       01 WS-ROSTER-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.

      *the answer keys, one per quiz slot, with the item tallies
       01 KEY-TABLE.
           05 KEY-ENTRY OCCURS 8 TIMES.
               10 KT-ON-FILE PIC 9.
               10 KT-ITEMS PIC 99.
               10 KT-KEY PIC X(50).
               10 KT-LETTER REDEFINES KT-KEY PIC X OCCURS 50 TIMES.
               10 KT-SHEETS PIC 9(3).
               10 KT-CORRECT PIC 9(3) OCCURS 50 TIMES.
       01 KEY-COUNT PIC 9 VALUE 0.
       01 Q-I PIC 9 VALUE 0.
       01 IT-I PIC 99 VALUE 0.

      *the sheet being marked, answers one letter apiece
       01 WORK-ANSWERS PIC X(50) VALUE SPACES.
       01 WORK-ANS-X REDEFINES WORK-ANSWERS.
           05 WA-LETTER PIC X OCCURS 50 TIMES.
       01 WORK-SCORE PIC 99 VALUE 0.
       01 WORK-MAX PIC 99 VALUE 0.
       01 THROWN-COUNT PIC 99 VALUE 0.

      *the quiz file held whole for the rewrite, quizzes unpacked;
      *HT-POSTED stops a second sheet for the same quiz in one run
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 200 TIMES.
               10 HT-NUM PIC 9.
               10 HT-SNO PIC 9(5).
               10 HT-SNA PIC X(25).
               10 HT-QUIZ OCCURS 8 TIMES.
                   15 HT-SCORE PIC 99.
                   15 HT-MAX PIC 99.
                   15 HT-POSTED PIC 9.
       01 HOLD-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.
       01 WORK-SNO PIC 9(5) VALUE 0.

       01 ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 500 TIMES.
               10 RT-RNO PIC 9(5).
               10 RT-RNAME PIC X(25).
       01 ROSTER-COUNT PIC 9(3) VALUE 0.
       01 R-I PIC 9(3) VALUE 0.
       01 R-FOUND-I PIC 9(3) VALUE 0.

       01 SHEET-COUNT PIC 9(4) VALUE 0.
       01 POSTED-COUNT PIC 9(4) VALUE 0.
       01 FLAGGED-COUNT PIC 9(4) VALUE 0.
       01 WS-REMARK PIC X(20) VALUE SPACES.
       01 WS-PCT PIC 9(3) VALUE 0.

      *two-digit years window at 50, same convention as the registry
       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01 HEAD-1.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'Answer Sheet Scoring Register'.
           05 FILLER PIC X(36) VALUE SPACES.
           05 H1-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.

       01 HEAD-2.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'Student'.
           05 FILLER PIC X(26) VALUE 'Name'.
           05 FILLER PIC X(6) VALUE 'Quiz'.
           05 FILLER PIC X(7) VALUE 'Score'.
           05 FILLER PIC X(6) VALUE 'Max'.
           05 FILLER PIC X(24) VALUE 'Remarks'.

       01 DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-SNO PIC 9(5).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-SNA PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-QUIZ PIC 9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-SCORE PIC Z9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DL-MAX PIC Z9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-REMARK PIC X(20).
           05 FILLER PIC X(4) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'Sheets read: '.
           05 TL-SHEETS PIC ZZZ9.
           05 FILLER PIC X(12) VALUE '   Posted: '.
           05 TL-POSTED PIC ZZZ9.
           05 FILLER PIC X(13) VALUE '   Flagged: '.
           05 TL-FLAGGED PIC ZZZ9.
           05 FILLER PIC X(27) VALUE SPACES.

       01 ITEM-HEAD-1.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(38)
               VALUE 'Item Analysis - Percent Answered Right'.
           05 FILLER PIC X(28) VALUE SPACES.
           05 IH-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.

       01 QUIZ-HEAD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'Quiz '.
           05 QH-QUIZ PIC 9.
           05 FILLER PIC X(4) VALUE ' -  '.
           05 QH-SHEETS PIC ZZ9.
           05 FILLER PIC X(19) VALUE ' sheets scored,  '.
           05 QH-ITEMS PIC Z9.
           05 FILLER PIC X(10) VALUE ' items,  '.
           05 QH-THROWN PIC Z9.
           05 FILLER PIC X(14) VALUE ' thrown out'.
           05 FILLER PIC X(18) VALUE SPACES.

       01 ITEM-HEAD-2.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Item'.
           05 FILLER PIC X(6) VALUE 'Key'.
           05 FILLER PIC X(10) VALUE 'Correct'.
           05 FILLER PIC X(10) VALUE 'Percent'.
           05 FILLER PIC X(41) VALUE SPACES.

      *an item under a quarter right is marked for the instructor
      *to look at - a wrong key letter shows up exactly this way
       01 ITEM-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 IL-ITEM PIC Z9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 IL-KEY PIC X.
           05 FILLER PIC X(5) VALUE SPACES.
           05 IL-CORRECT PIC ZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 IL-PCT PIC ZZ9.
           05 IL-PCT-SIGN PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 IL-NOTE PIC X(20).
           05 FILLER PIC X(24) VALUE SPACES.

       01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM INIT-RTN THRU INIT-RTN-END.
           IF REFUSED-SW = 0
               PERFORM SCORE-SHEETS-RTN THRU SCORE-SHEETS-RTN-END
               PERFORM ITEM-REPORT-RTN
               PERFORM SAVE-RTN
               DISPLAY 'SHEETS READ: ' SHEET-COUNT ' POSTED: '
                   POSTED-COUNT ' FLAGGED: ' FLAGGED-COUNT
               DISPLAY 'REGISTER ON ANSSCRPT, ITEM ANALYSIS ON '
                   'ANSITEM.'
           END-IF.
           STOP RUN.

       INIT-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM LOAD-KEYS-RTN THRU LOAD-KEYS-RTN-END.
           IF REFUSED-SW = 1
               GO TO INIT-RTN-END
           END-IF.
           PERFORM LOAD-ROSTER-RTN THRU LOAD-ROSTER-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
       INIT-RTN-END.
           EXIT.

      *a key for a quiz outside 1-8, or with no items, is refused;
      *a second key for the same quiz is ignored
       LOAD-KEYS-RTN.
           MOVE 0 TO KEY-COUNT.
           PERFORM VARYING Q-I FROM 1 BY 1 UNTIL Q-I > 8
               MOVE 0 TO KT-ON-FILE(Q-I)
               MOVE 0 TO KT-ITEMS(Q-I)
               MOVE SPACES TO KT-KEY(Q-I)
               MOVE 0 TO KT-SHEETS(Q-I)
               PERFORM VARYING IT-I FROM 1 BY 1 UNTIL IT-I > 50
                   MOVE 0 TO KT-CORRECT(Q-I IT-I)
               END-PERFORM
           END-PERFORM.

           OPEN INPUT KEYFILE.
           IF WS-KEY-FS NOT = '00'
               DISPLAY 'NO ANSKEY.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-KEYS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ KEYFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF AK-QUIZ < 1 OR AK-QUIZ > 8
                      OR AK-ITEMS < 1 OR AK-ITEMS > 50
                       DISPLAY 'KEY FOR QUIZ ' AK-QUIZ
                           ' REFUSED - QUIZ 1-8, ITEMS 1-50.'
                   ELSE
                       IF KT-ON-FILE(AK-QUIZ) = 1
                           DISPLAY 'SECOND KEY FOR QUIZ ' AK-QUIZ
                               ' IGNORED.'
                       ELSE
                           MOVE AK-QUIZ TO Q-I
                           MOVE 1 TO KT-ON-FILE(Q-I)
                           MOVE AK-ITEMS TO KT-ITEMS(Q-I)
                           MOVE AK-KEY TO KT-KEY(Q-I)
                           INSPECT KT-KEY(Q-I) CONVERTING
                               'abcdefghijklmnopqrstuvwxyz'
                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                           ADD 1 TO KEY-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE KEYFILE.
           MOVE 0 TO EOFSW.

           IF KEY-COUNT = 0
               DISPLAY 'NO USABLE ANSWER KEY - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
           END-IF.
       LOAD-KEYS-RTN-END.
           EXIT.

      *no roster on hand means no sheet can be flagged against it -
      *every student number is taken unchecked, as in STUDQMNT
       LOAD-ROSTER-RTN.
           MOVE 0 TO ROSTER-COUNT.
           OPEN INPUT ROSTERFILE.
           IF WS-ROSTER-FS NOT = '00'
               DISPLAY 'NO CLASSLIST.TXT - STUDENTS TAKEN UNCHECKED.'
               GO TO LOAD-ROSTER-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR ROSTER-COUNT = 500
               READ ROSTERFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO ROSTER-COUNT
                   MOVE RNO TO RT-RNO(ROSTER-COUNT)
                   MOVE RNAME TO RT-RNAME(ROSTER-COUNT)
               END-IF
           END-PERFORM.

           CLOSE ROSTERFILE.
           MOVE 0 TO EOFSW.
       LOAD-ROSTER-RTN-END.
           EXIT.

      *unpack the varying records into the fixed hold table
       LOAD-RTN.
           MOVE 0 TO HOLD-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT STUDENT.

           READ STUDENT
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR HOLD-COUNT = 200
               ADD 1 TO HOLD-COUNT
               MOVE NUM-QUIZZES TO HT-NUM(HOLD-COUNT)
               MOVE SNO TO HT-SNO(HOLD-COUNT)
               MOVE SNA TO HT-SNA(HOLD-COUNT)
               PERFORM VARYING Q-I FROM 1 BY 1 UNTIL Q-I > 8
                   MOVE 0 TO HT-SCORE(HOLD-COUNT Q-I)
                   MOVE 0 TO HT-MAX(HOLD-COUNT Q-I)
                   MOVE 0 TO HT-POSTED(HOLD-COUNT Q-I)
               END-PERFORM
               PERFORM VARYING Q-I FROM 1 BY 1
                       UNTIL Q-I > NUM-QUIZZES
                   MOVE Q-SCORE(Q-I) TO HT-SCORE(HOLD-COUNT Q-I)
                   MOVE Q-MAX(Q-I) TO HT-MAX(HOLD-COUNT Q-I)
               END-PERFORM
               READ STUDENT
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE STUDENT.
           MOVE 0 TO EOFSW.
           DISPLAY 'STUDENTS ON QUIZ FILE: ' HOLD-COUNT.
       LOAD-RTN-END.
           EXIT.

       SCORE-SHEETS-RTN.
           OPEN OUTPUT RPTFILE.
           MOVE WS-RUN-DATE TO H1-DATE.
           WRITE RPTREC FROM HEAD-1 AFTER PAGE.
           WRITE RPTREC FROM HEAD-2 AFTER 2.

           OPEN INPUT SHEETFILE.
           IF WS-SHT-FS NOT = '00'
               DISPLAY 'NO ANSSHEET.TXT ON HAND - NOTHING SCORED.'
               GO TO SCORE-SHEETS-CLOSE
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SHEETFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO SHEET-COUNT
                   PERFORM SCORE-ONE-RTN THRU SCORE-ONE-RTN-END
               END-IF
           END-PERFORM.
           CLOSE SHEETFILE.

       SCORE-SHEETS-CLOSE.
           MOVE SHEET-COUNT TO TL-SHEETS.
           MOVE POSTED-COUNT TO TL-POSTED.
           MOVE FLAGGED-COUNT TO TL-FLAGGED.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           CLOSE RPTFILE.
       SCORE-SHEETS-RTN-END.
           EXIT.

      *checks first - roster, key, quiz file room, one sheet per
      *quiz - then the marking and the post into the quiz slot
       SCORE-ONE-RTN.
           MOVE AS-SNO TO WORK-SNO.
           MOVE AS-SNO TO DL-SNO.
           MOVE AS-QUIZ TO DL-QUIZ.
           MOVE SPACES TO DL-SNA.
           MOVE 0 TO DL-SCORE.
           MOVE 0 TO DL-MAX.

           PERFORM FIND-ROSTER-RTN.
           PERFORM FIND-STUDENT-RTN.
           IF R-FOUND-I > 0
               MOVE RT-RNAME(R-FOUND-I) TO DL-SNA
           ELSE
               IF FOUND-I > 0
                   MOVE HT-SNA(FOUND-I) TO DL-SNA
               END-IF
           END-IF.

           IF ROSTER-COUNT > 0 AND R-FOUND-I = 0
               MOVE 'NOT ON CLASSLIST' TO WS-REMARK
               GO TO SCORE-ONE-FLAG
           END-IF.

           IF AS-QUIZ < 1 OR AS-QUIZ > 8
               MOVE 'BAD QUIZ NUMBER' TO WS-REMARK
               GO TO SCORE-ONE-FLAG
           END-IF.
           MOVE AS-QUIZ TO Q-I.
           IF KT-ON-FILE(Q-I) = 0
               MOVE 'NO ANSWER KEY' TO WS-REMARK
               GO TO SCORE-ONE-FLAG
           END-IF.

           IF FOUND-I = 0
               IF R-FOUND-I = 0
                   MOVE 'NOT ON STUDQ.TXT' TO WS-REMARK
                   GO TO SCORE-ONE-FLAG
               END-IF
               IF HOLD-COUNT = 200
                   MOVE 'QUIZ FILE FULL' TO WS-REMARK
                   GO TO SCORE-ONE-FLAG
               END-IF
               ADD 1 TO HOLD-COUNT
               MOVE HOLD-COUNT TO FOUND-I
               MOVE 1 TO HT-NUM(FOUND-I)
               MOVE WORK-SNO TO HT-SNO(FOUND-I)
               MOVE RT-RNAME(R-FOUND-I) TO HT-SNA(FOUND-I)
               PERFORM VARYING IT-I FROM 1 BY 1 UNTIL IT-I > 8
                   MOVE 0 TO HT-SCORE(FOUND-I IT-I)
                   MOVE 0 TO HT-MAX(FOUND-I IT-I)
                   MOVE 0 TO HT-POSTED(FOUND-I IT-I)
               END-PERFORM
           END-IF.

           IF HT-POSTED(FOUND-I Q-I) = 1
               MOVE 'DUPLICATE SHEET' TO WS-REMARK
               GO TO SCORE-ONE-FLAG
           END-IF.

           MOVE AS-ANSWERS TO WORK-ANSWERS.
           INSPECT WORK-ANSWERS CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO WORK-SCORE.
           MOVE 0 TO WORK-MAX.
           PERFORM VARYING IT-I FROM 1 BY 1
                   UNTIL IT-I > KT-ITEMS(Q-I)
               IF KT-LETTER(Q-I IT-I) NOT = '*'
                   ADD 1 TO WORK-MAX
                   IF WA-LETTER(IT-I) = KT-LETTER(Q-I IT-I)
                       ADD 1 TO WORK-SCORE
                       ADD 1 TO KT-CORRECT(Q-I IT-I)
                   END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO KT-SHEETS(Q-I).

      *slots skipped over on the way out to this quiz stay 0 of 0
           IF Q-I > HT-NUM(FOUND-I)
               MOVE Q-I TO HT-NUM(FOUND-I)
           END-IF.
           MOVE WORK-SCORE TO HT-SCORE(FOUND-I Q-I).
           MOVE WORK-MAX TO HT-MAX(FOUND-I Q-I).
           MOVE 1 TO HT-POSTED(FOUND-I Q-I).
           ADD 1 TO POSTED-COUNT.

           MOVE WORK-SCORE TO DL-SCORE.
           MOVE WORK-MAX TO DL-MAX.
           MOVE 'POSTED' TO DL-REMARK.
           WRITE RPTREC FROM DETAIL-LINE AFTER 1.
           GO TO SCORE-ONE-RTN-END.

       SCORE-ONE-FLAG.
           MOVE WS-REMARK TO DL-REMARK.
           WRITE RPTREC FROM DETAIL-LINE AFTER 1.
           ADD 1 TO FLAGGED-COUNT.
       SCORE-ONE-RTN-END.
           EXIT.

      *one block per quiz that had a key - sheets scored and the
      *percent of them answering each item right
       ITEM-REPORT-RTN.
           OPEN OUTPUT ITEMFILE.
           MOVE WS-RUN-DATE TO IH-DATE.
           WRITE ITEMREC FROM ITEM-HEAD-1 AFTER PAGE.

           PERFORM VARYING Q-I FROM 1 BY 1 UNTIL Q-I > 8
               IF KT-ON-FILE(Q-I) = 1
                   PERFORM ITEM-QUIZ-RTN
               END-IF
           END-PERFORM.

           CLOSE ITEMFILE.

       ITEM-QUIZ-RTN.
           MOVE 0 TO THROWN-COUNT.
           PERFORM VARYING IT-I FROM 1 BY 1
                   UNTIL IT-I > KT-ITEMS(Q-I)
               IF KT-LETTER(Q-I IT-I) = '*'
                   ADD 1 TO THROWN-COUNT
               END-IF
           END-PERFORM.

           MOVE Q-I TO QH-QUIZ.
           MOVE KT-SHEETS(Q-I) TO QH-SHEETS.
           MOVE KT-ITEMS(Q-I) TO QH-ITEMS.
           MOVE THROWN-COUNT TO QH-THROWN.
           WRITE ITEMREC FROM QUIZ-HEAD AFTER 2.
           WRITE ITEMREC FROM ITEM-HEAD-2 AFTER 1.

           PERFORM VARYING IT-I FROM 1 BY 1
                   UNTIL IT-I > KT-ITEMS(Q-I)
               MOVE IT-I TO IL-ITEM
               MOVE KT-LETTER(Q-I IT-I) TO IL-KEY
               MOVE SPACES TO IL-NOTE
               IF KT-LETTER(Q-I IT-I) = '*'
                   MOVE 0 TO IL-CORRECT
                   MOVE 0 TO IL-PCT
                   MOVE SPACE TO IL-PCT-SIGN
                   MOVE 'THROWN OUT' TO IL-NOTE
               ELSE
                   MOVE KT-CORRECT(Q-I IT-I) TO IL-CORRECT
                   IF KT-SHEETS(Q-I) > 0
                       COMPUTE WS-PCT ROUNDED =
                           KT-CORRECT(Q-I IT-I) * 100
                           / KT-SHEETS(Q-I)
                   ELSE
                       MOVE 0 TO WS-PCT
                   END-IF
                   MOVE WS-PCT TO IL-PCT
                   MOVE '%' TO IL-PCT-SIGN
                   IF KT-SHEETS(Q-I) > 0 AND WS-PCT < 25
                       MOVE 'REVIEW THIS ITEM' TO IL-NOTE
                   END-IF
               END-IF
               WRITE ITEMREC FROM ITEM-LINE AFTER 1
           END-PERFORM.

       FIND-STUDENT-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOLD-COUNT
               IF HT-SNO(I) = WORK-SNO
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       FIND-ROSTER-RTN.
           MOVE 0 TO R-FOUND-I.
           PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I > ROSTER-COUNT
               IF RT-RNO(R-I) = WORK-SNO
                   MOVE R-I TO R-FOUND-I
               END-IF
           END-PERFORM.

      *NUM-QUIZZES is set before the WRITE, so every record leaves
      *at exactly its own varying length
       SAVE-RTN.
           OPEN OUTPUT STUDENT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HOLD-COUNT
               MOVE HT-NUM(I) TO NUM-QUIZZES
               MOVE HT-SNO(I) TO SNO
               MOVE HT-SNA(I) TO SNA
               PERFORM VARYING Q-I FROM 1 BY 1
                       UNTIL Q-I > HT-NUM(I)
                   MOVE HT-SCORE(I Q-I) TO Q-SCORE(Q-I)
                   MOVE HT-MAX(I Q-I) TO Q-MAX(Q-I)
               END-PERFORM
               WRITE INREC
           END-PERFORM.
           CLOSE STUDENT.
