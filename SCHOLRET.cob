       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLRET.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. TERM-END SCHOLARSHIP RETENTION RUN. EVERY SCHOLAR ON
      *SCHOLMST.TXT IS CHECKED FOR THE TERM AGAINST THE ADGWA.TXT
      *ROLLUP (GWA AND UNITS EARNED) AND THE LIVE OUTAD.TXT (ANY
      *FAILED OR FA SUBJECT). A SCHOLAR WHO MEETS THE GRANT'S GWA AND
      *UNITS WITH NO FAILURE IS RETAINED; ONE WHO FALLS SHORT GOES ON
      *WARNING, AND ONE ALREADY ON WARNING FROM THE TERM BEFORE IS
      *REVOKED. A SCHOLAR WITH NO ROLLUP FOR THE TERM IS LISTED AND
      *LEFT AS IS. THE STANDING GOES BACK TO SCHOLMST.TXT, WHERE
      *ASSESS PICKS THE DISCOUNT UP FOR THE NEXT TERM, AND EACH
      *SCHOLAR CHECKED GETS A LETTER ON SCHOLLTR. THE REGISTER IS
      *SCHOLRTR. RUN ADGWA FIRST SO THE ROLLUP IS CURRENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHFILE ASSIGN TO "SCHOLMST.TXT"
               FILE STATUS IS WS-SCH-FS.
           SELECT GWAFILE ASSIGN TO "ADGWA.TXT"
               FILE STATUS IS WS-GWA-FS.
           SELECT OUTFILE ASSIGN TO "OUTAD.TXT"
               FILE STATUS IS WS-OUT-FS.
           SELECT STUDMASTFILE ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS WS-STM-FS.
           SELECT RPTFILE ASSIGN TO "SCHOLRTR".
           SELECT LTRFILE ASSIGN TO "SCHOLLTR".

       DATA DIVISION.
       FILE SECTION.

       FD  SCHFILE.
       01  SCH-REC.
           05 SC-SNO PIC 9(5).
           05 SC-TYPE PIC X.
           05 SC-PCT PIC 9(3).
           05 SC-GWA PIC 9V99.
           05 SC-UNITS PIC 99.
           05 SC-STATUS PIC X.
           05 SC-TERM PIC X(5).
           05 SC-PREV PIC X.

       FD  GWAFILE.
       01  GWA-REC.
           05 GW-SSNO PIC 9(5).
           05 GW-SNA PIC X(25).
           05 GW-TERM PIC X(5).
           05 GW-SYS PIC X(5).
           05 GW-GWA PIC 9V99.
           05 GW-UNITS-ENR PIC 99.
           05 GW-UNITS-EARN PIC 99.
           05 GW-UNITS-INC PIC 99.

       FD  OUTFILE.
       01  PRINT-REC.
           05 SSNO PIC 9(5).
           05 SNA PIC X(25).
           05 SCOURSE PIC 9.
           05 SCOURSENAME PIC X(10).
           05 SYS PIC X(5).
           05 SSTYPE PIC 9.
           05 SMIDTERM PIC 9V99.
           05 SFINALS PIC 9V99.
           05 SAVERAGE PIC 9V99.
           05 SREMARKSS PIC X(6).
           05 STERM PIC X(5).
           05 SSUBJCODE PIC X(6).

       FD  STUDMASTFILE.
       01  STUD-MAST-REC.
           05 SR-SNO PIC 9(5).
           05 SR-NAME PIC X(25).
           05 SR-PROGRAM PIC X(6).
           05 SR-YEAR PIC 9.
           05 SR-ADMIT PIC X(5).
           05 SR-STATUS PIC X.

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       FD  LTRFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS LTRREC.

       01  LTRREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-SCH-FS PIC XX VALUE SPACES.
       01 WS-GWA-FS PIC XX VALUE SPACES.
       01 WS-OUT-FS PIC XX VALUE SPACES.
       01 WS-STM-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01 TERM-CODE PIC X(5) VALUE SPACES.

      *the master plus what the term's grades say of each scholar
       01 SCH-TABLE.
           05 SCH-ENTRY OCCURS 300 TIMES.
               10 SH-SNO PIC 9(5).
               10 SH-TYPE PIC X.
               10 SH-PCT PIC 9(3).
               10 SH-GWA PIC 9V99.
               10 SH-UNITS PIC 99.
               10 SH-STATUS PIC X.
               10 SH-TERM PIC X(5).
               10 SH-PREV PIC X.
               10 SH-NAME PIC X(25).
               10 SH-ROLLED PIC 9.
               10 SH-TERM-GWA PIC 9V99.
               10 SH-EARNED PIC 99.
               10 SH-INC PIC 99.
               10 SH-FAILS PIC 99.
       01 SCH-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.
       01 WORK-SNO PIC 9(5) VALUE 0.

       01 BASE-STATUS PIC X VALUE SPACES.
       01 SHORT-SW PIC 9 VALUE 0.
       01 RETAINED-COUNT PIC 9(3) VALUE 0.
       01 WARNED-COUNT PIC 9(3) VALUE 0.
       01 REVOKED-COUNT PIC 9(3) VALUE 0.
       01 SKIPPED-COUNT PIC 9(3) VALUE 0.
       01 LTR-COUNT PIC 9(3) VALUE 0.

       01 RPT-HEAD.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'Scholarship Retention Register'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Term: '.
           02 RH-TERM PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(7) VALUE SPACES.

       01 RPT-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'SNO'.
           02 FILLER PIC X(21) VALUE 'Name'.
           02 FILLER PIC X(5) VALUE 'Type'.
           02 FILLER PIC X(5) VALUE 'Disc'.
           02 FILLER PIC X(10) VALUE 'GWA  Keep'.
           02 FILLER PIC X(10) VALUE 'Units Need'.
           02 FILLER PIC X(4) VALUE 'Fl'.
           02 FILLER PIC X(16) VALUE 'Standing'.

       01 RPT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SNO PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-NAME PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-TYPE PIC X(4).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-PCT PIC ZZ9.
           02 FILLER PIC X(2) VALUE '% '.
           02 RD-TERM-GWA PIC 9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-GWA PIC 9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-EARNED PIC Z9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RD-UNITS PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-FAILS PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-STANDING PIC X(16).

       01 RPT-TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Retained: '.
           02 RT-RETAINED PIC ZZ9.
           02 FILLER PIC X(12) VALUE '  Warning: '.
           02 RT-WARNED PIC ZZ9.
           02 FILLER PIC X(12) VALUE '  Revoked: '.
           02 RT-REVOKED PIC ZZ9.
           02 FILLER PIC X(17) VALUE '  Not checked: '.
           02 RT-SKIPPED PIC ZZ9.
           02 FILLER PIC X(15) VALUE SPACES.

       01 LTR-HEAD-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(40)
               VALUE 'Office of Scholarships and Grants'.
           02 FILLER PIC X(24) VALUE SPACES.
           02 LH-DATE PIC 9(8).
           02 FILLER PIC X(6) VALUE SPACES.

       01 LTR-TITLE-LINE.
           02 FILLER PIC X(25) VALUE SPACES.
           02 LT-TITLE PIC X(35).
           02 FILLER PIC X(20) VALUE SPACES.

       01 LTR-ADDR-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LA-NAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Student No. '.
           02 LA-SNO PIC 9(5).
           02 FILLER PIC X(34) VALUE SPACES.

       01 LTR-SALUTE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'Dear '.
           02 LS-NAME PIC X(25).
           02 FILLER PIC X(48) VALUE SPACES.

       01 LTR-GRADE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(13) VALUE 'For the term '.
           02 LG-TERM PIC X(5).
           02 FILLER PIC X(23) VALUE ' your weighted average '.
           02 FILLER PIC X(4) VALUE 'was '.
           02 LG-GWA PIC 9.99.
           02 FILLER PIC X(14) VALUE ' (grant keeps '.
           02 LG-KEEP PIC 9.99.
           02 FILLER PIC X(11) VALUE ').'.

       01 LTR-UNITS-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(11) VALUE 'You earned '.
           02 LU-EARNED PIC Z9.
           02 FILLER PIC X(20) VALUE ' units (grant needs '.
           02 LU-UNITS PIC Z9.
           02 FILLER PIC X(20) VALUE '); failed subjects: '.
           02 LU-FAILS PIC Z9.
           02 FILLER PIC X(21) VALUE '.'.

       01 LTR-TEXT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LX-TEXT PIC X(70).
           02 FILLER PIC X(8) VALUE SPACES.

       01 LTR-SIGN-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'Scholarship Coordinator'.
           02 FILLER PIC X(48) VALUE SPACES.

       01 BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM TERM-RTN.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           IF REFUSED-SW = 1
               DISPLAY 'NO STANDING CHANGED.'
               STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           OPEN OUTPUT LTRFILE.
           MOVE TERM-CODE TO RH-TERM.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCH-COUNT
               PERFORM RETAIN-RTN THRU RETAIN-RTN-END
           END-PERFORM.
           MOVE RETAINED-COUNT TO RT-RETAINED.
           MOVE WARNED-COUNT TO RT-WARNED.
           MOVE REVOKED-COUNT TO RT-REVOKED.
           MOVE SKIPPED-COUNT TO RT-SKIPPED.
           WRITE RPTREC FROM RPT-TOTAL-LINE AFTER 2.
           CLOSE LTRFILE.
           CLOSE RPTFILE.

           PERFORM SAVE-RTN.
           DISPLAY 'RETAINED: ' RETAINED-COUNT '  WARNING: '
               WARNED-COUNT '  REVOKED: ' REVOKED-COUNT
               '  NOT CHECKED: ' SKIPPED-COUNT.
           DISPLAY 'LETTERS ON SCHOLLTR: ' LTR-COUNT
               '  REGISTER ON SCHOLRTR.'.
           STOP RUN.

       TERM-RTN.
           DISPLAY 'Term/School Year Code: '.
           ACCEPT TERM-CODE.
           IF TERM-CODE = SPACES
               DISPLAY 'Required!'
               GO TO TERM-RTN
           END-IF.

      *the master and the rollup are needed; the grades file and
      *the registrar master only add failures and names. the master
      *must fit whole since the run rewrites it
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           OPEN INPUT SCHFILE.
           IF WS-SCH-FS NOT = '00'
               DISPLAY 'NO SCHOLMST.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SCHFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE SCHFILE.
           IF PRE-COUNT > 300
               DISPLAY 'SCHOLMST.TXT EXCEEDS 300 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO SCH-COUNT.
           OPEN INPUT SCHFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SCHFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO SCH-COUNT
                   MOVE SC-SNO TO SH-SNO(SCH-COUNT)
                   MOVE SC-TYPE TO SH-TYPE(SCH-COUNT)
                   MOVE SC-PCT TO SH-PCT(SCH-COUNT)
                   MOVE SC-GWA TO SH-GWA(SCH-COUNT)
                   MOVE SC-UNITS TO SH-UNITS(SCH-COUNT)
                   MOVE SC-STATUS TO SH-STATUS(SCH-COUNT)
                   MOVE SC-TERM TO SH-TERM(SCH-COUNT)
                   MOVE SC-PREV TO SH-PREV(SCH-COUNT)
                   MOVE SPACES TO SH-NAME(SCH-COUNT)
                   MOVE 0 TO SH-ROLLED(SCH-COUNT) SH-TERM-GWA(SCH-COUNT)
                       SH-EARNED(SCH-COUNT) SH-INC(SCH-COUNT)
                       SH-FAILS(SCH-COUNT)
               END-IF
           END-PERFORM.
           CLOSE SCHFILE.

           OPEN INPUT GWAFILE.
           IF WS-GWA-FS NOT = '00'
               DISPLAY 'NO ADGWA.TXT ON HAND - RUN ADGWA FIRST.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ GWAFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND GW-TERM = TERM-CODE
                   MOVE GW-SSNO TO WORK-SNO
                   PERFORM FIND-SCH-RTN
                   IF FOUND-I > 0
                       MOVE 1 TO SH-ROLLED(FOUND-I)
                       MOVE GW-SNA TO SH-NAME(FOUND-I)
                       MOVE GW-GWA TO SH-TERM-GWA(FOUND-I)
                       MOVE GW-UNITS-EARN TO SH-EARNED(FOUND-I)
                       MOVE GW-UNITS-INC TO SH-INC(FOUND-I)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE GWAFILE.

           OPEN INPUT OUTFILE.
           IF WS-OUT-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ OUTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0 AND STERM = TERM-CODE
                      AND (SREMARKSS = 'Failed' OR SREMARKSS = 'FA')
                       MOVE SSNO TO WORK-SNO
                       PERFORM FIND-SCH-RTN
                       IF FOUND-I > 0
                           ADD 1 TO SH-FAILS(FOUND-I)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OUTFILE
           END-IF.

           OPEN INPUT STUDMASTFILE.
           IF WS-STM-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ STUDMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       MOVE SR-SNO TO WORK-SNO
                       PERFORM FIND-SCH-RTN
                       IF FOUND-I > 0
                           MOVE SR-NAME TO SH-NAME(FOUND-I)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STUDMASTFILE
           END-IF.
       LOAD-RTN-END.
           EXIT.

       FIND-SCH-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCH-COUNT
               IF SH-SNO(I) = WORK-SNO
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

      *one scholar's standing for the term. a rerun of a term starts
      *again from the standing before that term was first checked
       RETAIN-RTN.
           IF SH-TERM(I) = TERM-CODE
               MOVE SH-PREV(I) TO BASE-STATUS
           ELSE
               MOVE SH-STATUS(I) TO BASE-STATUS
           END-IF.

           MOVE SH-SNO(I) TO RD-SNO.
           MOVE SH-NAME(I) TO RD-NAME.
           IF SH-TYPE(I) = 'A'
               MOVE 'ACAD' TO RD-TYPE
           ELSE
               MOVE 'ATHL' TO RD-TYPE
           END-IF.
           MOVE SH-PCT(I) TO RD-PCT.
           MOVE SH-TERM-GWA(I) TO RD-TERM-GWA.
           MOVE SH-GWA(I) TO RD-GWA.
           MOVE SH-EARNED(I) TO RD-EARNED.
           MOVE SH-UNITS(I) TO RD-UNITS.
           MOVE SH-FAILS(I) TO RD-FAILS.

           IF BASE-STATUS = 'V'
               MOVE 'REVOKED EARLIER' TO RD-STANDING
               ADD 1 TO SKIPPED-COUNT
               WRITE RPTREC FROM RPT-DETAIL AFTER 1
               GO TO RETAIN-RTN-END
           END-IF.
           IF SH-ROLLED(I) = 0
               MOVE 'NO GRADES - KEPT' TO RD-STANDING
               ADD 1 TO SKIPPED-COUNT
               WRITE RPTREC FROM RPT-DETAIL AFTER 1
               GO TO RETAIN-RTN-END
           END-IF.

      *a term graded wholly INC has no average yet - short as well
           MOVE 0 TO SHORT-SW.
           IF SH-TERM-GWA(I) = 0 OR SH-TERM-GWA(I) > SH-GWA(I)
               MOVE 1 TO SHORT-SW
           END-IF.
           IF SH-EARNED(I) < SH-UNITS(I) OR SH-FAILS(I) > 0
               MOVE 1 TO SHORT-SW
           END-IF.

           MOVE BASE-STATUS TO SH-PREV(I).
           MOVE TERM-CODE TO SH-TERM(I).
           EVALUATE TRUE
               WHEN SHORT-SW = 0
                   MOVE 'R' TO SH-STATUS(I)
                   MOVE 'RETAINED' TO RD-STANDING
                   ADD 1 TO RETAINED-COUNT
               WHEN BASE-STATUS = 'W'
                   MOVE 'V' TO SH-STATUS(I)
                   MOVE 'REVOKED' TO RD-STANDING
                   ADD 1 TO REVOKED-COUNT
               WHEN OTHER
                   MOVE 'W' TO SH-STATUS(I)
                   MOVE 'WARNING' TO RD-STANDING
                   ADD 1 TO WARNED-COUNT
           END-EVALUATE.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.
           PERFORM LETTER-RTN.
       RETAIN-RTN-END.
           EXIT.

      *one page per scholar checked
       LETTER-RTN.
           MOVE WS-RUN-DATE TO LH-DATE.
           WRITE LTRREC FROM LTR-HEAD-LINE AFTER PAGE.
           EVALUATE SH-STATUS(I)
               WHEN 'R'
                   MOVE '   NOTICE OF SCHOLARSHIP RETENTION'
                       TO LT-TITLE
               WHEN 'W'
                   MOVE '    SCHOLARSHIP WARNING NOTICE' TO LT-TITLE
               WHEN 'V'
                   MOVE '  NOTICE OF SCHOLARSHIP REVOCATION'
                       TO LT-TITLE
           END-EVALUATE.
           WRITE LTRREC FROM LTR-TITLE-LINE AFTER 3.
           MOVE SH-NAME(I) TO LA-NAME.
           MOVE SH-SNO(I) TO LA-SNO.
           WRITE LTRREC FROM LTR-ADDR-LINE AFTER 2.
           MOVE SH-NAME(I) TO LS-NAME.
           WRITE LTRREC FROM LTR-SALUTE-LINE AFTER 2.
           MOVE TERM-CODE TO LG-TERM.
           MOVE SH-TERM-GWA(I) TO LG-GWA.
           MOVE SH-GWA(I) TO LG-KEEP.
           WRITE LTRREC FROM LTR-GRADE-LINE AFTER 2.
           MOVE SH-EARNED(I) TO LU-EARNED.
           MOVE SH-UNITS(I) TO LU-UNITS.
           MOVE SH-FAILS(I) TO LU-FAILS.
           WRITE LTRREC FROM LTR-UNITS-LINE AFTER 1.

           EVALUATE SH-STATUS(I)
               WHEN 'R'
                   MOVE 'We are pleased to inform you that you have met'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 2
                   MOVE 'the terms of your grant. Your tuition discount'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
                   MOVE 'continues for the coming term.' TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
               WHEN 'W'
                   MOVE 'Your grades this term fell short of the terms'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 2
                   MOVE 'of your grant. Your discount continues for the'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
                   MOVE 'coming term on WARNING; should the next term'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
                   MOVE 'also fall short, the grant will be revoked.'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
               WHEN 'V'
                   MOVE 'Having fallen short of the terms of your grant'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 2
                   MOVE 'for a second term while on warning, your'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
                   MOVE 'scholarship is REVOKED. No discount will be'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
                   MOVE 'given from the coming term. You may appeal to'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
                   MOVE 'this office within fifteen (15) days.'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
           END-EVALUATE.
           WRITE LTRREC FROM LTR-SIGN-LINE AFTER 3.
           ADD 1 TO LTR-COUNT.

       SAVE-RTN.
           OPEN OUTPUT SCHFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCH-COUNT
               MOVE SH-SNO(I) TO SC-SNO
               MOVE SH-TYPE(I) TO SC-TYPE
               MOVE SH-PCT(I) TO SC-PCT
               MOVE SH-GWA(I) TO SC-GWA
               MOVE SH-UNITS(I) TO SC-UNITS
               MOVE SH-STATUS(I) TO SC-STATUS
               MOVE SH-TERM(I) TO SC-TERM
               MOVE SH-PREV(I) TO SC-PREV
               WRITE SCH-REC
           END-PERFORM.
           CLOSE SCHFILE.
