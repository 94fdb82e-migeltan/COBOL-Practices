       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSESS.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. TUITION AND FEE ASSESSMENT FOR ONE TERM. EVERY
      *STUDENT ENLISTED FOR THE TERM ON ENLIST.TXT IS CHARGED
      *TUITION AT THE TERM'S RATE PER UNIT (UNITS FROM SUBJMAST.TXT),
      *THE LAB FEE OF EACH SUBJECT ON LABFEE.TXT AND THE TERM'S
      *MISCELLANEOUS FEE, ALL OFF FEESCHED.TXT AS KEPT BY FEEMNT.
      *THE CHARGE GOES TO THE STUDLEDG.TXT STUDENT LEDGER. A RERUN
      *AFTER ADDING OR DROPPING SUBJECTS POSTS ONLY THE DIFFERENCE -
      *AN A LINE WHEN THE ASSESSMENT WENT UP, A C LINE WHEN IT CAME
      *DOWN - SO THE LEDGER ALWAYS NETS TO THE CURRENT ASSESSMENT.
      *THE ASSESSRP STATEMENT SHOWS EACH STUDENT'S FEES, PAYMENTS,
      *BALANCE AND THE FOUR INSTALLMENTS WITH THEIR DUE DATES. A
      *SCHOLAR ON SCHOLMST.TXT WHOSE GRANT IS NOT REVOKED HAS THE
      *GRANT'S PERCENT TAKEN OFF THE TUITION (NOT THE LAB OR MISC).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEFILE ASSIGN TO "FEESCHED.TXT"
               FILE STATUS IS WS-FEE-FS.
           SELECT LABFILE ASSIGN TO "LABFEE.TXT"
               FILE STATUS IS WS-LAB-FS.
           SELECT ENLFILE ASSIGN TO "ENLIST.TXT"
               FILE STATUS IS WS-ENL-FS.
           SELECT SUBJMASTFILE ASSIGN TO "SUBJMAST.TXT"
               FILE STATUS IS WS-SBJ-FS.
           SELECT STUDMASTFILE ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS WS-STM-FS.
           SELECT SCHFILE ASSIGN TO "SCHOLMST.TXT"
               FILE STATUS IS WS-SCH-FS.
           SELECT OPTIONAL LEDGFILE ASSIGN TO "STUDLEDG.TXT"
               FILE STATUS IS WS-LDG-FS.
           SELECT RPTFILE ASSIGN TO "ASSESSRP".

       DATA DIVISION.
       FILE SECTION.

      *due dates - 1 down payment, 2 prelim, 3 midterm, 4 finals
       FD  FEEFILE.
       01  FEE-REC.
           05 FS-TERM PIC X(5).
           05 FS-UNIT-RATE PIC 9(5)V99.
           05 FS-MISC PIC 9(5)V99.
           05 FS-DOWN-PCT PIC 99.
           05 FS-DUE OCCURS 4 TIMES PIC 9(8).

       FD  LABFILE.
       01  LAB-REC.
           05 LF-SUBJ PIC X(6).
           05 LF-AMT PIC 9(5)V99.

       FD  ENLFILE.
       01  ENL-REC.
           05 EN-TERM PIC X(5).
           05 EN-SNO PIC 9(5).
           05 EN-SYS PIC X(5).
           05 EN-SUBJ PIC X(6).
           05 EN-DATE PIC 9(8).

       FD  SUBJMASTFILE.
       01  SUBJ-MAST-REC.
           05 SJ-CODE PIC X(6).
           05 SJ-TITLE PIC X(20).
           05 SJ-UNITS PIC 9.

       FD  STUDMASTFILE.
       01  STUD-MAST-REC.
           05 SR-SNO PIC 9(5).
           05 SR-NAME PIC X(25).
           05 SR-PROGRAM PIC X(6).
           05 SR-YEAR PIC 9.
           05 SR-ADMIT PIC X(5).
           05 SR-STATUS PIC X.

      *standing as SCHOLRET left it - R retained, W warning,
      *V revoked
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

      *A assessed, C assessment reduced, P paid through the bank,
      *R bank payment taken back. SL-REF is ASSESS on A/C lines and
      *the payer's deposit account on P/R lines, SL-REMIT the date
      *of the bank remittance that carried a P/R line.
       FD  LEDGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LEDG-REC.

       01  LEDG-REC.
           05 SL-SNO PIC 9(5).
           05 SL-TERM PIC X(5).
           05 SL-KIND PIC X.
           05 SL-AMT PIC 9(7)V99.
           05 SL-DATE PIC 9(8).
           05 SL-REF PIC X(10).
           05 SL-REMIT PIC 9(8).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FEE-FS PIC XX VALUE SPACES.
       01 WS-LAB-FS PIC XX VALUE SPACES.
       01 WS-ENL-FS PIC XX VALUE SPACES.
       01 WS-SBJ-FS PIC XX VALUE SPACES.
       01 WS-STM-FS PIC XX VALUE SPACES.
       01 WS-LDG-FS PIC XX VALUE SPACES.
       01 WS-SCH-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01 TERM-CODE PIC X(5) VALUE SPACES.
       01 TERM-RATE PIC 9(5)V99 VALUE 0.
       01 TERM-MISC PIC 9(5)V99 VALUE 0.
       01 TERM-PCT PIC 99 VALUE 0.
       01 TERM-DUE-TABLE.
           05 TERM-DUE OCCURS 4 TIMES PIC 9(8).
       01 TERM-FOUND-SW PIC 9 VALUE 0.

       01 LAB-TABLE.
           05 LAB-ENTRY OCCURS 50 TIMES.
               10 LT-SUBJ PIC X(6).
               10 LT-AMT PIC 9(5)V99.
       01 LAB-COUNT PIC 99 VALUE 0.
       01 L-I PIC 99 VALUE 0.

       01 SBJ-TABLE.
           05 SBJ-ENTRY OCCURS 50 TIMES.
               10 SBJ-CODE PIC X(6).
               10 SBJ-UNITS PIC 9.
       01 SBJ-COUNT PIC 99 VALUE 0.
       01 SBJ-I PIC 99 VALUE 0.
       01 SBJ-FOUND-I PIC 99 VALUE 0.

       01 STM-TABLE.
           05 STM-ENTRY OCCURS 1000 TIMES.
               10 STM-SNO PIC 9(5).
               10 STM-NAME PIC X(25).
       01 STM-COUNT PIC 9(4) VALUE 0.
       01 STM-I PIC 9(4) VALUE 0.

      *scholars still holding their grant
       01 SCH-TABLE.
           05 SCH-ENTRY OCCURS 300 TIMES.
               10 SH-SNO PIC 9(5).
               10 SH-PCT PIC 9(3).
       01 SCH-COUNT PIC 9(3) VALUE 0.
       01 SCH-I PIC 9(3) VALUE 0.
       01 DISC-PCT PIC 9(3) VALUE 0.
       01 DISC-AMT PIC 9(7)V99 VALUE 0.
       01 DISC-OUT PIC ZZ,ZZ9.99.
       01 DISC-PCT-OUT PIC ZZ9.

      *one entry per student enlisted this term or already charged
      *for it - a student who dropped everything is assessed nil and
      *the earlier charge comes back off
       01 ASM-TABLE.
           05 ASM-ENTRY OCCURS 1000 TIMES.
               10 AT-SNO PIC 9(5).
               10 AT-UNITS PIC 99.
               10 AT-LAB PIC 9(7)V99.
               10 AT-PRIOR PIC S9(7)V99.
               10 AT-PAID PIC S9(7)V99.
       01 ASM-COUNT PIC 9(4) VALUE 0.
       01 A-I PIC 9(4) VALUE 0.
       01 A-FOUND-I PIC 9(4) VALUE 0.
       01 WORK-SNO PIC 9(5) VALUE 0.

       01 TUITION-AMT PIC 9(7)V99 VALUE 0.
       01 MISC-AMT PIC 9(7)V99 VALUE 0.
       01 TOTAL-AMT PIC 9(7)V99 VALUE 0.
       01 DIFF-AMT PIC S9(7)V99 VALUE 0.
       01 BAL-AMT PIC S9(7)V99 VALUE 0.
       01 INST-TABLE.
           05 INST-AMT OCCURS 4 TIMES PIC 9(7)V99.
       01 INST-REST PIC 9(7)V99 VALUE 0.
       01 INST-I PIC 9 VALUE 0.

       01 ASSESSED-COUNT PIC 9(5) VALUE 0.
       01 CHARGED-COUNT PIC 9(5) VALUE 0.
       01 DISCOUNT-COUNT PIC 9(5) VALUE 0.
       01 CREDITED-COUNT PIC 9(5) VALUE 0.
       01 CHARGED-TOTAL PIC 9(9)V99 VALUE 0.
       01 CREDITED-TOTAL PIC 9(9)V99 VALUE 0.
       01 TOTAL-OUT PIC ZZZ,ZZZ,ZZ9.99.

       01 RPT-HEAD.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(28) VALUE 'Tuition and Fee Assessment '.
           02 FILLER PIC X(6) VALUE 'Term: '.
           02 RH-TERM PIC X(5).
           02 FILLER PIC X(4) VALUE SPACES.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(7) VALUE SPACES.

       01 RPT-SUBHEAD.
           02 FILLER PIC X(6) VALUE 'SNO'.
           02 FILLER PIC X(19) VALUE 'Name'.
           02 FILLER PIC X(3) VALUE 'Un'.
           02 FILLER PIC X(11) VALUE '   Tuition'.
           02 FILLER PIC X(9) VALUE '     Lab'.
           02 FILLER PIC X(9) VALUE '    Misc'.
           02 FILLER PIC X(12) VALUE '      Total'.
           02 FILLER PIC X(11) VALUE '   Balance'.

       01 RPT-DETAIL.
           02 RD-SNO PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-NAME PIC X(18).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-UNITS PIC Z9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-TUITION PIC ZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-LAB PIC ZZ,ZZ9.99.
           02 RD-MISC PIC ZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-TOTAL PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-BAL PIC ZZZ,ZZ9.99-.

       01 RPT-INST-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RI-ENTRY OCCURS 4 TIMES.
               03 RI-DATE PIC 9(8).
               03 FILLER PIC X(1) VALUE SPACES.
               03 RI-AMT PIC ZZ,ZZ9.99.
               03 FILLER PIC X(1) VALUE SPACES.

       01 RPT-NOTE-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 RN-TEXT PIC X(74).

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
           PERFORM LOAD-MASTERS-RTN THRU LOAD-MASTERS-RTN-END.
           IF REFUSED-SW = 0
               PERFORM LOAD-ENLIST-RTN THRU LOAD-ENLIST-RTN-END
           END-IF.
           IF REFUSED-SW = 0
               PERFORM LOAD-LEDGER-RTN THRU LOAD-LEDGER-RTN-END
           END-IF.
           IF REFUSED-SW = 1
               DISPLAY 'NOTHING ASSESSED.'
               STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           MOVE TERM-CODE TO RH-TERM.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           OPEN EXTEND LEDGFILE.
           PERFORM VARYING A-I FROM 1 BY 1 UNTIL A-I > ASM-COUNT
               PERFORM ASSESS-ONE-RTN
           END-PERFORM.
           CLOSE LEDGFILE.
           CLOSE RPTFILE.

           DISPLAY 'STUDENTS ASSESSED: ' ASSESSED-COUNT.
           MOVE CHARGED-TOTAL TO TOTAL-OUT.
           DISPLAY 'CHARGED: ' CHARGED-COUNT '  ' TOTAL-OUT.
           MOVE CREDITED-TOTAL TO TOTAL-OUT.
           DISPLAY 'REDUCED: ' CREDITED-COUNT '  ' TOTAL-OUT.
           DISPLAY 'SCHOLARSHIP DISCOUNTS GIVEN: ' DISCOUNT-COUNT.
           DISPLAY 'STATEMENTS ON ASSESSRP.'.
           STOP RUN.

      *one term per run - same once-per-run idiom as ENLIST
       TERM-RTN.
           DISPLAY 'Term/School Year Code: '.
           ACCEPT TERM-CODE.
           IF TERM-CODE = SPACES
               DISPLAY 'Required!'
               GO TO TERM-RTN
           END-IF.

      *the term must be on the fee schedule and the subject catalog
      *on hand; lab fees and the registrar master may be absent -
      *no lab fees then, and the statement goes out without names
       LOAD-MASTERS-RTN.
           OPEN INPUT FEEFILE.
           IF WS-FEE-FS NOT = '00'
               DISPLAY 'NO FEESCHED.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-MASTERS-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ FEEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND FS-TERM = TERM-CODE
                   MOVE 1 TO TERM-FOUND-SW
                   MOVE FS-UNIT-RATE TO TERM-RATE
                   MOVE FS-MISC TO TERM-MISC
                   MOVE FS-DOWN-PCT TO TERM-PCT
                   PERFORM VARYING INST-I FROM 1 BY 1 UNTIL INST-I > 4
                       MOVE FS-DUE(INST-I) TO TERM-DUE(INST-I)
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE FEEFILE.
           IF TERM-FOUND-SW = 0
               DISPLAY 'TERM ' TERM-CODE ' NOT ON FEESCHED.TXT - '
                   'RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-MASTERS-RTN-END
           END-IF.

           MOVE 0 TO SBJ-COUNT.
           OPEN INPUT SUBJMASTFILE.
           IF WS-SBJ-FS NOT = '00'
               DISPLAY 'NO SUBJMAST.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-MASTERS-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR SBJ-COUNT = 50
               READ SUBJMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO SBJ-COUNT
                   MOVE SJ-CODE TO SBJ-CODE(SBJ-COUNT)
                   MOVE SJ-UNITS TO SBJ-UNITS(SBJ-COUNT)
               END-IF
           END-PERFORM.
           CLOSE SUBJMASTFILE.

           MOVE 0 TO LAB-COUNT.
           OPEN INPUT LABFILE.
           IF WS-LAB-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR LAB-COUNT = 50
                   READ LABFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO LAB-COUNT
                       MOVE LF-SUBJ TO LT-SUBJ(LAB-COUNT)
                       MOVE LF-AMT TO LT-AMT(LAB-COUNT)
                   END-IF
               END-PERFORM
               CLOSE LABFILE
           END-IF.

           MOVE 0 TO STM-COUNT.
           OPEN INPUT STUDMASTFILE.
           IF WS-STM-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR STM-COUNT = 1000
                   READ STUDMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO STM-COUNT
                       MOVE SR-SNO TO STM-SNO(STM-COUNT)
                       MOVE SR-NAME TO STM-NAME(STM-COUNT)
                   END-IF
               END-PERFORM
               CLOSE STUDMASTFILE
           END-IF.

           MOVE 0 TO SCH-COUNT.
           OPEN INPUT SCHFILE.
           IF WS-SCH-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR SCH-COUNT = 300
                   READ SCHFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0 AND SC-STATUS NOT = 'V'
                       ADD 1 TO SCH-COUNT
                       MOVE SC-SNO TO SH-SNO(SCH-COUNT)
                       MOVE SC-PCT TO SH-PCT(SCH-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SCHFILE
           END-IF.
       LOAD-MASTERS-RTN-END.
           EXIT.

      *units and lab fees per student for the term
       LOAD-ENLIST-RTN.
           MOVE 0 TO ASM-COUNT.
           OPEN INPUT ENLFILE.
           IF WS-ENL-FS NOT = '00'
               DISPLAY 'NO ENLIST.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-ENLIST-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ENLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND EN-TERM = TERM-CODE
                   MOVE EN-SNO TO WORK-SNO
                   PERFORM FIND-ASM-RTN THRU FIND-ASM-RTN-END
                   IF A-FOUND-I = 0
                       MOVE 1 TO EOFSW
                   ELSE
                       PERFORM ADD-SUBJECT-RTN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ENLFILE.
       LOAD-ENLIST-RTN-END.
           EXIT.

       ADD-SUBJECT-RTN.
           MOVE 0 TO SBJ-FOUND-I.
           PERFORM VARYING SBJ-I FROM 1 BY 1 UNTIL SBJ-I > SBJ-COUNT
               IF SBJ-CODE(SBJ-I) = EN-SUBJ
                   MOVE SBJ-I TO SBJ-FOUND-I
               END-IF
           END-PERFORM.
           IF SBJ-FOUND-I > 0
               ADD SBJ-UNITS(SBJ-FOUND-I) TO AT-UNITS(A-FOUND-I)
           ELSE
               DISPLAY 'SUBJECT ' EN-SUBJ ' OF ' EN-SNO
                   ' NOT ON SUBJMAST.TXT - NO TUITION CHARGED.'
           END-IF.
           PERFORM VARYING L-I FROM 1 BY 1 UNTIL L-I > LAB-COUNT
               IF LT-SUBJ(L-I) = EN-SUBJ
                   ADD LT-AMT(L-I) TO AT-LAB(A-FOUND-I)
               END-IF
           END-PERFORM.

      *what the ledger already carries for the term - charges net
      *of reductions, payments net of reversals
       LOAD-LEDGER-RTN.
           OPEN INPUT LEDGFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ LEDGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND SL-TERM = TERM-CODE
                   MOVE SL-SNO TO WORK-SNO
                   PERFORM FIND-ASM-RTN THRU FIND-ASM-RTN-END
                   IF A-FOUND-I = 0
                       MOVE 1 TO EOFSW
                   ELSE
                       PERFORM LEDGER-LINE-RTN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LEDGFILE.
       LOAD-LEDGER-RTN-END.
           EXIT.

       LEDGER-LINE-RTN.
           EVALUATE SL-KIND
               WHEN 'A'
                   ADD SL-AMT TO AT-PRIOR(A-FOUND-I)
               WHEN 'C'
                   SUBTRACT SL-AMT FROM AT-PRIOR(A-FOUND-I)
               WHEN 'P'
                   ADD SL-AMT TO AT-PAID(A-FOUND-I)
               WHEN 'R'
                   SUBTRACT SL-AMT FROM AT-PAID(A-FOUND-I)
           END-EVALUATE.

      *the student's entry, added when new; a full table refuses
      *the run rather than assess part of the term
       FIND-ASM-RTN.
           MOVE 0 TO A-FOUND-I.
           PERFORM VARYING A-I FROM 1 BY 1
                   UNTIL A-I > ASM-COUNT OR A-FOUND-I > 0
               IF AT-SNO(A-I) = WORK-SNO
                   MOVE A-I TO A-FOUND-I
               END-IF
           END-PERFORM.
           IF A-FOUND-I > 0
               GO TO FIND-ASM-RTN-END
           END-IF.
           IF ASM-COUNT = 1000
               DISPLAY 'MORE THAN 1000 STUDENTS IN THE TERM - '
                   'RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO FIND-ASM-RTN-END
           END-IF.
           ADD 1 TO ASM-COUNT.
           MOVE ASM-COUNT TO A-FOUND-I.
           MOVE WORK-SNO TO AT-SNO(A-FOUND-I).
           MOVE 0 TO AT-UNITS(A-FOUND-I) AT-LAB(A-FOUND-I)
               AT-PRIOR(A-FOUND-I) AT-PAID(A-FOUND-I).
       FIND-ASM-RTN-END.
           EXIT.

      *the assessment, the ledger line for any difference from what
      *was charged before, and the statement lines
       ASSESS-ONE-RTN.
           COMPUTE TUITION-AMT = AT-UNITS(A-I) * TERM-RATE.
           MOVE 0 TO DISC-PCT.
           PERFORM VARYING SCH-I FROM 1 BY 1 UNTIL SCH-I > SCH-COUNT
               IF SH-SNO(SCH-I) = AT-SNO(A-I)
                   MOVE SH-PCT(SCH-I) TO DISC-PCT
               END-IF
           END-PERFORM.
           COMPUTE DISC-AMT ROUNDED = TUITION-AMT * DISC-PCT / 100.
           SUBTRACT DISC-AMT FROM TUITION-AMT.
           IF AT-UNITS(A-I) > 0
               MOVE TERM-MISC TO MISC-AMT
           ELSE
               MOVE 0 TO MISC-AMT
           END-IF.
           COMPUTE TOTAL-AMT = TUITION-AMT + AT-LAB(A-I) + MISC-AMT.
           COMPUTE DIFF-AMT = TOTAL-AMT - AT-PRIOR(A-I).

           IF DIFF-AMT NOT = 0
               MOVE AT-SNO(A-I) TO SL-SNO
               MOVE TERM-CODE TO SL-TERM
               MOVE WS-RUN-DATE TO SL-DATE
               MOVE 'ASSESS' TO SL-REF
               MOVE 0 TO SL-REMIT
               IF DIFF-AMT > 0
                   MOVE 'A' TO SL-KIND
                   MOVE DIFF-AMT TO SL-AMT
                   ADD 1 TO CHARGED-COUNT
                   ADD DIFF-AMT TO CHARGED-TOTAL
               ELSE
                   MOVE 'C' TO SL-KIND
                   COMPUTE SL-AMT = 0 - DIFF-AMT
                   ADD 1 TO CREDITED-COUNT
                   ADD SL-AMT TO CREDITED-TOTAL
               END-IF
               WRITE LEDG-REC
           END-IF.
           ADD 1 TO ASSESSED-COUNT.

           MOVE AT-SNO(A-I) TO RD-SNO.
           MOVE SPACES TO RD-NAME.
           PERFORM VARYING STM-I FROM 1 BY 1 UNTIL STM-I > STM-COUNT
               IF STM-SNO(STM-I) = AT-SNO(A-I)
                   MOVE STM-NAME(STM-I) TO RD-NAME
               END-IF
           END-PERFORM.
           MOVE AT-UNITS(A-I) TO RD-UNITS.
           MOVE TUITION-AMT TO RD-TUITION.
           MOVE AT-LAB(A-I) TO RD-LAB.
           MOVE MISC-AMT TO RD-MISC.
           MOVE TOTAL-AMT TO RD-TOTAL.
           COMPUTE BAL-AMT = TOTAL-AMT - AT-PAID(A-I).
           MOVE BAL-AMT TO RD-BAL.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.
           IF DISC-AMT > 0
               ADD 1 TO DISCOUNT-COUNT
               MOVE DISC-AMT TO DISC-OUT
               MOVE DISC-PCT TO DISC-PCT-OUT
               MOVE SPACES TO RN-TEXT
               STRING 'SCHOLAR - TUITION SHOWN NET OF ' DISC-PCT-OUT
                   '% DISCOUNT OF ' DISC-OUT
                   DELIMITED BY SIZE INTO RN-TEXT
               WRITE RPTREC FROM RPT-NOTE-LINE AFTER 1
           END-IF.

           IF TOTAL-AMT = 0
               MOVE 'NOTHING ENLISTED - ASSESSMENT NIL' TO RN-TEXT
               WRITE RPTREC FROM RPT-NOTE-LINE AFTER 1
           ELSE
               PERFORM INSTALLMENT-RTN
               PERFORM VARYING INST-I FROM 1 BY 1 UNTIL INST-I > 4
                   MOVE TERM-DUE(INST-I) TO RI-DATE(INST-I)
                   MOVE INST-AMT(INST-I) TO RI-AMT(INST-I)
               END-PERFORM
               WRITE RPTREC FROM RPT-INST-LINE AFTER 1
           END-IF.

      *the down payment is the term's percent of the whole; the rest
      *splits in three, the odd centavos falling on the finals
       INSTALLMENT-RTN.
           COMPUTE INST-AMT(1) ROUNDED = TOTAL-AMT * TERM-PCT / 100.
           COMPUTE INST-REST = TOTAL-AMT - INST-AMT(1).
           COMPUTE INST-AMT(2) = INST-REST / 3.
           MOVE INST-AMT(2) TO INST-AMT(3).
           COMPUTE INST-AMT(4) = INST-REST - INST-AMT(2)
               - INST-AMT(3).
