       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUIPOST.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. POSTS THE SCHOOL'S COPY OF THE BANK'S BILLS-PAYMENT
      *REMITTANCE TO THE STUDLEDG.TXT STUDENT LEDGER. TUITION PAID
      *BY DEBIT TO A STUDENT'S OR PARENT'S DEPOSIT ACCOUNT GOES
      *THROUGH THE BANK AS A BILLS PAYMENT (TC B) TO THE SCHOOL'S
      *BILLER CODE, WITH THE STUDENT NUMBER - AND OPTIONALLY THE
      *TERM CODE - AS THE SUBSCRIBER REFERENCE; BILLREM REMITS IT TO
      *THE SCHOOL'S COLLECTION ACCOUNT AND WRITES BILLRMT.TXT. EACH
      *DETAIL FOR THE SCHOOL'S BILLER POSTS HERE AS A P (PAYMENT) OR
      *R (PAYMENT TAKEN BACK) LINE. A REFERENCE THAT NAMES NO
      *STUDENT IS LISTED AS UNAPPLIED FOR THE CASHIER. TUICTL.TXT
      *KEEPS THE DATE, COUNT AND NET OF THE LAST REMITTANCE POSTED
      *SO THE SAME FILE IS NEVER POSTED TWICE. THEN, FOR THE CURRENT
      *TERM, EVERY STUDENT WHO HAS NOT PAID WHAT FELL DUE BY THE
      *PRELIM DATE ONCE THAT DATE HAS PASSED GOES ON EXAMHOLD.TXT -
      *THE EXAM-PERMIT HOLD THE REGISTRAR SEES IN STUDMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *the school's biller code and the term now running
           SELECT PRMFILE ASSIGN TO "TUIPRM.TXT"
               FILE STATUS IS WS-PRM-FS.
           SELECT CTLFILE ASSIGN TO "TUICTL.TXT"
               FILE STATUS IS WS-CTL-FS.
           SELECT RMTFILE ASSIGN TO "BILLRMT.TXT"
               FILE STATUS IS WS-RMT-FS.
           SELECT FEEFILE ASSIGN TO "FEESCHED.TXT"
               FILE STATUS IS WS-FEE-FS.
           SELECT STUDMASTFILE ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS WS-STM-FS.
           SELECT OPTIONAL LEDGFILE ASSIGN TO "STUDLEDG.TXT"
               FILE STATUS IS WS-LDG-FS.
           SELECT HOLDFILE ASSIGN TO "EXAMHOLD.TXT".
           SELECT RPTFILE ASSIGN TO "TUIPOSTR".

       DATA DIVISION.
       FILE SECTION.

       FD  PRMFILE.
       01  PRM-REC.
           05 TP-BILLER PIC X(6).
           05 TP-TERM PIC X(5).

       FD  CTLFILE.
       01  CTL-REC.
           05 TC-DATE PIC 9(8).
           05 TC-COUNT PIC 9(6).
           05 TC-NET PIC 9(11)V99.

      *same layout BILLREM writes - header, details, trailer per
      *biller remitted
       FD  RMTFILE.
       01  RMT-HEAD-REC.
           05 RMH-TYPE PIC X.
           05 RMH-BILLER PIC X(6).
           05 RMH-NAME PIC X(25).
           05 RMH-ACCT PIC X(10).
           05 RMH-DATE PIC 9(8).
           05 FILLER PIC X(30).

       01  RMT-DET-REC.
           05 RMD-TYPE PIC X.
           05 RMD-BILLER PIC X(6).
           05 RMD-SREF PIC X(20).
           05 RMD-ANO PIC X(10).
           05 RMD-TDATE PIC 9(8).
           05 RMD-KIND PIC X.
           05 RMD-AMT PIC 9(7)V99.
           05 FILLER PIC X(25).

       01  RMT-TRL-REC.
           05 RMT-TYPE PIC X.
           05 RMT-BILLER PIC X(6).
           05 RMT-COUNT PIC 9(6).
           05 RMT-NET PIC 9(11)V99.
           05 FILLER PIC X(54).

      *due dates - 1 down payment, 2 prelim, 3 midterm, 4 finals
       FD  FEEFILE.
       01  FEE-REC.
           05 FS-TERM PIC X(5).
           05 FS-UNIT-RATE PIC 9(5)V99.
           05 FS-MISC PIC 9(5)V99.
           05 FS-DOWN-PCT PIC 99.
           05 FS-DUE OCCURS 4 TIMES PIC 9(8).

       FD  STUDMASTFILE.
       01  STUD-MAST-REC.
           05 SR-SNO PIC 9(5).
           05 SR-NAME PIC X(25).
           05 SR-PROGRAM PIC X(6).
           05 SR-YEAR PIC 9.
           05 SR-ADMIT PIC X(5).
           05 SR-STATUS PIC X.

      *A assessed, C assessment reduced, P paid through the bank,
      *R bank payment taken back - SL-DATE is the bank's transaction
      *date on a P/R line, SL-REF the payer's deposit account and
      *SL-REMIT the date of the remittance that carried it
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

      *rewritten every run - the holds standing for the term today
       FD  HOLDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOLD-REC.

       01  HOLD-REC.
           05 EH-TERM PIC X(5).
           05 EH-SNO PIC 9(5).
           05 EH-SHORT PIC 9(7)V99.
           05 EH-PRELIM PIC 9(8).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PRM-FS PIC XX VALUE SPACES.
       01 WS-CTL-FS PIC XX VALUE SPACES.
       01 WS-RMT-FS PIC XX VALUE SPACES.
       01 WS-FEE-FS PIC XX VALUE SPACES.
       01 WS-STM-FS PIC XX VALUE SPACES.
       01 WS-LDG-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 OURS-SW PIC 9 VALUE 0.
       01 FOUND-SW PIC 9 VALUE 0.
       01 POST-SW PIC 9 VALUE 0.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01 SCHOOL-BILLER PIC X(6) VALUE SPACES.
       01 CURRENT-TERM PIC X(5) VALUE SPACES.
       01 LAST-DATE PIC 9(8) VALUE 0.
       01 LAST-COUNT PIC 9(6) VALUE 0.
       01 LAST-NET PIC 9(11)V99 VALUE 0.
       01 RMT-DATE PIC 9(8) VALUE 0.
       01 RMT-CNT PIC 9(6) VALUE 0.
       01 RMT-AMT PIC 9(11)V99 VALUE 0.

      *student number in the first five places of the reference,
      *the term code in the next five when the payer gave one
       01 WORK-SREF PIC X(20) VALUE SPACES.
       01 WORK-SREF-X REDEFINES WORK-SREF.
           05 WORK-SREF-SNO PIC X(5).
           05 WORK-SREF-SNO-N REDEFINES WORK-SREF-SNO PIC 9(5).
           05 WORK-SREF-TERM PIC X(5).
           05 WORK-SREF-REST PIC X(10).
       01 WORK-SNO PIC 9(5) VALUE 0.
       01 WORK-TERM PIC X(5) VALUE SPACES.

       01 STM-TABLE.
           05 STM-SNO OCCURS 1000 TIMES PIC 9(5).
       01 STM-COUNT PIC 9(4) VALUE 0.
       01 STM-I PIC 9(4) VALUE 0.
       01 STM-ON-HAND PIC 9 VALUE 0.

       01 TERM-PCT PIC 99 VALUE 0.
       01 TERM-PRELIM PIC 9(8) VALUE 0.
       01 TERM-FOUND-SW PIC 9 VALUE 0.

      *the current term's ledger, charges and payments netted
      *per student
       01 BAL-TABLE.
           05 BAL-ENTRY OCCURS 1000 TIMES.
               10 BT-SNO PIC 9(5).
               10 BT-CHARGED PIC S9(7)V99.
               10 BT-PAID PIC S9(7)V99.
       01 BAL-COUNT PIC 9(4) VALUE 0.
       01 B-I PIC 9(4) VALUE 0.
       01 B-FOUND-I PIC 9(4) VALUE 0.

       01 TOTAL-AMT PIC 9(7)V99 VALUE 0.
       01 INST-TABLE.
           05 INST-AMT OCCURS 4 TIMES PIC 9(7)V99.
       01 INST-REST PIC 9(7)V99 VALUE 0.
       01 DUE-BY-PRELIM PIC 9(7)V99 VALUE 0.
       01 SHORT-AMT PIC S9(7)V99 VALUE 0.

       01 POSTED-COUNT PIC 9(5) VALUE 0.
       01 REVERSED-COUNT PIC 9(5) VALUE 0.
       01 UNAPPLIED-COUNT PIC 9(5) VALUE 0.
       01 HOLD-COUNT PIC 9(5) VALUE 0.
       01 POSTED-TOTAL PIC S9(11)V99 VALUE 0.
       01 TOTAL-OUT PIC ZZZ,ZZZ,ZZ9.99-.

       01 RPT-HEAD.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(31) VALUE 'Tuition Payments and Exam Hold'.
           02 FILLER PIC X(8) VALUE 'Biller: '.
           02 RH-BILLER PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(5) VALUE SPACES.

       01 RPT-REMIT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RR-TEXT PIC X(40).
           02 RR-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RR-COUNT PIC ZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RR-NET PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(7) VALUE SPACES.

       01 RPT-POST-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-SREF PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-TERM PIC X(5).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-ANO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-TDATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-KIND PIC X.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-AMT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-NOTE PIC X(16).

       01 RPT-HOLD-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(26) VALUE 'Exam-permit holds - term '.
           02 RHH-TERM PIC X(5).
           02 FILLER PIC X(16) VALUE ', prelim due on '.
           02 RHH-PRELIM PIC 9(8).
           02 FILLER PIC X(23) VALUE SPACES.

       01 RPT-HOLD-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RHL-SNO PIC 9(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'Due  '.
           02 RHL-DUE PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(8) VALUE '  Paid  '.
           02 RHL-PAID PIC Z,ZZZ,ZZ9.99-.
           02 FILLER PIC X(9) VALUE '  Short  '.
           02 RHL-SHORT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(5) VALUE SPACES.

       01 RPT-NOTE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RN-TEXT PIC X(78).

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

           PERFORM LOAD-PARMS-RTN THRU LOAD-PARMS-RTN-END.
           IF REFUSED-SW = 1
               DISPLAY 'NOTHING POSTED.'
               STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           MOVE SCHOOL-BILLER TO RH-BILLER.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           PERFORM FIND-REMIT-RTN THRU FIND-REMIT-RTN-END.
           IF POST-SW = 1
               PERFORM POST-REMIT-RTN THRU POST-REMIT-RTN-END
           END-IF.

           OPEN OUTPUT HOLDFILE.
           PERFORM HOLD-RTN THRU HOLD-RTN-END.
           CLOSE HOLDFILE.
           CLOSE RPTFILE.

           MOVE POSTED-TOTAL TO TOTAL-OUT.
           DISPLAY 'PAYMENTS POSTED: ' POSTED-COUNT '  REVERSED: '
               REVERSED-COUNT '  NET ' TOTAL-OUT.
           DISPLAY 'UNAPPLIED: ' UNAPPLIED-COUNT
               '  EXAM-PERMIT HOLDS: ' HOLD-COUNT.
           DISPLAY 'SEE TUIPOSTR.'.
           STOP RUN.

      *TUIPRM.TXT is required - without the biller code there is no
      *telling the school's payments from anyone else's. The
      *registrar master, when on hand, refuses a number not on it.
       LOAD-PARMS-RTN.
           OPEN INPUT PRMFILE.
           IF WS-PRM-FS NOT = '00'
               DISPLAY 'NO TUIPRM.TXT ON HAND - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-PARMS-RTN-END
           END-IF.
           READ PRMFILE
               AT END MOVE 1 TO REFUSED-SW
           END-READ.
           CLOSE PRMFILE.
           IF REFUSED-SW = 1 OR TP-BILLER = SPACES
              OR TP-TERM = SPACES
               DISPLAY 'TUIPRM.TXT NEEDS THE BILLER CODE AND TERM - '
                   'RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               GO TO LOAD-PARMS-RTN-END
           END-IF.
           MOVE TP-BILLER TO SCHOOL-BILLER.
           MOVE TP-TERM TO CURRENT-TERM.

           OPEN INPUT CTLFILE.
           IF WS-CTL-FS = '00'
               READ CTLFILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE TC-DATE TO LAST-DATE
                       MOVE TC-COUNT TO LAST-COUNT
                       MOVE TC-NET TO LAST-NET
               END-READ
               CLOSE CTLFILE
           END-IF.

           MOVE 0 TO STM-COUNT.
           OPEN INPUT STUDMASTFILE.
           IF WS-STM-FS = '00'
               MOVE 1 TO STM-ON-HAND
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR STM-COUNT = 1000
                   READ STUDMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO STM-COUNT
                       MOVE SR-SNO TO STM-SNO(STM-COUNT)
                   END-IF
               END-PERFORM
               CLOSE STUDMASTFILE
           END-IF.
       LOAD-PARMS-RTN-END.
           EXIT.

      *first pass - the school's header and trailer on today's
      *remittance; a trailer the same as the last one posted means
      *this file has been through here already
       FIND-REMIT-RTN.
           MOVE 0 TO POST-SW.
           OPEN INPUT RMTFILE.
           IF WS-RMT-FS NOT = '00'
               MOVE 'NO BILLRMT.TXT ON HAND - NOTHING TO POST'
                   TO RN-TEXT
               WRITE RPTREC FROM RPT-NOTE-LINE AFTER 1
               GO TO FIND-REMIT-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           MOVE 0 TO OURS-SW.
           MOVE 0 TO FOUND-SW.
           PERFORM UNTIL EOFSW = 1
               READ RMTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF RMH-TYPE = 'H' AND RMH-BILLER = SCHOOL-BILLER
                       MOVE RMH-DATE TO RMT-DATE
                       MOVE 1 TO OURS-SW
                   END-IF
                   IF RMT-TYPE = 'T' AND OURS-SW = 1
                       MOVE RMT-COUNT TO RMT-CNT
                       MOVE RMT-NET TO RMT-AMT
                       MOVE 1 TO FOUND-SW
                       MOVE 0 TO OURS-SW
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RMTFILE.

           IF FOUND-SW = 0
               MOVE 'NO REMITTANCE FOR THE SCHOOL ON BILLRMT.TXT'
                   TO RN-TEXT
               WRITE RPTREC FROM RPT-NOTE-LINE AFTER 1
               GO TO FIND-REMIT-RTN-END
           END-IF.

           MOVE RMT-DATE TO RR-DATE.
           MOVE RMT-CNT TO RR-COUNT.
           MOVE RMT-AMT TO RR-NET.
           IF RMT-DATE = LAST-DATE AND RMT-CNT = LAST-COUNT
              AND RMT-AMT = LAST-NET
               MOVE 'ALREADY POSTED - REMITTANCE OF' TO RR-TEXT
               WRITE RPTREC FROM RPT-REMIT-LINE AFTER 1
               DISPLAY 'BILLRMT.TXT OF ' RMT-DATE ' ALREADY POSTED.'
               GO TO FIND-REMIT-RTN-END
           END-IF.
           IF RMT-DATE < LAST-DATE
               MOVE 'OLDER THAN THE LAST POSTED - SKIPPED' TO RR-TEXT
               WRITE RPTREC FROM RPT-REMIT-LINE AFTER 1
               DISPLAY 'BILLRMT.TXT OF ' RMT-DATE ' IS OLDER THAN '
                   LAST-DATE ' - NOT POSTED.'
               GO TO FIND-REMIT-RTN-END
           END-IF.
           MOVE 'POSTING REMITTANCE OF' TO RR-TEXT.
           WRITE RPTREC FROM RPT-REMIT-LINE AFTER 1.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 1 TO POST-SW.
       FIND-REMIT-RTN-END.
           EXIT.

      *second pass - each of the school's details to the ledger
       POST-REMIT-RTN.
           OPEN INPUT RMTFILE.
           OPEN EXTEND LEDGFILE.
           MOVE 0 TO EOFSW.
           MOVE 0 TO OURS-SW.
           PERFORM UNTIL EOFSW = 1
               READ RMTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   EVALUATE RMH-TYPE
                       WHEN 'H'
                           IF RMH-BILLER = SCHOOL-BILLER
                               MOVE 1 TO OURS-SW
                           END-IF
                       WHEN 'T'
                           MOVE 0 TO OURS-SW
                       WHEN 'D'
                           IF OURS-SW = 1
                               PERFORM POST-ONE-RTN
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE LEDGFILE.
           CLOSE RMTFILE.

           OPEN OUTPUT CTLFILE.
           MOVE RMT-DATE TO TC-DATE.
           MOVE RMT-CNT TO TC-COUNT.
           MOVE RMT-AMT TO TC-NET.
           WRITE CTL-REC.
           CLOSE CTLFILE.
       POST-REMIT-RTN-END.
           EXIT.

       POST-ONE-RTN.
           MOVE RMD-SREF TO WORK-SREF.
           MOVE RMD-SREF TO RP-SREF.
           MOVE RMD-ANO TO RP-ANO.
           MOVE RMD-TDATE TO RP-TDATE.
           MOVE RMD-KIND TO RP-KIND.
           MOVE RMD-AMT TO RP-AMT.
           IF WORK-SREF-TERM = SPACES
               MOVE CURRENT-TERM TO WORK-TERM
           ELSE
               MOVE WORK-SREF-TERM TO WORK-TERM
           END-IF.
           MOVE WORK-TERM TO RP-TERM.

           MOVE 0 TO FOUND-SW.
           IF WORK-SREF-SNO IS NUMERIC
               MOVE WORK-SREF-SNO-N TO WORK-SNO
               MOVE 1 TO FOUND-SW
               IF STM-ON-HAND = 1
                   MOVE 0 TO FOUND-SW
                   PERFORM VARYING STM-I FROM 1 BY 1
                           UNTIL STM-I > STM-COUNT
                       IF STM-SNO(STM-I) = WORK-SNO
                           MOVE 1 TO FOUND-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

           IF FOUND-SW = 0
               MOVE 'UNAPPLIED' TO RP-NOTE
               ADD 1 TO UNAPPLIED-COUNT
           ELSE
               MOVE WORK-SNO TO SL-SNO
               MOVE WORK-TERM TO SL-TERM
               MOVE RMD-AMT TO SL-AMT
               MOVE RMD-TDATE TO SL-DATE
               MOVE RMD-ANO TO SL-REF
               MOVE RMT-DATE TO SL-REMIT
               IF RMD-KIND = 'R'
                   MOVE 'R' TO SL-KIND
                   MOVE 'REVERSED' TO RP-NOTE
                   ADD 1 TO REVERSED-COUNT
                   SUBTRACT RMD-AMT FROM POSTED-TOTAL
               ELSE
                   MOVE 'P' TO SL-KIND
                   MOVE 'POSTED' TO RP-NOTE
                   ADD 1 TO POSTED-COUNT
                   ADD RMD-AMT TO POSTED-TOTAL
               END-IF
               WRITE LEDG-REC
           END-IF.
           WRITE RPTREC FROM RPT-POST-LINE AFTER 1.

      *the exam-permit hold - once the prelim due date has passed,
      *a student who has paid less than the down payment and the
      *prelim installment together is held
       HOLD-RTN.
           OPEN INPUT FEEFILE.
           IF WS-FEE-FS NOT = '00'
               MOVE 'NO FEESCHED.TXT ON HAND - NO HOLDS TAKEN'
                   TO RN-TEXT
               WRITE RPTREC FROM RPT-NOTE-LINE AFTER 2
               GO TO HOLD-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ FEEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND FS-TERM = CURRENT-TERM
                   MOVE 1 TO TERM-FOUND-SW
                   MOVE FS-DOWN-PCT TO TERM-PCT
                   MOVE FS-DUE(2) TO TERM-PRELIM
               END-IF
           END-PERFORM.
           CLOSE FEEFILE.
           IF TERM-FOUND-SW = 0
               MOVE 'CURRENT TERM NOT ON FEESCHED.TXT - NO HOLDS TAKEN'
                   TO RN-TEXT
               WRITE RPTREC FROM RPT-NOTE-LINE AFTER 2
               GO TO HOLD-RTN-END
           END-IF.

           MOVE CURRENT-TERM TO RHH-TERM.
           MOVE TERM-PRELIM TO RHH-PRELIM.
           WRITE RPTREC FROM RPT-HOLD-HEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           IF WS-RUN-DATE NOT > TERM-PRELIM
               MOVE 'PRELIM DUE DATE NOT YET PASSED - NO HOLDS'
                   TO RN-TEXT
               WRITE RPTREC FROM RPT-NOTE-LINE AFTER 1
               GO TO HOLD-RTN-END
           END-IF.

           MOVE 0 TO BAL-COUNT.
           OPEN INPUT LEDGFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ LEDGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND SL-TERM = CURRENT-TERM
                   PERFORM BALANCE-LINE-RTN
               END-IF
           END-PERFORM.
           CLOSE LEDGFILE.

           PERFORM VARYING B-I FROM 1 BY 1 UNTIL B-I > BAL-COUNT
               PERFORM HOLD-TEST-RTN
           END-PERFORM.
           IF HOLD-COUNT = 0
               MOVE 'NO STUDENT BEHIND ON THE PRELIM INSTALLMENT'
                   TO RN-TEXT
               WRITE RPTREC FROM RPT-NOTE-LINE AFTER 1
           END-IF.
       HOLD-RTN-END.
           EXIT.

       BALANCE-LINE-RTN.
           MOVE 0 TO B-FOUND-I.
           PERFORM VARYING B-I FROM 1 BY 1
                   UNTIL B-I > BAL-COUNT OR B-FOUND-I > 0
               IF BT-SNO(B-I) = SL-SNO
                   MOVE B-I TO B-FOUND-I
               END-IF
           END-PERFORM.
           IF B-FOUND-I = 0
               IF BAL-COUNT = 1000
                   DISPLAY 'MORE THAN 1000 STUDENTS ON THE LEDGER - '
                       SL-SNO ' NOT TESTED FOR A HOLD.'
               ELSE
                   ADD 1 TO BAL-COUNT
                   MOVE BAL-COUNT TO B-FOUND-I
                   MOVE SL-SNO TO BT-SNO(B-FOUND-I)
                   MOVE 0 TO BT-CHARGED(B-FOUND-I) BT-PAID(B-FOUND-I)
               END-IF
           END-IF.
           IF B-FOUND-I > 0
               EVALUATE SL-KIND
                   WHEN 'A'
                       ADD SL-AMT TO BT-CHARGED(B-FOUND-I)
                   WHEN 'C'
                       SUBTRACT SL-AMT FROM BT-CHARGED(B-FOUND-I)
                   WHEN 'P'
                       ADD SL-AMT TO BT-PAID(B-FOUND-I)
                   WHEN 'R'
                       SUBTRACT SL-AMT FROM BT-PAID(B-FOUND-I)
               END-EVALUATE
           END-IF.

      *installments split the same way ASSESS prints them
       HOLD-TEST-RTN.
           IF BT-CHARGED(B-I) NOT > 0
               MOVE 0 TO TOTAL-AMT
           ELSE
               MOVE BT-CHARGED(B-I) TO TOTAL-AMT
           END-IF.
           COMPUTE INST-AMT(1) ROUNDED = TOTAL-AMT * TERM-PCT / 100.
           COMPUTE INST-REST = TOTAL-AMT - INST-AMT(1).
           COMPUTE INST-AMT(2) = INST-REST / 3.
           COMPUTE DUE-BY-PRELIM = INST-AMT(1) + INST-AMT(2).
           COMPUTE SHORT-AMT = DUE-BY-PRELIM - BT-PAID(B-I).
           IF SHORT-AMT > 0
               MOVE CURRENT-TERM TO EH-TERM
               MOVE BT-SNO(B-I) TO EH-SNO
               MOVE SHORT-AMT TO EH-SHORT
               MOVE TERM-PRELIM TO EH-PRELIM
               WRITE HOLD-REC
               ADD 1 TO HOLD-COUNT
               MOVE BT-SNO(B-I) TO RHL-SNO
               MOVE DUE-BY-PRELIM TO RHL-DUE
               MOVE BT-PAID(B-I) TO RHL-PAID
               MOVE SHORT-AMT TO RHL-SHORT
               WRITE RPTREC FROM RPT-HOLD-LINE AFTER 1
           END-IF.
