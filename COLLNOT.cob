       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLNOT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. COLLECTION NOTICE RUN FOR OVERDRAWN ACCOUNTS - WORKS
      *EVERY ACCOUNT ON NEWAGE.TXT THROUGH A FIRST REMINDER, A
      *SECOND NOTICE AND A FINAL DEMAND AS ITS RUNS IN THE RED REACH
      *THE THRESHOLDS ON COLLPRM.TXT. EACH LETTER IS ADDRESSED TO
      *EVERY HOLDER LINKED ON CUSTXREF.TXT FROM Customer.dat AND
      *PRINTED TO COLLLTR. COLLHIST.TXT RECORDS EVERY NOTICE SENT SO
      *NONE GOES OUT TWICE AND NONE IS SKIPPED - ONE STEP PER RUN AT
      *MOST. AN ACCOUNT THAT HAS LEFT NEWAGE.TXT, OR HAS GONE INTO
      *THE RED AGAIN SINCE ITS LAST NOTICE, IS CLOSED OUT OF ITS OLD
      *CYCLE. THE RUN'S REGISTER IS PRINTED TO COLLREG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGEFILE ASSIGN TO 'NEWAGE.TXT'
               FILE STATUS WS-FS-AGE.
           SELECT BALFILE ASSIGN TO 'NEWBAL.TXT'
               FILE STATUS WS-FS-BAL.
      *the three aging thresholds, in runs overdrawn
           SELECT PRMFILE ASSIGN TO 'COLLPRM.TXT'
               FILE STATUS WS-FS-PRM.
           SELECT OPTIONAL HISTFILE ASSIGN TO 'COLLHIST.TXT'
               FILE STATUS WS-FS-HIST.
           SELECT CUSTFILE ASSIGN TO "Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CUST-FS.
           SELECT XREFFILE ASSIGN TO "CUSTXREF.TXT"
               FILE STATUS IS WS-XREF-FS.
           SELECT LTRFILE ASSIGN TO 'COLLLTR'.
           SELECT RPTFILE ASSIGN TO 'COLLREG'.

       DATA DIVISION.
       FILE SECTION.

       FD  AGEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AGE-REC.

       01  AGE-REC.
           02 AGE-R-ANO PIC X(10).
           02 AGE-R-FIRST PIC 9(8).
           02 AGE-R-RUNS PIC 9(3).

       FD  BALFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BAL-REC.

       01  BAL-REC.
           02 BAL-R-ANO PIC X(10).
           02 BAL-R-AMT PIC 9(9)V99.
           02 BAL-R-LASTACT PIC 9(8).

       FD  PRMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRM-REC.

       01  PRM-REC.
           02 PRM-RUNS-1 PIC 9(3).
           02 PRM-RUNS-2 PIC 9(3).
           02 PRM-RUNS-3 PIC 9(3).

      *one line per notice sent, and one when an account leaves its
      *cycle - NH-FIRST ties the line to the overdraft it was about
       FD  HISTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NH-REC.

       01  NH-REC.
           02 NH-ANO PIC X(10).
           02 NH-FIRST PIC 9(8).
           02 NH-LEVEL PIC 9.
               88 NH-REMINDER VALUE 1.
               88 NH-SECOND VALUE 2.
               88 NH-FINAL VALUE 3.
               88 NH-CLEARED VALUE 9.
           02 NH-DATE PIC 9(8).
           02 NH-RUNS PIC 9(3).
           02 NH-AMT PIC 9(9)V99.
           02 NH-HOLDERS PIC 9(2).

       FD  CUSTFILE.
       01  CustomerData.
           02 IDNum PIC 9(5).
           02 CustName.
               03 FirstName PIC X(15).
               03 LastName PIC X(15).
           02 HomeAddress PIC X(30).
           02 ContactNo PIC X(11).
           02 Birthdate PIC 9(8).

       FD  XREFFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS XREF-REC.

       01  XREF-REC.
           05 XR-IDNUM PIC 9(5).
           05 XR-ANO PIC X(10).

       FD  LTRFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS LTRREC.

       01  LTRREC.
           02 FILLER PIC X(80).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-AGE PIC XX VALUE SPACES.
       01  WS-FS-BAL PIC XX VALUE SPACES.
       01  WS-FS-PRM PIC XX VALUE SPACES.
       01  WS-FS-HIST PIC XX VALUE SPACES.
       01  WS-CUST-FS PIC XX VALUE SPACES.
       01  WS-XREF-FS PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *runs overdrawn before each notice - first reminder, second
      *notice, final demand - unless COLLPRM.TXT says otherwise
       01  THRESH-TABLE.
           05 THRESH OCCURS 3 TIMES PIC 9(3).
       01  THRESH-DEFAULTS.
           05 FILLER PIC 9(3) VALUE 2.
           05 FILLER PIC 9(3) VALUE 4.
           05 FILLER PIC 9(3) VALUE 8.

      *the accounts still in the red tonight
       01  AGE-TABLE.
           05 AGE-ENTRY OCCURS 500 TIMES.
               10 AGT-ANO PIC X(10).
               10 AGT-FIRST PIC 9(8).
               10 AGT-RUNS PIC 9(3).
               10 AGT-AMT PIC 9(9)V99.
       01  AGE-COUNT PIC 9(3) VALUE 0.
       01  AGE-OVER-SW PIC 9 VALUE 0.

      *the last notice-history line for every account ever noticed
       01  NH-TABLE.
           05 NH-ENTRY OCCURS 1000 TIMES.
               10 NHT-ANO PIC X(10).
               10 NHT-FIRST PIC 9(8).
               10 NHT-LEVEL PIC 9.
               10 NHT-DATE PIC 9(8).
       01  NH-COUNT PIC 9(4) VALUE 0.
       01  NH-OVER-SW PIC 9 VALUE 0.

       01  XREF-TABLE.
           05 XREF-ENTRY OCCURS 500 TIMES.
               10 XT-IDNUM PIC 9(5).
               10 XT-ANO PIC X(10).
       01  XREF-COUNT PIC 9(3) VALUE 0.

       01  CUST-TABLE.
           05 CUST-ENTRY OCCURS 500 TIMES.
               10 CT-IDNUM PIC 9(5).
               10 CT-NAME PIC X(30).
               10 CT-ADDR PIC X(30).
       01  CUST-COUNT PIC 9(3) VALUE 0.

       01  I PIC 9(4) VALUE 0.
       01  H PIC 9(4) VALUE 0.
       01  X PIC 9(3) VALUE 0.
       01  C PIC 9(3) VALUE 0.
       01  FOUND-H PIC 9(4) VALUE 0.
       01  FOUND-C PIC 9(3) VALUE 0.
       01  SENT-LEVEL PIC 9 VALUE 0.
       01  NEXT-LEVEL PIC 9 VALUE 0.
       01  HOLDERS PIC 9(2) VALUE 0.
       01  ON-AGE-SW PIC 9 VALUE 0.
       01  WORK-NAME PIC X(30) VALUE SPACES.

       01  LTR-COUNT PIC 9(5) VALUE 0.
       01  NOTICE-COUNT.
           05 NOTICE-CNT OCCURS 3 TIMES PIC 9(5).
       01  CLEAR-COUNT PIC 9(5) VALUE 0.
       01  NOADDR-COUNT PIC 9(5) VALUE 0.
       01  EXHAUST-COUNT PIC 9(5) VALUE 0.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  LTR-BANK-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(40) VALUE 'China Trust Bank, Makati Avenue'.
           02 FILLER PIC X(24) VALUE SPACES.
           02 LB-DATE PIC 9(8).
           02 FILLER PIC X(6) VALUE SPACES.

       01  LTR-TITLE-LINE.
           02 FILLER PIC X(30) VALUE SPACES.
           02 LT-TITLE PIC X(30).
           02 FILLER PIC X(20) VALUE SPACES.

       01  LTR-ADDR-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LA-TEXT PIC X(30).
           02 FILLER PIC X(48) VALUE SPACES.

       01  LTR-SALUTE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'Dear '.
           02 LS-NAME PIC X(30).
           02 FILLER PIC X(43) VALUE SPACES.

       01  LTR-ACCT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(33)
               VALUE 'Our records show that account no.'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 LC-ANO PIC X(10).
           02 FILLER PIC X(34) VALUE ' has been overdrawn'.

       01  LTR-AMT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'since '.
           02 LM-FIRST PIC 9(8).
           02 FILLER PIC X(19) VALUE ' and now stands at '.
           02 FILLER PIC X(2) VALUE 'P '.
           02 LM-AMT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(14) VALUE ' overdrawn.'.
           02 FILLER PIC X(15) VALUE SPACES.

       01  LTR-TEXT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LX-TEXT PIC X(70).
           02 FILLER PIC X(8) VALUE SPACES.

       01  LTR-SIGN-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'Collections Section'.
           02 FILLER PIC X(48) VALUE SPACES.

       01  RPT-HEAD.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(32) VALUE 'Collection Notice Run Register'.
           02 FILLER PIC X(24) VALUE SPACES.

       01  RPT-DATE-LINE.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Run date '.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(8) VALUE '  Steps '.
           02 RH-T1 PIC ZZ9.
           02 FILLER PIC X VALUE '/'.
           02 RH-T2 PIC ZZ9.
           02 FILLER PIC X VALUE '/'.
           02 RH-T3 PIC ZZ9.
           02 FILLER PIC X(20) VALUE SPACES.

       01  RPT-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Account'.
           02 FILLER PIC X(10) VALUE 'Overdrawn'.
           02 FILLER PIC X(6) VALUE 'Runs'.
           02 FILLER PIC X(16) VALUE '          Amount'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(32) VALUE 'Action'.

       01  RPT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-FIRST PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-RUNS PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-AMT PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-ACTION PIC X(32).

       01  RPT-TOTAL-1.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(11) VALUE 'Reminders: '.
           02 RT-N1 PIC ZZ,ZZ9.
           02 FILLER PIC X(18) VALUE '  Second notices: '.
           02 RT-N2 PIC ZZ,ZZ9.
           02 FILLER PIC X(17) VALUE '  Final demands: '.
           02 RT-N3 PIC ZZ,ZZ9.
           02 FILLER PIC X(14) VALUE SPACES.

       01  RPT-TOTAL-2.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Letters: '.
           02 RT-LTRS PIC ZZ,ZZ9.
           02 FILLER PIC X(19) VALUE '  Brought current: '.
           02 RT-CLEAR PIC ZZ,ZZ9.
           02 FILLER PIC X(17) VALUE '  Not addressed: '.
           02 RT-NOADDR PIC ZZ,ZZ9.
           02 FILLER PIC X(15) VALUE SPACES.

       01  BLANK-LINE.
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

           PERFORM LOAD-PARM-RTN THRU LOAD-PARM-RTN-END.
           PERFORM LOAD-AGE-RTN THRU LOAD-AGE-RTN-END.
           IF AGE-OVER-SW = 1
               DISPLAY '*** MORE THAN 500 ACCOUNTS ON NEWAGE.TXT - '
                   'NO NOTICES SENT ***'
               STOP RUN
           END-IF.
           PERFORM LOAD-HIST-RTN THRU LOAD-HIST-RTN-END.
           IF NH-OVER-SW = 1
               DISPLAY '*** MORE THAN 1000 ACCOUNTS ON COLLHIST.TXT - '
                   'NO NOTICES SENT ***'
               STOP RUN
           END-IF.
           PERFORM LOAD-BAL-RTN THRU LOAD-BAL-RTN-END.
           PERFORM LOAD-XREF-RTN THRU LOAD-XREF-RTN-END.
           PERFORM LOAD-CUST-RTN THRU LOAD-CUST-RTN-END.

           MOVE 0 TO NOTICE-CNT(1) NOTICE-CNT(2) NOTICE-CNT(3).
           OPEN OUTPUT LTRFILE.
           OPEN OUTPUT RPTFILE.
           OPEN EXTEND HISTFILE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE WS-RUN-DATE TO RH-DATE.
           MOVE THRESH(1) TO RH-T1.
           MOVE THRESH(2) TO RH-T2.
           MOVE THRESH(3) TO RH-T3.
           WRITE RPTREC FROM RPT-DATE-LINE AFTER 1.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           PERFORM CLEAR-OUT-RTN THRU CLEAR-OUT-RTN-END
               VARYING H FROM 1 BY 1 UNTIL H > NH-COUNT.
           PERFORM NOTICE-RTN THRU NOTICE-RTN-END
               VARYING I FROM 1 BY 1 UNTIL I > AGE-COUNT.

           MOVE NOTICE-CNT(1) TO RT-N1.
           MOVE NOTICE-CNT(2) TO RT-N2.
           MOVE NOTICE-CNT(3) TO RT-N3.
           MOVE LTR-COUNT TO RT-LTRS.
           MOVE CLEAR-COUNT TO RT-CLEAR.
           MOVE NOADDR-COUNT TO RT-NOADDR.
           WRITE RPTREC FROM BLANK-LINE AFTER 2.
           WRITE RPTREC FROM RPT-TOTAL-1 AFTER 1.
           WRITE RPTREC FROM RPT-TOTAL-2 AFTER 1.
           CLOSE LTRFILE RPTFILE HISTFILE.

           DISPLAY 'COLLECTION LETTERS PRINTED: ' LTR-COUNT
               ' (COLLLTR).'.
           IF NOADDR-COUNT > 0
               DISPLAY 'NOTICES HELD - NO CUSTOMER LINKED: '
                   NOADDR-COUNT ' (SEE COLLREG).'
           END-IF.
           STOP RUN.

      *thresholds must climb - a parameter file that does not is
      *ignored rather than let a step be skipped
       LOAD-PARM-RTN.
           MOVE THRESH-DEFAULTS TO THRESH-TABLE.
           OPEN INPUT PRMFILE.
           IF WS-FS-PRM NOT = '00'
               GO TO LOAD-PARM-RTN-END
           END-IF.
           READ PRMFILE
               AT END
                   CLOSE PRMFILE
                   GO TO LOAD-PARM-RTN-END
           END-READ.
           CLOSE PRMFILE.
           IF PRM-RUNS-1 > 0 AND PRM-RUNS-2 > PRM-RUNS-1
              AND PRM-RUNS-3 > PRM-RUNS-2
               MOVE PRM-RUNS-1 TO THRESH(1)
               MOVE PRM-RUNS-2 TO THRESH(2)
               MOVE PRM-RUNS-3 TO THRESH(3)
           ELSE
               DISPLAY 'COLLPRM.TXT THRESHOLDS NOT IN ORDER - '
                   'STANDARD 2/4/8 RUNS USED.'
           END-IF.
       LOAD-PARM-RTN-END.
           EXIT.

       LOAD-AGE-RTN.
           MOVE 0 TO AGE-COUNT.
           OPEN INPUT AGEFILE.
           IF WS-FS-AGE NOT = '00'
               GO TO LOAD-AGE-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR AGE-OVER-SW = 1
               READ AGEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF AGE-COUNT = 500
                       MOVE 1 TO AGE-OVER-SW
                   ELSE
                       ADD 1 TO AGE-COUNT
                       MOVE AGE-R-ANO TO AGT-ANO(AGE-COUNT)
                       MOVE AGE-R-FIRST TO AGT-FIRST(AGE-COUNT)
                       MOVE AGE-R-RUNS TO AGT-RUNS(AGE-COUNT)
                       MOVE 0 TO AGT-AMT(AGE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AGEFILE.
       LOAD-AGE-RTN-END.
           EXIT.

      *history is in date order, so the last line for an account is
      *where its cycle stands
       LOAD-HIST-RTN.
           MOVE 0 TO NH-COUNT.
           OPEN INPUT HISTFILE.
           IF WS-FS-HIST NOT = '00'
               IF WS-FS-HIST = '05'
                   CLOSE HISTFILE
               END-IF
               GO TO LOAD-HIST-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR NH-OVER-SW = 1
               READ HISTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM KEEP-HIST-RTN
               END-IF
           END-PERFORM.
           CLOSE HISTFILE.
       LOAD-HIST-RTN-END.
           EXIT.

       KEEP-HIST-RTN.
           MOVE 0 TO FOUND-H.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > NH-COUNT
               IF NHT-ANO(H) = NH-ANO
                   MOVE H TO FOUND-H
                   MOVE NH-COUNT TO H
               END-IF
           END-PERFORM.
           IF FOUND-H = 0
               IF NH-COUNT = 1000
                   MOVE 1 TO NH-OVER-SW
               ELSE
                   ADD 1 TO NH-COUNT
                   MOVE NH-COUNT TO FOUND-H
               END-IF
           END-IF.
           IF FOUND-H > 0
               MOVE NH-ANO TO NHT-ANO(FOUND-H)
               MOVE NH-FIRST TO NHT-FIRST(FOUND-H)
               MOVE NH-LEVEL TO NHT-LEVEL(FOUND-H)
               MOVE NH-DATE TO NHT-DATE(FOUND-H)
           END-IF.

      *the overdrawn amount rides on the balance record
       LOAD-BAL-RTN.
           OPEN INPUT BALFILE.
           IF WS-FS-BAL NOT = '00'
               GO TO LOAD-BAL-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ BALFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > AGE-COUNT
                       IF AGT-ANO(I) = BAL-R-ANO
                           MOVE BAL-R-AMT TO AGT-AMT(I)
                           MOVE AGE-COUNT TO I
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE BALFILE.
       LOAD-BAL-RTN-END.
           EXIT.

       LOAD-XREF-RTN.
           MOVE 0 TO XREF-COUNT.
           OPEN INPUT XREFFILE.
           IF WS-XREF-FS NOT = '00'
               DISPLAY 'NO CUSTXREF.TXT ON HAND - NO LETTER CAN BE '
                   'ADDRESSED.'
               GO TO LOAD-XREF-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR XREF-COUNT = 500
               READ XREFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO XREF-COUNT
                   MOVE XR-IDNUM TO XT-IDNUM(XREF-COUNT)
                   MOVE XR-ANO TO XT-ANO(XREF-COUNT)
               END-IF
           END-PERFORM.
           CLOSE XREFFILE.
       LOAD-XREF-RTN-END.
           EXIT.

       LOAD-CUST-RTN.
           MOVE 0 TO CUST-COUNT.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-FS NOT = '00'
               DISPLAY 'NO Customer.dat ON HAND - NO LETTER CAN BE '
                   'ADDRESSED.'
               GO TO LOAD-CUST-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR CUST-COUNT = 500
               READ CUSTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO CUST-COUNT
                   MOVE IDNum TO CT-IDNUM(CUST-COUNT)
                   MOVE SPACES TO WORK-NAME
                   STRING FirstName DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       LastName DELIMITED BY '  '
                       INTO WORK-NAME
                   END-STRING
                   MOVE WORK-NAME TO CT-NAME(CUST-COUNT)
                   MOVE HomeAddress TO CT-ADDR(CUST-COUNT)
               END-IF
           END-PERFORM.
           CLOSE CUSTFILE.
       LOAD-CUST-RTN-END.
           EXIT.

      *an open cycle whose overdraft is gone - back in the black, or
      *in the red again from a later date - is closed out so the
      *next overdraft starts over at the first reminder
       CLEAR-OUT-RTN.
           IF NHT-LEVEL(H) < 1 OR NHT-LEVEL(H) > 3
               GO TO CLEAR-OUT-RTN-END
           END-IF.
           MOVE 0 TO ON-AGE-SW.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > AGE-COUNT
               IF AGT-ANO(I) = NHT-ANO(H)
                  AND AGT-FIRST(I) = NHT-FIRST(H)
                   MOVE 1 TO ON-AGE-SW
               END-IF
           END-PERFORM.
           IF ON-AGE-SW = 1
               GO TO CLEAR-OUT-RTN-END
           END-IF.

           MOVE NHT-ANO(H) TO NH-ANO.
           MOVE NHT-FIRST(H) TO NH-FIRST.
           MOVE 9 TO NH-LEVEL.
           MOVE WS-RUN-DATE TO NH-DATE.
           MOVE 0 TO NH-RUNS NH-AMT NH-HOLDERS.
           WRITE NH-REC.
           MOVE 9 TO NHT-LEVEL(H).
           MOVE WS-RUN-DATE TO NHT-DATE(H).
           ADD 1 TO CLEAR-COUNT.

           MOVE NHT-ANO(H) TO RD-ANO.
           MOVE NHT-FIRST(H) TO RD-FIRST.
           MOVE 0 TO RD-RUNS RD-AMT.
           MOVE 'BROUGHT CURRENT - CYCLE CLOSED' TO RD-ACTION.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.
       CLEAR-OUT-RTN-END.
           EXIT.

      *the next step of the cycle goes out once its threshold is
      *reached - never more than one step a run, never one twice
       NOTICE-RTN.
           MOVE 0 TO SENT-LEVEL.
           MOVE 0 TO FOUND-H.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > NH-COUNT
               IF NHT-ANO(H) = AGT-ANO(I)
                   MOVE H TO FOUND-H
                   MOVE NH-COUNT TO H
               END-IF
           END-PERFORM.
           IF FOUND-H > 0
               IF NHT-FIRST(FOUND-H) = AGT-FIRST(I)
                  AND NHT-LEVEL(FOUND-H) NOT = 9
                   MOVE NHT-LEVEL(FOUND-H) TO SENT-LEVEL
               END-IF
           END-IF.

           MOVE AGT-ANO(I) TO RD-ANO.
           MOVE AGT-FIRST(I) TO RD-FIRST.
           MOVE AGT-RUNS(I) TO RD-RUNS.
           MOVE AGT-AMT(I) TO RD-AMT.

           IF SENT-LEVEL = 3
               ADD 1 TO EXHAUST-COUNT
               MOVE 'FINAL DEMAND OUT - REFER ACCOUNT' TO RD-ACTION
               WRITE RPTREC FROM RPT-DETAIL AFTER 1
               GO TO NOTICE-RTN-END
           END-IF.
           COMPUTE NEXT-LEVEL = SENT-LEVEL + 1.
           IF AGT-RUNS(I) < THRESH(NEXT-LEVEL)
               GO TO NOTICE-RTN-END
           END-IF.

      *a notice nobody can be sent is held and tried again next run
           MOVE 0 TO HOLDERS.
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > XREF-COUNT
               IF XT-ANO(X) = AGT-ANO(I)
                   PERFORM FIND-CUST-RTN
                   IF FOUND-C > 0
                       PERFORM PRINT-LETTER-RTN
                       ADD 1 TO HOLDERS
                   END-IF
               END-IF
           END-PERFORM.
           IF HOLDERS = 0
               ADD 1 TO NOADDR-COUNT
               MOVE 'HELD - NO CUSTOMER LINKED' TO RD-ACTION
               WRITE RPTREC FROM RPT-DETAIL AFTER 1
               GO TO NOTICE-RTN-END
           END-IF.

           MOVE AGT-ANO(I) TO NH-ANO.
           MOVE AGT-FIRST(I) TO NH-FIRST.
           MOVE NEXT-LEVEL TO NH-LEVEL.
           MOVE WS-RUN-DATE TO NH-DATE.
           MOVE AGT-RUNS(I) TO NH-RUNS.
           MOVE AGT-AMT(I) TO NH-AMT.
           MOVE HOLDERS TO NH-HOLDERS.
           WRITE NH-REC.
           ADD 1 TO NOTICE-CNT(NEXT-LEVEL).

           EVALUATE NEXT-LEVEL
               WHEN 1 MOVE 'FIRST REMINDER SENT' TO RD-ACTION
               WHEN 2 MOVE 'SECOND NOTICE SENT' TO RD-ACTION
               WHEN 3 MOVE 'FINAL DEMAND SENT' TO RD-ACTION
           END-EVALUATE.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.
       NOTICE-RTN-END.
           EXIT.

       FIND-CUST-RTN.
           MOVE 0 TO FOUND-C.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CUST-COUNT
               IF CT-IDNUM(C) = XT-IDNUM(X)
                   MOVE C TO FOUND-C
                   MOVE CUST-COUNT TO C
               END-IF
           END-PERFORM.

      *one page per holder - a joint account's letter goes to each
       PRINT-LETTER-RTN.
           MOVE WS-RUN-DATE TO LB-DATE.
           WRITE LTRREC FROM LTR-BANK-LINE AFTER PAGE.
           EVALUATE NEXT-LEVEL
               WHEN 1 MOVE '   OVERDRAFT REMINDER' TO LT-TITLE
               WHEN 2 MOVE '  SECOND OVERDRAFT NOTICE' TO LT-TITLE
               WHEN 3 MOVE '  FINAL DEMAND FOR PAYMENT' TO LT-TITLE
           END-EVALUATE.
           WRITE LTRREC FROM LTR-TITLE-LINE AFTER 3.
           MOVE CT-NAME(FOUND-C) TO LA-TEXT.
           WRITE LTRREC FROM LTR-ADDR-LINE AFTER 2.
           IF CT-ADDR(FOUND-C) NOT = SPACES
               MOVE CT-ADDR(FOUND-C) TO LA-TEXT
               WRITE LTRREC FROM LTR-ADDR-LINE AFTER 1
           END-IF.
           MOVE CT-NAME(FOUND-C) TO LS-NAME.
           WRITE LTRREC FROM LTR-SALUTE-LINE AFTER 2.
           MOVE AGT-ANO(I) TO LC-ANO.
           WRITE LTRREC FROM LTR-ACCT-LINE AFTER 2.
           MOVE AGT-FIRST(I) TO LM-FIRST.
           MOVE AGT-AMT(I) TO LM-AMT.
           WRITE LTRREC FROM LTR-AMT-LINE AFTER 1.

           EVALUATE NEXT-LEVEL
               WHEN 1
                   MOVE 'This may be an oversight. Kindly deposit'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 2
                   MOVE 'enough to cover the overdraft at your earliest'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
                   MOVE 'convenience.' TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
               WHEN 2
                   MOVE 'We wrote to you earlier about this overdraft'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 2
                   MOVE 'and it has not been covered. Please deposit'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
                   MOVE 'the amount due or call on your branch without'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
                   MOVE 'delay.' TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
               WHEN 3
                   MOVE 'Despite our earlier notices the overdraft'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 2
                   MOVE 'remains unpaid. DEMAND is hereby made that it'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
                   MOVE 'be settled in full within five (5) banking'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
                   MOVE 'days, failing which the account will be closed'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
                   MOVE 'and the balance referred for collection.'
                       TO LX-TEXT
                   WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1
           END-EVALUATE.

           MOVE 'Please disregard this notice if payment has'
               TO LX-TEXT.
           WRITE LTRREC FROM LTR-TEXT-LINE AFTER 2.
           MOVE 'already been made.' TO LX-TEXT.
           WRITE LTRREC FROM LTR-TEXT-LINE AFTER 1.
           WRITE LTRREC FROM LTR-SIGN-LINE AFTER 3.
           ADD 1 TO LTR-COUNT.
