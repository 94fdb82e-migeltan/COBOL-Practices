       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCRPT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. MONTHLY KYC REVIEWS DUE AND OVERDUE REPORT FOR
      *COMPLIANCE. EVERY CUSTOMER ON KYCREV.TXT WHOSE NEXT REVIEW
      *FALLS DUE BEFORE THE END OF THE RUN MONTH IS LISTED WITH ITS
      *RATING, DUE DATE AND DAYS OVERDUE. ONE OVERDUE PAST THE
      *KYCPRM.TXT GRACE PERIOD IS MARKED RESTRICTED AND ITS
      *CUSTXREF.TXT ACCOUNTS ARE LISTED UNDER IT - SW2 AND HW1 SEND
      *EVERY WITHDRAWAL ON THOSE ACCOUNTS TO THEIR EXCEPTION REPORTS
      *UNTIL A REVIEW IS RECORDED IN KYCMNT. CUSTOMERS ON
      *Customer.dat NOT YET RATED ARE LISTED LAST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYCFILE ASSIGN TO 'KYCREV.TXT'
               FILE STATUS WS-FS-KYC.
      *grace in days past the due date - absent means the default
           SELECT KYCPRMFILE ASSIGN TO 'KYCPRM.TXT'
               FILE STATUS WS-FS-KYP.
           SELECT XREFFILE ASSIGN TO 'CUSTXREF.TXT'
               FILE STATUS WS-FS-XRF.
           SELECT CUSTFILE ASSIGN TO "Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CUST-FS.
           SELECT RPTFILE ASSIGN TO 'KYCRPT'.

       DATA DIVISION.
       FILE SECTION.

       FD  KYCFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS KYC-REC.

       01  KYC-REC.
           02 KY-IDNUM PIC 9(5).
           02 KY-RISK PIC X.
           02 KY-LAST-REVIEW PIC 9(8).
           02 KY-DUE PIC 9(8).
           02 KY-REVIEWER PIC X(10).

       FD  KYCPRMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS KYCPRM-REC.

       01  KYCPRM-REC.
           02 KYCPRM-GRACE PIC 9(3).

       FD  XREFFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS XREF-REC.

       01  XREF-REC.
           05 XR-IDNUM PIC 9(5).
           05 XR-ANO PIC X(10).

       FD  CUSTFILE.
       01  CustomerData.
           02 IDNum PIC 9(5).
           02 CustName.
               03 FirstName PIC X(15).
               03 LastName PIC X(15).
           02 HomeAddress PIC X(30).
           02 ContactNo PIC X(11).
           02 Birthdate PIC 9(8).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-KYC PIC XX VALUE SPACES.
       01  WS-FS-KYP PIC XX VALUE SPACES.
       01  WS-FS-XRF PIC XX VALUE SPACES.
       01  WS-CUST-FS PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *days a review may run overdue before the accounts restrict
       01  WS-KYC-GRACE PIC 9(3) VALUE 30.

      *century-correct run date, and the first of the next month -
      *anything due before it is due this month
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).
       01  WS-RUN-DATE-Y REDEFINES WS-RUN-DATE.
           05 FILLER PIC 9(4).
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       01  WS-NEXT-MONTH PIC 9(8) VALUE 0.
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
           05 WS-NEXT-YYYY PIC 9(4).
           05 WS-NEXT-MM PIC 99.
           05 WS-NEXT-DD PIC 99.

       01  CUST-TABLE.
           05 CUST-ENTRY OCCURS 500 TIMES.
               10 CT-IDNUM PIC 9(5).
               10 CT-NAME PIC X(30).
               10 CT-RATED PIC 9.
       01  CUST-COUNT PIC 9(3) VALUE 0.
       01  CT-I PIC 9(3) VALUE 0.

       01  XRF-TABLE.
           05 XRF-ENTRY OCCURS 500 TIMES.
               10 XRT-IDNUM PIC 9(5).
               10 XRT-ANO PIC X(10).
       01  XRF-COUNT PIC 9(3) VALUE 0.
       01  XRF-I PIC 9(3) VALUE 0.

       01  DAYS-OVER PIC 9(5) VALUE 0.
       01  DUE-COUNT PIC 9(5) VALUE 0.
       01  OVER-COUNT PIC 9(5) VALUE 0.
       01  RESTRICT-COUNT PIC 9(5) VALUE 0.
       01  ACCT-COUNT PIC 9(5) VALUE 0.
       01  UNRATED-COUNT PIC 9(5) VALUE 0.
       01  LINE-COUNT PIC 99 VALUE 0.
       01  PAGE-NO PIC 9(3) VALUE 0.

      *day numbers for the days a review is overdue
       01  DN-DATE PIC 9(8) VALUE 0.
       01  DN-DATE-X REDEFINES DN-DATE.
           05 DN-YYYY PIC 9(4).
           05 DN-MM PIC 99.
           05 DN-DD PIC 99.
       01  DN-YEARS PIC 9(4) VALUE 0.
       01  DN-LEAPS PIC 9(5) VALUE 0.
       01  DN-Q PIC 9(5) VALUE 0.
       01  DN-RESULT PIC 9(7) VALUE 0.
       01  DN-RUN PIC 9(7) VALUE 0.
       01  CUM-DAYS-INIT.
           05 FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-INIT.
           05 CUM-DAYS OCCURS 12 TIMES PIC 9(3).

       01  RPT-HEAD.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(32) VALUE 'KYC Reviews Due and Overdue'.
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Page: '.
           02 RH-PAGE PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.

       01  RPT-DATE-LINE.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Run date: '.
           02 RD-DATE PIC 9(8).
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Grace: '.
           02 RD-GRACE PIC ZZ9.
           02 FILLER PIC X(5) VALUE ' days'.
           02 FILLER PIC X(23) VALUE SPACES.

       01  SECTION-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-TEXT PIC X(78).

       01  DUE-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'ID'.
           02 FILLER PIC X(31) VALUE 'Customer'.
           02 FILLER PIC X(5) VALUE 'Risk'.
           02 FILLER PIC X(10) VALUE 'Due'.
           02 FILLER PIC X(7) VALUE '   Days'.
           02 FILLER PIC X(18) VALUE '  Standing'.

       01  DUE-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-IDNUM PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-NAME PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-RISK PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-DUE PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 DD-DAYS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-FLAG PIC X(14).
           02 FILLER PIC X(4) VALUE SPACES.

       01  ACCT-DETAIL.
           02 FILLER PIC X(11) VALUE SPACES.
           02 FILLER PIC X(17) VALUE 'Linked account:  '.
           02 AD-ANO PIC X(10).
           02 FILLER PIC X(42) VALUE SPACES.

       01  UNRATED-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 UD-IDNUM PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 UD-NAME PIC X(30).
           02 FILLER PIC X(41) VALUE SPACES.

       01  COUNT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-LABEL PIC X(44).
           02 CL-CNT PIC ZZ,ZZ9.
           02 FILLER PIC X(28) VALUE SPACES.

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
           MOVE WS-RUN-DATE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           MOVE DN-RESULT TO DN-RUN.

           MOVE WS-RUN-DATE TO WS-NEXT-MONTH.
           MOVE 1 TO WS-NEXT-DD.
           IF WS-RUN-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.

           PERFORM LOAD-PARM-RTN THRU LOAD-PARM-RTN-END.
           PERFORM LOAD-CUST-RTN THRU LOAD-CUST-RTN-END.
           PERFORM LOAD-XREF-RTN THRU LOAD-XREF-RTN-END.

           OPEN INPUT KYCFILE.
           IF WS-FS-KYC NOT = '00'
               DISPLAY 'NO KYCREV.TXT ON HAND.'
               STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           PERFORM NEW-PAGE-RTN.
           MOVE 'Reviews due this month or overdue' TO SL-TEXT.
           WRITE RPTREC FROM SECTION-LINE AFTER 2.
           WRITE RPTREC FROM DUE-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ KYCFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM MARK-RATED-RTN
                   IF KY-DUE < WS-NEXT-MONTH
                       PERFORM PRINT-DUE-RTN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE KYCFILE.

           PERFORM PRINT-UNRATED-RTN.
           PERFORM PRINT-COUNTS-RTN.
           CLOSE RPTFILE.

           DISPLAY 'KYC REVIEWS DUE: ' DUE-COUNT '  OVERDUE: '
               OVER-COUNT '  RESTRICTED: ' RESTRICT-COUNT.
           STOP RUN.

       LOAD-PARM-RTN.
           OPEN INPUT KYCPRMFILE.
           IF WS-FS-KYP NOT = '00'
               GO TO LOAD-PARM-RTN-END
           END-IF.
           READ KYCPRMFILE
               AT END CONTINUE
               NOT AT END MOVE KYCPRM-GRACE TO WS-KYC-GRACE
           END-READ.
           CLOSE KYCPRMFILE.
       LOAD-PARM-RTN-END.
           EXIT.

       LOAD-CUST-RTN.
           MOVE 0 TO CUST-COUNT.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-FS NOT = '00'
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
                   MOVE SPACES TO CT-NAME(CUST-COUNT)
                   STRING FirstName DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          LastName DELIMITED BY '  '
                          INTO CT-NAME(CUST-COUNT)
                   END-STRING
                   MOVE 0 TO CT-RATED(CUST-COUNT)
               END-IF
           END-PERFORM.
           CLOSE CUSTFILE.
       LOAD-CUST-RTN-END.
           EXIT.

       LOAD-XREF-RTN.
           MOVE 0 TO XRF-COUNT.
           OPEN INPUT XREFFILE.
           IF WS-FS-XRF NOT = '00'
               GO TO LOAD-XREF-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR XRF-COUNT = 500
               READ XREFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO XRF-COUNT
                   MOVE XR-IDNUM TO XRT-IDNUM(XRF-COUNT)
                   MOVE XR-ANO TO XRT-ANO(XRF-COUNT)
               END-IF
           END-PERFORM.
           CLOSE XREFFILE.
       LOAD-XREF-RTN-END.
           EXIT.

       MARK-RATED-RTN.
           PERFORM VARYING CT-I FROM 1 BY 1 UNTIL CT-I > CUST-COUNT
               IF CT-IDNUM(CT-I) = KY-IDNUM
                   MOVE 1 TO CT-RATED(CT-I)
               END-IF
           END-PERFORM.

      *due this month, overdue, or overdue past the grace - the last
      *is restricted, and the accounts that restriction reaches are
      *listed beneath it
       PRINT-DUE-RTN.
           MOVE KY-IDNUM TO DD-IDNUM.
           MOVE '(not on Customer.dat)' TO DD-NAME.
           PERFORM VARYING CT-I FROM 1 BY 1 UNTIL CT-I > CUST-COUNT
               IF CT-IDNUM(CT-I) = KY-IDNUM
                   MOVE CT-NAME(CT-I) TO DD-NAME
               END-IF
           END-PERFORM.
           MOVE KY-RISK TO DD-RISK.
           MOVE KY-DUE TO DD-DUE.
           MOVE 0 TO DAYS-OVER.
           IF KY-DUE < WS-RUN-DATE
               MOVE KY-DUE TO DN-DATE
               PERFORM DAY-NUMBER-RTN
               COMPUTE DAYS-OVER = DN-RUN - DN-RESULT
           END-IF.
           MOVE DAYS-OVER TO DD-DAYS.
           IF DAYS-OVER = 0
               MOVE 'DUE' TO DD-FLAG
               ADD 1 TO DUE-COUNT
           ELSE
               IF DAYS-OVER > WS-KYC-GRACE
                   MOVE '** RESTRICTED' TO DD-FLAG
                   ADD 1 TO RESTRICT-COUNT
               ELSE
                   MOVE 'OVERDUE' TO DD-FLAG
               END-IF
               ADD 1 TO OVER-COUNT
           END-IF.
           PERFORM COUNT-LINE-RTN.
           WRITE RPTREC FROM DUE-DETAIL AFTER 1.

           IF DAYS-OVER > WS-KYC-GRACE
               PERFORM VARYING XRF-I FROM 1 BY 1
                       UNTIL XRF-I > XRF-COUNT
                   IF XRT-IDNUM(XRF-I) = KY-IDNUM
                       MOVE XRT-ANO(XRF-I) TO AD-ANO
                       PERFORM COUNT-LINE-RTN
                       WRITE RPTREC FROM ACCT-DETAIL AFTER 1
                       ADD 1 TO ACCT-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-UNRATED-RTN.
           MOVE 'Customers not yet risk-rated' TO SL-TEXT.
           WRITE RPTREC FROM SECTION-LINE AFTER 3.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING CT-I FROM 1 BY 1 UNTIL CT-I > CUST-COUNT
               IF CT-RATED(CT-I) = 0
                   MOVE CT-IDNUM(CT-I) TO UD-IDNUM
                   MOVE CT-NAME(CT-I) TO UD-NAME
                   PERFORM COUNT-LINE-RTN
                   WRITE RPTREC FROM UNRATED-DETAIL AFTER 1
                   ADD 1 TO UNRATED-COUNT
               END-IF
           END-PERFORM.

       PRINT-COUNTS-RTN.
           MOVE 'Due this month, not yet overdue' TO CL-LABEL.
           MOVE DUE-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 3.
           MOVE 'Overdue' TO CL-LABEL.
           MOVE OVER-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Overdue past grace - restricted' TO CL-LABEL.
           MOVE RESTRICT-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Accounts restricted' TO CL-LABEL.
           MOVE ACCT-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Customers not rated' TO CL-LABEL.
           MOVE UNRATED-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.

       COUNT-LINE-RTN.
           ADD 1 TO LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM NEW-PAGE-RTN
               WRITE RPTREC FROM DUE-SUBHEAD AFTER 2
               WRITE RPTREC FROM BLANK-LINE AFTER 1
               MOVE 1 TO LINE-COUNT
           END-IF.

       NEW-PAGE-RTN.
           ADD 1 TO PAGE-NO.
           MOVE PAGE-NO TO RH-PAGE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE WS-RUN-DATE TO RD-DATE.
           MOVE WS-KYC-GRACE TO RD-GRACE.
           WRITE RPTREC FROM RPT-DATE-LINE AFTER 1.
           MOVE 0 TO LINE-COUNT.

       DAY-NUMBER-RTN.
           MOVE DN-YYYY TO DN-YEARS.
           IF DN-MM < 3
               SUBTRACT 1 FROM DN-YEARS
           END-IF.
           DIVIDE DN-YEARS BY 4 GIVING DN-LEAPS.
           DIVIDE DN-YEARS BY 100 GIVING DN-Q.
           SUBTRACT DN-Q FROM DN-LEAPS.
           DIVIDE DN-YEARS BY 400 GIVING DN-Q.
           ADD DN-Q TO DN-LEAPS.
           COMPUTE DN-RESULT = (DN-YYYY * 365) + DN-LEAPS
                             + CUM-DAYS(DN-MM) + DN-DD.
