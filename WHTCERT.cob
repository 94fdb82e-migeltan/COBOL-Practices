       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHTCERT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. YEAR-END CERTIFICATE OF FINAL TAX WITHHELD ON
      *DEPOSIT INTEREST - ONE PAGE PER CUSTOMER ON Customer.dat,
      *PULLING EVERY ACCOUNT LINKED ON CUSTXREF.TXT AND ITS
      *INTEREST AND TAX FOR THE YEAR OFF THE WHTLOG.TXT
      *WITHHOLDING LEDGER. ACCOUNTS THAT EARNED INTEREST BUT ARE
      *LINKED TO NO CUSTOMER ARE LISTED AT THE END SO NOTHING
      *WITHHELD GOES UNCERTIFIED. PRINTED TO WHTCRT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHTFILE ASSIGN TO 'WHTLOG.TXT'
               FILE STATUS WS-FS-WHT.
           SELECT CUSTFILE ASSIGN TO "Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CUST-FS.
           SELECT XREFFILE ASSIGN TO "CUSTXREF.TXT"
               FILE STATUS IS WS-XREF-FS.
           SELECT RPTFILE ASSIGN TO 'WHTCRT'.

       DATA DIVISION.
       FILE SECTION.

       FD  WHTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WHT-REC.

       01  WHT-REC.
           02 WL-ANO PIC X(10).
           02 WL-DATE PIC 9(8).
           02 WL-DATE-X REDEFINES WL-DATE.
               03 WL-YYYY PIC 9(4).
               03 WL-MMDD PIC 9(4).
           02 WL-SOURCE PIC X(3).
           02 WL-REF PIC X(6).
           02 WL-GROSS PIC 9(9)V99.
           02 WL-TAX PIC 9(9)V99.
           02 WL-TAXEX PIC X.

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

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-WHT PIC XX VALUE SPACES.
       01  WS-CUST-FS PIC XX VALUE SPACES.
       01  WS-XREF-FS PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

       01  REQ-YEAR PIC 9(4) VALUE 0.

      *the year's interest and tax, one entry per account
       01  ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 500 TIMES.
               10 AT-ANO PIC X(10).
               10 AT-GROSS PIC 9(11)V99.
               10 AT-TAX PIC 9(11)V99.
               10 AT-TAXEX PIC X.
               10 AT-CERT PIC 9.
       01  ACCT-COUNT PIC 9(3) VALUE 0.
       01  ACCT-OVER-SW PIC 9 VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  FOUND-I PIC 9(3) VALUE 0.

      *customer-to-account links held for the per-customer pass
       01  XREF-TABLE.
           05 XREF-ENTRY OCCURS 500 TIMES.
               10 XT-IDNUM PIC 9(5).
               10 XT-ANO PIC X(10).
       01  XREF-COUNT PIC 9(3) VALUE 0.
       01  X PIC 9(3) VALUE 0.

       01  CUST-NAME PIC X(30) VALUE SPACES.
       01  CUST-GROSS PIC 9(11)V99 VALUE 0.
       01  CUST-TAX PIC 9(11)V99 VALUE 0.
       01  CUST-LINKS PIC 9(3) VALUE 0.
       01  CERT-COUNT PIC 9(5) VALUE 0.
       01  UNLINKED-COUNT PIC 9(3) VALUE 0.
       01  TOT-GROSS PIC 9(11)V99 VALUE 0.
       01  TOT-TAX PIC 9(11)V99 VALUE 0.

       01  CERT-HEAD.
           02 FILLER PIC X(13) VALUE SPACES.
           02 FILLER PIC X(34)
               VALUE 'Certificate of Final Tax Withheld'.
           02 FILLER PIC X(20) VALUE ' on Deposit Interest'.
           02 FILLER PIC X(13) VALUE SPACES.

       01  CERT-YEAR-LINE.
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC X(15) VALUE 'For the year:  '.
           02 CH-YEAR PIC 9(4).
           02 FILLER PIC X(31) VALUE SPACES.

       01  CERT-BANK-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'Withholding agent:'.
           02 FILLER PIC X(36)
               VALUE 'China Trust Bank, Makati Avenue'.
           02 FILLER PIC X(22) VALUE SPACES.

       01  CERT-CUST-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'Depositor:'.
           02 CC-IDNUM PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CC-NAME PIC X(30).
           02 FILLER PIC X(21) VALUE SPACES.

       01  CERT-ADDR-LINE.
           02 FILLER PIC X(22) VALUE SPACES.
           02 CC-ADDR PIC X(30).
           02 FILLER PIC X(28) VALUE SPACES.

       01  CERT-SUBHEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Account'.
           02 FILLER PIC X(18) VALUE '   Interest Earned'.
           02 FILLER PIC X(18) VALUE '      Tax Withheld'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(26) VALUE 'Note'.

       01  CERT-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CD-ANO PIC X(10).
           02 FILLER PIC X(3) VALUE SPACES.
           02 CD-GROSS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-TAX PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-NOTE PIC X(26).

       01  CERT-TOTAL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(13) VALUE 'TOTAL'.
           02 CT-GROSS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CT-TAX PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(28) VALUE SPACES.

       01  UNLINKED-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(50)
               VALUE 'ACCOUNTS WITH INTEREST LINKED TO NO CUSTOMER'.
           02 FILLER PIC X(28) VALUE SPACES.

       01  RUN-TOTAL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(14) VALUE 'Certificates: '.
           02 RT-CERTS PIC ZZ,ZZ9.
           02 FILLER PIC X(12) VALUE '  Interest: '.
           02 RT-GROSS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(7) VALUE '  Tax: '.
           02 RT-TAX PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.

       01  BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY 'Tax year (YYYY): '.
           ACCEPT REQ-YEAR.

           PERFORM LOAD-WHT-RTN THRU LOAD-WHT-RTN-END.
           IF ACCT-COUNT = 0
               DISPLAY 'NO INTEREST ON THE WITHHOLDING LEDGER FOR '
                   REQ-YEAR '.'
               STOP RUN
           END-IF.
           IF ACCT-OVER-SW = 1
               DISPLAY '*** MORE THAN 500 ACCOUNTS EARNED INTEREST - '
                   'NO CERTIFICATES PRINTED ***'
               STOP RUN
           END-IF.
           PERFORM LOAD-XREF-RTN THRU LOAD-XREF-RTN-END.

           OPEN OUTPUT RPTFILE.
           PERFORM CERTIFY-RTN THRU CERTIFY-RTN-END.
           PERFORM UNLINKED-RTN.

           MOVE CERT-COUNT TO RT-CERTS.
           MOVE TOT-GROSS TO RT-GROSS.
           MOVE TOT-TAX TO RT-TAX.
           WRITE RPTREC FROM BLANK-LINE AFTER 2.
           WRITE RPTREC FROM RUN-TOTAL AFTER 1.
           CLOSE RPTFILE.

           DISPLAY 'CERTIFICATES PRINTED: ' CERT-COUNT ' (WHTCRT).'.
           IF UNLINKED-COUNT > 0
               DISPLAY 'ACCOUNTS LINKED TO NO CUSTOMER: '
                   UNLINKED-COUNT
           END-IF.
           STOP RUN.

      *the year's ledger lines rolled up by account
       LOAD-WHT-RTN.
           MOVE 0 TO ACCT-COUNT.
           OPEN INPUT WHTFILE.
           IF WS-FS-WHT NOT = '00'
               GO TO LOAD-WHT-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR ACCT-OVER-SW = 1
               READ WHTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND WL-YYYY = REQ-YEAR
                   PERFORM TALLY-WHT-RTN
               END-IF
           END-PERFORM.
           CLOSE WHTFILE.
       LOAD-WHT-RTN-END.
           EXIT.

       TALLY-WHT-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-COUNT
               IF AT-ANO(I) = WL-ANO
                   MOVE I TO FOUND-I
                   MOVE ACCT-COUNT TO I
               END-IF
           END-PERFORM.
           IF FOUND-I = 0
               IF ACCT-COUNT = 500
                   MOVE 1 TO ACCT-OVER-SW
               ELSE
                   ADD 1 TO ACCT-COUNT
                   MOVE ACCT-COUNT TO FOUND-I
                   MOVE WL-ANO TO AT-ANO(FOUND-I)
                   MOVE 0 TO AT-GROSS(FOUND-I) AT-TAX(FOUND-I)
                       AT-CERT(FOUND-I)
                   MOVE 'N' TO AT-TAXEX(FOUND-I)
               END-IF
           END-IF.
           IF FOUND-I > 0
               ADD WL-GROSS TO AT-GROSS(FOUND-I)
               ADD WL-TAX TO AT-TAX(FOUND-I)
               IF WL-TAXEX = 'Y'
                   MOVE 'Y' TO AT-TAXEX(FOUND-I)
               END-IF
           END-IF.

       LOAD-XREF-RTN.
           MOVE 0 TO XREF-COUNT.
           OPEN INPUT XREFFILE.
           IF WS-XREF-FS NOT = '00'
               DISPLAY 'NO CUSTXREF.TXT ON HAND - ALL ACCOUNTS '
                   'LISTED AS UNLINKED.'
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

      *one certificate per customer whose linked accounts earned
      *anything in the year
       CERTIFY-RTN.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-FS NOT = '00'
               DISPLAY 'NO Customer.dat ON HAND - ALL ACCOUNTS '
                   'LISTED AS UNLINKED.'
               GO TO CERTIFY-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CUSTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM ONE-CUSTOMER-RTN THRU ONE-CUSTOMER-RTN-END
               END-IF
           END-PERFORM.
           CLOSE CUSTFILE.
       CERTIFY-RTN-END.
           EXIT.

       ONE-CUSTOMER-RTN.
           MOVE 0 TO CUST-LINKS.
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > XREF-COUNT
               IF XT-IDNUM(X) = IDNum
                   PERFORM FIND-ACCT-RTN
                   IF FOUND-I > 0
                       ADD 1 TO CUST-LINKS
                   END-IF
               END-IF
           END-PERFORM.
           IF CUST-LINKS = 0
               GO TO ONE-CUSTOMER-RTN-END
           END-IF.

           MOVE SPACES TO CUST-NAME.
           STRING FirstName DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               LastName DELIMITED BY '  '
               INTO CUST-NAME
           END-STRING.

           WRITE RPTREC FROM CERT-HEAD AFTER PAGE.
           MOVE REQ-YEAR TO CH-YEAR.
           WRITE RPTREC FROM CERT-YEAR-LINE AFTER 1.
           WRITE RPTREC FROM CERT-BANK-LINE AFTER 2.
           MOVE IDNum TO CC-IDNUM.
           MOVE CUST-NAME TO CC-NAME.
           WRITE RPTREC FROM CERT-CUST-LINE AFTER 1.
           IF HomeAddress NOT = SPACES
               MOVE HomeAddress TO CC-ADDR
               WRITE RPTREC FROM CERT-ADDR-LINE AFTER 1
           END-IF.
           WRITE RPTREC FROM CERT-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           MOVE 0 TO CUST-GROSS CUST-TAX.
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > XREF-COUNT
               IF XT-IDNUM(X) = IDNum
                   PERFORM FIND-ACCT-RTN
                   IF FOUND-I > 0
                       PERFORM PRINT-ACCT-RTN
                       MOVE 1 TO AT-CERT(FOUND-I)
                       ADD AT-GROSS(FOUND-I) TO CUST-GROSS
                       ADD AT-TAX(FOUND-I) TO CUST-TAX
                   END-IF
               END-IF
           END-PERFORM.

           MOVE CUST-GROSS TO CT-GROSS.
           MOVE CUST-TAX TO CT-TAX.
           WRITE RPTREC FROM CERT-TOTAL AFTER 2.
           ADD 1 TO CERT-COUNT.
       ONE-CUSTOMER-RTN-END.
           EXIT.

       FIND-ACCT-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-COUNT
               IF AT-ANO(I) = XT-ANO(X)
                   MOVE I TO FOUND-I
                   MOVE ACCT-COUNT TO I
               END-IF
           END-PERFORM.

      *a joint account certifies in full on every holder's page -
      *the grand total counts it once
       PRINT-ACCT-RTN.
           MOVE AT-ANO(FOUND-I) TO CD-ANO.
           MOVE AT-GROSS(FOUND-I) TO CD-GROSS.
           MOVE AT-TAX(FOUND-I) TO CD-TAX.
           IF AT-TAXEX(FOUND-I) = 'Y'
               MOVE 'EXEMPT' TO CD-NOTE
           ELSE
               MOVE SPACES TO CD-NOTE
           END-IF.
           WRITE RPTREC FROM CERT-DETAIL AFTER 1.

      *whatever no certificate picked up, and the run totals
       UNLINKED-RTN.
           MOVE 0 TO UNLINKED-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-COUNT
               ADD AT-GROSS(I) TO TOT-GROSS
               ADD AT-TAX(I) TO TOT-TAX
               IF AT-CERT(I) = 0
                   IF UNLINKED-COUNT = 0
                       WRITE RPTREC FROM UNLINKED-HEAD AFTER PAGE
                       WRITE RPTREC FROM CERT-SUBHEAD AFTER 2
                       WRITE RPTREC FROM BLANK-LINE AFTER 1
                   END-IF
                   ADD 1 TO UNLINKED-COUNT
                   MOVE I TO FOUND-I
                   PERFORM PRINT-ACCT-RTN
               END-IF
           END-PERFORM.
