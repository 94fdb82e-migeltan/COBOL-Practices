      *machine-readable closing balances for the CONSOL combined
      *position - REPORT2 alone left head office adding printouts
           SELECT BALOUTFILE ASSIGN TO "HW1BAL.TXT".
      *the items this run refused to book, in machine form - the
      *interbranch settlement (IBSETL) leaves them out, since no
      *cash changed hands at the counter for them
           SELECT UNBFILE ASSIGN TO "HW1UNB.TXT".
      *KYC reviews overdue past the KYCPRM.TXT grace restrict every
      *account CUSTXREF.TXT links to the customer - deposits only
           SELECT KYCFILE ASSIGN TO "KYCREV.TXT"
               FILE STATUS IS WS-KYC-FS.
           SELECT KYCPRMFILE ASSIGN TO "KYCPRM.TXT"
               FILE STATUS IS WS-KYP-FS.
           SELECT XREFFILE ASSIGN TO "CUSTXREF.TXT"
               FILE STATUS IS WS-XRF-FS.
      *SMS ALERTS - A CUSTOMER OPTED IN ON ALRTOPT.TXT GETS A LINE ON
      *THE ALRTOUT.TXT OUTBOX FOR EACH WITHDRAWAL BOOKED AT OR ABOVE
      *THEIR OWN MINIMUM, SAME AS THE SW2 RUN WRITES
           SELECT ALRTOPTFILE ASSIGN TO "ALRTOPT.TXT"
               FILE STATUS IS WS-ALO-FS.
           SELECT CUSTFILE ASSIGN TO "Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUS-FS.
           SELECT OPTIONAL ALRTFILE ASSIGN TO "ALRTOUT.TXT"
               FILE STATUS IS WS-ALT-FS.

       DATA DIVISION.
       FILE SECTION.
           05 HB-ANO PIC X(10).
           05 HB-AMT PIC S9(9)V99.

       FD  UNBFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS UNB-REC.

       01  UNB-REC.
           05 UB-ANO PIC X(10).
           05 UB-TC PIC X.
           05 UB-AMT PIC 9(7)V99.
           05 UB-BRC PIC X(3).

       FD  KYCFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS KYC-REC.

       01  KYC-REC.
           05 KY-IDNUM PIC 9(5).
           05 KY-RISK PIC X.
           05 KY-LAST-REVIEW PIC 9(8).
           05 KY-DUE PIC 9(8).
           05 KY-REVIEWER PIC X(10).

       FD  KYCPRMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS KYCPRM-REC.

       01  KYCPRM-REC.
           05 KYCPRM-GRACE PIC 9(3).

       FD  XREFFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS XREF-REC.

       01  XREF-REC.
           05 XR-IDNUM PIC 9(5).
           05 XR-ANO PIC X(10).

       FD  ALRTOPTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALRTOPT-REC.

       01  ALRTOPT-REC.
           05 AP-IDNUM PIC 9(5).
           05 AP-OPTIN PIC X.
           05 AP-MIN PIC 9(7)V99.
           05 AP-CHANGED PIC 9(8).

       FD  CUSTFILE.
       01  CustomerData.
           05 IDNum PIC 9(5).
           05 CustName.
               10 FirstName PIC X(15).
               10 LastName PIC X(15).
           05 HomeAddress PIC X(30).
           05 ContactNo PIC X(11).
           05 Birthdate PIC 9(8).

       FD  ALRTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALRT-REC.

       01  ALRT-REC.
           05 AL-MSG-ID.
               10 AL-SOURCE PIC X.
               10 AL-DATE PIC 9(8).
               10 AL-TIME PIC 9(6).
               10 AL-SEQ PIC 9(5).
           05 AL-MOBILE PIC X(11).
           05 AL-IDNUM PIC 9(5).
           05 AL-MASKED PIC X(10).
           05 AL-TC PIC X.
           05 AL-TYPE PIC X(10).
           05 AL-CCY PIC X(3).
           05 AL-AMT PIC 9(9)V99.
           05 AL-BAL-SIGN PIC X.
           05 AL-BAL PIC 9(9)V99.
           05 AL-TDATE PIC 9(8).

       FD  FACFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FAC-REC.
       01 FAC-FOUND-I PIC 9(3) VALUE 0.
       01 WS-OD-AFTER PIC S9(9)V99 VALUE 0.

      *KYC RESTRICTION - SAME RULE AND SAME FILES THE SW2 RUN READS
       01 WS-KYC-FS PIC XX VALUE SPACES.
       01 WS-KYP-FS PIC XX VALUE SPACES.
       01 WS-XRF-FS PIC XX VALUE SPACES.
       01 WS-KYC-GRACE PIC 9(3) VALUE 30.
       01 KYC-EOFSW PIC 9 VALUE 0.
       01 KYI-TABLE.
           05 KYI-IDNUM OCCURS 500 TIMES PIC 9(5).
       01 KYI-COUNT PIC 9(3) VALUE 0.
       01 KYI-I PIC 9(3) VALUE 0.
       01 KYR-TABLE.
           05 KYR-ANO OCCURS 500 TIMES PIC X(10).
       01 KYR-COUNT PIC 9(3) VALUE 0.
       01 KYR-I PIC 9(3) VALUE 0.
       01 KYC-REFUSE-SW PIC 9 VALUE 0.
       01 DN-DATE PIC 9(8) VALUE 0.
       01 DN-DATE-X REDEFINES DN-DATE.
           05 DN-YYYY PIC 9(4).
           05 DN-MM PIC 99.
           05 DN-DD PIC 99.
       01 DN-YEARS PIC 9(4) VALUE 0.
       01 DN-LEAPS PIC 9(5) VALUE 0.
       01 DN-Q PIC 9(5) VALUE 0.
       01 DN-RESULT PIC 9(7) VALUE 0.
       01 DN-RUN PIC 9(7) VALUE 0.
       01 CUM-DAYS-INIT.
           05 FILLER PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01 CUM-DAYS-TABLE REDEFINES CUM-DAYS-INIT.
           05 CUM-DAYS OCCURS 12 TIMES PIC 9(3).

      *SMS ALERTS - EACH OPTED-IN CUSTOMER'S ACCOUNTS, WITH THE
      *MOBILE OFF Customer.dat AND THE CUSTOMER'S OWN MINIMUM
       01 WS-ALO-FS PIC XX VALUE SPACES.
       01 WS-CUS-FS PIC XX VALUE SPACES.
       01 WS-ALT-FS PIC XX VALUE SPACES.
       01 ALO-TABLE.
           05 ALO-ENTRY OCCURS 500 TIMES.
               10 ALO-IDNUM PIC 9(5).
               10 ALO-MIN PIC 9(7)V99.
               10 ALO-MOBILE PIC X(11).
       01 ALO-COUNT PIC 9(3) VALUE 0.
       01 ALO-I PIC 9(3) VALUE 0.
       01 ALS-TABLE.
           05 ALS-ENTRY OCCURS 500 TIMES.
               10 ALS-ANO PIC X(10).
               10 ALS-IDNUM PIC 9(5).
               10 ALS-MIN PIC 9(7)V99.
               10 ALS-MOBILE PIC X(11).
       01 ALS-COUNT PIC 9(3) VALUE 0.
       01 ALS-I PIC 9(3) VALUE 0.
       01 ALRT-EOFSW PIC 9 VALUE 0.
       01 ALRT-COUNT PIC 9(5) VALUE 0.
       01 ALRT-TIME PIC 9(8) VALUE 0.
       01 MK-I PIC 99 VALUE 0.

      *century-correct run date for the facility expiry test
       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           02 EX-AMT PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 EX-BAL PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 EX-FLAG PIC X(3) VALUE SPACES.

       SCREEN SECTION.
       01 SCRE.
           MOVE 'Alabang Town'   TO BR-NAME(4).

           PERFORM LOAD-FACILITY-RTN THRU LOAD-FACILITY-RTN-END.
           PERFORM LOAD-KYC-RTN THRU LOAD-KYC-RTN-END.
           PERFORM LOAD-ALERT-RTN THRU LOAD-ALERT-RTN-END.
           PERFORM INIT-RTN THRU INIT-RTN-END.
           PERFORM PROCESS-RTN UNTIL EOFSW = 1.
           PERFORM FINISH-RTN.
       INIT-RTN.
           OPEN INPUT INFILE, OUTPUT OUTFILE, OUTPUT EXCFILE.
           OPEN OUTPUT BALOUTFILE.
           OPEN OUTPUT UNBFILE.
           WRITE EXCREC FROM EXC-HEAD AFTER PAGE.

           READ INFILE
               PERFORM BRANCH-BREAK-RTN
           END-IF

           MOVE 0 TO KYC-REFUSE-SW
           IF TC = "W" AND KYR-COUNT > 0
               PERFORM CHECK-KYC-RTN
           END-IF

           IF TC = "W" AND KYC-REFUSE-SW = 1
               PERFORM KYC-REFUSE-RTN
           END-IF

           IF TC = "W" AND KYC-REFUSE-SW = 0
               PERFORM WITHDRAW-RTN THRU WITHDRAW-RTN-END
           END-IF

           IF TC = "D" AND INVALID-FLAG = 1
               PERFORM NOT-BOOKED-RTN
           END-IF

           IF TC = "D" AND INVALID-FLAG = 0
               COMPUTE WS-BALANCE = WS-BALANCE + TAMT
               ADD 1 TO PAGE-COUNT
           CLOSE FACFILE.
       LOAD-FACILITY-RTN-END.

      *THE CUSTOMERS OVERDUE PAST THE GRACE, THEN THEIR ACCOUNTS
       LOAD-KYC-RTN.
           MOVE 0 TO KYI-COUNT.
           MOVE 0 TO KYR-COUNT.
           OPEN INPUT KYCPRMFILE.
           IF WS-KYP-FS = "00"
               READ KYCPRMFILE
                   AT END CONTINUE
                   NOT AT END MOVE KYCPRM-GRACE TO WS-KYC-GRACE
               END-READ
               CLOSE KYCPRMFILE
           END-IF.

           OPEN INPUT KYCFILE.
           IF WS-KYC-FS NOT = "00"
               GO TO LOAD-KYC-RTN-END
           END-IF.
           MOVE WS-RUN-DATE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           MOVE DN-RESULT TO DN-RUN.

           MOVE 0 TO KYC-EOFSW.
           PERFORM UNTIL KYC-EOFSW = 1 OR KYI-COUNT = 500
               READ KYCFILE
                   AT END MOVE 1 TO KYC-EOFSW
               END-READ
               IF KYC-EOFSW = 0 AND KY-DUE < WS-RUN-DATE
                   MOVE KY-DUE TO DN-DATE
                   PERFORM DAY-NUMBER-RTN
                   IF DN-RUN - DN-RESULT > WS-KYC-GRACE
                       ADD 1 TO KYI-COUNT
                       MOVE KY-IDNUM TO KYI-IDNUM(KYI-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE KYCFILE.

           IF KYI-COUNT = 0
               GO TO LOAD-KYC-RTN-END
           END-IF.
           OPEN INPUT XREFFILE.
           IF WS-XRF-FS NOT = "00"
               GO TO LOAD-KYC-RTN-END
           END-IF.
           MOVE 0 TO KYC-EOFSW.
           PERFORM UNTIL KYC-EOFSW = 1 OR KYR-COUNT = 500
               READ XREFFILE
                   AT END MOVE 1 TO KYC-EOFSW
               END-READ
               IF KYC-EOFSW = 0
                   PERFORM VARYING KYI-I FROM 1 BY 1
                           UNTIL KYI-I > KYI-COUNT
                       IF KYI-IDNUM(KYI-I) = XR-IDNUM
                           ADD 1 TO KYR-COUNT
                           MOVE XR-ANO TO KYR-ANO(KYR-COUNT)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE XREFFILE.
       LOAD-KYC-RTN-END.

      *THE OPTED-IN CUSTOMERS, THEIR MOBILES, THEN THEIR ACCOUNTS
       LOAD-ALERT-RTN.
           MOVE 0 TO ALO-COUNT.
           MOVE 0 TO ALS-COUNT.
           OPEN INPUT ALRTOPTFILE.
           IF WS-ALO-FS NOT = "00"
               GO TO LOAD-ALERT-RTN-END
           END-IF.
           MOVE 0 TO ALRT-EOFSW.
           PERFORM UNTIL ALRT-EOFSW = 1 OR ALO-COUNT = 500
               READ ALRTOPTFILE
                   AT END MOVE 1 TO ALRT-EOFSW
               END-READ
               IF ALRT-EOFSW = 0 AND AP-OPTIN = "Y"
                   ADD 1 TO ALO-COUNT
                   MOVE AP-IDNUM TO ALO-IDNUM(ALO-COUNT)
                   MOVE AP-MIN TO ALO-MIN(ALO-COUNT)
                   MOVE SPACES TO ALO-MOBILE(ALO-COUNT)
               END-IF
           END-PERFORM.
           CLOSE ALRTOPTFILE.
           IF ALO-COUNT = 0
               GO TO LOAD-ALERT-RTN-END
           END-IF.

           OPEN INPUT CUSTFILE.
           IF WS-CUS-FS NOT = "00"
               GO TO LOAD-ALERT-RTN-END
           END-IF.
           MOVE 0 TO ALRT-EOFSW.
           PERFORM UNTIL ALRT-EOFSW = 1
               READ CUSTFILE
                   AT END MOVE 1 TO ALRT-EOFSW
               END-READ
               IF ALRT-EOFSW = 0
                   PERFORM VARYING ALO-I FROM 1 BY 1
                           UNTIL ALO-I > ALO-COUNT
                       IF ALO-IDNUM(ALO-I) = IDNum
                           MOVE ContactNo TO ALO-MOBILE(ALO-I)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE CUSTFILE.

           OPEN INPUT XREFFILE.
           IF WS-XRF-FS NOT = "00"
               GO TO LOAD-ALERT-RTN-END
           END-IF.
           MOVE 0 TO ALRT-EOFSW.
           PERFORM UNTIL ALRT-EOFSW = 1 OR ALS-COUNT = 500
               READ XREFFILE
                   AT END MOVE 1 TO ALRT-EOFSW
               END-READ
               IF ALRT-EOFSW = 0
                   PERFORM VARYING ALO-I FROM 1 BY 1
                           UNTIL ALO-I > ALO-COUNT OR ALS-COUNT = 500
                       IF ALO-IDNUM(ALO-I) = XR-IDNUM
                          AND ALO-MOBILE(ALO-I) NOT = SPACES
                           ADD 1 TO ALS-COUNT
                           MOVE XR-ANO TO ALS-ANO(ALS-COUNT)
                           MOVE XR-IDNUM TO ALS-IDNUM(ALS-COUNT)
                           MOVE ALO-MIN(ALO-I) TO ALS-MIN(ALS-COUNT)
                           MOVE ALO-MOBILE(ALO-I) TO
                               ALS-MOBILE(ALS-COUNT)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE XREFFILE.

           IF ALS-COUNT > 0
               OPEN EXTEND ALRTFILE
               ACCEPT ALRT-TIME FROM TIME
           END-IF.
       LOAD-ALERT-RTN-END.

      *A BOOKED WITHDRAWAL - ONE OUTBOX LINE PER OPTED-IN HOLDER WHOSE
      *MINIMUM IT REACHES, CARRYING THE BALANCE IT LEFT
       ALERT-RTN.
           PERFORM VARYING ALS-I FROM 1 BY 1 UNTIL ALS-I > ALS-COUNT
               IF ALS-ANO(ALS-I) = HOLD-ACC-NO
                  AND TAMT >= ALS-MIN(ALS-I)
                   PERFORM WRITE-ALERT-RTN
               END-IF
           END-PERFORM.

       WRITE-ALERT-RTN.
           ADD 1 TO ALRT-COUNT.
           MOVE "H" TO AL-SOURCE.
           MOVE WS-RUN-DATE TO AL-DATE.
           MOVE ALRT-TIME(1:6) TO AL-TIME.
           MOVE ALRT-COUNT TO AL-SEQ.
           MOVE ALS-MOBILE(ALS-I) TO AL-MOBILE.
           MOVE ALS-IDNUM(ALS-I) TO AL-IDNUM.
           MOVE ALL "*" TO AL-MASKED.
           PERFORM VARYING MK-I FROM 10 BY -1
                   UNTIL MK-I < 5 OR HOLD-ACC-NO(MK-I:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF MK-I > 4
               COMPUTE MK-I = MK-I - 3
               MOVE HOLD-ACC-NO(MK-I:4) TO AL-MASKED(MK-I:4)
               IF MK-I < 7
                   MOVE SPACES TO AL-MASKED(MK-I + 4:)
               END-IF
           END-IF.
           MOVE TC TO AL-TC.
           MOVE "WITHDRAWAL" TO AL-TYPE.
           MOVE "PHP" TO AL-CCY.
           MOVE TAMT TO AL-AMT.
           IF WS-BALANCE < 0
               MOVE "-" TO AL-BAL-SIGN
               COMPUTE AL-BAL = 0 - WS-BALANCE
           ELSE
               MOVE SPACE TO AL-BAL-SIGN
               MOVE WS-BALANCE TO AL-BAL
           END-IF.
           MOVE WS-RUN-DATE TO AL-TDATE.
           WRITE ALRT-REC.

       CHECK-KYC-RTN.
           PERFORM VARYING KYR-I FROM 1 BY 1 UNTIL KYR-I > KYR-COUNT
               IF KYR-ANO(KYR-I) = HOLD-ACC-NO
                   MOVE 1 TO KYC-REFUSE-SW
               END-IF
           END-PERFORM.

      *A RESTRICTED ACCOUNT'S WITHDRAWAL IS NOT BOOKED AND GOES TO
      *THE EXCEPTION REPORT FLAGGED KYC; THE ACCOUNT ITSELF STAYS
      *GOOD, SO ITS DEPOSITS GO ON POSTING
       KYC-REFUSE-RTN.
           MOVE HOLD-ACC-NO   TO P-ANO.
           MOVE HOLD-ACC-NAME TO P-ANA.
           MOVE "KYC RESTRICTED" TO P-BAL.
           WRITE OUTREC FROM DETALYE AFTER 1.

           MOVE HOLD-ACC-NO   TO EX-ANO.
           MOVE HOLD-ACC-NAME TO EX-ANA.
           MOVE TAMT          TO EX-AMT.
           MOVE WS-BALANCE    TO EX-BAL.
           MOVE "KYC"         TO EX-FLAG.
           WRITE EXCREC FROM EXC-DETALYE AFTER 1.
           MOVE SPACES        TO EX-FLAG.
           PERFORM NOT-BOOKED-RTN.

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

      *A SHORT BALANCE IS NO LONGER AUTOMATICALLY INVALID - AN
      *ACTIVE FACILITY LETS THE BALANCE GO NEGATIVE UP TO ITS LIMIT
       WITHDRAW-RTN.
                   IF WS-OD-AFTER >= 0 OR
                      (0 - WS-OD-AFTER) <= FC-LIMIT(FAC-FOUND-I)
                       COMPUTE WS-BALANCE = WS-BALANCE - TAMT
                       PERFORM ALERT-RTN
                       GO TO WITHDRAW-RTN-END
                   END-IF
               END-IF
               MOVE TAMT          TO EX-AMT
               MOVE WS-BALANCE    TO EX-BAL
               WRITE EXCREC FROM EXC-DETALYE AFTER 1
               PERFORM NOT-BOOKED-RTN
           ELSE
               COMPUTE WS-BALANCE = WS-BALANCE - TAMT
               PERFORM ALERT-RTN
           END-IF.
       WITHDRAW-RTN-END.
           EXIT.

       NOT-BOOKED-RTN.
           MOVE ANO  TO UB-ANO.
           MOVE TC   TO UB-TC.
           MOVE TAMT TO UB-AMT.
           MOVE BRC  TO UB-BRC.
           WRITE UNB-REC.

       FIND-FACILITY-RTN.
           MOVE 0 TO FAC-FOUND-I.
           PERFORM VARYING FAC-I FROM 1 BY 1 UNTIL FAC-I > FAC-COUNT
           WRITE OUTREC FROM TOTAL-REC AFTER 1.
           WRITE OUTREC FROM TOTAL-BAL AFTER 1.

           CLOSE INFILE, OUTFILE, EXCFILE, BALOUTFILE, UNBFILE.
           IF ALS-COUNT > 0
               CLOSE ALRTFILE
               DISPLAY "SMS ALERTS QUEUED (ALRTOUT.TXT): " ALRT-COUNT
           END-IF.

           DISPLAY "FINISH NA MI".
