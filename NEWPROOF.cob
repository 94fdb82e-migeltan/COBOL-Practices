               FILE STATUS WS-FS-XRF.
           SELECT HHPRMFILE ASSIGN TO 'HHPRM.TXT'
               FILE STATUS WS-FS-HHP.
      *same final-tax rate SW2 withholds at the break
           SELECT WHTPRMFILE ASSIGN TO 'WHTPRM.TXT'
               FILE STATUS WS-FS-WHP.
      *same KYC restriction SW2 refuses debits under
           SELECT KYCFILE ASSIGN TO 'KYCREV.TXT'
               FILE STATUS WS-FS-KYC.
           SELECT KYCPRMFILE ASSIGN TO 'KYCPRM.TXT'
               FILE STATUS WS-FS-KYP.
      *same exchange rates, currency terms and currency tiers SW2
      *posts a foreign-currency account under
           SELECT FXRATEFILE ASSIGN TO 'FXRATE.TXT'
               FILE STATUS WS-FS-FXR.
           SELECT FXPRODFILE ASSIGN TO 'FXPROD.TXT'
               FILE STATUS WS-FS-FXP.
           SELECT FXTIERFILE ASSIGN TO 'FXTIER.TXT'
               FILE STATUS WS-FS-FXT.
           SELECT RPTFILE ASSIGN TO 'NEWPRF'.
           SELECT STATFILE ASSIGN TO 'NEWPRFOK.TXT'.


       FD  INFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS INREC.

       01  INREC.
           02 TAMT PIC 9(7)V99.
           02 TDATE PIC 9(8).
           02 TREF PIC X(6).
           02 SREF PIC X(20).

       FD  CURRFILE
           LABEL RECORD IS OMITTED
           05 AM-NAME PIC X(25).
           05 AM-OPENED PIC 9(8).
           05 AM-STATUS PIC X.
           05 AM-TAXEX PIC X.
           05 AM-HOME-BR PIC X(3).
           05 AM-CCY PIC X(3).
           05 FILLER PIC X(13).

       FD  HOLDFILE
           LABEL RECORD IS STANDARD
           02 RTE-FLOOR PIC 9(9)V99.
           02 RTE-RATE PIC V9(5).

       FD  WHTPRMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS WHP-REC.

       01  WHP-REC.
           02 WHP-RATE PIC V9(5).

       FD  FACFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FAC-REC.
       01  HHPRM-REC.
           02 HHPRM-AMT PIC 9(9)V99.

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

       FD  FXRATEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FXR-REC.

       01  FXR-REC.
           02 FXR-CCY PIC X(3).
           02 FXR-DATE PIC 9(8).
           02 FXR-RATE PIC 9(3)V9(6).

       FD  FXPRODFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FXP-REC.

       01  FXP-REC.
           02 FXP-CCY PIC X(3).
           02 FXP-SVC PIC 9(3)V99.
           02 FXP-MINBAL PIC 9(5)V99.

       FD  FXTIERFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FXT-REC.

       01  FXT-REC.
           02 FXT-CCY PIC X(3).
           02 FXT-EFFDATE PIC 9(8).
           02 FXT-FLOOR PIC 9(9)V99.
           02 FXT-RATE PIC V9(5).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.
      *the flat rate is only the fallback when no rate master exists
       01  WS-SVC-CHG PIC 9(3)V99 VALUE 50.00.
       01  WS-INT-RATE PIC V999 VALUE .010.
       01  WS-INTEREST PIC 9(7)V99 VALUE 0.
       01  WS-FS-WHP PIC XX VALUE SPACES.
       01  WS-WHT-RATE PIC V9(5) VALUE .20000.
       01  WS-WTAX PIC 9(7)V99 VALUE 0.
       01  WHT-I PIC 9(3) VALUE 0.

      *rate tiers, mirroring SW2's LOAD-RATES-RTN/FIND-RATE-RTN
       01  WS-FS-RTE PIC XX VALUE SPACES.
       01  HH-FOUND-SW PIC 9 VALUE 0.
       01  HH-EOFSW PIC 9 VALUE 0.

      *KYC restriction, mirroring SW2's LOAD-KYC-RTN
       01  WS-FS-KYC PIC XX VALUE SPACES.
       01  WS-FS-KYP PIC XX VALUE SPACES.
       01  WS-KYC-GRACE PIC 9(3) VALUE 30.
       01  KYC-EOFSW PIC 9 VALUE 0.
       01  KYI-TABLE.
           05 KYI-IDNUM OCCURS 500 TIMES PIC 9(5).
       01  KYI-COUNT PIC 9(3) VALUE 0.
       01  KYI-I PIC 9(3) VALUE 0.
       01  KYR-TABLE.
           05 KYR-ANO OCCURS 500 TIMES PIC X(10).
       01  KYR-COUNT PIC 9(3) VALUE 0.
       01  KYR-I PIC 9(3) VALUE 0.
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

      *foreign-currency terms, mirroring SW2's LOAD-FX-RTN - the
      *proof works in the account's own currency like the posting
       01  WS-FS-FXR PIC XX VALUE SPACES.
       01  WS-FS-FXP PIC XX VALUE SPACES.
       01  WS-FS-FXT PIC XX VALUE SPACES.
       01  FXC-TABLE.
           05 FXC-ENTRY OCCURS 20 TIMES.
               10 FXC-CCY PIC X(3).
               10 FXC-DATE PIC 9(8).
               10 FXC-SVC PIC 9(3)V99.
       01  FXC-COUNT PIC 9(3) VALUE 0.
       01  FXC-I PIC 9(3) VALUE 0.
       01  FXC-FOUND-I PIC 9(3) VALUE 0.
       01  FXT-TABLE.
           05 FXT-ENTRY OCCURS 50 TIMES.
               10 FTT-CCY PIC X(3).
               10 FTT-EFF PIC 9(8).
               10 FTT-FLOOR PIC 9(9)V99.
               10 FTT-RATE PIC V9(5).
       01  FXT-COUNT PIC 9(3) VALUE 0.
       01  FX-EOFSW PIC 9 VALUE 0.
       01  WS-FX-ANO PIC X(10) VALUE SPACES.
       01  WS-FX-CCY PIC X(3) VALUE SPACES.
       01  WS-FX-SW PIC 9 VALUE 0.
       01  CCY-I PIC 9(3) VALUE 0.

      *signed running net, same idiom as SW2's WS-BAL-CHECK; the
      *proof keeps the sign in PT-AMT and strips it at the compare
       01  WS-BAL-CHECK PIC S9(9)V99 VALUE 0.
               10 AMT-ANO PIC X(10).
               10 AMT-NAME PIC X(25).
               10 AMT-STATUS PIC X.
               10 AMT-TAXEX PIC X.
               10 AMT-CCY PIC X(3).
       01  AM-COUNT PIC 9(3) VALUE 0.
       01  AM-EOFSW PIC 9 VALUE 0.
       01  ACCT-OK-SW PIC 9 VALUE 1.
           PERFORM LOAD-ACCTMAST-RTN THRU LOAD-ACCTMAST-RTN-END.
           PERFORM LOAD-HOLDS-RTN THRU LOAD-HOLDS-RTN-END.
           PERFORM LOAD-RATES-RTN THRU LOAD-RATES-RTN-END.
           PERFORM LOAD-WHT-RATE-RTN THRU LOAD-WHT-RATE-RTN-END.
           PERFORM LOAD-FACILITY-RTN THRU LOAD-FACILITY-RTN-END.
           PERFORM LOAD-HOUSEHOLD-RTN THRU LOAD-HOUSEHOLD-RTN-END.
           PERFORM LOAD-KYC-RTN THRU LOAD-KYC-RTN-END.
           PERFORM LOAD-FX-RTN THRU LOAD-FX-RTN-END.
           PERFORM REPLAY-RTN THRU REPLAY-RTN-END.

      *a capped table means the proof saw only part of the book -
       CHECK-HOLD-RTN-END.
           EXIT.

      *same final-tax rate as SW2 - no parameter means 20%
       LOAD-WHT-RATE-RTN.
           OPEN INPUT WHTPRMFILE.
           IF WS-FS-WHP NOT = '00'
               GO TO LOAD-WHT-RATE-RTN-END
           END-IF.

           READ WHTPRMFILE
               AT END CONTINUE
               NOT AT END MOVE WHP-RATE TO WS-WHT-RATE
           END-READ.

           CLOSE WHTPRMFILE.
       LOAD-WHT-RATE-RTN-END.
           EXIT.

      *same rate tiers as SW2 - no master means the flat fallback
       LOAD-RATES-RTN.
           MOVE 0 TO RATE-COUNT.
               PERFORM VARYING XRF-I FROM 1 BY 1
                       UNTIL XRF-I > XRF-COUNT
                   IF XRT-IDNUM(XRF-I) = HHT-IDNUM(HH-I)
                       MOVE XRT-ANO(XRF-I) TO WS-FX-ANO
                       PERFORM ACCT-CCY-RTN
                       IF WS-FX-CCY = SPACES OR WS-FX-CCY = 'PHP'
                           PERFORM ADD-HH-BALANCE-RTN THRU
                               ADD-HH-BALANCE-RTN-END
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
                   MOVE AM-ANO TO AMT-ANO(AM-COUNT)
                   MOVE AM-NAME TO AMT-NAME(AM-COUNT)
                   MOVE AM-STATUS TO AMT-STATUS(AM-COUNT)
                   MOVE AM-TAXEX TO AMT-TAXEX(AM-COUNT)
                   MOVE AM-CCY TO AMT-CCY(AM-COUNT)
               END-IF
           END-PERFORM.

               PERFORM CHECK-ACCT-RTN THRU CHECK-ACCT-RTN-END

               IF ACCT-OK-SW = 1
                  AND (TC = 'W' OR TC = 'C' OR TC = 'T'
                       OR TC = 'B')
                  AND HLD-COUNT > 0
                   PERFORM CHECK-HOLD-RTN THRU CHECK-HOLD-RTN-END
               END-IF

               IF ACCT-OK-SW = 1
                  AND (TC = 'W' OR TC = 'C' OR TC = 'T'
                       OR TC = 'B')
                  AND KYR-COUNT > 0
                   PERFORM CHECK-KYC-RTN
               END-IF

               IF ACCT-OK-SW = 1
                   IF TC = 'D'
                       ADD TAMT TO WS-DEPOSIT
                   IF TC = 'U'
                       ADD TAMT TO WS-DEPOSIT
                   END-IF
                   IF TC = 'B'
                       ADD TAMT TO WS-WITHDRAW
                   END-IF
                   ADD 1 TO WS-GROUP-POSTED
               END-IF

                      AND ANA NOT = SPACES
                       MOVE 0 TO ACCT-OK-SW
                   END-IF
      *a currency with no rate in force diverts at SW2 as well
                   IF ACCT-OK-SW = 1
                      AND AMT-CCY(I) NOT = SPACES
                      AND AMT-CCY(I) NOT = 'PHP'
                       MOVE AMT-CCY(I) TO WS-FX-CCY
                       PERFORM FIND-FXC-RTN
                       IF FXC-FOUND-I = 0
                           MOVE 0 TO ACCT-OK-SW
                       END-IF
                   END-IF
                   MOVE AM-COUNT TO I
               END-IF
           END-PERFORM.
                                 - WS-REVERSAL + WS-REV-WD
                                 - WS-FEE
                                 + PT-AMT(I).
      *a foreign-currency account takes its own currency's tiers and
      *charge, with no household waiver, as SW2 prices it
           MOVE HOLD-ACC-NO TO WS-FX-ANO.
           PERFORM ACCT-CCY-RTN.
           MOVE 0 TO WS-FX-SW.
           IF WS-FX-CCY NOT = SPACES AND WS-FX-CCY NOT = 'PHP'
               PERFORM FIND-FXC-RTN
               IF FXC-FOUND-I > 0
                   MOVE 1 TO WS-FX-SW
               END-IF
           END-IF.
           IF WS-FX-SW = 1
               PERFORM FIND-FX-TIER-RTN THRU FIND-FX-TIER-RTN-END
               MOVE FXC-SVC(FXC-FOUND-I) TO WS-SVC-APPLY
           ELSE
               PERFORM FIND-RATE-RTN THRU FIND-RATE-RTN-END
               PERFORM CHECK-HOUSEHOLD-RTN THRU
                   CHECK-HOUSEHOLD-RTN-END
           END-IF.
           PERFORM FIND-WHT-RTN THRU FIND-WHT-RTN-END.
           COMPUTE WS-BAL-CHECK = WS-BAL-CHECK
                                 + (WS-BAL-CHECK * WS-APPLY-RATE)
                                 - WS-SVC-APPLY
                                 - WS-WTAX.

      *a sanctioned overdraft draws the facility fee, as SW2 does -
      *the facilities are peso limits, so never on a foreign account
           IF WS-BAL-CHECK < 0 AND FAC-COUNT > 0 AND WS-FX-SW = 0
               MOVE 0 TO FAC-FOUND-I
               PERFORM VARYING FAC-I FROM 1 BY 1
                       UNTIL FAC-I > FAC-COUNT
               WS-FEE.
           EXIT.

      *the final tax SW2 withholds on the same rounded interest -
      *nothing on an exempt account or a balance in the red
       FIND-WHT-RTN.
           MOVE 0 TO WS-WTAX.
           IF WS-BAL-CHECK NOT > 0
               GO TO FIND-WHT-RTN-END
           END-IF.
           PERFORM VARYING WHT-I FROM 1 BY 1 UNTIL WHT-I > AM-COUNT
               IF AMT-ANO(WHT-I) = HOLD-ACC-NO
                   IF AMT-TAXEX(WHT-I) = 'Y'
                       GO TO FIND-WHT-RTN-END
                   END-IF
                   MOVE AM-COUNT TO WHT-I
               END-IF
           END-PERFORM.
           COMPUTE WS-INTEREST ROUNDED = WS-BAL-CHECK * WS-APPLY-RATE.
           COMPUTE WS-WTAX ROUNDED = WS-INTEREST * WS-WHT-RATE.
       FIND-WHT-RTN-END.
           EXIT.

      *the customers overdue past the grace and their accounts, the
      *same list SW2 restricts to deposits
       LOAD-KYC-RTN.
           MOVE 0 TO KYI-COUNT KYR-COUNT.
           OPEN INPUT KYCPRMFILE.
           IF WS-FS-KYP = '00'
               READ KYCPRMFILE
                   AT END CONTINUE
                   NOT AT END MOVE KYCPRM-GRACE TO WS-KYC-GRACE
               END-READ
               CLOSE KYCPRMFILE
           END-IF.

           OPEN INPUT KYCFILE.
           IF WS-FS-KYC NOT = '00'
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
           IF WS-FS-XRF NOT = '00'
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
           EXIT.

       CHECK-KYC-RTN.
           PERFORM VARYING KYR-I FROM 1 BY 1 UNTIL KYR-I > KYR-COUNT
               IF KYR-ANO(KYR-I) = ANO
                   MOVE 0 TO ACCT-OK-SW
               END-IF
           END-PERFORM.

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

      *the currencies with a rate in force tonight, their service
      *charges and their tiers - the same picks SW2 makes
       LOAD-FX-RTN.
           MOVE 0 TO FXC-COUNT FXT-COUNT.
           OPEN INPUT FXRATEFILE.
           IF WS-FS-FXR NOT = '00'
               GO TO LOAD-FX-RTN-END
           END-IF.

           MOVE 0 TO FX-EOFSW.
           PERFORM UNTIL FX-EOFSW = 1
               READ FXRATEFILE
                   AT END MOVE 1 TO FX-EOFSW
               END-READ
               IF FX-EOFSW = 0 AND FXR-DATE <= WS-RUN-DATE
                   MOVE FXR-CCY TO WS-FX-CCY
                   PERFORM FIND-FXC-RTN
                   IF FXC-FOUND-I = 0 AND FXC-COUNT < 20
                       ADD 1 TO FXC-COUNT
                       MOVE FXR-CCY TO FXC-CCY(FXC-COUNT)
                       MOVE FXR-DATE TO FXC-DATE(FXC-COUNT)
                       MOVE 0 TO FXC-SVC(FXC-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FXRATEFILE.

           OPEN INPUT FXPRODFILE.
           IF WS-FS-FXP = '00'
               MOVE 0 TO FX-EOFSW
               PERFORM UNTIL FX-EOFSW = 1
                   READ FXPRODFILE
                       AT END MOVE 1 TO FX-EOFSW
                   END-READ
                   IF FX-EOFSW = 0
                       MOVE FXP-CCY TO WS-FX-CCY
                       PERFORM FIND-FXC-RTN
                       IF FXC-FOUND-I > 0
                           MOVE FXP-SVC TO FXC-SVC(FXC-FOUND-I)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FXPRODFILE
           END-IF.

           OPEN INPUT FXTIERFILE.
           IF WS-FS-FXT = '00'
               MOVE 0 TO FX-EOFSW
               PERFORM UNTIL FX-EOFSW = 1 OR FXT-COUNT = 50
                   READ FXTIERFILE
                       AT END MOVE 1 TO FX-EOFSW
                   END-READ
                   IF FX-EOFSW = 0
                       ADD 1 TO FXT-COUNT
                       MOVE FXT-CCY TO FTT-CCY(FXT-COUNT)
                       MOVE FXT-EFFDATE TO FTT-EFF(FXT-COUNT)
                       MOVE FXT-FLOOR TO FTT-FLOOR(FXT-COUNT)
                       MOVE FXT-RATE TO FTT-RATE(FXT-COUNT)
                   END-IF
               END-PERFORM
               CLOSE FXTIERFILE
           END-IF.
       LOAD-FX-RTN-END.
           EXIT.

       FIND-FXC-RTN.
           MOVE 0 TO FXC-FOUND-I.
           PERFORM VARYING FXC-I FROM 1 BY 1 UNTIL FXC-I > FXC-COUNT
               IF FXC-CCY(FXC-I) = WS-FX-CCY
                   MOVE FXC-I TO FXC-FOUND-I
               END-IF
           END-PERFORM.

      *WS-FX-ANO's currency off the master - blank when none
       ACCT-CCY-RTN.
           MOVE SPACES TO WS-FX-CCY.
           PERFORM VARYING CCY-I FROM 1 BY 1 UNTIL CCY-I > AM-COUNT
               IF AMT-ANO(CCY-I) = WS-FX-ANO
                   MOVE AMT-CCY(CCY-I) TO WS-FX-CCY
               END-IF
           END-PERFORM.

      *the currency's own tiers, the way SW2's FIND-FX-TIER-RTN
      *picks them - no tier in force means no interest
       FIND-FX-TIER-RTN.
           MOVE 0 TO WS-APPLY-RATE.
           MOVE 0 TO WS-BEST-EFF.
           PERFORM VARYING RT-I FROM 1 BY 1 UNTIL RT-I > FXT-COUNT
               IF FTT-CCY(RT-I) = WS-FX-CCY
                  AND FTT-EFF(RT-I) <= WS-RUN-DATE
                  AND FTT-EFF(RT-I) > WS-BEST-EFF
                   MOVE FTT-EFF(RT-I) TO WS-BEST-EFF
               END-IF
           END-PERFORM.
           IF WS-BEST-EFF = 0
               GO TO FIND-FX-TIER-RTN-END
           END-IF.

           MOVE 0 TO WS-PICK-SW.
           MOVE 0 TO WS-PICK-FLOOR.
           PERFORM VARYING RT-I FROM 1 BY 1 UNTIL RT-I > FXT-COUNT
               IF FTT-CCY(RT-I) = WS-FX-CCY
                  AND FTT-EFF(RT-I) = WS-BEST-EFF
                  AND WS-BAL-CHECK >= FTT-FLOOR(RT-I)
                  AND (WS-PICK-SW = 0
                       OR FTT-FLOOR(RT-I) > WS-PICK-FLOOR)
                   MOVE FTT-RATE(RT-I) TO WS-APPLY-RATE
                   MOVE FTT-FLOOR(RT-I) TO WS-PICK-FLOOR
                   MOVE 1 TO WS-PICK-SW
               END-IF
           END-PERFORM.
       FIND-FX-TIER-RTN-END.
           EXIT.

      *locate HOLD-ACC-NO in the proof table, adding a new entry if
      *this account was not on the prior generation
       FIND-PROOF-ENTRY.
