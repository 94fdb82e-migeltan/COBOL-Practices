      *an outstanding entry here until NEWCHQ marks it presented
           SELECT CHQFILE ASSIGN TO 'CHQREG.TXT'
               FILE STATUS WS-FS-CHQ.
      *bills-payment ledger - a B transaction debits the customer
      *here and leaves an unremitted line for its biller until the
      *end-of-day remittance run (BILLREM) sends it out
           SELECT OPTIONAL BILLFILE ASSIGN TO 'BILLTXN.TXT'
               FILE STATUS WS-FS-BLX.
      *approved overdraft facilities - a negative balance inside an
      *active limit is sanctioned, charged the facility fee, and
      *kept out of the overdrawn aging
               FILE STATUS WS-FS-XRF.
           SELECT HHPRMFILE ASSIGN TO 'HHPRM.TXT'
               FILE STATUS WS-FS-HHP.
      *KYC reviews - a customer overdue past the KYCPRM.TXT grace
      *has every CUSTXREF.TXT account restricted to deposits
           SELECT KYCFILE ASSIGN TO 'KYCREV.TXT'
               FILE STATUS WS-FS-KYC.
           SELECT KYCPRMFILE ASSIGN TO 'KYCPRM.TXT'
               FILE STATUS WS-FS-KYP.
      *compliance threshold parameter and the large-transaction
      *report the regulatory submission comes off
           SELECT THRFILE ASSIGN TO 'NEWTHR.TXT'
      *effective date; absent means the old flat rate, like before
           SELECT RATEFILE ASSIGN TO 'NEWRATE.TXT'
               FILE STATUS WS-FS-RTE.
      *foreign-currency accounts - the exchange rates (FXMNT), each
      *currency's service charge and minimum balance, and its own
      *interest tiers; the account posts in its own currency and
      *only the ledger feed is carried in pesos
           SELECT FXRATEFILE ASSIGN TO 'FXRATE.TXT'
               FILE STATUS WS-FS-FXR.
           SELECT FXPRODFILE ASSIGN TO 'FXPROD.TXT'
               FILE STATUS WS-FS-FXP.
           SELECT FXTIERFILE ASSIGN TO 'FXTIER.TXT'
               FILE STATUS WS-FS-FXT.
      *machine-readable general-ledger summary, one day's records
      *appended per posting run - accounting's ledger feed
           SELECT GLFILE ASSIGN TO 'NEWGL.TXT'.
      *final tax on deposit interest - the rate parameter (absent
      *means the statutory 20%) and the withholding ledger every
      *break appends to, which the certificates and the monthly
      *remittance come off
           SELECT WHTPRMFILE ASSIGN TO 'WHTPRM.TXT'
               FILE STATUS WS-FS-WHP.
           SELECT OPTIONAL WHTFILE ASSIGN TO 'WHTLOG.TXT'
               FILE STATUS WS-FS-WHT.
      *permanent archive of every batch that posted, stamped with
      *its batch id and posting date - dispute lookups come off this
           SELECT HISTFILE ASSIGN TO 'TRANSHIST.TXT'.
      *the archived items this run diverted instead of posting -
      *a batch back-out must know which history rows never moved
      *a balance
           SELECT OPTIONAL DIVFILE ASSIGN TO 'NEWDIV.TXT'.
      *duplicate-batch interlock - NEWPRE stamps the batch id, this
      *run records the last id it posted and refuses a repeat
           SELECT BIDFILE ASSIGN TO 'NEWBID.TXT'
      *overdraft would replay as a credit the next night
           SELECT ODXFILE ASSIGN TO 'NEWODX.TXT'
               FILE STATUS WS-FS-ODX.
      *SMS transaction alerts - a customer opted in on ALRTOPT.TXT
      *(ALRTMNT) gets a line on the ALRTOUT.TXT outbox the SMS
      *vendor collects for each withdrawal, cheque and transfer out
      *at or above their own minimum, to the Customer.dat mobile
           SELECT ALRTOPTFILE ASSIGN TO 'ALRTOPT.TXT'
               FILE STATUS WS-FS-ALO.
           SELECT CUSTFILE ASSIGN TO 'Customer.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS WS-FS-CUS.
           SELECT OPTIONAL ALRTFILE ASSIGN TO 'ALRTOUT.TXT'
               FILE STATUS WS-FS-ALT.
      *calamity relief - an account CALRLF has marked on RLFACCT.TXT
      *pays no service charge while its window runs; what was
      *waived goes on the RLFLOG.TXT relief log in pesos
           SELECT RLFFILE ASSIGN TO 'RLFACCT.TXT'
               FILE STATUS WS-FS-RLF.
           SELECT OPTIONAL RLFLOGFILE ASSIGN TO 'RLFLOG.TXT'
               FILE STATUS WS-FS-RLG.

       DATA DIVISION.
       FILE SECTION.

       FD  INFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS INREC.

       01  INREC.
           02 TAMT PIC 9(7)V99.
           02 TDATE PIC 9(8).
           02 TREF PIC X(6).
           02 SREF PIC X(20).

       FD  OUTFILE
           LABEL RECORD IS OMITTED
           05 AM-NAME PIC X(25).
           05 AM-OPENED PIC 9(8).
           05 AM-STATUS PIC X.
           05 AM-TAXEX PIC X.
           05 AM-HOME-BR PIC X(3).
      *blank or PHP = peso account
           05 AM-CCY PIC X(3).
           05 FILLER PIC X(13).

       FD  IXFILE.
       01  IX-REC.
           05 IX-AGE-FIRST PIC 9(8).
           05 IX-AGE-RUNS PIC 9(3).
           05 IX-AGE-LIVE PIC 9.
      *Y = exempt from the final tax on interest, off the master
           05 IX-TAXEX PIC X.
      *the account's currency off the master - blank or PHP = peso
           05 IX-CCY PIC X(3).

       FD  EXCFILE
           LABEL RECORD IS OMITTED
           02 CQ-STATUS PIC X.
           02 CQ-SETTLED PIC 9(8).

       FD  BILLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BILL-TXN-REC.

      *P = payment posted here, R = taken back by a batch back-out;
      *BX-REMIT stays zero until the line goes out on a remittance
       01  BILL-TXN-REC.
           02 BX-BILLER PIC X(6).
           02 BX-SREF PIC X(20).
           02 BX-ANO PIC X(10).
           02 BX-ANA PIC X(25).
           02 BX-AMT PIC 9(7)V99.
           02 BX-TDATE PIC 9(8).
           02 BX-POSTDATE PIC 9(8).
           02 BX-BID-DATE PIC 9(8).
           02 BX-BID-SEQ PIC 9(3).
           02 BX-KIND PIC X.
           02 BX-REMIT PIC 9(8).

       FD  HOLDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOLD-REC.
           05 XR-IDNUM PIC 9(5).
           05 XR-ANO PIC X(10).

       FD  ALRTOPTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALRTOPT-REC.

       01  ALRTOPT-REC.
           02 AP-IDNUM PIC 9(5).
           02 AP-OPTIN PIC X.
           02 AP-MIN PIC 9(7)V99.
           02 AP-CHANGED PIC 9(8).

       FD  CUSTFILE.
       01  CustomerData.
           02 IDNum PIC 9(5).
           02 CustName.
               03 FirstName PIC X(15).
               03 LastName PIC X(15).
           02 HomeAddress PIC X(30).
           02 ContactNo PIC X(11).
           02 Birthdate PIC 9(8).

      *the outbox line the SMS vendor sends - the balance is the
      *account's own after the item, in its own currency
       FD  ALRTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALRT-REC.

       01  ALRT-REC.
           02 AL-MSG-ID.
               03 AL-SOURCE PIC X.
               03 AL-DATE PIC 9(8).
               03 AL-TIME PIC 9(6).
               03 AL-SEQ PIC 9(5).
           02 AL-MOBILE PIC X(11).
           02 AL-IDNUM PIC 9(5).
           02 AL-MASKED PIC X(10).
           02 AL-TC PIC X.
           02 AL-TYPE PIC X(10).
           02 AL-CCY PIC X(3).
           02 AL-AMT PIC 9(9)V99.
           02 AL-BAL-SIGN PIC X.
           02 AL-BAL PIC 9(9)V99.
           02 AL-TDATE PIC 9(8).

       FD  RLFFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RLF-REC.

       01  RLF-REC.
           05 RA-ANO PIC X(10).
           05 RA-IDNUM PIC 9(5).
           05 RA-PROV PIC X(15).
           05 RA-NOS PIC X(20).
           05 RA-FROM PIC 9(8).
           05 RA-TO PIC 9(8).

      *one peso figure of relief - S a service charge waived, L a
      *loan instalment deferred (with the loan number in RL-REF)
       FD  RLFLOGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RLG-REC.

       01  RLG-REC.
           05 RL-ANO PIC X(10).
           05 RL-PROV PIC X(15).
           05 RL-NOS PIC X(20).
           05 RL-TYPE PIC X.
           05 RL-REF PIC X(6).
           05 RL-AMT PIC 9(9)V99.
           05 RL-DATE PIC 9(8).

       FD  HHPRMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS HHPRM-REC.
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

       FD  FACFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FAC-REC.
           02 GL-R-CNT PIC 9(6).
           02 GL-R-AMT PIC 9(11)V99.

       FD  WHTPRMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS WHP-REC.

       01  WHP-REC.
           02 WHP-RATE PIC V9(5).

      *one line per account per interest credit - SAV from the
      *savings break, TDM from a time-deposit maturity, TDP from a
      *pre-termination; an exempt account logs its gross with no tax
       FD  WHTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WHT-REC.

       01  WHT-REC.
           02 WL-ANO PIC X(10).
           02 WL-DATE PIC 9(8).
           02 WL-SOURCE PIC X(3).
           02 WL-REF PIC X(6).
           02 WL-GROSS PIC 9(9)V99.
           02 WL-TAX PIC 9(9)V99.
           02 WL-TAXEX PIC X.

       FD  RATEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RTE-REC.
           02 RTE-FLOOR PIC 9(9)V99.
           02 RTE-RATE PIC V9(5).

      *pesos per one unit of the currency, from the effective date
       FD  FXRATEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FXR-REC.

       01  FXR-REC.
           02 FXR-CCY PIC X(3).
           02 FXR-DATE PIC 9(8).
           02 FXR-RATE PIC 9(3)V9(6).

      *amounts in the currency itself
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

       FD  OPERMASTFILE.
       01  OPM-REC.
           05 OPM-ID PIC X(8).
       01  BID-REC.
           02 BID-DATE PIC 9(8).
           02 BID-SEQ PIC 9(3).
      *R = backed out by BATCHREV - the corrected batch may post
           02 BID-STATUS PIC X.

       FD  POSTFILE
           LABEL RECORD IS STANDARD
       01  ODX-REC.
           02 ODX-ANO PIC X(10).

       FD  DIVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DIV-REC.

       01  DIV-REC.
           02 DV-BID-DATE PIC 9(8).
           02 DV-BID-SEQ PIC 9(3).
           02 DV-ANO PIC X(10).
           02 DV-TC PIC X.
           02 DV-TAMT PIC 9(7)V99.
           02 DV-TDATE PIC 9(8).
           02 DV-TREF PIC X(6).
           02 DV-REASON PIC X(14).

       WORKING-STORAGE SECTION.

       01  WS-FS-IN PIC XX VALUE SPACES.
       01  WS-PICK-SW PIC 9 VALUE 0.
       01  WS-TIER PIC 9 VALUE 0.

      *FOREIGN-CURRENCY ACCOUNTS - ONE ENTRY PER CURRENCY WITH THE
      *RATE IN FORCE TONIGHT AND ITS PRODUCT TERMS, PLUS ITS OWN RATE
      *TIERS. AN ACCOUNT WHOSE CURRENCY HAS NO RATE TAKES NOTHING -
      *ITS ITEMS GO TO NEWEXC, SINCE THE LEDGER COULD NOT CARRY THEM.
      *WS-TXN-RATE/WS-BRK-RATE STAY AT 1 FOR A PESO ACCOUNT.
       01  WS-FS-FXR PIC XX VALUE SPACES.
       01  WS-FS-FXP PIC XX VALUE SPACES.
       01  WS-FS-FXT PIC XX VALUE SPACES.
       01  FXC-TABLE.
           05 FXC-ENTRY OCCURS 20 TIMES.
               10 FXC-CCY PIC X(3).
               10 FXC-DATE PIC 9(8).
               10 FXC-RATE PIC 9(3)V9(6).
               10 FXC-SVC PIC 9(3)V99.
               10 FXC-MINBAL PIC 9(5)V99.
               10 FXC-ACCTS PIC 9(5).
               10 FXC-BAL PIC 9(10)V99.
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
       01  WS-FX-CCY PIC X(3) VALUE SPACES.
       01  WS-FX-SW PIC 9 VALUE 0.
       01  WS-TXN-RATE PIC 9(3)V9(6) VALUE 1.
       01  WS-BRK-RATE PIC 9(3)V9(6) VALUE 1.
       01  WS-PHP-AMT PIC 9(11)V99 VALUE 0.
       01  WS-MIN-APPLY PIC 9(5)V99 VALUE 0.

      *MINIMUM-BALANCE POLICY CHECK - WS-BALANCE ITSELF STAYS UNSIGNED
      *SO A SHADOW SIGNED FIELD CATCHES A SHORTFALL BEFORE IT IS PRINTED
       01  WS-MIN-BALANCE PIC 9(5)V99 VALUE 500.00.

       01  WS-LAST-TDATE PIC 9(8) VALUE 0.
       01  BAL-EOFSW PIC 9 VALUE 0.

      *SMS ALERTS - EACH OPTED-IN CUSTOMER'S ACCOUNTS WITH THE MOBILE
      *AND MINIMUM, AND THE CURRENT ACCOUNT'S QUALIFYING ITEMS HELD
      *UNTIL THE BREAK KNOWS THE OPENING BALANCE; ALP-NET IS THE
      *GROUP'S RUNNING NET THROUGH THE ITEM
       01  WS-FS-ALO PIC XX VALUE SPACES.
       01  WS-FS-CUS PIC XX VALUE SPACES.
       01  WS-FS-ALT PIC XX VALUE SPACES.
       01  ALO-TABLE.
           05 ALO-ENTRY OCCURS 500 TIMES.
               10 ALO-IDNUM PIC 9(5).
               10 ALO-MIN PIC 9(7)V99.
               10 ALO-MOBILE PIC X(11).
       01  ALO-COUNT PIC 9(3) VALUE 0.
       01  ALO-I PIC 9(3) VALUE 0.
       01  ALS-TABLE.
           05 ALS-ENTRY OCCURS 500 TIMES.
               10 ALS-ANO PIC X(10).
               10 ALS-IDNUM PIC 9(5).
               10 ALS-MIN PIC 9(7)V99.
               10 ALS-MOBILE PIC X(11).
       01  ALS-COUNT PIC 9(3) VALUE 0.
       01  ALS-I PIC 9(3) VALUE 0.
       01  ALP-TABLE.
           05 ALP-ENTRY OCCURS 200 TIMES.
               10 ALP-TC PIC X.
               10 ALP-TAMT PIC 9(7)V99.
               10 ALP-PHP PIC 9(11)V99.
               10 ALP-TDATE PIC 9(8).
               10 ALP-NET PIC S9(11)V99.
       01  ALP-COUNT PIC 9(3) VALUE 0.
       01  ALP-I PIC 9(3) VALUE 0.
       01  ALRT-EOFSW PIC 9 VALUE 0.
       01  ALRT-OPEN-SW PIC 9 VALUE 0.
       01  ALRT-SUB-SW PIC 9 VALUE 0.
       01  ALRT-COUNT PIC 9(5) VALUE 0.
       01  ALRT-DROP PIC 9(5) VALUE 0.
       01  ALRT-TIME PIC 9(8) VALUE 0.
       01  ALRT-BAL PIC S9(11)V99 VALUE 0.
       01  MK-I PIC 99 VALUE 0.
       01  I PIC 9(3) VALUE 0.

      *CALAMITY RELIEF - THE ACCOUNTS WHOSE RELIEF WINDOW TAKES IN
      *TONIGHT, AND THE SERVICE CHARGE THIS BREAK WAIVED
       01  WS-FS-RLF PIC XX VALUE SPACES.
       01  WS-FS-RLG PIC XX VALUE SPACES.
       01  RLF-TABLE.
           05 RLF-ENTRY OCCURS 2000 TIMES.
               10 RLT-ANO PIC X(10).
               10 RLT-PROV PIC X(15).
               10 RLT-NOS PIC X(20).
       01  RLF-COUNT PIC 9(4) VALUE 0.
       01  RLF-I PIC 9(4) VALUE 0.
       01  RLF-FOUND-I PIC 9(4) VALUE 0.
       01  RLF-EOFSW PIC 9 VALUE 0.
       01  RLF-WAIVED PIC 9(3)V99 VALUE 0.
       01  RLF-WAIVE-COUNT PIC 9(5) VALUE 0.

      *ACCOUNT-STANDING ENFORCEMENT - A TRANSACTION FOR A FROZEN OR
      *CLOSED ACCOUNT IS DIVERTED TO THE EXCEPTION REPORT UNPOSTED;
      *THE STANDING NOW RIDES ON THE KEYED STATE RECORD
      *TO NEWGL.TXT AT FINAL-RTN SO THE DAY'S LEDGER POSTING COMES
      *OFF A FILE INSTEAD OF A CALCULATOR
       01  GL-CODES-INIT.
           05 FILLER PIC X(9) VALUE 'DWRVFCTUB'.
       01  GL-CODES-TABLE REDEFINES GL-CODES-INIT.
           05 GL-CODE-ENTRY OCCURS 9 TIMES PIC X.
       01  GL-TABLE.
           05 GL-ENTRY OCCURS 9 TIMES.
               10 GLT-CNT PIC 9(6) VALUE 0.
               10 GLT-AMT PIC 9(11)V99 VALUE 0.
       01  GL-I PIC 99 VALUE 0.
       01  GL-INT-TOTAL PIC 9(11)V99 VALUE 0.
       01  GL-SVC-TOTAL PIC 9(11)V99 VALUE 0.
       01  GL-WHT-TOTAL PIC 9(11)V99 VALUE 0.

      *CHEQUE REGISTER STATE - THE NEXT SEQUENCE NUMBER IS ONE PAST
      *THE ENTRIES ALREADY ON FILE; C AMOUNTS RIDE THE WITHDRAWAL
       01  CHQ-NEXT-SEQ PIC 9(6) VALUE 1.
       01  CHQ-ISSUE-COUNT PIC 9(5) VALUE 0.

      *BILLS-PAYMENT TOTALS PER BILLER FOR THE REPORT SUMMARY - B
      *AMOUNTS RIDE THE WITHDRAWAL COLUMN LIKE A CHEQUE ISSUE
       01  WS-FS-BLX PIC XX VALUE SPACES.
       01  BILLSUM-TABLE.
           05 BILLSUM-ENTRY OCCURS 100 TIMES.
               10 BS-BILLER PIC X(6).
               10 BS-CNT PIC 9(6).
               10 BS-AMT PIC 9(11)V99.
       01  BILLSUM-COUNT PIC 9(3) VALUE 0.
       01  BS-I PIC 9(3) VALUE 0.
       01  BS-FOUND-I PIC 9(3) VALUE 0.
       01  BILL-TOTAL-CNT PIC 9(6) VALUE 0.
       01  BILL-TOTAL-AMT PIC 9(11)V99 VALUE 0.

      *HOUSEHOLD PRICING - EACH ACCOUNT'S HOUSEHOLD AND EVERY
      *HOUSEHOLD'S COMBINED START-OF-RUN BALANCE, SNAPPED AT BUILD
      *TIME; CLEARING THE THRESHOLD WAIVES THE SERVICE CHARGE
       01  WS-SVC-APPLY PIC 9(3)V99 VALUE 0.
       01  HH-FOUND-SW PIC 9 VALUE 0.

      *KYC RESTRICTION - THE CUSTOMERS OVERDUE PAST THE GRACE AND
      *THE ACCOUNTS LINKED TO THEM; A RESTRICTED ACCOUNT TAKES
      *DEPOSITS, BUT EVERY DEBIT GOES TO NEWEXC UNPOSTED
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

      *APPROVED OVERDRAFT FACILITIES - LIMIT, EXPIRY AND FEE PER
      *ACCOUNT; ONLY A BREACH BEYOND THE LIMIT IS FLAGGED NEGATIVE
       01  WS-FS-FAC PIC XX VALUE SPACES.
      *THRESHOLD, PLUS ACCOUNTS WHOSE RUN DEPOSITS CROSS IT TOGETHER
       01  WS-FS-THR PIC XX VALUE SPACES.
       01  WS-THRESHOLD PIC 9(9)V99 VALUE 500000.00.

      *FINAL WITHHOLDING TAX ON DEPOSIT INTEREST
       01  WS-FS-WHP PIC XX VALUE SPACES.
       01  WS-FS-WHT PIC XX VALUE SPACES.
       01  WS-WHT-RATE PIC V9(5) VALUE .20000.
       01  WS-WHT-GROSS PIC 9(7)V99 VALUE 0.
       01  WS-WTAX PIC 9(7)V99 VALUE 0.
       01  LRG-COUNT PIC 9(5) VALUE 0.

       01  LRG-HEAD.
       01  WS-BID-DATE PIC 9(8) VALUE 0.
       01  WS-BID-SEQ PIC 9(3) VALUE 0.
       01  WS-BID-ON PIC 9 VALUE 0.
       01  WS-BID-STATUS PIC X VALUE SPACE.
       01  WS-OVERRIDE PIC X VALUE SPACES.

      *STATEMENT-PERIOD MODE - REPORT ONLY, BALANCES LEFT UNTOUCHED
       01  SUBHEAD-3.
           02 FILLER PIC X(6) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Number'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(3) VALUE 'Ccy'.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(4) VALUE 'Name'.
           02 FILLER PIC X(37) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Charge'.
       01  DETAIL-LINE.
           02 FILLER PIC X(2)  VALUE SPACES.
           02 P-ANO PIC X(10).
           02 FILLER PIC X(1)  VALUE SPACES.
           02 P-CCY PIC X(3).
           02 FILLER PIC X(1)  VALUE SPACES.
           02 P-ANA PIC X(18).
           02 FILLER PIC X(1)  VALUE SPACES.
           02 P-DEP PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1)  VALUE SPACES.
           02 P-GRAND PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(30) VALUE SPACES.

      *one line per foreign currency carried tonight, in that currency
       01  TOTAL-FXBAL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(26) VALUE 'Total Accumulated Balance:'.
           02 PF-CCY PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PF-GRAND PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PF-ACCTS PIC ZZ,ZZ9.
           02 FILLER PIC X(9) VALUE ' accounts'.
           02 FILLER PIC X(11) VALUE SPACES.

      *the Interest column is gross - the balances are net of this
       01  TOTAL-WHT.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(26) VALUE 'Total Final Tax Withheld:'.
           02 FILLER PIC X(2) VALUE 'P '.
           02 P-WHT PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(30) VALUE SPACES.

       01  BILL-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(28) VALUE 'Bills Payments by Biller'.
           02 FILLER PIC X(50) VALUE SPACES.

       01  BILL-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Biller'.
           02 FILLER PIC X(6) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'Items'.
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Amount'.
           02 FILLER PIC X(41) VALUE SPACES.

       01  BILL-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-BILLER PIC X(6).
           02 FILLER PIC X(4) VALUE SPACES.
           02 BD-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 BD-AMT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(40) VALUE SPACES.

       01  BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

           PERFORM SET-DATE-RTN.
           PERFORM CHECK-BATCH-RTN THRU CHECK-BATCH-RTN-END.
           PERFORM LOAD-THRESHOLD-RTN THRU LOAD-THRESHOLD-RTN-END.
           PERFORM LOAD-WHT-RATE-RTN THRU LOAD-WHT-RATE-RTN-END.
           PERFORM LOAD-RATES-RTN THRU LOAD-RATES-RTN-END.
           PERFORM LOAD-FX-RTN THRU LOAD-FX-RTN-END.
           PERFORM BUILD-STATE-RTN THRU BUILD-STATE-RTN-END.
           PERFORM LOAD-HOLDS-RTN THRU LOAD-HOLDS-RTN-END.
           PERFORM LOAD-FACILITY-RTN THRU LOAD-FACILITY-RTN-END.
           PERFORM LOAD-HOUSEHOLD-RTN THRU LOAD-HOUSEHOLD-RTN-END.
           PERFORM LOAD-KYC-RTN THRU LOAD-KYC-RTN-END.
           PERFORM LOAD-ALERT-RTN THRU LOAD-ALERT-RTN-END.
           PERFORM LOAD-RELIEF-RTN THRU LOAD-RELIEF-RTN-END.
           PERFORM LOAD-CHQSEQ-RTN THRU LOAD-CHQSEQ-RTN-END.
           PERFORM LOAD-CHECKPOINT-RTN THRU LOAD-CHECKPOINT-RTN-END.
           PERFORM INIT-RTN.
                   MOVE 1 TO WS-BID-ON
                   MOVE BID-DATE TO WS-BID-DATE
                   MOVE BID-SEQ TO WS-BID-SEQ
                   MOVE BID-STATUS TO WS-BID-STATUS
           END-READ.
           CLOSE BIDFILE.

           END-READ.
           CLOSE POSTFILE.

      *a batch backed out after posting comes back corrected under
      *the same id - that is a re-post, not a duplicate
           IF POST-DATE = WS-BID-DATE AND POST-SEQ = WS-BID-SEQ
              AND WS-BID-STATUS = 'R'
               DISPLAY 'BATCH ' WS-BID-DATE '-' WS-BID-SEQ
                   ' WAS BACKED OUT - POSTING THE CORRECTION.'
               GO TO CHECK-BATCH-RTN-END
           END-IF.

           IF POST-DATE = WS-BID-DATE AND POST-SEQ = WS-BID-SEQ
               DISPLAY 'BATCH ' WS-BID-DATE '-' WS-BID-SEQ
                   ' WAS ALREADY POSTED.'
           CLOSE SECLOGFILE.

      *the batch id just posted becomes the one this run refuses
      *next time - a re-posted backed-out batch is live again
       NOTE-BATCH-POSTED-RTN.
           IF WS-BID-ON = 1
               OPEN OUTPUT POSTFILE
               WRITE POST-REC
               CLOSE POSTFILE
           END-IF.
           IF WS-BID-ON = 1 AND WS-BID-STATUS = 'R'
               OPEN OUTPUT BIDFILE
               MOVE WS-BID-DATE TO BID-DATE
               MOVE WS-BID-SEQ TO BID-SEQ
               MOVE SPACE TO BID-STATUS
               WRITE BID-REC
               CLOSE BIDFILE
           END-IF.

      *pick up the reporting threshold, if a parameter file exists
       LOAD-THRESHOLD-RTN.
       LOAD-THRESHOLD-RTN-END.
           EXIT.

      *pick up the final-tax rate, if a parameter file exists
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

      *bring the rate tiers in, if a master exists - no master means
      *the flat fallback rate, exactly as before
       LOAD-RATES-RTN.
       FIND-RATE-RTN-END.
           EXIT.

      *tonight's rate per currency - the latest effective date not
      *after the run date - then each currency's product terms and
      *its interest tiers; a currency with no product record takes
      *no service charge and no minimum, one with no tiers earns
      *nothing (there is no flat fallback outside the peso)
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
                       MOVE FXC-COUNT TO FXC-FOUND-I
                       MOVE FXR-CCY TO FXC-CCY(FXC-FOUND-I)
                       MOVE 0 TO FXC-DATE(FXC-FOUND-I)
                       MOVE 0 TO FXC-SVC(FXC-FOUND-I)
                           FXC-MINBAL(FXC-FOUND-I)
                           FXC-ACCTS(FXC-FOUND-I)
                           FXC-BAL(FXC-FOUND-I)
                   END-IF
                   IF FXC-FOUND-I > 0
                      AND FXR-DATE >= FXC-DATE(FXC-FOUND-I)
                       MOVE FXR-DATE TO FXC-DATE(FXC-FOUND-I)
                       MOVE FXR-RATE TO FXC-RATE(FXC-FOUND-I)
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
                           MOVE FXP-MINBAL TO FXC-MINBAL(FXC-FOUND-I)
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

      *FIND-RATE-RTN over the break currency's own tiers
       FIND-FX-TIER-RTN.
           MOVE 0 TO WS-APPLY-RATE.
           MOVE 0 TO WS-TIER.
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

           IF WS-PICK-SW = 1
               PERFORM VARYING RT-I FROM 1 BY 1
                       UNTIL RT-I > FXT-COUNT
                   IF FTT-CCY(RT-I) = WS-FX-CCY
                      AND FTT-EFF(RT-I) = WS-BEST-EFF
                      AND FTT-FLOOR(RT-I) <= WS-PICK-FLOOR
                       ADD 1 TO WS-TIER
                   END-IF
               END-PERFORM
           END-IF.
       FIND-FX-TIER-RTN-END.
           EXIT.

      *century-correct run date for the aging stamps and rate picks
       SET-DATE-RTN.
           ACCEPT WS-D6 FROM DATE.
                       MOVE 0 TO IX-OD
                       MOVE 0 TO IX-AGE-FIRST IX-AGE-RUNS
                           IX-AGE-LIVE
                       MOVE 'N' TO IX-TAXEX
                       MOVE SPACES TO IX-CCY
                       WRITE IX-REC
                           INVALID KEY CONTINUE
                       END-WRITE
                   MOVE 0 TO IX-AMT IX-LASTACT
                   MOVE AM-NAME TO IX-NAME
                   MOVE AM-STATUS TO IX-STATUS
                   MOVE AM-TAXEX TO IX-TAXEX
                   MOVE AM-CCY TO IX-CCY
                   MOVE 0 TO IX-ONBAL IX-OD IX-AGE-FIRST
                       IX-AGE-RUNS IX-AGE-LIVE
                   WRITE IX-REC
               NOT INVALID KEY
                   MOVE AM-NAME TO IX-NAME
                   MOVE AM-STATUS TO IX-STATUS
                   MOVE AM-TAXEX TO IX-TAXEX
                   MOVE AM-CCY TO IX-CCY
                   REWRITE IX-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE SPACES TO IX-NAME
                   MOVE SPACE TO IX-STATUS
                   MOVE 0 TO IX-ONBAL IX-OD
                   MOVE 'N' TO IX-TAXEX
                   MOVE SPACES TO IX-CCY
                   MOVE AGE-R-FIRST TO IX-AGE-FIRST
                   MOVE AGE-R-RUNS TO IX-AGE-RUNS
                   MOVE 1 TO IX-AGE-LIVE
                   MOVE SPACE TO IX-STATUS
                   MOVE 0 TO IX-ONBAL IX-OD IX-AGE-FIRST
                       IX-AGE-RUNS IX-AGE-LIVE
                   MOVE 'N' TO IX-TAXEX
                   MOVE SPACES TO IX-CCY
               NOT INVALID KEY
                   MOVE 1 TO IX-FOUND-SW
           END-READ.
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

               IF ACCT-OK-SW = 0
                   PERFORM WRITE-EXCEPTION-RTN
                   ADD 1 TO REC-COUNT
                   IF TC = 'U'
                       ADD TAMT TO WS-DEPOSIT
                   END-IF
      *a bills payment leaves the balance now and waits on the
      *ledger for its biller's remittance
                   IF TC = 'B'
                       ADD TAMT TO WS-WITHDRAW
                       PERFORM TALLY-BILLER-RTN THRU
                           TALLY-BILLER-RTN-END
                       IF STMT-SW = 0
                           PERFORM WRITE-BILL-RTN
                       END-IF
                   END-IF
      *the threshold and the ledger are both in pesos
                   COMPUTE WS-PHP-AMT ROUNDED = TAMT * WS-TXN-RATE
                   IF WS-PHP-AMT >= WS-THRESHOLD
                       PERFORM WRITE-LARGE-SINGLE-RTN
                   END-IF
                   IF ALS-COUNT > 0
                      AND (TC = 'W' OR TC = 'C' OR TC = 'T')
                       PERFORM HOLD-ALERT-RTN
                   END-IF
                   PERFORM TALLY-GL-RTN
                   IF TDATE > WS-LAST-TDATE
                       MOVE TDATE TO WS-LAST-TDATE
       LOAD-HOLDS-RTN-END.
           EXIT.

      *the customers whose KYC review is overdue past the grace,
      *then every account CUSTXREF.TXT links to one of them
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
           IF KYR-COUNT > 0
               DISPLAY 'ACCOUNTS RESTRICTED FOR OVERDUE KYC: '
                   KYR-COUNT
           END-IF.
       LOAD-KYC-RTN-END.
           EXIT.

      *bring the household links and the customer-account cross
      *reference in, then snapshot every household's combined
      *start-of-run balance off the freshly built state file
           END-IF.

      *every linked account's start-of-run balance into its
      *household's combined figure, through the keyed state file -
      *peso accounts only, the threshold being a peso figure
           PERFORM VARYING HH-I FROM 1 BY 1 UNTIL HH-I > HH-COUNT
               PERFORM VARYING XRF-I FROM 1 BY 1
                       UNTIL XRF-I > XRF-COUNT
                       READ IXFILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF IX-CCY = SPACES OR IX-CCY = 'PHP'
                                   PERFORM ADD-HH-BALANCE-RTN
                                       THRU ADD-HH-BALANCE-RTN-END
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
       CHECK-FACILITY-RTN-END.
           EXIT.

      *the opted-in customers, their mobiles off Customer.dat, then
      *every account CUSTXREF.TXT links to them - a statement cut
      *posts nothing, so it alerts nobody
       LOAD-ALERT-RTN.
           MOVE 0 TO ALO-COUNT ALS-COUNT ALP-COUNT.
           IF STMT-SW = 1
               GO TO LOAD-ALERT-RTN-END
           END-IF.
           OPEN INPUT ALRTOPTFILE.
           IF WS-FS-ALO NOT = '00'
               GO TO LOAD-ALERT-RTN-END
           END-IF.
           MOVE 0 TO ALRT-EOFSW.
           PERFORM UNTIL ALRT-EOFSW = 1 OR ALO-COUNT = 500
               READ ALRTOPTFILE
                   AT END MOVE 1 TO ALRT-EOFSW
               END-READ
               IF ALRT-EOFSW = 0 AND AP-OPTIN = 'Y'
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
           IF WS-FS-CUS NOT = '00'
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
           IF WS-FS-XRF NOT = '00'
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
               MOVE 1 TO ALRT-OPEN-SW
               ACCEPT ALRT-TIME FROM TIME
           END-IF.
       LOAD-ALERT-RTN-END.
           EXIT.

      *the accounts under calamity relief tonight - a marking whose
      *window has not opened or has already closed is passed over
       LOAD-RELIEF-RTN.
           MOVE 0 TO RLF-COUNT.
           OPEN INPUT RLFFILE.
           IF WS-FS-RLF NOT = '00'
               GO TO LOAD-RELIEF-RTN-END
           END-IF.
           MOVE 0 TO RLF-EOFSW.
           PERFORM UNTIL RLF-EOFSW = 1 OR RLF-COUNT = 2000
               READ RLFFILE
                   AT END MOVE 1 TO RLF-EOFSW
               END-READ
               IF RLF-EOFSW = 0
                  AND RA-FROM NOT > WS-RUN-DATE
                  AND RA-TO NOT < WS-RUN-DATE
                   ADD 1 TO RLF-COUNT
                   MOVE RA-ANO TO RLT-ANO(RLF-COUNT)
                   MOVE RA-PROV TO RLT-PROV(RLF-COUNT)
                   MOVE RA-NOS TO RLT-NOS(RLF-COUNT)
               END-IF
           END-PERFORM.
           CLOSE RLFFILE.
       LOAD-RELIEF-RTN-END.
           EXIT.

      *an account under relief keeps this break's service charge
       CHECK-RELIEF-RTN.
           MOVE 0 TO RLF-FOUND-I.
           PERFORM VARYING RLF-I FROM 1 BY 1
                   UNTIL RLF-I > RLF-COUNT OR RLF-FOUND-I > 0
               IF RLT-ANO(RLF-I) = HOLD-ACC-NO
                   MOVE RLF-I TO RLF-FOUND-I
               END-IF
           END-PERFORM.
           IF RLF-FOUND-I > 0
               MOVE WS-SVC-APPLY TO RLF-WAIVED
               MOVE 0 TO WS-SVC-APPLY
           END-IF.

      *the waived charge goes on the relief log at its peso value
       WRITE-RELIEF-RTN.
           OPEN EXTEND RLFLOGFILE.
           MOVE HOLD-ACC-NO TO RL-ANO.
           MOVE RLT-PROV(RLF-FOUND-I) TO RL-PROV.
           MOVE RLT-NOS(RLF-FOUND-I) TO RL-NOS.
           MOVE 'S' TO RL-TYPE.
           MOVE SPACES TO RL-REF.
           COMPUTE RL-AMT ROUNDED = RLF-WAIVED * WS-BRK-RATE.
           MOVE WS-RUN-DATE TO RL-DATE.
           WRITE RLG-REC.
           CLOSE RLFLOGFILE.
           ADD 1 TO RLF-WAIVE-COUNT.

      *a qualifying item on a subscribed account waits for the break
       HOLD-ALERT-RTN.
           MOVE 0 TO ALRT-SUB-SW.
           PERFORM VARYING ALS-I FROM 1 BY 1 UNTIL ALS-I > ALS-COUNT
               IF ALS-ANO(ALS-I) = ANO
                   MOVE 1 TO ALRT-SUB-SW
               END-IF
           END-PERFORM.
           IF ALRT-SUB-SW = 1
               IF ALP-COUNT = 200
                   ADD 1 TO ALRT-DROP
               ELSE
                   ADD 1 TO ALP-COUNT
                   MOVE TC TO ALP-TC(ALP-COUNT)
                   MOVE TAMT TO ALP-TAMT(ALP-COUNT)
                   MOVE WS-PHP-AMT TO ALP-PHP(ALP-COUNT)
                   MOVE TDATE TO ALP-TDATE(ALP-COUNT)
                   COMPUTE ALP-NET(ALP-COUNT) = WS-DEPOSIT
                       - WS-WITHDRAW - WS-REVERSAL + WS-REV-WD
                       - WS-FEE
               END-IF
           END-IF.

      *one outbox line per held item per opted-in holder whose own
      *minimum (in pesos) it reaches - the balance after the item
      *is the opening balance plus the running net
       WRITE-ALERTS-RTN.
           PERFORM VARYING ALP-I FROM 1 BY 1 UNTIL ALP-I > ALP-COUNT
               PERFORM VARYING ALS-I FROM 1 BY 1
                       UNTIL ALS-I > ALS-COUNT
                   IF ALS-ANO(ALS-I) = HOLD-ACC-NO
                      AND ALP-PHP(ALP-I) >= ALS-MIN(ALS-I)
                       PERFORM WRITE-ONE-ALERT-RTN
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-ONE-ALERT-RTN.
           ADD 1 TO ALRT-COUNT.
           MOVE 'S' TO AL-SOURCE.
           MOVE WS-RUN-DATE TO AL-DATE.
           MOVE ALRT-TIME(1:6) TO AL-TIME.
           MOVE ALRT-COUNT TO AL-SEQ.
           MOVE ALS-MOBILE(ALS-I) TO AL-MOBILE.
           MOVE ALS-IDNUM(ALS-I) TO AL-IDNUM.
      *all but the last four characters of the number starred out
           MOVE ALL '*' TO AL-MASKED.
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
           MOVE ALP-TC(ALP-I) TO AL-TC.
           EVALUATE ALP-TC(ALP-I)
               WHEN 'W' MOVE 'WITHDRAWAL' TO AL-TYPE
               WHEN 'C' MOVE 'CHEQUE' TO AL-TYPE
               WHEN 'T' MOVE 'TRANSFER' TO AL-TYPE
           END-EVALUATE.
           IF IX-CCY = SPACES
               MOVE 'PHP' TO AL-CCY
           ELSE
               MOVE IX-CCY TO AL-CCY
           END-IF.
           MOVE ALP-TAMT(ALP-I) TO AL-AMT.
           COMPUTE ALRT-BAL = WS-PRIOR-AMT + ALP-NET(ALP-I).
           IF ALRT-BAL < 0
               MOVE '-' TO AL-BAL-SIGN
               COMPUTE AL-BAL = 0 - ALRT-BAL
           ELSE
               MOVE SPACE TO AL-BAL-SIGN
               MOVE ALRT-BAL TO AL-BAL
           END-IF.
           MOVE ALP-TDATE(ALP-I) TO AL-TDATE.
           WRITE ALRT-REC.

      *next cheque sequence - one past whatever is already on file
       LOAD-CHQSEQ-RTN.
           MOVE 1 TO CHQ-NEXT-SEQ.
           ADD 1 TO CHQ-NEXT-SEQ.
           ADD 1 TO CHQ-ISSUE-COUNT.

      *the payment onto the bills ledger, stamped with the batch it
      *posted under so a back-out can find it again
       WRITE-BILL-RTN.
           OPEN EXTEND BILLFILE.
           MOVE TREF TO BX-BILLER.
           MOVE SREF TO BX-SREF.
           MOVE ANO TO BX-ANO.
           MOVE ANA TO BX-ANA.
           MOVE TAMT TO BX-AMT.
           MOVE TDATE TO BX-TDATE.
           MOVE WS-RUN-DATE TO BX-POSTDATE.
           MOVE WS-BID-DATE TO BX-BID-DATE.
           MOVE WS-BID-SEQ TO BX-BID-SEQ.
           MOVE 'P' TO BX-KIND.
           MOVE 0 TO BX-REMIT.
           WRITE BILL-TXN-REC.
           CLOSE BILLFILE.

      *one payment into its biller's run total for the summary
       TALLY-BILLER-RTN.
           MOVE 0 TO BS-FOUND-I.
           PERFORM VARYING BS-I FROM 1 BY 1 UNTIL BS-I > BILLSUM-COUNT
               IF BS-BILLER(BS-I) = TREF
                   MOVE BS-I TO BS-FOUND-I
               END-IF
           END-PERFORM.
           IF BS-FOUND-I = 0
               IF BILLSUM-COUNT = 100
                   GO TO TALLY-BILLER-RTN-END
               END-IF
               ADD 1 TO BILLSUM-COUNT
               MOVE BILLSUM-COUNT TO BS-FOUND-I
               MOVE TREF TO BS-BILLER(BS-FOUND-I)
               MOVE 0 TO BS-CNT(BS-FOUND-I) BS-AMT(BS-FOUND-I)
           END-IF.
           ADD 1 TO BS-CNT(BS-FOUND-I).
           ADD TAMT TO BS-AMT(BS-FOUND-I).
       TALLY-BILLER-RTN-END.
           EXIT.

      *the run's bills payments, biller by biller, under the totals
       PRINT-BILLERS-RTN.
           WRITE OUTREC FROM BILL-HEAD AFTER 2.
           WRITE OUTREC FROM BILL-SUBHEAD AFTER 1.
           MOVE 0 TO BILL-TOTAL-CNT BILL-TOTAL-AMT.
           PERFORM VARYING BS-I FROM 1 BY 1 UNTIL BS-I > BILLSUM-COUNT
               MOVE BS-BILLER(BS-I) TO BD-BILLER
               MOVE BS-CNT(BS-I) TO BD-CNT
               MOVE BS-AMT(BS-I) TO BD-AMT
               WRITE OUTREC FROM BILL-DETAIL AFTER 1
               ADD BS-CNT(BS-I) TO BILL-TOTAL-CNT
               ADD BS-AMT(BS-I) TO BILL-TOTAL-AMT
           END-PERFORM.
           MOVE 'TOTAL' TO BD-BILLER.
           MOVE BILL-TOTAL-CNT TO BD-CNT.
           MOVE BILL-TOTAL-AMT TO BD-AMT.
           WRITE OUTREC FROM BILL-DETAIL AFTER 1.

      *would this withdrawal cut into held funds? the available
      *figure is the prior balance plus everything already taken
      *this group, and the active holds must survive underneath it
       CHECK-HOLD-RTN-END.
           EXIT.

      *the break's interest and the tax withheld on it, onto the
      *withholding ledger
       WRITE-WHT-RTN.
           OPEN EXTEND WHTFILE.
           MOVE HOLD-ACC-NO TO WL-ANO.
           MOVE WS-RUN-DATE TO WL-DATE.
           MOVE 'SAV' TO WL-SOURCE.
           MOVE SPACES TO WL-REF.
      *the tax is remitted in pesos - a foreign-currency account's
      *interest and tax go on the ledger at tonight's rate
           COMPUTE WL-GROSS ROUNDED = WS-WHT-GROSS * WS-BRK-RATE.
           COMPUTE WL-TAX ROUNDED = WS-WTAX * WS-BRK-RATE.
           IF IX-TAXEX = 'Y'
               MOVE 'Y' TO WL-TAXEX
           ELSE
               MOVE 'N' TO WL-TAXEX
           END-IF.
           WRITE WHT-REC.
           CLOSE WHTFILE.

      *one posted record into the day's ledger totals for its code,
      *at its peso equivalent
       TALLY-GL-RTN.
           PERFORM VARYING GL-I FROM 1 BY 1 UNTIL GL-I > 9
               IF GL-CODE-ENTRY(GL-I) = TC
                   ADD 1 TO GLT-CNT(GL-I)
                   ADD WS-PHP-AMT TO GLT-AMT(GL-I)
                   MOVE 9 TO GL-I
               END-IF
           END-PERFORM.

      *date so the month-to-date report can roll the days up
       WRITE-GL-RTN.
           OPEN EXTEND GLFILE.
           PERFORM VARYING GL-I FROM 1 BY 1 UNTIL GL-I > 9
               MOVE WS-RUN-DATE TO GL-R-DATE
               MOVE SPACES TO GL-R-CODE
               MOVE GL-CODE-ENTRY(GL-I) TO GL-R-CODE(1:1)
           MOVE 'SVC' TO GL-R-CODE.
           MOVE GL-SVC-TOTAL TO GL-R-AMT.
           WRITE GL-REC.
           MOVE 'WHT' TO GL-R-CODE.
           MOVE GL-WHT-TOTAL TO GL-R-AMT.
           WRITE GL-REC.
           CLOSE GLFILE.

      *standing check against the keyed state record - an account
       CHECK-ACCT-RTN.
           MOVE 1 TO ACCT-OK-SW.
           MOVE SPACES TO ACCT-REASON.
           MOVE 1 TO WS-TXN-RATE.
           MOVE ANO TO IX-ANO.
           READ IXFILE
               INVALID KEY
               MOVE 0 TO ACCT-OK-SW
               MOVE 'NAME MISMATCH' TO ACCT-REASON
           END-IF.
      *a foreign-currency item needs tonight's rate for the ledger
           IF ACCT-OK-SW = 1
              AND IX-CCY NOT = SPACES AND IX-CCY NOT = 'PHP'
               MOVE IX-CCY TO WS-FX-CCY
               PERFORM FIND-FXC-RTN
               IF FXC-FOUND-I = 0
                   MOVE 0 TO ACCT-OK-SW
                   MOVE 'NO FX RATE' TO ACCT-REASON
               ELSE
                   MOVE FXC-RATE(FXC-FOUND-I) TO WS-TXN-RATE
               END-IF
           END-IF.
       CHECK-ACCT-RTN-END.
           EXIT.

      *a restricted account's debit is refused outright - the
      *customer's review must be brought up to date first
       CHECK-KYC-RTN.
           PERFORM VARYING KYR-I FROM 1 BY 1 UNTIL KYR-I > KYR-COUNT
               IF KYR-ANO(KYR-I) = ANO
                   MOVE 0 TO ACCT-OK-SW
                   MOVE 'KYC OVERDUE' TO ACCT-REASON
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

       WRITE-LARGE-SINGLE-RTN.
           MOVE ANO TO LG-ANO.
           MOVE ANA TO LG-ANA.
           MOVE ACCT-REASON TO EX-REASON.
           WRITE EXCREC FROM EXC-DETAIL AFTER 1.
           ADD 1 TO EXC-COUNT.
           IF STMT-SW = 0
               PERFORM WRITE-DIVERSION-RTN
           END-IF.

      *the diverted item, under this batch's id, onto the ledger of
      *items that were archived but never posted
       WRITE-DIVERSION-RTN.
           OPEN EXTEND DIVFILE.
           MOVE WS-BID-DATE TO DV-BID-DATE.
           MOVE WS-BID-SEQ TO DV-BID-SEQ.
           MOVE ANO TO DV-ANO.
           MOVE TC TO DV-TC.
           MOVE TAMT TO DV-TAMT.
           MOVE TDATE TO DV-TDATE.
           MOVE TREF TO DV-TREF.
           MOVE ACCT-REASON TO DV-REASON.
           WRITE DIV-REC.
           CLOSE DIVFILE.

      *nothing posted for this group - every record was diverted (or
      *fell outside the statement period), so the balance, interest,
       ACCOUNT-BREAK.
           IF WS-GROUP-POSTED = 0
               MOVE 0 TO WS-LAST-TDATE
               MOVE 0 TO ALP-COUNT
               GO TO ACCOUNT-BREAK-END
           END-IF.
           MOVE 0 TO WS-GROUP-POSTED.

           PERFORM FETCH-STATE-RTN.

      *a foreign-currency account works in its own currency right
      *through the break - its own tiers, charge and minimum, no
      *household waiver and no peso overdraft facility; only the
      *ledger figures and the large-item test go over to pesos
           MOVE 0 TO WS-FX-SW.
           MOVE 1 TO WS-BRK-RATE.
           MOVE 0 TO FXC-FOUND-I.
           IF IX-CCY NOT = SPACES AND IX-CCY NOT = 'PHP'
               MOVE IX-CCY TO WS-FX-CCY
               PERFORM FIND-FXC-RTN
               IF FXC-FOUND-I > 0
                   MOVE 1 TO WS-FX-SW
                   MOVE FXC-RATE(FXC-FOUND-I) TO WS-BRK-RATE
               END-IF
           END-IF.

           COMPUTE WS-PHP-AMT ROUNDED = WS-DEPOSIT * WS-BRK-RATE.
           IF WS-PHP-AMT >= WS-THRESHOLD
               PERFORM WRITE-LARGE-AGGREGATE-RTN
           END-IF.

      *WS-BAL-CHECK (SIGNED) CARRIES THE RUNNING NET THROUGH EVERY
      *STEP BELOW SO A NEGATIVE INTERMEDIATE RESULT NEVER HITS THE
                                 + WS-PRIOR-AMT.
      *the balance band the net falls in picks the rate - a 5,000
      *account and a 5,000,000 account no longer earn the same
           IF WS-FX-SW = 1
               PERFORM FIND-FX-TIER-RTN THRU FIND-FX-TIER-RTN-END
               MOVE FXC-SVC(FXC-FOUND-I) TO WS-SVC-APPLY
               MOVE FXC-MINBAL(FXC-FOUND-I) TO WS-MIN-APPLY
           ELSE
               PERFORM FIND-RATE-RTN THRU FIND-RATE-RTN-END
      *relationship pricing - a strong household combined balance
      *waives this break's service charge
               PERFORM CHECK-HOUSEHOLD-RTN THRU
                   CHECK-HOUSEHOLD-RTN-END
               MOVE WS-MIN-BALANCE TO WS-MIN-APPLY
           END-IF.
      *calamity relief - no service charge while the window runs
           MOVE 0 TO RLF-WAIVED.
           IF RLF-COUNT > 0 AND WS-SVC-APPLY > 0
               PERFORM CHECK-RELIEF-RTN
           END-IF.
           COMPUTE WS-INTEREST ROUNDED = WS-BAL-CHECK * WS-APPLY-RATE.
      *the final tax is withheld at source on interest actually
      *earned - an account flagged exempt on the master keeps it
      *gross, and a balance in the red earns nothing to tax
           MOVE 0 TO WS-WHT-GROSS WS-WTAX.
           IF WS-BAL-CHECK > 0
               MOVE WS-INTEREST TO WS-WHT-GROSS
               IF IX-TAXEX NOT = 'Y'
                   COMPUTE WS-WTAX ROUNDED =
                       WS-WHT-GROSS * WS-WHT-RATE
               END-IF
           END-IF.
           COMPUTE WS-BAL-CHECK = WS-BAL-CHECK
                                 + (WS-BAL-CHECK * WS-APPLY-RATE)
                                 - WS-SVC-APPLY
                                 - WS-WTAX.

           MOVE 0 TO WS-MIN-BAL-FLAG.
           MOVE 0 TO WS-FAC-FEE.
           IF WS-BAL-CHECK < 0
               MOVE 1 TO WS-MIN-BAL-FLAG
               IF FAC-COUNT > 0 AND WS-FX-SW = 0
                   PERFORM CHECK-FACILITY-RTN THRU
                       CHECK-FACILITY-RTN-END
               END-IF
           ELSE
               IF WS-BAL-CHECK < WS-MIN-APPLY
                   MOVE 2 TO WS-MIN-BAL-FLAG
               END-IF
           END-IF.

           COMPUTE WS-PHP-AMT ROUNDED = WS-INTEREST * WS-BRK-RATE.
           ADD WS-PHP-AMT TO GL-INT-TOTAL.
           COMPUTE WS-PHP-AMT ROUNDED = WS-SVC-APPLY * WS-BRK-RATE.
           ADD WS-PHP-AMT TO GL-SVC-TOTAL.
           COMPUTE WS-PHP-AMT ROUNDED = WS-WTAX * WS-BRK-RATE.
           ADD WS-PHP-AMT TO GL-WHT-TOTAL.

           MOVE WS-BAL-CHECK TO WS-BALANCE.
           MOVE WS-BALANCE TO IX-AMT.
               MOVE WS-LAST-TDATE TO IX-LASTACT
           END-IF.
           MOVE 0 TO WS-LAST-TDATE.
      *the grand total stays a peso figure - each foreign currency
      *is totalled on its own line
           IF WS-FX-SW = 1
               ADD WS-BALANCE TO FXC-BAL(FXC-FOUND-I)
               ADD 1 TO FXC-ACCTS(FXC-FOUND-I)
               MOVE IX-CCY TO P-CCY
           ELSE
               ADD WS-BALANCE TO GRAND-BALANCE
               MOVE 'PHP' TO P-CCY
           END-IF.

           MOVE HOLD-ACC-NO TO P-ANO.
           MOVE HOLD-ACC-NAME TO P-ANA.
           IF STMT-SW = 0
               PERFORM TRACK-AGING-RTN
               PERFORM STORE-STATE-RTN
               IF WS-WHT-GROSS > 0
                   PERFORM WRITE-WHT-RTN
               END-IF
               IF ALP-COUNT > 0
                   PERFORM WRITE-ALERTS-RTN
               END-IF
               IF RLF-WAIVED > 0
                   PERFORM WRITE-RELIEF-RTN
               END-IF
           END-IF.

           WRITE OUTREC FROM DETAIL-LINE AFTER 1.
           MOVE 0 TO WS-DEPOSIT WS-WITHDRAW WS-BALANCE WS-INTEREST
               WS-REVERSAL WS-REV-WD WS-FEE.
           MOVE 0 TO ALP-COUNT.
       ACCOUNT-BREAK-END.

      *overdrawn this run extends (or opens) this account's aging
           WRITE OUTREC FROM BLANK-LINE AFTER 2
           WRITE OUTREC FROM TOTAL-REC AFTER 1
           WRITE OUTREC FROM TOTAL-BAL AFTER 1
           PERFORM VARYING FXC-I FROM 1 BY 1 UNTIL FXC-I > FXC-COUNT
               IF FXC-ACCTS(FXC-I) > 0
                   MOVE FXC-CCY(FXC-I) TO PF-CCY
                   MOVE FXC-BAL(FXC-I) TO PF-GRAND
                   MOVE FXC-ACCTS(FXC-I) TO PF-ACCTS
                   WRITE OUTREC FROM TOTAL-FXBAL AFTER 1
               END-IF
           END-PERFORM
           MOVE GL-WHT-TOTAL TO P-WHT
           WRITE OUTREC FROM TOTAL-WHT AFTER 1
           IF BILLSUM-COUNT > 0
               PERFORM PRINT-BILLERS-RTN
           END-IF

           CLOSE INFILE OUTFILE EXCFILE LRGFILE
           IF ALRT-OPEN-SW = 1
               CLOSE ALRTFILE
               DISPLAY 'SMS ALERTS QUEUED (ALRTOUT.TXT): ' ALRT-COUNT
           END-IF
           IF ALRT-DROP > 0
               DISPLAY 'SMS ALERTS NOT QUEUED - ACCOUNT OVER 200 '
                   'ITEMS: ' ALRT-DROP
           END-IF
           IF LRG-COUNT > 0
               DISPLAY 'LARGE TRANSACTIONS (NEWLRG): ' LRG-COUNT
           END-IF
           IF EXC-COUNT > 0
               DISPLAY 'STANDING EXCEPTIONS (NEWEXC): ' EXC-COUNT
           END-IF
           IF RLF-WAIVE-COUNT > 0
               DISPLAY 'SERVICE CHARGES WAIVED UNDER RELIEF (RLFLOG.TXT'
                   '): ' RLF-WAIVE-COUNT
           END-IF
           IF STMT-SW = 0
               PERFORM EXPORT-STATE-RTN
               PERFORM COUNT-NEWBAL-RTN THRU COUNT-NEWBAL-RTN-END
               PERFORM POST-CONTROL-RTN THRU POST-CONTROL-RTN-END
               PERFORM WRITE-GL-RTN
               PERFORM ARCHIVE-BATCH-RTN THRU ARCHIVE-BATCH-RTN-END
               PERFORM RESET-CHECKPOINT-RTN
               PERFORM NOTE-BATCH-POSTED-RTN
           ELSE
