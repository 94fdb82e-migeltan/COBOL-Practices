       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. MERGES A DUPLICATE CUSTOMER INTO THE SURVIVING
      *IDNUM ONCE A SUPERVISOR HAS CONFIRMED THE PAIR OFF CUSTDUP'S
      *LISTING. EVERY CUSTXREF.TXT LINK OF THE RETIRED IDNUM MOVES TO
      *THE SURVIVOR; ITS HOUSEHLD.TXT, KYCREV.TXT AND ALRTOPT.TXT
      *RECORDS MOVE TOO UNLESS THE SURVIVOR ALREADY HAS ONE, IN
      *WHICH CASE THE SURVIVOR'S STANDS AND THE RETIRED ONE IS
      *DROPPED. THE RETIRED IDNUM IS TAKEN OFF Customer.dat, SO
      *NOTHING CAN BE LINKED TO IT AGAIN. EVERY MERGE IS APPENDED
      *TO MERGELOG.TXT WITH THE SUPERVISOR, WHAT WAS MOVED AND THE
      *RETIRED RECORD AS IT STOOD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO "Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CUST-FS.
           SELECT OPTIONAL XREFFILE ASSIGN TO 'CUSTXREF.TXT'
               FILE STATUS WS-FS-XRF.
           SELECT OPTIONAL HHFILE ASSIGN TO 'HOUSEHLD.TXT'
               FILE STATUS WS-FS-HH.
           SELECT OPTIONAL KYCFILE ASSIGN TO 'KYCREV.TXT'
               FILE STATUS WS-FS-KYC.
           SELECT OPTIONAL ALOFILE ASSIGN TO 'ALRTOPT.TXT'
               FILE STATUS WS-FS-ALO.
           SELECT OPTIONAL DECFILE ASSIGN TO 'DECEASED.TXT'
               FILE STATUS WS-FS-DEC.
           SELECT OPTIONAL LOGFILE ASSIGN TO 'MERGELOG.TXT'
               FILE STATUS WS-FS-LOG.
      *batch-window lock left by BATCHDRV - no maintenance while the
      *nightly chain is mid-flight
           SELECT LOCKFILE ASSIGN TO 'BATCHLCK.TXT'
               FILE STATUS IS WS-LCK-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOCKFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOCK-REC.

       01  LOCK-REC.
           02 LCK-STATE PIC X(6).
           02 LCK-DATE PIC 9(8).
           02 LCK-TIME PIC 9(8).

       FD  CUSTFILE.
       01  CustomerData.
           02 IDNum PIC 9(5).
           02 CustName.
               03 FirstName PIC X(15).
               03 LastName PIC X(15).
           02 HomeAddress PIC X(30).
           02 ContactNo PIC X(11).
           02 Birthdate PIC 9(8).
           02 Province PIC X(15).

       FD  XREFFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS XREF-REC.

       01  XREF-REC.
           05 XR-IDNUM PIC 9(5).
           05 XR-ANO PIC X(10).

       FD  HHFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HH-REC.

       01  HH-REC.
           02 HH-R-ID PIC 9(5).
           02 HH-R-IDNUM PIC 9(5).

       FD  KYCFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS KYC-REC.

       01  KYC-REC.
           02 KY-IDNUM PIC 9(5).
           02 KY-REST PIC X(27).

       FD  ALOFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALO-REC.

       01  ALO-REC.
           02 AL-IDNUM PIC 9(5).
           02 AL-REST PIC X(18).

       FD  DECFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEC-REC.

       01  DEC-REC.
           02 DC-IDNUM PIC 9(5).
           02 DC-DOD PIC 9(8).
           02 DC-RECORDED PIC 9(8).
           02 DC-INFORMANT PIC X(25).

      *one line per merge - H/K/A action M moved to the survivor,
      *D dropped (the survivor had its own), N none on file; the
      *alert action follows the retired record so older lines keep
      *their columns
       FD  LOGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOG-REC.

       01  LOG-REC.
           02 ML-DATE PIC 9(8).
           02 ML-TIME PIC 9(8).
           02 ML-SURVIVOR PIC 9(5).
           02 ML-RETIRED PIC 9(5).
           02 ML-SUPERVISOR PIC X(10).
           02 ML-XREF-MOVED PIC 9(3).
           02 ML-HH-ACTION PIC X.
           02 ML-KYC-ACTION PIC X.
           02 ML-RETIRED-REC PIC X(99).
           02 ML-ALO-ACTION PIC X.

       WORKING-STORAGE SECTION.

       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.
       01  WS-CUST-FS PIC XX VALUE SPACES.
       01  WS-FS-XRF PIC XX VALUE SPACES.
       01  WS-FS-HH PIC XX VALUE SPACES.
       01  WS-FS-KYC PIC XX VALUE SPACES.
       01  WS-FS-ALO PIC XX VALUE SPACES.
       01  WS-FS-DEC PIC XX VALUE SPACES.
       01  WS-FS-LOG PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).
       01  WS-RUN-TIME PIC 9(8) VALUE 0.

       01  KEEP-IDNUM PIC 9(5) VALUE 0.
       01  DROP-IDNUM PIC 9(5) VALUE 0.
       01  SUPERVISOR PIC X(10) VALUE SPACES.
       01  CONFIRM PIC X VALUE SPACES.
       01  KEEP-I PIC 9(3) VALUE 0.
       01  DROP-I PIC 9(3) VALUE 0.
       01  DEC-FOUND-SW PIC 9 VALUE 0.
       01  FOUND-SW PIC 9 VALUE 0.

      *the files rewritten here are held whole - each must fit
      *before anything is touched
       01  CUST-TABLE.
           05 CT-REC OCCURS 500 TIMES.
               10 CT-IDNUM PIC 9(5).
               10 FILLER PIC X(94).
       01  CUST-COUNT PIC 9(3) VALUE 0.
       01  XREF-TABLE.
           05 XT-REC OCCURS 500 TIMES.
               10 XT-IDNUM PIC 9(5).
               10 XT-ANO PIC X(10).
       01  XREF-COUNT PIC 9(3) VALUE 0.
       01  HH-TABLE.
           05 HT-REC OCCURS 500 TIMES.
               10 HT-ID PIC 9(5).
               10 HT-IDNUM PIC 9(5).
       01  HH-COUNT PIC 9(3) VALUE 0.
       01  KYC-TABLE.
           05 KT-REC OCCURS 500 TIMES.
               10 KT-IDNUM PIC 9(5).
               10 KT-REST PIC X(27).
       01  KYC-COUNT PIC 9(3) VALUE 0.
       01  ALO-TABLE.
           05 AO-REC OCCURS 500 TIMES.
               10 AO-IDNUM PIC 9(5).
               10 AO-REST PIC X(18).
       01  ALO-COUNT PIC 9(3) VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.
       01  I PIC 9(3) VALUE 0.

       01  XREF-MOVED PIC 9(3) VALUE 0.
       01  HH-ACTION PIC X VALUE 'N'.
       01  KYC-ACTION PIC X VALUE 'N'.
       01  ALO-ACTION PIC X VALUE 'N'.
       01  KEEP-HH-SW PIC 9 VALUE 0.
       01  KEEP-KYC-SW PIC 9 VALUE 0.
       01  HELD-KYC-SW PIC 9 VALUE 0.
       01  HELD-KYC-REST PIC X(27) VALUE SPACES.
       01  KEEP-ALO-SW PIC 9 VALUE 0.
       01  HELD-ALO-SW PIC 9 VALUE 0.
       01  HELD-ALO-REST PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM CHECK-LOCK-RTN THRU CHECK-LOCK-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM ASK-PAIR-RTN THRU ASK-PAIR-RTN-END.

       CONFIRM-ASK.
           DISPLAY 'Supervisor confirms this is one person? (Y/N): '.
           ACCEPT CONFIRM.
           IF CONFIRM = 'N' OR CONFIRM = 'n'
               DISPLAY 'NOTHING MERGED.'
               STOP RUN
           END-IF.
           IF CONFIRM NOT = 'Y' AND CONFIRM NOT = 'y'
               DISPLAY 'Y or N only!'
               GO TO CONFIRM-ASK
           END-IF.

           PERFORM MERGE-XREF-RTN.
           PERFORM MERGE-HH-RTN.
           PERFORM MERGE-KYC-RTN.
           PERFORM MERGE-ALO-RTN.
           PERFORM RETIRE-RTN.
           PERFORM LOG-RTN.

           DISPLAY 'MERGED ' DROP-IDNUM ' INTO ' KEEP-IDNUM '.'.
           DISPLAY 'ACCOUNT LINKS MOVED: ' XREF-MOVED
               '  HOUSEHOLD: ' HH-ACTION '  KYC: ' KYC-ACTION
               '  ALERTS: ' ALO-ACTION.
           STOP RUN.

      *refuse to run while BATCHDRV's window is open - the customer
      *file and its links are all rewritten here
       CHECK-LOCK-RTN.
           OPEN INPUT LOCKFILE.
           IF WS-LCK-FS NOT = '00'
               GO TO CHECK-LOCK-RTN-END
           END-IF.

           READ LOCKFILE
               AT END
                   CLOSE LOCKFILE
                   GO TO CHECK-LOCK-RTN-END
           END-READ.
           CLOSE LOCKFILE.

           IF LCK-STATE NOT = 'OPEN'
               GO TO CHECK-LOCK-RTN-END
           END-IF.

           DISPLAY 'BATCH WINDOW IS OPEN (SINCE ' LCK-DATE ').'.

       CHECK-LOCK-ASK.
           DISPLAY 'Supervisor override? (Y/N): '.
           ACCEPT LOCK-ANSWER.
           IF LOCK-ANSWER = 'N' OR LOCK-ANSWER = 'n'
               DISPLAY 'RUN REFUSED - WAIT FOR THE CHAIN TO CLOSE.'
               STOP RUN
           END-IF.
           IF LOCK-ANSWER NOT = 'Y' AND LOCK-ANSWER NOT = 'y'
               DISPLAY 'Y or N only!'
               GO TO CHECK-LOCK-ASK
           END-IF.
           DISPLAY 'OVERRIDE TAKEN - PROCEED WITH CARE.'.
       CHECK-LOCK-RTN-END.
           EXIT.

       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-FS NOT = '00'
               DISPLAY 'NO Customer.dat ON HAND.'
               STOP RUN
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CUSTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE CUSTFILE.
           IF PRE-COUNT > 500
               DISPLAY 'Customer.dat EXCEEDS 500 - RUN REFUSED.'
               STOP RUN
           END-IF.
           OPEN INPUT CUSTFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CUSTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO CUST-COUNT
                   MOVE CustomerData TO CT-REC(CUST-COUNT)
               END-IF
           END-PERFORM.
           CLOSE CUSTFILE.

           MOVE 0 TO PRE-COUNT.
           OPEN INPUT XREFFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ XREFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
                   IF PRE-COUNT NOT > 500
                       MOVE PRE-COUNT TO XREF-COUNT
                       MOVE XREF-REC TO XT-REC(XREF-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE XREFFILE.
           IF PRE-COUNT > 500
               DISPLAY 'CUSTXREF.TXT EXCEEDS 500 - RUN REFUSED.'
               STOP RUN
           END-IF.

           MOVE 0 TO PRE-COUNT.
           OPEN INPUT HHFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ HHFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
                   IF PRE-COUNT NOT > 500
                       MOVE PRE-COUNT TO HH-COUNT
                       MOVE HH-REC TO HT-REC(HH-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HHFILE.
           IF PRE-COUNT > 500
               DISPLAY 'HOUSEHLD.TXT EXCEEDS 500 - RUN REFUSED.'
               STOP RUN
           END-IF.

           MOVE 0 TO PRE-COUNT.
           OPEN INPUT KYCFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ KYCFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
                   IF PRE-COUNT NOT > 500
                       MOVE PRE-COUNT TO KYC-COUNT
                       MOVE KYC-REC TO KT-REC(KYC-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE KYCFILE.
           IF PRE-COUNT > 500
               DISPLAY 'KYCREV.TXT EXCEEDS 500 - RUN REFUSED.'
               STOP RUN
           END-IF.

           MOVE 0 TO PRE-COUNT.
           OPEN INPUT ALOFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ALOFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
                   IF PRE-COUNT NOT > 500
                       MOVE PRE-COUNT TO ALO-COUNT
                       MOVE ALO-REC TO AO-REC(ALO-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ALOFILE.
           IF PRE-COUNT > 500
               DISPLAY 'ALRTOPT.TXT EXCEEDS 500 - RUN REFUSED.'
               STOP RUN
           END-IF.
       LOAD-RTN-END.
           EXIT.

      *two different customers, both on file; a retired IDNUM
      *recorded as deceased would orphan its DECEASED.TXT record
       ASK-PAIR-RTN.
           DISPLAY 'Surviving Customer ID: '.
           ACCEPT KEEP-IDNUM.
           MOVE KEEP-IDNUM TO IDNum.
           PERFORM FIND-CUST-RTN.
           MOVE I TO KEEP-I.
           IF KEEP-I = 0
               DISPLAY 'No such customer on Customer.dat.'
               GO TO ASK-PAIR-RTN
           END-IF.

       ASK-DROP.
           DISPLAY 'Customer ID to retire: '.
           ACCEPT DROP-IDNUM.
           IF DROP-IDNUM = KEEP-IDNUM
               DISPLAY 'Cannot merge a customer into itself.'
               GO TO ASK-DROP
           END-IF.
           MOVE DROP-IDNUM TO IDNum.
           PERFORM FIND-CUST-RTN.
           MOVE I TO DROP-I.
           IF DROP-I = 0
               DISPLAY 'No such customer on Customer.dat.'
               GO TO ASK-DROP
           END-IF.

           MOVE 0 TO DEC-FOUND-SW.
           OPEN INPUT DECFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ DECFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND DC-IDNUM = DROP-IDNUM
                   MOVE 1 TO DEC-FOUND-SW
               END-IF
           END-PERFORM.
           CLOSE DECFILE.
           IF DEC-FOUND-SW = 1
               DISPLAY 'Customer ' DROP-IDNUM ' is recorded as '
                   'deceased - keep that IDNUM as the survivor.'
               STOP RUN
           END-IF.

           MOVE CT-REC(KEEP-I) TO CustomerData.
           DISPLAY 'KEEP:   ' IDNum ' ' FirstName ' ' LastName.
           DISPLAY '        ' Birthdate ' ' ContactNo ' ' HomeAddress.
           MOVE CT-REC(DROP-I) TO CustomerData.
           DISPLAY 'RETIRE: ' IDNum ' ' FirstName ' ' LastName.
           DISPLAY '        ' Birthdate ' ' ContactNo ' ' HomeAddress.

       ASK-SUPERVISOR.
           DISPLAY 'Supervisor ID: '.
           ACCEPT SUPERVISOR.
           IF SUPERVISOR = SPACES
               DISPLAY 'Invalid!'
               GO TO ASK-SUPERVISOR
           END-IF.
       ASK-PAIR-RTN-END.
           EXIT.

      *IDNum against the customer table; I is 0 if not on file
       FIND-CUST-RTN.
           MOVE 0 TO FOUND-SW.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > CUST-COUNT OR FOUND-SW = 1
               IF CT-IDNUM(I) = IDNum
                   MOVE 1 TO FOUND-SW
               END-IF
           END-PERFORM.
           IF FOUND-SW = 1
               SUBTRACT 1 FROM I
           ELSE
               MOVE 0 TO I
           END-IF.

      *an account belongs to one customer, so every link simply
      *changes hands
       MERGE-XREF-RTN.
           OPEN OUTPUT XREFFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > XREF-COUNT
               IF XT-IDNUM(I) = DROP-IDNUM
                   MOVE KEEP-IDNUM TO XT-IDNUM(I)
                   ADD 1 TO XREF-MOVED
               END-IF
               MOVE XT-REC(I) TO XREF-REC
               WRITE XREF-REC
           END-PERFORM.
           CLOSE XREFFILE.

      *one household per customer - the survivor's stands
       MERGE-HH-RTN.
           MOVE 0 TO KEEP-HH-SW.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HH-COUNT
               IF HT-IDNUM(I) = KEEP-IDNUM
                   MOVE 1 TO KEEP-HH-SW
               END-IF
           END-PERFORM.

           OPEN OUTPUT HHFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > HH-COUNT
               IF HT-IDNUM(I) = DROP-IDNUM
                   IF KEEP-HH-SW = 1
                       MOVE 'D' TO HH-ACTION
                   ELSE
                       MOVE 'M' TO HH-ACTION
                       MOVE KEEP-IDNUM TO HT-IDNUM(I)
                       MOVE HT-REC(I) TO HH-REC
                       WRITE HH-REC
                   END-IF
               ELSE
                   MOVE HT-REC(I) TO HH-REC
                   WRITE HH-REC
               END-IF
           END-PERFORM.
           CLOSE HHFILE.

      *KYCREV.TXT is kept in IDNUM order - a review carried over is
      *written back where the survivor's IDNUM falls
       MERGE-KYC-RTN.
           MOVE 0 TO KEEP-KYC-SW.
           MOVE 0 TO HELD-KYC-SW.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > KYC-COUNT
               IF KT-IDNUM(I) = KEEP-IDNUM
                   MOVE 1 TO KEEP-KYC-SW
               END-IF
               IF KT-IDNUM(I) = DROP-IDNUM
                   MOVE 1 TO HELD-KYC-SW
                   MOVE KT-REST(I) TO HELD-KYC-REST
               END-IF
           END-PERFORM.
           IF HELD-KYC-SW = 1
               IF KEEP-KYC-SW = 1
                   MOVE 'D' TO KYC-ACTION
                   MOVE 0 TO HELD-KYC-SW
               ELSE
                   MOVE 'M' TO KYC-ACTION
               END-IF
           END-IF.

           OPEN OUTPUT KYCFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > KYC-COUNT
               IF HELD-KYC-SW = 1 AND KT-IDNUM(I) > KEEP-IDNUM
                   PERFORM WRITE-HELD-KYC-RTN
               END-IF
               IF KT-IDNUM(I) NOT = DROP-IDNUM
                   MOVE KT-REC(I) TO KYC-REC
                   WRITE KYC-REC
               END-IF
           END-PERFORM.
           IF HELD-KYC-SW = 1
               PERFORM WRITE-HELD-KYC-RTN
           END-IF.
           CLOSE KYCFILE.

       WRITE-HELD-KYC-RTN.
           MOVE KEEP-IDNUM TO KY-IDNUM.
           MOVE HELD-KYC-REST TO KY-REST.
           WRITE KYC-REC.
           MOVE 0 TO HELD-KYC-SW.

      *ALRTOPT.TXT is kept in IDNUM order as ALRTMNT files it - a
      *subscription carried over goes back where the survivor falls
       MERGE-ALO-RTN.
           MOVE 0 TO KEEP-ALO-SW.
           MOVE 0 TO HELD-ALO-SW.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ALO-COUNT
               IF AO-IDNUM(I) = KEEP-IDNUM
                   MOVE 1 TO KEEP-ALO-SW
               END-IF
               IF AO-IDNUM(I) = DROP-IDNUM
                   MOVE 1 TO HELD-ALO-SW
                   MOVE AO-REST(I) TO HELD-ALO-REST
               END-IF
           END-PERFORM.
           IF HELD-ALO-SW = 1
               IF KEEP-ALO-SW = 1
                   MOVE 'D' TO ALO-ACTION
                   MOVE 0 TO HELD-ALO-SW
               ELSE
                   MOVE 'M' TO ALO-ACTION
               END-IF
           END-IF.

           OPEN OUTPUT ALOFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ALO-COUNT
               IF HELD-ALO-SW = 1 AND AO-IDNUM(I) > KEEP-IDNUM
                   PERFORM WRITE-HELD-ALO-RTN
               END-IF
               IF AO-IDNUM(I) NOT = DROP-IDNUM
                   MOVE AO-REC(I) TO ALO-REC
                   WRITE ALO-REC
               END-IF
           END-PERFORM.
           IF HELD-ALO-SW = 1
               PERFORM WRITE-HELD-ALO-RTN
           END-IF.
           CLOSE ALOFILE.

       WRITE-HELD-ALO-RTN.
           MOVE KEEP-IDNUM TO AL-IDNUM.
           MOVE HELD-ALO-REST TO AL-REST.
           WRITE ALO-REC.
           MOVE 0 TO HELD-ALO-SW.

      *the retired IDNUM leaves Customer.dat - its record is kept
      *on the merge log
       RETIRE-RTN.
           OPEN OUTPUT CUSTFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CUST-COUNT
               IF I NOT = DROP-I
                   MOVE CT-REC(I) TO CustomerData
                   WRITE CustomerData
               END-IF
           END-PERFORM.
           CLOSE CUSTFILE.

       LOG-RTN.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN EXTEND LOGFILE.
           MOVE WS-RUN-DATE TO ML-DATE.
           MOVE WS-RUN-TIME TO ML-TIME.
           MOVE KEEP-IDNUM TO ML-SURVIVOR.
           MOVE DROP-IDNUM TO ML-RETIRED.
           MOVE SUPERVISOR TO ML-SUPERVISOR.
           MOVE XREF-MOVED TO ML-XREF-MOVED.
           MOVE HH-ACTION TO ML-HH-ACTION.
           MOVE KYC-ACTION TO ML-KYC-ACTION.
           MOVE CT-REC(DROP-I) TO ML-RETIRED-REC.
           MOVE ALO-ACTION TO ML-ALO-ACTION.
           WRITE LOG-REC.
           CLOSE LOGFILE.
