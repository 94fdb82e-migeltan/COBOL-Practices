       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLSUB.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. BUILDS THE AMLC PORTAL FILE AMLCSUB.TXT FROM THE CASES
      *THE COMPLIANCE OFFICER HAS CONFIRMED ON AMLMNT - A COVERED
      *TRANSACTION REPORT (CTR) LINE FOR EACH TRANSACTION OF A CASE
      *CONFIRMED COVERED, A SUSPICIOUS TRANSACTION REPORT (STR) LINE
      *FOR EACH TRANSACTION OF A CASE CONFIRMED SUSPICIOUS. FIXED
      *200-BYTE RECORDS: ONE HEADER (H) WITH THE INSTITUTION CODE
      *FROM AMLPRM.TXT, THE DETAIL LINES (D), AND ONE TRAILER (T)
      *WITH THE LINE COUNT AND PESO TOTAL. EACH CASE SENT IS STAMPED
      *WITH TODAY'S DATE ON AMLCASE.TXT SO IT IS NEVER SENT TWICE.
      *LISTS WHAT WENT ON AMLSUBR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASEFILE ASSIGN TO 'AMLCASE.TXT'.
           SELECT OPTIONAL ITEMFILE ASSIGN TO 'AMLITEM.TXT'.
           SELECT AMLPRMFILE ASSIGN TO 'AMLPRM.TXT'
               FILE STATUS WS-FS-AMP.
           SELECT CUSTFILE ASSIGN TO "Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CUST-FS.
           SELECT ACCTMASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-AM.
           SELECT SUBFILE ASSIGN TO 'AMLCSUB.TXT'.
           SELECT RPTFILE ASSIGN TO 'AMLSUBR'.
      *batch-window lock left by BATCHDRV - AMLSCAN rewrites the
      *case file inside the window
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

       FD  CASEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CASE-REC.

       01  CASE-REC.
           02 AC-CASE-NO PIC 9(6).
           02 AC-PATTERN PIC X(6).
           02 AC-IDNUM PIC 9(5).
           02 AC-ANO PIC X(10).
           02 AC-FROM PIC 9(8).
           02 AC-TO PIC 9(8).
           02 AC-AMT PIC 9(11)V99.
           02 AC-ITEMS PIC 9(5).
           02 AC-OPENED PIC 9(8).
           02 AC-STATUS PIC X.
           02 AC-DECIDED PIC 9(8).
           02 AC-OFFICER PIC X(10).
           02 AC-NARR PIC X(60).
           02 AC-REPORTED PIC 9(8).

       FD  ITEMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.

       01  ITEM-REC.
           02 AI-CASE-NO PIC 9(6).
           02 AI-ANO PIC X(10).
           02 AI-TC PIC X.
           02 AI-TAMT PIC 9(7)V99.
           02 AI-CCY PIC X(3).
           02 AI-PHP PIC 9(11)V99.
           02 AI-TDATE PIC 9(8).
           02 AI-TREF PIC X(6).
           02 AI-BID-DATE PIC 9(8).
           02 AI-BID-SEQ PIC 9(3).

       FD  AMLPRMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AMLPRM-REC.

       01  AMLPRM-REC.
           02 AP-WINDOW PIC 9(3).
           02 AP-NEAR-PCT PIC 9(3).
           02 AP-CONSEC PIC 9(2).
           02 AP-INOUT-PCT PIC 9(3).
           02 AP-INST PIC X(10).

       FD  CUSTFILE.
       01  CustomerData.
           02 IDNum PIC 9(5).
           02 CustName.
               03 FirstName PIC X(15).
               03 LastName PIC X(15).
           02 HomeAddress PIC X(30).
           02 ContactNo PIC X(11).
           02 Birthdate PIC 9(8).

       FD  ACCTMASTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MAST-REC.

       01  MAST-REC.
           05 AM-ANO PIC X(10).
           05 AM-NAME PIC X(25).
           05 AM-OPENED PIC 9(8).
           05 AM-STATUS PIC X.
           05 AM-TAXEX PIC X.
           05 AM-HOME-BR PIC X(3).
           05 AM-CCY PIC X(3).
           05 FILLER PIC X(13).

      *the AMLC portal layout - header, details, trailer
       FD  SUBFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORDS ARE SUB-HDR SUB-DTL SUB-TRL.

       01  SUB-HDR.
           02 SH-TYPE PIC X.
           02 SH-INST PIC X(10).
           02 SH-DATE PIC 9(8).
           02 FILLER PIC X(181).

       01  SUB-DTL.
           02 SD-TYPE PIC X.
           02 SD-RPT-TYPE PIC X(3).
           02 SD-CASE-NO PIC 9(6).
           02 SD-TDATE PIC 9(8).
           02 SD-ANO PIC X(10).
           02 SD-TXN-CODE PIC X(3).
           02 SD-CCY PIC X(3).
           02 SD-AMT PIC 9(13)V99.
           02 SD-PHP PIC 9(13)V99.
           02 SD-IDNUM PIC 9(5).
           02 SD-NAME PIC X(40).
           02 SD-REASON PIC X(6).
           02 SD-TREF PIC X(6).
           02 SD-NARR PIC X(60).
           02 FILLER PIC X(19).

       01  SUB-TRL.
           02 ST-TYPE PIC X.
           02 ST-COUNT PIC 9(7).
           02 ST-TOTAL PIC 9(15)V99.
           02 FILLER PIC X(175).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.
       01  WS-FS-AMP PIC XX VALUE SPACES.
       01  WS-CUST-FS PIC XX VALUE SPACES.
       01  WS-FS-AM PIC XX VALUE SPACES.
       01  WS-INST PIC X(10) VALUE SPACES.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  CASE-TABLE.
           05 CASE-ENTRY OCCURS 1000 TIMES.
               10 CT-CASE-NO PIC 9(6).
               10 CT-PATTERN PIC X(6).
               10 CT-IDNUM PIC 9(5).
               10 CT-ANO PIC X(10).
               10 CT-FROM PIC 9(8).
               10 CT-TO PIC 9(8).
               10 CT-AMT PIC 9(11)V99.
               10 CT-ITEMS PIC 9(5).
               10 CT-OPENED PIC 9(8).
               10 CT-STATUS PIC X.
               10 CT-DECIDED PIC 9(8).
               10 CT-OFFICER PIC X(10).
               10 CT-NARR PIC X(60).
               10 CT-REPORTED PIC 9(8).

      *the cases going out this run and the name each is filed under
       01  SEND-TABLE.
           05 SEND-ENTRY OCCURS 1000 TIMES.
               10 SN-CASE-I PIC 9(4).
               10 SN-NAME PIC X(40).
       01  SEND-COUNT PIC 9(4) VALUE 0.

       01  CASE-COUNT PIC 9(4) VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.
       01  I PIC 9(4) VALUE 0.
       01  S-I PIC 9(4) VALUE 0.
       01  FOUND-I PIC 9(4) VALUE 0.
       01  EOFSW PIC 9 VALUE 0.
       01  DTL-COUNT PIC 9(7) VALUE 0.
       01  DTL-TOTAL PIC 9(15)V99 VALUE 0.
       01  CTR-COUNT PIC 9(7) VALUE 0.
       01  STR-COUNT PIC 9(7) VALUE 0.
       01  WORK-NAME PIC X(40) VALUE SPACES.

       01  RPT-HEAD.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(32) VALUE 'AMLC Submission Listing'.
           02 FILLER PIC X(24) VALUE SPACES.

       01  RPT-DATE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(17) VALUE 'Submission date: '.
           02 RD-DATE PIC 9(8).
           02 FILLER PIC X(15) VALUE '  Institution: '.
           02 RD-INST PIC X(10).
           02 FILLER PIC X(28) VALUE SPACES.

       01  RPT-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'Type'.
           02 FILLER PIC X(8) VALUE 'Case'.
           02 FILLER PIC X(9) VALUE 'Txn Date'.
           02 FILLER PIC X(12) VALUE 'Account'.
           02 FILLER PIC X(5) VALUE 'Code'.
           02 FILLER PIC X(17) VALUE '      Peso Amount'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'Name'.

       01  RPT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-TYPE PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-CASE PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-TDATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-CODE PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-PHP PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-NAME PIC X(20).

       01  COUNT-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-LABEL PIC X(30).
           02 CL-CNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-AMT PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER PIC X(12) VALUE SPACES.

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

           PERFORM CHECK-LOCK-RTN THRU CHECK-LOCK-RTN-END.

           OPEN INPUT AMLPRMFILE.
           IF WS-FS-AMP = '00'
               READ AMLPRMFILE
                   AT END CONTINUE
                   NOT AT END MOVE AP-INST TO WS-INST
               END-READ
               CLOSE AMLPRMFILE
           END-IF.
           IF WS-INST = SPACES
               DISPLAY 'NO INSTITUTION CODE ON AMLPRM.TXT - RUN '
                   'REFUSED.'
               STOP RUN
           END-IF.

           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           IF SEND-COUNT = 0
               DISPLAY 'NO CONFIRMED CASES WAITING - NOTHING TO '
                   'SUBMIT.'
               STOP RUN
           END-IF.

           PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I > SEND-COUNT
               PERFORM FIND-NAME-RTN THRU FIND-NAME-RTN-END
           END-PERFORM.

           OPEN OUTPUT SUBFILE.
           OPEN OUTPUT RPTFILE.
           MOVE WS-RUN-DATE TO RD-DATE.
           MOVE WS-INST TO RD-INST.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           WRITE RPTREC FROM RPT-DATE-LINE AFTER 1.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           MOVE SPACES TO SUB-HDR.
           MOVE 'H' TO SH-TYPE.
           MOVE WS-INST TO SH-INST.
           MOVE WS-RUN-DATE TO SH-DATE.
           WRITE SUB-HDR.

           MOVE 0 TO EOFSW.
           OPEN INPUT ITEMFILE.
           READ ITEMFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               PERFORM FIND-SEND-RTN
               IF S-I > 0
                   PERFORM WRITE-DETAIL-RTN
               END-IF
               READ ITEMFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE ITEMFILE.

           MOVE SPACES TO SUB-TRL.
           MOVE 'T' TO ST-TYPE.
           MOVE DTL-COUNT TO ST-COUNT.
           MOVE DTL-TOTAL TO ST-TOTAL.
           WRITE SUB-TRL.
           CLOSE SUBFILE.

           PERFORM VARYING S-I FROM 1 BY 1 UNTIL S-I > SEND-COUNT
               MOVE SN-CASE-I(S-I) TO I
               MOVE WS-RUN-DATE TO CT-REPORTED(I)
           END-PERFORM.
           PERFORM SAVE-RTN.

           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 'Cases submitted:' TO CL-LABEL.
           MOVE SEND-COUNT TO CL-CNT.
           MOVE 0 TO CL-AMT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Covered transaction lines:' TO CL-LABEL.
           MOVE CTR-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Suspicious transaction lines:' TO CL-LABEL.
           MOVE STR-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Total lines / peso amount:' TO CL-LABEL.
           MOVE DTL-COUNT TO CL-CNT.
           MOVE DTL-TOTAL TO CL-AMT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           CLOSE RPTFILE.

           DISPLAY 'AMLCSUB.TXT WRITTEN - ' SEND-COUNT ' CASES, '
               DTL-COUNT ' LINES (AMLSUBR).'.
           STOP RUN.

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

      *the whole file must fit the table BEFORE anything loads -
      *the stamping pass rewrites AMLCASE.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT CASEFILE.
           READ CASEFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ CASEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE CASEFILE.

           IF PRE-COUNT > 1000
               DISPLAY 'AMLCASE.TXT EXCEEDS 1000 - RUN REFUSED.'
               STOP RUN
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO CASE-COUNT.
           MOVE 0 TO SEND-COUNT.
           OPEN INPUT CASEFILE.
           READ CASEFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR CASE-COUNT = 1000
               ADD 1 TO CASE-COUNT
               MOVE CASE-REC TO CASE-ENTRY(CASE-COUNT)
               IF (AC-STATUS = 'C' OR AC-STATUS = 'S')
                  AND AC-REPORTED = 0
                   ADD 1 TO SEND-COUNT
                   MOVE CASE-COUNT TO SN-CASE-I(SEND-COUNT)
                   MOVE SPACES TO SN-NAME(SEND-COUNT)
               END-IF
               READ CASEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE CASEFILE.
       LOAD-RTN-END.
           EXIT.

      *a customer case is filed under the Customer.dat name, an
      *unlinked account's under the account title
       FIND-NAME-RTN.
           MOVE SN-CASE-I(S-I) TO I.
           MOVE SPACES TO WORK-NAME.
           MOVE 0 TO EOFSW.
           IF CT-IDNUM(I) = 0
               GO TO FIND-NAME-ACCT
           END-IF.
           OPEN INPUT CUSTFILE.
           IF WS-CUST-FS NOT = '00'
               GO TO FIND-NAME-RTN-END
           END-IF.
           READ CUSTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               IF IDNum = CT-IDNUM(I)
                   STRING FirstName DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       LastName DELIMITED BY '  '
                       INTO WORK-NAME
                   MOVE 1 TO EOFSW
               ELSE
                   READ CUSTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE CUSTFILE.
           MOVE WORK-NAME TO SN-NAME(S-I).
           GO TO FIND-NAME-RTN-END.

       FIND-NAME-ACCT.
           OPEN INPUT ACCTMASTFILE.
           IF WS-FS-AM NOT = '00'
               GO TO FIND-NAME-RTN-END
           END-IF.
           READ ACCTMASTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               IF AM-ANO = CT-ANO(I)
                   MOVE AM-NAME TO WORK-NAME
                   MOVE 1 TO EOFSW
               ELSE
                   READ ACCTMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ACCTMASTFILE.
           MOVE WORK-NAME TO SN-NAME(S-I).
       FIND-NAME-RTN-END.
           EXIT.

      *S-I is the send entry of the item's case, 0 when not going
       FIND-SEND-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING S-I FROM 1 BY 1
                   UNTIL S-I > SEND-COUNT OR FOUND-I > 0
               MOVE SN-CASE-I(S-I) TO I
               IF CT-CASE-NO(I) = AI-CASE-NO
                   MOVE S-I TO FOUND-I
               END-IF
           END-PERFORM.
           MOVE FOUND-I TO S-I.

       WRITE-DETAIL-RTN.
           MOVE SN-CASE-I(S-I) TO I.
           MOVE SPACES TO SUB-DTL.
           MOVE 'D' TO SD-TYPE.
           IF CT-STATUS(I) = 'C'
               MOVE 'CTR' TO SD-RPT-TYPE
               ADD 1 TO CTR-COUNT
           ELSE
               MOVE 'STR' TO SD-RPT-TYPE
               ADD 1 TO STR-COUNT
           END-IF.
           MOVE AI-CASE-NO TO SD-CASE-NO.
           MOVE AI-TDATE TO SD-TDATE.
           MOVE AI-ANO TO SD-ANO.
           EVALUATE AI-TC
               WHEN 'D'
                   MOVE 'CDP' TO SD-TXN-CODE
               WHEN 'W'
                   MOVE 'CWD' TO SD-TXN-CODE
               WHEN 'C'
                   MOVE 'CHQ' TO SD-TXN-CODE
               WHEN 'T'
                   MOVE 'TRO' TO SD-TXN-CODE
               WHEN 'U'
                   MOVE 'TRI' TO SD-TXN-CODE
               WHEN 'B'
                   MOVE 'BLP' TO SD-TXN-CODE
               WHEN 'R'
                   MOVE 'RDP' TO SD-TXN-CODE
               WHEN 'V'
                   MOVE 'RWD' TO SD-TXN-CODE
               WHEN 'F'
                   MOVE 'FEE' TO SD-TXN-CODE
               WHEN OTHER
                   MOVE 'OTH' TO SD-TXN-CODE
           END-EVALUATE.
           MOVE AI-CCY TO SD-CCY.
           MOVE AI-TAMT TO SD-AMT.
           MOVE AI-PHP TO SD-PHP.
           MOVE CT-IDNUM(I) TO SD-IDNUM.
           MOVE SN-NAME(S-I) TO SD-NAME.
           MOVE CT-PATTERN(I) TO SD-REASON.
           MOVE AI-TREF TO SD-TREF.
           MOVE CT-NARR(I) TO SD-NARR.
           WRITE SUB-DTL.
           ADD 1 TO DTL-COUNT.
           ADD AI-PHP TO DTL-TOTAL.

           MOVE SD-RPT-TYPE TO RP-TYPE.
           MOVE AI-CASE-NO TO RP-CASE.
           MOVE AI-TDATE TO RP-TDATE.
           MOVE AI-ANO TO RP-ANO.
           MOVE SD-TXN-CODE TO RP-CODE.
           MOVE AI-PHP TO RP-PHP.
           MOVE SN-NAME(S-I) TO RP-NAME.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.

       SAVE-RTN.
           OPEN OUTPUT CASEFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CASE-COUNT
               MOVE CASE-ENTRY(I) TO CASE-REC
               WRITE CASE-REC
           END-PERFORM.
           CLOSE CASEFILE.
