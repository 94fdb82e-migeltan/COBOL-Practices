       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGCHK.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. NIGHTLY REFERENTIAL INTEGRITY SWEEP - EVERY PROGRAM
      *VALIDATES ONLY WHAT IT READS ITSELF, SO A CHILD RECORD WHOSE
      *PARENT HAS GONE (A CUSTXREF.TXT LINK TO AN ACCOUNT NO LONGER
      *ON ACCTMAST.TXT, AN OUTAD.TXT GRADE FOR A SUBJECT OFF
      *SUBJMAST.TXT, A FIN33.TXT SHOW NOT ON SHOWMAST.TXT, A TAN.TXT
      *RESULT FOR A SCHOOL NOT ON UNIMAST.TXT, A HOUSEHLD.TXT MEMBER
      *NOT ON Customer.dat, AND THE LIKE) SITS UNNOTICED. THIS RUN
      *CHECKS EVERY SUCH PARENT-CHILD LINK ACROSS THE SUBSYSTEMS,
      *LISTS THE ORPHANS ON INTGCHKR GROUPED BY LINK WITH A COUNT
      *FOR EACH, AND LEAVES TONIGHT'S AND THE LAST NIGHT'S COUNTS
      *ON INTGCNT.TXT FOR CTLVRFY'S VERDICT. A BLANK OR ZERO KEY IS
      *NO LINK AND IS NOT AN ORPHAN. A LINK WHOSE PARENT MASTER IS
      *NOT ON HAND, OR WILL NOT FIT ITS TABLE, IS LISTED AS NOT
      *CHECKED RATHER THAN CALLING EVERY CHILD AN ORPHAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *the parent masters
           SELECT ACCTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-ACC.
           SELECT CUSTFILE ASSIGN TO 'Customer.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS WS-FS-CUS.
           SELECT SUBJFILE ASSIGN TO 'SUBJMAST.TXT'
               FILE STATUS WS-FS-SUB.
           SELECT STUDFILE ASSIGN TO 'STUDMAST.TXT'
               FILE STATUS WS-FS-STU.
           SELECT SHOWFILE ASSIGN TO 'SHOWMAST.TXT'
               FILE STATUS WS-FS-SHW.
           SELECT UNIFILE ASSIGN TO 'UNIMAST.TXT'
               FILE STATUS WS-FS-UNI.
      *the children that point at them
           SELECT XREFFILE ASSIGN TO 'CUSTXREF.TXT'
               FILE STATUS WS-FS-XRF.
           SELECT HHFILE ASSIGN TO 'HOUSEHLD.TXT'
               FILE STATUS WS-FS-HH.
           SELECT KYCFILE ASSIGN TO 'KYCREV.TXT'
               FILE STATUS WS-FS-KYC.
           SELECT ALOFILE ASSIGN TO 'ALRTOPT.TXT'
               FILE STATUS WS-FS-ALO.
           SELECT LOANFILE ASSIGN TO 'LOANMAST.TXT'
               FILE STATUS WS-FS-LN.
           SELECT TDFILE ASSIGN TO 'TDMAST.TXT'
               FILE STATUS WS-FS-TD.
           SELECT FACFILE ASSIGN TO 'ODFAC.TXT'
               FILE STATUS WS-FS-FAC.
           SELECT SOFILE ASSIGN TO 'SOMAST.TXT'
               FILE STATUS WS-FS-SO.
           SELECT ADFILE ASSIGN TO 'OUTAD.TXT'
               FILE STATUS WS-FS-AD.
           SELECT FACMFILE ASSIGN TO 'FACMAST.TXT'
               FILE STATUS WS-FS-FCM.
           SELECT F33FILE ASSIGN TO 'FIN33.TXT'
               FILE STATUS WS-FS-F33.
           SELECT TANFILE ASSIGN TO 'TAN.TXT'
               FILE STATUS WS-FS-TAN.
      *tonight's and last night's orphan counts, read by CTLVRFY
           SELECT OPTIONAL CNTFILE ASSIGN TO 'INTGCNT.TXT'
               FILE STATUS WS-FS-CNT.
           SELECT RPTFILE ASSIGN TO 'INTGCHKR'.

       DATA DIVISION.
       FILE SECTION.

      *only the key fields are broken out - the rest rides in FILLER

       FD  ACCTFILE.
       01  ACCT-REC.
           05 AC-ANO PIC X(10).
           05 FILLER PIC X(54).

       FD  CUSTFILE.
       01  CUST-REC.
           05 CU-IDNUM PIC 9(5).
           05 FILLER PIC X(94).

       FD  SUBJFILE.
       01  SUBJ-REC.
           05 SJ-CODE PIC X(6).
           05 FILLER PIC X(21).

       FD  STUDFILE.
       01  STUD-REC.
           05 SR-SNO PIC 9(5).
           05 FILLER PIC X(38).

       FD  SHOWFILE.
       01  SHOW-REC.
           05 SH-NAME PIC X(20).
           05 FILLER PIC X(22).

       FD  UNIFILE.
       01  UNI-REC.
           05 UM-NAME PIC X(5).

       FD  XREFFILE.
       01  XREF-REC.
           05 XR-IDNUM PIC 9(5).
           05 XR-ANO PIC X(10).

       FD  HHFILE.
       01  HH-REC.
           05 HH-R-ID PIC 9(5).
           05 HH-R-IDNUM PIC 9(5).

       FD  KYCFILE.
       01  KYC-REC.
           05 KY-IDNUM PIC 9(5).
           05 FILLER PIC X(27).

       FD  ALOFILE.
       01  ALO-REC.
           05 AP-IDNUM PIC 9(5).
           05 FILLER PIC X(18).

       FD  LOANFILE.
       01  LOAN-REC.
           05 LN-LNO PIC X(6).
           05 LN-ANO PIC X(10).
           05 FILLER PIC X(74).

       FD  TDFILE.
       01  TD-REC.
           05 TD-TDNO PIC X(6).
           05 TD-ANO PIC X(10).
           05 FILLER PIC X(64).

       FD  FACFILE.
       01  FAC-REC.
           05 FC-ANO PIC X(10).
           05 FILLER PIC X(26).

       FD  SOFILE.
       01  SO-REC.
           05 SO-ANO PIC X(10).
           05 FILLER PIC X(44).

       FD  ADFILE.
       01  AD-REC.
           05 AD-SSNO PIC 9(5).
           05 FILLER PIC X(62).
           05 AD-SSUBJ PIC X(6).

       FD  FACMFILE.
       01  FACM-REC.
           05 FM-SYS PIC X(5).
           05 FM-SUBJ PIC X(6).
           05 FM-OPER PIC X(8).

       FD  F33FILE.
       01  F33-REC.
           05 F3-SNA PIC X(20).
           05 FILLER PIC X(77).

       FD  TANFILE.
       01  TAN-REC.
           05 TN-SENUM PIC 9(11).
           05 FILLER PIC X(45).
           05 TN-SUNINAME PIC X(5).
           05 FILLER PIC X(51).

       FD  CNTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CNT-REC.

       01  CNT-REC.
           02 IC-REL PIC X(8).
           02 IC-DESC PIC X(40).
           02 IC-COUNT PIC 9(7).
           02 IC-PREV PIC 9(7).
           02 IC-DATE PIC 9(8).
      *C CHECKED / N NOT CHECKED (PARENT MASTER MISSING OR TOO BIG)
           02 IC-STATE PIC X.

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-ACC PIC XX VALUE SPACES.
       01  WS-FS-CUS PIC XX VALUE SPACES.
       01  WS-FS-SUB PIC XX VALUE SPACES.
       01  WS-FS-STU PIC XX VALUE SPACES.
       01  WS-FS-SHW PIC XX VALUE SPACES.
       01  WS-FS-UNI PIC XX VALUE SPACES.
       01  WS-FS-XRF PIC XX VALUE SPACES.
       01  WS-FS-HH PIC XX VALUE SPACES.
       01  WS-FS-KYC PIC XX VALUE SPACES.
       01  WS-FS-ALO PIC XX VALUE SPACES.
       01  WS-FS-LN PIC XX VALUE SPACES.
       01  WS-FS-TD PIC XX VALUE SPACES.
       01  WS-FS-FAC PIC XX VALUE SPACES.
       01  WS-FS-SO PIC XX VALUE SPACES.
       01  WS-FS-AD PIC XX VALUE SPACES.
       01  WS-FS-FCM PIC XX VALUE SPACES.
       01  WS-FS-F33 PIC XX VALUE SPACES.
       01  WS-FS-TAN PIC XX VALUE SPACES.
       01  WS-FS-CNT PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

      *the parent keys held whole - each switch is L loaded,
      *M master not on hand, O master past its table
       01  ACCT-TABLE.
           05 ACCT-KEY OCCURS 500 TIMES PIC X(10).
       01  ACCT-N PIC 9(4) VALUE 0.
       01  ACCT-SW PIC X VALUE 'M'.
       01  CUST-TABLE.
           05 CUST-KEY OCCURS 1000 TIMES PIC 9(5).
       01  CUST-N PIC 9(4) VALUE 0.
       01  CUST-SW PIC X VALUE 'M'.
       01  SUBJ-TABLE.
           05 SUBJ-KEY OCCURS 200 TIMES PIC X(6).
       01  SUBJ-N PIC 9(4) VALUE 0.
       01  SUBJ-SW PIC X VALUE 'M'.
       01  STUD-TABLE.
           05 STUD-KEY OCCURS 2000 TIMES PIC 9(5).
       01  STUD-N PIC 9(4) VALUE 0.
       01  STUD-SW PIC X VALUE 'M'.
       01  SHOW-TABLE.
           05 SHOW-KEY OCCURS 100 TIMES PIC X(20).
       01  SHOW-N PIC 9(4) VALUE 0.
       01  SHOW-SW PIC X VALUE 'M'.
       01  UNI-TABLE.
           05 UNI-KEY OCCURS 100 TIMES PIC X(5).
       01  UNI-N PIC 9(4) VALUE 0.
       01  UNI-SW PIC X VALUE 'M'.
       01  KEY-I PIC 9(4) VALUE 0.
       01  FOUND-SW PIC 9 VALUE 0.

      *the key being looked up, in the shape of each parent's key
       01  WANT-ANO PIC X(10) VALUE SPACES.
       01  WANT-ID PIC 9(5) VALUE 0.
       01  WANT-SUBJ PIC X(6) VALUE SPACES.
       01  WANT-SHOW PIC X(20) VALUE SPACES.
       01  WANT-UNI PIC X(5) VALUE SPACES.

      *the link being swept
       01  REL-CODE PIC X(8) VALUE SPACES.
       01  REL-DESC PIC X(40) VALUE SPACES.
       01  PARENT-SW PIC X VALUE SPACES.
       01  CHILD-SW PIC X VALUE SPACES.
       01  REC-NO PIC 9(7) VALUE 0.
       01  ORPH-COUNT PIC 9(7) VALUE 0.
       01  ORPH-KEY PIC X(20) VALUE SPACES.
       01  PREV-COUNT PIC 9(7) VALUE 0.

      *last night's counts as INTGCNT.TXT held them, and tonight's
       01  OLD-TABLE.
           05 OLD-ENTRY OCCURS 20 TIMES.
               10 OLD-REL PIC X(8).
               10 OLD-COUNT PIC 9(7).
               10 OLD-PREV PIC 9(7).
               10 OLD-DATE PIC 9(8).
               10 OLD-STATE PIC X.
       01  OLD-N PIC 99 VALUE 0.
       01  OLD-I PIC 99 VALUE 0.
       01  OLD-FOUND-I PIC 99 VALUE 0.
       01  NEW-TABLE.
           05 NEW-ENTRY OCCURS 20 TIMES.
               10 NEW-REL PIC X(8).
               10 NEW-DESC PIC X(40).
               10 NEW-COUNT PIC 9(7).
               10 NEW-PREV PIC 9(7).
               10 NEW-STATE PIC X.
       01  NEW-N PIC 99 VALUE 0.
       01  NEW-I PIC 99 VALUE 0.

       01  REL-TOTAL PIC 99 VALUE 0.
       01  SKIP-TOTAL PIC 99 VALUE 0.
       01  RISE-TOTAL PIC 99 VALUE 0.
       01  ORPH-TOTAL PIC 9(8) VALUE 0.

       01  IC-HEAD.
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER PIC X(28) VALUE 'Referential Integrity Sweep'.
           02 FILLER PIC X(26) VALUE SPACES.

       01  IC-DATE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Run date '.
           02 ID-DATE PIC 9(8).
           02 FILLER PIC X(61) VALUE SPACES.

       01  REL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-CODE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-DESC PIC X(40).
           02 FILLER PIC X(28) VALUE SPACES.

       01  ORPH-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Record '.
           02 OL-REC PIC ZZZZZZ9.
           02 FILLER PIC X(6) VALUE '  Key '.
           02 OL-KEY PIC X(20).
           02 FILLER PIC X(34) VALUE SPACES.

       01  COUNT-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Orphans: '.
           02 CL-COUNT PIC ZZZZZZ9.
           02 FILLER PIC X(13) VALUE '   Previous: '.
           02 CL-PREV PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-NOTE PIC X(30).
           02 FILLER PIC X(6) VALUE SPACES.

       01  SKIP-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 FILLER PIC X(14) VALUE 'Not checked - '.
           02 SK-FILE PIC X(12).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SK-WHY PIC X(26).
           02 FILLER PIC X(21) VALUE SPACES.

       01  TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(15) VALUE 'Links checked: '.
           02 TL-RELS PIC Z9.
           02 FILLER PIC X(16) VALUE '   Not checked: '.
           02 TL-SKIP PIC Z9.
           02 FILLER PIC X(12) VALUE '   Orphans: '.
           02 TL-ORPH PIC ZZZZZZZ9.
           02 FILLER PIC X(11) VALUE '   Rising: '.
           02 TL-RISE PIC Z9.
           02 FILLER PIC X(10) VALUE SPACES.

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

           PERFORM LOAD-COUNTS-RTN THRU LOAD-COUNTS-RTN-END.
           PERFORM LOAD-ACCT-RTN THRU LOAD-ACCT-RTN-END.
           PERFORM LOAD-CUST-RTN THRU LOAD-CUST-RTN-END.
           PERFORM LOAD-SUBJ-RTN THRU LOAD-SUBJ-RTN-END.
           PERFORM LOAD-STUD-RTN THRU LOAD-STUD-RTN-END.
           PERFORM LOAD-SHOW-RTN THRU LOAD-SHOW-RTN-END.
           PERFORM LOAD-UNI-RTN THRU LOAD-UNI-RTN-END.

           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM IC-HEAD AFTER PAGE.
           MOVE WS-RUN-DATE TO ID-DATE.
           WRITE RPTREC FROM IC-DATE-LINE AFTER 1.

           PERFORM CHECK-XREFACCT-RTN THRU CHECK-XREFACCT-RTN-END.
           PERFORM REL-END-RTN THRU REL-END-RTN-END.
           PERFORM CHECK-XREFCUST-RTN THRU CHECK-XREFCUST-RTN-END.
           PERFORM REL-END-RTN THRU REL-END-RTN-END.
           PERFORM CHECK-HHCUST-RTN THRU CHECK-HHCUST-RTN-END.
           PERFORM REL-END-RTN THRU REL-END-RTN-END.
           PERFORM CHECK-KYCCUST-RTN THRU CHECK-KYCCUST-RTN-END.
           PERFORM REL-END-RTN THRU REL-END-RTN-END.
           PERFORM CHECK-ALRTCUST-RTN THRU CHECK-ALRTCUST-RTN-END.
           PERFORM REL-END-RTN THRU REL-END-RTN-END.
           PERFORM CHECK-LOANACCT-RTN THRU CHECK-LOANACCT-RTN-END.
           PERFORM REL-END-RTN THRU REL-END-RTN-END.
           PERFORM CHECK-TDACCT-RTN THRU CHECK-TDACCT-RTN-END.
           PERFORM REL-END-RTN THRU REL-END-RTN-END.
           PERFORM CHECK-ODACCT-RTN THRU CHECK-ODACCT-RTN-END.
           PERFORM REL-END-RTN THRU REL-END-RTN-END.
           PERFORM CHECK-SOACCT-RTN THRU CHECK-SOACCT-RTN-END.
           PERFORM REL-END-RTN THRU REL-END-RTN-END.
           PERFORM CHECK-ADSUBJ-RTN THRU CHECK-ADSUBJ-RTN-END.
           PERFORM REL-END-RTN THRU REL-END-RTN-END.
           PERFORM CHECK-ADSTUD-RTN THRU CHECK-ADSTUD-RTN-END.
           PERFORM REL-END-RTN THRU REL-END-RTN-END.
           PERFORM CHECK-FACSUBJ-RTN THRU CHECK-FACSUBJ-RTN-END.
           PERFORM REL-END-RTN THRU REL-END-RTN-END.
           PERFORM CHECK-F33SHOW-RTN THRU CHECK-F33SHOW-RTN-END.
           PERFORM REL-END-RTN THRU REL-END-RTN-END.
           PERFORM CHECK-TANUNI-RTN THRU CHECK-TANUNI-RTN-END.
           PERFORM REL-END-RTN THRU REL-END-RTN-END.

           MOVE REL-TOTAL TO TL-RELS.
           MOVE SKIP-TOTAL TO TL-SKIP.
           MOVE ORPH-TOTAL TO TL-ORPH.
           MOVE RISE-TOTAL TO TL-RISE.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM TOTAL-LINE AFTER 1.
           CLOSE RPTFILE.

           PERFORM SAVE-COUNTS-RTN.
           DISPLAY 'INTEGRITY SWEEP: ' ORPH-TOTAL ' ORPHAN(S) ON '
               REL-TOTAL ' LINK(S), ' RISE-TOTAL ' RISING (INTGCHKR).'.
           IF SKIP-TOTAL > 0
               DISPLAY SKIP-TOTAL ' LINK(S) NOT CHECKED - SEE INTGCHKR.'
           END-IF.
           GOBACK.

      *the counts the last sweep left - a rerun the same day keeps
      *the night before as its baseline
       LOAD-COUNTS-RTN.
           MOVE 0 TO OLD-N.
           OPEN INPUT CNTFILE.
           IF WS-FS-CNT NOT = '00'
               IF WS-FS-CNT = '05'
                   CLOSE CNTFILE
               END-IF
               GO TO LOAD-COUNTS-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR OLD-N = 20
               READ CNTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO OLD-N
                   MOVE IC-REL TO OLD-REL(OLD-N)
                   MOVE IC-COUNT TO OLD-COUNT(OLD-N)
                   MOVE IC-PREV TO OLD-PREV(OLD-N)
                   MOVE IC-DATE TO OLD-DATE(OLD-N)
                   MOVE IC-STATE TO OLD-STATE(OLD-N)
               END-IF
           END-PERFORM.
           CLOSE CNTFILE.
       LOAD-COUNTS-RTN-END.
           EXIT.

      *one load pass per parent master

       LOAD-ACCT-RTN.
           MOVE 0 TO ACCT-N.
           MOVE 'M' TO ACCT-SW.
           OPEN INPUT ACCTFILE.
           IF WS-FS-ACC NOT = '00'
               GO TO LOAD-ACCT-RTN-END
           END-IF.
           MOVE 'L' TO ACCT-SW.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ACCTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF ACCT-N = 500
                       MOVE 'O' TO ACCT-SW
                       MOVE 1 TO EOFSW
                   ELSE
                       ADD 1 TO ACCT-N
                       MOVE AC-ANO TO ACCT-KEY(ACCT-N)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ACCTFILE.
       LOAD-ACCT-RTN-END.
           EXIT.

       LOAD-CUST-RTN.
           MOVE 0 TO CUST-N.
           MOVE 'M' TO CUST-SW.
           OPEN INPUT CUSTFILE.
           IF WS-FS-CUS NOT = '00'
               GO TO LOAD-CUST-RTN-END
           END-IF.
           MOVE 'L' TO CUST-SW.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CUSTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF CUST-N = 1000
                       MOVE 'O' TO CUST-SW
                       MOVE 1 TO EOFSW
                   ELSE
                       ADD 1 TO CUST-N
                       MOVE CU-IDNUM TO CUST-KEY(CUST-N)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CUSTFILE.
       LOAD-CUST-RTN-END.
           EXIT.

       LOAD-SUBJ-RTN.
           MOVE 0 TO SUBJ-N.
           MOVE 'M' TO SUBJ-SW.
           OPEN INPUT SUBJFILE.
           IF WS-FS-SUB NOT = '00'
               GO TO LOAD-SUBJ-RTN-END
           END-IF.
           MOVE 'L' TO SUBJ-SW.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SUBJFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF SUBJ-N = 200
                       MOVE 'O' TO SUBJ-SW
                       MOVE 1 TO EOFSW
                   ELSE
                       ADD 1 TO SUBJ-N
                       MOVE SJ-CODE TO SUBJ-KEY(SUBJ-N)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SUBJFILE.
       LOAD-SUBJ-RTN-END.
           EXIT.

       LOAD-STUD-RTN.
           MOVE 0 TO STUD-N.
           MOVE 'M' TO STUD-SW.
           OPEN INPUT STUDFILE.
           IF WS-FS-STU NOT = '00'
               GO TO LOAD-STUD-RTN-END
           END-IF.
           MOVE 'L' TO STUD-SW.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ STUDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF STUD-N = 2000
                       MOVE 'O' TO STUD-SW
                       MOVE 1 TO EOFSW
                   ELSE
                       ADD 1 TO STUD-N
                       MOVE SR-SNO TO STUD-KEY(STUD-N)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE STUDFILE.
       LOAD-STUD-RTN-END.
           EXIT.

       LOAD-SHOW-RTN.
           MOVE 0 TO SHOW-N.
           MOVE 'M' TO SHOW-SW.
           OPEN INPUT SHOWFILE.
           IF WS-FS-SHW NOT = '00'
               GO TO LOAD-SHOW-RTN-END
           END-IF.
           MOVE 'L' TO SHOW-SW.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SHOWFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF SHOW-N = 100
                       MOVE 'O' TO SHOW-SW
                       MOVE 1 TO EOFSW
                   ELSE
                       ADD 1 TO SHOW-N
                       MOVE SH-NAME TO SHOW-KEY(SHOW-N)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SHOWFILE.
       LOAD-SHOW-RTN-END.
           EXIT.

       LOAD-UNI-RTN.
           MOVE 0 TO UNI-N.
           MOVE 'M' TO UNI-SW.
           OPEN INPUT UNIFILE.
           IF WS-FS-UNI NOT = '00'
               GO TO LOAD-UNI-RTN-END
           END-IF.
           MOVE 'L' TO UNI-SW.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ UNIFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF UNI-N = 100
                       MOVE 'O' TO UNI-SW
                       MOVE 1 TO EOFSW
                   ELSE
                       ADD 1 TO UNI-N
                       MOVE UM-NAME TO UNI-KEY(UNI-N)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE UNIFILE.
       LOAD-UNI-RTN-END.
           EXIT.

      *one sweep per link - child file read whole, each non-blank
      *key looked up on its parent's table

       CHECK-XREFACCT-RTN.
           MOVE 'XREFACCT' TO REL-CODE.
           MOVE 'CUSTXREF.TXT ACCOUNT -> ACCTMAST.TXT' TO REL-DESC.
           MOVE ACCT-SW TO PARENT-SW.
           MOVE 'ACCTMAST.TXT' TO SK-FILE.
           PERFORM REL-START-RTN.
           IF PARENT-SW NOT = 'L'
               GO TO CHECK-XREFACCT-RTN-END
           END-IF.
           OPEN INPUT XREFFILE.
           IF WS-FS-XRF NOT = '00'
               MOVE 'M' TO CHILD-SW
               GO TO CHECK-XREFACCT-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ XREFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REC-NO
                   IF XR-ANO NOT = SPACES
                       MOVE XR-ANO TO WANT-ANO
                       PERFORM FIND-ACCT-RTN
                       IF FOUND-SW = 0
                           MOVE XR-ANO TO ORPH-KEY
                           PERFORM NOTE-ORPHAN-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE XREFFILE.
       CHECK-XREFACCT-RTN-END.
           EXIT.

       CHECK-XREFCUST-RTN.
           MOVE 'XREFCUST' TO REL-CODE.
           MOVE 'CUSTXREF.TXT CUSTOMER -> Customer.dat' TO REL-DESC.
           MOVE CUST-SW TO PARENT-SW.
           MOVE 'Customer.dat' TO SK-FILE.
           PERFORM REL-START-RTN.
           IF PARENT-SW NOT = 'L'
               GO TO CHECK-XREFCUST-RTN-END
           END-IF.
           OPEN INPUT XREFFILE.
           IF WS-FS-XRF NOT = '00'
               MOVE 'M' TO CHILD-SW
               GO TO CHECK-XREFCUST-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ XREFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REC-NO
                   IF XR-IDNUM NOT = 0
                       MOVE XR-IDNUM TO WANT-ID
                       PERFORM FIND-CUST-RTN
                       IF FOUND-SW = 0
                           MOVE XR-IDNUM TO ORPH-KEY
                           PERFORM NOTE-ORPHAN-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE XREFFILE.
       CHECK-XREFCUST-RTN-END.
           EXIT.

       CHECK-HHCUST-RTN.
           MOVE 'HHCUST' TO REL-CODE.
           MOVE 'HOUSEHLD.TXT MEMBER -> Customer.dat' TO REL-DESC.
           MOVE CUST-SW TO PARENT-SW.
           MOVE 'Customer.dat' TO SK-FILE.
           PERFORM REL-START-RTN.
           IF PARENT-SW NOT = 'L'
               GO TO CHECK-HHCUST-RTN-END
           END-IF.
           OPEN INPUT HHFILE.
           IF WS-FS-HH NOT = '00'
               MOVE 'M' TO CHILD-SW
               GO TO CHECK-HHCUST-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ HHFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REC-NO
                   IF HH-R-IDNUM NOT = 0
                       MOVE HH-R-IDNUM TO WANT-ID
                       PERFORM FIND-CUST-RTN
                       IF FOUND-SW = 0
                           MOVE HH-R-IDNUM TO ORPH-KEY
                           PERFORM NOTE-ORPHAN-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HHFILE.
       CHECK-HHCUST-RTN-END.
           EXIT.

       CHECK-KYCCUST-RTN.
           MOVE 'KYCCUST' TO REL-CODE.
           MOVE 'KYCREV.TXT CUSTOMER -> Customer.dat' TO REL-DESC.
           MOVE CUST-SW TO PARENT-SW.
           MOVE 'Customer.dat' TO SK-FILE.
           PERFORM REL-START-RTN.
           IF PARENT-SW NOT = 'L'
               GO TO CHECK-KYCCUST-RTN-END
           END-IF.
           OPEN INPUT KYCFILE.
           IF WS-FS-KYC NOT = '00'
               MOVE 'M' TO CHILD-SW
               GO TO CHECK-KYCCUST-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ KYCFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REC-NO
                   IF KY-IDNUM NOT = 0
                       MOVE KY-IDNUM TO WANT-ID
                       PERFORM FIND-CUST-RTN
                       IF FOUND-SW = 0
                           MOVE KY-IDNUM TO ORPH-KEY
                           PERFORM NOTE-ORPHAN-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE KYCFILE.
       CHECK-KYCCUST-RTN-END.
           EXIT.

       CHECK-ALRTCUST-RTN.
           MOVE 'ALRTCUST' TO REL-CODE.
           MOVE 'ALRTOPT.TXT CUSTOMER -> Customer.dat' TO REL-DESC.
           MOVE CUST-SW TO PARENT-SW.
           MOVE 'Customer.dat' TO SK-FILE.
           PERFORM REL-START-RTN.
           IF PARENT-SW NOT = 'L'
               GO TO CHECK-ALRTCUST-RTN-END
           END-IF.
           OPEN INPUT ALOFILE.
           IF WS-FS-ALO NOT = '00'
               MOVE 'M' TO CHILD-SW
               GO TO CHECK-ALRTCUST-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ALOFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REC-NO
                   IF AP-IDNUM NOT = 0
                       MOVE AP-IDNUM TO WANT-ID
                       PERFORM FIND-CUST-RTN
                       IF FOUND-SW = 0
                           MOVE AP-IDNUM TO ORPH-KEY
                           PERFORM NOTE-ORPHAN-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ALOFILE.
       CHECK-ALRTCUST-RTN-END.
           EXIT.

       CHECK-LOANACCT-RTN.
           MOVE 'LOANACCT' TO REL-CODE.
           MOVE 'LOANMAST.TXT ACCOUNT -> ACCTMAST.TXT' TO REL-DESC.
           MOVE ACCT-SW TO PARENT-SW.
           MOVE 'ACCTMAST.TXT' TO SK-FILE.
           PERFORM REL-START-RTN.
           IF PARENT-SW NOT = 'L'
               GO TO CHECK-LOANACCT-RTN-END
           END-IF.
           OPEN INPUT LOANFILE.
           IF WS-FS-LN NOT = '00'
               MOVE 'M' TO CHILD-SW
               GO TO CHECK-LOANACCT-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ LOANFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REC-NO
                   IF LN-ANO NOT = SPACES
                       MOVE LN-ANO TO WANT-ANO
                       PERFORM FIND-ACCT-RTN
                       IF FOUND-SW = 0
                           MOVE SPACES TO ORPH-KEY
                           STRING LN-LNO ' ' LN-ANO DELIMITED BY SIZE
                               INTO ORPH-KEY
                           END-STRING
                           PERFORM NOTE-ORPHAN-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LOANFILE.
       CHECK-LOANACCT-RTN-END.
           EXIT.

       CHECK-TDACCT-RTN.
           MOVE 'TDACCT' TO REL-CODE.
           MOVE 'TDMAST.TXT ACCOUNT -> ACCTMAST.TXT' TO REL-DESC.
           MOVE ACCT-SW TO PARENT-SW.
           MOVE 'ACCTMAST.TXT' TO SK-FILE.
           PERFORM REL-START-RTN.
           IF PARENT-SW NOT = 'L'
               GO TO CHECK-TDACCT-RTN-END
           END-IF.
           OPEN INPUT TDFILE.
           IF WS-FS-TD NOT = '00'
               MOVE 'M' TO CHILD-SW
               GO TO CHECK-TDACCT-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ TDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REC-NO
                   IF TD-ANO NOT = SPACES
                       MOVE TD-ANO TO WANT-ANO
                       PERFORM FIND-ACCT-RTN
                       IF FOUND-SW = 0
                           MOVE SPACES TO ORPH-KEY
                           STRING TD-TDNO ' ' TD-ANO DELIMITED BY SIZE
                               INTO ORPH-KEY
                           END-STRING
                           PERFORM NOTE-ORPHAN-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TDFILE.
       CHECK-TDACCT-RTN-END.
           EXIT.

       CHECK-ODACCT-RTN.
           MOVE 'ODACCT' TO REL-CODE.
           MOVE 'ODFAC.TXT ACCOUNT -> ACCTMAST.TXT' TO REL-DESC.
           MOVE ACCT-SW TO PARENT-SW.
           MOVE 'ACCTMAST.TXT' TO SK-FILE.
           PERFORM REL-START-RTN.
           IF PARENT-SW NOT = 'L'
               GO TO CHECK-ODACCT-RTN-END
           END-IF.
           OPEN INPUT FACFILE.
           IF WS-FS-FAC NOT = '00'
               MOVE 'M' TO CHILD-SW
               GO TO CHECK-ODACCT-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ FACFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REC-NO
                   IF FC-ANO NOT = SPACES
                       MOVE FC-ANO TO WANT-ANO
                       PERFORM FIND-ACCT-RTN
                       IF FOUND-SW = 0
                           MOVE FC-ANO TO ORPH-KEY
                           PERFORM NOTE-ORPHAN-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FACFILE.
       CHECK-ODACCT-RTN-END.
           EXIT.

       CHECK-SOACCT-RTN.
           MOVE 'SOACCT' TO REL-CODE.
           MOVE 'SOMAST.TXT ACCOUNT -> ACCTMAST.TXT' TO REL-DESC.
           MOVE ACCT-SW TO PARENT-SW.
           MOVE 'ACCTMAST.TXT' TO SK-FILE.
           PERFORM REL-START-RTN.
           IF PARENT-SW NOT = 'L'
               GO TO CHECK-SOACCT-RTN-END
           END-IF.
           OPEN INPUT SOFILE.
           IF WS-FS-SO NOT = '00'
               MOVE 'M' TO CHILD-SW
               GO TO CHECK-SOACCT-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ SOFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REC-NO
                   IF SO-ANO NOT = SPACES
                       MOVE SO-ANO TO WANT-ANO
                       PERFORM FIND-ACCT-RTN
                       IF FOUND-SW = 0
                           MOVE SO-ANO TO ORPH-KEY
                           PERFORM NOTE-ORPHAN-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SOFILE.
       CHECK-SOACCT-RTN-END.
           EXIT.

       CHECK-ADSUBJ-RTN.
           MOVE 'ADSUBJ' TO REL-CODE.
           MOVE 'OUTAD.TXT SUBJECT -> SUBJMAST.TXT' TO REL-DESC.
           MOVE SUBJ-SW TO PARENT-SW.
           MOVE 'SUBJMAST.TXT' TO SK-FILE.
           PERFORM REL-START-RTN.
           IF PARENT-SW NOT = 'L'
               GO TO CHECK-ADSUBJ-RTN-END
           END-IF.
           OPEN INPUT ADFILE.
           IF WS-FS-AD NOT = '00'
               MOVE 'M' TO CHILD-SW
               GO TO CHECK-ADSUBJ-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ADFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REC-NO
                   IF AD-SSUBJ NOT = SPACES
                       MOVE AD-SSUBJ TO WANT-SUBJ
                       PERFORM FIND-SUBJ-RTN
                       IF FOUND-SW = 0
                           MOVE SPACES TO ORPH-KEY
                           STRING AD-SSUBJ ' ' AD-SSNO DELIMITED BY SIZE
                               INTO ORPH-KEY
                           END-STRING
                           PERFORM NOTE-ORPHAN-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ADFILE.
       CHECK-ADSUBJ-RTN-END.
           EXIT.

       CHECK-ADSTUD-RTN.
           MOVE 'ADSTUD' TO REL-CODE.
           MOVE 'OUTAD.TXT STUDENT -> STUDMAST.TXT' TO REL-DESC.
           MOVE STUD-SW TO PARENT-SW.
           MOVE 'STUDMAST.TXT' TO SK-FILE.
           PERFORM REL-START-RTN.
           IF PARENT-SW NOT = 'L'
               GO TO CHECK-ADSTUD-RTN-END
           END-IF.
           OPEN INPUT ADFILE.
           IF WS-FS-AD NOT = '00'
               MOVE 'M' TO CHILD-SW
               GO TO CHECK-ADSTUD-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ADFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REC-NO
                   IF AD-SSNO NOT = 0
                       MOVE 0 TO FOUND-SW
                       PERFORM VARYING KEY-I FROM 1 BY 1
                               UNTIL KEY-I > STUD-N OR FOUND-SW = 1
                           IF STUD-KEY(KEY-I) = AD-SSNO
                               MOVE 1 TO FOUND-SW
                           END-IF
                       END-PERFORM
                       IF FOUND-SW = 0
                           MOVE AD-SSNO TO ORPH-KEY
                           PERFORM NOTE-ORPHAN-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ADFILE.
       CHECK-ADSTUD-RTN-END.
           EXIT.

       CHECK-FACSUBJ-RTN.
           MOVE 'FACSUBJ' TO REL-CODE.
           MOVE 'FACMAST.TXT SUBJECT -> SUBJMAST.TXT' TO REL-DESC.
           MOVE SUBJ-SW TO PARENT-SW.
           MOVE 'SUBJMAST.TXT' TO SK-FILE.
           PERFORM REL-START-RTN.
           IF PARENT-SW NOT = 'L'
               GO TO CHECK-FACSUBJ-RTN-END
           END-IF.
           OPEN INPUT FACMFILE.
           IF WS-FS-FCM NOT = '00'
               MOVE 'M' TO CHILD-SW
               GO TO CHECK-FACSUBJ-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ FACMFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REC-NO
                   IF FM-SUBJ NOT = SPACES
                       MOVE FM-SUBJ TO WANT-SUBJ
                       PERFORM FIND-SUBJ-RTN
                       IF FOUND-SW = 0
                           MOVE SPACES TO ORPH-KEY
                           STRING FM-SYS ' ' FM-SUBJ DELIMITED BY SIZE
                               INTO ORPH-KEY
                           END-STRING
                           PERFORM NOTE-ORPHAN-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FACMFILE.
       CHECK-FACSUBJ-RTN-END.
           EXIT.

       CHECK-F33SHOW-RTN.
           MOVE 'F33SHOW' TO REL-CODE.
           MOVE 'FIN33.TXT SHOW -> SHOWMAST.TXT' TO REL-DESC.
           MOVE SHOW-SW TO PARENT-SW.
           MOVE 'SHOWMAST.TXT' TO SK-FILE.
           PERFORM REL-START-RTN.
           IF PARENT-SW NOT = 'L'
               GO TO CHECK-F33SHOW-RTN-END
           END-IF.
           OPEN INPUT F33FILE.
           IF WS-FS-F33 NOT = '00'
               MOVE 'M' TO CHILD-SW
               GO TO CHECK-F33SHOW-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ F33FILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REC-NO
                   IF F3-SNA NOT = SPACES
                       MOVE F3-SNA TO WANT-SHOW
                       MOVE 0 TO FOUND-SW
                       PERFORM VARYING KEY-I FROM 1 BY 1
                               UNTIL KEY-I > SHOW-N OR FOUND-SW = 1
                           IF SHOW-KEY(KEY-I) = WANT-SHOW
                               MOVE 1 TO FOUND-SW
                           END-IF
                       END-PERFORM
                       IF FOUND-SW = 0
                           MOVE F3-SNA TO ORPH-KEY
                           PERFORM NOTE-ORPHAN-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE F33FILE.
       CHECK-F33SHOW-RTN-END.
           EXIT.

       CHECK-TANUNI-RTN.
           MOVE 'TANUNI' TO REL-CODE.
           MOVE 'TAN.TXT SCHOOL -> UNIMAST.TXT' TO REL-DESC.
           MOVE UNI-SW TO PARENT-SW.
           MOVE 'UNIMAST.TXT' TO SK-FILE.
           PERFORM REL-START-RTN.
           IF PARENT-SW NOT = 'L'
               GO TO CHECK-TANUNI-RTN-END
           END-IF.
           OPEN INPUT TANFILE.
           IF WS-FS-TAN NOT = '00'
               MOVE 'M' TO CHILD-SW
               GO TO CHECK-TANUNI-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ TANFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REC-NO
                   IF TN-SUNINAME NOT = SPACES
                       MOVE TN-SUNINAME TO WANT-UNI
                       MOVE 0 TO FOUND-SW
                       PERFORM VARYING KEY-I FROM 1 BY 1
                               UNTIL KEY-I > UNI-N OR FOUND-SW = 1
                           IF UNI-KEY(KEY-I) = WANT-UNI
                               MOVE 1 TO FOUND-SW
                           END-IF
                       END-PERFORM
                       IF FOUND-SW = 0
                           MOVE SPACES TO ORPH-KEY
                           STRING TN-SUNINAME ' ' TN-SENUM
                               DELIMITED BY SIZE INTO ORPH-KEY
                           END-STRING
                           PERFORM NOTE-ORPHAN-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TANFILE.
       CHECK-TANUNI-RTN-END.
           EXIT.

      *parent lookups shared by more than one link

       FIND-ACCT-RTN.
           MOVE 0 TO FOUND-SW.
           PERFORM VARYING KEY-I FROM 1 BY 1
                   UNTIL KEY-I > ACCT-N OR FOUND-SW = 1
               IF ACCT-KEY(KEY-I) = WANT-ANO
                   MOVE 1 TO FOUND-SW
               END-IF
           END-PERFORM.

       FIND-CUST-RTN.
           MOVE 0 TO FOUND-SW.
           PERFORM VARYING KEY-I FROM 1 BY 1
                   UNTIL KEY-I > CUST-N OR FOUND-SW = 1
               IF CUST-KEY(KEY-I) = WANT-ID
                   MOVE 1 TO FOUND-SW
               END-IF
           END-PERFORM.

       FIND-SUBJ-RTN.
           MOVE 0 TO FOUND-SW.
           PERFORM VARYING KEY-I FROM 1 BY 1
                   UNTIL KEY-I > SUBJ-N OR FOUND-SW = 1
               IF SUBJ-KEY(KEY-I) = WANT-SUBJ
                   MOVE 1 TO FOUND-SW
               END-IF
           END-PERFORM.

      *the link's heading - a parent not loaded says why here and
      *the child is never read
       REL-START-RTN.
           MOVE 0 TO ORPH-COUNT REC-NO.
           MOVE 'L' TO CHILD-SW.
           MOVE REL-CODE TO RL-CODE.
           MOVE REL-DESC TO RL-DESC.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM REL-LINE AFTER 1.
           IF PARENT-SW = 'M'
               MOVE 'NOT ON HAND' TO SK-WHY
               WRITE RPTREC FROM SKIP-LINE AFTER 1
           END-IF.
           IF PARENT-SW = 'O'
               MOVE 'PAST ITS TABLE' TO SK-WHY
               WRITE RPTREC FROM SKIP-LINE AFTER 1
           END-IF.

       NOTE-ORPHAN-RTN.
           ADD 1 TO ORPH-COUNT.
           MOVE REC-NO TO OL-REC.
           MOVE ORPH-KEY TO OL-KEY.
           WRITE RPTREC FROM ORPH-LINE AFTER 1.

      *the link's count against the last sweep's - the baseline is
      *the last count from an earlier day; a link with no checked
      *count behind it starts its own baseline tonight
       REL-END-RTN.
           MOVE 0 TO OLD-FOUND-I.
           PERFORM VARYING OLD-I FROM 1 BY 1 UNTIL OLD-I > OLD-N
               IF OLD-REL(OLD-I) = REL-CODE
                   MOVE OLD-I TO OLD-FOUND-I
               END-IF
           END-PERFORM.

           MOVE ORPH-COUNT TO PREV-COUNT.
           IF OLD-FOUND-I > 0
               IF OLD-DATE(OLD-FOUND-I) < WS-RUN-DATE
                   IF OLD-STATE(OLD-FOUND-I) = 'C'
                       MOVE OLD-COUNT(OLD-FOUND-I) TO PREV-COUNT
                   END-IF
               ELSE
                   MOVE OLD-PREV(OLD-FOUND-I) TO PREV-COUNT
               END-IF
           END-IF.

           ADD 1 TO NEW-N.
           MOVE REL-CODE TO NEW-REL(NEW-N).
           MOVE REL-DESC TO NEW-DESC(NEW-N).
           MOVE ORPH-COUNT TO NEW-COUNT(NEW-N).
           MOVE PREV-COUNT TO NEW-PREV(NEW-N).

           IF PARENT-SW NOT = 'L'
               MOVE 'N' TO NEW-STATE(NEW-N)
               ADD 1 TO SKIP-TOTAL
               GO TO REL-END-RTN-END
           END-IF.

           MOVE 'C' TO NEW-STATE(NEW-N).
           ADD 1 TO REL-TOTAL.
           ADD ORPH-COUNT TO ORPH-TOTAL.
           MOVE ORPH-COUNT TO CL-COUNT.
           MOVE PREV-COUNT TO CL-PREV.
           MOVE SPACES TO CL-NOTE.
           IF CHILD-SW = 'M'
               MOVE 'CHILD FILE NOT ON HAND' TO CL-NOTE
           END-IF.
           IF ORPH-COUNT > PREV-COUNT
               MOVE '** RISING **' TO CL-NOTE
               ADD 1 TO RISE-TOTAL
           END-IF.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
       REL-END-RTN-END.
           EXIT.

       SAVE-COUNTS-RTN.
           OPEN OUTPUT CNTFILE.
           PERFORM VARYING NEW-I FROM 1 BY 1 UNTIL NEW-I > NEW-N
               MOVE NEW-REL(NEW-I) TO IC-REL
               MOVE NEW-DESC(NEW-I) TO IC-DESC
               MOVE NEW-COUNT(NEW-I) TO IC-COUNT
               MOVE NEW-PREV(NEW-I) TO IC-PREV
               MOVE WS-RUN-DATE TO IC-DATE
               MOVE NEW-STATE(NEW-I) TO IC-STATE
               WRITE CNT-REC
           END-PERFORM.
           CLOSE CNTFILE.
