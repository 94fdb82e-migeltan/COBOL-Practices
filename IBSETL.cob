       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBSETL.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. INTERBRANCH DUE-TO / DUE-FROM SETTLEMENT - RUNS AFTER
      *HW1. EVERY TRANSV.TXT ITEM HW1 BOOKED IS SET AGAINST THE HOME
      *BRANCH ON THE ACCOUNT'S ACCTMAST.TXT RECORD. A DEPOSIT TAKEN
      *AT ANOTHER BRANCH'S COUNTER LEAVES THAT BRANCH OWING THE HOME
      *BRANCH; A WITHDRAWAL PAID OUT THERE LEAVES THE HOME BRANCH
      *OWING IT. THE DAY'S DUE-TO AND DUE-FROM ENTRIES PER BRANCH
      *PAIR GO TO IBENTRY.TXT, EACH PAIR IS NETTED TO ONE SETTLEMENT
      *ITEM ON IBOPEN.TXT, AND IBSETLR PRINTS THE DAY'S ITEMS, THE
      *ENTRIES, THE NET SETTLEMENT AND EVERY SETTLEMENT ITEM STILL
      *UNRECONCILED AFTER THE IBPRM.TXT NUMBER OF DAYS, FLAGGED FOR
      *FOLLOW-UP. IBMNT MARKS AN ITEM RECONCILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO 'TRANSV.txt'
               FILE STATUS WS-FS-IN.
      *what HW1 refused to book - no cash moved, no position
           SELECT UNBFILE ASSIGN TO 'HW1UNB.TXT'
               FILE STATUS WS-FS-UNB.
           SELECT ACCTMASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-AM.
      *follow-up age in days - absent means the default below
           SELECT PRMFILE ASSIGN TO 'IBPRM.TXT'
               FILE STATUS WS-FS-PRM.
           SELECT OPTIONAL ENTFILE ASSIGN TO 'IBENTRY.TXT'
               FILE STATUS WS-FS-ENT.
           SELECT OPTIONAL OPENFILE ASSIGN TO 'IBOPEN.TXT'
               FILE STATUS WS-FS-OPN.
           SELECT RPTFILE ASSIGN TO 'IBSETLR'.

       DATA DIVISION.
       FILE SECTION.

       FD  INFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS INREC.

       01  INREC.
           02 ANO  PIC X(10).
           02 ANA  PIC X(25).
           02 TC   PIC X.
           02 TAMT PIC 9(7)V99.
           02 BRC  PIC X(3).

       FD  UNBFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS UNB-REC.

       01  UNB-REC.
           05 UB-ANO PIC X(10).
           05 UB-TC PIC X.
           05 UB-AMT PIC 9(7)V99.
           05 UB-BRC PIC X(3).

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
           05 FILLER PIC X(16).

       FD  PRMFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRM-REC.

       01  PRM-REC.
           02 PRM-AGE-DAYS PIC 9(3).

      *T = due to the other branch, F = due from it
       FD  ENTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ENT-REC.

       01  ENT-REC.
           02 IE-DATE PIC 9(8).
           02 IE-BRANCH PIC X(3).
           02 IE-SIDE PIC X.
           02 IE-OTHER PIC X(3).
           02 IE-CNT PIC 9(5).
           02 IE-AMT PIC 9(9)V99.

      *one netted settlement per branch pair per day - O open until
      *IBMNT marks it R reconciled
       FD  OPENFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPEN-REC.

       01  OPEN-REC.
           02 IO-DATE PIC 9(8).
           02 IO-PAYER PIC X(3).
           02 IO-PAYEE PIC X(3).
           02 IO-AMT PIC 9(9)V99.
           02 IO-STATUS PIC X.
           02 IO-RECON-DATE PIC 9(8).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-IN PIC XX VALUE SPACES.
       01  WS-FS-UNB PIC XX VALUE SPACES.
       01  WS-FS-AM PIC XX VALUE SPACES.
       01  WS-FS-PRM PIC XX VALUE SPACES.
       01  WS-FS-ENT PIC XX VALUE SPACES.
       01  WS-FS-OPN PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *an open settlement older than this many days is followed up
       01  WS-AGE-DAYS PIC 9(3) VALUE 3.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

      *branch codes and names, the same table HW1 consolidates by;
      *a code not listed is carried as unlisted
       01  BRANCH-TABLE.
           05 BRANCH-ENTRY OCCURS 10 TIMES.
               10 BR-CODE PIC X(3).
               10 BR-NAME PIC X(20).
       01  BRANCH-COUNT PIC 99 VALUE 4.
       01  BR-I PIC 99 VALUE 0.

      *home branch of every account on the master
       01  HOME-TABLE.
           05 HOME-ENTRY OCCURS 500 TIMES.
               10 HM-ANO PIC X(10).
               10 HM-BRC PIC X(3).
       01  HOME-COUNT PIC 9(3) VALUE 0.
       01  HM-I PIC 9(3) VALUE 0.
       01  HOME-BRC PIC X(3) VALUE SPACES.

      *HW1's unbooked items - each one cancels one matching item
       01  UNB-TABLE.
           05 UNB-ENTRY OCCURS 500 TIMES.
               10 UT-ANO PIC X(10).
               10 UT-TC PIC X.
               10 UT-AMT PIC 9(7)V99.
               10 UT-BRC PIC X(3).
               10 UT-USED PIC 9.
       01  UNB-COUNT PIC 9(3) VALUE 0.
       01  UT-I PIC 9(3) VALUE 0.
       01  UNB-SW PIC 9 VALUE 0.

      *the day's positions - PR-OWES owes PR-OWED
       01  PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 90 TIMES.
               10 PR-OWES PIC X(3).
               10 PR-OWED PIC X(3).
               10 PR-CNT PIC 9(5).
               10 PR-AMT PIC 9(9)V99.
       01  PAIR-COUNT PIC 99 VALUE 0.
       01  PR-I PIC 99 VALUE 0.
       01  PR-J PIC 99 VALUE 0.
       01  PR-FOUND-I PIC 99 VALUE 0.
       01  OWES-BRC PIC X(3) VALUE SPACES.
       01  OWED-BRC PIC X(3) VALUE SPACES.
       01  NET-AMT PIC S9(9)V99 VALUE 0.
       01  BACK-AMT PIC 9(9)V99 VALUE 0.

       01  ITEM-COUNT PIC 9(5) VALUE 0.
       01  CROSS-COUNT PIC 9(5) VALUE 0.
       01  CROSS-AMT PIC 9(11)V99 VALUE 0.
       01  UNBOOKED-COUNT PIC 9(5) VALUE 0.
       01  NOHOME-COUNT PIC 9(5) VALUE 0.
       01  SETTLE-COUNT PIC 9(3) VALUE 0.
       01  FOLLOW-COUNT PIC 9(5) VALUE 0.
       01  OPEN-COUNT PIC 9(5) VALUE 0.
       01  DONE-SW PIC 9 VALUE 0.
       01  LINE-COUNT PIC 99 VALUE 0.
       01  PAGE-NO PIC 9(3) VALUE 0.

      *day numbers for the age of an open settlement
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
       01  DAYS-OPEN PIC 9(5) VALUE 0.
       01  CUM-DAYS-INIT.
           05 FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-INIT.
           05 CUM-DAYS OCCURS 12 TIMES PIC 9(3).

       01  RPT-HEAD.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'Interbranch Settlement Report'.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Page: '.
           02 RH-PAGE PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.

       01  RPT-DATE-LINE.
           02 FILLER PIC X(31) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Run date: '.
           02 RD-DATE PIC 9(8).
           02 FILLER PIC X(31) VALUE SPACES.

       01  SECTION-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-TEXT PIC X(78).

       01  ITEM-SUBHEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Account'.
           02 FILLER PIC X(27) VALUE 'Name'.
           02 FILLER PIC X(6) VALUE 'Home'.
           02 FILLER PIC X(7) VALUE 'Taken'.
           02 FILLER PIC X(4) VALUE 'TC'.
           02 FILLER PIC X(14) VALUE '        Amount'.
           02 FILLER PIC X(6) VALUE SPACES.

       01  ITEM-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 ID-ANO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-ANA PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ID-HOME PIC X(3).
           02 FILLER PIC X(3) VALUE SPACES.
           02 ID-AT PIC X(3).
           02 FILLER PIC X(4) VALUE SPACES.
           02 ID-TC PIC X.
           02 FILLER PIC X(3) VALUE SPACES.
           02 ID-AMT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(8) VALUE SPACES.

       01  ENTRY-SUBHEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(24) VALUE 'Branch'.
           02 FILLER PIC X(24) VALUE 'Counterpart'.
           02 FILLER PIC X(8) VALUE 'Items'.
           02 FILLER PIC X(20) VALUE '      Due To/From'.

       01  ENTRY-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 ED-BRC PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ED-NAME PIC X(20).
           02 ED-OTHER PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ED-ONAME PIC X(20).
           02 ED-CNT PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ED-AMT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 ED-SIDE PIC X(4).
           02 FILLER PIC X(1) VALUE SPACES.

       01  NET-SUBHEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(24) VALUE 'Pays'.
           02 FILLER PIC X(24) VALUE 'To'.
           02 FILLER PIC X(28) VALUE '      Net Settlement'.

       01  NET-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 ND-PAYER PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ND-PNAME PIC X(20).
           02 ND-PAYEE PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ND-ENAME PIC X(20).
           02 FILLER PIC X(6) VALUE SPACES.
           02 ND-AMT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(8) VALUE SPACES.

       01  OFFSET-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 OD-A PIC X(3).
           02 FILLER PIC X(5) VALUE ' and '.
           02 OD-B PIC X(3).
           02 FILLER PIC X(65)
               VALUE ' offset each other exactly - nothing to settle'.

       01  AGE-SUBHEAD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Booked'.
           02 FILLER PIC X(7) VALUE 'Pays'.
           02 FILLER PIC X(7) VALUE 'To'.
           02 FILLER PIC X(14) VALUE '        Amount'.
           02 FILLER PIC X(7) VALUE '   Days'.
           02 FILLER PIC X(31) VALUE SPACES.

       01  AGE-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AD-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AD-PAYER PIC X(3).
           02 FILLER PIC X(4) VALUE SPACES.
           02 AD-PAYEE PIC X(3).
           02 FILLER PIC X(4) VALUE SPACES.
           02 AD-AMT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AD-DAYS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AD-FLAG PIC X(20).
           02 FILLER PIC X(9) VALUE SPACES.

       01  COUNT-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-LABEL PIC X(44).
           02 CL-CNT PIC ZZ,ZZ9.
           02 FILLER PIC X(26) VALUE SPACES.

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

           MOVE 'MKT' TO BR-CODE(1).
           MOVE 'Makati Avenue' TO BR-NAME(1).
           MOVE 'QZN' TO BR-CODE(2).
           MOVE 'Quezon Avenue' TO BR-NAME(2).
           MOVE 'ORT' TO BR-CODE(3).
           MOVE 'Ortigas Center' TO BR-NAME(3).
           MOVE 'ALB' TO BR-CODE(4).
           MOVE 'Alabang Town' TO BR-NAME(4).

           PERFORM LOAD-PARM-RTN THRU LOAD-PARM-RTN-END.
           PERFORM CHECK-DONE-RTN THRU CHECK-DONE-RTN-END.
           IF DONE-SW = 1
               DISPLAY 'INTERBRANCH ALREADY SETTLED FOR ' WS-RUN-DATE
                   ' - NOTHING BOOKED.'
               GOBACK
           END-IF.

           PERFORM LOAD-HOMES-RTN THRU LOAD-HOMES-RTN-END.
           PERFORM LOAD-UNBOOKED-RTN THRU LOAD-UNBOOKED-RTN-END.

           OPEN INPUT INFILE.
           IF WS-FS-IN NOT = '00'
               DISPLAY '*** TRANSV.TXT NOT ON HAND ***'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RPTFILE.
           PERFORM NEW-PAGE-RTN.
           MOVE 'Cross-branch items' TO SL-TEXT.
           WRITE RPTREC FROM SECTION-LINE AFTER 2.
           WRITE RPTREC FROM ITEM-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ INFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM TAKE-ITEM-RTN THRU TAKE-ITEM-RTN-END
               END-IF
           END-PERFORM.
           CLOSE INFILE.

           PERFORM WRITE-ENTRIES-RTN.
           PERFORM NET-PAIRS-RTN.
           PERFORM AGE-OPEN-RTN THRU AGE-OPEN-RTN-END.
           PERFORM PRINT-COUNTS-RTN.
           CLOSE RPTFILE.

           DISPLAY 'CROSS-BRANCH ITEMS: ' CROSS-COUNT
               '  SETTLEMENTS BOOKED: ' SETTLE-COUNT.
           IF FOLLOW-COUNT > 0
               DISPLAY 'INTERBRANCH ITEMS FOR FOLLOW-UP: '
                   FOLLOW-COUNT ' (IBSETLR).'
           END-IF.
           GOBACK.

       LOAD-PARM-RTN.
           OPEN INPUT PRMFILE.
           IF WS-FS-PRM NOT = '00'
               GO TO LOAD-PARM-RTN-END
           END-IF.
           READ PRMFILE
               AT END CONTINUE
               NOT AT END MOVE PRM-AGE-DAYS TO WS-AGE-DAYS
           END-READ.
           CLOSE PRMFILE.
       LOAD-PARM-RTN-END.
           EXIT.

      *the day's entries are booked once - a second run on the same
      *date would double every position
       CHECK-DONE-RTN.
           MOVE 0 TO DONE-SW.
           OPEN INPUT ENTFILE.
           IF WS-FS-ENT NOT = '00'
               CLOSE ENTFILE
               GO TO CHECK-DONE-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ENTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND IE-DATE = WS-RUN-DATE
                   MOVE 1 TO DONE-SW
               END-IF
           END-PERFORM.
           CLOSE ENTFILE.
       CHECK-DONE-RTN-END.
           EXIT.

       LOAD-HOMES-RTN.
           MOVE 0 TO HOME-COUNT.
           OPEN INPUT ACCTMASTFILE.
           IF WS-FS-AM NOT = '00'
               GO TO LOAD-HOMES-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR HOME-COUNT = 500
               READ ACCTMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO HOME-COUNT
                   MOVE AM-ANO TO HM-ANO(HOME-COUNT)
                   MOVE AM-HOME-BR TO HM-BRC(HOME-COUNT)
               END-IF
           END-PERFORM.
           CLOSE ACCTMASTFILE.
       LOAD-HOMES-RTN-END.
           EXIT.

       LOAD-UNBOOKED-RTN.
           MOVE 0 TO UNB-COUNT.
           OPEN INPUT UNBFILE.
           IF WS-FS-UNB NOT = '00'
               GO TO LOAD-UNBOOKED-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR UNB-COUNT = 500
               READ UNBFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO UNB-COUNT
                   MOVE UB-ANO TO UT-ANO(UNB-COUNT)
                   MOVE UB-TC TO UT-TC(UNB-COUNT)
                   MOVE UB-AMT TO UT-AMT(UNB-COUNT)
                   MOVE UB-BRC TO UT-BRC(UNB-COUNT)
                   MOVE 0 TO UT-USED(UNB-COUNT)
               END-IF
           END-PERFORM.
           CLOSE UNBFILE.
       LOAD-UNBOOKED-RTN-END.
           EXIT.

      *one TRANSV item - booked, domiciled elsewhere, and taken at
      *this counter makes a position between the two branches
       TAKE-ITEM-RTN.
           ADD 1 TO ITEM-COUNT.
           MOVE 0 TO UNB-SW.
           PERFORM VARYING UT-I FROM 1 BY 1
                   UNTIL UT-I > UNB-COUNT OR UNB-SW = 1
               IF UT-USED(UT-I) = 0 AND UT-ANO(UT-I) = ANO
                  AND UT-TC(UT-I) = TC AND UT-AMT(UT-I) = TAMT
                  AND UT-BRC(UT-I) = BRC
                   MOVE 1 TO UT-USED(UT-I)
                   MOVE 1 TO UNB-SW
               END-IF
           END-PERFORM.
           IF UNB-SW = 1
               ADD 1 TO UNBOOKED-COUNT
               GO TO TAKE-ITEM-RTN-END
           END-IF.

           MOVE SPACES TO HOME-BRC.
           PERFORM VARYING HM-I FROM 1 BY 1 UNTIL HM-I > HOME-COUNT
               IF HM-ANO(HM-I) = ANO
                   MOVE HM-BRC(HM-I) TO HOME-BRC
               END-IF
           END-PERFORM.
           IF HOME-BRC = SPACES
               ADD 1 TO NOHOME-COUNT
               GO TO TAKE-ITEM-RTN-END
           END-IF.
           IF HOME-BRC = BRC
               GO TO TAKE-ITEM-RTN-END
           END-IF.

           IF TC = 'D'
               MOVE BRC TO OWES-BRC
               MOVE HOME-BRC TO OWED-BRC
           ELSE
               MOVE HOME-BRC TO OWES-BRC
               MOVE BRC TO OWED-BRC
           END-IF.
           PERFORM FIND-PAIR-RTN.
           IF PR-FOUND-I = 0
               DISPLAY '*** MORE THAN 90 BRANCH PAIRS - ' ANO
                   ' NOT SETTLED ***'
               GO TO TAKE-ITEM-RTN-END
           END-IF.
           ADD 1 TO PR-CNT(PR-FOUND-I).
           ADD TAMT TO PR-AMT(PR-FOUND-I).
           ADD 1 TO CROSS-COUNT.
           ADD TAMT TO CROSS-AMT.

           MOVE ANO TO ID-ANO.
           MOVE ANA TO ID-ANA.
           MOVE HOME-BRC TO ID-HOME.
           MOVE BRC TO ID-AT.
           MOVE TC TO ID-TC.
           MOVE TAMT TO ID-AMT.
           ADD 1 TO LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM NEW-PAGE-RTN
               WRITE RPTREC FROM ITEM-SUBHEAD AFTER 2
               WRITE RPTREC FROM BLANK-LINE AFTER 1
               MOVE 1 TO LINE-COUNT
           END-IF.
           WRITE RPTREC FROM ITEM-DETAIL AFTER 1.
       TAKE-ITEM-RTN-END.
           EXIT.

       FIND-PAIR-RTN.
           MOVE 0 TO PR-FOUND-I.
           PERFORM VARYING PR-I FROM 1 BY 1 UNTIL PR-I > PAIR-COUNT
               IF PR-OWES(PR-I) = OWES-BRC AND PR-OWED(PR-I) = OWED-BRC
                   MOVE PR-I TO PR-FOUND-I
               END-IF
           END-PERFORM.
           IF PR-FOUND-I = 0 AND PAIR-COUNT < 90
               ADD 1 TO PAIR-COUNT
               MOVE PAIR-COUNT TO PR-FOUND-I
               MOVE OWES-BRC TO PR-OWES(PR-FOUND-I)
               MOVE OWED-BRC TO PR-OWED(PR-FOUND-I)
               MOVE 0 TO PR-CNT(PR-FOUND-I) PR-AMT(PR-FOUND-I)
           END-IF.

      *each position is booked on both sides - the owing branch's
      *due-to and the owed branch's due-from
       WRITE-ENTRIES-RTN.
           PERFORM NEW-PAGE-RTN.
           MOVE 'Due-to / due-from entries' TO SL-TEXT.
           WRITE RPTREC FROM SECTION-LINE AFTER 2.
           WRITE RPTREC FROM ENTRY-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           IF PAIR-COUNT = 0
               MOVE 'No cross-branch work today.' TO SL-TEXT
               WRITE RPTREC FROM SECTION-LINE AFTER 1
           END-IF.

           OPEN EXTEND ENTFILE.
           PERFORM VARYING PR-I FROM 1 BY 1 UNTIL PR-I > PAIR-COUNT
               MOVE WS-RUN-DATE TO IE-DATE
               MOVE PR-OWES(PR-I) TO IE-BRANCH
               MOVE 'T' TO IE-SIDE
               MOVE PR-OWED(PR-I) TO IE-OTHER
               MOVE PR-CNT(PR-I) TO IE-CNT
               MOVE PR-AMT(PR-I) TO IE-AMT
               WRITE ENT-REC
               PERFORM PRINT-ENTRY-RTN
               MOVE PR-OWED(PR-I) TO IE-BRANCH
               MOVE 'F' TO IE-SIDE
               MOVE PR-OWES(PR-I) TO IE-OTHER
               WRITE ENT-REC
               PERFORM PRINT-ENTRY-RTN
           END-PERFORM.
           CLOSE ENTFILE.

       PRINT-ENTRY-RTN.
           MOVE IE-BRANCH TO ED-BRC.
           MOVE IE-BRANCH TO OWES-BRC.
           PERFORM BRANCH-NAME-RTN.
           MOVE BR-NAME(BR-I) TO ED-NAME.
           MOVE IE-OTHER TO ED-OTHER.
           MOVE IE-OTHER TO OWES-BRC.
           PERFORM BRANCH-NAME-RTN.
           MOVE BR-NAME(BR-I) TO ED-ONAME.
           MOVE IE-CNT TO ED-CNT.
           MOVE IE-AMT TO ED-AMT.
           IF IE-SIDE = 'T'
               MOVE 'TO' TO ED-SIDE
           ELSE
               MOVE 'FROM' TO ED-SIDE
           END-IF.
           WRITE RPTREC FROM ENTRY-DETAIL AFTER 1.

      *OWES-BRC's table entry in BR-I, added as unlisted if new
       BRANCH-NAME-RTN.
           PERFORM VARYING BR-I FROM 1 BY 1
                   UNTIL BR-I > BRANCH-COUNT
                      OR BR-CODE(BR-I) = OWES-BRC
               CONTINUE
           END-PERFORM.
           IF BR-I > BRANCH-COUNT
               IF BRANCH-COUNT < 10
                   ADD 1 TO BRANCH-COUNT
                   MOVE BRANCH-COUNT TO BR-I
                   MOVE OWES-BRC TO BR-CODE(BR-I)
                   MOVE 'Unlisted Branch' TO BR-NAME(BR-I)
               ELSE
                   MOVE 10 TO BR-I
               END-IF
           END-IF.

      *both directions between two branches come down to one
      *payment, whichever way the balance falls
       NET-PAIRS-RTN.
           MOVE 'Net settlement per branch pair' TO SL-TEXT.
           WRITE RPTREC FROM SECTION-LINE AFTER 3.
           WRITE RPTREC FROM NET-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           OPEN EXTEND OPENFILE.
           PERFORM VARYING PR-I FROM 1 BY 1 UNTIL PR-I > PAIR-COUNT
               MOVE 0 TO BACK-AMT
               MOVE 0 TO PR-FOUND-I
               PERFORM VARYING PR-J FROM 1 BY 1
                       UNTIL PR-J > PAIR-COUNT
                   IF PR-OWES(PR-J) = PR-OWED(PR-I)
                      AND PR-OWED(PR-J) = PR-OWES(PR-I)
                       MOVE PR-J TO PR-FOUND-I
                       MOVE PR-AMT(PR-J) TO BACK-AMT
                   END-IF
               END-PERFORM
      *a pair seen both ways is settled once, from its first entry
               IF PR-FOUND-I = 0 OR PR-FOUND-I > PR-I
                   COMPUTE NET-AMT = PR-AMT(PR-I) - BACK-AMT
                   PERFORM BOOK-NET-RTN
               END-IF
           END-PERFORM.
           CLOSE OPENFILE.

       BOOK-NET-RTN.
           IF NET-AMT = 0
               MOVE PR-OWES(PR-I) TO OD-A
               MOVE PR-OWED(PR-I) TO OD-B
               WRITE RPTREC FROM OFFSET-DETAIL AFTER 1
           ELSE
               IF NET-AMT > 0
                   MOVE PR-OWES(PR-I) TO IO-PAYER
                   MOVE PR-OWED(PR-I) TO IO-PAYEE
                   MOVE NET-AMT TO IO-AMT
               ELSE
                   MOVE PR-OWED(PR-I) TO IO-PAYER
                   MOVE PR-OWES(PR-I) TO IO-PAYEE
                   COMPUTE IO-AMT = 0 - NET-AMT
               END-IF
               MOVE WS-RUN-DATE TO IO-DATE
               MOVE 'O' TO IO-STATUS
               MOVE 0 TO IO-RECON-DATE
               WRITE OPEN-REC
               ADD 1 TO SETTLE-COUNT
               MOVE IO-PAYER TO ND-PAYER
               MOVE IO-PAYER TO OWES-BRC
               PERFORM BRANCH-NAME-RTN
               MOVE BR-NAME(BR-I) TO ND-PNAME
               MOVE IO-PAYEE TO ND-PAYEE
               MOVE IO-PAYEE TO OWES-BRC
               PERFORM BRANCH-NAME-RTN
               MOVE BR-NAME(BR-I) TO ND-ENAME
               MOVE IO-AMT TO ND-AMT
               WRITE RPTREC FROM NET-DETAIL AFTER 1
           END-IF.

      *every settlement still open, tonight's included; one open
      *past the follow-up age is flagged
       AGE-OPEN-RTN.
           PERFORM NEW-PAGE-RTN.
           MOVE 'Unreconciled interbranch settlements' TO SL-TEXT.
           WRITE RPTREC FROM SECTION-LINE AFTER 2.
           WRITE RPTREC FROM AGE-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 0 TO LINE-COUNT.

           OPEN INPUT OPENFILE.
           IF WS-FS-OPN NOT = '00'
               CLOSE OPENFILE
               GO TO AGE-OPEN-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ OPENFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND IO-STATUS = 'O'
                   PERFORM AGE-ONE-RTN
               END-IF
           END-PERFORM.
           CLOSE OPENFILE.
       AGE-OPEN-RTN-END.
           EXIT.

       AGE-ONE-RTN.
           ADD 1 TO OPEN-COUNT.
           MOVE IO-DATE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           IF DN-RESULT < DN-RUN
               COMPUTE DAYS-OPEN = DN-RUN - DN-RESULT
           ELSE
               MOVE 0 TO DAYS-OPEN
           END-IF.
           MOVE IO-DATE TO AD-DATE.
           MOVE IO-PAYER TO AD-PAYER.
           MOVE IO-PAYEE TO AD-PAYEE.
           MOVE IO-AMT TO AD-AMT.
           MOVE DAYS-OPEN TO AD-DAYS.
           IF DAYS-OPEN > WS-AGE-DAYS
               MOVE '** FOLLOW UP **' TO AD-FLAG
               ADD 1 TO FOLLOW-COUNT
           ELSE
               MOVE SPACES TO AD-FLAG
           END-IF.
           ADD 1 TO LINE-COUNT.
           IF LINE-COUNT > 50
               PERFORM NEW-PAGE-RTN
               WRITE RPTREC FROM AGE-SUBHEAD AFTER 2
               WRITE RPTREC FROM BLANK-LINE AFTER 1
               MOVE 1 TO LINE-COUNT
           END-IF.
           WRITE RPTREC FROM AGE-DETAIL AFTER 1.

       PRINT-COUNTS-RTN.
           MOVE 'TRANSV items read' TO CL-LABEL.
           MOVE ITEM-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 3.
           MOVE 'Not booked by HW1 - left out' TO CL-LABEL.
           MOVE UNBOOKED-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'No home branch on ACCTMAST - left out' TO CL-LABEL.
           MOVE NOHOME-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Cross-branch items booked' TO CL-LABEL.
           MOVE CROSS-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Settlements booked today' TO CL-LABEL.
           MOVE SETTLE-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Settlements open' TO CL-LABEL.
           MOVE OPEN-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Open past the follow-up age' TO CL-LABEL.
           MOVE FOLLOW-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.

       NEW-PAGE-RTN.
           ADD 1 TO PAGE-NO.
           MOVE PAGE-NO TO RH-PAGE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE WS-RUN-DATE TO RD-DATE.
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
