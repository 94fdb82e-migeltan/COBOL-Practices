       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. GENERAL-LEDGER JOURNAL POSTING - TAKES EVERY
      *NEWGL.TXT LINE WRITTEN SINCE THE LAST RUN, TURNS EACH INTO A
      *TWO-LINE DOUBLE ENTRY THROUGH THE GLMAP.TXT CODE MAPPING,
      *APPENDS THE ENTRIES TO THE GLJRNL.TXT JOURNAL AND CARRIES
      *THEM INTO THE RUNNING BALANCES ON GLACCT.TXT. EVERY LEDGER
      *DAY MUST BALANCE - DEBITS EQUAL TO CREDITS EQUAL TO THE FEED
      *- OR NOTHING IS JOURNALED, THE OUT-OF-BALANCE DAYS ARE
      *PRINTED ON GLPOSTR AND THE STEP ENDS RC 8 SO THE CHAIN STOPS.
      *GLJCTL.TXT REMEMBERS HOW FAR INTO NEWGL.TXT THE JOURNAL HAS
      *GOT, SO A LINE IS NEVER JOURNALED TWICE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLFILE ASSIGN TO 'NEWGL.TXT'
               FILE STATUS WS-FS-GL.
           SELECT ACCTFILE ASSIGN TO 'GLACCT.TXT'
               FILE STATUS WS-FS-GA.
           SELECT MAPFILE ASSIGN TO 'GLMAP.TXT'
               FILE STATUS WS-FS-GM.
      *how many NEWGL.TXT lines the journal has taken so far
           SELECT CTLFILE ASSIGN TO 'GLJCTL.TXT'
               FILE STATUS WS-FS-CTL.
           SELECT OPTIONAL JRNFILE ASSIGN TO 'GLJRNL.TXT'.
           SELECT RPTFILE ASSIGN TO 'GLPOSTR'.

       DATA DIVISION.
       FILE SECTION.

       FD  GLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.

       01  GL-REC.
           02 GL-R-DATE PIC 9(8).
           02 GL-R-CODE PIC X(3).
           02 GL-R-CNT PIC 9(6).
           02 GL-R-AMT PIC 9(11)V99.

       FD  ACCTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GA-REC.

       01  GA-REC.
           02 GA-ACCT PIC X(4).
           02 GA-NAME PIC X(30).
           02 GA-CLASS PIC X.
           02 GA-BAL PIC S9(13)V99.

       FD  MAPFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GM-REC.

       01  GM-REC.
           02 GM-CODE PIC X(3).
           02 GM-DR-ACCT PIC X(4).
           02 GM-CR-ACCT PIC X(4).
           02 GM-DESC PIC X(20).

       FD  CTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JC-REC.

       01  JC-REC.
           02 JC-RECS PIC 9(7).
           02 JC-LAST-JE PIC 9(7).
           02 JC-LAST-DATE PIC 9(8).
           02 JC-RUN-DATE PIC 9(8).

       FD  JRNFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JE-REC.

       01  JE-REC.
           02 JE-NO PIC 9(7).
           02 JE-DATE PIC 9(8).
           02 JE-CODE PIC X(3).
           02 JE-ACCT PIC X(4).
           02 JE-DRCR PIC X.
           02 JE-AMT PIC 9(11)V99.
           02 JE-POSTED PIC 9(8).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-GL PIC XX VALUE SPACES.
       01  WS-FS-GA PIC XX VALUE SPACES.
       01  WS-FS-GM PIC XX VALUE SPACES.
       01  WS-FS-CTL PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

       01  GA-TABLE.
           05 GA-ENTRY OCCURS 100 TIMES.
               10 GAT-ACCT PIC X(4).
               10 GAT-NAME PIC X(30).
               10 GAT-CLASS PIC X.
               10 GAT-BAL PIC S9(13)V99.
       01  GA-COUNT PIC 9(3) VALUE 0.

       01  GM-TABLE.
           05 GM-ENTRY OCCURS 30 TIMES.
               10 GMT-CODE PIC X(3).
               10 GMT-DR-ACCT PIC X(4).
               10 GMT-CR-ACCT PIC X(4).
       01  GM-COUNT PIC 99 VALUE 0.

      *the new feed lines, each with the chart entries it debits and
      *credits (0 where the mapping or the account is missing)
       01  NG-TABLE.
           05 NG-ENTRY OCCURS 2000 TIMES.
               10 NGT-DATE PIC 9(8).
               10 NGT-CODE PIC X(3).
               10 NGT-AMT PIC 9(11)V99.
               10 NGT-DR-I PIC 9(3).
               10 NGT-CR-I PIC 9(3).
       01  NG-COUNT PIC 9(4) VALUE 0.
       01  NG-OVER-SW PIC 9 VALUE 0.

      *one proof line per ledger day in the feed
       01  DAY-TABLE.
           05 DAY-ENTRY OCCURS 100 TIMES.
               10 DYT-DATE PIC 9(8).
               10 DYT-FEED PIC 9(13)V99.
               10 DYT-DR PIC 9(13)V99.
               10 DYT-CR PIC 9(13)V99.
       01  DAY-COUNT PIC 9(3) VALUE 0.
       01  DAY-OVER-SW PIC 9 VALUE 0.
       01  BAD-DAYS PIC 9(3) VALUE 0.

       01  I PIC 9(4) VALUE 0.
       01  J PIC 9(3) VALUE 0.
       01  D PIC 9(3) VALUE 0.
       01  K PIC 9(3) VALUE 0.
       01  FOUND-I PIC 9(3) VALUE 0.
       01  WORK-ACCT PIC X(4) VALUE SPACES.
       01  SKIP-COUNT PIC 9(7) VALUE 0.
       01  NEXT-JE PIC 9(7) VALUE 0.
       01  JE-COUNT PIC 9(5) VALUE 0.
       01  TOT-DR PIC 9(13)V99 VALUE 0.
       01  TOT-CR PIC 9(13)V99 VALUE 0.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  RPT-HEAD.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'General Ledger Journal Posting'.
           02 FILLER PIC X(25) VALUE SPACES.

       01  RPT-DATE-LINE.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Run date '.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(38) VALUE SPACES.

       01  ENT-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Entry'.
           02 FILLER PIC X(10) VALUE 'Date'.
           02 FILLER PIC X(6) VALUE 'Code'.
           02 FILLER PIC X(6) VALUE 'Dr'.
           02 FILLER PIC X(6) VALUE 'Cr'.
           02 FILLER PIC X(18) VALUE '            Amount'.
           02 FILLER PIC X(23) VALUE SPACES.

       01  ENT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ED-NO PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ED-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ED-CODE PIC X(3).
           02 FILLER PIC X(3) VALUE SPACES.
           02 ED-DR PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ED-CR PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ED-AMT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(23) VALUE SPACES.

       01  DAY-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Day'.
           02 FILLER PIC X(18) VALUE '              Feed'.
           02 FILLER PIC X(18) VALUE '             Debit'.
           02 FILLER PIC X(18) VALUE '            Credit'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Proof'.

       01  DAY-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-FEED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 DD-DR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 DD-CR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-NOTE PIC X(12).

       01  MISS-DETAIL.
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'Code '.
           02 MD-CODE PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MD-AMT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 MD-NOTE PIC X(38).

       01  RPT-TOTAL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Entries: '.
           02 RT-COUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(9) VALUE '  Debit: '.
           02 RT-DR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(10) VALUE '  Credit: '.
           02 RT-CR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  FAIL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(45)
               VALUE '*** LEDGER OUT OF BALANCE - NOTHING JOURNALED'.
           02 FILLER PIC X(4) VALUE ' ***'.
           02 FILLER PIC X(29) VALUE SPACES.

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

           PERFORM LOAD-CHART-RTN THRU LOAD-CHART-RTN-END.
           IF GA-COUNT = 0 OR GM-COUNT = 0
               DISPLAY '*** NO CHART OF ACCOUNTS ON HAND - RUN COAMNT '
                   'FIRST ***'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-CONTROL-RTN THRU LOAD-CONTROL-RTN-END.
           PERFORM LOAD-FEED-RTN THRU LOAD-FEED-RTN-END.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           IF NG-COUNT = 0
               DISPLAY 'NOTHING NEW ON NEWGL.TXT TO JOURNAL.'
               GOBACK
           END-IF.

           PERFORM PROVE-DAYS-RTN.
           IF DAY-OVER-SW = 1
               DISPLAY '*** MORE THAN 100 LEDGER DAYS WAITING - '
                   'NOTHING JOURNALED ***'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE RPTREC FROM RPT-DATE-LINE AFTER 1.

      *an out-of-balance day is never carried forward - the feed
      *stays where it is until the mapping is put right
           IF BAD-DAYS > 0
               PERFORM PRINT-DAYS-RTN
               WRITE RPTREC FROM FAIL-LINE AFTER 2
               CLOSE RPTFILE
               DISPLAY '*** ' BAD-DAYS ' LEDGER DAY(S) OUT OF BALANCE '
                   '- NOTHING JOURNALED - SEE GLPOSTR ***'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WRITE-JOURNAL-RTN.
           PERFORM PRINT-DAYS-RTN.
           MOVE JE-COUNT TO RT-COUNT.
           MOVE TOT-DR TO RT-DR.
           MOVE TOT-CR TO RT-CR.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           WRITE RPTREC FROM RPT-TOTAL AFTER 1.
           CLOSE RPTFILE.

           PERFORM SAVE-BALANCES-RTN.
           PERFORM SAVE-CONTROL-RTN.
           DISPLAY 'GL ENTRIES JOURNALED: ' JE-COUNT ' (GLPOSTR).'.
           GOBACK.

       LOAD-CHART-RTN.
           MOVE 0 TO GA-COUNT.
           MOVE 0 TO GM-COUNT.
           OPEN INPUT ACCTFILE.
           IF WS-FS-GA NOT = '00'
               GO TO LOAD-CHART-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR GA-COUNT = 100
               READ ACCTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO GA-COUNT
                   MOVE GA-ACCT TO GAT-ACCT(GA-COUNT)
                   MOVE GA-NAME TO GAT-NAME(GA-COUNT)
                   MOVE GA-CLASS TO GAT-CLASS(GA-COUNT)
                   MOVE GA-BAL TO GAT-BAL(GA-COUNT)
               END-IF
           END-PERFORM.
           CLOSE ACCTFILE.

           OPEN INPUT MAPFILE.
           IF WS-FS-GM NOT = '00'
               GO TO LOAD-CHART-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR GM-COUNT = 30
               READ MAPFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO GM-COUNT
                   MOVE GM-CODE TO GMT-CODE(GM-COUNT)
                   MOVE GM-DR-ACCT TO GMT-DR-ACCT(GM-COUNT)
                   MOVE GM-CR-ACCT TO GMT-CR-ACCT(GM-COUNT)
               END-IF
           END-PERFORM.
           CLOSE MAPFILE.
       LOAD-CHART-RTN-END.
           EXIT.

      *no control on hand means the journal has never run - it
      *starts from the first line of the feed
       LOAD-CONTROL-RTN.
           MOVE 0 TO JC-RECS JC-LAST-JE JC-LAST-DATE.
           OPEN INPUT CTLFILE.
           IF WS-FS-CTL NOT = '00'
               GO TO LOAD-CONTROL-RTN-END
           END-IF.
           READ CTLFILE
               AT END MOVE 0 TO JC-RECS JC-LAST-JE JC-LAST-DATE
           END-READ.
           CLOSE CTLFILE.
       LOAD-CONTROL-RTN-END.
           EXIT.

      *skip what is already journaled, take the rest - a feed
      *shorter than the control says has been cut or replaced, and
      *journaling on top of it would post the wrong lines
       LOAD-FEED-RTN.
           MOVE 0 TO NG-COUNT.
           MOVE 0 TO SKIP-COUNT.
           OPEN INPUT GLFILE.
           IF WS-FS-GL NOT = '00'
               IF JC-RECS > 0
                   DISPLAY '*** NEWGL.TXT MISSING BUT ' JC-RECS
                       ' LINES ALREADY JOURNALED ***'
                   MOVE 16 TO RETURN-CODE
               END-IF
               GO TO LOAD-FEED-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR SKIP-COUNT = JC-RECS
               READ GLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO SKIP-COUNT
               END-IF
           END-PERFORM.
           IF SKIP-COUNT < JC-RECS
               DISPLAY '*** NEWGL.TXT HOLDS ' SKIP-COUNT ' LINES BUT '
                   JC-RECS ' ARE ALREADY JOURNALED ***'
               CLOSE GLFILE
               MOVE 16 TO RETURN-CODE
               GO TO LOAD-FEED-RTN-END
           END-IF.

           MOVE 0 TO NG-OVER-SW.
           PERFORM UNTIL EOFSW = 1
               READ GLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF NG-COUNT = 2000
                       MOVE 1 TO NG-OVER-SW
                       MOVE 1 TO EOFSW
                   ELSE
                       ADD 1 TO NG-COUNT
                       MOVE GL-R-DATE TO NGT-DATE(NG-COUNT)
                       MOVE GL-R-CODE TO NGT-CODE(NG-COUNT)
                       MOVE GL-R-AMT TO NGT-AMT(NG-COUNT)
                       MOVE 0 TO NGT-DR-I(NG-COUNT)
                       MOVE 0 TO NGT-CR-I(NG-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE GLFILE.

           IF NG-OVER-SW = 1
               DISPLAY '*** MORE THAN 2000 NEW NEWGL.TXT LINES - '
                   'NOTHING JOURNALED ***'
               MOVE 16 TO RETURN-CODE
           END-IF.
       LOAD-FEED-RTN-END.
           EXIT.

      *map every line and add it into its day - the feed amount
      *always, the debit and credit only where the mapping and the
      *account are both there
       PROVE-DAYS-RTN.
           MOVE 0 TO DAY-COUNT.
           MOVE 0 TO DAY-OVER-SW.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > NG-COUNT OR DAY-OVER-SW = 1
               PERFORM MAP-LINE-RTN THRU MAP-LINE-RTN-END
           END-PERFORM.

           MOVE 0 TO BAD-DAYS.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DAY-COUNT
               IF DYT-DR(D) NOT = DYT-CR(D)
                  OR DYT-DR(D) NOT = DYT-FEED(D)
                   ADD 1 TO BAD-DAYS
               END-IF
           END-PERFORM.

       MAP-LINE-RTN.
           MOVE 0 TO D.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > DAY-COUNT
               IF DYT-DATE(J) = NGT-DATE(I)
                   MOVE J TO D
               END-IF
           END-PERFORM.
           IF D = 0
               IF DAY-COUNT = 100
                   MOVE 1 TO DAY-OVER-SW
                   GO TO MAP-LINE-RTN-END
               END-IF
               ADD 1 TO DAY-COUNT
               MOVE DAY-COUNT TO D
               MOVE NGT-DATE(I) TO DYT-DATE(D)
               MOVE 0 TO DYT-FEED(D) DYT-DR(D) DYT-CR(D)
           END-IF.

           IF NGT-AMT(I) = 0
               GO TO MAP-LINE-RTN-END
           END-IF.
           ADD NGT-AMT(I) TO DYT-FEED(D).

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > GM-COUNT
               IF GMT-CODE(J) = NGT-CODE(I)
                   MOVE GMT-DR-ACCT(J) TO WORK-ACCT
                   PERFORM FIND-ACCT-RTN
                   MOVE FOUND-I TO NGT-DR-I(I)
                   MOVE GMT-CR-ACCT(J) TO WORK-ACCT
                   PERFORM FIND-ACCT-RTN
                   MOVE FOUND-I TO NGT-CR-I(I)
               END-IF
           END-PERFORM.

           IF NGT-DR-I(I) > 0
               ADD NGT-AMT(I) TO DYT-DR(D)
           END-IF.
           IF NGT-CR-I(I) > 0
               ADD NGT-AMT(I) TO DYT-CR(D)
           END-IF.
       MAP-LINE-RTN-END.
           EXIT.

       FIND-ACCT-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > GA-COUNT
               IF GAT-ACCT(K) = WORK-ACCT
                   MOVE K TO FOUND-I
               END-IF
           END-PERFORM.

      *the proof of every day, with the lines that broke a bad one
       PRINT-DAYS-RTN.
           WRITE RPTREC FROM DAY-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DAY-COUNT
               MOVE DYT-DATE(D) TO DD-DATE
               MOVE DYT-FEED(D) TO DD-FEED
               MOVE DYT-DR(D) TO DD-DR
               MOVE DYT-CR(D) TO DD-CR
               IF DYT-DR(D) NOT = DYT-CR(D)
                  OR DYT-DR(D) NOT = DYT-FEED(D)
                   MOVE '** UNBAL **' TO DD-NOTE
                   WRITE RPTREC FROM DAY-DETAIL AFTER 1
                   PERFORM PRINT-MISSES-RTN
               ELSE
                   MOVE 'BALANCED' TO DD-NOTE
                   WRITE RPTREC FROM DAY-DETAIL AFTER 1
               END-IF
           END-PERFORM.

       PRINT-MISSES-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NG-COUNT
               IF NGT-DATE(I) = DYT-DATE(D) AND NGT-AMT(I) > 0
                  AND (NGT-DR-I(I) = 0 OR NGT-CR-I(I) = 0)
                   MOVE NGT-CODE(I) TO MD-CODE
                   MOVE NGT-AMT(I) TO MD-AMT
                   IF NGT-DR-I(I) = 0 AND NGT-CR-I(I) = 0
                       MOVE 'NOT MAPPED ON GLMAP.TXT' TO MD-NOTE
                   ELSE
                       IF NGT-DR-I(I) = 0
                           MOVE 'DEBIT ACCOUNT NOT ON THE CHART'
                               TO MD-NOTE
                       ELSE
                           MOVE 'CREDIT ACCOUNT NOT ON THE CHART'
                               TO MD-NOTE
                       END-IF
                   END-IF
                   WRITE RPTREC FROM MISS-DETAIL AFTER 1
               END-IF
           END-PERFORM.

      *two journal lines per feed line, numbered on from the last
      *run, with the balances moved as they go - debits raise an
      *account's balance, credits lower it
       WRITE-JOURNAL-RTN.
           MOVE JC-LAST-JE TO NEXT-JE.
           MOVE 0 TO JE-COUNT.
           MOVE 0 TO TOT-DR TOT-CR.
           WRITE RPTREC FROM ENT-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           OPEN EXTEND JRNFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NG-COUNT
               IF NGT-AMT(I) > 0
                   ADD 1 TO NEXT-JE
                   ADD 1 TO JE-COUNT
                   MOVE NEXT-JE TO JE-NO
                   MOVE NGT-DATE(I) TO JE-DATE
                   MOVE NGT-CODE(I) TO JE-CODE
                   MOVE NGT-AMT(I) TO JE-AMT
                   MOVE WS-RUN-DATE TO JE-POSTED
                   MOVE GAT-ACCT(NGT-DR-I(I)) TO JE-ACCT
                   MOVE 'D' TO JE-DRCR
                   WRITE JE-REC
                   ADD NGT-AMT(I) TO GAT-BAL(NGT-DR-I(I))
                   MOVE GAT-ACCT(NGT-CR-I(I)) TO JE-ACCT
                   MOVE 'C' TO JE-DRCR
                   WRITE JE-REC
                   SUBTRACT NGT-AMT(I) FROM GAT-BAL(NGT-CR-I(I))
                   ADD NGT-AMT(I) TO TOT-DR TOT-CR
                   MOVE NEXT-JE TO ED-NO
                   MOVE NGT-DATE(I) TO ED-DATE
                   MOVE NGT-CODE(I) TO ED-CODE
                   MOVE GAT-ACCT(NGT-DR-I(I)) TO ED-DR
                   MOVE GAT-ACCT(NGT-CR-I(I)) TO ED-CR
                   MOVE NGT-AMT(I) TO ED-AMT
                   WRITE RPTREC FROM ENT-DETAIL AFTER 1
               END-IF
               MOVE NGT-DATE(I) TO JC-LAST-DATE
           END-PERFORM.
           CLOSE JRNFILE.

       SAVE-BALANCES-RTN.
           OPEN OUTPUT ACCTFILE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > GA-COUNT
               MOVE GAT-ACCT(J) TO GA-ACCT
               MOVE GAT-NAME(J) TO GA-NAME
               MOVE GAT-CLASS(J) TO GA-CLASS
               MOVE GAT-BAL(J) TO GA-BAL
               WRITE GA-REC
           END-PERFORM.
           CLOSE ACCTFILE.

      *the control moves on only after the journal and balances
      *are down
       SAVE-CONTROL-RTN.
           ADD NG-COUNT TO JC-RECS.
           MOVE NEXT-JE TO JC-LAST-JE.
           MOVE WS-RUN-DATE TO JC-RUN-DATE.
           OPEN OUTPUT CTLFILE.
           WRITE JC-REC.
           CLOSE CTLFILE.
