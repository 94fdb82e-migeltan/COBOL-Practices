       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLSCAN.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. ANTI-MONEY-LAUNDERING SCAN - LOOKS BACK OVER THE LAST
      *AMLPRM.TXT WINDOW OF DAYS ON TRANSHIST.TXT, PER CUSTOMER (ALL
      *ACCOUNTS LINKED ON CUSTXREF.TXT; AN UNLINKED ACCOUNT STANDS
      *ALONE), FOR FOUR PATTERNS: A SINGLE ITEM AT OR ABOVE THE
      *NEWTHR.TXT THRESHOLD (LARGE); CASH DEPOSITS JUST UNDER IT ON
      *CONSECUTIVE DAYS (STRUCT); ONE DAY'S DEPOSITS SPREAD OVER TWO
      *OR MORE ACCOUNTS THAT TOGETHER REACH IT (MULTI); AND MONEY IN
      *AND STRAIGHT BACK OUT THE SAME DAY (INOUT). BACKED-OUT
      *BATCHES (NEWREV.TXT), DIVERTED ITEMS (NEWDIV.TXT) AND
      *TRANSFERS BETWEEN A CUSTOMER'S OWN ACCOUNTS ARE LEFT OUT;
      *FOREIGN-CURRENCY ITEMS ARE TAKEN AT THEIR PESO EQUIVALENT ON
      *THE DAY. EACH HIT OPENS A CASE ON AMLCASE.TXT WITH ITS ITEMS
      *ON AMLITEM.TXT FOR THE COMPLIANCE OFFICER (AMLMNT); A RUN OF
      *STRUCTURING DAYS EXTENDS ITS OPEN CASE. A RERUN OPENS NOTHING
      *TWICE. LISTS THE NIGHT'S CASES ON AMLSCANR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFILE ASSIGN TO 'TRANSHIST.TXT'
               FILE STATUS WS-FS-HX.
           SELECT OPTIONAL REVFILE ASSIGN TO 'NEWREV.TXT'
               FILE STATUS WS-FS-REV.
           SELECT OPTIONAL DIVFILE ASSIGN TO 'NEWDIV.TXT'
               FILE STATUS WS-FS-DIV.
           SELECT XREFFILE ASSIGN TO 'CUSTXREF.TXT'
               FILE STATUS WS-FS-XREF.
           SELECT ACCTMASTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-AM.
           SELECT FXRATEFILE ASSIGN TO 'FXRATE.TXT'
               FILE STATUS WS-FS-FXR.
           SELECT THRFILE ASSIGN TO 'NEWTHR.TXT'
               FILE STATUS WS-FS-THR.
      *window and sensitivity - absent means the defaults below
           SELECT AMLPRMFILE ASSIGN TO 'AMLPRM.TXT'
               FILE STATUS WS-FS-AMP.
           SELECT OPTIONAL CASEFILE ASSIGN TO 'AMLCASE.TXT'
               FILE STATUS WS-FS-CASE.
           SELECT OPTIONAL ITEMFILE ASSIGN TO 'AMLITEM.TXT'
               FILE STATUS WS-FS-ITEM.
           SELECT RPTFILE ASSIGN TO 'AMLSCANR'.

       DATA DIVISION.
       FILE SECTION.

       FD  HISTFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS HIST-REC.

       01  HIST-REC.
           02 HX-ANO PIC X(10).
           02 HX-ANA PIC X(25).
           02 HX-TC PIC X.
           02 HX-TAMT PIC 9(7)V99.
           02 HX-TDATE PIC 9(8).
           02 HX-TREF PIC X(6).
           02 HX-POSTDATE PIC 9(8).
           02 HX-BID-DATE PIC 9(8).
           02 HX-BID-SEQ PIC 9(3).

       FD  REVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REV-REC.

       01  REV-REC.
           02 RV-BID-DATE PIC 9(8).
           02 RV-BID-SEQ PIC 9(3).
           02 RV-DATE PIC 9(8).
           02 RV-OPER PIC X(8).
           02 RV-ITEMS PIC 9(6).
           02 RV-DR-AMT PIC 9(11)V99.
           02 RV-CR-AMT PIC 9(11)V99.

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

       FD  XREFFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS XREF-REC.

       01  XREF-REC.
           05 XR-IDNUM PIC 9(5).
           05 XR-ANO PIC X(10).

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

       FD  FXRATEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FXR-REC.

       01  FXR-REC.
           02 FXR-CCY PIC X(3).
           02 FXR-DATE PIC 9(8).
           02 FXR-RATE PIC 9(3)V9(6).

       FD  THRFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS THR-REC.

       01  THR-REC.
           02 THR-AMT PIC 9(9)V99.

       FD  AMLPRMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AMLPRM-REC.

       01  AMLPRM-REC.
           02 AP-WINDOW PIC 9(3).
           02 AP-NEAR-PCT PIC 9(3).
           02 AP-CONSEC PIC 9(2).
           02 AP-INOUT-PCT PIC 9(3).
           02 AP-INST PIC X(10).

      *one case per hit - O open, C confirmed covered, S confirmed
      *suspicious, D dismissed; AC-REPORTED is the date AMLSUB put
      *it on the portal file (0 = not yet)
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

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-HX PIC XX VALUE SPACES.
       01  WS-FS-REV PIC XX VALUE SPACES.
       01  WS-FS-DIV PIC XX VALUE SPACES.
       01  WS-FS-XREF PIC XX VALUE SPACES.
       01  WS-FS-AM PIC XX VALUE SPACES.
       01  WS-FS-FXR PIC XX VALUE SPACES.
       01  WS-FS-THR PIC XX VALUE SPACES.
       01  WS-FS-AMP PIC XX VALUE SPACES.
       01  WS-FS-CASE PIC XX VALUE SPACES.
       01  WS-FS-ITEM PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.
      *a partial scan would look like a clean one - any table
      *overflow refuses the run before a case is opened
       01  OVER-SW PIC 9 VALUE 0.
       01  CASE-FULL-SW PIC 9 VALUE 0.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  WS-THRESHOLD PIC 9(9)V99 VALUE 500000.00.
       01  WS-WINDOW PIC 9(3) VALUE 7.
       01  WS-NEAR-PCT PIC 9(3) VALUE 80.
       01  WS-CONSEC PIC 9(2) VALUE 2.
       01  WS-INOUT-PCT PIC 9(3) VALUE 90.
       01  WS-NEAR-FLOOR PIC 9(9)V99 VALUE 0.

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
       01  DN-START PIC 9(7) VALUE 0.
       01  DN-SCAN PIC 9(7) VALUE 0.
       01  CUM-DAYS-INIT.
           05 FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-INIT.
           05 CUM-DAYS OCCURS 12 TIMES PIC 9(3).

      *batches backed out whole - their items and offsets both drop
       01  REVT-TABLE.
           05 REVT-ENTRY OCCURS 200 TIMES.
               10 RVT-BID-DATE PIC 9(8).
               10 RVT-BID-SEQ PIC 9(3).
       01  REVT-COUNT PIC 9(3) VALUE 0.

      *items archived but never posted, inside the window only
       01  DIVT-TABLE.
           05 DIVT-ENTRY OCCURS 500 TIMES.
               10 DVT-BID-DATE PIC 9(8).
               10 DVT-BID-SEQ PIC 9(3).
               10 DVT-ANO PIC X(10).
               10 DVT-TC PIC X.
               10 DVT-TAMT PIC 9(7)V99.
               10 DVT-TDATE PIC 9(8).
               10 DVT-TREF PIC X(6).
               10 DVT-USED PIC 9.
       01  DIVT-COUNT PIC 9(3) VALUE 0.

      *foreign-currency accounts and every rate on file, so an item
      *is converted at the rate in force on its own date
       01  FXA-TABLE.
           05 FXA-ENTRY OCCURS 500 TIMES.
               10 FXA-ANO PIC X(10).
               10 FXA-CCY PIC X(3).
       01  FXA-COUNT PIC 9(3) VALUE 0.
       01  FXR-TABLE.
           05 FXR-ENTRY OCCURS 500 TIMES.
               10 FRT-CCY PIC X(3).
               10 FRT-DATE PIC 9(8).
               10 FRT-RATE PIC 9(3)V9(6).
       01  FXR-COUNT PIC 9(3) VALUE 0.
       01  BEST-DATE PIC 9(8) VALUE 0.
       01  BEST-RATE PIC 9(3)V9(6) VALUE 0.

       01  LINK-TABLE.
           05 LINK-ENTRY OCCURS 1000 TIMES.
               10 LK-IDNUM PIC 9(5).
               10 LK-ANO PIC X(10).
       01  LINK-COUNT PIC 9(4) VALUE 0.

      *the window's posted items, peso equivalent alongside
       01  ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 2000 TIMES.
               10 IT-ANO PIC X(10).
               10 IT-TC PIC X.
               10 IT-TAMT PIC 9(7)V99.
               10 IT-CCY PIC X(3).
               10 IT-PHP PIC 9(11)V99.
               10 IT-TDATE PIC 9(8).
               10 IT-DN PIC 9(7).
               10 IT-TREF PIC X(6).
               10 IT-BID-DATE PIC 9(8).
               10 IT-BID-SEQ PIC 9(3).
      *the other leg's account on a matched transfer
               10 IT-PAIR-ANO PIC X(10).
       01  ITEM-COUNT PIC 9(4) VALUE 0.

      *cash deposits per account per day
       01  AD-TABLE.
           05 AD-ENTRY OCCURS 1000 TIMES.
               10 AD-ANO PIC X(10).
               10 AD-DN PIC 9(7).
               10 AD-CASH PIC 9(11)V99.
       01  AD-COUNT PIC 9(4) VALUE 0.

      *one customer (or unlinked account) per day
       01  SD-TABLE.
           05 SD-ENTRY OCCURS 1000 TIMES.
               10 SD-IDNUM PIC 9(5).
               10 SD-ANO PIC X(10).
               10 SD-DATE PIC 9(8).
               10 SD-DN PIC 9(7).
               10 SD-CASH PIC 9(11)V99.
               10 SD-IN PIC 9(11)V99.
               10 SD-OUT PIC 9(11)V99.
               10 SD-ACCTS PIC 9(3).
               10 SD-MAXACCT PIC 9(11)V99.
               10 SD-LARGE PIC 9(3).
               10 SD-STREAK PIC 9(3).
       01  SD-COUNT PIC 9(4) VALUE 0.

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
       01  CASE-COUNT PIC 9(4) VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.
       01  NEXT-CASE-NO PIC 9(6) VALUE 0.

       01  I PIC 9(4) VALUE 0.
       01  J PIC 9(4) VALUE 0.
       01  K PIC 9(4) VALUE 0.
       01  L PIC 9(4) VALUE 0.
       01  CUR-I PIC 9(4) VALUE 0.
       01  SD-FOUND-I PIC 9(4) VALUE 0.
       01  CASE-I PIC 9(4) VALUE 0.
       01  FOUND-SW PIC 9 VALUE 0.
       01  MATCH-SW PIC 9 VALUE 0.
       01  LINKED-SW PIC 9 VALUE 0.
       01  INTERNAL-SW PIC 9 VALUE 0.
       01  SKIP-SW PIC 9 VALUE 0.

       01  WORK-IDNUM PIC 9(5) VALUE 0.
       01  WORK-ANO PIC X(10) VALUE SPACES.
       01  WORK-DN PIC 9(7) VALUE 0.
       01  WORK-DATE PIC 9(8) VALUE 0.
       01  WORK-PATTERN PIC X(6) VALUE SPACES.
       01  TEST-ANO PIC X(10) VALUE SPACES.
       01  WORK-CCY PIC X(3) VALUE SPACES.
       01  WORK-PHP PIC 9(11)V99 VALUE 0.
       01  WORK-OUT-PCT PIC 9(13)V99 VALUE 0.
       01  WORK-IN-PCT PIC 9(13)V99 VALUE 0.
       01  PRIOR-DATE PIC 9(8) VALUE 0.
       01  PRIOR-CASE-I PIC 9(4) VALUE 0.
       01  CASE-FROM PIC 9(8) VALUE 0.
       01  CASE-TO PIC 9(8) VALUE 0.
       01  CASE-FROM-DN PIC 9(7) VALUE 0.
       01  CASE-TO-DN PIC 9(7) VALUE 0.
       01  CASE-ACTION PIC X(8) VALUE SPACES.

       01  HIST-READ PIC 9(7) VALUE 0.
       01  BACKOUT-COUNT PIC 9(5) VALUE 0.
       01  DIVERT-COUNT PIC 9(5) VALUE 0.
       01  NORATE-COUNT PIC 9(5) VALUE 0.
       01  NEW-LARGE PIC 9(5) VALUE 0.
       01  NEW-STRUCT PIC 9(5) VALUE 0.
       01  NEW-MULTI PIC 9(5) VALUE 0.
       01  NEW-INOUT PIC 9(5) VALUE 0.
       01  EXT-COUNT PIC 9(5) VALUE 0.
       01  OPEN-COUNT PIC 9(5) VALUE 0.

       01  RPT-HEAD.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'AML Transaction Scan'.
           02 FILLER PIC X(25) VALUE SPACES.

       01  RPT-DATE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Run date: '.
           02 RD-DATE PIC 9(8).
           02 FILLER PIC X(10) VALUE '  Window: '.
           02 RD-WINDOW PIC ZZ9.
           02 FILLER PIC X(7) VALUE ' days  '.
           02 FILLER PIC X(11) VALUE 'Threshold: '.
           02 RD-THRESH PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(15) VALUE SPACES.

       01  RPT-PARM-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'Structuring band:   '.
           02 RP-FLOOR PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE ' on  '.
           02 RP-CONSEC PIC Z9.
           02 FILLER PIC X(19) VALUE ' consecutive days  '.
           02 FILLER PIC X(9) VALUE 'In/out: '.
           02 RP-INOUT PIC ZZ9.
           02 FILLER PIC X(1) VALUE '%'.
           02 FILLER PIC X(4) VALUE SPACES.

       01  RPT-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Case'.
           02 FILLER PIC X(8) VALUE 'Pattern'.
           02 FILLER PIC X(12) VALUE 'Customer'.
           02 FILLER PIC X(9) VALUE 'From'.
           02 FILLER PIC X(9) VALUE 'To'.
           02 FILLER PIC X(6) VALUE ' Items'.
           02 FILLER PIC X(16) VALUE '     Peso Amount'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Action'.

       01  RPT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-CASE PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-PATTERN PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-SUBJECT PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-FROM PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-TO PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-ITEMS PIC ZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-AMT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RP-ACTION PIC X(8).

       01  COUNT-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-LABEL PIC X(44).
           02 CL-CNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(25) VALUE SPACES.

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

           PERFORM LOAD-PARMS-RTN THRU LOAD-PARMS-RTN-END.
           COMPUTE DN-START = DN-RUN - WS-WINDOW + 1.
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-THRESHOLD * WS-NEAR-PCT / 100.

           PERFORM LOAD-REVERSED-RTN THRU LOAD-REVERSED-RTN-END.
           PERFORM LOAD-DIVERTED-RTN THRU LOAD-DIVERTED-RTN-END.
           PERFORM LOAD-FX-RTN THRU LOAD-FX-RTN-END.
           PERFORM LOAD-LINKS-RTN THRU LOAD-LINKS-RTN-END.
           PERFORM LOAD-CASES-RTN THRU LOAD-CASES-RTN-END.

           OPEN INPUT HISTFILE.
           IF WS-FS-HX NOT = '00'
               DISPLAY 'NO TRANSHIST.TXT ON HAND - NOTHING SCANNED.'
               GOBACK
           END-IF.
           PERFORM LOAD-HISTORY-RTN THRU LOAD-HISTORY-RTN-END.
           CLOSE HISTFILE.

           PERFORM PAIR-TRANSFERS-RTN.
           PERFORM BUILD-DAYS-RTN.

           IF OVER-SW = 1
               DISPLAY '*** AML SCAN TABLES EXCEEDED - RUN REFUSED, '
                   'NO CASES OPENED ***'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RPTFILE.
           MOVE WS-RUN-DATE TO RD-DATE.
           MOVE WS-WINDOW TO RD-WINDOW.
           MOVE WS-THRESHOLD TO RD-THRESH.
           MOVE WS-NEAR-FLOOR TO RP-FLOOR.
           MOVE WS-CONSEC TO RP-CONSEC.
           MOVE WS-INOUT-PCT TO RP-INOUT.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           WRITE RPTREC FROM RPT-DATE-LINE AFTER 1.
           WRITE RPTREC FROM RPT-PARM-LINE AFTER 1.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           OPEN EXTEND ITEMFILE.
           PERFORM VARYING DN-SCAN FROM DN-START BY 1
                   UNTIL DN-SCAN > DN-RUN
               PERFORM VARYING CUR-I FROM 1 BY 1
                       UNTIL CUR-I > SD-COUNT
                   IF SD-DN(CUR-I) = DN-SCAN
                       PERFORM CHECK-DAY-RTN THRU CHECK-DAY-RTN-END
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE ITEMFILE.

           PERFORM SAVE-CASES-RTN.
           PERFORM PRINT-TOTALS-RTN.
           CLOSE RPTFILE.

           DISPLAY 'AML SCAN - ITEMS IN WINDOW: ' ITEM-COUNT
               '  NEW CASES: ' NEW-LARGE ' LARGE ' NEW-STRUCT
               ' STRUCT ' NEW-MULTI ' MULTI ' NEW-INOUT ' INOUT'.
           DISPLAY 'AML CASES OPEN FOR REVIEW: ' OPEN-COUNT
               ' (AMLSCANR).'.
           IF CASE-FULL-SW = 1
               DISPLAY '*** AMLCASE.TXT FULL - HITS NOT OPENED AS '
                   'CASES, SEE AMLSCANR ***'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-PARMS-RTN.
           OPEN INPUT THRFILE.
           IF WS-FS-THR = '00'
               READ THRFILE
                   AT END CONTINUE
                   NOT AT END MOVE THR-AMT TO WS-THRESHOLD
               END-READ
               CLOSE THRFILE
           END-IF.

           OPEN INPUT AMLPRMFILE.
           IF WS-FS-AMP NOT = '00'
               GO TO LOAD-PARMS-RTN-END
           END-IF.
           READ AMLPRMFILE
               AT END
                   CLOSE AMLPRMFILE
                   GO TO LOAD-PARMS-RTN-END
           END-READ.
           CLOSE AMLPRMFILE.
           IF AP-WINDOW > 0
               MOVE AP-WINDOW TO WS-WINDOW
           END-IF.
           IF AP-NEAR-PCT > 0 AND AP-NEAR-PCT < 100
               MOVE AP-NEAR-PCT TO WS-NEAR-PCT
           END-IF.
           IF AP-CONSEC > 0
               MOVE AP-CONSEC TO WS-CONSEC
           END-IF.
           IF AP-INOUT-PCT > 0 AND AP-INOUT-PCT NOT > 100
               MOVE AP-INOUT-PCT TO WS-INOUT-PCT
           END-IF.
       LOAD-PARMS-RTN-END.
           EXIT.

       LOAD-REVERSED-RTN.
           MOVE 0 TO REVT-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT REVFILE.
           IF WS-FS-REV NOT = '00'
               GO TO LOAD-REVERSED-RTN-END
           END-IF.
           PERFORM UNTIL EOFSW = 1
               READ REVFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF REVT-COUNT = 200
                       MOVE 1 TO OVER-SW
                   ELSE
                       ADD 1 TO REVT-COUNT
                       MOVE RV-BID-DATE TO RVT-BID-DATE(REVT-COUNT)
                       MOVE RV-BID-SEQ TO RVT-BID-SEQ(REVT-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REVFILE.
       LOAD-REVERSED-RTN-END.
           EXIT.

       LOAD-DIVERTED-RTN.
           MOVE 0 TO DIVT-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT DIVFILE.
           IF WS-FS-DIV NOT = '00'
               GO TO LOAD-DIVERTED-RTN-END
           END-IF.
           PERFORM UNTIL EOFSW = 1
               READ DIVFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               MOVE 0 TO DN-RESULT
               IF EOFSW = 0
                   MOVE DV-TDATE TO DN-DATE
                   IF DN-MM > 0 AND DN-MM < 13
                       PERFORM DAY-NUMBER-RTN
                   END-IF
               END-IF
               IF EOFSW = 0 AND DN-RESULT NOT < DN-START
                   IF DIVT-COUNT = 500
                       MOVE 1 TO OVER-SW
                   ELSE
                       ADD 1 TO DIVT-COUNT
                       MOVE DV-BID-DATE TO DVT-BID-DATE(DIVT-COUNT)
                       MOVE DV-BID-SEQ TO DVT-BID-SEQ(DIVT-COUNT)
                       MOVE DV-ANO TO DVT-ANO(DIVT-COUNT)
                       MOVE DV-TC TO DVT-TC(DIVT-COUNT)
                       MOVE DV-TAMT TO DVT-TAMT(DIVT-COUNT)
                       MOVE DV-TDATE TO DVT-TDATE(DIVT-COUNT)
                       MOVE DV-TREF TO DVT-TREF(DIVT-COUNT)
                       MOVE 0 TO DVT-USED(DIVT-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DIVFILE.
       LOAD-DIVERTED-RTN-END.
           EXIT.

       LOAD-FX-RTN.
           MOVE 0 TO FXA-COUNT.
           MOVE 0 TO FXR-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT ACCTMASTFILE.
           IF WS-FS-AM NOT = '00'
               GO TO LOAD-FX-RTN-END
           END-IF.
           PERFORM UNTIL EOFSW = 1
               READ ACCTMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                  AND AM-CCY NOT = SPACES AND AM-CCY NOT = 'PHP'
                   IF FXA-COUNT = 500
                       MOVE 1 TO OVER-SW
                   ELSE
                       ADD 1 TO FXA-COUNT
                       MOVE AM-ANO TO FXA-ANO(FXA-COUNT)
                       MOVE AM-CCY TO FXA-CCY(FXA-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ACCTMASTFILE.

           IF FXA-COUNT = 0
               GO TO LOAD-FX-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           OPEN INPUT FXRATEFILE.
           IF WS-FS-FXR NOT = '00'
               GO TO LOAD-FX-RTN-END
           END-IF.
           PERFORM UNTIL EOFSW = 1
               READ FXRATEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF FXR-COUNT = 500
                       MOVE 1 TO OVER-SW
                   ELSE
                       ADD 1 TO FXR-COUNT
                       MOVE FXR-CCY TO FRT-CCY(FXR-COUNT)
                       MOVE FXR-DATE TO FRT-DATE(FXR-COUNT)
                       MOVE FXR-RATE TO FRT-RATE(FXR-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FXRATEFILE.
       LOAD-FX-RTN-END.
           EXIT.

       LOAD-LINKS-RTN.
           MOVE 0 TO LINK-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT XREFFILE.
           IF WS-FS-XREF NOT = '00'
               GO TO LOAD-LINKS-RTN-END
           END-IF.
           PERFORM UNTIL EOFSW = 1
               READ XREFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   IF LINK-COUNT = 1000
                       MOVE 1 TO OVER-SW
                   ELSE
                       ADD 1 TO LINK-COUNT
                       MOVE XR-IDNUM TO LK-IDNUM(LINK-COUNT)
                       MOVE XR-ANO TO LK-ANO(LINK-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE XREFFILE.
       LOAD-LINKS-RTN-END.
           EXIT.

      *the whole case file must fit before anything loads - the save
      *pass rewrites AMLCASE.TXT from the table
       LOAD-CASES-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT CASEFILE.
           PERFORM UNTIL EOFSW = 1
               READ CASEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE CASEFILE.
           IF PRE-COUNT > 1000
               DISPLAY 'AMLCASE.TXT EXCEEDS 1000 CASES.'
               MOVE 1 TO OVER-SW
               GO TO LOAD-CASES-RTN-END
           END-IF.

           MOVE 0 TO CASE-COUNT.
           MOVE 0 TO NEXT-CASE-NO.
           MOVE 0 TO EOFSW.
           OPEN INPUT CASEFILE.
           PERFORM UNTIL EOFSW = 1
               READ CASEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO CASE-COUNT
                   MOVE AC-CASE-NO TO CT-CASE-NO(CASE-COUNT)
                   MOVE AC-PATTERN TO CT-PATTERN(CASE-COUNT)
                   MOVE AC-IDNUM TO CT-IDNUM(CASE-COUNT)
                   MOVE AC-ANO TO CT-ANO(CASE-COUNT)
                   MOVE AC-FROM TO CT-FROM(CASE-COUNT)
                   MOVE AC-TO TO CT-TO(CASE-COUNT)
                   MOVE AC-AMT TO CT-AMT(CASE-COUNT)
                   MOVE AC-ITEMS TO CT-ITEMS(CASE-COUNT)
                   MOVE AC-OPENED TO CT-OPENED(CASE-COUNT)
                   MOVE AC-STATUS TO CT-STATUS(CASE-COUNT)
                   MOVE AC-DECIDED TO CT-DECIDED(CASE-COUNT)
                   MOVE AC-OFFICER TO CT-OFFICER(CASE-COUNT)
                   MOVE AC-NARR TO CT-NARR(CASE-COUNT)
                   MOVE AC-REPORTED TO CT-REPORTED(CASE-COUNT)
                   IF AC-CASE-NO > NEXT-CASE-NO
                       MOVE AC-CASE-NO TO NEXT-CASE-NO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CASEFILE.
       LOAD-CASES-RTN-END.
           EXIT.

      *every history line dated inside the window that actually
      *posted and still stands
       LOAD-HISTORY-RTN.
           MOVE 0 TO ITEM-COUNT.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ HISTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO HIST-READ
                   PERFORM TAKE-ITEM-RTN THRU TAKE-ITEM-RTN-END
               END-IF
           END-PERFORM.
       LOAD-HISTORY-RTN-END.
           EXIT.

       TAKE-ITEM-RTN.
           MOVE HX-TDATE TO DN-DATE.
           IF DN-MM < 1 OR DN-MM > 12
               GO TO TAKE-ITEM-RTN-END
           END-IF.
           PERFORM DAY-NUMBER-RTN.
           IF DN-RESULT < DN-START OR DN-RESULT > DN-RUN
               GO TO TAKE-ITEM-RTN-END
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > REVT-COUNT
               IF RVT-BID-DATE(I) = HX-BID-DATE
                  AND RVT-BID-SEQ(I) = HX-BID-SEQ
                   ADD 1 TO BACKOUT-COUNT
                   GO TO TAKE-ITEM-RTN-END
               END-IF
           END-PERFORM.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIVT-COUNT
               IF DVT-USED(I) = 0
                  AND DVT-BID-DATE(I) = HX-BID-DATE
                  AND DVT-BID-SEQ(I) = HX-BID-SEQ
                  AND DVT-ANO(I) = HX-ANO
                  AND DVT-TC(I) = HX-TC
                  AND DVT-TAMT(I) = HX-TAMT
                  AND DVT-TDATE(I) = HX-TDATE
                  AND DVT-TREF(I) = HX-TREF
                   MOVE 1 TO DVT-USED(I)
                   ADD 1 TO DIVERT-COUNT
                   GO TO TAKE-ITEM-RTN-END
               END-IF
           END-PERFORM.

           MOVE 'PHP' TO WORK-CCY.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FXA-COUNT
               IF FXA-ANO(I) = HX-ANO
                   MOVE FXA-CCY(I) TO WORK-CCY
               END-IF
           END-PERFORM.
           MOVE HX-TAMT TO WORK-PHP.
           IF WORK-CCY NOT = 'PHP'
               MOVE 0 TO BEST-DATE
               MOVE 0 TO BEST-RATE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FXR-COUNT
                   IF FRT-CCY(I) = WORK-CCY
                      AND FRT-DATE(I) NOT > HX-TDATE
                      AND FRT-DATE(I) NOT < BEST-DATE
                       MOVE FRT-DATE(I) TO BEST-DATE
                       MOVE FRT-RATE(I) TO BEST-RATE
                   END-IF
               END-PERFORM
               IF BEST-RATE = 0
                   ADD 1 TO NORATE-COUNT
                   GO TO TAKE-ITEM-RTN-END
               END-IF
               COMPUTE WORK-PHP ROUNDED = HX-TAMT * BEST-RATE
           END-IF.

           IF ITEM-COUNT = 2000
               MOVE 1 TO OVER-SW
               GO TO TAKE-ITEM-RTN-END
           END-IF.
           ADD 1 TO ITEM-COUNT.
           MOVE HX-ANO TO IT-ANO(ITEM-COUNT).
           MOVE HX-TC TO IT-TC(ITEM-COUNT).
           MOVE HX-TAMT TO IT-TAMT(ITEM-COUNT).
           MOVE WORK-CCY TO IT-CCY(ITEM-COUNT).
           MOVE WORK-PHP TO IT-PHP(ITEM-COUNT).
           MOVE HX-TDATE TO IT-TDATE(ITEM-COUNT).
           MOVE DN-RESULT TO IT-DN(ITEM-COUNT).
           MOVE HX-TREF TO IT-TREF(ITEM-COUNT).
           MOVE HX-BID-DATE TO IT-BID-DATE(ITEM-COUNT).
           MOVE HX-BID-SEQ TO IT-BID-SEQ(ITEM-COUNT).
           MOVE SPACES TO IT-PAIR-ANO(ITEM-COUNT).
       TAKE-ITEM-RTN-END.
           EXIT.

      *a transfer's two legs share the TREF and date, as NEWPRE
      *matched them - each leg learns the other's account
       PAIR-TRANSFERS-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               IF IT-TC(I) = 'T' AND IT-PAIR-ANO(I) = SPACES
                   MOVE 0 TO FOUND-SW
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > ITEM-COUNT OR FOUND-SW = 1
                       IF IT-TC(J) = 'U' AND IT-PAIR-ANO(J) = SPACES
                          AND IT-TREF(J) = IT-TREF(I)
                          AND IT-TDATE(J) = IT-TDATE(I)
                           MOVE 1 TO FOUND-SW
                           MOVE IT-ANO(J) TO IT-PAIR-ANO(I)
                           MOVE IT-ANO(I) TO IT-PAIR-ANO(J)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *cash by account-day, then everything by customer-day
       BUILD-DAYS-RTN.
           MOVE 0 TO AD-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEM-COUNT
               IF IT-TC(I) = 'D'
                   MOVE 0 TO FOUND-SW
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > AD-COUNT OR FOUND-SW = 1
                       IF AD-ANO(J) = IT-ANO(I) AND AD-DN(J) = IT-DN(I)
                           MOVE 1 TO FOUND-SW
                           ADD IT-PHP(I) TO AD-CASH(J)
                       END-IF
                   END-PERFORM
                   IF FOUND-SW = 0 AND AD-COUNT = 1000
                       MOVE 1 TO OVER-SW
                   END-IF
                   IF FOUND-SW = 0 AND AD-COUNT < 1000
                       ADD 1 TO AD-COUNT
                       MOVE IT-ANO(I) TO AD-ANO(AD-COUNT)
                       MOVE IT-DN(I) TO AD-DN(AD-COUNT)
                       MOVE IT-PHP(I) TO AD-CASH(AD-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 0 TO SD-COUNT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ITEM-COUNT
               MOVE 0 TO LINKED-SW
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > LINK-COUNT
                   IF LK-ANO(J) = IT-ANO(K)
                       MOVE 1 TO LINKED-SW
                       MOVE LK-IDNUM(J) TO WORK-IDNUM
                       MOVE SPACES TO WORK-ANO
                       PERFORM ADD-SUBJECT-ITEM-RTN THRU
                           ADD-SUBJECT-ITEM-RTN-END
                   END-IF
               END-PERFORM
               IF LINKED-SW = 0
                   MOVE 0 TO WORK-IDNUM
                   MOVE IT-ANO(K) TO WORK-ANO
                   PERFORM ADD-SUBJECT-ITEM-RTN THRU
                       ADD-SUBJECT-ITEM-RTN-END
               END-IF
           END-PERFORM.

      *how many of the customer's accounts took cash that day, and
      *the most any one of them took
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > AD-COUNT
               MOVE 0 TO LINKED-SW
               MOVE AD-DN(K) TO WORK-DN
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > LINK-COUNT
                   IF LK-ANO(J) = AD-ANO(K)
                       MOVE 1 TO LINKED-SW
                       MOVE LK-IDNUM(J) TO WORK-IDNUM
                       MOVE SPACES TO WORK-ANO
                       PERFORM ADD-SUBJECT-CASH-RTN
                   END-IF
               END-PERFORM
               IF LINKED-SW = 0
                   MOVE 0 TO WORK-IDNUM
                   MOVE AD-ANO(K) TO WORK-ANO
                   PERFORM ADD-SUBJECT-CASH-RTN
               END-IF
           END-PERFORM.

      *item K into the WORK-IDNUM / WORK-ANO customer's day
       ADD-SUBJECT-ITEM-RTN.
           MOVE IT-DN(K) TO WORK-DN.
           PERFORM FIND-SD-RTN.
           IF SD-FOUND-I = 0
               IF SD-COUNT = 1000
                   MOVE 1 TO OVER-SW
                   GO TO ADD-SUBJECT-ITEM-RTN-END
               END-IF
               ADD 1 TO SD-COUNT
               MOVE SD-COUNT TO SD-FOUND-I
               MOVE WORK-IDNUM TO SD-IDNUM(SD-FOUND-I)
               MOVE WORK-ANO TO SD-ANO(SD-FOUND-I)
               MOVE IT-TDATE(K) TO SD-DATE(SD-FOUND-I)
               MOVE WORK-DN TO SD-DN(SD-FOUND-I)
               MOVE 0 TO SD-CASH(SD-FOUND-I) SD-IN(SD-FOUND-I)
                   SD-OUT(SD-FOUND-I) SD-ACCTS(SD-FOUND-I)
                   SD-MAXACCT(SD-FOUND-I) SD-LARGE(SD-FOUND-I)
                   SD-STREAK(SD-FOUND-I)
           END-IF.

           IF IT-TC(K) = 'D'
               ADD IT-PHP(K) TO SD-CASH(SD-FOUND-I)
           END-IF.
           IF IT-PHP(K) NOT < WS-THRESHOLD
               ADD 1 TO SD-LARGE(SD-FOUND-I)
           END-IF.

           PERFORM CHECK-INTERNAL-RTN.
           IF INTERNAL-SW = 1
               GO TO ADD-SUBJECT-ITEM-RTN-END
           END-IF.
           IF IT-TC(K) = 'D' OR IT-TC(K) = 'U'
               ADD IT-PHP(K) TO SD-IN(SD-FOUND-I)
           END-IF.
           IF IT-TC(K) = 'W' OR IT-TC(K) = 'C' OR IT-TC(K) = 'T'
              OR IT-TC(K) = 'B'
               ADD IT-PHP(K) TO SD-OUT(SD-FOUND-I)
           END-IF.
       ADD-SUBJECT-ITEM-RTN-END.
           EXIT.

      *account-day K's cash into the WORK customer's day
       ADD-SUBJECT-CASH-RTN.
           PERFORM FIND-SD-RTN.
           IF SD-FOUND-I > 0
               ADD 1 TO SD-ACCTS(SD-FOUND-I)
               IF AD-CASH(K) > SD-MAXACCT(SD-FOUND-I)
                   MOVE AD-CASH(K) TO SD-MAXACCT(SD-FOUND-I)
               END-IF
           END-IF.

      *a transfer leg of item K whose other leg is also the WORK
      *customer's is money moving between their own accounts
       CHECK-INTERNAL-RTN.
           MOVE 0 TO INTERNAL-SW.
           IF IT-PAIR-ANO(K) NOT = SPACES
               MOVE IT-PAIR-ANO(K) TO TEST-ANO
               PERFORM SUBJECT-ACCT-RTN
               MOVE MATCH-SW TO INTERNAL-SW
           END-IF.

      *is TEST-ANO one of the WORK customer's accounts
       SUBJECT-ACCT-RTN.
           MOVE 0 TO MATCH-SW.
           IF WORK-IDNUM = 0
               IF TEST-ANO = WORK-ANO
                   MOVE 1 TO MATCH-SW
               END-IF
           ELSE
               PERFORM VARYING L FROM 1 BY 1
                       UNTIL L > LINK-COUNT OR MATCH-SW = 1
                   IF LK-IDNUM(L) = WORK-IDNUM
                      AND LK-ANO(L) = TEST-ANO
                       MOVE 1 TO MATCH-SW
                   END-IF
               END-PERFORM
           END-IF.

       FIND-SD-RTN.
           MOVE 0 TO SD-FOUND-I.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > SD-COUNT OR SD-FOUND-I > 0
               IF SD-IDNUM(I) = WORK-IDNUM AND SD-ANO(I) = WORK-ANO
                  AND SD-DN(I) = WORK-DN
                   MOVE I TO SD-FOUND-I
               END-IF
           END-PERFORM.

      *one customer-day, CUR-I, against the four patterns - days are
      *taken oldest first so yesterday's streak is already known
       CHECK-DAY-RTN.
           MOVE SD-IDNUM(CUR-I) TO WORK-IDNUM.
           MOVE SD-ANO(CUR-I) TO WORK-ANO.
           MOVE SD-DATE(CUR-I) TO WORK-DATE.

           MOVE 0 TO SD-STREAK(CUR-I).
           MOVE 0 TO PRIOR-DATE.
           IF SD-CASH(CUR-I) NOT < WS-NEAR-FLOOR
              AND SD-CASH(CUR-I) < WS-THRESHOLD
               MOVE 1 TO SD-STREAK(CUR-I)
               COMPUTE WORK-DN = SD-DN(CUR-I) - 1
               PERFORM FIND-SD-RTN
               IF SD-FOUND-I > 0
                   MOVE SD-DATE(SD-FOUND-I) TO PRIOR-DATE
                   COMPUTE SD-STREAK(CUR-I) =
                       SD-STREAK(SD-FOUND-I) + 1
               END-IF
           END-IF.

           MOVE WORK-DATE TO CASE-FROM CASE-TO.
           MOVE SD-DN(CUR-I) TO CASE-FROM-DN CASE-TO-DN.

           IF SD-LARGE(CUR-I) > 0
               MOVE 'LARGE' TO WORK-PATTERN
               PERFORM FIND-CASE-RTN
               IF CASE-I = 0
                   PERFORM OPEN-CASE-RTN THRU OPEN-CASE-RTN-END
                   ADD 1 TO NEW-LARGE
               END-IF
           END-IF.

           IF SD-CASH(CUR-I) NOT < WS-THRESHOLD
              AND SD-ACCTS(CUR-I) > 1
              AND SD-MAXACCT(CUR-I) < WS-THRESHOLD
               MOVE 'MULTI' TO WORK-PATTERN
               PERFORM FIND-CASE-RTN
               IF CASE-I = 0
                   PERFORM OPEN-CASE-RTN THRU OPEN-CASE-RTN-END
                   ADD 1 TO NEW-MULTI
               END-IF
           END-IF.

           COMPUTE WORK-OUT-PCT = SD-OUT(CUR-I) * 100.
           COMPUTE WORK-IN-PCT = SD-IN(CUR-I) * WS-INOUT-PCT.
           IF SD-IN(CUR-I) NOT < WS-NEAR-FLOOR
              AND WORK-OUT-PCT NOT < WORK-IN-PCT
               MOVE 'INOUT' TO WORK-PATTERN
               PERFORM FIND-CASE-RTN
               IF CASE-I = 0
                   PERFORM OPEN-CASE-RTN THRU OPEN-CASE-RTN-END
                   ADD 1 TO NEW-INOUT
               END-IF
           END-IF.

           IF SD-STREAK(CUR-I) NOT < WS-CONSEC
               PERFORM STRUCT-RTN THRU STRUCT-RTN-END
           END-IF.
       CHECK-DAY-RTN-END.
           EXIT.

      *a run of near-threshold days - a day already inside a case is
      *done; the day after an open case's last extends it; otherwise
      *a new case takes in the whole run (from today alone when the
      *earlier days are in a case already decided)
       STRUCT-RTN.
           MOVE 'STRUCT' TO WORK-PATTERN.
           MOVE 0 TO PRIOR-CASE-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CASE-COUNT
               IF CT-PATTERN(I) = 'STRUCT'
                  AND CT-IDNUM(I) = WORK-IDNUM
                  AND CT-ANO(I) = WORK-ANO
                   IF CT-FROM(I) NOT > WORK-DATE
                      AND CT-TO(I) NOT < WORK-DATE
                       GO TO STRUCT-RTN-END
                   END-IF
                   IF PRIOR-DATE > 0 AND CT-TO(I) = PRIOR-DATE
                       MOVE I TO PRIOR-CASE-I
                   END-IF
               END-IF
           END-PERFORM.

           IF PRIOR-CASE-I > 0
               IF CT-STATUS(PRIOR-CASE-I) = 'O'
                   MOVE PRIOR-CASE-I TO CASE-I
                   PERFORM CASE-ITEMS-RTN
                   MOVE WORK-DATE TO CT-TO(CASE-I)
                   MOVE 'EXTENDED' TO CASE-ACTION
                   PERFORM WRITE-CASE-LINE-RTN
                   ADD 1 TO EXT-COUNT
                   GO TO STRUCT-RTN-END
               END-IF
           ELSE
               COMPUTE WORK-DN = SD-DN(CUR-I) - SD-STREAK(CUR-I) + 1
               PERFORM FIND-SD-RTN
               IF SD-FOUND-I > 0
                   MOVE SD-DATE(SD-FOUND-I) TO CASE-FROM
                   MOVE WORK-DN TO CASE-FROM-DN
               END-IF
           END-IF.
           PERFORM OPEN-CASE-RTN THRU OPEN-CASE-RTN-END.
           ADD 1 TO NEW-STRUCT.
       STRUCT-RTN-END.
           EXIT.

      *a same-day case already opened for this customer and pattern
       FIND-CASE-RTN.
           MOVE 0 TO CASE-I.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > CASE-COUNT OR CASE-I > 0
               IF CT-PATTERN(I) = WORK-PATTERN
                  AND CT-IDNUM(I) = WORK-IDNUM
                  AND CT-ANO(I) = WORK-ANO
                  AND CT-FROM(I) = WORK-DATE
                   MOVE I TO CASE-I
               END-IF
           END-PERFORM.

       OPEN-CASE-RTN.
           IF CASE-COUNT = 1000
               MOVE 1 TO CASE-FULL-SW
               MOVE 0 TO RP-CASE
               MOVE WORK-PATTERN TO RP-PATTERN
               PERFORM SET-SUBJECT-RTN
               MOVE CASE-FROM TO RP-FROM
               MOVE CASE-TO TO RP-TO
               MOVE 0 TO RP-ITEMS RP-AMT
               MOVE 'NOT OPEN' TO RP-ACTION
               WRITE RPTREC FROM RPT-DETAIL AFTER 1
               GO TO OPEN-CASE-RTN-END
           END-IF.
           ADD 1 TO CASE-COUNT.
           ADD 1 TO NEXT-CASE-NO.
           MOVE CASE-COUNT TO CASE-I.
           MOVE NEXT-CASE-NO TO CT-CASE-NO(CASE-I).
           MOVE WORK-PATTERN TO CT-PATTERN(CASE-I).
           MOVE WORK-IDNUM TO CT-IDNUM(CASE-I).
           MOVE WORK-ANO TO CT-ANO(CASE-I).
           MOVE CASE-FROM TO CT-FROM(CASE-I).
           MOVE CASE-TO TO CT-TO(CASE-I).
           MOVE 0 TO CT-AMT(CASE-I) CT-ITEMS(CASE-I).
           MOVE WS-RUN-DATE TO CT-OPENED(CASE-I).
           MOVE 'O' TO CT-STATUS(CASE-I).
           MOVE 0 TO CT-DECIDED(CASE-I) CT-REPORTED(CASE-I).
           MOVE SPACES TO CT-OFFICER(CASE-I) CT-NARR(CASE-I).
           PERFORM CASE-ITEMS-RTN.
           MOVE 'NEW' TO CASE-ACTION.
           PERFORM WRITE-CASE-LINE-RTN.
       OPEN-CASE-RTN-END.
           EXIT.

      *the customer's items of the pattern's kind dated CASE-FROM-DN
      *through CASE-TO-DN go onto AMLITEM.TXT under case CASE-I; an
      *in-and-out case counts only the money in toward its amount
       CASE-ITEMS-RTN.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ITEM-COUNT
               MOVE 1 TO SKIP-SW
               IF IT-DN(K) NOT < CASE-FROM-DN
                  AND IT-DN(K) NOT > CASE-TO-DN
                   MOVE IT-ANO(K) TO TEST-ANO
                   PERFORM SUBJECT-ACCT-RTN
                   IF MATCH-SW = 1
                       PERFORM CHECK-ITEM-KIND-RTN
                   END-IF
               END-IF
               IF SKIP-SW = 0
                   MOVE CT-CASE-NO(CASE-I) TO AI-CASE-NO
                   MOVE IT-ANO(K) TO AI-ANO
                   MOVE IT-TC(K) TO AI-TC
                   MOVE IT-TAMT(K) TO AI-TAMT
                   MOVE IT-CCY(K) TO AI-CCY
                   MOVE IT-PHP(K) TO AI-PHP
                   MOVE IT-TDATE(K) TO AI-TDATE
                   MOVE IT-TREF(K) TO AI-TREF
                   MOVE IT-BID-DATE(K) TO AI-BID-DATE
                   MOVE IT-BID-SEQ(K) TO AI-BID-SEQ
                   WRITE ITEM-REC
                   ADD 1 TO CT-ITEMS(CASE-I)
                   IF WORK-PATTERN NOT = 'INOUT'
                      OR IT-TC(K) = 'D' OR IT-TC(K) = 'U'
                       ADD IT-PHP(K) TO CT-AMT(CASE-I)
                   END-IF
               END-IF
           END-PERFORM.

      *clears SKIP-SW when item K is of the kind WORK-PATTERN cites
       CHECK-ITEM-KIND-RTN.
           IF WORK-PATTERN = 'LARGE'
              AND IT-PHP(K) NOT < WS-THRESHOLD
               MOVE 0 TO SKIP-SW
           END-IF.
           IF (WORK-PATTERN = 'STRUCT' OR WORK-PATTERN = 'MULTI')
              AND IT-TC(K) = 'D'
               MOVE 0 TO SKIP-SW
           END-IF.
           IF WORK-PATTERN = 'INOUT'
              AND (IT-TC(K) = 'D' OR IT-TC(K) = 'U'
                OR IT-TC(K) = 'W' OR IT-TC(K) = 'C'
                OR IT-TC(K) = 'T' OR IT-TC(K) = 'B')
               PERFORM CHECK-INTERNAL-RTN
               IF INTERNAL-SW = 0
                   MOVE 0 TO SKIP-SW
               END-IF
           END-IF.

       SET-SUBJECT-RTN.
           IF WORK-IDNUM = 0
               MOVE WORK-ANO TO RP-SUBJECT
           ELSE
               MOVE WORK-IDNUM TO RP-SUBJECT
           END-IF.

       WRITE-CASE-LINE-RTN.
           MOVE CT-CASE-NO(CASE-I) TO RP-CASE.
           MOVE CT-PATTERN(CASE-I) TO RP-PATTERN.
           PERFORM SET-SUBJECT-RTN.
           MOVE CT-FROM(CASE-I) TO RP-FROM.
           MOVE WORK-DATE TO RP-TO.
           MOVE CT-ITEMS(CASE-I) TO RP-ITEMS.
           MOVE CT-AMT(CASE-I) TO RP-AMT.
           MOVE CASE-ACTION TO RP-ACTION.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.

       PRINT-TOTALS-RTN.
           MOVE 0 TO OPEN-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CASE-COUNT
               IF CT-STATUS(I) = 'O'
                   ADD 1 TO OPEN-COUNT
               END-IF
           END-PERFORM.

           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 'History lines read:' TO CL-LABEL.
           MOVE HIST-READ TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Posted items in the window:' TO CL-LABEL.
           MOVE ITEM-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Left out - batch backed out:' TO CL-LABEL.
           MOVE BACKOUT-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Left out - diverted, never posted:' TO CL-LABEL.
           MOVE DIVERT-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Left out - no FX rate for the date:' TO CL-LABEL.
           MOVE NORATE-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 'New cases - single large item (LARGE):' TO CL-LABEL.
           MOVE NEW-LARGE TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'New cases - structuring (STRUCT):' TO CL-LABEL.
           MOVE NEW-STRUCT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'New cases - split across accounts (MULTI):'
               TO CL-LABEL.
           MOVE NEW-MULTI TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'New cases - same-day in and out (INOUT):'
               TO CL-LABEL.
           MOVE NEW-INOUT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Structuring cases extended:' TO CL-LABEL.
           MOVE EXT-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.
           MOVE 'Cases open for review:' TO CL-LABEL.
           MOVE OPEN-COUNT TO CL-CNT.
           WRITE RPTREC FROM COUNT-LINE AFTER 1.

       SAVE-CASES-RTN.
           OPEN OUTPUT CASEFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CASE-COUNT
               MOVE CT-CASE-NO(I) TO AC-CASE-NO
               MOVE CT-PATTERN(I) TO AC-PATTERN
               MOVE CT-IDNUM(I) TO AC-IDNUM
               MOVE CT-ANO(I) TO AC-ANO
               MOVE CT-FROM(I) TO AC-FROM
               MOVE CT-TO(I) TO AC-TO
               MOVE CT-AMT(I) TO AC-AMT
               MOVE CT-ITEMS(I) TO AC-ITEMS
               MOVE CT-OPENED(I) TO AC-OPENED
               MOVE CT-STATUS(I) TO AC-STATUS
               MOVE CT-DECIDED(I) TO AC-DECIDED
               MOVE CT-OFFICER(I) TO AC-OFFICER
               MOVE CT-NARR(I) TO AC-NARR
               MOVE CT-REPORTED(I) TO AC-REPORTED
               WRITE CASE-REC
           END-PERFORM.
           CLOSE CASEFILE.

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
