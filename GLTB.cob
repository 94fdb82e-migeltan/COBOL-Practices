       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTB.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. GENERAL-LEDGER TRIAL BALANCE AND STATEMENT OF
      *CONDITION FOR MONTH END - LISTS EVERY GLACCT.TXT ACCOUNT WITH
      *ITS BALANCE IN THE DEBIT OR CREDIT COLUMN, FOOTS BOTH COLUMNS
      *AND FLAGS A TRIAL BALANCE THAT DOES NOT AGREE, THEN SETS THE
      *ASSETS AGAINST THE LIABILITIES, CAPITAL AND THE PERIOD'S
      *EARNINGS (INCOME LESS EXPENSE). AS OF THE LAST LEDGER DAY THE
      *JOURNAL HAS TAKEN (GLJCTL.TXT). PRINTED TO GLTBR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE ASSIGN TO 'GLACCT.TXT'
               FILE STATUS WS-FS-GA.
           SELECT CTLFILE ASSIGN TO 'GLJCTL.TXT'
               FILE STATUS WS-FS-CTL.
           SELECT RPTFILE ASSIGN TO 'GLTBR'.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GA-REC.

       01  GA-REC.
           02 GA-ACCT PIC X(4).
           02 GA-NAME PIC X(30).
           02 GA-CLASS PIC X.
           02 GA-BAL PIC S9(13)V99.

       FD  CTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JC-REC.

       01  JC-REC.
           02 JC-RECS PIC 9(7).
           02 JC-LAST-JE PIC 9(7).
           02 JC-LAST-DATE PIC 9(8).
           02 JC-RUN-DATE PIC 9(8).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-GA PIC XX VALUE SPACES.
       01  WS-FS-CTL PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

       01  AS-OF-DATE PIC 9(8) VALUE 0.
       01  ACCT-COUNT PIC 9(3) VALUE 0.
       01  TOT-DR PIC 9(13)V99 VALUE 0.
       01  TOT-CR PIC 9(13)V99 VALUE 0.

      *running class totals, debit-positive as the ledger keeps them
       01  SUM-ASSET PIC S9(13)V99 VALUE 0.
       01  SUM-LIAB PIC S9(13)V99 VALUE 0.
       01  SUM-EQUITY PIC S9(13)V99 VALUE 0.
       01  SUM-INCOME PIC S9(13)V99 VALUE 0.
       01  SUM-EXPENSE PIC S9(13)V99 VALUE 0.
       01  SUM-OTHER PIC S9(13)V99 VALUE 0.

      *the same totals turned the right way up for the statement
       01  SC-ASSETS PIC S9(13)V99 VALUE 0.
       01  SC-LIAB PIC S9(13)V99 VALUE 0.
       01  SC-CAPITAL PIC S9(13)V99 VALUE 0.
       01  SC-EARNINGS PIC S9(13)V99 VALUE 0.
       01  SC-RIGHT PIC S9(13)V99 VALUE 0.

       01  RPT-HEAD.
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'Trial Balance'.
           02 FILLER PIC X(30) VALUE SPACES.

       01  RPT-ASOF-LINE.
           02 FILLER PIC X(27) VALUE SPACES.
           02 FILLER PIC X(15) VALUE 'As of close of '.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(30) VALUE SPACES.

       01  RPT-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Acct'.
           02 FILLER PIC X(30) VALUE 'Account Name'.
           02 FILLER PIC X(2) VALUE 'Cl'.
           02 FILLER PIC X(18) VALUE '             Debit'.
           02 FILLER PIC X(18) VALUE '            Credit'.
           02 FILLER PIC X(4) VALUE SPACES.

       01  RPT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-ACCT PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-NAME PIC X(30).
           02 RD-CLASS PIC X.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-DR PIC ZZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 RD-CR PIC ZZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER PIC X(4) VALUE SPACES.

       01  RPT-FOOT.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(38) VALUE 'TOTALS'.
           02 RF-DR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 RF-CR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(4) VALUE SPACES.

       01  RPT-UNBAL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(46)
               VALUE '*** TRIAL BALANCE DOES NOT AGREE - DIFFERENCE '.
           02 RU-DIFF PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(11) VALUE ' ***'.

       01  SC-HEAD.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(24) VALUE 'Statement of Condition'.
           02 FILLER PIC X(28) VALUE SPACES.

       01  SC-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 SL-DESC PIC X(40).
           02 SL-AMT PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(13) VALUE SPACES.

       01  SC-UNBAL.
           02 FILLER PIC X(6) VALUE SPACES.
           02 FILLER PIC X(48)
               VALUE '*** ASSETS DO NOT EQUAL LIABILITIES AND CAPITAL'.
           02 FILLER PIC X(4) VALUE ' ***'.
           02 FILLER PIC X(22) VALUE SPACES.

       01  BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           OPEN INPUT ACCTFILE.
           IF WS-FS-GA NOT = '00'
               DISPLAY 'NO GLACCT.TXT ON HAND - RUN COAMNT FIRST.'
               STOP RUN
           END-IF.

           OPEN INPUT CTLFILE.
           IF WS-FS-CTL = '00'
               READ CTLFILE
                   AT END MOVE 0 TO JC-LAST-DATE
               END-READ
               MOVE JC-LAST-DATE TO AS-OF-DATE
               CLOSE CTLFILE
           END-IF.

           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE AS-OF-DATE TO RH-DATE.
           WRITE RPTREC FROM RPT-ASOF-LINE AFTER 1.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ACCTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   PERFORM LIST-ACCT-RTN
               END-IF
           END-PERFORM.
           CLOSE ACCTFILE.

           MOVE TOT-DR TO RF-DR.
           MOVE TOT-CR TO RF-CR.
           WRITE RPTREC FROM RPT-FOOT AFTER 2.
           IF TOT-DR NOT = TOT-CR
               IF TOT-DR > TOT-CR
                   COMPUTE RU-DIFF = TOT-DR - TOT-CR
               ELSE
                   COMPUTE RU-DIFF = TOT-CR - TOT-DR
               END-IF
               WRITE RPTREC FROM RPT-UNBAL AFTER 2
               DISPLAY '*** TRIAL BALANCE DOES NOT AGREE ***'
           END-IF.

           PERFORM CONDITION-RTN.
           CLOSE RPTFILE.
           DISPLAY 'TRIAL BALANCE PRINTED: ' ACCT-COUNT
               ' ACCOUNTS (GLTBR).'.
           STOP RUN.

      *a debit balance prints on the left, a credit on the right,
      *whatever the account's class
       LIST-ACCT-RTN.
           ADD 1 TO ACCT-COUNT.
           MOVE GA-ACCT TO RD-ACCT.
           MOVE GA-NAME TO RD-NAME.
           MOVE GA-CLASS TO RD-CLASS.
           IF GA-BAL < 0
               MOVE 0 TO RD-DR
               COMPUTE RD-CR = 0 - GA-BAL
               SUBTRACT GA-BAL FROM TOT-CR
           ELSE
               MOVE GA-BAL TO RD-DR
               MOVE 0 TO RD-CR
               ADD GA-BAL TO TOT-DR
           END-IF.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.

           EVALUATE GA-CLASS
               WHEN 'A' ADD GA-BAL TO SUM-ASSET
               WHEN 'L' ADD GA-BAL TO SUM-LIAB
               WHEN 'Q' ADD GA-BAL TO SUM-EQUITY
               WHEN 'I' ADD GA-BAL TO SUM-INCOME
               WHEN 'E' ADD GA-BAL TO SUM-EXPENSE
               WHEN OTHER ADD GA-BAL TO SUM-OTHER
           END-EVALUATE.

      *assets on one side; what is owed, what was put in and what
      *the period has earned on the other
       CONDITION-RTN.
           MOVE SUM-ASSET TO SC-ASSETS.
           COMPUTE SC-LIAB = 0 - SUM-LIAB.
           COMPUTE SC-CAPITAL = 0 - SUM-EQUITY.
           COMPUTE SC-EARNINGS = 0 - SUM-INCOME - SUM-EXPENSE.
           COMPUTE SC-RIGHT = SC-LIAB + SC-CAPITAL + SC-EARNINGS.

           WRITE RPTREC FROM SC-HEAD AFTER PAGE.
           MOVE AS-OF-DATE TO RH-DATE.
           WRITE RPTREC FROM RPT-ASOF-LINE AFTER 1.

           MOVE 'TOTAL ASSETS' TO SL-DESC.
           MOVE SC-ASSETS TO SL-AMT.
           WRITE RPTREC FROM SC-LINE AFTER 3.

           MOVE 'LIABILITIES' TO SL-DESC.
           MOVE SC-LIAB TO SL-AMT.
           WRITE RPTREC FROM SC-LINE AFTER 2.
           MOVE 'CAPITAL' TO SL-DESC.
           MOVE SC-CAPITAL TO SL-AMT.
           WRITE RPTREC FROM SC-LINE AFTER 1.
           MOVE 'CURRENT EARNINGS (INCOME LESS EXPENSE)' TO SL-DESC.
           MOVE SC-EARNINGS TO SL-AMT.
           WRITE RPTREC FROM SC-LINE AFTER 1.
           MOVE 'TOTAL LIABILITIES AND CAPITAL' TO SL-DESC.
           MOVE SC-RIGHT TO SL-AMT.
           WRITE RPTREC FROM SC-LINE AFTER 2.

           IF SUM-OTHER NOT = 0
               MOVE 'UNCLASSIFIED ACCOUNTS' TO SL-DESC
               MOVE SUM-OTHER TO SL-AMT
               WRITE RPTREC FROM SC-LINE AFTER 2
           END-IF.
           IF SC-ASSETS NOT = SC-RIGHT
               WRITE RPTREC FROM SC-UNBAL AFTER 2
           END-IF.
