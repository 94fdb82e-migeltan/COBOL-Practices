       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHTREMIT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. MONTHLY REMITTANCE SUMMARY OF FINAL TAX WITHHELD ON
      *DEPOSIT INTEREST FOR THE BIR FILING - TOTALS THE WHTLOG.TXT
      *WITHHOLDING LEDGER FOR ONE CALENDAR MONTH BY SOURCE (SAVINGS
      *INTEREST BREAK, TIME-DEPOSIT MATURITY, PRE-TERMINATION,
      *ACCOUNT CLOSURE),
      *SHOWING INTEREST SUBJECT TO TAX, EXEMPT INTEREST AND THE TAX
      *DUE FOR REMITTANCE, WITH A DAY-BY-DAY BREAKDOWN THAT TIES TO
      *THE WHT LINES ON NEWGL.TXT. PRINTED TO WHTREM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHTFILE ASSIGN TO 'WHTLOG.TXT'
               FILE STATUS WS-FS-WHT.
           SELECT RPTFILE ASSIGN TO 'WHTREM'.

       DATA DIVISION.
       FILE SECTION.

       FD  WHTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WHT-REC.

       01  WHT-REC.
           02 WL-ANO PIC X(10).
           02 WL-DATE PIC 9(8).
           02 WL-DATE-X REDEFINES WL-DATE.
               03 WL-YYYYMM PIC 9(6).
               03 WL-DD PIC 99.
           02 WL-SOURCE PIC X(3).
           02 WL-REF PIC X(6).
           02 WL-GROSS PIC 9(9)V99.
           02 WL-TAX PIC 9(9)V99.
           02 WL-TAXEX PIC X.

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-WHT PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

       01  REQ-MONTH PIC 9(6) VALUE 0.
       01  REQ-MONTH-X REDEFINES REQ-MONTH.
           05 REQ-YYYY PIC 9(4).
           05 REQ-MM PIC 99.

      *one line per source the ledger knows - anything else lands
      *on the last line so the totals still foot
       01  SOURCE-INIT.
           05 FILLER PIC X(27)
               VALUE 'SAVSavings interest        '.
           05 FILLER PIC X(27)
               VALUE 'TDMTime-deposit maturity   '.
           05 FILLER PIC X(27)
               VALUE 'TDPTD pre-termination      '.
           05 FILLER PIC X(27)
               VALUE 'CLSAccount closure         '.
           05 FILLER PIC X(27)
               VALUE '   Other                   '.
       01  SOURCE-TABLE REDEFINES SOURCE-INIT.
           05 SOURCE-ENTRY OCCURS 5 TIMES.
               10 SRC-CODE PIC X(3).
               10 SRC-DESC PIC X(24).
       01  SOURCE-TOTALS.
           05 SRC-TOT OCCURS 5 TIMES.
               10 ST-COUNT PIC 9(6).
               10 ST-TAXABLE PIC 9(11)V99.
               10 ST-EXEMPT PIC 9(11)V99.
               10 ST-TAX PIC 9(11)V99.
       01  S PIC 9 VALUE 0.

      *the tax withheld each day of the month
       01  DAY-TOTALS.
           05 DAY-TAX OCCURS 31 TIMES PIC 9(11)V99.
       01  D PIC 99 VALUE 0.

       01  TOT-COUNT PIC 9(6) VALUE 0.
       01  TOT-TAXABLE PIC 9(11)V99 VALUE 0.
       01  TOT-EXEMPT PIC 9(11)V99 VALUE 0.
       01  TOT-TAX PIC 9(11)V99 VALUE 0.

       01  RPT-HEAD.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(32) VALUE 'Final Tax on Deposit Interest - '.
           02 FILLER PIC X(18) VALUE 'Remittance Summary'.
           02 FILLER PIC X(15) VALUE SPACES.

       01  RPT-MONTH-LINE.
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC X(14) VALUE 'For the month '.
           02 RH-YYYY PIC 9(4).
           02 FILLER PIC X VALUE '-'.
           02 RH-MM PIC 99.
           02 FILLER PIC X(29) VALUE SPACES.

       01  RPT-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(24) VALUE 'Source'.
           02 FILLER PIC X(8) VALUE '  Items '.
           02 FILLER PIC X(16) VALUE '  Taxable Int.  '.
           02 FILLER PIC X(16) VALUE '   Exempt Int.  '.
           02 FILLER PIC X(14) VALUE '  Tax Withheld'.

       01  RPT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-DESC PIC X(24).
           02 RD-COUNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-TAXABLE PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-EXEMPT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-TAX PIC ZZZ,ZZZ,ZZ9.99.

       01  RPT-DUE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(45)
               VALUE 'TOTAL FINAL TAX DUE FOR REMITTANCE TO BIR:  P'.
           02 RU-TAX PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(16) VALUE SPACES.

       01  DAY-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Date'.
           02 FILLER PIC X(16) VALUE '    Tax Withheld'.
           02 FILLER PIC X(50) VALUE SPACES.

       01  DAY-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-YYYY PIC 9(4).
           02 FILLER PIC X VALUE '-'.
           02 DD-MM PIC 99.
           02 FILLER PIC X VALUE '-'.
           02 DD-DD PIC 99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 DD-TAX PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(50) VALUE SPACES.

       01  BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           DISPLAY 'Remittance month (YYYYMM): '.
           ACCEPT REQ-MONTH.
           IF REQ-MM < 1 OR REQ-MM > 12
               DISPLAY 'MONTH MUST BE YYYYMM.'
               STOP RUN
           END-IF.

           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 5
               MOVE 0 TO ST-COUNT(S) ST-TAXABLE(S) ST-EXEMPT(S)
                   ST-TAX(S)
           END-PERFORM.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 31
               MOVE 0 TO DAY-TAX(D)
           END-PERFORM.

           OPEN INPUT WHTFILE.
           IF WS-FS-WHT NOT = '00'
               DISPLAY 'NO WHTLOG.TXT ON HAND.'
               STOP RUN
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ WHTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND WL-YYYYMM = REQ-MONTH
                   PERFORM TALLY-RTN
               END-IF
           END-PERFORM.
           CLOSE WHTFILE.

           PERFORM PRINT-RTN.
           DISPLAY 'REMITTANCE SUMMARY PRINTED: ' TOT-COUNT
               ' ITEMS (WHTREM).'.
           STOP RUN.

      *an exempt account's interest is reported, never taxed
       TALLY-RTN.
           MOVE 5 TO S.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 4
               IF SRC-CODE(D) = WL-SOURCE
                   MOVE D TO S
               END-IF
           END-PERFORM.
           ADD 1 TO ST-COUNT(S) TOT-COUNT.
           IF WL-TAXEX = 'Y'
               ADD WL-GROSS TO ST-EXEMPT(S) TOT-EXEMPT
           ELSE
               ADD WL-GROSS TO ST-TAXABLE(S) TOT-TAXABLE
           END-IF.
           ADD WL-TAX TO ST-TAX(S) TOT-TAX.
           IF WL-DD > 0 AND WL-DD < 32
               ADD WL-TAX TO DAY-TAX(WL-DD)
           END-IF.

       PRINT-RTN.
           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE REQ-YYYY TO RH-YYYY.
           MOVE REQ-MM TO RH-MM.
           WRITE RPTREC FROM RPT-MONTH-LINE AFTER 1.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 5
               IF S < 5 OR ST-COUNT(S) > 0
                   MOVE SRC-DESC(S) TO RD-DESC
                   MOVE ST-COUNT(S) TO RD-COUNT
                   MOVE ST-TAXABLE(S) TO RD-TAXABLE
                   MOVE ST-EXEMPT(S) TO RD-EXEMPT
                   MOVE ST-TAX(S) TO RD-TAX
                   WRITE RPTREC FROM RPT-DETAIL AFTER 1
               END-IF
           END-PERFORM.

           MOVE 'TOTAL' TO RD-DESC.
           MOVE TOT-COUNT TO RD-COUNT.
           MOVE TOT-TAXABLE TO RD-TAXABLE.
           MOVE TOT-EXEMPT TO RD-EXEMPT.
           MOVE TOT-TAX TO RD-TAX.
           WRITE RPTREC FROM RPT-DETAIL AFTER 2.

           MOVE TOT-TAX TO RU-TAX.
           WRITE RPTREC FROM RPT-DUE AFTER 2.

           WRITE RPTREC FROM DAY-SUBHEAD AFTER 3.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 31
               IF DAY-TAX(D) > 0
                   MOVE REQ-YYYY TO DD-YYYY
                   MOVE REQ-MM TO DD-MM
                   MOVE D TO DD-DD
                   MOVE DAY-TAX(D) TO DD-TAX
                   WRITE RPTREC FROM DAY-DETAIL AFTER 1
               END-IF
           END-PERFORM.
           CLOSE RPTFILE.
