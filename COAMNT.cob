       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAMNT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. MAINTAINS THE CHART OF ACCOUNTS - GLACCT.TXT, THE
      *LEDGER ACCOUNTS WITH THEIR CLASS (A ASSET / L LIABILITY /
      *Q EQUITY / I INCOME / E EXPENSE) AND THE RUNNING BALANCES
      *GLPOST KEEPS ON THEM, AND GLMAP.TXT, WHICH MAPS EACH NEWGL.TXT
      *LEDGER CODE TO THE ACCOUNT IT DEBITS AND THE ACCOUNT IT
      *CREDITS. BALANCES ARE NEVER KEYED HERE - THEY MOVE ONLY
      *THROUGH THE JOURNAL. AN EMPTY CHART CAN BE SEEDED WITH THE
      *STANDARD ACCOUNTS AND MAPPINGS FOR THE SW2 FEED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCTFILE ASSIGN TO 'GLACCT.TXT'.
           SELECT OPTIONAL MAPFILE ASSIGN TO 'GLMAP.TXT'.
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

       WORKING-STORAGE SECTION.

       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.

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
               10 GMT-DESC PIC X(20).
       01  GM-COUNT PIC 99 VALUE 0.

       01  I PIC 9(3) VALUE 0.
       01  FOUND-I PIC 9(3) VALUE 0.
       01  EOFSW PIC 9 VALUE 0.
       01  REFUSED-SW PIC 9 VALUE 0.
       01  CHANGED-SW PIC 9 VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.

       01  MAINT-ACTION PIC X VALUE SPACES.
       01  ANOTHER PIC X VALUE 'Y'.
       01  WORK-ACCT PIC X(4) VALUE SPACES.
       01  WORK-NAME PIC X(30) VALUE SPACES.
       01  WORK-CLASS PIC X VALUE SPACES.
       01  WORK-CODE PIC X(3) VALUE SPACES.
       01  WORK-DR PIC X(4) VALUE SPACES.
       01  WORK-CR PIC X(4) VALUE SPACES.
       01  WORK-DESC PIC X(20) VALUE SPACES.
       01  BAL-DISP PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      *the standard chart for the SW2 feed - cash and the clearing
      *accounts on the asset side, the deposit and payable accounts
      *on the liability side, fee and charge income, interest cost
       01  SEED-ACCT-INIT.
           05 FILLER PIC X(35)
               VALUE '1010CASH ON HAND                  A'.
           05 FILLER PIC X(35)
               VALUE '1030CASH IN BANKS                 A'.
           05 FILLER PIC X(35)
               VALUE '1090TRANSFER CLEARING             A'.
           05 FILLER PIC X(35)
               VALUE '2010SAVINGS DEPOSITS              L'.
           05 FILLER PIC X(35)
               VALUE '2030CHEQUES PAYABLE               L'.
           05 FILLER PIC X(35)
               VALUE '2050WITHHOLDING TAX PAYABLE       L'.
           05 FILLER PIC X(35)
               VALUE '2060BILLS PAYMENT PAYABLE         L'.
           05 FILLER PIC X(35)
               VALUE '3010CAPITAL                       Q'.
           05 FILLER PIC X(35)
               VALUE '4010SERVICE CHARGE INCOME         I'.
           05 FILLER PIC X(35)
               VALUE '4020FEE INCOME                    I'.
           05 FILLER PIC X(35)
               VALUE '5010INTEREST EXPENSE ON DEPOSITS  E'.
       01  SEED-ACCT-TABLE REDEFINES SEED-ACCT-INIT.
           05 SEED-ACCT OCCURS 11 TIMES.
               10 SA-ACCT PIC X(4).
               10 SA-NAME PIC X(30).
               10 SA-CLASS PIC X.

       01  SEED-MAP-INIT.
           05 FILLER PIC X(31)
               VALUE 'D  10102010CASH DEPOSITS       '.
           05 FILLER PIC X(31)
               VALUE 'W  20101010CASH WITHDRAWALS    '.
           05 FILLER PIC X(31)
               VALUE 'R  20101010DEPOSIT REVERSALS   '.
           05 FILLER PIC X(31)
               VALUE 'V  10102010WITHDRAWAL REVERSALS'.
           05 FILLER PIC X(31)
               VALUE 'F  20104020FEES CHARGED        '.
           05 FILLER PIC X(31)
               VALUE 'C  20102030CHEQUES ISSUED      '.
           05 FILLER PIC X(31)
               VALUE 'T  20101090TRANSFERS OUT       '.
           05 FILLER PIC X(31)
               VALUE 'U  10902010TRANSFERS IN        '.
           05 FILLER PIC X(31)
               VALUE 'INT50102010INTEREST CREDITED   '.
           05 FILLER PIC X(31)
               VALUE 'SVC20104010SERVICE CHARGES     '.
           05 FILLER PIC X(31)
               VALUE 'WHT20102050FINAL TAX WITHHELD  '.
           05 FILLER PIC X(31)
               VALUE 'B  20102060BILLS PAYMENTS      '.
           05 FILLER PIC X(31)
               VALUE 'BRV20602010BILLS PMTS REVERSED '.
           05 FILLER PIC X(31)
               VALUE 'BRM20601030BILLS REMITTED      '.
       01  SEED-MAP-TABLE REDEFINES SEED-MAP-INIT.
           05 SEED-MAP OCCURS 14 TIMES.
               10 SM-CODE PIC X(3).
               10 SM-DR-ACCT PIC X(4).
               10 SM-CR-ACCT PIC X(4).
               10 SM-DESC PIC X(20).

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM CHECK-LOCK-RTN THRU CHECK-LOCK-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0 AND CHANGED-SW = 1
               PERFORM SAVE-RTN
               DISPLAY 'CHART OF ACCOUNTS SAVED. ' GA-COUNT
                   ' ACCOUNTS, ' GM-COUNT ' CODES MAPPED.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *refuse to run while BATCHDRV's window is open - GLPOST
      *rewrites the balances on this file inside the chain
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

      *both files must fit their tables BEFORE anything loads - the
      *save pass rewrites them from the tables
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT ACCTFILE.
           READ ACCTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ ACCTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE ACCTFILE.
           IF PRE-COUNT > 100
               DISPLAY 'GLACCT.TXT EXCEEDS 100 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT MAPFILE.
           READ MAPFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ MAPFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE MAPFILE.
           IF PRE-COUNT > 30
               DISPLAY 'GLMAP.TXT EXCEEDS 30 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO GA-COUNT.
           OPEN INPUT ACCTFILE.
           READ ACCTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR GA-COUNT = 100
               ADD 1 TO GA-COUNT
               MOVE GA-ACCT TO GAT-ACCT(GA-COUNT)
               MOVE GA-NAME TO GAT-NAME(GA-COUNT)
               MOVE GA-CLASS TO GAT-CLASS(GA-COUNT)
               MOVE GA-BAL TO GAT-BAL(GA-COUNT)
               READ ACCTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE ACCTFILE.

           MOVE 0 TO EOFSW.
           MOVE 0 TO GM-COUNT.
           OPEN INPUT MAPFILE.
           READ MAPFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1 OR GM-COUNT = 30
               ADD 1 TO GM-COUNT
               MOVE GM-CODE TO GMT-CODE(GM-COUNT)
               MOVE GM-DR-ACCT TO GMT-DR-ACCT(GM-COUNT)
               MOVE GM-CR-ACCT TO GMT-CR-ACCT(GM-COUNT)
               MOVE GM-DESC TO GMT-DESC(GM-COUNT)
               READ MAPFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE MAPFILE.

           DISPLAY 'CHART LOADED: ' GA-COUNT ' ACCOUNTS, ' GM-COUNT
               ' CODES MAPPED.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Add account, reName account, Map a code, List or'
               ' Seed standard chart? (A/N/M/L/S): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-RTN THRU ADD-RTN-END
               WHEN 'N'
               WHEN 'n'
                   PERFORM RENAME-RTN
               WHEN 'M'
               WHEN 'm'
                   PERFORM MAP-RTN THRU MAP-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN 'S'
               WHEN 's'
                   PERFORM SEED-RTN THRU SEED-RTN-END
               WHEN OTHER
                   DISPLAY 'A, N, M, L or S only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Maintain another? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

      *a new account opens at zero - only the journal moves it
       ADD-RTN.
           IF GA-COUNT = 100
               DISPLAY 'ACCOUNT TABLE FULL.'
               GO TO ADD-RTN-END
           END-IF.

           DISPLAY 'New Ledger Account (4 digits): '.
           ACCEPT WORK-ACCT.
           IF WORK-ACCT IS NOT NUMERIC
               DISPLAY 'Four digits only!'
               GO TO ADD-RTN-END
           END-IF.
           PERFORM FIND-ACCT-RTN.
           IF FOUND-I > 0
               DISPLAY 'Account already on the chart.'
               GO TO ADD-RTN-END
           END-IF.

           DISPLAY 'Account Name: '.
           ACCEPT WORK-NAME.

       ADD-CLASS-ASK.
           DISPLAY 'Asset, Liability, eQuity, Income, Expense?'
               ' (A/L/Q/I/E): '.
           ACCEPT WORK-CLASS.
           MOVE FUNCTION UPPER-CASE(WORK-CLASS) TO WORK-CLASS.
           IF WORK-CLASS NOT = 'A' AND WORK-CLASS NOT = 'L'
              AND WORK-CLASS NOT = 'Q' AND WORK-CLASS NOT = 'I'
              AND WORK-CLASS NOT = 'E'
               DISPLAY 'A, L, Q, I or E only!'
               GO TO ADD-CLASS-ASK
           END-IF.

           ADD 1 TO GA-COUNT.
           MOVE WORK-ACCT TO GAT-ACCT(GA-COUNT).
           MOVE WORK-NAME TO GAT-NAME(GA-COUNT).
           MOVE WORK-CLASS TO GAT-CLASS(GA-COUNT).
           MOVE 0 TO GAT-BAL(GA-COUNT).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Account added.'.
       ADD-RTN-END.
           EXIT.

       RENAME-RTN.
           DISPLAY 'Ledger Account to rename: '.
           ACCEPT WORK-ACCT.
           PERFORM FIND-ACCT-RTN.

           IF FOUND-I = 0
               DISPLAY 'No such account on the chart.'
           ELSE
               DISPLAY 'On file: ' GAT-NAME(FOUND-I)
               DISPLAY 'New Name: '
               ACCEPT WORK-NAME
               MOVE WORK-NAME TO GAT-NAME(FOUND-I)
               MOVE 1 TO CHANGED-SW
               DISPLAY 'Renamed.'
           END-IF.

      *a code maps to one debit and one credit account, both on the
      *chart - a second mapping of the same code replaces the first
       MAP-RTN.
           DISPLAY 'Ledger Code (as on NEWGL.TXT): '.
           ACCEPT WORK-CODE.
           MOVE FUNCTION UPPER-CASE(WORK-CODE) TO WORK-CODE.
           IF WORK-CODE = SPACES
               DISPLAY 'Code required!'
               GO TO MAP-RTN-END
           END-IF.

           DISPLAY 'Debit Account: '.
           ACCEPT WORK-DR.
           MOVE WORK-DR TO WORK-ACCT.
           PERFORM FIND-ACCT-RTN.
           IF FOUND-I = 0
               DISPLAY 'Debit account is not on the chart.'
               GO TO MAP-RTN-END
           END-IF.

           DISPLAY 'Credit Account: '.
           ACCEPT WORK-CR.
           MOVE WORK-CR TO WORK-ACCT.
           PERFORM FIND-ACCT-RTN.
           IF FOUND-I = 0
               DISPLAY 'Credit account is not on the chart.'
               GO TO MAP-RTN-END
           END-IF.
           IF WORK-DR = WORK-CR
               DISPLAY 'Debit and credit must be different accounts.'
               GO TO MAP-RTN-END
           END-IF.

           DISPLAY 'Description: '.
           ACCEPT WORK-DESC.

           PERFORM FIND-MAP-RTN.
           IF FOUND-I = 0
               IF GM-COUNT = 30
                   DISPLAY 'MAPPING TABLE FULL.'
                   GO TO MAP-RTN-END
               END-IF
               ADD 1 TO GM-COUNT
               MOVE GM-COUNT TO FOUND-I
           END-IF.
           MOVE WORK-CODE TO GMT-CODE(FOUND-I).
           MOVE WORK-DR TO GMT-DR-ACCT(FOUND-I).
           MOVE WORK-CR TO GMT-CR-ACCT(FOUND-I).
           MOVE WORK-DESC TO GMT-DESC(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Code mapped.'.
       MAP-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GA-COUNT
               MOVE GAT-BAL(I) TO BAL-DISP
               DISPLAY GAT-ACCT(I) ' ' GAT-NAME(I) ' '
                   GAT-CLASS(I) ' ' BAL-DISP
           END-PERFORM.
           DISPLAY ' '.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GM-COUNT
               DISPLAY GMT-CODE(I) ' DR ' GMT-DR-ACCT(I)
                   ' CR ' GMT-CR-ACCT(I) ' ' GMT-DESC(I)
           END-PERFORM.

      *only onto an empty chart - seeding over live accounts would
      *orphan their balances
       SEED-RTN.
           IF GA-COUNT > 0 OR GM-COUNT > 0
               DISPLAY 'CHART IS NOT EMPTY - SEED REFUSED.'
               GO TO SEED-RTN-END
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 11
               MOVE SA-ACCT(I) TO GAT-ACCT(I)
               MOVE SA-NAME(I) TO GAT-NAME(I)
               MOVE SA-CLASS(I) TO GAT-CLASS(I)
               MOVE 0 TO GAT-BAL(I)
           END-PERFORM.
           MOVE 11 TO GA-COUNT.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 14
               MOVE SM-CODE(I) TO GMT-CODE(I)
               MOVE SM-DR-ACCT(I) TO GMT-DR-ACCT(I)
               MOVE SM-CR-ACCT(I) TO GMT-CR-ACCT(I)
               MOVE SM-DESC(I) TO GMT-DESC(I)
           END-PERFORM.
           MOVE 14 TO GM-COUNT.
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Standard chart seeded: 11 accounts, 14 codes.'.
       SEED-RTN-END.
           EXIT.

       FIND-ACCT-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GA-COUNT
               IF GAT-ACCT(I) = WORK-ACCT
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       FIND-MAP-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GM-COUNT
               IF GMT-CODE(I) = WORK-CODE
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT ACCTFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GA-COUNT
               MOVE GAT-ACCT(I) TO GA-ACCT
               MOVE GAT-NAME(I) TO GA-NAME
               MOVE GAT-CLASS(I) TO GA-CLASS
               MOVE GAT-BAL(I) TO GA-BAL
               WRITE GA-REC
           END-PERFORM.
           CLOSE ACCTFILE.

           OPEN OUTPUT MAPFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GM-COUNT
               MOVE GMT-CODE(I) TO GM-CODE
               MOVE GMT-DR-ACCT(I) TO GM-DR-ACCT
               MOVE GMT-CR-ACCT(I) TO GM-CR-ACCT
               MOVE GMT-DESC(I) TO GM-DESC
               WRITE GM-REC
           END-PERFORM.
           CLOSE MAPFILE.
