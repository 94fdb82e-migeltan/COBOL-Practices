       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLMNT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. MAINTAINS THE BILLMAST.TXT BILLER MASTER - THE
      *COMPANIES A CUSTOMER MAY PAY FROM AN ACCOUNT WITH A BILLS
      *PAYMENT (B) TRANSACTION. EACH BILLER CARRIES ITS CODE (KEYED
      *IN TREF ON TRANS.TXT), ITS NAME, THE LENGTH OF ITS SUBSCRIBER
      *REFERENCE (00 = ANY LENGTH), ITS STANDING (A ACTIVE, S
      *SUSPENDED) AND THE ACCOUNT ITS REMITTANCE IS SENT TO. NEWPRE
      *REJECTS A PAYMENT TO AN UNKNOWN OR SUSPENDED BILLER; BILLREM
      *REMITS PER BILLER. A BILLER IS NEVER DELETED - ITS CODE STAYS
      *ON THE LEDGER - IT IS SUSPENDED INSTEAD. THE FILE IS KEPT IN
      *CODE ORDER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BILLFILE ASSIGN TO 'BILLMAST.TXT'.
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

       FD  BILLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BILL-REC.

       01  BILL-REC.
           02 BM-CODE PIC X(6).
           02 BM-NAME PIC X(25).
           02 BM-REF-LEN PIC 99.
           02 BM-STATUS PIC X.
           02 BM-ACCT PIC X(10).

       WORKING-STORAGE SECTION.

       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.

       01  BILLER-TABLE.
           05 BILLER-ENTRY OCCURS 100 TIMES.
               10 BT-CODE PIC X(6).
               10 BT-NAME PIC X(25).
               10 BT-REF-LEN PIC 99.
               10 BT-STATUS PIC X.
               10 BT-ACCT PIC X(10).

       01  BILLER-COUNT PIC 9(3) VALUE 0.
       01  I PIC 9(3) VALUE 0.
       01  J PIC 9(3) VALUE 0.
       01  FOUND-I PIC 9(3) VALUE 0.
       01  EOFSW PIC 9 VALUE 0.
       01  REFUSED-SW PIC 9 VALUE 0.
       01  CHANGED-SW PIC 9 VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.

       01  MAINT-ACTION PIC X VALUE SPACES.
       01  ANOTHER PIC X VALUE 'Y'.
       01  WORK-CODE PIC X(6) VALUE SPACES.
       01  WORK-NAME PIC X(25) VALUE SPACES.
       01  WORK-REF-LEN PIC 99 VALUE 0.
       01  WORK-STATUS PIC X VALUE SPACES.
       01  WORK-ACCT PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM CHECK-LOCK-RTN THRU CHECK-LOCK-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0 AND CHANGED-SW = 1
               PERFORM SAVE-RTN
               DISPLAY 'BILLER MASTER SAVED. ' BILLER-COUNT
                   ' BILLERS.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *refuse to run while BATCHDRV's window is open - a biller
      *suspended under the presort splits tonight's payments
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
      *the save pass rewrites BILLMAST.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT BILLFILE.
           READ BILLFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ BILLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE BILLFILE.

           IF PRE-COUNT > 100
               DISPLAY 'BILLMAST.TXT EXCEEDS 100 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO BILLER-COUNT.
           OPEN INPUT BILLFILE.

           READ BILLFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR BILLER-COUNT = 100
               ADD 1 TO BILLER-COUNT
               MOVE BM-CODE TO BT-CODE(BILLER-COUNT)
               MOVE BM-NAME TO BT-NAME(BILLER-COUNT)
               MOVE BM-REF-LEN TO BT-REF-LEN(BILLER-COUNT)
               MOVE BM-STATUS TO BT-STATUS(BILLER-COUNT)
               MOVE BM-ACCT TO BT-ACCT(BILLER-COUNT)
               READ BILLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE BILLFILE.
           DISPLAY 'BILLER MASTER LOADED: ' BILLER-COUNT ' BILLERS.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Add, Change, Suspend/reinstate or List billers?'
               ' (A/C/S/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-RTN THRU ADD-RTN-END
               WHEN 'C'
               WHEN 'c'
                   PERFORM CHANGE-RTN THRU CHANGE-RTN-END
               WHEN 'S'
               WHEN 's'
                   PERFORM STANDING-RTN THRU STANDING-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'A, C, S or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Maintain another biller? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

      *a new biller comes on active, slotted in code order
       ADD-RTN.
           IF BILLER-COUNT = 100
               DISPLAY 'BILLER TABLE FULL.'
               GO TO ADD-RTN-END
           END-IF.

           PERFORM ASK-CODE-RTN.
           PERFORM FIND-BILLER-RTN.
           IF FOUND-I > 0
               DISPLAY 'Already on file: ' BT-NAME(FOUND-I)
               GO TO ADD-RTN-END
           END-IF.

           PERFORM ASK-DETAILS-RTN.

           MOVE BILLER-COUNT TO I.
           ADD 1 TO BILLER-COUNT.
           MOVE BILLER-COUNT TO J.
           PERFORM UNTIL I = 0
               IF BT-CODE(I) < WORK-CODE
                   MOVE 0 TO I
               ELSE
                   MOVE BILLER-ENTRY(I) TO BILLER-ENTRY(J)
                   SUBTRACT 1 FROM I
                   SUBTRACT 1 FROM J
               END-IF
           END-PERFORM.
           MOVE WORK-CODE TO BT-CODE(J).
           MOVE WORK-NAME TO BT-NAME(J).
           MOVE WORK-REF-LEN TO BT-REF-LEN(J).
           MOVE 'A' TO BT-STATUS(J).
           MOVE WORK-ACCT TO BT-ACCT(J).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Biller added.'.
       ADD-RTN-END.
           EXIT.

      *name, reference length and remittance account may change;
      *the code may not
       CHANGE-RTN.
           PERFORM ASK-CODE-RTN.
           PERFORM FIND-BILLER-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such biller.'
               GO TO CHANGE-RTN-END
           END-IF.

           DISPLAY 'Now: ' BT-NAME(FOUND-I) ' REF LEN '
               BT-REF-LEN(FOUND-I) ' ACCT ' BT-ACCT(FOUND-I).
           PERFORM ASK-DETAILS-RTN.
           MOVE WORK-NAME TO BT-NAME(FOUND-I).
           MOVE WORK-REF-LEN TO BT-REF-LEN(FOUND-I).
           MOVE WORK-ACCT TO BT-ACCT(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Biller changed.'.
       CHANGE-RTN-END.
           EXIT.

      *a suspended biller takes no new payments; what is already on
      *the ledger is still remitted to it
       STANDING-RTN.
           PERFORM ASK-CODE-RTN.
           PERFORM FIND-BILLER-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such biller.'
               GO TO STANDING-RTN-END
           END-IF.

           DISPLAY 'Now: ' BT-NAME(FOUND-I) ' STATUS '
               BT-STATUS(FOUND-I).

       STANDING-ASK.
           DISPLAY 'Active or Suspended? (A/S): '.
           ACCEPT WORK-STATUS.
           IF WORK-STATUS = 'a'
               MOVE 'A' TO WORK-STATUS
           END-IF.
           IF WORK-STATUS = 's'
               MOVE 'S' TO WORK-STATUS
           END-IF.
           IF WORK-STATUS NOT = 'A' AND WORK-STATUS NOT = 'S'
               DISPLAY 'A or S only!'
               GO TO STANDING-ASK
           END-IF.
           MOVE WORK-STATUS TO BT-STATUS(FOUND-I).
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Standing set.'.
       STANDING-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BILLER-COUNT
               DISPLAY BT-CODE(I) ' ' BT-NAME(I) ' '
                   BT-REF-LEN(I) ' ' BT-STATUS(I) ' ' BT-ACCT(I)
           END-PERFORM.
           DISPLAY 'BILLERS ON FILE: ' BILLER-COUNT.

       ASK-CODE-RTN.
           DISPLAY 'Biller Code: '.
           ACCEPT WORK-CODE.
           IF WORK-CODE = SPACES
               DISPLAY 'Invalid!'
               GO TO ASK-CODE-RTN
           END-IF.

       ASK-DETAILS-RTN.
           DISPLAY 'Biller Name: '.
           ACCEPT WORK-NAME.
           IF WORK-NAME = SPACES
               DISPLAY 'Invalid!'
               GO TO ASK-DETAILS-RTN
           END-IF.
           DISPLAY 'Subscriber Reference Length (00 = any): '.
           ACCEPT WORK-REF-LEN.
           IF WORK-REF-LEN > 20
               DISPLAY 'Invalid!'
               GO TO ASK-DETAILS-RTN
           END-IF.
           DISPLAY 'Remittance Account: '.
           ACCEPT WORK-ACCT.

       FIND-BILLER-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BILLER-COUNT
               IF BT-CODE(I) = WORK-CODE
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT BILLFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BILLER-COUNT
               MOVE BT-CODE(I) TO BM-CODE
               MOVE BT-NAME(I) TO BM-NAME
               MOVE BT-REF-LEN(I) TO BM-REF-LEN
               MOVE BT-STATUS(I) TO BM-STATUS
               MOVE BT-ACCT(I) TO BM-ACCT
               WRITE BILL-REC
           END-PERFORM.
           CLOSE BILLFILE.
