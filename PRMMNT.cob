       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMMNT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. CONTROLLED MAINTENANCE OF THE RUN PARAMETER FILES -
      *THE NEWRATE.TXT INTEREST TIERS, THE NEWTHR.TXT LARGE-
      *TRANSACTION THRESHOLD, HHPRM.TXT, FINPPCON.TXT, ESCHPRM.TXT,
      *RETNPRM.TXT AND QCPOLICY.TXT - IN PLACE OF A TEXT EDITOR. EACH
      *VALUE IS KEYED THROUGH ITS OWN VALIDATED PROMPTS WITH THE DATE
      *IT IS TO TAKE EFFECT (TODAY OR LATER; A RATE TIER TAKES ITS
      *OWN DATE), AND NOTHING IS TAKEN UNTIL A SUPERVISOR ON
      *OPERMAST.TXT OTHER THAN THE OPERATOR APPROVES IT AT THE
      *CONSOLE. AN APPROVED CHANGE GOES ON THE PRMCHG.TXT CHANGE LOG
      *AS PENDING WITH ITS OLD AND NEW VALUES, AND THE SAME IS
      *WRITTEN TO SECLOG.TXT; PRMAPLY INSTALLS IT IN THE PARAMETER
      *FILE ONCE ITS DATE COMES, AND PRMRPT LISTS THE LOG FOR THE
      *AUDITORS. A PENDING CHANGE MAY BE CANCELLED, AGAIN ONLY WITH
      *A SUPERVISOR'S APPROVAL. A REFUSED APPROVAL IS LOGGED TOO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *the parameter files, read here for their values in force
           SELECT RATEFILE ASSIGN TO 'NEWRATE.TXT'
               FILE STATUS WS-FS-RTE.
           SELECT THRFILE ASSIGN TO 'NEWTHR.TXT'
               FILE STATUS WS-FS-THR.
           SELECT HHPFILE ASSIGN TO 'HHPRM.TXT'
               FILE STATUS WS-FS-HHP.
           SELECT CONDFILE ASSIGN TO 'FINPPCON.TXT'
               FILE STATUS WS-FS-CND.
           SELECT ESCFILE ASSIGN TO 'ESCHPRM.TXT'
               FILE STATUS WS-FS-ESC.
           SELECT RETNFILE ASSIGN TO 'RETNPRM.TXT'
               FILE STATUS WS-FS-RTN.
           SELECT POLFILE ASSIGN TO 'QCPOLICY.TXT'
               FILE STATUS WS-FS-POL.
      *the grading scheme's subject must be a real one
           SELECT SUBJFILE ASSIGN TO 'SUBJMAST.TXT'
               FILE STATUS WS-FS-SUB.
      *the change log - every approved change, pending until PRMAPLY
      *installs it
           SELECT OPTIONAL CHGFILE ASSIGN TO 'PRMCHG.TXT'
               FILE STATUS WS-FS-CHG.
      *operator master - approving is supervisor work
           SELECT OPERMASTFILE ASSIGN TO 'OPERMAST.TXT'
               FILE STATUS WS-FS-OPM.
           SELECT OPTIONAL SECLOGFILE ASSIGN TO 'SECLOG.TXT'.
      *batch-window lock left by BATCHDRV - no maintenance while the
      *nightly chain is mid-flight
           SELECT LOCKFILE ASSIGN TO 'BATCHLCK.TXT'
               FILE STATUS IS WS-LCK-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  RATEFILE.
       01  RATE-REC PIC X(24).

       FD  THRFILE.
       01  THR-REC PIC X(11).

       FD  HHPFILE.
       01  HHP-REC PIC X(11).

       FD  CONDFILE.
       01  COND-REC PIC X(4).

       FD  ESCFILE.
       01  ESC-REC PIC X(2).

       FD  RETNFILE.
       01  RETN-REC PIC X(16).

       FD  POLFILE.
       01  POL-REC PIC X(7).

       FD  SUBJFILE.
       01  SUBJ-REC.
           05 SJ-CODE PIC X(6).
           05 FILLER PIC X(21).

       FD  CHGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHG-REC.

       01  CHG-REC.
           02 PC-NO PIC 9(5).
           02 PC-FILE PIC X(8).
      *S SETS (ADDS OR REPLACES) THE RECORD / D REMOVES IT
           02 PC-ACT PIC X.
           02 PC-KEY PIC X(12).
           02 PC-OLD PIC X(16).
           02 PC-NEW PIC X(16).
           02 PC-IMAGE PIC X(24).
           02 PC-EFF PIC 9(8).
           02 PC-OPER PIC X(8).
           02 PC-SUP PIC X(8).
           02 PC-ENTERED PIC 9(8).
      *P PENDING / A APPLIED BY PRMAPLY / X CANCELLED
           02 PC-STAT PIC X.
           02 PC-DONE PIC 9(8).
           02 PC-DONE-BY PIC X(8).

       FD  OPERMASTFILE.
       01  OPM-REC.
           05 OPM-ID PIC X(8).
           05 OPM-NAME PIC X(25).
      *1 ENCODER / 2 SUPERVISOR / 3 ADMIN - BLANK READS AS ENCODER
           05 OPM-LEVEL PIC 9.

       FD  SECLOGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEC-REC.

       01  SEC-REC.
           02 SC-PROGRAM PIC X(8).
           02 SC-OPER PIC X(8).
           02 SC-ACTION PIC X(20).
           02 SC-DATE PIC 9(8).
           02 SC-TIME PIC 9(8).

       FD  LOCKFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOCK-REC.

       01  LOCK-REC.
           02 LCK-STATE PIC X(6).
           02 LCK-DATE PIC 9(8).
           02 LCK-TIME PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-FS-RTE PIC XX VALUE SPACES.
       01  WS-FS-THR PIC XX VALUE SPACES.
       01  WS-FS-HHP PIC XX VALUE SPACES.
       01  WS-FS-CND PIC XX VALUE SPACES.
       01  WS-FS-ESC PIC XX VALUE SPACES.
       01  WS-FS-RTN PIC XX VALUE SPACES.
       01  WS-FS-POL PIC XX VALUE SPACES.
       01  WS-FS-SUB PIC XX VALUE SPACES.
       01  WS-FS-CHG PIC XX VALUE SPACES.
       01  WS-FS-OPM PIC XX VALUE SPACES.
       01  WS-LCK-FS PIC XX VALUE SPACES.
       01  LOCK-ANSWER PIC X VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *the seven parameter files - code, file, how much of a record
      *is its key (0 = the file is one value), and what it holds
       01  PF-INIT.
           05 FILLER PIC X(52) VALUE
               'NEWRATE NEWRATE.TXT 19PESO INTEREST RATE TIERS      '.
           05 FILLER PIC X(52) VALUE
               'NEWTHR  NEWTHR.TXT  00LARGE-TRANSACTION THRESHOLD   '.
           05 FILLER PIC X(52) VALUE
               'HHPRM   HHPRM.TXT   00HOUSEHOLD PRICING THRESHOLD   '.
           05 FILLER PIC X(52) VALUE
               'FINPPCONFINPPCON.TXT00CONDITIONAL GRADE MARGIN      '.
           05 FILLER PIC X(52) VALUE
               'ESCHPRM ESCHPRM.TXT 00YEARS DORMANT BEFORE ESCHEAT  '.
           05 FILLER PIC X(52) VALUE
               'RETNPRM RETNPRM.TXT 12LOG RETENTION DAYS            '.
           05 FILLER PIC X(52) VALUE
               'QCPOLICYQCPOLICY.TXT00QUIZ DROP AND GRADING SUBJECT '.
       01  PF-TABLE REDEFINES PF-INIT.
           05 PF-ENTRY OCCURS 7 TIMES.
               10 PF-CODE PIC X(8).
               10 PF-NAME PIC X(12).
               10 PF-KEYLEN PIC 99.
               10 PF-DESC PIC X(30).
       01  PF-I PIC 9 VALUE 0.
       01  PF-STATE-TABLE.
           05 PF-STATE OCCURS 7 TIMES.
               10 PF-COUNT PIC 99.
               10 PF-OVER PIC 9.
       01  PF-IMG-TABLE.
           05 PF-IMG-ROW OCCURS 7 TIMES.
               10 PF-IMG OCCURS 20 TIMES PIC X(24).
       01  IMG-I PIC 99 VALUE 0.
       01  IMG-FOUND-I PIC 99 VALUE 0.

      *one parameter record, seen through each file's layout
       01  IMG-WORK PIC X(24) VALUE SPACES.
       01  IMG-RATE REDEFINES IMG-WORK.
           05 IR-EFF PIC 9(8).
           05 IR-FLOOR PIC 9(9)V99.
           05 IR-RATE PIC V9(5).
       01  IMG-AMT REDEFINES IMG-WORK.
           05 IA-AMT PIC 9(9)V99.
           05 FILLER PIC X(13).
       01  IMG-MARGIN REDEFINES IMG-WORK.
           05 IM-MARGIN PIC 99V99.
           05 FILLER PIC X(20).
       01  IMG-YEARS REDEFINES IMG-WORK.
           05 IY-YEARS PIC 99.
           05 FILLER PIC X(22).
       01  IMG-RETN REDEFINES IMG-WORK.
           05 IN-NAME PIC X(12).
           05 IN-DAYS PIC 9(4).
           05 FILLER PIC X(8).
       01  IMG-POL REDEFINES IMG-WORK.
           05 IP-DROP PIC 9.
           05 IP-SUBJ PIC X(6).
           05 FILLER PIC X(17).

       01  VALUE-TEXT PIC X(16) VALUE SPACES.
       01  KEY-TEXT PIC X(12) VALUE SPACES.
       01  RATE-ED PIC .99999.
       01  AMT-ED PIC ZZZZZZZZ9.99.
       01  MRG-ED PIC Z9.99.
       01  YRS-ED PIC Z9.
       01  DAYS-ED PIC ZZZ9.

      *the change log held whole for the rewrite
       01  PC-TABLE.
           05 PC-ENTRY OCCURS 500 TIMES.
               10 PT-NO PIC 9(5).
               10 PT-FILE PIC X(8).
               10 PT-ACT PIC X.
               10 PT-KEY PIC X(12).
               10 PT-OLD PIC X(16).
               10 PT-NEW PIC X(16).
               10 PT-IMAGE PIC X(24).
               10 PT-EFF PIC 9(8).
               10 PT-OPER PIC X(8).
               10 PT-SUP PIC X(8).
               10 PT-ENTERED PIC 9(8).
               10 PT-STAT PIC X.
               10 PT-DONE PIC 9(8).
               10 PT-DONE-BY PIC X(8).
       01  PC-COUNT PIC 9(3) VALUE 0.
       01  PC-I PIC 9(3) VALUE 0.
       01  PC-FOUND-I PIC 9(3) VALUE 0.
       01  LAST-NO PIC 9(5) VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.

      *the subject codes, for the grading scheme's subject
       01  SUBJ-TABLE.
           05 SUBJ-CODE OCCURS 200 TIMES PIC X(6).
       01  SUBJ-COUNT PIC 9(3) VALUE 0.
       01  SUBJ-SW PIC 9 VALUE 0.
       01  SB-I PIC 9(3) VALUE 0.

      *signed-on operator, validated against the operator master
       01  OPERATOR-ID PIC X(8) VALUE SPACES.
       01  OP-TABLE.
           05 OP-ENTRY OCCURS 20 TIMES PIC X(8).
       01  OP-LVL-TABLE.
           05 OP-LVL OCCURS 20 TIMES PIC 9.
       01  OPERATOR-LEVEL PIC 9 VALUE 1.
       01  OP-COUNT PIC 99 VALUE 0.
       01  OP-EOF-SW PIC 9 VALUE 0.
       01  OP-I PIC 99 VALUE 0.
       01  OP-VALID-SW PIC 9 VALUE 0.
       01  SUPERVISOR PIC X(8) VALUE SPACES.
       01  SUP-LEVEL PIC 9 VALUE 0.
       01  APPROVED-SW PIC 9 VALUE 0.

       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  MAINT-ACTION PIC X VALUE SPACES.
       01  ANOTHER PIC X VALUE 'Y'.
       01  CONFIRM PIC X VALUE SPACES.
       01  WORK-OK-SW PIC 9 VALUE 0.
       01  WORK-FILE-X PIC X VALUE SPACES.
       01  WORK-ACT PIC X VALUE SPACES.
       01  WORK-KEY PIC X(12) VALUE SPACES.
       01  WORK-OLD PIC X(16) VALUE SPACES.
       01  WORK-NEW PIC X(16) VALUE SPACES.
       01  WORK-IMAGE PIC X(24) VALUE SPACES.
       01  WORK-EFF PIC 9(8) VALUE 0.
       01  WORK-DATE PIC 9(8) VALUE 0.
       01  WORK-DATE-X REDEFINES WORK-DATE.
           05 WORK-YYYY PIC 9(4).
           05 WORK-MM PIC 99.
           05 WORK-DD PIC 99.
       01  WORK-FLOOR PIC 9(9)V99 VALUE 0.
       01  WORK-RATE PIC V9(5) VALUE 0.
       01  WORK-AMT PIC 9(9)V99 VALUE 0.
       01  WORK-MARGIN PIC 99V99 VALUE 0.
       01  WORK-YEARS PIC 99 VALUE 0.
       01  WORK-NAME PIC X(12) VALUE SPACES.
       01  WORK-DAYS PIC 9(4) VALUE 0.
       01  WORK-DROP-X PIC X VALUE SPACES.
       01  WORK-SUBJ PIC X(6) VALUE SPACES.
       01  WORK-NO PIC 9(5) VALUE 0.
       01  NO-ED PIC 9(5).
       01  NEW-TIERS PIC 99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM CHECK-LOCK-RTN THRU CHECK-LOCK-RTN-END.
           PERFORM SIGN-ON-RTN THRU SIGN-ON-RTN-END.

           MOVE ZEROS TO PF-STATE-TABLE.
           PERFORM LOAD-RATE-RTN THRU LOAD-RATE-RTN-END.
           PERFORM LOAD-THR-RTN THRU LOAD-THR-RTN-END.
           PERFORM LOAD-HHP-RTN THRU LOAD-HHP-RTN-END.
           PERFORM LOAD-COND-RTN THRU LOAD-COND-RTN-END.
           PERFORM LOAD-ESC-RTN THRU LOAD-ESC-RTN-END.
           PERFORM LOAD-RETN-RTN THRU LOAD-RETN-RTN-END.
           PERFORM LOAD-POL-RTN THRU LOAD-POL-RTN-END.
           PERFORM LOAD-SUBJ-RTN THRU LOAD-SUBJ-RTN-END.

           PERFORM LOAD-CHANGES-RTN THRU LOAD-CHANGES-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           DISPLAY 'CHANGE LOG HOLDS ' PC-COUNT ' CHANGE(S).'.
           STOP RUN.

      *refuse to run while BATCHDRV's window is open - PRMAPLY may
      *be installing changes in it
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

      *sign-on - same console shape as FINPPARV; the operator master
      *is held for the supervisor's approval later
       SIGN-ON-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           MOVE 0 TO OP-COUNT.
           OPEN INPUT OPERMASTFILE.
           IF WS-FS-OPM = '00'
               MOVE 0 TO OP-EOF-SW
               PERFORM VARYING OP-I FROM 1 BY 1
                       UNTIL OP-EOF-SW = 1 OR OP-I > 20
                   READ OPERMASTFILE
                       AT END MOVE 1 TO OP-EOF-SW
                   END-READ
                   IF OP-EOF-SW = 0
                       ADD 1 TO OP-COUNT
                       MOVE OPM-ID TO OP-ENTRY(OP-COUNT)
                       IF OPM-LEVEL IS NUMERIC AND OPM-LEVEL > 0
                           MOVE OPM-LEVEL TO OP-LVL(OP-COUNT)
                       ELSE
                           MOVE 1 TO OP-LVL(OP-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OPERMASTFILE
           END-IF.

       SIGN-ON-ASK.
           DISPLAY 'Operator ID: '.
           ACCEPT OPERATOR-ID.
           IF OPERATOR-ID = SPACES
               DISPLAY 'Required!'
               GO TO SIGN-ON-ASK
           END-IF.

           MOVE 1 TO OPERATOR-LEVEL.
           IF OP-COUNT > 0
               MOVE 0 TO OP-VALID-SW
               PERFORM VARYING OP-I FROM 1 BY 1
                       UNTIL OP-I > OP-COUNT OR OP-VALID-SW = 1
                   IF OP-ENTRY(OP-I) = OPERATOR-ID
                       MOVE 1 TO OP-VALID-SW
                       MOVE OP-LVL(OP-I) TO OPERATOR-LEVEL
                   END-IF
               END-PERFORM
               IF OP-VALID-SW = 0
                   DISPLAY 'Unknown operator!'
                   GO TO SIGN-ON-ASK
               END-IF
           END-IF.
       SIGN-ON-RTN-END.
           EXIT.

      *one load pass per parameter file, each record kept whole; a
      *file past its table is shown but cannot be changed here

       LOAD-RATE-RTN.
           MOVE 1 TO PF-I.
           OPEN INPUT RATEFILE.
           IF WS-FS-RTE NOT = '00'
               GO TO LOAD-RATE-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ RATEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE RATE-REC TO IMG-WORK
                   PERFORM NOTE-IMAGE-RTN
               END-IF
           END-PERFORM.
           CLOSE RATEFILE.
       LOAD-RATE-RTN-END.
           EXIT.

       LOAD-THR-RTN.
           MOVE 2 TO PF-I.
           OPEN INPUT THRFILE.
           IF WS-FS-THR NOT = '00'
               GO TO LOAD-THR-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ THRFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE THR-REC TO IMG-WORK
                   PERFORM NOTE-IMAGE-RTN
               END-IF
           END-PERFORM.
           CLOSE THRFILE.
       LOAD-THR-RTN-END.
           EXIT.

       LOAD-HHP-RTN.
           MOVE 3 TO PF-I.
           OPEN INPUT HHPFILE.
           IF WS-FS-HHP NOT = '00'
               GO TO LOAD-HHP-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ HHPFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE HHP-REC TO IMG-WORK
                   PERFORM NOTE-IMAGE-RTN
               END-IF
           END-PERFORM.
           CLOSE HHPFILE.
       LOAD-HHP-RTN-END.
           EXIT.

       LOAD-COND-RTN.
           MOVE 4 TO PF-I.
           OPEN INPUT CONDFILE.
           IF WS-FS-CND NOT = '00'
               GO TO LOAD-COND-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CONDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE COND-REC TO IMG-WORK
                   PERFORM NOTE-IMAGE-RTN
               END-IF
           END-PERFORM.
           CLOSE CONDFILE.
       LOAD-COND-RTN-END.
           EXIT.

       LOAD-ESC-RTN.
           MOVE 5 TO PF-I.
           OPEN INPUT ESCFILE.
           IF WS-FS-ESC NOT = '00'
               GO TO LOAD-ESC-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ESCFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE ESC-REC TO IMG-WORK
                   PERFORM NOTE-IMAGE-RTN
               END-IF
           END-PERFORM.
           CLOSE ESCFILE.
       LOAD-ESC-RTN-END.
           EXIT.

       LOAD-RETN-RTN.
           MOVE 6 TO PF-I.
           OPEN INPUT RETNFILE.
           IF WS-FS-RTN NOT = '00'
               GO TO LOAD-RETN-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ RETNFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE RETN-REC TO IMG-WORK
                   PERFORM NOTE-IMAGE-RTN
               END-IF
           END-PERFORM.
           CLOSE RETNFILE.
       LOAD-RETN-RTN-END.
           EXIT.

       LOAD-POL-RTN.
           MOVE 7 TO PF-I.
           OPEN INPUT POLFILE.
           IF WS-FS-POL NOT = '00'
               GO TO LOAD-POL-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ POLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE POL-REC TO IMG-WORK
                   PERFORM NOTE-IMAGE-RTN
               END-IF
           END-PERFORM.
           CLOSE POLFILE.
       LOAD-POL-RTN-END.
           EXIT.

       NOTE-IMAGE-RTN.
           IF PF-COUNT(PF-I) = 20
               MOVE 1 TO PF-OVER(PF-I)
           ELSE
               ADD 1 TO PF-COUNT(PF-I)
               MOVE IMG-WORK TO PF-IMG(PF-I, PF-COUNT(PF-I))
           END-IF.

      *no subject master on hand means the subject cannot be checked
       LOAD-SUBJ-RTN.
           MOVE 0 TO SUBJ-COUNT SUBJ-SW.
           OPEN INPUT SUBJFILE.
           IF WS-FS-SUB NOT = '00'
               GO TO LOAD-SUBJ-RTN-END
           END-IF.
           MOVE 1 TO SUBJ-SW.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR SUBJ-COUNT = 200
               READ SUBJFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO SUBJ-COUNT
                   MOVE SJ-CODE TO SUBJ-CODE(SUBJ-COUNT)
               END-IF
           END-PERFORM.
           CLOSE SUBJFILE.
       LOAD-SUBJ-RTN-END.
           EXIT.

      *the change log must fit its table BEFORE anything loads - it
      *is rewritten from the table after every change
       LOAD-CHANGES-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT CHGFILE.
           READ CHGFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ CHGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE CHGFILE.

           IF PRE-COUNT > 500
               DISPLAY 'PRMCHG.TXT EXCEEDS 500 - RUN REFUSED.'
               STOP RUN
           END-IF.

           MOVE 0 TO PC-COUNT LAST-NO.
           MOVE 0 TO EOFSW.
           OPEN INPUT CHGFILE.
           READ CHGFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PC-COUNT
               MOVE CHG-REC TO PC-ENTRY(PC-COUNT)
               IF PC-NO > LAST-NO
                   MOVE PC-NO TO LAST-NO
               END-IF
               READ CHGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE CHGFILE.
       LOAD-CHANGES-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Change a parameter, List the parameters or'
               ' cancel a pending change? (C/L/X): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'C'
               WHEN 'c'
                   PERFORM CHANGE-RTN THRU CHANGE-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN 'X'
               WHEN 'x'
                   PERFORM CANCEL-RTN THRU CANCEL-RTN-END
               WHEN OTHER
                   DISPLAY 'C, L or X only!'
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

      *one change - keyed, shown back in full, then approved by a
      *supervisor before it goes on the change log
       CHANGE-RTN.
           DISPLAY ' '.
           PERFORM VARYING PF-I FROM 1 BY 1 UNTIL PF-I > 7
               DISPLAY '  ' PF-I ' ' PF-NAME(PF-I) ' ' PF-DESC(PF-I)
           END-PERFORM.

       CHANGE-FILE-ASK.
           DISPLAY 'Parameter file (1-7): '.
           ACCEPT WORK-FILE-X.
           IF WORK-FILE-X < '1' OR WORK-FILE-X > '7'
               DISPLAY '1 to 7 only!'
               GO TO CHANGE-FILE-ASK
           END-IF.
           MOVE WORK-FILE-X TO PF-I.
           IF PF-OVER(PF-I) = 1
               DISPLAY PF-NAME(PF-I) ' EXCEEDS 20 RECORDS - NOT '
                   'MAINTAINED HERE.'
               GO TO CHANGE-RTN-END
           END-IF.

           PERFORM SHOW-FILE-RTN.
           MOVE 1 TO WORK-OK-SW.
           MOVE SPACES TO WORK-KEY WORK-OLD WORK-NEW WORK-IMAGE.
           MOVE 'S' TO WORK-ACT.
           MOVE 0 TO WORK-EFF.
           EVALUATE PF-I
               WHEN 1
                   PERFORM ASK-TIER-RTN THRU ASK-TIER-RTN-END
               WHEN 2
               WHEN 3
                   PERFORM ASK-AMT-RTN THRU ASK-AMT-RTN-END
               WHEN 4
                   PERFORM ASK-MARGIN-RTN THRU ASK-MARGIN-RTN-END
               WHEN 5
                   PERFORM ASK-YEARS-RTN THRU ASK-YEARS-RTN-END
               WHEN 6
                   PERFORM ASK-RETN-RTN THRU ASK-RETN-RTN-END
               WHEN OTHER
                   PERFORM ASK-POLICY-RTN THRU ASK-POLICY-RTN-END
           END-EVALUATE.
           IF WORK-OK-SW = 0
               GO TO CHANGE-RTN-END
           END-IF.

      *a rate tier carries its own date; every other value asks
           IF WORK-EFF = 0
               PERFORM ASK-EFF-RTN THRU ASK-EFF-RTN-END
           END-IF.

           MOVE 0 TO PC-FOUND-I.
           PERFORM VARYING PC-I FROM 1 BY 1 UNTIL PC-I > PC-COUNT
               IF PT-STAT(PC-I) = 'P'
                  AND PT-FILE(PC-I) = PF-CODE(PF-I)
                  AND PT-KEY(PC-I) = WORK-KEY
                  AND PT-EFF(PC-I) = WORK-EFF
                   MOVE PC-I TO PC-FOUND-I
               END-IF
           END-PERFORM.
           IF PC-FOUND-I > 0
               MOVE PT-NO(PC-FOUND-I) TO NO-ED
               DISPLAY 'Change ' NO-ED ' is already pending for that '
                   'date - cancel it first.'
               GO TO CHANGE-RTN-END
           END-IF.

           IF PC-COUNT = 500
               DISPLAY 'CHANGE LOG FULL.'
               GO TO CHANGE-RTN-END
           END-IF.

           DISPLAY ' '.
           DISPLAY 'FILE      ' PF-NAME(PF-I).
           IF WORK-KEY NOT = SPACES
               DISPLAY 'ITEM      ' WORK-KEY
           END-IF.
           DISPLAY 'WAS       ' WORK-OLD.
           DISPLAY 'NOW       ' WORK-NEW.
           DISPLAY 'EFFECTIVE ' WORK-EFF.
           PERFORM ASK-CONFIRM-RTN.
           IF CONFIRM = 'N' OR CONFIRM = 'n'
               DISPLAY 'Change dropped.'
               GO TO CHANGE-RTN-END
           END-IF.

           PERFORM APPROVE-RTN THRU APPROVE-RTN-END.
           IF APPROVED-SW = 0
               DISPLAY 'NOT APPROVED - CHANGE NOT TAKEN.'
               GO TO CHANGE-RTN-END
           END-IF.

           ADD 1 TO LAST-NO.
           ADD 1 TO PC-COUNT.
           MOVE LAST-NO TO PT-NO(PC-COUNT).
           MOVE PF-CODE(PF-I) TO PT-FILE(PC-COUNT).
           MOVE WORK-ACT TO PT-ACT(PC-COUNT).
           MOVE WORK-KEY TO PT-KEY(PC-COUNT).
           MOVE WORK-OLD TO PT-OLD(PC-COUNT).
           MOVE WORK-NEW TO PT-NEW(PC-COUNT).
           MOVE WORK-IMAGE TO PT-IMAGE(PC-COUNT).
           MOVE WORK-EFF TO PT-EFF(PC-COUNT).
           MOVE OPERATOR-ID TO PT-OPER(PC-COUNT).
           MOVE SUPERVISOR TO PT-SUP(PC-COUNT).
           MOVE WS-RUN-DATE TO PT-ENTERED(PC-COUNT).
           MOVE 'P' TO PT-STAT(PC-COUNT).
           MOVE 0 TO PT-DONE(PC-COUNT).
           MOVE SPACES TO PT-DONE-BY(PC-COUNT).
           PERFORM SAVE-CHANGES-RTN.
           MOVE PC-COUNT TO PC-I.
           PERFORM LOG-CHANGE-RTN.

           MOVE LAST-NO TO NO-ED.
           DISPLAY 'Change ' NO-ED ' approved by ' SUPERVISOR
               ' - takes effect ' WORK-EFF '.'.
           IF WORK-EFF = WS-RUN-DATE
               DISPLAY 'It goes in with tonight''s batch, or run '
                   'PRMAPLY to install it now.'
           END-IF.
       CHANGE-RTN-END.
           EXIT.

      *peso interest tiers - a tier is its effective date and floor,
      *and a date's tiers together make the rate table from that
      *date; tiers in force before today are the history behind the
      *interest already paid and stay as they are
       ASK-TIER-RTN.
           DISPLAY 'Add a tier, change a tier''s Rate or Drop a '
               'tier? (A/R/D): '.
           ACCEPT MAINT-ACTION.
           IF MAINT-ACTION = 'a' MOVE 'A' TO MAINT-ACTION END-IF.
           IF MAINT-ACTION = 'r' MOVE 'R' TO MAINT-ACTION END-IF.
           IF MAINT-ACTION = 'd' MOVE 'D' TO MAINT-ACTION END-IF.
           IF MAINT-ACTION NOT = 'A' AND MAINT-ACTION NOT = 'R'
              AND MAINT-ACTION NOT = 'D'
               DISPLAY 'A, R or D only!'
               GO TO ASK-TIER-RTN
           END-IF.

       ASK-TIER-DATE.
           DISPLAY 'Tier Effective Date (YYYYMMDD, 0 = today): '.
           ACCEPT WORK-DATE.
           IF WORK-DATE = 0
               MOVE WS-RUN-DATE TO WORK-DATE
           END-IF.
           IF WORK-DATE < 19000101 OR WORK-DATE > 21001231
              OR WORK-MM < 1 OR WORK-MM > 12
              OR WORK-DD < 1 OR WORK-DD > 31
               DISPLAY 'Invalid date.'
               GO TO ASK-TIER-DATE
           END-IF.
           IF WORK-DATE < WS-RUN-DATE
               DISPLAY 'Tiers in force before today are history - '
                   'enter a new effective date instead.'
               MOVE 0 TO WORK-OK-SW
               GO TO ASK-TIER-RTN-END
           END-IF.

           DISPLAY 'Balance floor (999999999.99): '.
           ACCEPT WORK-FLOOR.

           MOVE SPACES TO IMG-WORK.
           MOVE WORK-DATE TO IR-EFF.
           MOVE WORK-FLOOR TO IR-FLOOR.
           MOVE IMG-WORK TO WORK-IMAGE.
           PERFORM FIND-KEY-RTN.
           MOVE WORK-FLOOR TO AMT-ED.
           MOVE AMT-ED TO WORK-KEY.
           MOVE WORK-DATE TO WORK-EFF.

           IF MAINT-ACTION = 'A'
               IF IMG-FOUND-I > 0
                   DISPLAY 'Tier already on file - change its rate '
                       'instead.'
                   MOVE 0 TO WORK-OK-SW
                   GO TO ASK-TIER-RTN-END
               END-IF
      *the tier table is 20 - count the new tiers already waiting
               MOVE 0 TO NEW-TIERS
               PERFORM VARYING PC-I FROM 1 BY 1 UNTIL PC-I > PC-COUNT
                   IF PT-STAT(PC-I) = 'P' AND PT-FILE(PC-I) = 'NEWRATE'
                      AND PT-ACT(PC-I) = 'S' AND PT-OLD(PC-I) = 'NONE'
                       ADD 1 TO NEW-TIERS
                   END-IF
               END-PERFORM
               IF PF-COUNT(1) + NEW-TIERS >= 20
                   DISPLAY 'NEWRATE.TXT WOULD EXCEED 20 TIERS.'
                   MOVE 0 TO WORK-OK-SW
                   GO TO ASK-TIER-RTN-END
               END-IF
               MOVE 'NONE' TO WORK-OLD
           ELSE
               IF IMG-FOUND-I = 0
                   DISPLAY 'No such tier on file (a pending one is '
                       'cancelled with X).'
                   MOVE 0 TO WORK-OK-SW
                   GO TO ASK-TIER-RTN-END
               END-IF
               MOVE PF-IMG(1, IMG-FOUND-I) TO IMG-WORK
               PERFORM VALUE-TEXT-RTN
               MOVE VALUE-TEXT TO WORK-OLD
           END-IF.

           IF MAINT-ACTION = 'D'
               MOVE 'D' TO WORK-ACT
               MOVE PF-IMG(1, IMG-FOUND-I) TO WORK-IMAGE
               MOVE 'REMOVED' TO WORK-NEW
               GO TO ASK-TIER-RTN-END
           END-IF.

       ASK-TIER-RATE.
           DISPLAY 'Annual rate (.99999): '.
           ACCEPT WORK-RATE.
           IF WORK-RATE = 0
               DISPLAY 'Rate must be above zero.'
               GO TO ASK-TIER-RATE
           END-IF.
           MOVE WORK-IMAGE TO IMG-WORK.
           MOVE WORK-RATE TO IR-RATE.
           MOVE IMG-WORK TO WORK-IMAGE.
           PERFORM VALUE-TEXT-RTN.
           MOVE VALUE-TEXT TO WORK-NEW.
       ASK-TIER-RTN-END.
           EXIT.

      *NEWTHR.TXT or HHPRM.TXT - one peso amount
       ASK-AMT-RTN.
           DISPLAY 'New threshold in pesos (999999999.99): '.
           ACCEPT WORK-AMT.
           IF WORK-AMT = 0
               DISPLAY 'Threshold must be above zero.'
               GO TO ASK-AMT-RTN
           END-IF.
           PERFORM OLD-VALUE-RTN.
           MOVE SPACES TO IMG-WORK.
           MOVE WORK-AMT TO IA-AMT.
           MOVE IMG-WORK TO WORK-IMAGE.
           PERFORM VALUE-TEXT-RTN.
           MOVE VALUE-TEXT TO WORK-NEW.
       ASK-AMT-RTN-END.
           EXIT.

      *FINPPCON.TXT - the band below the passing cutoff that still
      *reads as conditional
       ASK-MARGIN-RTN.
           DISPLAY 'New conditional margin (99.99): '.
           ACCEPT WORK-MARGIN.
           PERFORM OLD-VALUE-RTN.
           MOVE SPACES TO IMG-WORK.
           MOVE WORK-MARGIN TO IM-MARGIN.
           MOVE IMG-WORK TO WORK-IMAGE.
           PERFORM VALUE-TEXT-RTN.
           MOVE VALUE-TEXT TO WORK-NEW.
       ASK-MARGIN-RTN-END.
           EXIT.

      *ESCHPRM.TXT - whole years without activity
       ASK-YEARS-RTN.
           DISPLAY 'Years dormant before escheat (1-99): '.
           ACCEPT WORK-YEARS.
           IF WORK-YEARS = 0
               DISPLAY 'At least one year!'
               GO TO ASK-YEARS-RTN
           END-IF.
           PERFORM OLD-VALUE-RTN.
           MOVE SPACES TO IMG-WORK.
           MOVE WORK-YEARS TO IY-YEARS.
           MOVE IMG-WORK TO WORK-IMAGE.
           PERFORM VALUE-TEXT-RTN.
           MOVE VALUE-TEXT TO WORK-NEW.
       ASK-YEARS-RTN-END.
           EXIT.

      *RETNPRM.TXT - days kept live per log RETAIN knows; 0 days
      *takes the log off, leaving it unretired
       ASK-RETN-RTN.
           DISPLAY 'Log file (QCAUDIT.TXT, OUTADCOR.TXT, RUNLOG.TXT, '
               'SECLOG.TXT): '.
           ACCEPT WORK-NAME.
           MOVE FUNCTION UPPER-CASE(WORK-NAME) TO WORK-NAME.
           IF WORK-NAME NOT = 'QCAUDIT.TXT'
              AND WORK-NAME NOT = 'OUTADCOR.TXT'
              AND WORK-NAME NOT = 'RUNLOG.TXT'
              AND WORK-NAME NOT = 'SECLOG.TXT'
               DISPLAY 'Not a log RETAIN retires!'
               GO TO ASK-RETN-RTN
           END-IF.

           MOVE SPACES TO IMG-WORK.
           MOVE WORK-NAME TO IN-NAME.
           MOVE IMG-WORK TO WORK-IMAGE.
           PERFORM FIND-KEY-RTN.
           MOVE WORK-NAME TO WORK-KEY.
           IF IMG-FOUND-I > 0
               MOVE PF-IMG(6, IMG-FOUND-I) TO IMG-WORK
               PERFORM VALUE-TEXT-RTN
               MOVE VALUE-TEXT TO WORK-OLD
               DISPLAY 'Kept now: ' WORK-OLD
           ELSE
               MOVE 'NONE' TO WORK-OLD
           END-IF.

       ASK-RETN-DAYS.
           DISPLAY 'Days to keep (1-9999, 0 to remove): '.
           ACCEPT WORK-DAYS.
           IF WORK-DAYS = 0
               IF IMG-FOUND-I = 0
                   DISPLAY 'Not on RETNPRM.TXT.'
                   MOVE 0 TO WORK-OK-SW
                   GO TO ASK-RETN-RTN-END
               END-IF
               MOVE 'D' TO WORK-ACT
               MOVE PF-IMG(6, IMG-FOUND-I) TO WORK-IMAGE
               MOVE 'REMOVED' TO WORK-NEW
               GO TO ASK-RETN-RTN-END
           END-IF.
           IF IMG-FOUND-I = 0 AND PF-COUNT(6) = 20
               DISPLAY 'RETNPRM.TXT FULL.'
               MOVE 0 TO WORK-OK-SW
               GO TO ASK-RETN-RTN-END
           END-IF.
           MOVE WORK-IMAGE TO IMG-WORK.
           MOVE WORK-DAYS TO IN-DAYS.
           MOVE IMG-WORK TO WORK-IMAGE.
           PERFORM VALUE-TEXT-RTN.
           MOVE VALUE-TEXT TO WORK-NEW.
       ASK-RETN-RTN-END.
           EXIT.

      *QCPOLICY.TXT - quizzes dropped and the grading scheme's
      *subject (blank keeps the plain quiz average)
       ASK-POLICY-RTN.
           DISPLAY 'Lowest quizzes dropped (0-9): '.
           ACCEPT WORK-DROP-X.
           IF WORK-DROP-X NOT NUMERIC
               DISPLAY '0 to 9 only!'
               GO TO ASK-POLICY-RTN
           END-IF.

       ASK-POLICY-SUBJ.
           DISPLAY 'Grading scheme subject (blank for the quiz '
               'average): '.
           ACCEPT WORK-SUBJ.
           MOVE FUNCTION UPPER-CASE(WORK-SUBJ) TO WORK-SUBJ.
           IF WORK-SUBJ NOT = SPACES AND SUBJ-SW = 1
               MOVE 0 TO OP-VALID-SW
               PERFORM VARYING SB-I FROM 1 BY 1
                       UNTIL SB-I > SUBJ-COUNT OR OP-VALID-SW = 1
                   IF SUBJ-CODE(SB-I) = WORK-SUBJ
                       MOVE 1 TO OP-VALID-SW
                   END-IF
               END-PERFORM
               IF OP-VALID-SW = 0
                   DISPLAY 'Not on SUBJMAST.TXT - refused.'
                   GO TO ASK-POLICY-SUBJ
               END-IF
           END-IF.

           PERFORM OLD-VALUE-RTN.
           MOVE SPACES TO IMG-WORK.
           MOVE WORK-DROP-X TO IMG-WORK(1:1).
           MOVE WORK-SUBJ TO IP-SUBJ.
           MOVE IMG-WORK TO WORK-IMAGE.
           PERFORM VALUE-TEXT-RTN.
           MOVE VALUE-TEXT TO WORK-NEW.
       ASK-POLICY-RTN-END.
           EXIT.

      *the value in force on a one-value file; none means the
      *reading program's own default is in force
       OLD-VALUE-RTN.
           IF PF-COUNT(PF-I) = 0
               MOVE 'NOT SET' TO WORK-OLD
           ELSE
               MOVE PF-IMG(PF-I, 1) TO IMG-WORK
               PERFORM VALUE-TEXT-RTN
               MOVE VALUE-TEXT TO WORK-OLD
           END-IF.

      *today or later - a change cannot reach back into a night
      *already run
       ASK-EFF-RTN.
           DISPLAY 'Effective Date (YYYYMMDD, 0 = today): '.
           ACCEPT WORK-DATE.
           IF WORK-DATE = 0
               MOVE WS-RUN-DATE TO WORK-DATE
           END-IF.
           IF WORK-DATE < 19000101 OR WORK-DATE > 21001231
              OR WORK-MM < 1 OR WORK-MM > 12
              OR WORK-DD < 1 OR WORK-DD > 31
               DISPLAY 'Invalid date.'
               GO TO ASK-EFF-RTN
           END-IF.
           IF WORK-DATE < WS-RUN-DATE
               DISPLAY 'Not before today!'
               GO TO ASK-EFF-RTN
           END-IF.
           MOVE WORK-DATE TO WORK-EFF.
       ASK-EFF-RTN-END.
           EXIT.

       ASK-CONFIRM-RTN.
           DISPLAY 'Proceed? (Y/N): '.
           ACCEPT CONFIRM.
           IF CONFIRM NOT = 'Y' AND CONFIRM NOT = 'y'
              AND CONFIRM NOT = 'N' AND CONFIRM NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-CONFIRM-RTN
           END-IF.

      *the approving supervisor - on the operator master at level 2
      *or above, and not the operator who keyed the change; no
      *master on hand means nobody can prove the level
       APPROVE-RTN.
           MOVE 0 TO APPROVED-SW.
           DISPLAY 'Supervisor ID: '.
           ACCEPT SUPERVISOR.
           IF SUPERVISOR = SPACES
               DISPLAY 'Invalid!'
               GO TO APPROVE-RTN
           END-IF.
           IF SUPERVISOR = OPERATOR-ID
               DISPLAY 'A change cannot be approved by the operator '
                   'who keyed it.'
               PERFORM NOTE-DENIAL-RTN
               GO TO APPROVE-RTN-END
           END-IF.

           MOVE 0 TO SUP-LEVEL.
           PERFORM VARYING OP-I FROM 1 BY 1 UNTIL OP-I > OP-COUNT
               IF OP-ENTRY(OP-I) = SUPERVISOR
                   MOVE OP-LVL(OP-I) TO SUP-LEVEL
               END-IF
           END-PERFORM.
           IF SUP-LEVEL < 2
               DISPLAY 'SUPERVISOR LEVEL REQUIRED.'
               PERFORM NOTE-DENIAL-RTN
               GO TO APPROVE-RTN-END
           END-IF.
           MOVE 1 TO APPROVED-SW.
       APPROVE-RTN-END.
           EXIT.

      *only a change still pending may be cancelled
       CANCEL-RTN.
           DISPLAY 'Change number: '.
           ACCEPT WORK-NO.
           MOVE 0 TO PC-FOUND-I.
           PERFORM VARYING PC-I FROM 1 BY 1 UNTIL PC-I > PC-COUNT
               IF PT-NO(PC-I) = WORK-NO
                   MOVE PC-I TO PC-FOUND-I
               END-IF
           END-PERFORM.
           IF PC-FOUND-I = 0
               DISPLAY 'No such change.'
               GO TO CANCEL-RTN-END
           END-IF.
           IF PT-STAT(PC-FOUND-I) NOT = 'P'
               DISPLAY 'Change is no longer pending.'
               GO TO CANCEL-RTN-END
           END-IF.

           MOVE PC-FOUND-I TO PC-I.
           PERFORM SHOW-CHANGE-RTN.
           PERFORM ASK-CONFIRM-RTN.
           IF CONFIRM = 'N' OR CONFIRM = 'n'
               DISPLAY 'Change left pending.'
               GO TO CANCEL-RTN-END
           END-IF.

           PERFORM APPROVE-RTN THRU APPROVE-RTN-END.
           IF APPROVED-SW = 0
               DISPLAY 'NOT APPROVED - CHANGE LEFT PENDING.'
               GO TO CANCEL-RTN-END
           END-IF.

           MOVE 'X' TO PT-STAT(PC-FOUND-I).
           MOVE WS-RUN-DATE TO PT-DONE(PC-FOUND-I).
           MOVE SUPERVISOR TO PT-DONE-BY(PC-FOUND-I).
           PERFORM SAVE-CHANGES-RTN.
           MOVE PC-FOUND-I TO PC-I.
           PERFORM LOG-CANCEL-RTN.
           DISPLAY 'Change cancelled.'.
       CANCEL-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING PF-I FROM 1 BY 1 UNTIL PF-I > 7
               PERFORM SHOW-FILE-RTN
           END-PERFORM.

      *one file's values in force and its changes still pending
       SHOW-FILE-RTN.
           DISPLAY ' '.
           DISPLAY PF-NAME(PF-I) ' - ' PF-DESC(PF-I).
           IF PF-COUNT(PF-I) = 0
               DISPLAY '   NOT SET - THE PROGRAM DEFAULT IS IN FORCE'
           END-IF.
           PERFORM VARYING IMG-I FROM 1 BY 1
                   UNTIL IMG-I > PF-COUNT(PF-I)
               MOVE PF-IMG(PF-I, IMG-I) TO IMG-WORK
               PERFORM VALUE-TEXT-RTN
               PERFORM KEY-TEXT-RTN
               IF PF-I = 1
                   DISPLAY '   FROM ' IR-EFF ' FLOOR ' KEY-TEXT
                       ' RATE ' VALUE-TEXT
               ELSE
                   DISPLAY '   ' KEY-TEXT ' ' VALUE-TEXT
               END-IF
           END-PERFORM.
           IF PF-OVER(PF-I) = 1
               DISPLAY '   ** PAST 20 RECORDS - NOT ALL SHOWN **'
           END-IF.
           PERFORM VARYING PC-I FROM 1 BY 1 UNTIL PC-I > PC-COUNT
               IF PT-STAT(PC-I) = 'P' AND PT-FILE(PC-I) = PF-CODE(PF-I)
                   PERFORM SHOW-CHANGE-RTN
               END-IF
           END-PERFORM.

       SHOW-CHANGE-RTN.
           MOVE PT-NO(PC-I) TO NO-ED.
           DISPLAY '   PENDING ' NO-ED ' ' PT-FILE(PC-I) ' '
               PT-KEY(PC-I) ' ' PT-OLD(PC-I) ' -> ' PT-NEW(PC-I)
               ' FROM ' PT-EFF(PC-I).

      *a record of file PF-I as the value the operator reads
       VALUE-TEXT-RTN.
           MOVE SPACES TO VALUE-TEXT.
           EVALUATE PF-I
               WHEN 1
                   MOVE IR-RATE TO RATE-ED
                   MOVE RATE-ED TO VALUE-TEXT
               WHEN 2
               WHEN 3
                   MOVE IA-AMT TO AMT-ED
                   MOVE AMT-ED TO VALUE-TEXT
               WHEN 4
                   MOVE IM-MARGIN TO MRG-ED
                   MOVE MRG-ED TO VALUE-TEXT
               WHEN 5
                   MOVE IY-YEARS TO YRS-ED
                   STRING YRS-ED ' YEARS' DELIMITED BY SIZE
                       INTO VALUE-TEXT
                   END-STRING
               WHEN 6
                   MOVE IN-DAYS TO DAYS-ED
                   STRING DAYS-ED ' DAYS' DELIMITED BY SIZE
                       INTO VALUE-TEXT
                   END-STRING
               WHEN OTHER
                   IF IP-SUBJ = SPACES
                       STRING 'DROP ' IP-DROP ' QUIZ AVG'
                           DELIMITED BY SIZE INTO VALUE-TEXT
                       END-STRING
                   ELSE
                       STRING 'DROP ' IP-DROP ' ' IP-SUBJ
                           DELIMITED BY SIZE INTO VALUE-TEXT
                       END-STRING
                   END-IF
           END-EVALUATE.

       KEY-TEXT-RTN.
           MOVE SPACES TO KEY-TEXT.
           EVALUATE PF-I
               WHEN 1
                   MOVE IR-FLOOR TO AMT-ED
                   MOVE AMT-ED TO KEY-TEXT
               WHEN 6
                   MOVE IN-NAME TO KEY-TEXT
           END-EVALUATE.

      *the record of file PF-I whose key matches WORK-IMAGE
       FIND-KEY-RTN.
           MOVE 0 TO IMG-FOUND-I.
           PERFORM VARYING IMG-I FROM 1 BY 1
                   UNTIL IMG-I > PF-COUNT(PF-I)
               IF PF-IMG(PF-I, IMG-I)(1:PF-KEYLEN(PF-I))
                  = WORK-IMAGE(1:PF-KEYLEN(PF-I))
                   MOVE IMG-I TO IMG-FOUND-I
               END-IF
           END-PERFORM.

       SAVE-CHANGES-RTN.
           OPEN OUTPUT CHGFILE.
           PERFORM VARYING PC-I FROM 1 BY 1 UNTIL PC-I > PC-COUNT
               MOVE PC-ENTRY(PC-I) TO CHG-REC
               WRITE CHG-REC
           END-PERFORM.
           CLOSE CHGFILE.

      *the change on SECLOG.TXT - what was keyed, by whom, the old
      *and new values, the date it takes effect, and who approved
       LOG-CHANGE-RTN.
           OPEN EXTEND SECLOGFILE.
           MOVE OPERATOR-ID TO SC-OPER.
           MOVE PT-NO(PC-I) TO NO-ED.
           MOVE SPACES TO SC-ACTION.
           STRING 'CHG ' NO-ED ' ' PT-FILE(PC-I)
               DELIMITED BY SIZE INTO SC-ACTION
           END-STRING.
           PERFORM NOTE-SEC-RTN.
           IF PT-KEY(PC-I) NOT = SPACES
               MOVE SPACES TO SC-ACTION
               STRING 'KEY ' PT-KEY(PC-I)
                   DELIMITED BY SIZE INTO SC-ACTION
               END-STRING
               PERFORM NOTE-SEC-RTN
           END-IF.
           MOVE SPACES TO SC-ACTION.
           STRING 'WAS ' PT-OLD(PC-I) DELIMITED BY SIZE INTO SC-ACTION
           END-STRING.
           PERFORM NOTE-SEC-RTN.
           MOVE SPACES TO SC-ACTION.
           STRING 'NOW ' PT-NEW(PC-I) DELIMITED BY SIZE INTO SC-ACTION
           END-STRING.
           PERFORM NOTE-SEC-RTN.
           MOVE SPACES TO SC-ACTION.
           STRING 'EFF ' PT-EFF(PC-I) DELIMITED BY SIZE INTO SC-ACTION
           END-STRING.
           PERFORM NOTE-SEC-RTN.
           MOVE PT-SUP(PC-I) TO SC-OPER.
           MOVE SPACES TO SC-ACTION.
           STRING 'APPROVED ' NO-ED DELIMITED BY SIZE INTO SC-ACTION
           END-STRING.
           PERFORM NOTE-SEC-RTN.
           CLOSE SECLOGFILE.

       LOG-CANCEL-RTN.
           OPEN EXTEND SECLOGFILE.
           MOVE OPERATOR-ID TO SC-OPER.
           MOVE PT-NO(PC-I) TO NO-ED.
           MOVE SPACES TO SC-ACTION.
           STRING 'CANCEL ' NO-ED DELIMITED BY SIZE INTO SC-ACTION
           END-STRING.
           PERFORM NOTE-SEC-RTN.
           MOVE SUPERVISOR TO SC-OPER.
           MOVE SPACES TO SC-ACTION.
           STRING 'APPROVED ' NO-ED DELIMITED BY SIZE INTO SC-ACTION
           END-STRING.
           PERFORM NOTE-SEC-RTN.
           CLOSE SECLOGFILE.

       NOTE-DENIAL-RTN.
           OPEN EXTEND SECLOGFILE.
           MOVE SUPERVISOR TO SC-OPER.
           MOVE 'PARM APPROVAL DENIED' TO SC-ACTION.
           PERFORM NOTE-SEC-RTN.
           CLOSE SECLOGFILE.

       NOTE-SEC-RTN.
           MOVE 'PRMMNT' TO SC-PROGRAM.
           MOVE WS-RUN-DATE TO SC-DATE.
           ACCEPT SC-TIME FROM TIME.
           WRITE SEC-REC.
