      *STEP'S RETURN CODE AND REJECT COUNT BEFORE RELEASING THE
      *NEXT, HALTS THE CHAIN ON A FAILED STEP WITH A CLEAR CONSOLE
      *MESSAGE, AND WRITES THE BATCH-WINDOW SUMMARY TO BATCHLOG.TXT.
      *A RUN DATED ON A DAY THE BANKHOL.TXT CALENDAR CLOSES IS NOT
      *RELEASED WITHOUT A SUPERVISOR'S OVERRIDE. THE DAY'S BILLS
      *PAYMENTS ARE REMITTED (BILLREM) AND THE PARENT-CHILD LINKS
      *ACROSS THE SUBSYSTEMS SWEPT FOR ORPHANS (INTGCHK) BEFORE THE
      *CONTROL RECOUNT, WHOSE VERDICT CARRIES THE ORPHAN COUNTS,
      *AND THE WINDOW ENDS BY JOURNALING THE NIGHT'S NEWGL.TXT
      *LINES TO THE GENERAL LEDGER. HW1'S CROSS-BRANCH COUNTER WORK
      *IS SETTLED BETWEEN THE BRANCHES (IBSETL) STRAIGHT AFTER IT.
      *THE FOREIGN-CURRENCY BALANCES ARE REVALUED (FXREVAL) ONCE SW2
      *AND ITS PROOF ARE DONE, AND THE WEEK'S HISTORY IS SCANNED FOR
      *STRUCTURING AND OTHER AML PATTERNS (AMLSCAN) AFTER THAT.
      *BEFORE ANY STEP RUNS, THE MASTERS FEEDING FIXED TABLES ARE
      *COUNTED AGAINST THEIR LIMITS (TBLCAP) AND A FULL TABLE HOLDS
      *THE NIGHT, AND THE APPROVED RUN PARAMETER CHANGES NOW DUE ARE
      *INSTALLED (PRMAPLY) SO THE NIGHT RUNS ON ITS NEW VALUES. EVERY
      *STEP'S HISTORY LINE ON BATCHHIS.TXT CARRIES ITS OUTCOME AND A
      *COUNT AND HASH TOTAL OF THE CHAIN'S HAND-OFF
      *FILES, SO A CHAIN HALTED TODAY CAN BE RESUMED AT THE FAILED
      *STEP - THE STEPS ALREADY DONE ARE SKIPPED ONLY WHILE THEIR
      *OUTPUTS ARE AS THEY LEFT THEM, A FILE TOUCHED SINCE THE
      *FAILURE REFUSES THE RESUME, AND THE RESUMED RUN IS LOGGED AS
      *A CONTINUATION OF THE HALTED ONE. ONCE GLPOST HAS JOURNALED
      *THE NIGHT, THE JOB CHAINS ON CHAINMST.TXT THAT FALL DUE ON
      *THE RUN DATE FOLLOW - DAILY ONES, THEN MONTH-END ONES ON THE
      *LAST BUSINESS DAY OF THE MONTH, THEN TERM-END ONES ON A TERM
      *CLOSE FROM TERMCAL.TXT (ROLLED TO THE NEXT BUSINESS DAY) -
      *EACH IN THE ORDER ITS STEPS DEPEND ON ONE ANOTHER AND UNDER
      *THE SAME RULES AS THE NIGHTLY STEPS. A FINISHED CHAIN IS
      *RECORDED ON CHAINRUN.TXT, AND ANY CHAIN WHOSE LAST DUE DATE
      *PASSED WITHOUT A RUN IS LISTED AS OVERDUE WHEN THE WINDOW
      *OPENS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT MODEFILE ASSIGN TO 'BATCHMOD.TXT'.
      *per-step timing history across runs - the norm each step is
      *measured against before the window blows instead of after
           SELECT OPTIONAL HISFILE ASSIGN TO 'BATCHHIS.TXT'
               FILE STATUS WS-FS-HIS.
      *bank calendar - no posting run on a day it closes unless a
      *supervisor on the operator master releases the chain
           SELECT HOLFILE ASSIGN TO 'BANKHOL.TXT'
               FILE STATUS WS-FS-HOL.
           SELECT OPERMASTFILE ASSIGN TO 'OPERMAST.TXT'
               FILE STATUS WS-FS-OPM.
           SELECT OPTIONAL SECLOGFILE ASSIGN TO 'SECLOG.TXT'.
      *the remaining hand-off files, counted and hash-totalled after
      *every step so a resume can prove nothing moved underneath it
      *(TRANS.txt and TRANSV.txt are read through OKFILE and VOKFILE)
           SELECT FPACCTFILE ASSIGN TO 'ACCTMAST.TXT'
               FILE STATUS WS-FS-FPA.
           SELECT FPGLFILE ASSIGN TO 'NEWGL.TXT'
               FILE STATUS WS-FS-FPG.
           SELECT FPBALFILE ASSIGN TO 'NEWBAL.TXT'
               FILE STATUS WS-FS-FPB.
           SELECT FPHISTFILE ASSIGN TO 'TRANSHIST.TXT'
               FILE STATUS WS-FS-FPH.
           SELECT FPBILLFILE ASSIGN TO 'BILLTXN.TXT'
               FILE STATUS WS-FS-FPL.
           SELECT FPHWBFILE ASSIGN TO 'HW1BAL.TXT'
               FILE STATUS WS-FS-FPW.
      *the calendar-driven job chains (kept by CHNMNT), the term
      *close dates, and the record of each chain's finished runs
           SELECT CHNFILE ASSIGN TO 'CHAINMST.TXT'
               FILE STATUS WS-FS-CHN.
           SELECT TERMFILE ASSIGN TO 'TERMCAL.TXT'
               FILE STATUS WS-FS-TRM.
           SELECT OPTIONAL CRUNFILE ASSIGN TO 'CHAINRUN.TXT'
               FILE STATUS WS-FS-CRN.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS OMITTED
           DATA RECORD IS REJREC.

       01  REJREC PIC X(99).

       FD  VREJFILE
           LABEL RECORD IS OMITTED

       FD  OKFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS OKREC.

       01  OKREC PIC X(79).
       01  OK-AMT-VIEW.
           02 FILLER PIC X(36).
           02 OKV-TAMT PIC 9(7)V99.
           02 FILLER PIC X(34).

       FD  VOKFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS VOKREC.

       01  VOKREC PIC X(48).
       01  VOK-AMT-VIEW.
           02 FILLER PIC X(36).
           02 VOKV-TAMT PIC 9(7)V99.
           02 FILLER PIC X(3).

       FD  PRFSTATFILE
           LABEL RECORD IS STANDARD
           02 BH-STEP PIC X(8).
           02 BH-DATE PIC 9(8).
           02 BH-SECS PIC 9(6).
      *C = the step completed, F = it halted the chain; the counts
      *and hashes are the hand-off files as the step left them, in
      *FP-NAME order
           02 BH-STATE PIC X.
           02 BH-FP-AREA.
               03 BH-FP OCCURS 8 TIMES.
                   04 BH-FP-COUNT PIC 9(7).
                   04 BH-FP-HASH PIC S9(13)V99.

       FD  HOLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOL-REC.

       01  HOL-REC.
           02 HL-DATE PIC 9(8).
           02 HL-TYPE PIC X.
           02 HL-DESC PIC X(30).

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

       FD  FPACCTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FPA-REC.

       01  FPA-REC.
           02 FPA-ANO PIC X(10).
           02 FPA-NAME PIC X(25).
           02 FPA-OPENED PIC 9(8).
           02 FILLER PIC X(21).

       FD  FPGLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FPG-REC.

       01  FPG-REC.
           02 FILLER PIC X(17).
           02 FPG-AMT PIC 9(11)V99.

       FD  FPBALFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS FPB-REC.

       01  FPB-REC.
           02 FILLER PIC X(10).
           02 FPB-AMT PIC 9(9)V99.
           02 FILLER PIC X(8).

       FD  FPHISTFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS FPH-REC.

       01  FPH-REC.
           02 FILLER PIC X(36).
           02 FPH-AMT PIC 9(7)V99.
           02 FILLER PIC X(33).

       FD  FPBILLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FPL-REC.

       01  FPL-REC.
           02 FILLER PIC X(61).
           02 FPL-AMT PIC 9(7)V99.
           02 FILLER PIC X(36).

       FD  FPHWBFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FPW-REC.

       01  FPW-REC.
           02 FILLER PIC X(10).
           02 FPW-AMT PIC S9(9)V99.

       FD  CHNFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHN-REC.

       01  CHN-REC.
           02 CM-CHAIN PIC X(8).
           02 CM-DUE PIC X.
           02 CM-STEP PIC X(8).
           02 CM-AFTER OCCURS 3 TIMES PIC X(8).
           02 CM-ATTEND PIC X.
           02 CM-ADDED PIC 9(8).

       FD  TERMFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TERM-REC.

       01  TERM-REC.
           02 TC-TERM PIC X(5).
           02 TC-CLOSE PIC 9(8).

       FD  CRUNFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CRUN-REC.

       01  CRUN-REC.
           02 CR-CHAIN PIC X(8).
           02 CR-DATE PIC 9(8).
           02 CR-TIME PIC 9(8).

       WORKING-STORAGE SECTION.

       01  EOFSW PIC 9 VALUE 0.
       01  OK-COUNT PIC 9(6) VALUE 0.

      *century-correct run date for the lock stamp and the
      *business-day test
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           02 SL-NORM PIC ZZZZZ9.
           02 FILLER PIC X(28) VALUE SPACES.

       01  WS-FS-OPM PIC XX VALUE SPACES.
       01  SUP-ID PIC X(8) VALUE SPACES.
       01  SUP-LEVEL PIC 9 VALUE 0.
       01  SUP-EOFSW PIC 9 VALUE 0.

      *the bank calendar held whole - any date on it is closed,
      *whatever its type
       01  WS-FS-HOL PIC XX VALUE SPACES.
       01  HOL-TABLE.
           05 HOL-ENTRY OCCURS 400 TIMES.
               10 HOLT-DATE PIC 9(8).
               10 HOLT-TYPE PIC X.
       01  HOL-COUNT PIC 9(3) VALUE 0.
       01  HOL-I PIC 9(3) VALUE 0.
       01  HOL-EOFSW PIC 9 VALUE 0.

      *business-day test and roll - BD-DATE in, BD-SW 1 when it is
      *a business day; NEXT-BUSDAY-RTN walks BD-DATE forward to one
       01  BD-DATE PIC 9(8) VALUE 0.
       01  BD-DATE-X REDEFINES BD-DATE.
           05 BD-YYYY PIC 9(4).
           05 BD-MM PIC 99.
           05 BD-DD PIC 99.
       01  BD-SW PIC 9 VALUE 0.
       01  BD-WEEKDAY PIC 9 VALUE 0.
       01  BD-Q PIC 9(7) VALUE 0.
       01  BD-REM PIC 9(4) VALUE 0.
       01  BD-MO-MAX PIC 99 VALUE 0.
       01  BD-GUARD PIC 9(3) VALUE 0.
       01  BD-MO-DAYS-INIT.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  BD-MO-DAYS-TABLE REDEFINES BD-MO-DAYS-INIT.
           05 BD-MO-DAYS OCCURS 12 TIMES PIC 99.

      *day numbers - days since a fixed epoch, so the day of the
      *week falls out of a remainder
       01  DN-DATE PIC 9(8) VALUE 0.
       01  DN-DATE-X REDEFINES DN-DATE.
           05 DN-YYYY PIC 9(4).
           05 DN-MM PIC 99.
           05 DN-DD PIC 99.
       01  DN-YEARS PIC 9(4) VALUE 0.
       01  DN-LEAPS PIC 9(5) VALUE 0.
       01  DN-Q PIC 9(5) VALUE 0.
       01  DN-RESULT PIC 9(7) VALUE 0.
       01  CUM-DAYS-INIT.
           05 FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-INIT.
           05 CUM-DAYS OCCURS 12 TIMES PIC 9(3).

       01  CAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Run date '.
           02 CL-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-REASON PIC X(19).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-NOTE PIC X(38).

       01  STEP-NAME PIC X(8) VALUE SPACES.
       01  STEP-START PIC 9(8) VALUE 0.
       01  STEP-END PIC 9(8) VALUE 0.
       01  STEP-FAILED-SW PIC 9 VALUE 0.
       01  REJ-COUNT PIC 9(5) VALUE 0.

      *the hand-off files a resume must find as the halted run left
      *them - of the steps only NEWESCH, in the month-end chain,
      *writes ACCTMAST.TXT; any other change to it came from
      *outside the chain
       01  WS-FS-FPA PIC XX VALUE SPACES.
       01  WS-FS-FPG PIC XX VALUE SPACES.
       01  WS-FS-FPB PIC XX VALUE SPACES.
       01  WS-FS-FPH PIC XX VALUE SPACES.
       01  WS-FS-FPL PIC XX VALUE SPACES.
       01  WS-FS-FPW PIC XX VALUE SPACES.
       01  FP-NAMES-INIT.
           05 FILLER PIC X(13) VALUE 'ACCTMAST.TXT'.
           05 FILLER PIC X(13) VALUE 'TRANS.txt'.
           05 FILLER PIC X(13) VALUE 'NEWGL.TXT'.
           05 FILLER PIC X(13) VALUE 'NEWBAL.TXT'.
           05 FILLER PIC X(13) VALUE 'TRANSHIST.TXT'.
           05 FILLER PIC X(13) VALUE 'BILLTXN.TXT'.
           05 FILLER PIC X(13) VALUE 'TRANSV.txt'.
           05 FILLER PIC X(13) VALUE 'HW1BAL.TXT'.
       01  FP-NAME-TABLE REDEFINES FP-NAMES-INIT.
           05 FP-NAME OCCURS 8 TIMES PIC X(13).
       01  FP-TABLE.
           05 FP-ENTRY OCCURS 8 TIMES.
               10 FP-COUNT PIC 9(7).
               10 FP-HASH PIC S9(13)V99.
       01  CKPT-FP-TABLE.
           05 CKPT-ENTRY OCCURS 8 TIMES.
               10 CK-COUNT PIC 9(7).
               10 CK-HASH PIC S9(13)V99.
       01  FAIL-FP-TABLE.
           05 FAIL-ENTRY OCCURS 8 TIMES.
               10 FL-COUNT PIC 9(7).
               10 FL-HASH PIC S9(13)V99.
       01  FP-I PIC 99 VALUE 0.
       01  FP-EOFSW PIC 9 VALUE 0.

      *the chain in its order, then the calendar-chain steps that
      *touch a hand-off file, with a 1 under each hand-off file
      *(FP-NAME order) the step writes
       01  CHAIN-INIT.
           05 FILLER PIC X(16) VALUE 'TBLCAP  00000000'.
           05 FILLER PIC X(16) VALUE 'PRMAPLY 00000000'.
           05 FILLER PIC X(16) VALUE 'NEWSTDO 01000000'.
           05 FILLER PIC X(16) VALUE 'TDMAT   01100000'.
           05 FILLER PIC X(16) VALUE 'PAYLOAD 01000000'.
           05 FILLER PIC X(16) VALUE 'LOANDUE 01000000'.
           05 FILLER PIC X(16) VALUE 'NEWPRE  01000000'.
           05 FILLER PIC X(16) VALUE 'SW2     00111100'.
           05 FILLER PIC X(16) VALUE 'NEWPROOF00000000'.
           05 FILLER PIC X(16) VALUE 'FXREVAL 00100000'.
           05 FILLER PIC X(16) VALUE 'AMLSCAN 00000000'.
           05 FILLER PIC X(16) VALUE 'HWPRE   00000010'.
           05 FILLER PIC X(16) VALUE 'HW1     00000001'.
           05 FILLER PIC X(16) VALUE 'IBSETL  00000000'.
           05 FILLER PIC X(16) VALUE 'QCODE   00000000'.
           05 FILLER PIC X(16) VALUE 'BILLREM 00100100'.
           05 FILLER PIC X(16) VALUE 'INTGCHK 00000000'.
           05 FILLER PIC X(16) VALUE 'CTLVRFY 00000000'.
           05 FILLER PIC X(16) VALUE 'GLPOST  00000000'.
           05 FILLER PIC X(16) VALUE 'NEWESCH 10000000'.
       01  CHAIN-TABLE REDEFINES CHAIN-INIT.
           05 CHAIN-ENTRY OCCURS 20 TIMES.
               10 CH-STEP PIC X(8).
               10 CH-WRITES OCCURS 8 TIMES PIC X.
       01  CH-I PIC 99 VALUE 0.

      *today's halted run as BATCHHIS.TXT tells it - the steps it
      *finished, the step that stopped it, and the files at each
       01  RESUME-SW PIC 9 VALUE 0.
       01  REFUSE-SW PIC 9 VALUE 0.
       01  SKIP-SW PIC 9 VALUE 0.
       01  FAIL-FOUND-SW PIC 9 VALUE 0.
       01  FAIL-STEP PIC X(8) VALUE SPACES.
       01  DONE-TABLE.
           05 DONE-STEP OCCURS 60 TIMES PIC X(8).
       01  DONE-COUNT PIC 99 VALUE 0.
       01  DONE-I PIC 99 VALUE 0.
       01  DONE-FOUND-SW PIC 9 VALUE 0.
       01  RESUME-ANS PIC X VALUE SPACES.

      *the job chains on CHAINMST.TXT, one entry per step, and each
      *chain once with when it is due and when it last finished
       01  WS-FS-CHN PIC XX VALUE SPACES.
       01  WS-FS-TRM PIC XX VALUE SPACES.
       01  WS-FS-CRN PIC XX VALUE SPACES.
       01  CHN-TABLE.
           05 CHN-ENTRY OCCURS 100 TIMES.
               10 CE-CHAIN PIC X(8).
               10 CE-DUE PIC X.
               10 CE-STEP PIC X(8).
               10 CE-AFTER OCCURS 3 TIMES PIC X(8).
               10 CE-ATTEND PIC X.
               10 CE-ADDED PIC 9(8).
       01  CHN-COUNT PIC 9(3) VALUE 0.
       01  CE-I PIC 9(3) VALUE 0.
       01  CN-TABLE.
           05 CN-ENTRY OCCURS 30 TIMES.
               10 CN-CHAIN PIC X(8).
               10 CN-DUE PIC X.
               10 CN-ADDED PIC 9(8).
               10 CN-TODAY PIC 9.
               10 CN-PREV-DUE PIC 9(8).
               10 CN-LAST PIC 9(8).
       01  CN-COUNT PIC 99 VALUE 0.
       01  CN-I PIC 99 VALUE 0.
       01  CN-FOUND-I PIC 99 VALUE 0.
       01  CHN-EOFSW PIC 9 VALUE 0.
       01  CHN-OVER-SW PIC 9 VALUE 0.

      *when each kind of chain fell due - today (1/0) and the last
      *due date before today
       01  DAY-PREV PIC 9(8) VALUE 0.
       01  MONTH-TODAY-SW PIC 9 VALUE 0.
       01  MONTH-PREV PIC 9(8) VALUE 0.
       01  TERM-TODAY-SW PIC 9 VALUE 0.
       01  TERM-PREV PIC 9(8) VALUE 0.
       01  DUE-ORDER PIC X(3) VALUE 'DMT'.
       01  DUE-ORDER-X REDEFINES DUE-ORDER.
           05 DUE-KIND OCCURS 3 TIMES PIC X.
       01  DUE-I PIC 9 VALUE 0.
       01  DUE-NAME PIC X(9) VALUE SPACES.

      *the steps of the chain being run, each with its predecessors
      *and whether it has run yet
       01  CS-TABLE.
           05 CS-ENTRY OCCURS 100 TIMES.
               10 CS-STEP PIC X(8).
               10 CS-AFTER OCCURS 3 TIMES PIC X(8).
               10 CS-ATTEND PIC X.
               10 CS-RUN PIC 9.
       01  CS-COUNT PIC 9(3) VALUE 0.
       01  CS-LEFT PIC 9(3) VALUE 0.
       01  CS-I PIC 9(3) VALUE 0.
       01  CS-J PIC 9(3) VALUE 0.
       01  CS-K PIC 9 VALUE 0.
       01  CS-PICK PIC 9(3) VALUE 0.
       01  CS-MET-SW PIC 9 VALUE 0.
       01  CS-READY-SW PIC 9 VALUE 0.
       01  CS-HOLD-STEP PIC X(8) VALUE SPACES.

       01  CHN-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Chain '.
           02 CG-CHAIN PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CG-DUE PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CG-NOTE PIC X(40).
           02 FILLER PIC X(11) VALUE SPACES.

       01  OVD-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Chain '.
           02 OV-CHAIN PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OV-DUE PIC X(9).
           02 FILLER PIC X(15) VALUE ' ** OVERDUE ** '.
           02 FILLER PIC X(4) VALUE 'due '.
           02 OV-DATE PIC 9(8).
           02 FILLER PIC X(10) VALUE ' last run '.
           02 OV-LAST PIC X(8).
           02 FILLER PIC X(8) VALUE SPACES.

       01  CONT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'Continuation of the '.
           02 CT-DATE PIC 9(8).
           02 FILLER PIC X(23) VALUE ' run - resumed at step '.
           02 CT-STEP PIC X(8).
           02 FILLER PIC X(19) VALUE SPACES.

       01  RSM-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Resume at '.
           02 RS-STEP PIC X(8).
           02 FILLER PIC X(10) VALUE ' refused: '.
           02 RS-FILE PIC X(13).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RS-WHY PIC X(30).
           02 FILLER PIC X(6) VALUE SPACES.

       01  LOG-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 L-STEP PIC X(8).
       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM READ-MODE-RTN THRU READ-MODE-RTN-END.
           PERFORM CHECK-RESUME-RTN THRU CHECK-RESUME-RTN-END.

      *a resumed run carries on the halted run's log; a fresh one
      *starts its own, noting any resume it was refused
           IF RESUME-SW = 1
               OPEN EXTEND LOGFILE
               MOVE WS-RUN-DATE TO CT-DATE
               MOVE FAIL-STEP TO CT-STEP
               WRITE LOG-REC FROM CONT-LINE AFTER 2
           ELSE
               OPEN OUTPUT LOGFILE
               WRITE LOG-REC FROM HEAD-LINE AFTER 1
               IF REFUSE-SW = 1
                   WRITE LOG-REC FROM RSM-LINE AFTER 1
               END-IF
           END-IF.
           IF WS-UNATTENDED = 'U'
               MOVE 'UNATTENDED' TO ML-MODE
           ELSE
           WRITE LOG-REC FROM MODE-LINE AFTER 1.
           CLOSE LOGFILE.

      *a resume past NEWPROOF would only meet its own run's verdict
           MOVE 0 TO DONE-FOUND-SW.
           IF RESUME-SW = 1
               MOVE 'NEWPROOF' TO STEP-NAME
               PERFORM FIND-DONE-RTN
           END-IF.
           IF DONE-FOUND-SW = 0
               PERFORM CHECK-PROOF-RTN THRU CHECK-PROOF-RTN-END
           END-IF.
           PERFORM CHECK-BUSDAY-RTN THRU CHECK-BUSDAY-RTN-END.
           PERFORM LOAD-CHAINS-RTN THRU LOAD-CHAINS-RTN-END.
           PERFORM LIST-OVERDUE-RTN.
           PERFORM SET-LOCK-RTN.
           PERFORM PUBLISH-MODE-RTN.

      *every master feeding a fixed table is counted against that
      *table's limit before any step loads one - a table past 80%
      *(RC 4) is reported and the night goes on; one already full
      *stops the chain before a step drops or overruns the entries
           MOVE 'TBLCAP' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           MOVE 0 TO REJ-COUNT.
           IF STEP-RC = 4
               DISPLAY 'TABLE HEADROOM UNDER 20% - SEE TBLCAPR.'
               MOVE 0 TO STEP-FAILED-SW
           END-IF.
           PERFORM NOTE-STEP-RTN.
           IF STEP-FAILED-SW = 1
               PERFORM HALT-CHAIN-RTN
           END-IF.

      *approved parameter changes due by today go into their files
      *before any step reads one - a change that cannot go in (RC 4)
      *stays pending and the night runs on the value in force
           MOVE 'PRMAPLY' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           MOVE 0 TO REJ-COUNT.
           IF STEP-RC = 4
               DISPLAY 'PARAMETER CHANGE(S) HELD PENDING - SEE PRMAPLY.'
               MOVE 0 TO STEP-FAILED-SW
           END-IF.
           PERFORM NOTE-STEP-RTN.
           IF STEP-FAILED-SW = 1
               PERFORM HALT-CHAIN-RTN
           END-IF.

      *standing orders fold into TRANS.txt before the presort so
      *they carry the same batch id as the teller work
           MOVE 'NEWSTDO' TO STEP-NAME.
               PERFORM HALT-CHAIN-RTN
           END-IF.

      *maturing time deposits credit their settlement accounts the
      *same way, ahead of anything that tests the balance
           MOVE 'TDMAT' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           MOVE 0 TO REJ-COUNT.
           PERFORM NOTE-STEP-RTN.
           IF STEP-FAILED-SW = 1
               PERFORM HALT-CHAIN-RTN
           END-IF.

      *employer payrolls load next - one funding debit and the
      *employee credits behind it, so a salary credited tonight is
      *there when the loan instalments test the balance
           MOVE 'PAYLOAD' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           MOVE 0 TO REJ-COUNT.
           PERFORM NOTE-STEP-RTN.
           IF STEP-FAILED-SW = 1
               PERFORM HALT-CHAIN-RTN
           END-IF.

      *loan instalments falling due are queued the same way, after
      *the standing orders have taken their share of the balance
           MOVE 'LOANDUE' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           MOVE 0 TO REJ-COUNT.
           PERFORM NOTE-STEP-RTN.
           IF STEP-FAILED-SW = 1
               PERFORM HALT-CHAIN-RTN
           END-IF.

           MOVE 'NEWPRE' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           PERFORM COUNT-TRANS-REJECTS-RTN THRU
               PERFORM HALT-CHAIN-RTN
           END-IF.

      *the foreign-currency balances SW2 left on NEWBAL.TXT are
      *revalued at tonight's rates before GLPOST picks up the lines
           MOVE 'FXREVAL' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           MOVE 0 TO REJ-COUNT.
           PERFORM NOTE-STEP-RTN.
           IF STEP-FAILED-SW = 1
               PERFORM HALT-CHAIN-RTN
           END-IF.

      *tonight's archived history is scanned for AML patterns - a
      *scan refused for size (RC 8) is compliance's problem, not a
      *reason to stop the branch streams
           MOVE 'AMLSCAN' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           MOVE 0 TO REJ-COUNT.
           IF STEP-RC = 8
               DISPLAY 'AML SCAN INCOMPLETE - TELL COMPLIANCE.'
               MOVE 0 TO STEP-FAILED-SW
           END-IF.
           PERFORM NOTE-STEP-RTN.
           IF STEP-FAILED-SW = 1
               PERFORM HALT-CHAIN-RTN
           END-IF.

           MOVE 'HWPRE' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           PERFORM COUNT-TRANSV-REJECTS-RTN THRU
               PERFORM HALT-CHAIN-RTN
           END-IF.

      *the counter work HW1 booked for accounts domiciled at other
      *branches is settled between the branches
           MOVE 'IBSETL' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           MOVE 0 TO REJ-COUNT.
           PERFORM NOTE-STEP-RTN.
           IF STEP-FAILED-SW = 1
               PERFORM HALT-CHAIN-RTN
           END-IF.

           MOVE 'QCODE' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           MOVE 0 TO REJ-COUNT.
               PERFORM HALT-CHAIN-RTN
           END-IF.

      *the day's bills payments go out to the billers once the
      *posting run is through - a bills ledger that does not tie to
      *the GL (RC 8) remits nothing and waits for the next night,
      *but the rest of the window still closes
           MOVE 'BILLREM' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           MOVE 0 TO REJ-COUNT.
           IF STEP-RC = 8
               DISPLAY 'BILLS REMITTANCE HELD - LEDGER DOES NOT TIE '
                   'TO GL.'
               MOVE 0 TO STEP-FAILED-SW
           END-IF.
           PERFORM NOTE-STEP-RTN.
           IF STEP-FAILED-SW = 1
               PERFORM HALT-CHAIN-RTN
           END-IF.

      *the orphans across the subsystems are swept and counted for
      *the recount's verdict - the sweep reports, it never stops
           MOVE 'INTGCHK' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           MOVE 0 TO REJ-COUNT.
           PERFORM NOTE-STEP-RTN.
           IF STEP-FAILED-SW = 1
               PERFORM HALT-CHAIN-RTN
           END-IF.

      *the control-total recount closes the window - a data file
      *that no longer matches its writer's totals halts right here,
      *while a rising orphan count (RC 4) is a warning for the day
           MOVE 'CTLVRFY' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           MOVE 0 TO REJ-COUNT.
           IF STEP-RC = 4
               DISPLAY 'ORPHAN COUNTS RISING - SEE CTLVRFYR.'
               MOVE 0 TO STEP-FAILED-SW
           END-IF.
           PERFORM NOTE-STEP-RTN.
           IF STEP-FAILED-SW = 1
               PERFORM HALT-CHAIN-RTN
           END-IF.

      *every ledger line the night wrote goes into the double-entry
      *journal last - a day that will not balance stops the chain
      *with nothing journaled, and the feed waits for the mapping
           MOVE 'GLPOST' TO STEP-NAME.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END.
           MOVE 0 TO REJ-COUNT.
           PERFORM NOTE-STEP-RTN.
           IF STEP-FAILED-SW = 1
               PERFORM HALT-CHAIN-RTN
           END-IF.

      *the calendar's chains run on the journaled night - daily,
      *then month-end, then term-end, each chain due today once
           PERFORM VARYING DUE-I FROM 1 BY 1 UNTIL DUE-I > 3
               PERFORM VARYING CN-I FROM 1 BY 1 UNTIL CN-I > CN-COUNT
                   IF CN-DUE(CN-I) = DUE-KIND(DUE-I)
                      AND CN-TODAY(CN-I) = 1
                       PERFORM RUN-CHAIN-RTN THRU RUN-CHAIN-RTN-END
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM CLEAR-LOCK-RTN.
           PERFORM RETIRE-MODE-RTN.
           DISPLAY 'NIGHTLY CHAIN COMPLETE - SEE BATCHLOG.TXT.'.
      *the window is open - ACCTMAST and its friends must not move
      *under the posting chain's feet until this clears
       SET-LOCK-RTN.
           OPEN OUTPUT LOCKFILE.
           MOVE 'OPEN' TO LCK-STATE.
           MOVE WS-RUN-DATE TO LCK-DATE.
       CHECK-PROOF-RTN-END.
           EXIT.

      *no posting run on a day the bank is closed - every item would
      *carry a date with no business on it. a supervisor may still
      *release the chain (a catch-up after a suspension, say); the
      *unattended night has nobody to ask, so it stops
       CHECK-BUSDAY-RTN.
           PERFORM LOAD-CALENDAR-RTN THRU LOAD-CALENDAR-RTN-END.
           MOVE WS-RUN-DATE TO BD-DATE.
           PERFORM BUSDAY-TEST-RTN.
           IF BD-SW = 1
               GO TO CHECK-BUSDAY-RTN-END
           END-IF.

           MOVE WS-RUN-DATE TO CL-DATE.
           MOVE 'WEEKEND' TO CL-REASON.
           PERFORM VARYING HOL-I FROM 1 BY 1 UNTIL HOL-I > HOL-COUNT
               IF HOLT-DATE(HOL-I) = WS-RUN-DATE
                   EVALUATE HOLT-TYPE(HOL-I)
                       WHEN 'R'
                           MOVE 'REGULAR HOLIDAY' TO CL-REASON
                       WHEN 'S'
                           MOVE 'SPECIAL NON-WORKING' TO CL-REASON
                       WHEN OTHER
                           MOVE 'WORK SUSPENDED' TO CL-REASON
                   END-EVALUATE
               END-IF
           END-PERFORM.
           DISPLAY '*** RUN DATE ' WS-RUN-DATE
               ' IS NOT A BUSINESS DAY (' CL-REASON ') ***'.

           IF WS-UNATTENDED = 'U'
               MOVE 'REFUSED - UNATTENDED' TO CL-NOTE
               PERFORM NOTE-CALENDAR-RTN
               DISPLAY 'UNATTENDED CHAIN NOT RELEASED.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-SUPERVISOR-RTN THRU CHECK-SUPERVISOR-RTN-END.
           IF SUP-LEVEL < 2
               DISPLAY 'SUPERVISOR LEVEL REQUIRED - CHAIN NOT RELEASED.'
               PERFORM NOTE-DENIAL-RTN
               MOVE SPACES TO CL-NOTE
               STRING 'REFUSED - ' SUP-ID ' NOT SUPERVISOR'
                   DELIMITED BY SIZE INTO CL-NOTE
               END-STRING
               PERFORM NOTE-CALENDAR-RTN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO CL-NOTE.
           STRING 'RELEASED BY SUPERVISOR ' SUP-ID
               DELIMITED BY SIZE INTO CL-NOTE
           END-STRING.
           PERFORM NOTE-CALENDAR-RTN.
           DISPLAY 'OVERRIDE TAKEN BY ' SUP-ID ' - CHAIN RELEASED.'.
       CHECK-BUSDAY-RTN-END.
           EXIT.

       NOTE-CALENDAR-RTN.
           OPEN EXTEND LOGFILE.
           WRITE LOG-REC FROM CAL-LINE AFTER 1.
           CLOSE LOGFILE.

      *who is releasing the chain, and are they a supervisor? no
      *master on hand means nobody can prove the level
       CHECK-SUPERVISOR-RTN.
           MOVE 0 TO SUP-LEVEL.
           DISPLAY 'SUPERVISOR ID: '.
           ACCEPT SUP-ID.

           OPEN INPUT OPERMASTFILE.
           IF WS-FS-OPM NOT = '00'
               GO TO CHECK-SUPERVISOR-RTN-END
           END-IF.

           MOVE 0 TO SUP-EOFSW.
           PERFORM UNTIL SUP-EOFSW = 1
               READ OPERMASTFILE
                   AT END MOVE 1 TO SUP-EOFSW
               END-READ
               IF SUP-EOFSW = 0 AND OPM-ID = SUP-ID
                   IF OPM-LEVEL IS NUMERIC
                       MOVE OPM-LEVEL TO SUP-LEVEL
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE OPERMASTFILE.
       CHECK-SUPERVISOR-RTN-END.
           EXIT.

       NOTE-DENIAL-RTN.
           OPEN EXTEND SECLOGFILE.
           MOVE 'BATCHDRV' TO SC-PROGRAM.
           MOVE SUP-ID TO SC-OPER.
           MOVE 'NON-BUSINESS RUN' TO SC-ACTION.
           MOVE WS-RUN-DATE TO SC-DATE.
           ACCEPT SC-TIME FROM TIME.
           WRITE SEC-REC.
           CLOSE SECLOGFILE.

      *one step - call it, time it, take its return code
       RUN-STEP-RTN.
           MOVE 0 TO STEP-FAILED-SW.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO SKIP-SW.
           ACCEPT STEP-START FROM TIME.
           IF RESUME-SW = 1
               PERFORM FIND-DONE-RTN
               IF DONE-FOUND-SW = 1
                   MOVE 1 TO SKIP-SW
                   MOVE 0 TO STEP-RC
                   ACCEPT STEP-END FROM TIME
                   DISPLAY 'STEP ' STEP-NAME ' DONE EARLIER - SKIPPED.'
                   GO TO RUN-STEP-RTN-END
               END-IF
           END-IF.
           DISPLAY 'STEP ' STEP-NAME ' STARTING.'.

           CALL STEP-NAME
                   DISPLAY 'STEP ' STEP-NAME ' COULD NOT BE LOADED.'
                   MOVE 1 TO STEP-FAILED-SW
           END-CALL.
           CANCEL STEP-NAME.

           ACCEPT STEP-END FROM TIME.
           MOVE RETURN-CODE TO STEP-RC.
           ELSE
               MOVE 'OK' TO L-NOTE
           END-IF.
           IF SKIP-SW = 1
               MOVE 'DONE EARLIER' TO L-NOTE
           END-IF.
           OPEN EXTEND LOGFILE.
           WRITE LOG-REC FROM LOG-LINE AFTER 1.
           CLOSE LOGFILE.
           IF SKIP-SW = 0
               PERFORM NOTE-TIMING-RTN THRU NOTE-TIMING-RTN-END
           END-IF.

      *what is this step's normal duration? the average of every
      *run on the history file, taken before tonight's is added

           MOVE 0 TO HIS-SUM HIS-RUNS HIS-NORM.
           OPEN INPUT HISFILE.
           IF WS-FS-HIS = '00' OR WS-FS-HIS = '05'
               MOVE 0 TO HIS-EOFSW
               PERFORM UNTIL HIS-EOFSW = 1
                   READ HISFILE
               CLOSE LOGFILE
           END-IF.

           PERFORM FINGERPRINT-RTN.
           OPEN EXTEND HISFILE.
           MOVE STEP-NAME TO BH-STEP.
           MOVE WS-RUN-DATE TO BH-DATE.
           MOVE STEP-SECS TO BH-SECS.
           IF STEP-FAILED-SW = 1
               MOVE 'F' TO BH-STATE
           ELSE
               MOVE 'C' TO BH-STATE
           END-IF.
           MOVE FP-TABLE TO BH-FP-AREA.
           WRITE HIS-REC.
           CLOSE HISFILE.
       NOTE-TIMING-RTN-END.
      *exists to prevent
       HALT-CHAIN-RTN.
           DISPLAY '*** CHAIN HALTED AT STEP ' STEP-NAME ' ***'.
           DISPLAY 'FIX THE STEP AND RERUN - THE CHAIN WILL OFFER TO '
               'RESUME HERE.'.
           PERFORM CLEAR-LOCK-RTN.
           PERFORM RETIRE-MODE-RTN.
           MOVE 16 TO RETURN-CODE.
           CLOSE VREJFILE.
       COUNT-TRANSV-REJECTS-RTN-END.
           EXIT.

      *the bank calendar held whole for the business-day test
       LOAD-CALENDAR-RTN.
           MOVE 0 TO HOL-COUNT.
           OPEN INPUT HOLFILE.
           IF WS-FS-HOL NOT = '00'
               GO TO LOAD-CALENDAR-RTN-END
           END-IF.

           MOVE 0 TO HOL-EOFSW.
           PERFORM UNTIL HOL-EOFSW = 1 OR HOL-COUNT = 400
               READ HOLFILE
                   AT END MOVE 1 TO HOL-EOFSW
               END-READ
               IF HOL-EOFSW = 0
                   ADD 1 TO HOL-COUNT
                   MOVE HL-DATE TO HOLT-DATE(HOL-COUNT)
                   MOVE HL-TYPE TO HOLT-TYPE(HOL-COUNT)
               END-IF
           END-PERFORM.

           CLOSE HOLFILE.
       LOAD-CALENDAR-RTN-END.
           EXIT.

      *BD-SW 1 when BD-DATE is a business day - the day number's
      *remainder by 7 is 0 on a saturday and 1 on a sunday
       BUSDAY-TEST-RTN.
           MOVE 1 TO BD-SW.
           MOVE BD-DATE TO DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           DIVIDE DN-RESULT BY 7 GIVING BD-Q REMAINDER BD-WEEKDAY.
           IF BD-WEEKDAY < 2
               MOVE 0 TO BD-SW
           END-IF.
           PERFORM VARYING HOL-I FROM 1 BY 1
                   UNTIL HOL-I > HOL-COUNT OR BD-SW = 0
               IF HOLT-DATE(HOL-I) = BD-DATE
                   MOVE 0 TO BD-SW
               END-IF
           END-PERFORM.

      *BD-DATE moved to the first business day on or after it - the
      *guard stops a calendar that never opens from looping
       NEXT-BUSDAY-RTN.
           MOVE 0 TO BD-GUARD.
           PERFORM BUSDAY-TEST-RTN.
           PERFORM UNTIL BD-SW = 1 OR BD-GUARD = 60
               PERFORM BD-MONTH-MAX-RTN
               ADD 1 TO BD-DD
               IF BD-DD > BD-MO-MAX
                   MOVE 1 TO BD-DD
                   ADD 1 TO BD-MM
                   IF BD-MM > 12
                       MOVE 1 TO BD-MM
                       ADD 1 TO BD-YYYY
                   END-IF
               END-IF
               ADD 1 TO BD-GUARD
               PERFORM BUSDAY-TEST-RTN
           END-PERFORM.

      *BD-DATE moved back to the last business day on or before it
       PREV-BUSDAY-RTN.
           MOVE 0 TO BD-GUARD.
           PERFORM BUSDAY-TEST-RTN.
           PERFORM UNTIL BD-SW = 1 OR BD-GUARD = 60
               PERFORM BACK-ONE-DAY-RTN
               ADD 1 TO BD-GUARD
               PERFORM BUSDAY-TEST-RTN
           END-PERFORM.

       BACK-ONE-DAY-RTN.
           IF BD-DD > 1
               SUBTRACT 1 FROM BD-DD
           ELSE
               SUBTRACT 1 FROM BD-MM
               IF BD-MM = 0
                   MOVE 12 TO BD-MM
                   SUBTRACT 1 FROM BD-YYYY
               END-IF
               PERFORM BD-MONTH-MAX-RTN
               MOVE BD-MO-MAX TO BD-DD
           END-IF.

      *February runs to 29 in a leap year - divisible by 4, except
      *centuries, except every fourth century
       BD-MONTH-MAX-RTN.
           MOVE BD-MO-DAYS(BD-MM) TO BD-MO-MAX.
           IF BD-MM = 2
               DIVIDE BD-YYYY BY 4 GIVING BD-Q REMAINDER BD-REM
               IF BD-REM = 0
                   MOVE 29 TO BD-MO-MAX
                   DIVIDE BD-YYYY BY 100 GIVING BD-Q
                       REMAINDER BD-REM
                   IF BD-REM = 0
                       DIVIDE BD-YYYY BY 400 GIVING BD-Q
                           REMAINDER BD-REM
                       IF BD-REM NOT = 0
                           MOVE 28 TO BD-MO-MAX
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *days since 0000-03-01 style epoch - 365 a year plus the leap
      *days before this date, plus the days into the year
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

      *did today's chain halt? the history is read in the order it
      *was written - a TBLCAP line opens a run from the top, each C
      *line adds a finished step and its files, and an F line last
      *is a halt that may be resumed
       CHECK-RESUME-RTN.
           MOVE 0 TO RESUME-SW REFUSE-SW DONE-COUNT FAIL-FOUND-SW.
           OPEN INPUT HISFILE.
           IF WS-FS-HIS NOT = '00' AND WS-FS-HIS NOT = '05'
               GO TO CHECK-RESUME-RTN-END
           END-IF.

           MOVE 0 TO HIS-EOFSW.
           PERFORM UNTIL HIS-EOFSW = 1
               READ HISFILE
                   AT END MOVE 1 TO HIS-EOFSW
               END-READ
               IF HIS-EOFSW = 0 AND BH-DATE = WS-RUN-DATE
                   IF BH-STEP = 'TBLCAP'
                       MOVE 0 TO DONE-COUNT
                   END-IF
                   IF BH-STATE = 'C'
                       IF DONE-COUNT < 60
                           ADD 1 TO DONE-COUNT
                           MOVE BH-STEP TO DONE-STEP(DONE-COUNT)
                       END-IF
                       MOVE BH-FP-AREA TO CKPT-FP-TABLE
                       MOVE 0 TO FAIL-FOUND-SW
                   END-IF
                   IF BH-STATE = 'F'
                       MOVE BH-STEP TO FAIL-STEP
                       MOVE BH-FP-AREA TO FAIL-FP-TABLE
                       MOVE 1 TO FAIL-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HISFILE.

           IF FAIL-FOUND-SW = 0 OR DONE-COUNT = 0
               GO TO CHECK-RESUME-RTN-END
           END-IF.

           DISPLAY '*** TODAY''S CHAIN HALTED AT STEP ' FAIL-STEP
               ' - ' DONE-COUNT ' STEP(S) ALREADY DONE ***'.
           PERFORM FINGERPRINT-RTN.
           PERFORM VERIFY-RESUME-RTN THRU VERIFY-RESUME-RTN-END.

      *nothing may be skipped on a changed file - the chain has to
      *run whole, and only someone at the console can agree to that
           IF REFUSE-SW = 1
               MOVE FAIL-STEP TO RS-STEP
               DISPLAY 'RESUME REFUSED - ' RS-FILE ' ' RS-WHY '.'
               IF WS-UNATTENDED = 'U'
                   DISPLAY 'UNATTENDED CHAIN NOT RELEASED.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'RUN THE WHOLE CHAIN FROM THE TOP? (Y/N): '
               ACCEPT RESUME-ANS
               IF RESUME-ANS NOT = 'Y' AND RESUME-ANS NOT = 'y'
                   DISPLAY 'CHAIN NOT RELEASED.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               GO TO CHECK-RESUME-RTN-END
           END-IF.

      *the files check out - the unattended night takes the resume,
      *which reruns nothing already done
           IF WS-UNATTENDED = 'U'
               MOVE 1 TO RESUME-SW
           ELSE
               DISPLAY 'RESUME AT STEP ' FAIL-STEP '? (Y/N): '
               ACCEPT RESUME-ANS
               IF RESUME-ANS = 'Y' OR RESUME-ANS = 'y'
                   MOVE 1 TO RESUME-SW
               END-IF
           END-IF.
           IF RESUME-SW = 1
               DISPLAY 'RESUMING AT STEP ' FAIL-STEP '.'
           ELSE
               DISPLAY 'RUNNING THE WHOLE CHAIN FROM THE TOP.'
           END-IF.
       CHECK-RESUME-RTN-END.
           EXIT.

      *every hand-off file must be as the failure left it, and every
      *file a finished step wrote must be as the last finished step
      *left it - the failed step may not have half-written one
       VERIFY-RESUME-RTN.
           MOVE 0 TO REFUSE-SW.
           PERFORM VARYING FP-I FROM 1 BY 1
                   UNTIL FP-I > 8 OR REFUSE-SW = 1
               IF FP-COUNT(FP-I) NOT = FL-COUNT(FP-I)
                  OR FP-HASH(FP-I) NOT = FL-HASH(FP-I)
                   MOVE 1 TO REFUSE-SW
                   MOVE FP-NAME(FP-I) TO RS-FILE
                   MOVE 'MODIFIED SINCE THE FAILURE' TO RS-WHY
               END-IF
           END-PERFORM.
           IF REFUSE-SW = 1
               GO TO VERIFY-RESUME-RTN-END
           END-IF.

           PERFORM VARYING DONE-I FROM 1 BY 1
                   UNTIL DONE-I > DONE-COUNT OR REFUSE-SW = 1
               PERFORM VARYING CH-I FROM 1 BY 1 UNTIL CH-I > 20
                   IF CH-STEP(CH-I) = DONE-STEP(DONE-I)
                       PERFORM VARYING FP-I FROM 1 BY 1
                               UNTIL FP-I > 8 OR REFUSE-SW = 1
                           IF CH-WRITES(CH-I, FP-I) = '1'
                              AND (FP-COUNT(FP-I) NOT = CK-COUNT(FP-I)
                               OR FP-HASH(FP-I) NOT = CK-HASH(FP-I))
                               MOVE 1 TO REFUSE-SW
                               MOVE FP-NAME(FP-I) TO RS-FILE
                               MOVE SPACES TO RS-WHY
                               STRING 'NOT AS ' DONE-STEP(DONE-I)
                                   ' LEFT IT' DELIMITED BY SIZE
                                   INTO RS-WHY
                               END-STRING
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.
       VERIFY-RESUME-RTN-END.
           EXIT.

      *is STEP-NAME one the halted run already finished?
       FIND-DONE-RTN.
           MOVE 0 TO DONE-FOUND-SW.
           PERFORM VARYING DONE-I FROM 1 BY 1 UNTIL DONE-I > DONE-COUNT
               IF DONE-STEP(DONE-I) = STEP-NAME
                   MOVE 1 TO DONE-FOUND-SW
               END-IF
           END-PERFORM.

      *a record count and hash total for each hand-off file, in
      *FP-NAME order - a file not on hand counts as empty
       FINGERPRINT-RTN.
           MOVE 1 TO FP-I.
           MOVE 0 TO FP-COUNT(FP-I) FP-HASH(FP-I).
           OPEN INPUT FPACCTFILE.
           IF WS-FS-FPA = '00'
               MOVE 0 TO FP-EOFSW
               PERFORM UNTIL FP-EOFSW = 1
                   READ FPACCTFILE
                       AT END MOVE 1 TO FP-EOFSW
                   END-READ
                   IF FP-EOFSW = 0
                       ADD 1 TO FP-COUNT(FP-I)
                       ADD FPA-OPENED TO FP-HASH(FP-I)
                   END-IF
               END-PERFORM
               CLOSE FPACCTFILE
           END-IF.

           MOVE 2 TO FP-I.
           MOVE 0 TO FP-COUNT(FP-I) FP-HASH(FP-I).
           OPEN INPUT OKFILE.
           IF WS-FS-OK = '00'
               MOVE 0 TO FP-EOFSW
               PERFORM UNTIL FP-EOFSW = 1
                   READ OKFILE
                       AT END MOVE 1 TO FP-EOFSW
                   END-READ
                   IF FP-EOFSW = 0
                       ADD 1 TO FP-COUNT(FP-I)
                       ADD OKV-TAMT TO FP-HASH(FP-I)
                   END-IF
               END-PERFORM
               CLOSE OKFILE
           END-IF.

           MOVE 3 TO FP-I.
           MOVE 0 TO FP-COUNT(FP-I) FP-HASH(FP-I).
           OPEN INPUT FPGLFILE.
           IF WS-FS-FPG = '00'
               MOVE 0 TO FP-EOFSW
               PERFORM UNTIL FP-EOFSW = 1
                   READ FPGLFILE
                       AT END MOVE 1 TO FP-EOFSW
                   END-READ
                   IF FP-EOFSW = 0
                       ADD 1 TO FP-COUNT(FP-I)
                       ADD FPG-AMT TO FP-HASH(FP-I)
                   END-IF
               END-PERFORM
               CLOSE FPGLFILE
           END-IF.

           MOVE 4 TO FP-I.
           MOVE 0 TO FP-COUNT(FP-I) FP-HASH(FP-I).
           OPEN INPUT FPBALFILE.
           IF WS-FS-FPB = '00'
               MOVE 0 TO FP-EOFSW
               PERFORM UNTIL FP-EOFSW = 1
                   READ FPBALFILE
                       AT END MOVE 1 TO FP-EOFSW
                   END-READ
                   IF FP-EOFSW = 0
                       ADD 1 TO FP-COUNT(FP-I)
                       ADD FPB-AMT TO FP-HASH(FP-I)
                   END-IF
               END-PERFORM
               CLOSE FPBALFILE
           END-IF.

           MOVE 5 TO FP-I.
           MOVE 0 TO FP-COUNT(FP-I) FP-HASH(FP-I).
           OPEN INPUT FPHISTFILE.
           IF WS-FS-FPH = '00'
               MOVE 0 TO FP-EOFSW
               PERFORM UNTIL FP-EOFSW = 1
                   READ FPHISTFILE
                       AT END MOVE 1 TO FP-EOFSW
                   END-READ
                   IF FP-EOFSW = 0
                       ADD 1 TO FP-COUNT(FP-I)
                       ADD FPH-AMT TO FP-HASH(FP-I)
                   END-IF
               END-PERFORM
               CLOSE FPHISTFILE
           END-IF.

           MOVE 6 TO FP-I.
           MOVE 0 TO FP-COUNT(FP-I) FP-HASH(FP-I).
           OPEN INPUT FPBILLFILE.
           IF WS-FS-FPL = '00'
               MOVE 0 TO FP-EOFSW
               PERFORM UNTIL FP-EOFSW = 1
                   READ FPBILLFILE
                       AT END MOVE 1 TO FP-EOFSW
                   END-READ
                   IF FP-EOFSW = 0
                       ADD 1 TO FP-COUNT(FP-I)
                       ADD FPL-AMT TO FP-HASH(FP-I)
                   END-IF
               END-PERFORM
               CLOSE FPBILLFILE
           END-IF.

           MOVE 7 TO FP-I.
           MOVE 0 TO FP-COUNT(FP-I) FP-HASH(FP-I).
           OPEN INPUT VOKFILE.
           IF WS-FS-VOK = '00'
               MOVE 0 TO FP-EOFSW
               PERFORM UNTIL FP-EOFSW = 1
                   READ VOKFILE
                       AT END MOVE 1 TO FP-EOFSW
                   END-READ
                   IF FP-EOFSW = 0
                       ADD 1 TO FP-COUNT(FP-I)
                       ADD VOKV-TAMT TO FP-HASH(FP-I)
                   END-IF
               END-PERFORM
               CLOSE VOKFILE
           END-IF.

           MOVE 8 TO FP-I.
           MOVE 0 TO FP-COUNT(FP-I) FP-HASH(FP-I).
           OPEN INPUT FPHWBFILE.
           IF WS-FS-FPW = '00'
               MOVE 0 TO FP-EOFSW
               PERFORM UNTIL FP-EOFSW = 1
                   READ FPHWBFILE
                       AT END MOVE 1 TO FP-EOFSW
                   END-READ
                   IF FP-EOFSW = 0
                       ADD 1 TO FP-COUNT(FP-I)
                       ADD FPW-AMT TO FP-HASH(FP-I)
                   END-IF
               END-PERFORM
               CLOSE FPHWBFILE
           END-IF.

      *the job chains held whole, each chain listed once with the
      *earliest date any of its steps was added, when it falls due
      *and the last day it finished - a chain master past its table
      *runs no chain tonight rather than half of one
       LOAD-CHAINS-RTN.
           MOVE 0 TO CHN-COUNT CN-COUNT CHN-OVER-SW.
           OPEN INPUT CHNFILE.
           IF WS-FS-CHN NOT = '00'
               GO TO LOAD-CHAINS-RTN-END
           END-IF.

           MOVE 0 TO CHN-EOFSW.
           PERFORM UNTIL CHN-EOFSW = 1
               READ CHNFILE
                   AT END MOVE 1 TO CHN-EOFSW
               END-READ
               IF CHN-EOFSW = 0
                   IF CHN-COUNT = 100
                       MOVE 1 TO CHN-OVER-SW
                       MOVE 1 TO CHN-EOFSW
                   ELSE
                       ADD 1 TO CHN-COUNT
                       MOVE CHN-REC TO CHN-ENTRY(CHN-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CHNFILE.

           IF CHN-OVER-SW = 1
               DISPLAY '*** CHAINMST.TXT EXCEEDS 100 STEPS - NO JOB '
                   'CHAIN RUNS TONIGHT ***'
               MOVE 'CHAINMST' TO CG-CHAIN
               MOVE SPACES TO CG-DUE
               MOVE 'OVER 100 STEPS - NO CHAIN RUN' TO CG-NOTE
               PERFORM NOTE-CHAIN-RTN
               MOVE 0 TO CHN-COUNT
               GO TO LOAD-CHAINS-RTN-END
           END-IF.

           PERFORM VARYING CE-I FROM 1 BY 1 UNTIL CE-I > CHN-COUNT
               MOVE 0 TO CN-FOUND-I
               PERFORM VARYING CN-I FROM 1 BY 1 UNTIL CN-I > CN-COUNT
                   IF CN-CHAIN(CN-I) = CE-CHAIN(CE-I)
                       MOVE CN-I TO CN-FOUND-I
                   END-IF
               END-PERFORM
               IF CN-FOUND-I > 0
                   IF CE-ADDED(CE-I) < CN-ADDED(CN-FOUND-I)
                       MOVE CE-ADDED(CE-I) TO CN-ADDED(CN-FOUND-I)
                   END-IF
               ELSE
                   IF CN-COUNT = 30
                       DISPLAY '*** MORE THAN 30 JOB CHAINS - CHAIN '
                           CE-CHAIN(CE-I) ' NOT RUN ***'
                   ELSE
                       ADD 1 TO CN-COUNT
                       MOVE CE-CHAIN(CE-I) TO CN-CHAIN(CN-COUNT)
                       MOVE CE-DUE(CE-I) TO CN-DUE(CN-COUNT)
                       MOVE CE-ADDED(CE-I) TO CN-ADDED(CN-COUNT)
                       MOVE 0 TO CN-TODAY(CN-COUNT)
                       MOVE 0 TO CN-PREV-DUE(CN-COUNT)
                       MOVE 0 TO CN-LAST(CN-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM DUE-DATES-RTN.
           PERFORM VARYING CN-I FROM 1 BY 1 UNTIL CN-I > CN-COUNT
               EVALUATE CN-DUE(CN-I)
                   WHEN 'D'
                       MOVE 1 TO CN-TODAY(CN-I)
                       MOVE DAY-PREV TO CN-PREV-DUE(CN-I)
                   WHEN 'M'
                       MOVE MONTH-TODAY-SW TO CN-TODAY(CN-I)
                       MOVE MONTH-PREV TO CN-PREV-DUE(CN-I)
                   WHEN 'T'
                       MOVE TERM-TODAY-SW TO CN-TODAY(CN-I)
                       MOVE TERM-PREV TO CN-PREV-DUE(CN-I)
                   WHEN OTHER
                       DISPLAY '*** CHAIN ' CN-CHAIN(CN-I)
                           ' HAS NO KNOWN DUE CODE - NOT RUN ***'
               END-EVALUATE
           END-PERFORM.

           OPEN INPUT CRUNFILE.
           IF WS-FS-CRN NOT = '00' AND WS-FS-CRN NOT = '05'
               GO TO LOAD-CHAINS-RTN-END
           END-IF.
           MOVE 0 TO CHN-EOFSW.
           PERFORM UNTIL CHN-EOFSW = 1
               READ CRUNFILE
                   AT END MOVE 1 TO CHN-EOFSW
               END-READ
               IF CHN-EOFSW = 0
                   PERFORM VARYING CN-I FROM 1 BY 1
                           UNTIL CN-I > CN-COUNT
                       IF CN-CHAIN(CN-I) = CR-CHAIN
                          AND CR-DATE > CN-LAST(CN-I)
                           MOVE CR-DATE TO CN-LAST(CN-I)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE CRUNFILE.
       LOAD-CHAINS-RTN-END.
           EXIT.

      *a daily chain last fell due on the previous business day; a
      *month-end chain on the last business day of this month, or
      *of last month if that is today or still ahead; a term-end
      *chain on the latest term close, rolled to a business day,
      *before today
       DUE-DATES-RTN.
           MOVE WS-RUN-DATE TO BD-DATE.
           PERFORM BACK-ONE-DAY-RTN.
           PERFORM PREV-BUSDAY-RTN.
           MOVE BD-DATE TO DAY-PREV.

           MOVE 0 TO MONTH-TODAY-SW.
           MOVE WS-RUN-DATE TO BD-DATE.
           PERFORM BD-MONTH-MAX-RTN.
           MOVE BD-MO-MAX TO BD-DD.
           PERFORM PREV-BUSDAY-RTN.
           IF BD-DATE = WS-RUN-DATE
               MOVE 1 TO MONTH-TODAY-SW
           END-IF.
           IF BD-DATE < WS-RUN-DATE
               MOVE BD-DATE TO MONTH-PREV
           ELSE
               MOVE WS-RUN-DATE TO BD-DATE
               MOVE 1 TO BD-DD
               PERFORM BACK-ONE-DAY-RTN
               PERFORM PREV-BUSDAY-RTN
               MOVE BD-DATE TO MONTH-PREV
           END-IF.

           MOVE 0 TO TERM-TODAY-SW TERM-PREV.
           OPEN INPUT TERMFILE.
           IF WS-FS-TRM = '00'
               MOVE 0 TO CHN-EOFSW
               PERFORM UNTIL CHN-EOFSW = 1
                   READ TERMFILE
                       AT END MOVE 1 TO CHN-EOFSW
                   END-READ
                   IF CHN-EOFSW = 0
                       MOVE TC-CLOSE TO BD-DATE
                       PERFORM NEXT-BUSDAY-RTN
                       IF BD-DATE = WS-RUN-DATE
                           MOVE 1 TO TERM-TODAY-SW
                       END-IF
                       IF BD-DATE < WS-RUN-DATE AND BD-DATE > TERM-PREV
                           MOVE BD-DATE TO TERM-PREV
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TERMFILE
           END-IF.

      *a chain whose last due date went by with no finished run is
      *named on the console and the log before tonight's work starts
       LIST-OVERDUE-RTN.
           PERFORM VARYING CN-I FROM 1 BY 1 UNTIL CN-I > CN-COUNT
               IF CN-PREV-DUE(CN-I) > 0
                  AND CN-PREV-DUE(CN-I) >= CN-ADDED(CN-I)
                  AND CN-LAST(CN-I) < CN-PREV-DUE(CN-I)
                   PERFORM DUE-NAME-RTN
                   DISPLAY '** CHAIN ' CN-CHAIN(CN-I) ' (' DUE-NAME
                       ') OVERDUE - DUE ' CN-PREV-DUE(CN-I)
                       ' AND NOT RUN **'
                   MOVE CN-CHAIN(CN-I) TO OV-CHAIN
                   MOVE DUE-NAME TO OV-DUE
                   MOVE CN-PREV-DUE(CN-I) TO OV-DATE
                   IF CN-LAST(CN-I) = 0
                       MOVE 'NEVER' TO OV-LAST
                   ELSE
                       MOVE CN-LAST(CN-I) TO OV-LAST
                   END-IF
                   OPEN EXTEND LOGFILE
                   WRITE LOG-REC FROM OVD-LINE AFTER 1
                   CLOSE LOGFILE
               END-IF
           END-PERFORM.

      *one chain due today - its steps run as each one's predecessors
      *finish, first on file first among the ready; a step that asks
      *the operator holds the whole chain on an unattended night
       RUN-CHAIN-RTN.
           PERFORM DUE-NAME-RTN.
           MOVE CN-CHAIN(CN-I) TO CG-CHAIN.
           MOVE DUE-NAME TO CG-DUE.
           IF CN-LAST(CN-I) = WS-RUN-DATE
               DISPLAY 'CHAIN ' CN-CHAIN(CN-I)
                   ' ALREADY RUN TODAY - SKIPPED.'
               MOVE 'ALREADY RUN TODAY - SKIPPED' TO CG-NOTE
               PERFORM NOTE-CHAIN-RTN
               GO TO RUN-CHAIN-RTN-END
           END-IF.

           MOVE 0 TO CS-COUNT.
           MOVE SPACES TO CS-HOLD-STEP.
           PERFORM VARYING CE-I FROM 1 BY 1 UNTIL CE-I > CHN-COUNT
               IF CE-CHAIN(CE-I) = CN-CHAIN(CN-I)
                   ADD 1 TO CS-COUNT
                   MOVE CE-STEP(CE-I) TO CS-STEP(CS-COUNT)
                   MOVE CE-AFTER(CE-I, 1) TO CS-AFTER(CS-COUNT, 1)
                   MOVE CE-AFTER(CE-I, 2) TO CS-AFTER(CS-COUNT, 2)
                   MOVE CE-AFTER(CE-I, 3) TO CS-AFTER(CS-COUNT, 3)
                   MOVE CE-ATTEND(CE-I) TO CS-ATTEND(CS-COUNT)
                   MOVE 0 TO CS-RUN(CS-COUNT)
                   IF CE-ATTEND(CE-I) = 'Y' AND CS-HOLD-STEP = SPACES
                       MOVE CE-STEP(CE-I) TO CS-HOLD-STEP
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-UNATTENDED = 'U' AND CS-HOLD-STEP NOT = SPACES
               DISPLAY '** CHAIN ' CN-CHAIN(CN-I) ' HELD - STEP '
                   CS-HOLD-STEP ' NEEDS AN OPERATOR **'
               MOVE SPACES TO CG-NOTE
               STRING 'HELD - ' CS-HOLD-STEP ' NEEDS AN OPERATOR'
                   DELIMITED BY SIZE INTO CG-NOTE
               END-STRING
               PERFORM NOTE-CHAIN-RTN
               GO TO RUN-CHAIN-RTN-END
           END-IF.

           DISPLAY 'CHAIN ' CN-CHAIN(CN-I) ' (' DUE-NAME ') STARTING.'.
           MOVE 'STARTED' TO CG-NOTE.
           PERFORM NOTE-CHAIN-RTN.

           MOVE CS-COUNT TO CS-LEFT.
           PERFORM UNTIL CS-LEFT = 0
               PERFORM NEXT-READY-RTN
               IF CS-PICK = 0
                   PERFORM CHAIN-STUCK-RTN
               END-IF
               MOVE CS-STEP(CS-PICK) TO STEP-NAME
               PERFORM RUN-STEP-RTN THRU RUN-STEP-RTN-END
               MOVE 0 TO REJ-COUNT
               PERFORM NOTE-STEP-RTN
               IF STEP-FAILED-SW = 1
                   PERFORM HALT-CHAIN-RTN
               END-IF
               MOVE 1 TO CS-RUN(CS-PICK)
               SUBTRACT 1 FROM CS-LEFT
           END-PERFORM.

           OPEN EXTEND CRUNFILE.
           MOVE CN-CHAIN(CN-I) TO CR-CHAIN.
           MOVE WS-RUN-DATE TO CR-DATE.
           ACCEPT CR-TIME FROM TIME.
           WRITE CRUN-REC.
           CLOSE CRUNFILE.
           MOVE WS-RUN-DATE TO CN-LAST(CN-I).

           DISPLAY 'CHAIN ' CN-CHAIN(CN-I) ' COMPLETE.'.
           MOVE 'COMPLETE' TO CG-NOTE.
           PERFORM NOTE-CHAIN-RTN.
       RUN-CHAIN-RTN-END.
           EXIT.

      *CS-PICK set to the first step not yet run whose every
      *predecessor has run - 0 when none is ready
       NEXT-READY-RTN.
           MOVE 0 TO CS-PICK.
           PERFORM VARYING CS-I FROM 1 BY 1
                   UNTIL CS-I > CS-COUNT OR CS-PICK > 0
               IF CS-RUN(CS-I) = 0
                   MOVE 1 TO CS-READY-SW
                   PERFORM VARYING CS-K FROM 1 BY 1 UNTIL CS-K > 3
                       IF CS-AFTER(CS-I, CS-K) NOT = SPACES
                           MOVE 0 TO CS-MET-SW
                           PERFORM VARYING CS-J FROM 1 BY 1
                                   UNTIL CS-J > CS-COUNT
                               IF CS-STEP(CS-J) = CS-AFTER(CS-I, CS-K)
                                  AND CS-RUN(CS-J) = 1
                                   MOVE 1 TO CS-MET-SW
                               END-IF
                           END-PERFORM
                           IF CS-MET-SW = 0
                               MOVE 0 TO CS-READY-SW
                           END-IF
                       END-IF
                   END-PERFORM
                   IF CS-READY-SW = 1
                       MOVE CS-I TO CS-PICK
                   END-IF
               END-IF
           END-PERFORM.

      *steps left but none ready - a predecessor off the chain or a
      *loop edited into the master. the first waiting step is logged
      *as failed so the rerun can resume there once it is fixed
       CHAIN-STUCK-RTN.
           MOVE 0 TO CS-PICK.
           PERFORM VARYING CS-I FROM 1 BY 1
                   UNTIL CS-I > CS-COUNT OR CS-PICK > 0
               IF CS-RUN(CS-I) = 0
                   MOVE CS-I TO CS-PICK
               END-IF
           END-PERFORM.
           DISPLAY '*** CHAIN ' CN-CHAIN(CN-I) ' CANNOT BE ORDERED - '
               CS-STEP(CS-PICK) ' WAITS ON A STEP THAT NEVER RUNS ***'.
           MOVE 'CANNOT BE ORDERED' TO CG-NOTE.
           PERFORM NOTE-CHAIN-RTN.
           MOVE CS-STEP(CS-PICK) TO STEP-NAME.
           ACCEPT STEP-START FROM TIME.
           MOVE STEP-START TO STEP-END.
           MOVE 0 TO STEP-RC REJ-COUNT SKIP-SW.
           MOVE 1 TO STEP-FAILED-SW.
           PERFORM NOTE-STEP-RTN.
           PERFORM HALT-CHAIN-RTN.

       NOTE-CHAIN-RTN.
           OPEN EXTEND LOGFILE.
           WRITE LOG-REC FROM CHN-LINE AFTER 1.
           CLOSE LOGFILE.

       DUE-NAME-RTN.
           EVALUATE CN-DUE(CN-I)
               WHEN 'D'
                   MOVE 'DAILY' TO DUE-NAME
               WHEN 'M'
                   MOVE 'MONTH-END' TO DUE-NAME
               WHEN OTHER
                   MOVE 'TERM-END' TO DUE-NAME
           END-EVALUATE.
