       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLFRPT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. CALAMITY RELIEF GRANTED, IN PESOS, PER PROVINCE. THE
      *ACCOUNTS CALRLF MARKED ON RLFACCT.TXT ARE COUNTED AGAINST
      *THEIR PROVINCE, THEN EVERY RLFLOG.TXT ENTRY IS TOTALLED BESIDE
      *THEM - THE SERVICE CHARGES SW2 WAIVED AND THE LOAN INSTALMENTS
      *LOANDUE DEFERRED - WITH A GRAND TOTAL FOR THE BANK. THE
      *REPORT GOES TO RLFRPTR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RLFFILE ASSIGN TO 'RLFACCT.TXT'
               FILE STATUS WS-FS-RLF.
           SELECT OPTIONAL RLFLOGFILE ASSIGN TO 'RLFLOG.TXT'
               FILE STATUS WS-FS-RLG.
           SELECT RPTFILE ASSIGN TO 'RLFRPTR'.

       DATA DIVISION.
       FILE SECTION.

       FD  RLFFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RLF-REC.

       01  RLF-REC.
           05 RA-ANO PIC X(10).
           05 RA-IDNUM PIC 9(5).
           05 RA-PROV PIC X(15).
           05 RA-NOS PIC X(20).
           05 RA-FROM PIC 9(8).
           05 RA-TO PIC 9(8).

      *S a service charge waived, L a loan instalment deferred
       FD  RLFLOGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RLG-REC.

       01  RLG-REC.
           05 RL-ANO PIC X(10).
           05 RL-PROV PIC X(15).
           05 RL-NOS PIC X(20).
           05 RL-TYPE PIC X.
           05 RL-REF PIC X(6).
           05 RL-AMT PIC 9(9)V99.
           05 RL-DATE PIC 9(8).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-RLF PIC XX VALUE SPACES.
       01  WS-FS-RLG PIC XX VALUE SPACES.

      *century-correct run date
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

      *one line per province, in the order first met
       01  PROV-TABLE.
           05 PROV-ENTRY OCCURS 100 TIMES.
               10 PT-PROV PIC X(15).
               10 PT-ACCTS PIC 9(5).
               10 PT-SVC-CNT PIC 9(5).
               10 PT-SVC-AMT PIC 9(11)V99.
               10 PT-LN-CNT PIC 9(5).
               10 PT-LN-AMT PIC 9(11)V99.
       01  PROV-COUNT PIC 9(3) VALUE 0.
       01  PROV-I PIC 9(3) VALUE 0.
       01  PROV-FOUND-I PIC 9(3) VALUE 0.
       01  WORK-PROV PIC X(15) VALUE SPACES.

       01  EOFSW PIC 9 VALUE 0.
       01  SKIP-COUNT PIC 9(5) VALUE 0.
       01  TOT-ACCTS PIC 9(7) VALUE 0.
       01  TOT-SVC-AMT PIC 9(11)V99 VALUE 0.
       01  TOT-LN-AMT PIC 9(11)V99 VALUE 0.
       01  WORK-TOTAL PIC 9(11)V99 VALUE 0.

       01  RPT-HEAD.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(40)
               VALUE 'Calamity Relief Granted per Province'.
           02 FILLER PIC X(20) VALUE SPACES.

       01  RPT-DATE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'As of: '.
           02 RD-DATE PIC 9(8).
           02 FILLER PIC X(63) VALUE SPACES.

       01  RPT-SUBHEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(16) VALUE 'Province'.
           02 FILLER PIC X(8) VALUE 'Accounts'.
           02 FILLER PIC X(18) VALUE '  Svc Chg Waived'.
           02 FILLER PIC X(18) VALUE '  Loans Deferred'.
           02 FILLER PIC X(18) VALUE '     Total Relief'.

       01  RPT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-PROV PIC X(15).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-ACCTS PIC ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-SVC PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-LN PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RP-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACES.

       01  COUNT-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-LABEL PIC X(30).
           02 CL-CNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(37) VALUE SPACES.

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

           PERFORM LOAD-ACCOUNTS-RTN THRU LOAD-ACCOUNTS-RTN-END.
           PERFORM LOAD-LOG-RTN THRU LOAD-LOG-RTN-END.

           OPEN OUTPUT RPTFILE.
           MOVE WS-RUN-DATE TO RD-DATE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           WRITE RPTREC FROM RPT-DATE-LINE AFTER 1.
           WRITE RPTREC FROM RPT-SUBHEAD AFTER 2.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.

           PERFORM VARYING PROV-I FROM 1 BY 1
                   UNTIL PROV-I > PROV-COUNT
               MOVE PT-PROV(PROV-I) TO RP-PROV
               MOVE PT-ACCTS(PROV-I) TO RP-ACCTS
               MOVE PT-SVC-AMT(PROV-I) TO RP-SVC
               MOVE PT-LN-AMT(PROV-I) TO RP-LN
               COMPUTE WORK-TOTAL = PT-SVC-AMT(PROV-I)
                                  + PT-LN-AMT(PROV-I)
               MOVE WORK-TOTAL TO RP-TOTAL
               WRITE RPTREC FROM RPT-DETAIL AFTER 1
               ADD PT-ACCTS(PROV-I) TO TOT-ACCTS
               ADD PT-SVC-AMT(PROV-I) TO TOT-SVC-AMT
               ADD PT-LN-AMT(PROV-I) TO TOT-LN-AMT
           END-PERFORM.

           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           MOVE 'ALL PROVINCES' TO RP-PROV.
           MOVE TOT-ACCTS TO RP-ACCTS.
           MOVE TOT-SVC-AMT TO RP-SVC.
           MOVE TOT-LN-AMT TO RP-LN.
           COMPUTE WORK-TOTAL = TOT-SVC-AMT + TOT-LN-AMT.
           MOVE WORK-TOTAL TO RP-TOTAL.
           WRITE RPTREC FROM RPT-DETAIL AFTER 1.
           IF SKIP-COUNT > 0
               WRITE RPTREC FROM BLANK-LINE AFTER 1
               MOVE 'Lines past 100 provinces:' TO CL-LABEL
               MOVE SKIP-COUNT TO CL-CNT
               WRITE RPTREC FROM COUNT-LINE AFTER 1
           END-IF.
           CLOSE RPTFILE.

           DISPLAY 'RELIEF GRANTED PER PROVINCE REPORTED (RLFRPTR).'.
           STOP RUN.

      *every account marked, counted once per marking
       LOAD-ACCOUNTS-RTN.
           MOVE 0 TO PROV-COUNT.
           OPEN INPUT RLFFILE.
           IF WS-FS-RLF NOT = '00'
               DISPLAY 'NO RLFACCT.TXT ON HAND.'
               STOP RUN
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ RLFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE RA-PROV TO WORK-PROV
                   PERFORM FIND-PROV-RTN THRU FIND-PROV-RTN-END
                   IF PROV-FOUND-I > 0
                       ADD 1 TO PT-ACCTS(PROV-FOUND-I)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RLFFILE.
       LOAD-ACCOUNTS-RTN-END.
           EXIT.

      *the pesos waived and deferred, against the province
       LOAD-LOG-RTN.
           OPEN INPUT RLFLOGFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ RLFLOGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE RL-PROV TO WORK-PROV
                   PERFORM FIND-PROV-RTN THRU FIND-PROV-RTN-END
                   IF PROV-FOUND-I > 0
                       PERFORM TALLY-LOG-RTN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RLFLOGFILE.
       LOAD-LOG-RTN-END.
           EXIT.

       TALLY-LOG-RTN.
           IF RL-TYPE = 'S'
               ADD 1 TO PT-SVC-CNT(PROV-FOUND-I)
               ADD RL-AMT TO PT-SVC-AMT(PROV-FOUND-I)
           END-IF.
           IF RL-TYPE = 'L'
               ADD 1 TO PT-LN-CNT(PROV-FOUND-I)
               ADD RL-AMT TO PT-LN-AMT(PROV-FOUND-I)
           END-IF.

      *WORK-PROV's line, opened if it is not yet on the table
       FIND-PROV-RTN.
           MOVE 0 TO PROV-FOUND-I.
           PERFORM VARYING PROV-I FROM 1 BY 1
                   UNTIL PROV-I > PROV-COUNT OR PROV-FOUND-I > 0
               IF PT-PROV(PROV-I) = WORK-PROV
                   MOVE PROV-I TO PROV-FOUND-I
               END-IF
           END-PERFORM.
           IF PROV-FOUND-I > 0
               GO TO FIND-PROV-RTN-END
           END-IF.
           IF PROV-COUNT = 100
               ADD 1 TO SKIP-COUNT
               GO TO FIND-PROV-RTN-END
           END-IF.
           ADD 1 TO PROV-COUNT.
           MOVE WORK-PROV TO PT-PROV(PROV-COUNT).
           MOVE 0 TO PT-ACCTS(PROV-COUNT) PT-SVC-CNT(PROV-COUNT)
               PT-SVC-AMT(PROV-COUNT) PT-LN-CNT(PROV-COUNT)
               PT-LN-AMT(PROV-COUNT).
           MOVE PROV-COUNT TO PROV-FOUND-I.
       FIND-PROV-RTN-END.
           EXIT.
