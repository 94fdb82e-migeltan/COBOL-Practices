       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSARRPT.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. DATA-SUBJECT ACCESS REPORT UNDER THE DATA PRIVACY
      *ACT - EVERYTHING HELD ON ONE PERSON, FOUND BY NAME OR BY A
      *CUSTOMER ID, ACCOUNT NUMBER, STUDENT NUMBER OR EXAMINEE
      *NUMBER. SEARCHES CUSTOMER.DAT, CUSTXREF.TXT AND NEWBAL.TXT
      *(A CUSTOMER FOUND BRINGS IN EVERY ACCOUNT LINKED TO THEM AND
      *ITS BALANCE), OUTAD.TXT AND TEST1.TXT FOR STUDENTS, AND
      *EXAMREG.TXT AND TAN.TXT FOR EXAMINEES (A STUDENT NUMBER ALSO
      *FINDS THE STUDENT'S BOARD-EXAM REGISTRATION). A NAME MATCHES
      *ANYWHERE IN THE NAME FIELD, CASE IGNORED. EVERY FILE SEARCHED
      *IS LISTED EVEN WHEN IT HOLDS NOTHING, SO THE ANSWER SHOWS
      *WHERE WE LOOKED. THE REPORT IS UNMASKED, SO ONLY A SUPERVISOR
      *SIGN-ON MAY RUN IT, AND EVERY RUN IS LOGGED ON SECLOG.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO "Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IN.
           SELECT XREFFILE ASSIGN TO 'CUSTXREF.TXT'
               FILE STATUS IS WS-FS-IN.
           SELECT BALFILE ASSIGN TO 'NEWBAL.TXT'
               FILE STATUS IS WS-FS-IN.
           SELECT ADFILE ASSIGN TO 'OUTAD.TXT'
               FILE STATUS IS WS-FS-IN.
           SELECT CCNAFILE ASSIGN TO 'TEST1.TXT'
               FILE STATUS IS WS-FS-IN.
           SELECT REGFILE ASSIGN TO 'EXAMREG.TXT'
               FILE STATUS IS WS-FS-IN.
           SELECT TANFILE ASSIGN TO 'TAN.TXT'
               FILE STATUS IS WS-FS-IN.
           SELECT OPERMASTFILE ASSIGN TO 'OPERMAST.TXT'
               FILE STATUS IS WS-OPM-FS.
           SELECT OPTIONAL SECLOGFILE ASSIGN TO 'SECLOG.TXT'.
           SELECT RPTFILE ASSIGN TO 'DSARRPT'.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTFILE.
       01  CustomerData.
           02 IDNum PIC 9(5).
           02 CustName.
               03 FirstName PIC X(15).
               03 LastName PIC X(15).
           02 HomeAddress PIC X(30).
           02 ContactNo PIC X(11).
           02 Birthdate PIC 9(8).
           02 Province PIC X(15).

       FD  XREFFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS XREF-REC.

       01  XREF-REC.
           05 XR-IDNUM PIC 9(5).
           05 XR-ANO PIC X(10).

       FD  BALFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BAL-REC.

       01  BAL-REC.
           02 BAL-R-ANO PIC X(10).
           02 BAL-R-AMT PIC 9(9)V99.
           02 BAL-R-LASTACT PIC 9(8).

       FD  ADFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AD-REC.

       01  AD-REC.
           02 SSNO PIC 9(5).
           02 SNA PIC X(25).
           02 SCOURSE PIC 9.
           02 SCOURSENAME PIC X(10).
           02 SYS PIC X(5).
           02 SSTYPE PIC 9.
           02 SMIDTERM PIC 9V99.
           02 SFINALS PIC 9V99.
           02 SAVERAGE PIC 9V99.
           02 SREMARKSS PIC X(6).
           02 STERM PIC X(5).
           02 SSUBJ PIC X(6).

       FD  CCNAFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CCNA-REC.

       01  CCNA-REC.
           05 C-SNA PIC X(35).
           05 C-SNO PIC 9(5).
           05 C-CNA PIC X(4).
           05 C-UNA PIC X(10).
           05 C-AVE PIC 9(2)V99.
           05 C-REM PIC X(6).
           05 C-HONORS PIC X(16).

       FD  REGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REC.

       01  REG-REC.
           05 ER-ENO PIC 9(10).
           05 ER-NAME PIC X(25).
           05 ER-SCHOOL PIC X(5).
           05 ER-CENTER PIC X(10).
           05 ER-SEAT PIC X(5).
           05 ER-STUDNO PIC 9(5).
           05 ER-GRAD-TERM PIC X(5).
           05 ER-TOR PIC X.

       FD  TANFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TAN-REC.

       01  TAN-REC.
           02 SENUM PIC 9(11).
           02 SENAM PIC X(25).
           02 SDOB PIC X(20).
           02 SUNINAME PIC X(5).
           02 SCNAME PIC X(5).
           02 SREMARKS PIC X(6).
           02 SRAVERAGE PIC 9(2)V99.
           02 FILLER PIC X(36).

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

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.

       01  RPTREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-IN PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

       01  OPERATOR-ID PIC X(8) VALUE SPACES.
       01  WS-OPM-FS PIC XX VALUE SPACES.
       01  OP-TABLE.
           05 OP-ENTRY OCCURS 20 TIMES PIC X(8).
       01  OP-LVL-TABLE.
           05 OP-LVL OCCURS 20 TIMES PIC 9.
       01  OPERATOR-LEVEL PIC 9 VALUE 1.
       01  OP-COUNT PIC 99 VALUE 0.
       01  OP-EOF-SW PIC 9 VALUE 0.
       01  OP-I PIC 99 VALUE 0.
       01  OP-VALID-SW PIC 9 VALUE 0.

      *1 name, 2 customer ID, 3 account, 4 student no., 5 examinee
       01  SEARCH-BY PIC 9 VALUE 0.
       01  NAME-KEY PIC X(30) VALUE SPACES.
       01  KEY-LEN PIC 99 VALUE 0.
       01  NUM-KEY PIC 9(11) VALUE 0.
       01  ACCT-KEY PIC X(10) VALUE SPACES.

       01  MATCH-FIELD PIC X(40) VALUE SPACES.
       01  MATCH-P PIC 99 VALUE 0.
       01  MATCH-SW PIC 9 VALUE 0.
       01  HIT-SW PIC 9 VALUE 0.

      *customers found, and the accounts linked to them
       01  ID-TABLE.
           05 ID-ENTRY OCCURS 50 TIMES PIC 9(5).
       01  ID-COUNT PIC 99 VALUE 0.
       01  WORK-ID PIC 9(5) VALUE 0.
       01  ID-I PIC 99 VALUE 0.
       01  ID-FOUND-SW PIC 9 VALUE 0.
       01  ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 100 TIMES PIC X(10).
       01  ACCT-COUNT PIC 9(3) VALUE 0.
       01  AC-I PIC 9(3) VALUE 0.
       01  AC-FOUND-SW PIC 9 VALUE 0.

       01  FILE-HITS PIC 9(5) VALUE 0.
       01  TOTAL-HITS PIC 9(5) VALUE 0.
       01  ED-AMT PIC ZZZ,ZZZ,ZZ9.99.
       01  ED-GRADE PIC 9.99.
       01  ED-AVE PIC Z9.99.

      *century-correct run date for the heading and the log
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01  RPT-HEAD.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
               'DATA SUBJECT ACCESS REPORT'.
           02 FILLER PIC X(22) VALUE SPACES.

       01  RUN-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'Run date: '.
           02 RL-DATE PIC 9(8).
           02 FILLER PIC X(14) VALUE '   Prepared by'.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RL-OPER PIC X(8).
           02 FILLER PIC X(37) VALUE SPACES.

       01  KEY-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(13) VALUE 'Searched for:'.
           02 FILLER PIC X(1) VALUE SPACE.
           02 KL-KIND PIC X(17).
           02 KL-KEY PIC X(30).
           02 FILLER PIC X(17) VALUE SPACES.

       01  FILE-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FH-FILE PIC X(14).
           02 FH-TEXT PIC X(64).

       01  DETAIL-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 DL-TEXT PIC X(74).

       01  SUM-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'Records held, by file'.
           02 FILLER PIC X(48) VALUE SPACES.

       01  SUM-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 SL-FILE PIC X(14).
           02 SL-COUNT PIC ZZZZ9.
           02 FILLER PIC X(55) VALUE SPACES.

       01  SUM-TABLE.
           05 SUM-ENTRY OCCURS 7 TIMES.
               10 SM-FILE PIC X(14).
               10 SM-COUNT PIC 9(5).
               10 SM-SEARCHED PIC 9.
       01  SM-I PIC 9 VALUE 0.

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

           PERFORM SIGN-ON-RTN THRU SIGN-ON-RTN-END.
           IF OPERATOR-LEVEL < 2
               DISPLAY 'DATA SUBJECT REPORT NEEDS A SUPERVISOR '
                   'SIGN-ON - RUN REFUSED.'
               STOP RUN
           END-IF.

           PERFORM ASK-KEY-RTN THRU ASK-KEY-RTN-END.

           INITIALIZE SUM-TABLE.
           MOVE 'Customer.dat' TO SM-FILE(1).
           MOVE 'CUSTXREF.TXT' TO SM-FILE(2).
           MOVE 'NEWBAL.TXT' TO SM-FILE(3).
           MOVE 'OUTAD.TXT' TO SM-FILE(4).
           MOVE 'TEST1.TXT' TO SM-FILE(5).
           MOVE 'EXAMREG.TXT' TO SM-FILE(6).
           MOVE 'TAN.TXT' TO SM-FILE(7).

           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM RPT-HEAD AFTER PAGE.
           MOVE WS-RUN-DATE TO RL-DATE.
           MOVE OPERATOR-ID TO RL-OPER.
           WRITE RPTREC FROM RUN-LINE AFTER 2.
           WRITE RPTREC FROM KEY-LINE AFTER 1.

           IF SEARCH-BY = 3
               PERFORM OWNERS-RTN THRU OWNERS-RTN-END
           END-IF.
           IF SEARCH-BY < 4
               PERFORM CUST-RTN THRU CUST-RTN-END
               PERFORM XREF-RTN THRU XREF-RTN-END
               PERFORM BAL-RTN THRU BAL-RTN-END
           END-IF.
           IF SEARCH-BY = 1 OR SEARCH-BY = 4
               PERFORM AD-RTN THRU AD-RTN-END
               PERFORM CCNA-RTN THRU CCNA-RTN-END
           END-IF.
           IF SEARCH-BY = 1 OR SEARCH-BY = 4 OR SEARCH-BY = 5
               PERFORM REG-RTN THRU REG-RTN-END
           END-IF.
           IF SEARCH-BY = 1 OR SEARCH-BY = 5
               PERFORM TAN-RTN THRU TAN-RTN-END
           END-IF.

           WRITE RPTREC FROM SUM-HEAD AFTER 3.
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING SM-I FROM 1 BY 1 UNTIL SM-I > 7
               IF SM-SEARCHED(SM-I) = 1
                   MOVE SM-FILE(SM-I) TO SL-FILE
                   MOVE SM-COUNT(SM-I) TO SL-COUNT
                   WRITE RPTREC FROM SUM-LINE AFTER 1
               END-IF
           END-PERFORM.
           CLOSE RPTFILE.

           OPEN EXTEND SECLOGFILE.
           MOVE 'DSARRPT' TO SC-PROGRAM.
           MOVE OPERATOR-ID TO SC-OPER.
           MOVE 'DATA SUBJECT REPORT' TO SC-ACTION.
           MOVE WS-RUN-DATE TO SC-DATE.
           ACCEPT SC-TIME FROM TIME.
           WRITE SEC-REC.
           CLOSE SECLOGFILE.

           DISPLAY 'RECORDS FOUND: ' TOTAL-HITS ' (DSARRPT).'.
           STOP RUN.

      *sign-on - the report is unmasked and must say who drew it
       SIGN-ON-RTN.
           MOVE 0 TO OP-COUNT.
           OPEN INPUT OPERMASTFILE.
           IF WS-OPM-FS = '00'
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

       ASK-KEY-RTN.
           DISPLAY 'Search by:'.
           DISPLAY '  1 - Name'.
           DISPLAY '  2 - Customer ID'.
           DISPLAY '  3 - Account number'.
           DISPLAY '  4 - Student number'.
           DISPLAY '  5 - Examinee number'.
           ACCEPT SEARCH-BY.
           IF SEARCH-BY < 1 OR SEARCH-BY > 5
               DISPLAY '1-5 only!'
               GO TO ASK-KEY-RTN
           END-IF.

           EVALUATE SEARCH-BY
               WHEN 1
                   PERFORM ASK-NAME-RTN THRU ASK-NAME-RTN-END
                   MOVE 'Name containing' TO KL-KIND
                   MOVE NAME-KEY TO KL-KEY
               WHEN 3
                   PERFORM ASK-ACCT-RTN THRU ASK-ACCT-RTN-END
                   MOVE 'Account number' TO KL-KIND
                   MOVE ACCT-KEY TO KL-KEY
               WHEN OTHER
                   PERFORM ASK-NUM-RTN THRU ASK-NUM-RTN-END
                   EVALUATE SEARCH-BY
                       WHEN 2 MOVE 'Customer ID' TO KL-KIND
                       WHEN 4 MOVE 'Student number' TO KL-KIND
                       WHEN 5 MOVE 'Examinee number' TO KL-KIND
                   END-EVALUATE
                   MOVE NUM-KEY TO KL-KEY
           END-EVALUATE.
       ASK-KEY-RTN-END.
           EXIT.

      *at least three letters, so a search cannot sweep up the files
       ASK-NAME-RTN.
           DISPLAY 'Name (or part of it): '.
           ACCEPT NAME-KEY.
           INSPECT NAME-KEY CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO KEY-LEN.
           PERFORM VARYING MATCH-P FROM 30 BY -1
                   UNTIL MATCH-P < 1 OR KEY-LEN > 0
               IF NAME-KEY(MATCH-P:1) NOT = SPACE
                   MOVE MATCH-P TO KEY-LEN
               END-IF
           END-PERFORM.
           IF KEY-LEN < 3
               DISPLAY 'At least three letters!'
               GO TO ASK-NAME-RTN
           END-IF.
       ASK-NAME-RTN-END.
           EXIT.

       ASK-ACCT-RTN.
           DISPLAY 'Account Number: '.
           ACCEPT ACCT-KEY.
           IF ACCT-KEY = SPACES
               DISPLAY 'Required!'
               GO TO ASK-ACCT-RTN
           END-IF.
           MOVE 1 TO ACCT-COUNT.
           MOVE ACCT-KEY TO ACCT-ENTRY(1).
       ASK-ACCT-RTN-END.
           EXIT.

       ASK-NUM-RTN.
           DISPLAY 'Number: '.
           ACCEPT NUM-KEY.
           IF NUM-KEY = 0
               DISPLAY 'Invalid!'
               GO TO ASK-NUM-RTN
           END-IF.
           IF SEARCH-BY = 2
               IF NUM-KEY > 99999
                   DISPLAY 'Customer IDs run to five digits!'
                   GO TO ASK-NUM-RTN
               END-IF
               MOVE 1 TO ID-COUNT
               MOVE NUM-KEY TO ID-ENTRY(1)
           END-IF.
       ASK-NUM-RTN-END.
           EXIT.

      *the name key anywhere in MATCH-FIELD, case ignored
       NAME-MATCH-RTN.
           MOVE 0 TO MATCH-SW.
           INSPECT MATCH-FIELD CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM VARYING MATCH-P FROM 1 BY 1
                   UNTIL MATCH-P > 41 - KEY-LEN OR MATCH-SW = 1
               IF MATCH-FIELD(MATCH-P:KEY-LEN) = NAME-KEY(1:KEY-LEN)
                   MOVE 1 TO MATCH-SW
               END-IF
           END-PERFORM.

       NOTE-ID-RTN.
           MOVE 0 TO ID-FOUND-SW.
           PERFORM VARYING ID-I FROM 1 BY 1 UNTIL ID-I > ID-COUNT
               IF ID-ENTRY(ID-I) = WORK-ID
                   MOVE 1 TO ID-FOUND-SW
               END-IF
           END-PERFORM.
           IF ID-FOUND-SW = 0 AND ID-COUNT < 50
               ADD 1 TO ID-COUNT
               MOVE WORK-ID TO ID-ENTRY(ID-COUNT)
           END-IF.

       NOTE-ACCT-RTN.
           MOVE 0 TO AC-FOUND-SW.
           PERFORM VARYING AC-I FROM 1 BY 1 UNTIL AC-I > ACCT-COUNT
               IF ACCT-ENTRY(AC-I) = XR-ANO
                   MOVE 1 TO AC-FOUND-SW
               END-IF
           END-PERFORM.
           IF AC-FOUND-SW = 0 AND ACCT-COUNT < 100
               ADD 1 TO ACCT-COUNT
               MOVE XR-ANO TO ACCT-ENTRY(ACCT-COUNT)
           END-IF.

      *an account search first finds whoever the account is linked
      *to, so their customer record and other accounts come too
       OWNERS-RTN.
           OPEN INPUT XREFFILE.
           IF WS-FS-IN NOT = '00'
               GO TO OWNERS-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ XREFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0 AND XR-ANO = ACCT-KEY
                   MOVE XR-IDNUM TO WORK-ID
                   PERFORM NOTE-ID-RTN
               END-IF
           END-PERFORM.
           CLOSE XREFFILE.
       OWNERS-RTN-END.
           EXIT.

       FILE-HEAD-RTN.
           MOVE 0 TO FILE-HITS.
           MOVE SM-FILE(SM-I) TO FH-FILE.
           MOVE 1 TO SM-SEARCHED(SM-I).
           WRITE RPTREC FROM BLANK-LINE AFTER 1.
           IF WS-FS-IN = '00'
               MOVE SPACES TO FH-TEXT
           ELSE
               MOVE 'FILE NOT ON HAND - NOTHING HELD THERE.' TO FH-TEXT
           END-IF.
           WRITE RPTREC FROM FILE-HEAD AFTER 1.

       FILE-FOOT-RTN.
           IF FILE-HITS = 0
               MOVE 'NO RECORDS HELD.' TO DL-TEXT
               WRITE RPTREC FROM DETAIL-LINE AFTER 1
           END-IF.
           MOVE FILE-HITS TO SM-COUNT(SM-I).
           ADD FILE-HITS TO TOTAL-HITS.

       PRINT-DETAIL-RTN.
           WRITE RPTREC FROM DETAIL-LINE AFTER 1.

       CUST-RTN.
           MOVE 1 TO SM-I.
           OPEN INPUT CUSTFILE.
           PERFORM FILE-HEAD-RTN.
           IF WS-FS-IN NOT = '00'
               GO TO CUST-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CUSTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE 0 TO HIT-SW
                   IF SEARCH-BY = 1
                       MOVE SPACES TO MATCH-FIELD
                       STRING FirstName DELIMITED BY '  '
                           ' ' DELIMITED BY SIZE
                           LastName DELIMITED BY '  '
                           INTO MATCH-FIELD
                       END-STRING
                       PERFORM NAME-MATCH-RTN
                       MOVE MATCH-SW TO HIT-SW
                   ELSE
                       PERFORM VARYING ID-I FROM 1 BY 1
                               UNTIL ID-I > ID-COUNT
                           IF ID-ENTRY(ID-I) = IDNum
                               MOVE 1 TO HIT-SW
                           END-IF
                       END-PERFORM
                   END-IF
                   IF HIT-SW = 1
                       PERFORM CUST-HIT-RTN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CUSTFILE.
           PERFORM FILE-FOOT-RTN.
       CUST-RTN-END.
           EXIT.

       CUST-HIT-RTN.
           ADD 1 TO FILE-HITS.
           MOVE IDNum TO WORK-ID.
           PERFORM NOTE-ID-RTN.
           MOVE SPACES TO DL-TEXT.
           STRING 'ID ' DELIMITED BY SIZE
               IDNum DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               FirstName DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               LastName DELIMITED BY '  '
               '  BORN ' DELIMITED BY SIZE
               Birthdate DELIMITED BY SIZE
               '  CONTACT ' DELIMITED BY SIZE
               ContactNo DELIMITED BY SIZE
               INTO DL-TEXT
           END-STRING.
           PERFORM PRINT-DETAIL-RTN.
           MOVE SPACES TO DL-TEXT.
           STRING '         ADDRESS ' DELIMITED BY SIZE
               HomeAddress DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               Province DELIMITED BY SIZE
               INTO DL-TEXT
           END-STRING.
           PERFORM PRINT-DETAIL-RTN.

       XREF-RTN.
           MOVE 2 TO SM-I.
           OPEN INPUT XREFFILE.
           PERFORM FILE-HEAD-RTN.
           IF WS-FS-IN NOT = '00'
               GO TO XREF-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ XREFFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE 0 TO HIT-SW
                   PERFORM VARYING ID-I FROM 1 BY 1
                           UNTIL ID-I > ID-COUNT
                       IF ID-ENTRY(ID-I) = XR-IDNUM
                           MOVE 1 TO HIT-SW
                       END-IF
                   END-PERFORM
                   IF XR-ANO = ACCT-KEY AND SEARCH-BY = 3
                       MOVE 1 TO HIT-SW
                   END-IF
                   IF HIT-SW = 1
                       ADD 1 TO FILE-HITS
                       PERFORM NOTE-ACCT-RTN
                       MOVE SPACES TO DL-TEXT
                       STRING 'CUSTOMER ' DELIMITED BY SIZE
                           XR-IDNUM DELIMITED BY SIZE
                           ' LINKED TO ACCOUNT ' DELIMITED BY SIZE
                           XR-ANO DELIMITED BY SIZE
                           INTO DL-TEXT
                       END-STRING
                       PERFORM PRINT-DETAIL-RTN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE XREFFILE.
           PERFORM FILE-FOOT-RTN.
       XREF-RTN-END.
           EXIT.

       BAL-RTN.
           MOVE 3 TO SM-I.
           OPEN INPUT BALFILE.
           PERFORM FILE-HEAD-RTN.
           IF WS-FS-IN NOT = '00'
               GO TO BAL-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ BALFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE 0 TO HIT-SW
                   PERFORM VARYING AC-I FROM 1 BY 1
                           UNTIL AC-I > ACCT-COUNT
                       IF ACCT-ENTRY(AC-I) = BAL-R-ANO
                           MOVE 1 TO HIT-SW
                       END-IF
                   END-PERFORM
                   IF HIT-SW = 1
                       ADD 1 TO FILE-HITS
                       MOVE BAL-R-AMT TO ED-AMT
                       MOVE SPACES TO DL-TEXT
                       STRING 'ACCOUNT ' DELIMITED BY SIZE
                           BAL-R-ANO DELIMITED BY SIZE
                           '  BALANCE ' DELIMITED BY SIZE
                           ED-AMT DELIMITED BY SIZE
                           '  LAST ACTIVITY ' DELIMITED BY SIZE
                           BAL-R-LASTACT DELIMITED BY SIZE
                           INTO DL-TEXT
                       END-STRING
                       PERFORM PRINT-DETAIL-RTN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE BALFILE.
           PERFORM FILE-FOOT-RTN.
       BAL-RTN-END.
           EXIT.

       AD-RTN.
           MOVE 4 TO SM-I.
           OPEN INPUT ADFILE.
           PERFORM FILE-HEAD-RTN.
           IF WS-FS-IN NOT = '00'
               GO TO AD-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ADFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE 0 TO HIT-SW
                   IF SEARCH-BY = 1
                       MOVE SNA TO MATCH-FIELD
                       PERFORM NAME-MATCH-RTN
                       MOVE MATCH-SW TO HIT-SW
                   ELSE
                       IF SSNO = NUM-KEY
                           MOVE 1 TO HIT-SW
                       END-IF
                   END-IF
                   IF HIT-SW = 1
                       ADD 1 TO FILE-HITS
                       MOVE SAVERAGE TO ED-GRADE
                       MOVE SPACES TO DL-TEXT
                       STRING 'STUDENT ' DELIMITED BY SIZE
                           SSNO DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           SNA DELIMITED BY '  '
                           '  ' DELIMITED BY SIZE
                           SCOURSENAME DELIMITED BY '  '
                           ' ' DELIMITED BY SIZE
                           SYS DELIMITED BY '  '
                           '  ' DELIMITED BY SIZE
                           STERM DELIMITED BY '  '
                           ' ' DELIMITED BY SIZE
                           SSUBJ DELIMITED BY '  '
                           '  ' DELIMITED BY SIZE
                           ED-GRADE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SREMARKSS DELIMITED BY '  '
                           INTO DL-TEXT
                       END-STRING
                       PERFORM PRINT-DETAIL-RTN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ADFILE.
           PERFORM FILE-FOOT-RTN.
       AD-RTN-END.
           EXIT.

       CCNA-RTN.
           MOVE 5 TO SM-I.
           OPEN INPUT CCNAFILE.
           PERFORM FILE-HEAD-RTN.
           IF WS-FS-IN NOT = '00'
               GO TO CCNA-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CCNAFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE 0 TO HIT-SW
                   IF SEARCH-BY = 1
                       MOVE C-SNA TO MATCH-FIELD
                       PERFORM NAME-MATCH-RTN
                       MOVE MATCH-SW TO HIT-SW
                   ELSE
                       IF C-SNO = NUM-KEY
                           MOVE 1 TO HIT-SW
                       END-IF
                   END-IF
                   IF HIT-SW = 1
                       ADD 1 TO FILE-HITS
                       MOVE C-AVE TO ED-AVE
                       MOVE SPACES TO DL-TEXT
                       STRING 'STUDENT ' DELIMITED BY SIZE
                           C-SNO DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           C-SNA DELIMITED BY '  '
                           '  ' DELIMITED BY SIZE
                           C-UNA DELIMITED BY '  '
                           ' ' DELIMITED BY SIZE
                           C-CNA DELIMITED BY '  '
                           '  ' DELIMITED BY SIZE
                           ED-AVE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           C-REM DELIMITED BY '  '
                           ' ' DELIMITED BY SIZE
                           C-HONORS DELIMITED BY '  '
                           INTO DL-TEXT
                       END-STRING
                       PERFORM PRINT-DETAIL-RTN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CCNAFILE.
           PERFORM FILE-FOOT-RTN.
       CCNA-RTN-END.
           EXIT.

       REG-RTN.
           MOVE 6 TO SM-I.
           OPEN INPUT REGFILE.
           PERFORM FILE-HEAD-RTN.
           IF WS-FS-IN NOT = '00'
               GO TO REG-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ REGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE 0 TO HIT-SW
                   IF SEARCH-BY = 1
                       MOVE ER-NAME TO MATCH-FIELD
                       PERFORM NAME-MATCH-RTN
                       MOVE MATCH-SW TO HIT-SW
                   ELSE
                       IF SEARCH-BY = 4
                           IF ER-STUDNO = NUM-KEY
                               MOVE 1 TO HIT-SW
                           END-IF
                       ELSE
                           IF ER-ENO = NUM-KEY
                               MOVE 1 TO HIT-SW
                           END-IF
                       END-IF
                   END-IF
                   IF HIT-SW = 1
                       ADD 1 TO FILE-HITS
                       MOVE SPACES TO DL-TEXT
                       STRING 'EXAMINEE ' DELIMITED BY SIZE
                           ER-ENO DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           ER-NAME DELIMITED BY '  '
                           '  ' DELIMITED BY SIZE
                           ER-SCHOOL DELIMITED BY '  '
                           '  CENTER ' DELIMITED BY SIZE
                           ER-CENTER DELIMITED BY '  '
                           ' SEAT ' DELIMITED BY SIZE
                           ER-SEAT DELIMITED BY '  '
                           INTO DL-TEXT
                       END-STRING
                       PERFORM PRINT-DETAIL-RTN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REGFILE.
           PERFORM FILE-FOOT-RTN.
       REG-RTN-END.
           EXIT.

       TAN-RTN.
           MOVE 7 TO SM-I.
           OPEN INPUT TANFILE.
           PERFORM FILE-HEAD-RTN.
           IF WS-FS-IN NOT = '00'
               GO TO TAN-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ TANFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE 0 TO HIT-SW
                   IF SEARCH-BY = 1
                       MOVE SENAM TO MATCH-FIELD
                       PERFORM NAME-MATCH-RTN
                       MOVE MATCH-SW TO HIT-SW
                   ELSE
                       IF SENUM = NUM-KEY
                           MOVE 1 TO HIT-SW
                       END-IF
                   END-IF
                   IF HIT-SW = 1
                       ADD 1 TO FILE-HITS
                       MOVE SRAVERAGE TO ED-AVE
                       MOVE SPACES TO DL-TEXT
                       STRING 'EXAMINEE ' DELIMITED BY SIZE
                           SENUM DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           SENAM DELIMITED BY '  '
                           '  BORN ' DELIMITED BY SIZE
                           SDOB DELIMITED BY '  '
                           INTO DL-TEXT
                       END-STRING
                       PERFORM PRINT-DETAIL-RTN
                       MOVE SPACES TO DL-TEXT
                       STRING '               ' DELIMITED BY SIZE
                           SUNINAME DELIMITED BY '  '
                           ' ' DELIMITED BY SIZE
                           SCNAME DELIMITED BY '  '
                           '  AVERAGE ' DELIMITED BY SIZE
                           ED-AVE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SREMARKS DELIMITED BY '  '
                           INTO DL-TEXT
                       END-STRING
                       PERFORM PRINT-DETAIL-RTN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TANFILE.
           PERFORM FILE-FOOT-RTN.
       TAN-RTN-END.
           EXIT.
