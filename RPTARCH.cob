      *ITS DATE, RUN SEQUENCE AND LINE COUNT; MODE R LISTS THE
      *CATALOG AND RE-EMITS ANY ARCHIVED GENERATION TO THE REPRINT
      *FILE, SO LAST TUESDAY'S REPORT NO LONGER MEANS A RERUN OVER
      *DATA THAT HAS SINCE CHANGED. A REPRINT FOR A RECIPIENT NOT
      *CLEARED FOR PERSONAL DATA - ANY REPRINT AN ENCODER SIGNS ON
      *FOR - GOES OUT WITH EVERY ACCOUNT NUMBER AND NAME ON
      *ACCTMAST.TXT, EVERY CUSTOMER NAME AND BIRTHDATE ON
      *CUSTOMER.DAT AND EVERY STUDENT NAME ON OUTAD.TXT AND QCIN.TXT
      *PARTLY MASKED WHEREVER IT FALLS ON THE PAGE; AN UNMASKED
      *REPRINT IS LOGGED ON SECLOG.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL CATFILE ASSIGN TO "RPTCAT.TXT"
               FILE STATUS IS WS-FS-CAT.
           SELECT REPRFILE ASSIGN TO "REPRINT".
      *operator master - level decides who may release personal data
           SELECT OPERMASTFILE ASSIGN TO "OPERMAST.TXT"
               FILE STATUS IS WS-OPM-FS.
           SELECT OPTIONAL SECLOGFILE ASSIGN TO "SECLOG.TXT".
      *the masters the masking watch list is drawn from
           SELECT ACCTMASTFILE ASSIGN TO "ACCTMAST.TXT"
               FILE STATUS IS WS-FS-WL.
           SELECT CUSTFILE ASSIGN TO "Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WL.
           SELECT ADFILE ASSIGN TO "OUTAD.TXT"
               FILE STATUS IS WS-FS-WL.
           SELECT QCINFILE ASSIGN TO "QCIN.TXT"
               FILE STATUS IS WS-FS-WL.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS REPR-REC.
       01  REPR-REC PIC X(160).

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

       FD  CUSTFILE.
       01  CustomerData.
           02 IDNum PIC 9(5).
           02 CustName.
               03 FirstName PIC X(15).
               03 LastName PIC X(15).
           02 HomeAddress PIC X(30).
           02 ContactNo PIC X(11).
           02 Birthdate PIC 9(8).

       FD  ADFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AD-REC.

       01  AD-REC.
           02 SSNO PIC 9(5).
           02 SNA PIC X(25).
           02 FILLER PIC X(43).

       FD  QCINFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS MID-REC.

       01  MID-REC.
           02 MID-SNO-IN PIC 9(5).
           02 MID-SNA-IN PIC X(25).
           02 MID-SCORECODE-IN PIC 9(4).

       WORKING-STORAGE SECTION.

       01  WS-FS-IN PIC XX VALUE SPACES.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

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
       01  CLEAR-ANSWER PIC X VALUE SPACES.

      *1 = personal values on the reprint are masked
       01  MASK-SW PIC 9 VALUE 1.
       01  MASK-TEXT PIC X(40) VALUE SPACES.
       01  MASK-P PIC 99 VALUE 0.
       01  MASK-LEN PIC 99 VALUE 0.
       01  MASK-KEEP PIC 99 VALUE 0.
       01  MASK-WORD-SW PIC 9 VALUE 0.

      *every personal value to hide, with its masked form; values
      *under four characters are left alone so short words survive
       01  WS-FS-WL PIC XX VALUE SPACES.
       01  WATCH-TABLE.
           05 WATCH-ENTRY OCCURS 2000 TIMES.
               10 WT-TEXT PIC X(40).
               10 WT-MASK PIC X(40).
               10 WT-LEN PIC 99.
       01  WATCH-COUNT PIC 9(4) VALUE 0.
       01  WT-I PIC 9(4) VALUE 0.
       01  WT-FOUND-SW PIC 9 VALUE 0.
       01  WT-FULL-SW PIC 9 VALUE 0.
       01  WT-ORIGINAL PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           ELSE
               PERFORM REPRINT-RTN THRU REPRINT-RTN-END
           END-IF.
           GOBACK.

       ASK-MODE-RTN.
           DISPLAY 'Archive or Reprint? (A/R): '.
               GO TO REPRINT-GEN-RTN
           END-IF.

           PERFORM SIGN-ON-RTN THRU SIGN-ON-RTN-END.
           PERFORM CLEARANCE-RTN THRU CLEARANCE-RTN-END.
           IF MASK-SW = 1
               PERFORM LOAD-WATCH-RTN
           END-IF.

           MOVE 0 TO COPY-COUNT.
           EVALUATE REPORT-PICK
               WHEN 1 PERFORM REPRINT-RPT-RTN
       REPRINT-RTN-END.
           EXIT.

      *sign-on - an unmasked reprint must say who released it
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

      *an encoder always gets the masked reprint; a supervisor may
      *release it whole for a recipient cleared for personal data
       CLEARANCE-RTN.
           MOVE 1 TO MASK-SW.
           IF OPERATOR-LEVEL < 2
               DISPLAY 'PERSONAL DATA WILL BE MASKED.'
               GO TO CLEARANCE-RTN-END
           END-IF.

       CLEARANCE-ASK.
           DISPLAY 'Recipient cleared for personal data? (Y/N): '.
           ACCEPT CLEAR-ANSWER.
           IF CLEAR-ANSWER = 'N' OR CLEAR-ANSWER = 'n'
               DISPLAY 'PERSONAL DATA WILL BE MASKED.'
               GO TO CLEARANCE-RTN-END
           END-IF.
           IF CLEAR-ANSWER NOT = 'Y' AND CLEAR-ANSWER NOT = 'y'
               DISPLAY 'Y or N only!'
               GO TO CLEARANCE-ASK
           END-IF.

           MOVE 0 TO MASK-SW.
           OPEN EXTEND SECLOGFILE.
           MOVE 'RPTARCH' TO SC-PROGRAM.
           MOVE OPERATOR-ID TO SC-OPER.
           MOVE 'UNMASKED REPRINT' TO SC-ACTION.
           MOVE WS-RUN-DATE TO SC-DATE.
           ACCEPT SC-TIME FROM TIME.
           WRITE SEC-REC.
           CLOSE SECLOGFILE.
       CLEARANCE-RTN-END.
           EXIT.

      *account numbers keep their last four, names the first letter
      *of each word, birthdates their year
       LOAD-WATCH-RTN.
           MOVE 0 TO WATCH-COUNT WT-FULL-SW.
           OPEN INPUT ACCTMASTFILE.
           IF WS-FS-WL = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ ACCTMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       MOVE AM-ANO TO MASK-TEXT
                       MOVE 4 TO MASK-KEEP
                       PERFORM ADD-TAIL-WATCH-RTN
                       MOVE AM-NAME TO MASK-TEXT
                       PERFORM ADD-NAME-WATCH-RTN
                   END-IF
               END-PERFORM
               CLOSE ACCTMASTFILE
           END-IF.

           OPEN INPUT CUSTFILE.
           IF WS-FS-WL = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ CUSTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       MOVE SPACES TO MASK-TEXT
                       STRING FirstName DELIMITED BY '  '
                           ' ' DELIMITED BY SIZE
                           LastName DELIMITED BY '  '
                           INTO MASK-TEXT
                       END-STRING
                       PERFORM ADD-NAME-WATCH-RTN
                       MOVE Birthdate TO MASK-TEXT
                       MOVE 4 TO MASK-KEEP
                       PERFORM ADD-HEAD-WATCH-RTN
                   END-IF
               END-PERFORM
               CLOSE CUSTFILE
           END-IF.

           OPEN INPUT ADFILE.
           IF WS-FS-WL = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ ADFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       MOVE SNA TO MASK-TEXT
                       PERFORM ADD-NAME-WATCH-RTN
                   END-IF
               END-PERFORM
               CLOSE ADFILE
           END-IF.

           OPEN INPUT QCINFILE.
           IF WS-FS-WL = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ QCINFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       MOVE MID-SNA-IN TO MASK-TEXT
                       PERFORM ADD-NAME-WATCH-RTN
                   END-IF
               END-PERFORM
               CLOSE QCINFILE
           END-IF.

           IF WT-FULL-SW = 1
               DISPLAY 'MASKING LIST FULL AT 2000 - SOME VALUES '
                   'MAY PRINT UNMASKED.'
           END-IF.

       ADD-NAME-WATCH-RTN.
           MOVE MASK-TEXT TO WT-ORIGINAL.
           PERFORM MASK-NAME-RTN.
           PERFORM ADD-WATCH-RTN THRU ADD-WATCH-RTN-END.

       ADD-TAIL-WATCH-RTN.
           MOVE MASK-TEXT TO WT-ORIGINAL.
           PERFORM MASK-TAIL-RTN.
           PERFORM ADD-WATCH-RTN THRU ADD-WATCH-RTN-END.

      *a YYYYMMDD birthdate keeps its year and loses month and day
       ADD-HEAD-WATCH-RTN.
           MOVE MASK-TEXT TO WT-ORIGINAL.
           PERFORM VARYING MASK-P FROM 1 BY 1 UNTIL MASK-P > 40
               IF MASK-P > MASK-KEEP
                  AND MASK-TEXT(MASK-P:1) NOT = SPACE
                   MOVE '*' TO MASK-TEXT(MASK-P:1)
               END-IF
           END-PERFORM.
           PERFORM ADD-WATCH-RTN THRU ADD-WATCH-RTN-END.

       ADD-WATCH-RTN.
           MOVE 0 TO MASK-LEN.
           PERFORM VARYING MASK-P FROM 40 BY -1
                   UNTIL MASK-P < 1 OR MASK-LEN > 0
               IF WT-ORIGINAL(MASK-P:1) NOT = SPACE
                   MOVE MASK-P TO MASK-LEN
               END-IF
           END-PERFORM.
           IF MASK-LEN < 4
               GO TO ADD-WATCH-RTN-END
           END-IF.

           MOVE 0 TO WT-FOUND-SW.
           PERFORM VARYING WT-I FROM 1 BY 1
                   UNTIL WT-I > WATCH-COUNT OR WT-FOUND-SW = 1
               IF WT-TEXT(WT-I) = WT-ORIGINAL
                   MOVE 1 TO WT-FOUND-SW
               END-IF
           END-PERFORM.
           IF WT-FOUND-SW = 1
               GO TO ADD-WATCH-RTN-END
           END-IF.
           IF WATCH-COUNT = 2000
               MOVE 1 TO WT-FULL-SW
               GO TO ADD-WATCH-RTN-END
           END-IF.

           ADD 1 TO WATCH-COUNT.
           MOVE WT-ORIGINAL TO WT-TEXT(WATCH-COUNT).
           MOVE MASK-TEXT TO WT-MASK(WATCH-COUNT).
           MOVE MASK-LEN TO WT-LEN(WATCH-COUNT).
       ADD-WATCH-RTN-END.
           EXIT.

      *a name keeps the first letter of each word - JUAN DELA CRUZ
      *prints as J*** D*** C***
       MASK-NAME-RTN.
           MOVE 1 TO MASK-WORD-SW.
           PERFORM VARYING MASK-P FROM 1 BY 1 UNTIL MASK-P > 40
               IF MASK-TEXT(MASK-P:1) = SPACE
                   MOVE 1 TO MASK-WORD-SW
               ELSE
                   IF MASK-WORD-SW = 1
                       MOVE 0 TO MASK-WORD-SW
                   ELSE
                       MOVE '*' TO MASK-TEXT(MASK-P:1)
                   END-IF
               END-IF
           END-PERFORM.

      *a number keeps only its last MASK-KEEP characters
       MASK-TAIL-RTN.
           MOVE 0 TO MASK-LEN.
           PERFORM VARYING MASK-P FROM 40 BY -1
                   UNTIL MASK-P < 1 OR MASK-LEN > 0
               IF MASK-TEXT(MASK-P:1) NOT = SPACE
                   MOVE MASK-P TO MASK-LEN
               END-IF
           END-PERFORM.
           PERFORM VARYING MASK-P FROM 1 BY 1
                   UNTIL MASK-P > MASK-LEN - MASK-KEEP
               IF MASK-TEXT(MASK-P:1) NOT = SPACE
                   MOVE '*' TO MASK-TEXT(MASK-P:1)
               END-IF
           END-PERFORM.

      *every watched value on the line gives way to its masked form
       MASK-LINE-RTN.
           PERFORM VARYING WT-I FROM 1 BY 1 UNTIL WT-I > WATCH-COUNT
               INSPECT REPR-REC REPLACING ALL
                   WT-TEXT(WT-I)(1:WT-LEN(WT-I))
                   BY WT-MASK(WT-I)(1:WT-LEN(WT-I))
           END-PERFORM.

       LIST-CATALOG-RTN.
           OPEN INPUT CATFILE.
           IF WS-FS-CAT NOT = '00'
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE RPT-G1-REC TO REPR-REC(1:130)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ RPT-G1
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE RPT-G2-REC TO REPR-REC(1:130)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ RPT-G2
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE RPT-G3-REC TO REPR-REC(1:130)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ RPT-G3
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE RP2-G1-REC TO REPR-REC(1:80)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ RP2-G1
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE RP2-G2-REC TO REPR-REC(1:80)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ RP2-G2
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE RP2-G3-REC TO REPR-REC(1:80)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ RP2-G3
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE ADR-G1-REC TO REPR-REC(1:80)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ ADR-G1
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE ADR-G2-REC TO REPR-REC(1:80)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ ADR-G2
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE ADR-G3-REC TO REPR-REC(1:80)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ ADR-G3
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE QCO-G1-REC TO REPR-REC(1:160)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ QCO-G1
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE QCO-G2-REC TO REPR-REC(1:160)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ QCO-G2
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE QCO-G3-REC TO REPR-REC(1:160)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ QCO-G3
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE STM-G1-REC TO REPR-REC(1:80)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ STM-G1
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE STM-G2-REC TO REPR-REC(1:80)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ STM-G2
           PERFORM UNTIL EOFSW = 1
               MOVE SPACES TO REPR-REC
               MOVE STM-G3-REC TO REPR-REC(1:80)
               IF MASK-SW = 1
                   PERFORM MASK-LINE-RTN
               END-IF
               WRITE REPR-REC
               ADD 1 TO COPY-COUNT
               READ STM-G3
