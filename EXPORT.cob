      *DATA FILES - OUTAD.TXT, TAN.TXT OR FIN33.TXT SPLIT PER THE
      *REAL RECORD LAYOUT INTO A COMMA-DELIMITED FILE WITH A HEADER
      *ROW, TEXT FIELDS QUOTED AND NUMERICS CARRYING EXPLICIT
      *DECIMAL POINTS INSTEAD OF IMPLIED V99. THE OPERATOR SIGNS ON
      *AGAINST OPERMAST.TXT; UNLESS A SUPERVISOR CONFIRMS THE
      *RECIPIENT IS CLEARED FOR PERSONAL DATA, NAMES, BIRTHDATES AND
      *STUDENT AND EXAMINEE NUMBERS LEAVE PARTLY MASKED. EVERY
      *UNMASKED EXTRACT IS LOGGED ON SECLOG.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *LINE SEQUENTIAL so the handoff opens straight in a spreadsheet
           SELECT CSVFILE ASSIGN TO "EXPORT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
      *operator master - level decides who may release personal data
           SELECT OPERMASTFILE ASSIGN TO "OPERMAST.TXT"
               FILE STATUS IS WS-OPM-FS.
           SELECT OPTIONAL SECLOGFILE ASSIGN TO "SECLOG.TXT".

       DATA DIVISION.
       FILE SECTION.
       FD  CSVFILE.
       01  CSV-REC PIC X(250).

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

       WORKING-STORAGE SECTION.

       01  WS-FS-IN PIC XX VALUE SPACES.
       01  CSV-WORK PIC X(250) VALUE SPACES.
       01  SUBJ-PART PIC X(50) VALUE SPACES.

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

      *1 = personal fields leave masked
       01  MASK-SW PIC 9 VALUE 1.
       01  MASK-TEXT PIC X(40) VALUE SPACES.
       01  MASK-P PIC 99 VALUE 0.
       01  MASK-LEN PIC 99 VALUE 0.
       01  MASK-KEEP PIC 99 VALUE 0.
       01  MASK-WORD-SW PIC 9 VALUE 0.
       01  OUT-NAME PIC X(35) VALUE SPACES.
       01  OUT-DOB PIC X(20) VALUE SPACES.
       01  OUT-NO PIC X(11) VALUE SPACES.

      *century-correct run date for the security log
       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM PICK-FILE-RTN THRU PICK-FILE-RTN-END.
           IF FILE-PICK NOT = 3
               PERFORM SIGN-ON-RTN THRU SIGN-ON-RTN-END
               PERFORM CLEARANCE-RTN THRU CLEARANCE-RTN-END
           END-IF.
           OPEN OUTPUT CSVFILE.

           EVALUATE FILE-PICK
           END-IF.
       PICK-FILE-RTN-END.

      *sign-on - an unmasked extract must say who released it
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

      *an encoder always gets the masked extract; a supervisor may
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
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.
           OPEN EXTEND SECLOGFILE.
           MOVE 'EXPORT' TO SC-PROGRAM.
           MOVE OPERATOR-ID TO SC-OPER.
           MOVE 'UNMASKED EXPORT' TO SC-ACTION.
           MOVE WS-RUN-DATE TO SC-DATE.
           ACCEPT SC-TIME FROM TIME.
           WRITE SEC-REC.
           CLOSE SECLOGFILE.
       CLEARANCE-RTN-END.
           EXIT.

      *OUTAD.TXT - SSNO through STERM, one row per grade record
       EXPORT-AD-RTN.
           OPEN INPUT ADFILE.
               MOVE SMIDTERM TO ED-GRADE
               MOVE SFINALS TO ED-GRADE-2
               MOVE SAVERAGE TO ED-GRADE-3
               MOVE SSNO TO OUT-NO
               IF MASK-SW = 1
                   MOVE OUT-NO TO MASK-TEXT
                   MOVE 2 TO MASK-KEEP
                   PERFORM MASK-TAIL-RTN
                   MOVE MASK-TEXT TO OUT-NO
               END-IF
               MOVE SNA TO MASK-TEXT
               IF MASK-SW = 1
                   PERFORM MASK-NAME-RTN
               END-IF
               MOVE MASK-TEXT TO OUT-NAME
               MOVE SPACES TO CSV-LINE
               STRING OUT-NO DELIMITED BY SPACE
                   ',"' DELIMITED BY SIZE
                   OUT-NAME DELIMITED BY '  '
                   '",' DELIMITED BY SIZE
                   SCOURSE DELIMITED BY SIZE
                   ',"' DELIMITED BY SIZE

           PERFORM UNTIL EOFSW = 1
               MOVE SRAVERAGE TO ED-AVE
               MOVE SENUM TO OUT-NO
               MOVE SDOB TO OUT-DOB
               MOVE SENAM TO MASK-TEXT
               IF MASK-SW = 1
                   PERFORM MASK-NAME-RTN
                   MOVE MASK-TEXT TO OUT-NAME
                   MOVE OUT-NO TO MASK-TEXT
                   MOVE 4 TO MASK-KEEP
                   PERFORM MASK-TAIL-RTN
                   MOVE MASK-TEXT TO OUT-NO
                   MOVE OUT-DOB TO MASK-TEXT
                   PERFORM MASK-TAIL-RTN
                   MOVE MASK-TEXT TO OUT-DOB
               ELSE
                   MOVE MASK-TEXT TO OUT-NAME
               END-IF
               MOVE SPACES TO CSV-LINE
               STRING OUT-NO DELIMITED BY SPACE
                   ',"' DELIMITED BY SIZE
                   OUT-NAME DELIMITED BY '  '
                   '","' DELIMITED BY SIZE
                   OUT-DOB DELIMITED BY '  '
                   '","' DELIMITED BY SIZE
                   SUNINAME DELIMITED BY '  '
                   '","' DELIMITED BY SIZE
               SUBJ-PART DELIMITED BY '   '
               INTO CSV-LINE
           END-STRING.

      *a name keeps the first letter of each word - JUAN DELA CRUZ
      *leaves as J*** D*** C***
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

      *a number or a birthdate keeps only its last MASK-KEEP
      *characters - the year of a written-out birthdate survives
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
