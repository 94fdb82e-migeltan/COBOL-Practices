           05 MAST-NAME PIC X(20).
           05 MAST-NETWORK PIC X(10).
           05 MAST-RETIRED PIC X.
           05 MAST-CLASS PIC X(3).
           05 MAST-CLASS-VALID PIC 9(8).

       FD  ACCTFILE
           LABEL RECORD IS STANDARD
           05 AM-NAME PIC X(25).
           05 AM-OPENED PIC 9(8).
           05 AM-STATUS PIC X.
           05 AM-TAXEX PIC X.
           05 AM-HOME-BR PIC X(3).
           05 AM-CCY PIC X(3).
           05 FILLER PIC X(13).

       FD  REJFILE
           LABEL RECORD IS OMITTED

      *the split row - up to six raw fields, quotes stripped
       01  RAW-TABLE.
           05 RAW-FLD OCCURS 7 TIMES PIC X(30).
       01  F-I PIC 9 VALUE 0.
       01  C-I PIC 9(3) VALUE 0.

       PICK-FILE-RTN.
           DISPLAY 'Import into which file?'.
           DISPLAY '  1 - CLASSLIST.TXT (no,name)'.
           DISPLAY '  2 - SHOWMAST.TXT  (show,network,retired,mtrcb,'
               'valid to)'.
           DISPLAY '  3 - ACCTMAST.TXT  (ano,name,opened,status,taxex,'
               'branch,ccy)'.
           ACCEPT FILE-PICK.
           IF FILE-PICK < 1 OR FILE-PICK > 3
               DISPLAY '1-3 only!'
      *one row - split on the commas, strip quotes, hand off to the
      *target's own edits; a header row on top is passed over
       TAKE-ROW-RTN.
           PERFORM VARYING F-I FROM 1 BY 1 UNTIL F-I > 7
               MOVE SPACES TO RAW-FLD(F-I)
           END-PERFORM.

           UNSTRING CSV-REC DELIMITED BY ','
               INTO RAW-FLD(1) RAW-FLD(2) RAW-FLD(3)
                    RAW-FLD(4) RAW-FLD(5) RAW-FLD(6)
                    RAW-FLD(7)
           END-UNSTRING.

           PERFORM VARYING F-I FROM 1 BY 1 UNTIL F-I > 7
               INSPECT RAW-FLD(F-I) REPLACING ALL '"' BY SPACE
               PERFORM TRIM-FIELD-RTN
           END-PERFORM.
       LOAD-CLASS-RTN-END.
           EXIT.

      *SHOWMAST row - show,network,retired(Y/N, blank means N),
      *MTRCB class (G/PG/SPG) and its valid-to date (YYYYMMDD) -
      *both may be left blank and set later through SHOWMNT
       LOAD-SHOW-RTN.
           IF RAW-FLD(1) = SPACES
               MOVE 'SHOW NAME REQUIRED' TO RJ-REASON
               GO TO LOAD-SHOW-RTN-END
           END-IF.

           INSPECT RAW-FLD(4) CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF RAW-FLD(4) NOT = SPACES
              AND RAW-FLD(4) NOT = 'G'
              AND RAW-FLD(4) NOT = 'PG'
              AND RAW-FLD(4) NOT = 'SPG'
               MOVE 'CLASS MUST BE G/PG/SPG' TO RJ-REASON
               PERFORM WRITE-REJECT-RTN
               GO TO LOAD-SHOW-RTN-END
           END-IF.
           MOVE 0 TO WS-DATE8.
           IF RAW-FLD(4) NOT = SPACES
               MOVE RAW-FLD(5) TO PARSE-IN
               PERFORM PARSE-NUM-RTN
               IF PARSE-OK = 0 OR PARSE-DIGITS NOT = 8
                   MOVE 'BAD CLASS VALID-TO DATE' TO RJ-REASON
                   PERFORM WRITE-REJECT-RTN
                   GO TO LOAD-SHOW-RTN-END
               END-IF
               MOVE PARSE-VAL TO WS-DATE8
               IF WS-D8-YYYY < 1900 OR WS-D8-YYYY > 2100
                  OR WS-D8-MM < 1 OR WS-D8-MM > 12
                  OR WS-D8-DD < 1 OR WS-D8-DD > 31
                   MOVE 'BAD CLASS VALID-TO DATE' TO RJ-REASON
                   PERFORM WRITE-REJECT-RTN
                   GO TO LOAD-SHOW-RTN-END
               END-IF
           END-IF.

           MOVE SPACES TO WORK-KEY.
           MOVE RAW-FLD(1) TO WORK-KEY.
           PERFORM CHECK-DUP-RTN.
           ELSE
               MOVE 'N' TO MAST-RETIRED
           END-IF.
           MOVE RAW-FLD(4) TO MAST-CLASS.
           MOVE WS-DATE8 TO MAST-CLASS-VALID.
           WRITE SHOW-REC.
           PERFORM NOTE-KEY-RTN.
           ADD 1 TO GOOD-COUNT.
       LOAD-SHOW-RTN-END.
           EXIT.

      *ACCTMAST row - ano,name,opened(YYYYMMDD),status(A/F/C),
      *tax exempt(Y/N, blank taken as N),home branch(MKT/QZN/ORT/
      *ALB, may be left blank and set later through ACCTMNT),
      *currency (three letters, blank taken as PHP)
       LOAD-ACCT-RTN.
           IF RAW-FLD(1) = SPACES
               MOVE 'ACCOUNT NO REQUIRED' TO RJ-REASON
               PERFORM WRITE-REJECT-RTN
               GO TO LOAD-ACCT-RTN-END
           END-IF.
           IF RAW-FLD(5) NOT = SPACES
              AND RAW-FLD(5)(1:1) NOT = 'Y'
              AND RAW-FLD(5)(1:1) NOT = 'y'
              AND RAW-FLD(5)(1:1) NOT = 'N'
              AND RAW-FLD(5)(1:1) NOT = 'n'
               MOVE 'TAX EXEMPT MUST BE Y/N' TO RJ-REASON
               PERFORM WRITE-REJECT-RTN
               GO TO LOAD-ACCT-RTN-END
           END-IF.
           INSPECT RAW-FLD(6) CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF RAW-FLD(6) NOT = SPACES
              AND RAW-FLD(6) NOT = 'MKT'
              AND RAW-FLD(6) NOT = 'QZN'
              AND RAW-FLD(6) NOT = 'ORT'
              AND RAW-FLD(6) NOT = 'ALB'
               MOVE 'UNKNOWN HOME BRANCH' TO RJ-REASON
               PERFORM WRITE-REJECT-RTN
               GO TO LOAD-ACCT-RTN-END
           END-IF.
           INSPECT RAW-FLD(7) CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF RAW-FLD(7) NOT = SPACES
              AND (RAW-FLD(7)(1:3) NOT ALPHABETIC-UPPER
                   OR RAW-FLD(7)(3:1) = SPACE
                   OR RAW-FLD(7)(4:27) NOT = SPACES)
               MOVE 'BAD CURRENCY CODE' TO RJ-REASON
               PERFORM WRITE-REJECT-RTN
               GO TO LOAD-ACCT-RTN-END
           END-IF.

           MOVE SPACES TO WORK-KEY.
           MOVE RAW-FLD(1)(1:10) TO WORK-KEY(1:10).
               GO TO LOAD-ACCT-RTN-END
           END-IF.

           MOVE SPACES TO ACCT-REC.
           MOVE RAW-FLD(1)(1:10) TO AM-ANO.
           MOVE RAW-FLD(2)(1:25) TO AM-NAME.
           MOVE WS-DATE8 TO AM-OPENED.
           ELSE
               MOVE RAW-FLD(4)(1:1) TO AM-STATUS
           END-IF.
           IF RAW-FLD(5)(1:1) = 'Y' OR RAW-FLD(5)(1:1) = 'y'
               MOVE 'Y' TO AM-TAXEX
           ELSE
               MOVE 'N' TO AM-TAXEX
           END-IF.
           MOVE RAW-FLD(6)(1:3) TO AM-HOME-BR.
           IF RAW-FLD(7) = SPACES
               MOVE 'PHP' TO AM-CCY
           ELSE
               MOVE RAW-FLD(7)(1:3) TO AM-CCY
           END-IF.
           WRITE ACCT-REC.
           PERFORM NOTE-KEY-RTN.
           ADD 1 TO GOOD-COUNT.
