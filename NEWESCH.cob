           05 AM-NAME PIC X(25).
           05 AM-OPENED PIC 9(8).
           05 AM-STATUS PIC X.
           05 AM-TAXEX PIC X.
           05 AM-HOME-BR PIC X(3).
           05 AM-CCY PIC X(3).
           05 FILLER PIC X(13).

       FD  PRMFILE
           LABEL RECORD IS OMITTED
               10 AT-NAME PIC X(25).
               10 AT-OPENED PIC 9(8).
               10 AT-STATUS PIC X.
               10 AT-TAXEX PIC X.
               10 AT-HOME-BR PIC X(3).
               10 AT-CCY PIC X(3).
       01  ACCT-COUNT PIC 9(3) VALUE 0.
       01  AM-I PIC 9(3) VALUE 0.
       01  AM-FOUND-I PIC 9(3) VALUE 0.
           PERFORM LOAD-BALANCES-RTN THRU LOAD-BALANCES-RTN-END.
           IF BAL-COUNT = 0
               DISPLAY 'NO NEWBAL.TXT ON HAND - NOTHING TO ESCHEAT.'
               GOBACK
           END-IF.
           PERFORM LOAD-ACCTMAST-RTN THRU LOAD-ACCTMAST-RTN-END.
           IF OVERFLOW-SW = 1
               DISPLAY 'A MASTER EXCEEDS 200 RECORDS - RUN REFUSED.'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND LIABFILE.
               PERFORM POST-CONTROL-RTN THRU POST-CONTROL-RTN-END
           END-IF.
           DISPLAY 'ACCOUNTS ESCHEATED: ' ESCH-COUNT ' (ESCHRPT).'.
           GOBACK.

       LOAD-PARM-RTN.
           OPEN INPUT PRMFILE.
                   MOVE AM-NAME TO AT-NAME(ACCT-COUNT)
                   MOVE AM-OPENED TO AT-OPENED(ACCT-COUNT)
                   MOVE AM-STATUS TO AT-STATUS(ACCT-COUNT)
                   MOVE AM-TAXEX TO AT-TAXEX(ACCT-COUNT)
                   MOVE AM-HOME-BR TO AT-HOME-BR(ACCT-COUNT)
                   MOVE AM-CCY TO AT-CCY(ACCT-COUNT)
               END-IF
           END-PERFORM.

           END-IF.
           OPEN OUTPUT MASTFILE.
           PERFORM VARYING AM-I FROM 1 BY 1 UNTIL AM-I > ACCT-COUNT
               MOVE SPACES TO MAST-REC
               MOVE AT-ANO(AM-I) TO AM-ANO
               MOVE AT-NAME(AM-I) TO AM-NAME
               MOVE AT-OPENED(AM-I) TO AM-OPENED
               MOVE AT-STATUS(AM-I) TO AM-STATUS
               MOVE AT-TAXEX(AM-I) TO AM-TAXEX
               MOVE AT-HOME-BR(AM-I) TO AM-HOME-BR
               MOVE AT-CCY(AM-I) TO AM-CCY
               WRITE MAST-REC
           END-PERFORM.
           CLOSE MASTFILE.
