      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MAINTAINS SHOWMAST.TXT - ADD A SHOW, CORRECT A
      *NETWORK, OR MARK A SHOW RETIRED INSTEAD OF DELETING IT SO
      *ITS FIN33.TXT HISTORY KEEPS A TABLE ENTRY BEHIND IT. ALSO
      *RECORDS EACH SHOW'S MTRCB CLASSIFICATION (G, PG OR SPG) AND
      *THE DATE IT IS VALID TO, WHICH FIN33CLS CHECKS THE SCHEDULE
      *AGAINST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 MAST-NAME PIC X(20).
           05 MAST-NETWORK PIC X(10).
           05 MAST-RETIRED PIC X.
           05 MAST-CLASS PIC X(3).
           05 MAST-CLASS-VALID PIC 9(8).

       WORKING-STORAGE SECTION.

               10 ST-NAME PIC X(20).
               10 ST-NETWORK PIC X(10).
               10 ST-RETIRED PIC X VALUE 'N'.
               10 ST-CLASS PIC X(3).
               10 ST-CLASS-VALID PIC 9(8).

       01 SHOW-COUNT PIC 99 VALUE 0.
       01 I PIC 99 VALUE 0.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-NAME PIC X(20) VALUE SPACES.
       01 WORK-NETWORK PIC X(10) VALUE SPACES.
       01 WORK-CLASS PIC X(3) VALUE SPACES.
       01 WORK-VALID PIC 9(8) VALUE 0.
       01 WORK-VALID-X REDEFINES WORK-VALID.
           05 WV-YYYY PIC 9(4).
           05 WV-MM PIC 99.
           05 WV-DD PIC 99.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM CHECK-LOCK-RTN THRU CHECK-LOCK-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               ELSE
                   MOVE 'N' TO ST-RETIRED(SHOW-COUNT)
               END-IF
               MOVE MAST-CLASS TO ST-CLASS(SHOW-COUNT)
               MOVE MAST-CLASS-VALID TO ST-CLASS-VALID(SHOW-COUNT)
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Add, Correct network, Retire, MTRCB class'
               ' or List? (A/C/R/M/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'R'
               WHEN 'r'
                   PERFORM RETIRE-RTN
               WHEN 'M'
               WHEN 'm'
                   PERFORM CLASSIFY-RTN THRU CLASSIFY-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'A, C, R, M or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           MOVE WORK-NAME TO ST-NAME(SHOW-COUNT).
           MOVE WORK-NETWORK TO ST-NETWORK(SHOW-COUNT).
           MOVE 'N' TO ST-RETIRED(SHOW-COUNT).
           MOVE SPACES TO ST-CLASS(SHOW-COUNT).
           MOVE 0 TO ST-CLASS-VALID(SHOW-COUNT).
           DISPLAY 'Added - classify it (M) before it airs.'.
       ADD-RTN-END.
           EXIT.

               DISPLAY 'Retired: ' ST-NAME(FOUND-I)
           END-IF.

      *a new or renewed MTRCB permit - the class and the date it
      *runs out, which cannot already be past
       CLASSIFY-RTN.
           DISPLAY 'Show Name to classify: '.
           ACCEPT WORK-NAME.
           PERFORM FIND-SHOW-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such show on the master.'
               GO TO CLASSIFY-RTN-END
           END-IF.
           DISPLAY 'On file: ' ST-CLASS(FOUND-I) ' valid to '
               ST-CLASS-VALID(FOUND-I).

       CLASSIFY-CLASS.
           DISPLAY 'MTRCB Classification (G/PG/SPG): '.
           ACCEPT WORK-CLASS.
           INSPECT WORK-CLASS CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WORK-CLASS NOT = 'G' AND WORK-CLASS NOT = 'PG'
              AND WORK-CLASS NOT = 'SPG'
               DISPLAY 'G, PG or SPG only!'
               GO TO CLASSIFY-CLASS
           END-IF.

       CLASSIFY-VALID.
           DISPLAY 'Valid To (YYYYMMDD): '.
           ACCEPT WORK-VALID.
           IF WV-YYYY < 1900 OR WV-MM < 1 OR WV-MM > 12
              OR WV-DD < 1 OR WV-DD > 31
               DISPLAY 'Invalid!'
               GO TO CLASSIFY-VALID
           END-IF.
           IF WORK-VALID < WS-RUN-DATE
               DISPLAY 'Already expired - invalid!'
               GO TO CLASSIFY-VALID
           END-IF.

           MOVE WORK-CLASS TO ST-CLASS(FOUND-I).
           MOVE WORK-VALID TO ST-CLASS-VALID(FOUND-I).
           DISPLAY 'Classified: ' ST-NAME(FOUND-I).
       CLASSIFY-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SHOW-COUNT
               DISPLAY ST-NAME(I) ' ' ST-NETWORK(I) ' '
                   ST-RETIRED(I) ' ' ST-CLASS(I) ' '
                   ST-CLASS-VALID(I)
           END-PERFORM.

       FIND-SHOW-RTN.
               MOVE ST-NAME(I) TO MAST-NAME
               MOVE ST-NETWORK(I) TO MAST-NETWORK
               MOVE ST-RETIRED(I) TO MAST-RETIRED
               MOVE ST-CLASS(I) TO MAST-CLASS
               MOVE ST-CLASS-VALID(I) TO MAST-CLASS-VALID
               WRITE MAST-REC
           END-PERFORM.
           CLOSE MASTFILE.
