      *ABSENT, APPENDED TO ATTEND.TXT. ACCDISP CONSULTS THE TOTALS
      *AT REMARK TIME SO A STUDENT OVER THE ABSENCE LIMIT DRAWS THE
      *FA REMARK THE UNIVERSITY RULE REQUIRES. THE PAPER LOGBOOK,
      *RETIRED. THE STUDENT MUST BE ON THE REGISTRAR MASTER
      *STUDMAST.TXT, WHICH SUPPLIES THE NAME; ONE ON LEAVE, DROPPED
      *OR GRADUATED IS NOT MARKED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL ATTFILE ASSIGN TO "ATTEND.TXT".
           SELECT ROSTERFILE ASSIGN TO "CLASSLIST.TXT"
               FILE STATUS IS WS-ROSTER-FS.
      *registrar student master kept by STUDMNT - absent means the
      *roster alone vouches for the student, like before
           SELECT STUDMASTFILE ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS WS-STM-FS.

       DATA DIVISION.
       FILE SECTION.
           05 RNO PIC 9(5).
           05 RNAME PIC X(25).

       FD  STUDMASTFILE.
       01  STUD-MAST-REC.
           05 SR-SNO PIC 9(5).
           05 SR-NAME PIC X(25).
           05 SR-PROGRAM PIC X(6).
           05 SR-YEAR PIC 9.
           05 SR-ADMIT PIC X(5).
      *R REGULAR / I IRREGULAR / L LOA / D DROPPED / G GRADUATED
           05 SR-STATUS PIC X.

       WORKING-STORAGE SECTION.

       01 WS-ROSTER-FS PIC XX VALUE SPACES.
       01 R-I PIC 9(3) VALUE 0.
       01 R-FOUND-I PIC 9(3) VALUE 0.

      *the registrar master - name and status per student number
       01 WS-STM-FS PIC XX VALUE SPACES.
       01 STM-TABLE.
           05 STM-ENTRY OCCURS 1000 TIMES.
               10 STM-SNO PIC 9(5).
               10 STM-NAME PIC X(25).
               10 STM-STATUS PIC X.
       01 STM-COUNT PIC 9(4) VALUE 0.
       01 STM-I PIC 9(4) VALUE 0.
       01 STM-FOUND-I PIC 9(4) VALUE 0.

       01 WORK-SYS PIC X(5) VALUE SPACES.
       01 WORK-DATE PIC 9(8) VALUE 0.
       01 WORK-SNO PIC 9(5) VALUE 0.

       MAIN-RTN.
           PERFORM LOAD-ROSTER-RTN THRU LOAD-ROSTER-RTN-END.
           PERFORM LOAD-STUDMAST-RTN THRU LOAD-STUDMAST-RTN-END.
           PERFORM SESSION-RTN THRU SESSION-RTN-END.
           OPEN EXTEND ATTFILE.
           PERFORM MARK-ONE-RTN THRU MARK-ONE-RTN-END
               DISPLAY 'Not on CLASSLIST.TXT - refused.'
               GO TO ASK-ANOTHER
           END-IF.
           PERFORM FIND-STUDMAST-RTN.
           IF STM-COUNT > 0 AND STM-FOUND-I = 0
               DISPLAY 'Not on STUDMAST.TXT - refused.'
               GO TO ASK-ANOTHER
           END-IF.
           IF STM-FOUND-I > 0
               DISPLAY 'Name: ' STM-NAME(STM-FOUND-I)
               IF STM-STATUS(STM-FOUND-I) = 'L'
                  OR STM-STATUS(STM-FOUND-I) = 'D'
                  OR STM-STATUS(STM-FOUND-I) = 'G'
                   DISPLAY 'Student is on leave, dropped or '
                       'graduated - refused.'
                   GO TO ASK-ANOTHER
               END-IF
           ELSE
               IF R-FOUND-I > 0
                   DISPLAY 'Name: ' RT-RNAME(R-FOUND-I)
               END-IF
           END-IF.

       MARK-ASK.
                   MOVE R-I TO R-FOUND-I
               END-IF
           END-PERFORM.

       LOAD-STUDMAST-RTN.
           MOVE 0 TO STM-COUNT.
           OPEN INPUT STUDMASTFILE.
           IF WS-STM-FS NOT = '00'
               GO TO LOAD-STUDMAST-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1 OR STM-COUNT = 1000
               READ STUDMASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO STM-COUNT
                   MOVE SR-SNO TO STM-SNO(STM-COUNT)
                   MOVE SR-NAME TO STM-NAME(STM-COUNT)
                   MOVE SR-STATUS TO STM-STATUS(STM-COUNT)
               END-IF
           END-PERFORM.

           CLOSE STUDMASTFILE.
       LOAD-STUDMAST-RTN-END.
           EXIT.

       FIND-STUDMAST-RTN.
           MOVE 0 TO STM-FOUND-I.
           PERFORM VARYING STM-I FROM 1 BY 1 UNTIL STM-I > STM-COUNT
               IF STM-SNO(STM-I) = WORK-SNO
                   MOVE STM-I TO STM-FOUND-I
               END-IF
           END-PERFORM.
