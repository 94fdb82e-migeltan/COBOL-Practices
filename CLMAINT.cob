      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MAINTAINS THE CLASSLIST.TXT ROSTER - ADD WITH A
      *DUPLICATE-RNO CHECK, CORRECT A NAME, DROP A WITHDRAWN
      *STUDENT - SO THE ENCODERS NEVER TOUCH THE RAW FILE. WHEN THE
      *REGISTRAR MASTER STUDMAST.TXT IS ON HAND A NEW ENTRY MUST BE
      *ON IT AND NOT ON LEAVE, DROPPED OR GRADUATED, AND EVERY NAME
      *ON THE ROSTER IS TAKEN FROM IT. SAME LOAD/MAINTAIN/SAVE SHAPE
      *AS TUTORIAL14MAINTAINFILE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *each drop that frees a section seat is noted here so
      *SECPROMO can move the waitlist up
           SELECT OPTIONAL SECFREEFILE ASSIGN TO "SECFREE.TXT".
      *registrar student master kept by STUDMNT - absent means the
      *roster names are keyed here, like before
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

       01 WS-LCK-FS PIC XX VALUE SPACES.
       01 WORK-RNAME PIC X(25) VALUE SPACES.
       01 WORK-SECTION PIC X(5) VALUE SPACES.

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
       01 STM-RENAMED PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM CHECK-LOCK-RTN THRU CHECK-LOCK-RTN-END.
           PERFORM SIGN-ON-RTN THRU SIGN-ON-RTN-END.
           PERFORM LOAD-STUDMAST-RTN THRU LOAD-STUDMAST-RTN-END.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.

           CLOSE ROSTERFILE.
           DISPLAY 'ROSTER LOADED: ' ROSTER-COUNT ' STUDENTS.'.

      *a name corrected on the master replaces the roster's copy
           MOVE 0 TO STM-RENAMED.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ROSTER-COUNT
               MOVE RT-RNO(I) TO WORK-RNO
               PERFORM FIND-STUDMAST-RTN
               IF STM-FOUND-I > 0
                   IF RT-RNAME(I) NOT = STM-NAME(STM-FOUND-I)
                       MOVE STM-NAME(STM-FOUND-I) TO RT-RNAME(I)
                       ADD 1 TO STM-RENAMED
                   END-IF
               END-IF
           END-PERFORM.
           IF STM-RENAMED > 0
               DISPLAY 'NAMES REFRESHED FROM STUDMAST.TXT: '
                   STM-RENAMED
           END-IF.
       LOAD-RTN-END.
           EXIT.

               GO TO ADD-RTN-END
           END-IF.

      *the registrar's record, when there is one, vouches for the
      *student and supplies the name
           IF STM-COUNT > 0
               PERFORM FIND-STUDMAST-RTN
               IF STM-FOUND-I = 0
                   DISPLAY 'Not on STUDMAST.TXT - refused.'
                   GO TO ADD-RTN-END
               END-IF
               IF STM-STATUS(STM-FOUND-I) = 'L'
                  OR STM-STATUS(STM-FOUND-I) = 'D'
                  OR STM-STATUS(STM-FOUND-I) = 'G'
                   DISPLAY 'Student is on leave, dropped or '
                       'graduated - refused.'
                   GO TO ADD-RTN-END
               END-IF
               MOVE STM-NAME(STM-FOUND-I) TO WORK-RNAME
               DISPLAY 'Name: ' WORK-RNAME
           ELSE
               DISPLAY 'Student Name: '
               ACCEPT WORK-RNAME
           END-IF.

           ADD 1 TO ROSTER-COUNT.
           MOVE WORK-RNO TO RT-RNO(ROSTER-COUNT).

           IF FOUND-I = 0
               DISPLAY 'No such student on the roster.'
           ELSE IF STM-COUNT > 0
               DISPLAY 'Names are corrected on STUDMAST.TXT '
                   'through STUDMNT.'
               PERFORM FIND-STUDMAST-RTN
               IF STM-FOUND-I > 0
                   MOVE STM-NAME(STM-FOUND-I) TO RT-RNAME(FOUND-I)
                   DISPLAY 'Name on the master: ' RT-RNAME(FOUND-I)
               END-IF
           ELSE
               DISPLAY 'On file: ' RT-RNAME(FOUND-I)
               DISPLAY 'Corrected Name: '
               ACCEPT WORK-RNAME
               MOVE WORK-RNAME TO RT-RNAME(FOUND-I)
               DISPLAY 'Corrected.'
           END-IF
           END-IF.

      *dropping a student off the roster is a delete - supervisor
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
               IF STM-SNO(STM-I) = WORK-RNO
                   MOVE STM-I TO STM-FOUND-I
               END-IF
           END-PERFORM.

      *rewrite CLASSLIST.TXT from the table, dropping flagged rows
       SAVE-RTN.
           OPEN OUTPUT ROSTERFILE.
