               FILE STATUS IS WS-IDX-FS.
           SELECT ROSTERFILE ASSIGN TO "CLASSLIST.TXT"
               FILE STATUS IS WS-ROSTER-FS.
      *registrar student master kept by STUDMNT - the student must
      *be on it and the name comes from it; absent means the roster
      *or the keyed name stands, like before
           SELECT STUDMASTFILE ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS WS-STM-FS.
      *optional master of valid section codes, now carrying each
      *section's capacity and enrolled count - absent means the
      *typed YEAR-SECTION is taken as-is, like before
      *missed forces the FA remark regardless of grades
           SELECT ATTFILE ASSIGN TO "ATTEND.TXT"
               FILE STATUS IS WS-ATT-FS.
      *section dates CLSSUSP suspended for a storm signal - an
      *absence on one of them is excused, not counted
           SELECT SUSPFILE ASSIGN TO "SUSPEND.TXT"
               FILE STATUS IS WS-SUS-FS.
      *subject catalog - code, title and units; a grade record now
      *names the subject it belongs to
           SELECT SUBJMASTFILE ASSIGN TO "SUBJMAST.TXT"
           05 RNO PIC 9(5).
           05 RNAME PIC X(25).

       FD STUDMASTFILE.

       01 STUD-MAST-REC.
           05 SR-SNO PIC 9(5).
           05 SR-NAME PIC X(25).
           05 SR-PROGRAM PIC X(6).
           05 SR-YEAR PIC 9.
           05 SR-ADMIT PIC X(5).
      *R REGULAR / I IRREGULAR / L LOA / D DROPPED / G GRADUATED
           05 SR-STATUS PIC X.

       FD SECMASTFILE.

       01 SEC-MAST-REC.
           05 AT-SNO PIC 9(5).
           05 AT-FLAG PIC X.

       FD SUSPFILE.

       01 SUSP-REC.
           05 SU-SYS PIC X(5).
           05 SU-DATE PIC 9(8).
           05 SU-NOS PIC X(20).
           05 SU-YEAR PIC 9(4).
           05 SU-PROV PIC X(15).
           05 SU-SIGNAL PIC 9.
           05 SU-RUN-DATE PIC 9(8).

       FD STANDFILE.

       01 STAND-REC.
       01 ROSTER-OPEN-SW PIC 9 VALUE 0.
       01 ROSTER-EOF-SW PIC 9 VALUE 0.

      *registrar master - name and status per student number; a
      *student on leave, dropped or graduated takes no new grades
       01 WS-STM-FS PIC XX VALUE SPACES.
       01 STM-EOF-SW PIC 9 VALUE 0.
       01 STM-TABLE.
           05 STM-ENTRY OCCURS 1000 TIMES.
               10 STM-SNO PIC 9(5).
               10 STM-NAME PIC X(25).
               10 STM-STATUS PIC X.
       01 STM-COUNT PIC 9(4) VALUE 0.
       01 STM-I PIC 9(4) VALUE 0.
       01 STM-FOUND-I PIC 9(4) VALUE 0.
       01 STM-BARRED-SW PIC 9 VALUE 0.

      *bridged midterm grades keyed by student number
       01 WS-GRD-FS PIC XX VALUE SPACES.
       01 GRD-EOF-SW PIC 9 VALUE 0.
       01 ATT-FOUND-SW PIC 9 VALUE 0.
       01 WS-SESSIONS PIC 9(3) VALUE 0.
       01 WS-ABSENCES PIC 9(3) VALUE 0.
       01 WS-SUS-FS PIC XX VALUE SPACES.
       01 SUSP-TABLE.
           05 SUSP-ENTRY OCCURS 2000 TIMES.
               10 SU-T-SYS PIC X(5).
               10 SU-T-DATE PIC 9(8).
       01 SUSP-COUNT PIC 9(4) VALUE 0.
       01 SU-I PIC 9(4) VALUE 0.
       01 SUSP-SW PIC 9 VALUE 0.

      *cross-file control totals - this program posts its data
      *file's record count and hash total at close; the nightly
               MOVE 0 TO ROSTER-OPEN-SW
           END-IF.

           PERFORM LOAD-STUDMAST-RTN THRU LOAD-STUDMAST-RTN-END.
           PERFORM LOAD-SECTIONS-RTN THRU LOAD-SECTIONS-RTN-END.
           PERFORM LOAD-SUBJECTS-RTN THRU LOAD-SUBJECTS-RTN-END.
           PERFORM LOAD-FACULTY-RTN THRU LOAD-FACULTY-RTN-END.

           PERFORM DISPLAY-HEADER.
           PERFORM ACCEPT-STUD.
           PERFORM CHECK-STUDMAST-RTN THRU CHECK-STUDMAST-RTN-END.
           MOVE 0 TO HOLD-BARRED-SW.
           IF STM-BARRED-SW = 0
               PERFORM CHECK-PROBATION-RTN
                   THRU CHECK-PROBATION-RTN-END
           END-IF.
      *a held, waitlisted or barred student takes no grades
           IF HOLD-BARRED-SW = 0 AND STM-BARRED-SW = 0
               PERFORM ACCEPT-COURSE THRU ACCEPT-YS-END
               IF WAITLISTED-SW = 0 AND ENTRY-BARRED-SW = 0
                   PERFORM ACCEPT-SUBJ THRU ACCEPT-SUBJ-END
               PERFORM ACCEPT-STUD-MANUAL
           END-IF.

      *with the registrar master on hand only the number is keyed -
      *the name is taken from the master
       ACCEPT-STUD-MANUAL.
           DISPLAY 'Student Number: ' LINE 6 COLUMN 10.
           ACCEPT SNO LINE 6 COLUMN 60.
           IF STM-COUNT = 0
               DISPLAY 'Student Name: ' LINE 7 COLUMN 10
               ACCEPT SNAME LINE 7 COLUMN 60
           END-IF.

      *LOAD THE REGISTRAR STUDENT MASTER, IF ONE EXISTS
       LOAD-STUDMAST-RTN.
           MOVE 0 TO STM-COUNT.
           OPEN INPUT STUDMASTFILE.
           IF WS-STM-FS NOT = '00'
               GO TO LOAD-STUDMAST-RTN-END
           END-IF.

           MOVE 0 TO STM-EOF-SW.
           PERFORM UNTIL STM-EOF-SW = 1 OR STM-COUNT = 1000
               READ STUDMASTFILE
                   AT END MOVE 1 TO STM-EOF-SW
               END-READ
               IF STM-EOF-SW = 0
                   ADD 1 TO STM-COUNT
                   MOVE SR-SNO TO STM-SNO(STM-COUNT)
                   MOVE SR-NAME TO STM-NAME(STM-COUNT)
                   MOVE SR-STATUS TO STM-STATUS(STM-COUNT)
               END-IF
           END-PERFORM.

           CLOSE STUDMASTFILE.
       LOAD-STUDMAST-RTN-END.

      *the student must be on the registrar master, which supplies
      *the name; one on leave, dropped or graduated is refused new
      *grades
       CHECK-STUDMAST-RTN.
           MOVE 0 TO STM-BARRED-SW.
           IF STM-COUNT = 0
               GO TO CHECK-STUDMAST-RTN-END
           END-IF.

           MOVE 0 TO STM-FOUND-I.
           PERFORM VARYING STM-I FROM 1 BY 1
                   UNTIL STM-I > STM-COUNT OR STM-FOUND-I > 0
               IF STM-SNO(STM-I) = SNO
                   MOVE STM-I TO STM-FOUND-I
               END-IF
           END-PERFORM.

           IF STM-FOUND-I = 0
               DISPLAY 'Not on STUDMAST.TXT - refused.'
                   LINE 8 COLUMN 30
               MOVE 1 TO STM-BARRED-SW
               GO TO CHECK-STUDMAST-RTN-END
           END-IF.

           MOVE STM-NAME(STM-FOUND-I) TO SNAME.
           DISPLAY 'Student Name: ' LINE 7 COLUMN 10.
           DISPLAY SNAME LINE 7 COLUMN 60.

           IF STM-STATUS(STM-FOUND-I) = 'L'
              OR STM-STATUS(STM-FOUND-I) = 'D'
              OR STM-STATUS(STM-FOUND-I) = 'G'
               DISPLAY 'On leave, dropped or graduated - refused.'
                   LINE 8 COLUMN 30
               MOVE 1 TO STM-BARRED-SW
           END-IF.
       CHECK-STUDMAST-RTN-END.
           EXIT.

      *course validation
       ACCEPT-COURSE.
      *MEETING DATES PER SECTION, ABSENCES PER STUDENT PER SECTION
       LOAD-ATTEND-RTN.
           MOVE 0 TO ATT-SESS-COUNT ATT-ABS-COUNT.
           MOVE 0 TO SUSP-COUNT.
           OPEN INPUT SUSPFILE.
           IF WS-SUS-FS = '00'
               MOVE 0 TO SEC-EOF-SW
               PERFORM UNTIL SEC-EOF-SW = 1 OR SUSP-COUNT = 2000
                   READ SUSPFILE
                       AT END MOVE 1 TO SEC-EOF-SW
                   END-READ
                   IF SEC-EOF-SW = 0
                       ADD 1 TO SUSP-COUNT
                       MOVE SU-SYS TO SU-T-SYS(SUSP-COUNT)
                       MOVE SU-DATE TO SU-T-DATE(SUSP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SUSPFILE
           END-IF.

           OPEN INPUT ATTFILE.
           IF WS-ATT-FS NOT = '00'
               GO TO LOAD-ATTEND-RTN-END
       LOAD-ATTEND-RTN-END.
           EXIT.

      *A SUSPENDED DATE IS NEITHER A MEETING NOR AN ABSENCE
       TAKE-ATTEND-RTN.
           MOVE 0 TO SUSP-SW.
           PERFORM VARYING SU-I FROM 1 BY 1
                   UNTIL SU-I > SUSP-COUNT OR SUSP-SW = 1
               IF SU-T-SYS(SU-I) = AT-SYS AND SU-T-DATE(SU-I) = AT-DATE
                   MOVE 1 TO SUSP-SW
               END-IF
           END-PERFORM.
           IF SUSP-SW = 1
               GO TO TAKE-ATTEND-RTN-END
           END-IF.

           MOVE 0 TO ATT-FOUND-SW.
           PERFORM VARYING AS-I FROM 1 BY 1
                   UNTIL AS-I > ATT-SESS-COUNT OR ATT-FOUND-SW = 1
