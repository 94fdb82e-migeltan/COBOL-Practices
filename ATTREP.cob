      *REMARKS. ATTENDANCE SUMMARY PER SECTION FROM ATTEND.TXT -
      *SESSIONS HELD, AND PER STUDENT THE ABSENCES AGAINST THAT
      *COUNT WITH AN OVER-LIMIT TAG AT THE 20 PERCENT LINE THE
      *UNIVERSITY RULE FAILS A STUDENT ON. A DATE CLSSUSP SUSPENDED
      *FOR THE SECTION (SUSPEND.TXT) IS NOT A SESSION HELD, AND AN
      *ABSENCE ON IT IS SHOWN AS EXCUSED, NOT COUNTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT ATTFILE ASSIGN TO "ATTEND.TXT"
               FILE STATUS IS WS-ATT-FS.
           SELECT SUSPFILE ASSIGN TO "SUSPEND.TXT"
               FILE STATUS IS WS-SUS-FS.
           SELECT RPTFILE ASSIGN TO "ATTREPRT".

       DATA DIVISION.
           05 AT-SNO PIC 9(5).
           05 AT-FLAG PIC X.

       FD  SUSPFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUSP-REC.

       01  SUSP-REC.
           05 SU-SYS PIC X(5).
           05 SU-DATE PIC 9(8).
           05 SU-NOS PIC X(20).
           05 SU-YEAR PIC 9(4).
           05 SU-PROV PIC X(15).
           05 SU-SIGNAL PIC 9.
           05 SU-RUN-DATE PIC 9(8).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTREC.
       WORKING-STORAGE SECTION.

       01 WS-ATT-FS PIC XX VALUE SPACES.
       01 WS-SUS-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

      *section dates with classes suspended for a storm
       01 SUSP-TABLE.
           05 SUSP-ENTRY OCCURS 2000 TIMES.
               10 SU-T-SYS PIC X(5).
               10 SU-T-DATE PIC 9(8).
       01 SUSP-COUNT PIC 9(4) VALUE 0.
       01 SU-I PIC 9(4) VALUE 0.
       01 SUSP-SW PIC 9 VALUE 0.

      *distinct meeting dates per section
       01 SESS-TABLE.
           05 SESS-ENTRY OCCURS 200 TIMES.
               10 SE-SYS PIC X(5).
               10 SE-DATE PIC 9(8).
               10 SE-SUSP PIC 9.
       01 SESS-COUNT PIC 9(3) VALUE 0.
       01 SE-I PIC 9(3) VALUE 0.

               10 AB-SYS PIC X(5).
               10 AB-SNO PIC 9(5).
               10 AB-ABS PIC 9(3).
               10 AB-EXC PIC 9(3).
       01 ABS-COUNT PIC 9(3) VALUE 0.
       01 AB-I PIC 9(3) VALUE 0.

       01 FOUND-SW PIC 9 VALUE 0.
       01 J PIC 9(3) VALUE 0.
       01 WS-SESSIONS PIC 9(3) VALUE 0.
       01 WS-SUSPENDED PIC 9(3) VALUE 0.

       01 ATT-HEAD.
           02 FILLER PIC X(26) VALUE SPACES.
           02 SL-SYS PIC X(5).
           02 FILLER PIC X(17) VALUE '  Sessions Held: '.
           02 SL-SESS PIC ZZ9.
           02 FILLER PIC X(13) VALUE '  Suspended: '.
           02 SL-SUSP PIC ZZ9.
           02 FILLER PIC X(28) VALUE SPACES.

       01 ATT-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 D-SNO PIC 9(5).
           02 FILLER PIC X(12) VALUE '  Absences: '.
           02 D-ABS PIC ZZ9.
           02 FILLER PIC X(11) VALUE '  Excused: '.
           02 D-EXC PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 D-NOTE PIC X(16).
           02 FILLER PIC X(24) VALUE SPACES.

       01 BLANK-LINE.
           02 FILLER PIC X(80) VALUE SPACES.
               STOP RUN
           END-IF.

           PERFORM LOAD-SUSP-RTN.

           READ ATTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           DISPLAY 'ATTENDANCE SUMMARY COMPLETE (ATTREPRT).'.
           STOP RUN.

      *no SUSPEND.TXT means no class was ever suspended
       LOAD-SUSP-RTN.
           OPEN INPUT SUSPFILE.
           IF WS-SUS-FS = '00'
               PERFORM UNTIL EOFSW = 1 OR SUSP-COUNT = 2000
                   READ SUSPFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO SUSP-COUNT
                       MOVE SU-SYS TO SU-T-SYS(SUSP-COUNT)
                       MOVE SU-DATE TO SU-T-DATE(SUSP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SUSPFILE
               MOVE 0 TO EOFSW
           END-IF.

       TAKE-ONE-RTN.
           MOVE 0 TO SUSP-SW.
           PERFORM VARYING SU-I FROM 1 BY 1
                   UNTIL SU-I > SUSP-COUNT OR SUSP-SW = 1
               IF SU-T-SYS(SU-I) = AT-SYS AND SU-T-DATE(SU-I) = AT-DATE
                   MOVE 1 TO SUSP-SW
               END-IF
           END-PERFORM.

      *the session set - one entry per section per date
           MOVE 0 TO FOUND-SW.
           PERFORM VARYING SE-I FROM 1 BY 1
               ADD 1 TO SESS-COUNT
               MOVE AT-SYS TO SE-SYS(SESS-COUNT)
               MOVE AT-DATE TO SE-DATE(SESS-COUNT)
               MOVE SUSP-SW TO SE-SUSP(SESS-COUNT)
           END-IF.

      *the section list for the report order
               MOVE AT-SYS TO AB-SYS(AB-I)
               MOVE AT-SNO TO AB-SNO(AB-I)
               MOVE 0 TO AB-ABS(AB-I)
               MOVE 0 TO AB-EXC(AB-I)
           END-IF.
           IF AT-FLAG = 'A'
               IF SUSP-SW = 1
                   ADD 1 TO AB-EXC(AB-I)
               ELSE
                   ADD 1 TO AB-ABS(AB-I)
               END-IF
           END-IF.
       TAKE-ONE-RTN-END.
           EXIT.

           PERFORM VARYING SEC-I FROM 1 BY 1 UNTIL SEC-I > SEC-COUNT
               MOVE 0 TO WS-SESSIONS
               MOVE 0 TO WS-SUSPENDED
               PERFORM VARYING SE-I FROM 1 BY 1
                       UNTIL SE-I > SESS-COUNT
                   IF SE-SYS(SE-I) = SEC-ENTRY(SEC-I)
                       IF SE-SUSP(SE-I) = 1
                           ADD 1 TO WS-SUSPENDED
                       ELSE
                           ADD 1 TO WS-SESSIONS
                       END-IF
                   END-IF
               END-PERFORM

               MOVE SEC-ENTRY(SEC-I) TO SL-SYS
               MOVE WS-SESSIONS TO SL-SESS
               MOVE WS-SUSPENDED TO SL-SUSP
               WRITE RPTREC FROM BLANK-LINE AFTER 1
               WRITE RPTREC FROM SEC-LINE AFTER 1

                   IF AB-SYS(J) = SEC-ENTRY(SEC-I)
                       MOVE AB-SNO(J) TO D-SNO
                       MOVE AB-ABS(J) TO D-ABS
                       MOVE AB-EXC(J) TO D-EXC
      *over a fifth of the meetings missed is the failing line
                       IF WS-SESSIONS > 0
                          AND (AB-ABS(J) * 5) > WS-SESSIONS
