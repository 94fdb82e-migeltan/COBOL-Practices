       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXSEAT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. TESTING-CENTER SEAT ASSIGNMENT - PLACES THE EXAMINEES
      *REGISTERED ON EXAMREG.TXT INTO THE ROOMS OF THEIR CENTER ON
      *CTRMAST.TXT, ROOM BY ROOM AND SEAT BY SEAT, IN ALPHABETICAL
      *ORDER OF NAME. THE NEXT NAME FROM A DIFFERENT SCHOOL THAN THE
      *EXAMINEE IN THE SEAT BEFORE IS TAKEN FIRST, SO SCHOOLMATES ARE
      *KEPT APART WHERE THE MIX ALLOWS. A FULL RUN RESEATS EVERYONE;
      *A NEW-ONLY RUN KEEPS EVERY SEAT STILL VALID AND FILLS THE
      *FREE SEATS WITH THE UNSEATED. THE SEAT - ROOM NUMBER AND SEAT
      *NUMBER, RRSSS - GOES BACK ON ER-SEAT. A ROSTER PER ROOM FOR
      *THE PROCTORS GOES TO ROOMROST WITH ANY EXAMINEE LEFT UNSEATED,
      *AND AN ADMISSION SLIP PER EXAMINEE TO ADMSLIP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGFILE ASSIGN TO "EXAMREG.TXT"
               FILE STATUS IS WS-REG-FS.
           SELECT CTRFILE ASSIGN TO "CTRMAST.TXT"
               FILE STATUS IS WS-CTR-FS.
           SELECT ROSTFILE ASSIGN TO "ROOMROST".
           SELECT SLIPFILE ASSIGN TO "ADMSLIP".

       DATA DIVISION.
       FILE SECTION.

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

       FD  CTRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTR-REC.

       01  CTR-REC.
           05 CM-CENTER PIC X(10).
           05 CM-ROOM PIC 99.
           05 CM-ROOM-NAME PIC X(20).
           05 CM-SEATS PIC 9(3).

       FD  ROSTFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ROSTREC.

       01  ROSTREC.
           02 FILLER PIC X(80).

       FD  SLIPFILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS SLIPREC.

       01  SLIPREC.
           02 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-REG-FS PIC XX VALUE SPACES.
       01 WS-CTR-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.

       01 RUN-MODE PIC X VALUE SPACES.
       01 EXAM-DATE PIC 9(8) VALUE 0.

      *century-correct run date - the exam cannot be in the past
       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01 REG-TABLE.
           05 REG-ENTRY OCCURS 500 TIMES.
               10 RG-ENO PIC 9(10).
               10 RG-NAME PIC X(25).
               10 RG-SCHOOL PIC X(5).
               10 RG-CENTER PIC X(10).
               10 RG-SEAT PIC X(5).
               10 RG-SEAT-N REDEFINES RG-SEAT.
                   15 RG-SEAT-ROOM PIC 99.
                   15 RG-SEAT-NO PIC 9(3).
               10 RG-STUDNO PIC 9(5).
               10 RG-GRAD-TERM PIC X(5).
               10 RG-TOR PIC X.
       01 REG-COUNT PIC 9(3) VALUE 0.
       01 R-I PIC 9(3) VALUE 0.

       01 ROOM-TABLE.
           05 ROOM-ENTRY OCCURS 100 TIMES.
               10 RM-CENTER PIC X(10).
               10 RM-ROOM PIC 99.
               10 RM-NAME PIC X(20).
               10 RM-SEATS PIC 9(3).
               10 RM-USED PIC 9(3).
       01 ROOM-COUNT PIC 9(3) VALUE 0.
       01 RM-I PIC 9(3) VALUE 0.
       01 RM-FOUND-I PIC 9(3) VALUE 0.
       01 ROOM-NO PIC 999 VALUE 0.

       01 CENTER-TABLE.
           05 CENTER-ENTRY OCCURS 100 TIMES PIC X(10).
       01 CENTER-COUNT PIC 9(3) VALUE 0.
       01 C-I PIC 9(3) VALUE 0.
       01 CENTER-OK-SW PIC 9 VALUE 0.
       01 WORK-CENTER PIC X(10) VALUE SPACES.

      *the seats of the center being filled, room by room in room
      *number order, each with whoever sits in it
       01 SEAT-TABLE.
           05 SEAT-ENTRY OCCURS 3000 TIMES.
               10 SL-ROOM-I PIC 9(3).
               10 SL-SEAT PIC 9(3).
               10 SL-OCC PIC 9(3).
       01 SEAT-COUNT PIC 9(4) VALUE 0.
       01 SL-I PIC 9(4) VALUE 0.
       01 SEAT-CAP-SW PIC 9 VALUE 0.
       01 S-NO PIC 9(4) VALUE 0.

      *the center's unseated examinees in name order
       01 WAIT-TABLE.
           05 WAIT-ENTRY OCCURS 500 TIMES PIC 9(3).
       01 WAIT-COUNT PIC 9(3) VALUE 0.
       01 W-I PIC 9(3) VALUE 0.
       01 W-J PIC 9(3) VALUE 0.
       01 W-MIN PIC 9(3) VALUE 0.
       01 W-HOLD PIC 9(3) VALUE 0.
       01 W-PICK PIC 9(3) VALUE 0.
       01 PREV-SCHOOL PIC X(5) VALUE SPACES.

       01 SEATED-COUNT PIC 9(4) VALUE 0.
       01 KEPT-COUNT PIC 9(4) VALUE 0.
       01 UNSEATED-COUNT PIC 9(4) VALUE 0.
       01 SLIP-COUNT PIC 9(4) VALUE 0.

       01 ROST-HEAD.
           02 FILLER PIC X(27) VALUE SPACES.
           02 FILLER PIC X(26) VALUE 'ROOM ROSTER - BOARD EXAM'.
           02 FILLER PIC X(27) VALUE SPACES.

       01 ROST-ROOM-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Center: '.
           02 RR-CENTER PIC X(10).
           02 FILLER PIC X(8) VALUE '  Room: '.
           02 RR-ROOM PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RR-NAME PIC X(20).
           02 FILLER PIC X(12) VALUE '  Exam Date:'.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RR-DATE PIC 9(8).
           02 FILLER PIC X(7) VALUE SPACES.

       01 ROST-COL-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'Seat'.
           02 FILLER PIC X(12) VALUE 'Examinee No.'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(26) VALUE 'Name'.
           02 FILLER PIC X(7) VALUE 'School'.
           02 FILLER PIC X(25) VALUE 'Signature'.

       01 ROST-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-SEAT PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RL-ENO PIC 9(10).
           02 FILLER PIC X(4) VALUE SPACES.
           02 RL-NAME PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RL-SCHOOL PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(20) VALUE '____________________'.
           02 FILLER PIC X(5) VALUE SPACES.

       01 ROST-FOOT.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'Seated: '.
           02 RF-USED PIC ZZ9.
           02 FILLER PIC X(4) VALUE ' of '.
           02 RF-SEATS PIC ZZ9.
           02 FILLER PIC X(30) VALUE
               '   Proctor: __________________'.
           02 FILLER PIC X(30) VALUE SPACES.

       01 UNS-HEAD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               'EXAMINEES NOT SEATED'.
           02 FILLER PIC X(38) VALUE SPACES.

       01 UNS-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 UL-ENO PIC 9(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 UL-NAME PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 UL-CENTER PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 UL-REASON PIC X(28).

       01 SLIP-RULE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(60) VALUE ALL '-'.
           02 FILLER PIC X(18) VALUE SPACES.

       01 SLIP-TITLE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(60) VALUE
               '      BOARD EXAMINATION - ADMISSION SLIP'.
           02 FILLER PIC X(18) VALUE SPACES.

       01 SLIP-FIELD.
           02 FILLER PIC X(4) VALUE SPACES.
           02 SF-LABEL PIC X(16).
           02 SF-VALUE PIC X(40).
           02 FILLER PIC X(20) VALUE SPACES.

       01 SLIP-NOTE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(56) VALUE
               'Bring this slip and a valid ID. No slip, no entry.'.
           02 FILLER PIC X(20) VALUE SPACES.

       01 ED-ENO PIC 9(10).
       01 ED-ROOM PIC Z9.
       01 ED-SEAT PIC ZZ9.

       01 BLANK-LINE.
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

           PERFORM LOAD-ROOMS-RTN THRU LOAD-ROOMS-RTN-END.
           PERFORM LOAD-REG-RTN THRU LOAD-REG-RTN-END.

       ASK-DATE.
           DISPLAY 'Exam Date (YYYYMMDD): '.
           ACCEPT EXAM-DATE.
           IF EXAM-DATE < WS-RUN-DATE OR EXAM-DATE > 21001231
               DISPLAY 'Invalid!'
               GO TO ASK-DATE
           END-IF.

       ASK-MODE.
           DISPLAY 'Full reseat or New only? (F/N): '.
           ACCEPT RUN-MODE.
           IF RUN-MODE = 'f'
               MOVE 'F' TO RUN-MODE
           END-IF.
           IF RUN-MODE = 'n'
               MOVE 'N' TO RUN-MODE
           END-IF.
           IF RUN-MODE NOT = 'F' AND RUN-MODE NOT = 'N'
               DISPLAY 'F or N only!'
               GO TO ASK-MODE
           END-IF.

           PERFORM SEAT-CENTER-RTN THRU SEAT-CENTER-RTN-END
               VARYING C-I FROM 1 BY 1 UNTIL C-I > CENTER-COUNT.
           PERFORM SAVE-RTN.

           OPEN OUTPUT ROSTFILE SLIPFILE.
           PERFORM VARYING C-I FROM 1 BY 1 UNTIL C-I > CENTER-COUNT
               PERFORM VARYING RM-I FROM 1 BY 1
                       UNTIL RM-I > ROOM-COUNT
                   IF RM-CENTER(RM-I) = CENTER-ENTRY(C-I)
                       PERFORM ROSTER-RTN
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM UNSEATED-RTN.
           CLOSE ROSTFILE SLIPFILE.

           DISPLAY 'SEATS ASSIGNED: ' SEATED-COUNT
               '  KEPT: ' KEPT-COUNT '  NOT SEATED: ' UNSEATED-COUNT.
           DISPLAY 'ROSTERS ON ROOMROST, ' SLIP-COUNT
               ' SLIPS ON ADMSLIP.'.
           STOP RUN.

      *rooms in room-number order within the master; each center
      *is noted once
       LOAD-ROOMS-RTN.
           MOVE 0 TO PRE-COUNT.
           OPEN INPUT CTRFILE.
           IF WS-CTR-FS NOT = '00'
               DISPLAY 'NO CTRMAST.TXT ON HAND - RUN CTRMNT FIRST.'
               STOP RUN
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CTRFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE CTRFILE.
           IF PRE-COUNT > 100
               DISPLAY 'CTRMAST.TXT EXCEEDS 100 - RUN REFUSED.'
               STOP RUN
           END-IF.

           PERFORM VARYING ROOM-NO FROM 1 BY 1 UNTIL ROOM-NO > 99
               OPEN INPUT CTRFILE
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1
                   READ CTRFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0 AND CM-ROOM = ROOM-NO
                       ADD 1 TO ROOM-COUNT
                       MOVE CM-CENTER TO RM-CENTER(ROOM-COUNT)
                       MOVE CM-ROOM TO RM-ROOM(ROOM-COUNT)
                       MOVE CM-ROOM-NAME TO RM-NAME(ROOM-COUNT)
                       MOVE CM-SEATS TO RM-SEATS(ROOM-COUNT)
                       MOVE 0 TO RM-USED(ROOM-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CTRFILE
           END-PERFORM.

           PERFORM VARYING RM-I FROM 1 BY 1 UNTIL RM-I > ROOM-COUNT
               MOVE 0 TO CENTER-OK-SW
               PERFORM VARYING C-I FROM 1 BY 1
                       UNTIL C-I > CENTER-COUNT
                   IF CENTER-ENTRY(C-I) = RM-CENTER(RM-I)
                       MOVE 1 TO CENTER-OK-SW
                   END-IF
               END-PERFORM
               IF CENTER-OK-SW = 0
                   ADD 1 TO CENTER-COUNT
                   MOVE RM-CENTER(RM-I) TO CENTER-ENTRY(CENTER-COUNT)
               END-IF
           END-PERFORM.
       LOAD-ROOMS-RTN-END.
           EXIT.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites EXAMREG.TXT from the table
       LOAD-REG-RTN.
           MOVE 0 TO PRE-COUNT.
           OPEN INPUT REGFILE.
           IF WS-REG-FS NOT = '00'
               DISPLAY 'NO EXAMREG.TXT ON HAND.'
               STOP RUN
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ REGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE REGFILE.
           IF PRE-COUNT > 500
               DISPLAY 'EXAMREG.TXT EXCEEDS 500 - RUN REFUSED.'
               STOP RUN
           END-IF.

           OPEN INPUT REGFILE.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ REGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO REG-COUNT
                   MOVE ER-ENO TO RG-ENO(REG-COUNT)
                   MOVE ER-NAME TO RG-NAME(REG-COUNT)
                   MOVE ER-SCHOOL TO RG-SCHOOL(REG-COUNT)
                   MOVE ER-CENTER TO RG-CENTER(REG-COUNT)
                   INSPECT RG-CENTER(REG-COUNT) CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   MOVE ER-SEAT TO RG-SEAT(REG-COUNT)
                   MOVE ER-STUDNO TO RG-STUDNO(REG-COUNT)
                   MOVE ER-GRAD-TERM TO RG-GRAD-TERM(REG-COUNT)
                   MOVE ER-TOR TO RG-TOR(REG-COUNT)
               END-IF
           END-PERFORM.
           CLOSE REGFILE.
       LOAD-REG-RTN-END.
           EXIT.

      *one center: lay out its seats, keep or clear what is there,
      *then fill the free seats from the name-ordered waiting list
       SEAT-CENTER-RTN.
           MOVE CENTER-ENTRY(C-I) TO WORK-CENTER.
           MOVE 0 TO SEAT-COUNT SEAT-CAP-SW.
           PERFORM VARYING RM-I FROM 1 BY 1 UNTIL RM-I > ROOM-COUNT
               IF RM-CENTER(RM-I) = WORK-CENTER
                   PERFORM VARYING S-NO FROM 1 BY 1
                           UNTIL S-NO > RM-SEATS(RM-I)
                       IF SEAT-COUNT < 3000
                           ADD 1 TO SEAT-COUNT
                           MOVE RM-I TO SL-ROOM-I(SEAT-COUNT)
                           MOVE S-NO TO SL-SEAT(SEAT-COUNT)
                           MOVE 0 TO SL-OCC(SEAT-COUNT)
                       ELSE
                           MOVE 1 TO SEAT-CAP-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF SEAT-CAP-SW = 1
               DISPLAY 'CENTER ' WORK-CENTER ' HAS OVER 3000 SEATS - '
                   'ONLY THE FIRST 3000 ARE USED.'
           END-IF.

           MOVE 0 TO WAIT-COUNT.
           PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I > REG-COUNT
               IF RG-CENTER(R-I) = WORK-CENTER
                   PERFORM KEEP-OR-WAIT-RTN
               END-IF
           END-PERFORM.

           PERFORM SORT-WAIT-RTN.

           PERFORM VARYING SL-I FROM 1 BY 1
                   UNTIL SL-I > SEAT-COUNT OR WAIT-COUNT = 0
               IF SL-OCC(SL-I) = 0
                   PERFORM FILL-SEAT-RTN
               END-IF
           END-PERFORM.
       SEAT-CENTER-RTN-END.
           EXIT.

      *a new-only run keeps a seat that is on the center's layout
      *and not already taken; anything else goes to the waiting list
       KEEP-OR-WAIT-RTN.
           MOVE 0 TO W-PICK.
           IF RUN-MODE = 'N' AND RG-SEAT(R-I) IS NUMERIC
               PERFORM VARYING SL-I FROM 1 BY 1
                       UNTIL SL-I > SEAT-COUNT OR W-PICK > 0
                   IF RM-ROOM(SL-ROOM-I(SL-I)) = RG-SEAT-ROOM(R-I)
                      AND SL-SEAT(SL-I) = RG-SEAT-NO(R-I)
                      AND SL-OCC(SL-I) = 0
                       MOVE R-I TO SL-OCC(SL-I)
                       MOVE SL-I TO W-PICK
                       ADD 1 TO RM-USED(SL-ROOM-I(SL-I))
                       ADD 1 TO KEPT-COUNT
                   END-IF
               END-PERFORM
           END-IF.
           IF W-PICK = 0
               MOVE SPACES TO RG-SEAT(R-I)
               ADD 1 TO WAIT-COUNT
               MOVE R-I TO WAIT-ENTRY(WAIT-COUNT)
           END-IF.

      *selection sort of the waiting list on name
       SORT-WAIT-RTN.
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I >= WAIT-COUNT
               MOVE W-I TO W-MIN
               PERFORM VARYING W-J FROM W-I BY 1
                       UNTIL W-J > WAIT-COUNT
                   IF RG-NAME(WAIT-ENTRY(W-J)) <
                      RG-NAME(WAIT-ENTRY(W-MIN))
                       MOVE W-J TO W-MIN
                   END-IF
               END-PERFORM
               IF W-MIN NOT = W-I
                   MOVE WAIT-ENTRY(W-I) TO W-HOLD
                   MOVE WAIT-ENTRY(W-MIN) TO WAIT-ENTRY(W-I)
                   MOVE W-HOLD TO WAIT-ENTRY(W-MIN)
               END-IF
           END-PERFORM.

      *the first name in order whose school differs from the seat
      *before in the same room; failing that, the first name
       FILL-SEAT-RTN.
           MOVE SPACES TO PREV-SCHOOL.
           IF SL-I > 1
               IF SL-ROOM-I(SL-I - 1) = SL-ROOM-I(SL-I)
                  AND SL-OCC(SL-I - 1) > 0
                   MOVE RG-SCHOOL(SL-OCC(SL-I - 1)) TO PREV-SCHOOL
               END-IF
           END-IF.

           MOVE 1 TO W-PICK.
           IF PREV-SCHOOL NOT = SPACES
               MOVE 0 TO W-PICK
               PERFORM VARYING W-I FROM 1 BY 1
                       UNTIL W-I > WAIT-COUNT OR W-PICK > 0
                   IF RG-SCHOOL(WAIT-ENTRY(W-I)) NOT = PREV-SCHOOL
                       MOVE W-I TO W-PICK
                   END-IF
               END-PERFORM
               IF W-PICK = 0
                   MOVE 1 TO W-PICK
               END-IF
           END-IF.

           MOVE WAIT-ENTRY(W-PICK) TO R-I.
           MOVE R-I TO SL-OCC(SL-I).
           MOVE RM-ROOM(SL-ROOM-I(SL-I)) TO RG-SEAT-ROOM(R-I).
           MOVE SL-SEAT(SL-I) TO RG-SEAT-NO(R-I).
           ADD 1 TO RM-USED(SL-ROOM-I(SL-I)).
           ADD 1 TO SEATED-COUNT.

           PERFORM VARYING W-I FROM W-PICK BY 1
                   UNTIL W-I >= WAIT-COUNT
               MOVE WAIT-ENTRY(W-I + 1) TO WAIT-ENTRY(W-I)
           END-PERFORM.
           SUBTRACT 1 FROM WAIT-COUNT.

       SAVE-RTN.
           OPEN OUTPUT REGFILE.
           PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I > REG-COUNT
               MOVE RG-ENO(R-I) TO ER-ENO
               MOVE RG-NAME(R-I) TO ER-NAME
               MOVE RG-SCHOOL(R-I) TO ER-SCHOOL
               MOVE RG-CENTER(R-I) TO ER-CENTER
               MOVE RG-SEAT(R-I) TO ER-SEAT
               MOVE RG-STUDNO(R-I) TO ER-STUDNO
               MOVE RG-GRAD-TERM(R-I) TO ER-GRAD-TERM
               MOVE RG-TOR(R-I) TO ER-TOR
               WRITE REG-REC
           END-PERFORM.
           CLOSE REGFILE.

      *one page per room in seat order, a slip for each occupant
       ROSTER-RTN.
           WRITE ROSTREC FROM ROST-HEAD AFTER PAGE.
           MOVE RM-CENTER(RM-I) TO RR-CENTER.
           MOVE RM-ROOM(RM-I) TO RR-ROOM.
           MOVE RM-NAME(RM-I) TO RR-NAME.
           MOVE EXAM-DATE TO RR-DATE.
           WRITE ROSTREC FROM ROST-ROOM-LINE AFTER 2.
           WRITE ROSTREC FROM ROST-COL-HEAD AFTER 2.
           WRITE ROSTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING S-NO FROM 1 BY 1
                   UNTIL S-NO > RM-SEATS(RM-I)
               PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I > REG-COUNT
                   IF RG-CENTER(R-I) = RM-CENTER(RM-I)
                      AND RG-SEAT(R-I) IS NUMERIC
                      AND RG-SEAT-ROOM(R-I) = RM-ROOM(RM-I)
                      AND RG-SEAT-NO(R-I) = S-NO
                       PERFORM ROSTER-LINE-RTN
                       PERFORM SLIP-RTN
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE RM-USED(RM-I) TO RF-USED.
           MOVE RM-SEATS(RM-I) TO RF-SEATS.
           WRITE ROSTREC FROM ROST-FOOT AFTER 2.

       ROSTER-LINE-RTN.
           MOVE RG-SEAT-NO(R-I) TO RL-SEAT.
           MOVE RG-ENO(R-I) TO RL-ENO.
           MOVE RG-NAME(R-I) TO RL-NAME.
           MOVE RG-SCHOOL(R-I) TO RL-SCHOOL.
           WRITE ROSTREC FROM ROST-LINE AFTER 1.

       SLIP-RTN.
           WRITE SLIPREC FROM SLIP-RULE AFTER 2.
           WRITE SLIPREC FROM SLIP-TITLE AFTER 1.
           WRITE SLIPREC FROM SLIP-RULE AFTER 1.
           MOVE 'Examinee No.:' TO SF-LABEL.
           MOVE RG-ENO(R-I) TO ED-ENO.
           MOVE ED-ENO TO SF-VALUE.
           WRITE SLIPREC FROM SLIP-FIELD AFTER 1.
           MOVE 'Name:' TO SF-LABEL.
           MOVE RG-NAME(R-I) TO SF-VALUE.
           WRITE SLIPREC FROM SLIP-FIELD AFTER 1.
           MOVE 'School:' TO SF-LABEL.
           MOVE RG-SCHOOL(R-I) TO SF-VALUE.
           WRITE SLIPREC FROM SLIP-FIELD AFTER 1.
           MOVE 'Exam Date:' TO SF-LABEL.
           MOVE EXAM-DATE TO SF-VALUE.
           WRITE SLIPREC FROM SLIP-FIELD AFTER 1.
           MOVE 'Center:' TO SF-LABEL.
           MOVE RM-CENTER(RM-I) TO SF-VALUE.
           WRITE SLIPREC FROM SLIP-FIELD AFTER 1.
           MOVE 'Room:' TO SF-LABEL.
           MOVE RM-ROOM(RM-I) TO ED-ROOM.
           MOVE SPACES TO SF-VALUE.
           STRING ED-ROOM DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               RM-NAME(RM-I) DELIMITED BY '  '
               INTO SF-VALUE
           END-STRING.
           WRITE SLIPREC FROM SLIP-FIELD AFTER 1.
           MOVE 'Seat:' TO SF-LABEL.
           MOVE RG-SEAT-NO(R-I) TO ED-SEAT.
           MOVE ED-SEAT TO SF-VALUE.
           WRITE SLIPREC FROM SLIP-FIELD AFTER 1.
           WRITE SLIPREC FROM SLIP-NOTE AFTER 2.
           WRITE SLIPREC FROM SLIP-RULE AFTER 1.
           ADD 1 TO SLIP-COUNT.

      *no seat left in the center, or a center with no rooms
       UNSEATED-RTN.
           WRITE ROSTREC FROM UNS-HEAD AFTER PAGE.
           WRITE ROSTREC FROM BLANK-LINE AFTER 1.
           PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I > REG-COUNT
               IF RG-SEAT(R-I) = SPACES
                   MOVE RG-ENO(R-I) TO UL-ENO
                   MOVE RG-NAME(R-I) TO UL-NAME
                   MOVE RG-CENTER(R-I) TO UL-CENTER
                   MOVE 0 TO CENTER-OK-SW
                   PERFORM VARYING C-I FROM 1 BY 1
                           UNTIL C-I > CENTER-COUNT
                       IF CENTER-ENTRY(C-I) = RG-CENTER(R-I)
                           MOVE 1 TO CENTER-OK-SW
                       END-IF
                   END-PERFORM
                   IF CENTER-OK-SW = 1
                       MOVE 'CENTER FULL' TO UL-REASON
                   ELSE
                       MOVE 'CENTER NOT ON CTRMAST.TXT' TO UL-REASON
                   END-IF
                   WRITE ROSTREC FROM UNS-LINE AFTER 1
                   ADD 1 TO UNSEATED-COUNT
               END-IF
           END-PERFORM.
           IF UNSEATED-COUNT = 0
               MOVE SPACES TO UNS-LINE
               MOVE 'EVERY EXAMINEE HAS A SEAT.' TO UL-NAME
               WRITE ROSTREC FROM UNS-LINE AFTER 1
           END-IF.
