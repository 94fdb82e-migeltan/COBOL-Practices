       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRMNT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. TESTING-CENTER MASTER MAINTENANCE - ONE RECORD PER
      *ROOM ON CTRMAST.TXT GIVING THE CENTER, THE ROOM NUMBER WITHIN
      *IT, THE ROOM'S NAME AS THE PROCTORS KNOW IT AND ITS SEAT
      *COUNT. EXREGMNT CHECKS A CENTER IS ON FILE AND EXSEAT FILLS
      *THE ROOMS FROM IT. SAME LOAD/MAINTAIN/SAVE SHAPE AS EXREGMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTRFILE ASSIGN TO "CTRMAST.TXT".

       DATA DIVISION.
       FILE SECTION.

       FD  CTRFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTR-REC.

       01  CTR-REC.
           05 CM-CENTER PIC X(10).
           05 CM-ROOM PIC 99.
           05 CM-ROOM-NAME PIC X(20).
           05 CM-SEATS PIC 9(3).

       WORKING-STORAGE SECTION.

       01 CTR-TABLE.
           05 CTR-ENTRY OCCURS 100 TIMES.
               10 CT-CENTER PIC X(10).
               10 CT-ROOM PIC 99.
               10 CT-ROOM-NAME PIC X(20).
               10 CT-SEATS PIC 9(3).

       01 CTR-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-CENTER PIC X(10) VALUE SPACES.
       01 WORK-ROOM PIC 99 VALUE 0.
       01 WORK-ROOM-NAME PIC X(20) VALUE SPACES.
       01 WORK-SEATS PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'TESTING-CENTER MASTER SAVED. ' CTR-COUNT
                   ' ROOMS.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites CTRMAST.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT CTRFILE.
           READ CTRFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ CTRFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE CTRFILE.

           IF PRE-COUNT > 100
               DISPLAY 'CTRMAST.TXT EXCEEDS 100 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO CTR-COUNT.
           OPEN INPUT CTRFILE.

           READ CTRFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR CTR-COUNT = 100
               ADD 1 TO CTR-COUNT
               MOVE CM-CENTER TO CT-CENTER(CTR-COUNT)
               MOVE CM-ROOM TO CT-ROOM(CTR-COUNT)
               MOVE CM-ROOM-NAME TO CT-ROOM-NAME(CTR-COUNT)
               MOVE CM-SEATS TO CT-SEATS(CTR-COUNT)
               READ CTRFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE CTRFILE.
           DISPLAY 'ROOMS ON FILE: ' CTR-COUNT.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Add, Change, Delete or List? (A/C/D/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-RTN THRU ADD-RTN-END
               WHEN 'C'
               WHEN 'c'
                   PERFORM CHANGE-RTN THRU CHANGE-RTN-END
               WHEN 'D'
               WHEN 'd'
                   PERFORM DELETE-RTN THRU DELETE-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'A, C, D or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Another room? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

      *center names are kept in upper case so EXREGMNT's check and
      *EXSEAT's grouping match however the secretary typed them
       ASK-ROOM-KEY-RTN.
           DISPLAY 'Exam Center: '.
           ACCEPT WORK-CENTER.
           INSPECT WORK-CENTER CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY 'Room Number (1-99): '.
           ACCEPT WORK-ROOM.
           PERFORM FIND-ROOM-RTN.

       ADD-RTN.
           IF CTR-COUNT = 100
               DISPLAY 'CENTER TABLE FULL.'
               GO TO ADD-RTN-END
           END-IF.

           PERFORM ASK-ROOM-KEY-RTN.
           IF WORK-CENTER = SPACES OR WORK-ROOM = 0
               DISPLAY 'Center and room are required.'
               GO TO ADD-RTN-END
           END-IF.
           IF FOUND-I > 0
               DISPLAY 'Room already on file: ' CT-ROOM-NAME(FOUND-I)
               GO TO ADD-RTN-END
           END-IF.

           DISPLAY 'Room Name: '.
           ACCEPT WORK-ROOM-NAME.

       ADD-SEATS.
           DISPLAY 'Seats in the Room: '.
           ACCEPT WORK-SEATS.
           IF WORK-SEATS = 0
               DISPLAY 'Invalid!'
               GO TO ADD-SEATS
           END-IF.

           ADD 1 TO CTR-COUNT.
           MOVE WORK-CENTER TO CT-CENTER(CTR-COUNT).
           MOVE WORK-ROOM TO CT-ROOM(CTR-COUNT).
           MOVE WORK-ROOM-NAME TO CT-ROOM-NAME(CTR-COUNT).
           MOVE WORK-SEATS TO CT-SEATS(CTR-COUNT).
           DISPLAY 'Added.'.
       ADD-RTN-END.
           EXIT.

      *fewer seats than before leaves the examinees past the new
      *count to be moved by the next EXSEAT run
       CHANGE-RTN.
           PERFORM ASK-ROOM-KEY-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such room on file.'
               GO TO CHANGE-RTN-END
           END-IF.

           DISPLAY 'On file: ' CT-ROOM-NAME(FOUND-I) ' SEATS '
               CT-SEATS(FOUND-I).
           DISPLAY 'Room Name (blank = keep): '.
           MOVE SPACES TO WORK-ROOM-NAME.
           ACCEPT WORK-ROOM-NAME.
           IF WORK-ROOM-NAME NOT = SPACES
               MOVE WORK-ROOM-NAME TO CT-ROOM-NAME(FOUND-I)
           END-IF.
           DISPLAY 'Seats (0 = keep): '.
           ACCEPT WORK-SEATS.
           IF WORK-SEATS > 0
               IF WORK-SEATS < CT-SEATS(FOUND-I)
                   DISPLAY 'Fewer seats - rerun EXSEAT before the '
                       'slips go out.'
               END-IF
               MOVE WORK-SEATS TO CT-SEATS(FOUND-I)
           END-IF.
           DISPLAY 'Changed.'.
       CHANGE-RTN-END.
           EXIT.

       DELETE-RTN.
           PERFORM ASK-ROOM-KEY-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such room on file.'
               GO TO DELETE-RTN-END
           END-IF.

           PERFORM VARYING I FROM FOUND-I BY 1 UNTIL I >= CTR-COUNT
               MOVE CTR-ENTRY(I + 1) TO CTR-ENTRY(I)
           END-PERFORM.
           SUBTRACT 1 FROM CTR-COUNT.
           DISPLAY 'Deleted - rerun EXSEAT before the slips go out.'.
       DELETE-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CTR-COUNT
               DISPLAY CT-CENTER(I) ' ' CT-ROOM(I) ' '
                   CT-ROOM-NAME(I) ' ' CT-SEATS(I)
           END-PERFORM.

       FIND-ROOM-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CTR-COUNT
               IF CT-CENTER(I) = WORK-CENTER
                  AND CT-ROOM(I) = WORK-ROOM
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT CTRFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CTR-COUNT
               MOVE CT-CENTER(I) TO CM-CENTER
               MOVE CT-ROOM(I) TO CM-ROOM
               MOVE CT-ROOM-NAME(I) TO CM-ROOM-NAME
               MOVE CT-SEATS(I) TO CM-SEATS
               WRITE CTR-REC
           END-PERFORM.
           CLOSE CTRFILE.
