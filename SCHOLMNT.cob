       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLMNT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MAINTAINS THE SCHOLMST.TXT SCHOLARSHIP MASTER - ONE
      *RECORD PER SCHOLAR: STUDENT NUMBER, GRANT TYPE (ACADEMIC OR
      *ATHLETIC), TUITION DISCOUNT PERCENT, THE GWA THE SCHOLAR MUST
      *KEEP (1.00 BEST - A TERM GWA NUMERICALLY ABOVE IT FALLS
      *SHORT) AND THE UNITS THE SCHOLAR MUST EARN EACH TERM. THE
      *STANDING (RETAINED, ON WARNING, REVOKED) IS SET BY THE SCHOLRET
      *TERM-END RUN AND MAY BE CORRECTED HERE ON APPEAL; ASSESS GIVES
      *THE DISCOUNT TO EVERY SCHOLAR NOT REVOKED. SAME LOAD/MAINTAIN/
      *SAVE SHAPE AS SUBJMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASTFILE ASSIGN TO "SCHOLMST.TXT".
           SELECT STUDMASTFILE ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS WS-STM-FS.

       DATA DIVISION.
       FILE SECTION.

      *SC-STATUS R retained, W on warning, V revoked. SC-TERM is the
      *last term SCHOLRET checked and SC-PREV the standing before
      *that check, so a rerun of the same term starts from it again.
       FD  MASTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MAST-REC.

       01  MAST-REC.
           05 SC-SNO PIC 9(5).
           05 SC-TYPE PIC X.
           05 SC-PCT PIC 9(3).
           05 SC-GWA PIC 9V99.
           05 SC-UNITS PIC 99.
           05 SC-STATUS PIC X.
           05 SC-TERM PIC X(5).
           05 SC-PREV PIC X.

       FD  STUDMASTFILE.
       01  STUD-MAST-REC.
           05 SR-SNO PIC 9(5).
           05 SR-NAME PIC X(25).
           05 SR-PROGRAM PIC X(6).
           05 SR-YEAR PIC 9.
           05 SR-ADMIT PIC X(5).
           05 SR-STATUS PIC X.

       WORKING-STORAGE SECTION.

       01 WS-STM-FS PIC XX VALUE SPACES.

       01 SCH-TABLE.
           05 SCH-ENTRY OCCURS 300 TIMES.
               10 SH-SNO PIC 9(5).
               10 SH-TYPE PIC X.
               10 SH-PCT PIC 9(3).
               10 SH-GWA PIC 9V99.
               10 SH-UNITS PIC 99.
               10 SH-STATUS PIC X.
               10 SH-TERM PIC X(5).
               10 SH-PREV PIC X.

       01 SCH-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.

      *registrar numbers, when the master is on hand
       01 STM-TABLE.
           05 STM-SNO OCCURS 1000 TIMES PIC 9(5).
       01 STM-COUNT PIC 9(4) VALUE 0.
       01 STM-I PIC 9(4) VALUE 0.
       01 STM-ON-SW PIC 9 VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-SNO PIC 9(5) VALUE 0.
       01 WORK-TYPE PIC X VALUE SPACES.
       01 WORK-PCT PIC 9(3) VALUE 0.
       01 WORK-GWA PIC 9V99 VALUE 0.
       01 GWA-IN PIC 99V99 VALUE 0.
       01 WORK-UNITS PIC 99 VALUE 0.
       01 WORK-STATUS PIC X VALUE SPACES.
       01 TYPE-OUT PIC X(8) VALUE SPACES.
       01 STATUS-OUT PIC X(8) VALUE SPACES.
       01 GWA-OUT PIC 9.99.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'SCHOLARSHIP MASTER SAVED. ' SCH-COUNT
                   ' SCHOLARS.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites SCHOLMST.TXT from the table
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT MASTFILE.
           READ MASTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE MASTFILE.

           IF PRE-COUNT > 300
               DISPLAY 'SCHOLMST.TXT EXCEEDS 300 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO SCH-COUNT.
           OPEN INPUT MASTFILE.

           READ MASTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR SCH-COUNT = 300
               ADD 1 TO SCH-COUNT
               MOVE SC-SNO TO SH-SNO(SCH-COUNT)
               MOVE SC-TYPE TO SH-TYPE(SCH-COUNT)
               MOVE SC-PCT TO SH-PCT(SCH-COUNT)
               MOVE SC-GWA TO SH-GWA(SCH-COUNT)
               MOVE SC-UNITS TO SH-UNITS(SCH-COUNT)
               MOVE SC-STATUS TO SH-STATUS(SCH-COUNT)
               MOVE SC-TERM TO SH-TERM(SCH-COUNT)
               MOVE SC-PREV TO SH-PREV(SCH-COUNT)
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE MASTFILE.

           MOVE 0 TO STM-COUNT.
           OPEN INPUT STUDMASTFILE.
           IF WS-STM-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR STM-COUNT = 1000
                   READ STUDMASTFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO STM-COUNT
                       MOVE SR-SNO TO STM-SNO(STM-COUNT)
                   END-IF
               END-PERFORM
               CLOSE STUDMASTFILE
           END-IF.
           DISPLAY 'SCHOLARSHIP MASTER LOADED: ' SCH-COUNT '.'.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Add, Correct or List? (A/C/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-RTN THRU ADD-RTN-END
               WHEN 'C'
               WHEN 'c'
                   PERFORM CORRECT-RTN THRU CORRECT-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'A, C or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Maintain another scholar? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

       ADD-RTN.
           IF SCH-COUNT = 300
               DISPLAY 'SCHOLARSHIP MASTER FULL.'
               GO TO ADD-RTN-END
           END-IF.

           DISPLAY 'Student Number: '.
           ACCEPT WORK-SNO.
           PERFORM FIND-SCH-RTN.
           IF FOUND-I > 0
               DISPLAY 'Student already holds a scholarship.'
               GO TO ADD-RTN-END
           END-IF.

           IF STM-COUNT > 0
               MOVE 0 TO STM-ON-SW
               PERFORM VARYING STM-I FROM 1 BY 1
                       UNTIL STM-I > STM-COUNT
                   IF STM-SNO(STM-I) = WORK-SNO
                       MOVE 1 TO STM-ON-SW
                   END-IF
               END-PERFORM
               IF STM-ON-SW = 0
                   DISPLAY 'Not on STUDMAST.TXT - refused.'
                   GO TO ADD-RTN-END
               END-IF
           END-IF.

           PERFORM TERMS-RTN THRU TERMS-RTN-END.

           ADD 1 TO SCH-COUNT.
           MOVE WORK-SNO TO SH-SNO(SCH-COUNT).
           MOVE WORK-TYPE TO SH-TYPE(SCH-COUNT).
           MOVE WORK-PCT TO SH-PCT(SCH-COUNT).
           MOVE WORK-GWA TO SH-GWA(SCH-COUNT).
           MOVE WORK-UNITS TO SH-UNITS(SCH-COUNT).
           MOVE 'R' TO SH-STATUS(SCH-COUNT).
           MOVE SPACES TO SH-TERM(SCH-COUNT).
           MOVE 'R' TO SH-PREV(SCH-COUNT).
           DISPLAY 'Added.'.
       ADD-RTN-END.
           EXIT.

      *grant terms, shared by add and correct
       TERMS-RTN.
           DISPLAY 'Grant Type (A academic, T athletic): '.
           ACCEPT WORK-TYPE.
           INSPECT WORK-TYPE CONVERTING 'at' TO 'AT'.
           IF WORK-TYPE NOT = 'A' AND WORK-TYPE NOT = 'T'
               DISPLAY 'A or T only!'
               GO TO TERMS-RTN
           END-IF.

       TERMS-PCT.
           DISPLAY 'Tuition Discount % (1-100): '.
           ACCEPT WORK-PCT.
           IF WORK-PCT < 1 OR WORK-PCT > 100
               DISPLAY '1-100 only!'
               GO TO TERMS-PCT
           END-IF.

       TERMS-GWA.
           DISPLAY 'GWA to keep (1.00-3.00): '.
           ACCEPT GWA-IN.
           IF GWA-IN < 1.00 OR GWA-IN > 3.00
               DISPLAY '1.00 to 3.00 only!'
               GO TO TERMS-GWA
           END-IF.
           MOVE GWA-IN TO WORK-GWA.

       TERMS-UNITS.
           DISPLAY 'Units to earn per term (1-30): '.
           ACCEPT WORK-UNITS.
           IF WORK-UNITS < 1 OR WORK-UNITS > 30
               DISPLAY '1-30 only!'
               GO TO TERMS-UNITS
           END-IF.
       TERMS-RTN-END.
           EXIT.

      *new grant terms, and the standing where an appeal changed it
       CORRECT-RTN.
           DISPLAY 'Student Number to correct: '.
           ACCEPT WORK-SNO.
           PERFORM FIND-SCH-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such scholar on the master.'
               GO TO CORRECT-RTN-END
           END-IF.

           MOVE FOUND-I TO I.
           PERFORM SHOW-RTN.
           PERFORM TERMS-RTN THRU TERMS-RTN-END.

       CORRECT-STATUS.
           DISPLAY 'Standing (R retained, W warning, V revoked): '.
           ACCEPT WORK-STATUS.
           INSPECT WORK-STATUS CONVERTING 'rwv' TO 'RWV'.
           IF WORK-STATUS NOT = 'R' AND WORK-STATUS NOT = 'W'
              AND WORK-STATUS NOT = 'V'
               DISPLAY 'R, W or V only!'
               GO TO CORRECT-STATUS
           END-IF.

           MOVE WORK-TYPE TO SH-TYPE(FOUND-I).
           MOVE WORK-PCT TO SH-PCT(FOUND-I).
           MOVE WORK-GWA TO SH-GWA(FOUND-I).
           MOVE WORK-UNITS TO SH-UNITS(FOUND-I).
           MOVE WORK-STATUS TO SH-STATUS(FOUND-I).
           DISPLAY 'Corrected.'.
       CORRECT-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCH-COUNT
               PERFORM SHOW-RTN
           END-PERFORM.

       SHOW-RTN.
           IF SH-TYPE(I) = 'A'
               MOVE 'ACADEMIC' TO TYPE-OUT
           ELSE
               MOVE 'ATHLETIC' TO TYPE-OUT
           END-IF.
           EVALUATE SH-STATUS(I)
               WHEN 'W'
                   MOVE 'WARNING' TO STATUS-OUT
               WHEN 'V'
                   MOVE 'REVOKED' TO STATUS-OUT
               WHEN OTHER
                   MOVE 'RETAINED' TO STATUS-OUT
           END-EVALUATE.
           MOVE SH-GWA(I) TO GWA-OUT.
           DISPLAY SH-SNO(I) ' ' TYPE-OUT ' ' SH-PCT(I) '% GWA '
               GWA-OUT ' UNITS ' SH-UNITS(I) ' ' STATUS-OUT
               ' LAST CHECKED ' SH-TERM(I).

       FIND-SCH-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCH-COUNT
               IF SH-SNO(I) = WORK-SNO
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT MASTFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SCH-COUNT
               MOVE SH-SNO(I) TO SC-SNO
               MOVE SH-TYPE(I) TO SC-TYPE
               MOVE SH-PCT(I) TO SC-PCT
               MOVE SH-GWA(I) TO SC-GWA
               MOVE SH-UNITS(I) TO SC-UNITS
               MOVE SH-STATUS(I) TO SC-STATUS
               MOVE SH-TERM(I) TO SC-TERM
               MOVE SH-PREV(I) TO SC-PREV
               WRITE MAST-REC
           END-PERFORM.
           CLOSE MASTFILE.
