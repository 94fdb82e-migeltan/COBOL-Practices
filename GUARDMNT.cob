       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDMNT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. VALENZUELA CITY.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. FOR BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MAINTAINS GUARDMST.TXT - THE PARENT OR GUARDIAN ON
      *FILE FOR EACH STUDENT: NAME, RELATION, MAILING ADDRESS AND
      *CONTACT NUMBER. ATRISK ADDRESSES ITS MID-TERM NOTICES FROM IT.
      *THE STUDENT MUST BE ON STUDMAST.TXT WHEN THE MASTER IS ON
      *HAND. SAME LOAD/MAINTAIN/SAVE SHAPE AS SUBJMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASTFILE ASSIGN TO "GUARDMST.TXT".
           SELECT STUDMASTFILE ASSIGN TO "STUDMAST.TXT"
               FILE STATUS IS WS-STM-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MAST-REC.

       01  MAST-REC.
           05 GD-SNO PIC 9(5).
           05 GD-NAME PIC X(25).
           05 GD-RELATION PIC X(10).
           05 GD-ADDRESS PIC X(40).
           05 GD-CONTACT PIC X(15).

       FD  STUDMASTFILE.
       01  STUD-MAST-REC.
           05 SR-SNO PIC 9(5).
           05 SR-NAME PIC X(25).
           05 SR-PROGRAM PIC X(6).
           05 SR-YEAR PIC 9.
           05 SR-ADMIT PIC X(5).
           05 SR-STATUS PIC X.

       WORKING-STORAGE SECTION.

       01 GRD-TABLE.
           05 GRD-ENTRY OCCURS 500 TIMES.
               10 GT-SNO PIC 9(5).
               10 GT-NAME PIC X(25).
               10 GT-RELATION PIC X(10).
               10 GT-ADDRESS PIC X(40).
               10 GT-CONTACT PIC X(15).

       01 GRD-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.
       01 EOFSW PIC 9 VALUE 0.
       01 REFUSED-SW PIC 9 VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.

       01 WS-STM-FS PIC XX VALUE SPACES.
       01 STM-TABLE.
           05 STM-ENTRY OCCURS 1000 TIMES.
               10 STM-SNO PIC 9(5).
               10 STM-NAME PIC X(25).
       01 STM-COUNT PIC 9(4) VALUE 0.
       01 STM-I PIC 9(4) VALUE 0.
       01 STM-FOUND-I PIC 9(4) VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-SNO PIC 9(5) VALUE 0.
       01 WORK-NAME PIC X(25) VALUE SPACES.
       01 WORK-RELATION PIC X(10) VALUE SPACES.
       01 WORK-ADDRESS PIC X(40) VALUE SPACES.
       01 WORK-CONTACT PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF REFUSED-SW = 0
               PERFORM SAVE-RTN
               DISPLAY 'GUARDIAN FILE SAVED. ' GRD-COUNT
                   ' STUDENTS.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *the whole file must fit the table BEFORE anything loads -
      *the save pass rewrites GUARDMST.TXT from the table
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

           IF PRE-COUNT > 500
               DISPLAY 'GUARDMST.TXT EXCEEDS 500 - RUN REFUSED.'
               MOVE 1 TO REFUSED-SW
               MOVE 'N' TO ANOTHER
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           MOVE 0 TO GRD-COUNT.
           OPEN INPUT MASTFILE.

           READ MASTFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR GRD-COUNT = 500
               ADD 1 TO GRD-COUNT
               MOVE GD-SNO TO GT-SNO(GRD-COUNT)
               MOVE GD-NAME TO GT-NAME(GRD-COUNT)
               MOVE GD-RELATION TO GT-RELATION(GRD-COUNT)
               MOVE GD-ADDRESS TO GT-ADDRESS(GRD-COUNT)
               MOVE GD-CONTACT TO GT-CONTACT(GRD-COUNT)
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
                       MOVE SR-NAME TO STM-NAME(STM-COUNT)
                   END-IF
               END-PERFORM
               CLOSE STUDMASTFILE
           END-IF.
           DISPLAY 'GUARDIANS LOADED: ' GRD-COUNT '.'.
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
                   PERFORM CORRECT-RTN
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'A, C or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Maintain another guardian? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

       ADD-RTN.
           IF GRD-COUNT = 500
               DISPLAY 'GUARDIAN FILE FULL.'
               GO TO ADD-RTN-END
           END-IF.

           DISPLAY 'Student Number: '.
           ACCEPT WORK-SNO.
           PERFORM FIND-GRD-RTN.

           IF FOUND-I > 0
               DISPLAY 'Guardian already on file - use C.'
               GO TO ADD-RTN-END
           END-IF.

           PERFORM FIND-STUDMAST-RTN.
           IF STM-COUNT > 0 AND STM-FOUND-I = 0
               DISPLAY 'Not on STUDMAST.TXT - refused.'
               GO TO ADD-RTN-END
           END-IF.
           IF STM-FOUND-I > 0
               DISPLAY 'Student: ' STM-NAME(STM-FOUND-I)
           END-IF.

           PERFORM TAKE-DETAILS-RTN THRU TAKE-DETAILS-RTN-END.

           ADD 1 TO GRD-COUNT.
           MOVE WORK-SNO TO GT-SNO(GRD-COUNT).
           MOVE WORK-NAME TO GT-NAME(GRD-COUNT).
           MOVE WORK-RELATION TO GT-RELATION(GRD-COUNT).
           MOVE WORK-ADDRESS TO GT-ADDRESS(GRD-COUNT).
           MOVE WORK-CONTACT TO GT-CONTACT(GRD-COUNT).
           DISPLAY 'Added.'.
       ADD-RTN-END.
           EXIT.

       CORRECT-RTN.
           DISPLAY 'Student Number to correct: '.
           ACCEPT WORK-SNO.
           PERFORM FIND-GRD-RTN.

           IF FOUND-I = 0
               DISPLAY 'No guardian on file for the student.'
           ELSE
               DISPLAY 'On file: ' GT-NAME(FOUND-I) ' '
                   GT-RELATION(FOUND-I)
               DISPLAY '  ' GT-ADDRESS(FOUND-I)
               DISPLAY '  ' GT-CONTACT(FOUND-I)
               PERFORM TAKE-DETAILS-RTN THRU TAKE-DETAILS-RTN-END
               MOVE WORK-NAME TO GT-NAME(FOUND-I)
               MOVE WORK-RELATION TO GT-RELATION(FOUND-I)
               MOVE WORK-ADDRESS TO GT-ADDRESS(FOUND-I)
               MOVE WORK-CONTACT TO GT-CONTACT(FOUND-I)
               DISPLAY 'Corrected.'
           END-IF.

      *a notice cannot go out without a name and an address
       TAKE-DETAILS-RTN.
           DISPLAY 'Parent/Guardian Name: '.
           ACCEPT WORK-NAME.
           IF WORK-NAME = SPACES
               DISPLAY 'Required!'
               GO TO TAKE-DETAILS-RTN
           END-IF.
           DISPLAY 'Relation to Student: '.
           ACCEPT WORK-RELATION.

       TAKE-ADDRESS.
           DISPLAY 'Mailing Address: '.
           ACCEPT WORK-ADDRESS.
           IF WORK-ADDRESS = SPACES
               DISPLAY 'Required!'
               GO TO TAKE-ADDRESS
           END-IF.
           DISPLAY 'Contact Number: '.
           ACCEPT WORK-CONTACT.
       TAKE-DETAILS-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRD-COUNT
               DISPLAY GT-SNO(I) ' ' GT-NAME(I) ' '
                   GT-RELATION(I) ' ' GT-CONTACT(I)
           END-PERFORM.

       FIND-GRD-RTN.
           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRD-COUNT
               IF GT-SNO(I) = WORK-SNO
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

       FIND-STUDMAST-RTN.
           MOVE 0 TO STM-FOUND-I.
           PERFORM VARYING STM-I FROM 1 BY 1 UNTIL STM-I > STM-COUNT
               IF STM-SNO(STM-I) = WORK-SNO
                   MOVE STM-I TO STM-FOUND-I
               END-IF
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT MASTFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRD-COUNT
               MOVE GT-SNO(I) TO GD-SNO
               MOVE GT-NAME(I) TO GD-NAME
               MOVE GT-RELATION(I) TO GD-RELATION
               MOVE GT-ADDRESS(I) TO GD-ADDRESS
               MOVE GT-CONTACT(I) TO GD-CONTACT
               WRITE MAST-REC
           END-PERFORM.
           CLOSE MASTFILE.
