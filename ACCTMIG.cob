       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMIG.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. ONE-TIME MIGRATION OF ACCTMAST.TXT FROM THE OLD
      *44-BYTE LAYOUT (NUMBER, NAME, OPENED, STANDING) TO THE 64-BYTE
      *LAYOUT CARRYING THE FINAL-TAX EXEMPTION FLAG AND ROOM FOR
      *WHAT COMES AFTER. EVERY ACCOUNT COMES ACROSS AS NOT EXEMPT.
      *RUN ONCE, BEFORE THE UPDATED PROGRAMS TOUCH THE FILE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDFILE ASSIGN TO "ACCTMAST.TXT"
               FILE STATUS IS WS-OLD-FS.
           SELECT NEWFILE ASSIGN TO "ACCTMAST.TXT".
      *re-run guard scan under the new layout - a Y or N in the
      *exemption byte of the first record means the migration
      *already happened
           SELECT SCANFILE ASSIGN TO "ACCTMAST.TXT"
               FILE STATUS IS WS-SCAN-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  OLDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-REC.

       01  OLD-REC.
           05 OLD-ANO PIC X(10).
           05 OLD-NAME PIC X(25).
           05 OLD-OPENED PIC 9(8).
           05 OLD-STATUS PIC X.

       FD  NEWFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MAST-REC.

       01  MAST-REC.
           05 AM-ANO PIC X(10).
           05 AM-NAME PIC X(25).
           05 AM-OPENED PIC 9(8).
           05 AM-STATUS PIC X.
           05 AM-TAXEX PIC X.
           05 FILLER PIC X(19).

       FD  SCANFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SCAN-REC.

       01  SCAN-REC.
           05 SCAN-ANO PIC X(10).
           05 SCAN-NAME PIC X(25).
           05 SCAN-OPENED PIC X(8).
           05 SCAN-STATUS PIC X.
           05 SCAN-TAXEX PIC X.
           05 FILLER PIC X(19).

       WORKING-STORAGE SECTION.

       01  WS-OLD-FS PIC XX VALUE SPACES.
       01  WS-SCAN-FS PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.
       01  MIG-COUNT PIC 9(3) VALUE 0.
       01  MIGRATED-SW PIC 9 VALUE 0.
       01  I PIC 9(3) VALUE 0.

      *the whole old file held in storage before the rewrite
       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 500 TIMES.
               10 HT-ANO PIC X(10).
               10 HT-NAME PIC X(25).
               10 HT-OPENED PIC 9(8).
               10 HT-STATUS PIC X.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM SCAN-RTN THRU SCAN-RTN-END.
           IF MIGRATED-SW = 1
               DISPLAY 'ACCTMAST.TXT ALREADY MIGRATED - NOTHING TO DO.'
               STOP RUN
           END-IF.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           IF MIG-COUNT > 0
               PERFORM REWRITE-RTN
               DISPLAY 'RECORDS MIGRATED: ' MIG-COUNT
           END-IF.
           DISPLAY 'ACCOUNT MASTER MIGRATION COMPLETE.'.
           STOP RUN.

      *read through the new layout, an old file puts the first
      *character of the second account number in the exemption
      *byte - account numbers never start with Y or N, so a Y or N
      *there means the wider records are already on disk and a
      *second pass would shear every one of them
       SCAN-RTN.
           MOVE 0 TO MIGRATED-SW.
           OPEN INPUT SCANFILE.
           IF WS-SCAN-FS NOT = '00'
               GO TO SCAN-RTN-END
           END-IF.

           READ SCANFILE
               AT END
                   CLOSE SCANFILE
                   GO TO SCAN-RTN-END
           END-READ.
           IF SCAN-TAXEX = 'Y' OR SCAN-TAXEX = 'N'
               MOVE 1 TO MIGRATED-SW
           END-IF.
           CLOSE SCANFILE.
       SCAN-RTN-END.
           EXIT.

       LOAD-RTN.
           OPEN INPUT OLDFILE.
           IF WS-OLD-FS NOT = '00'
               DISPLAY 'NO ACCTMAST.TXT ON HAND - NOTHING TO DO.'
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO EOFSW.
           READ OLDFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR MIG-COUNT = 500
               ADD 1 TO MIG-COUNT
               MOVE OLD-ANO TO HT-ANO(MIG-COUNT)
               MOVE OLD-NAME TO HT-NAME(MIG-COUNT)
               MOVE OLD-OPENED TO HT-OPENED(MIG-COUNT)
               MOVE OLD-STATUS TO HT-STATUS(MIG-COUNT)
               READ OLDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE OLDFILE.
       LOAD-RTN-END.
           EXIT.

      *same file, new layout - nobody exempt until ACCTMNT says so
       REWRITE-RTN.
           OPEN OUTPUT NEWFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MIG-COUNT
               MOVE SPACES TO MAST-REC
               MOVE HT-ANO(I) TO AM-ANO
               MOVE HT-NAME(I) TO AM-NAME
               MOVE HT-OPENED(I) TO AM-OPENED
               MOVE HT-STATUS(I) TO AM-STATUS
               MOVE 'N' TO AM-TAXEX
               WRITE MAST-REC
           END-PERFORM.
           CLOSE NEWFILE.
