       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVMNT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. PUP STA. MESA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. MAINTAINS PROVCEN.TXT, THE PROVINCE REFERENCE FILE -
      *EACH PROVINCE'S NAME, ISLAND GROUP AND THE LATITUDE AND
      *LONGITUDE OF ITS CENTROID, WHICH FIN2TRK MEASURES EVERY STORM
      *TRACK AGAINST. SET ADDS A PROVINCE OR REPLACES ITS CENTROID.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROVFILE ASSIGN TO "PROVCEN.TXT".

       DATA DIVISION.
       FILE SECTION.

      *PC-GROUP L Luzon, V Visayas, M Mindanao
       FD  PROVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROV-REC.

       01  PROV-REC.
           05 PC-PROV PIC X(15).
           05 PC-GROUP PIC X.
           05 PC-LAT PIC 99V99.
           05 PC-LON PIC 9(3)V99.

       WORKING-STORAGE SECTION.

       01 EOFSW PIC 9 VALUE 0.

       01 PROV-TABLE.
           05 PROV-ENTRY OCCURS 100 TIMES.
               10 PT-PROV PIC X(15).
               10 PT-GROUP PIC X.
               10 PT-LAT PIC 99V99.
               10 PT-LON PIC 9(3)V99.
       01 PROV-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 J PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.
       01 CHANGED-SW PIC 9 VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-PROV PIC X(15) VALUE SPACES.
       01 WORK-GROUP PIC X VALUE SPACES.
      *keyed wide so the whole entry reaches the decimal point
       01 WORK-LAT PIC 9(3)V99 VALUE 0.
       01 WORK-LON PIC 9(4)V99 VALUE 0.

       01 LIST-LINE.
           05 LL-PROV PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-GROUP PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-LAT PIC Z9.99.
           05 FILLER PIC X(3) VALUE 'N  '.
           05 LL-LON PIC ZZ9.99.
           05 FILLER PIC X VALUE 'E'.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF CHANGED-SW = 1
               PERFORM SAVE-RTN
               DISPLAY 'PROVINCES SAVED. ' PROV-COUNT ' ON FILE.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

       LOAD-RTN.
           MOVE 0 TO PROV-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT PROVFILE.

           READ PROVFILE
               AT END MOVE 1 TO EOFSW
           END-READ.

           PERFORM UNTIL EOFSW = 1 OR PROV-COUNT = 100
               ADD 1 TO PROV-COUNT
               MOVE PC-PROV TO PT-PROV(PROV-COUNT)
               MOVE PC-GROUP TO PT-GROUP(PROV-COUNT)
               MOVE PC-LAT TO PT-LAT(PROV-COUNT)
               MOVE PC-LON TO PT-LON(PROV-COUNT)
               READ PROVFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.

           CLOSE PROVFILE.
           DISPLAY 'PROVINCES ON FILE: ' PROV-COUNT.
       LOAD-RTN-END.
           EXIT.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Set, Drop or List provinces? (S/D/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'S'
               WHEN 's'
                   PERFORM SET-RTN THRU SET-RTN-END
               WHEN 'D'
               WHEN 'd'
                   PERFORM DROP-RTN THRU DROP-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'S, D or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
           DISPLAY 'Another action? (Y/N): '.
           ACCEPT ANOTHER.
           IF ANOTHER NOT = 'Y' AND ANOTHER NOT = 'y'
              AND ANOTHER NOT = 'N' AND ANOTHER NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO ASK-ANOTHER
           END-IF.
       MAINTAIN-RTN-END.
           EXIT.

       ASK-PROV-RTN.
           DISPLAY 'Province: '.
           ACCEPT WORK-PROV.
           INSPECT WORK-PROV CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PROV-COUNT
               IF PT-PROV(I) = WORK-PROV
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

      *centroids inside the Philippine area of responsibility
       SET-RTN.
           PERFORM ASK-PROV-RTN.
           IF WORK-PROV = SPACES
               DISPLAY 'Required!'
               GO TO SET-RTN-END
           END-IF.
           IF FOUND-I = 0 AND PROV-COUNT = 100
               DISPLAY 'PROVINCE TABLE FULL.'
               GO TO SET-RTN-END
           END-IF.

       SET-GROUP.
           DISPLAY 'Island Group (L/V/M): '.
           ACCEPT WORK-GROUP.
           INSPECT WORK-GROUP CONVERTING 'lvm' TO 'LVM'.
           IF WORK-GROUP NOT = 'L' AND WORK-GROUP NOT = 'V'
              AND WORK-GROUP NOT = 'M'
               DISPLAY 'L, V or M only!'
               GO TO SET-GROUP
           END-IF.

       SET-LAT.
           DISPLAY 'Centroid Latitude, degrees N (e.g. 13.58): '.
           ACCEPT WORK-LAT.
           IF WORK-LAT < 4 OR WORK-LAT > 22
               DISPLAY 'Outside 4-22 N!'
               GO TO SET-LAT
           END-IF.

       SET-LON.
           DISPLAY 'Centroid Longitude, degrees E (e.g. 124.21): '.
           ACCEPT WORK-LON.
           IF WORK-LON < 116 OR WORK-LON > 127
               DISPLAY 'Outside 116-127 E!'
               GO TO SET-LON
           END-IF.

           IF FOUND-I = 0
               ADD 1 TO PROV-COUNT
               MOVE PROV-COUNT TO FOUND-I
               MOVE WORK-PROV TO PT-PROV(FOUND-I)
               DISPLAY 'Added.'
           ELSE
               DISPLAY 'Centroid replaced.'
           END-IF.
           MOVE WORK-GROUP TO PT-GROUP(FOUND-I).
           MOVE WORK-LAT TO PT-LAT(FOUND-I).
           MOVE WORK-LON TO PT-LON(FOUND-I).
           MOVE 1 TO CHANGED-SW.
       SET-RTN-END.
           EXIT.

       DROP-RTN.
           PERFORM ASK-PROV-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such province on file.'
               GO TO DROP-RTN-END
           END-IF.

           PERFORM VARYING J FROM FOUND-I BY 1 UNTIL J = PROV-COUNT
               MOVE PROV-ENTRY(J + 1) TO PROV-ENTRY(J)
           END-PERFORM.
           SUBTRACT 1 FROM PROV-COUNT.
           MOVE 1 TO CHANGED-SW.
           DISPLAY 'Dropped.'.
       DROP-RTN-END.
           EXIT.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PROV-COUNT
               MOVE PT-PROV(I) TO LL-PROV
               MOVE PT-GROUP(I) TO LL-GROUP
               MOVE PT-LAT(I) TO LL-LAT
               MOVE PT-LON(I) TO LL-LON
               DISPLAY LIST-LINE
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT PROVFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PROV-COUNT
               MOVE PT-PROV(I) TO PC-PROV
               MOVE PT-GROUP(I) TO PC-GROUP
               MOVE PT-LAT(I) TO PC-LAT
               MOVE PT-LON(I) TO PC-LON
               WRITE PROV-REC
           END-PERFORM.
           CLOSE PROVFILE.
