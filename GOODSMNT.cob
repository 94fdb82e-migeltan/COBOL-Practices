       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOODSMNT.
      *AUTHOR. MIGEL H. TAN.
      *INSTALLATION. PUP STA. MESA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *SECURITY. BSIT 2-4 AND DR. FABREGAS.
      *REMARKS. RELIEF GOODS ON HAND - GOODSMST.TXT CARRIES EVERY
      *ITEM PER WAREHOUSE (FAMILY FOOD PACKS, WATER, HYGIENE KITS AND
      *THE REST) WITH ITS BALANCE AND REORDER LEVEL. RECEIVE ADDS
      *STOCK; DISPATCH SENDS IT TO AN EVACUATION CENTER FOR A STORM
      *AND PROVINCE THAT HAS A RESPONSE RECORD ON TAN1RLF.TXT, NEVER
      *MORE THAN IS ON HAND. EVERY MOVEMENT GOES ON GOODSMOV.TXT FOR
      *GOODSRPT. A DISPATCH THAT TAKES AN ITEM TO ITS REORDER LEVEL
      *OR BELOW SAYS SO THERE AND THEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GOODSFILE ASSIGN TO "GOODSMST.TXT".
           SELECT OPTIONAL MOVEFILE ASSIGN TO "GOODSMOV.TXT".
           SELECT RLFFILE ASSIGN TO "TAN1RLF.TXT"
               FILE STATUS IS WS-RLF-FS.

       DATA DIVISION.
       FILE SECTION.

      *GM-CLASS F family food pack, W water, H hygiene kit, O other
       FD  GOODSFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GOODS-REC.

       01  GOODS-REC.
           05 GM-WHSE PIC X(6).
           05 GM-ITEM PIC X(6).
           05 GM-DESC PIC X(20).
           05 GM-CLASS PIC X.
           05 GM-UNIT PIC X(6).
           05 GM-ONHAND PIC 9(7).
           05 GM-REORDER PIC 9(7).

      *MV-TYPE R received, D dispatched; the storm, province and
      *center are blank on a receipt
       FD  MOVEFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MOVE-REC.

       01  MOVE-REC.
           05 MV-TYPE PIC X.
           05 MV-DATE PIC 9(8).
           05 MV-WHSE PIC X(6).
           05 MV-ITEM PIC X(6).
           05 MV-QTY PIC 9(7).
           05 MV-REF PIC X(10).
           05 MV-NOS PIC X(20).
           05 MV-YEAR PIC 9(4).
           05 MV-PROV PIC X(15).
           05 MV-CENTER PIC X(20).

       FD  RLFFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RLF-REC.

       01  RLF-REC.
           05 RLF-R-NOS PIC X(20).
           05 RLF-R-PROV PIC X(15).
           05 RLF-R-EVAC PIC 9(6).
           05 RLF-R-CENTERS PIC 9(3).
           05 RLF-R-COST PIC 9(9).
           05 RLF-R-YEAR PIC 9(4).

       WORKING-STORAGE SECTION.

       01 WS-RLF-FS PIC XX VALUE SPACES.
       01 EOFSW PIC 9 VALUE 0.

       01 GOODS-TABLE.
           05 GOODS-ENTRY OCCURS 300 TIMES.
               10 GT-WHSE PIC X(6).
               10 GT-ITEM PIC X(6).
               10 GT-DESC PIC X(20).
               10 GT-CLASS PIC X.
               10 GT-UNIT PIC X(6).
               10 GT-ONHAND PIC 9(7).
               10 GT-REORDER PIC 9(7).
       01 GOODS-COUNT PIC 9(3) VALUE 0.
       01 PRE-COUNT PIC 9(5) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 FOUND-I PIC 9(3) VALUE 0.
       01 CHANGED-SW PIC 9 VALUE 0.

      *storm and province pairs with a response on TAN1RLF.TXT
       01 RESP-TABLE.
           05 RESP-ENTRY OCCURS 500 TIMES.
               10 RT-NOS PIC X(20).
               10 RT-YEAR PIC 9(4).
               10 RT-PROV PIC X(15).
       01 RESP-COUNT PIC 9(3) VALUE 0.
       01 R-I PIC 9(3) VALUE 0.
       01 R-FOUND PIC 9 VALUE 0.

       01 MAINT-ACTION PIC X VALUE SPACES.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-WHSE PIC X(6) VALUE SPACES.
       01 WORK-ITEM PIC X(6) VALUE SPACES.
       01 WORK-DESC PIC X(20) VALUE SPACES.
       01 WORK-CLASS PIC X VALUE SPACES.
       01 WORK-UNIT PIC X(6) VALUE SPACES.
       01 WORK-QTY PIC 9(7) VALUE 0.
       01 WORK-REORDER PIC 9(7) VALUE 0.
       01 WORK-REF PIC X(10) VALUE SPACES.
       01 WORK-NOS PIC X(20) VALUE SPACES.
       01 WORK-YEAR PIC 9(4) VALUE 0.
       01 WORK-PROV PIC X(15) VALUE SPACES.
       01 WORK-CENTER PIC X(20) VALUE SPACES.

       01 WS-D6 PIC 9(6) VALUE 0.
       01 WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       01 LIST-LINE.
           05 LL-WHSE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LL-ITEM PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LL-DESC PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LL-CLASS PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LL-ONHAND PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LL-UNIT PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-FLAG PIC X(7).

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.

           PERFORM LOAD-RTN THRU LOAD-RTN-END.
           IF PRE-COUNT > 300
               STOP RUN
           END-IF.
           PERFORM LOAD-RESP-RTN.
           PERFORM MAINTAIN-RTN THRU MAINTAIN-RTN-END
               UNTIL ANOTHER = 'N' OR ANOTHER = 'n'.
           IF CHANGED-SW = 1
               PERFORM SAVE-RTN
               DISPLAY 'GOODS MASTER SAVED. ' GOODS-COUNT ' ITEMS.'
           ELSE
               DISPLAY 'NO CHANGES SAVED.'
           END-IF.
           STOP RUN.

      *the master must fit whole - it is rewritten at the end
       LOAD-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT GOODSFILE.
           PERFORM UNTIL EOFSW = 1
               READ GOODSFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO PRE-COUNT
               END-IF
           END-PERFORM.
           CLOSE GOODSFILE.
           IF PRE-COUNT > 300
               DISPLAY 'GOODSMST.TXT EXCEEDS 300 - RUN REFUSED.'
               GO TO LOAD-RTN-END
           END-IF.

           MOVE 0 TO GOODS-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT GOODSFILE.
           PERFORM UNTIL EOFSW = 1
               READ GOODSFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   ADD 1 TO GOODS-COUNT
                   MOVE GM-WHSE TO GT-WHSE(GOODS-COUNT)
                   MOVE GM-ITEM TO GT-ITEM(GOODS-COUNT)
                   MOVE GM-DESC TO GT-DESC(GOODS-COUNT)
                   MOVE GM-CLASS TO GT-CLASS(GOODS-COUNT)
                   MOVE GM-UNIT TO GT-UNIT(GOODS-COUNT)
                   MOVE GM-ONHAND TO GT-ONHAND(GOODS-COUNT)
                   MOVE GM-REORDER TO GT-REORDER(GOODS-COUNT)
               END-IF
           END-PERFORM.
           CLOSE GOODSFILE.
           DISPLAY 'ITEMS ON FILE: ' GOODS-COUNT.
       LOAD-RTN-END.
           EXIT.

       LOAD-RESP-RTN.
           MOVE 0 TO RESP-COUNT.
           OPEN INPUT RLFFILE.
           IF WS-RLF-FS = '00'
               MOVE 0 TO EOFSW
               PERFORM UNTIL EOFSW = 1 OR RESP-COUNT = 500
                   READ RLFFILE
                       AT END MOVE 1 TO EOFSW
                   END-READ
                   IF EOFSW = 0
                       ADD 1 TO RESP-COUNT
                       MOVE RLF-R-NOS TO RT-NOS(RESP-COUNT)
                       MOVE RLF-R-YEAR TO RT-YEAR(RESP-COUNT)
                       MOVE RLF-R-PROV TO RT-PROV(RESP-COUNT)
                       INSPECT RESP-ENTRY(RESP-COUNT) CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   END-IF
               END-PERFORM
               CLOSE RLFFILE
           ELSE
               DISPLAY 'NO TAN1RLF.TXT - DISPATCHES WILL BE REFUSED.'
           END-IF.

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Item, Receive, Dispatch or List? (I/R/D/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'I'
               WHEN 'i'
                   PERFORM ITEM-RTN THRU ITEM-RTN-END
               WHEN 'R'
               WHEN 'r'
                   PERFORM RECEIVE-RTN THRU RECEIVE-RTN-END
               WHEN 'D'
               WHEN 'd'
                   PERFORM DISPATCH-RTN THRU DISPATCH-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'I, R, D or L only!'
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

       ASK-KEY-RTN.
           DISPLAY 'Warehouse: '.
           ACCEPT WORK-WHSE.
           DISPLAY 'Item Code: '.
           ACCEPT WORK-ITEM.
           INSPECT WORK-WHSE CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WORK-ITEM CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 0 TO FOUND-I.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GOODS-COUNT
               IF GT-WHSE(I) = WORK-WHSE AND GT-ITEM(I) = WORK-ITEM
                   MOVE I TO FOUND-I
               END-IF
           END-PERFORM.

      *a new item starts at zero on hand - stock comes by receipt
       ITEM-RTN.
           PERFORM ASK-KEY-RTN.
           IF WORK-WHSE = SPACES OR WORK-ITEM = SPACES
               DISPLAY 'Required!'
               GO TO ITEM-RTN-END
           END-IF.
           IF FOUND-I = 0 AND GOODS-COUNT = 300
               DISPLAY 'GOODS TABLE FULL.'
               GO TO ITEM-RTN-END
           END-IF.

           DISPLAY 'Description: '.
           ACCEPT WORK-DESC.
           IF WORK-DESC = SPACES
               DISPLAY 'Required!'
               GO TO ITEM-RTN-END
           END-IF.
       ITEM-CLASS.
           DISPLAY 'Class - Food pack, Water, Hygiene kit, Other '
               '(F/W/H/O): '.
           ACCEPT WORK-CLASS.
           INSPECT WORK-CLASS CONVERTING 'fwho' TO 'FWHO'.
           IF WORK-CLASS NOT = 'F' AND WORK-CLASS NOT = 'W'
              AND WORK-CLASS NOT = 'H' AND WORK-CLASS NOT = 'O'
               DISPLAY 'F, W, H or O only!'
               GO TO ITEM-CLASS
           END-IF.
           DISPLAY 'Unit (PACK, KIT, LITER...): '.
           ACCEPT WORK-UNIT.
           INSPECT WORK-UNIT CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY 'Reorder Level: '.
           ACCEPT WORK-REORDER.

           IF FOUND-I = 0
               ADD 1 TO GOODS-COUNT
               MOVE GOODS-COUNT TO FOUND-I
               MOVE WORK-WHSE TO GT-WHSE(FOUND-I)
               MOVE WORK-ITEM TO GT-ITEM(FOUND-I)
               MOVE 0 TO GT-ONHAND(FOUND-I)
               DISPLAY 'Added.'
           ELSE
               DISPLAY 'Changed.'
           END-IF.
           MOVE WORK-DESC TO GT-DESC(FOUND-I).
           MOVE WORK-CLASS TO GT-CLASS(FOUND-I).
           MOVE WORK-UNIT TO GT-UNIT(FOUND-I).
           MOVE WORK-REORDER TO GT-REORDER(FOUND-I).
           MOVE 1 TO CHANGED-SW.
       ITEM-RTN-END.
           EXIT.

       RECEIVE-RTN.
           PERFORM ASK-KEY-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such item in that warehouse.'
               GO TO RECEIVE-RTN-END
           END-IF.
           DISPLAY 'Quantity Received: '.
           ACCEPT WORK-QTY.
           IF WORK-QTY = 0
               DISPLAY 'Invalid!'
               GO TO RECEIVE-RTN-END
           END-IF.
           IF GT-ONHAND(FOUND-I) + WORK-QTY > 9999999
               DISPLAY 'Balance would overflow!'
               GO TO RECEIVE-RTN-END
           END-IF.
           DISPLAY 'Delivery/PO Reference: '.
           ACCEPT WORK-REF.

           ADD WORK-QTY TO GT-ONHAND(FOUND-I).
           MOVE SPACES TO MOVE-REC.
           MOVE 'R' TO MV-TYPE.
           MOVE 0 TO MV-YEAR.
           PERFORM WRITE-MOVE-RTN.
           DISPLAY 'Received. On hand: ' GT-ONHAND(FOUND-I).
       RECEIVE-RTN-END.
           EXIT.

      *goods follow a response on file - the storm and province
      *must already be on TAN1RLF.TXT
       DISPATCH-RTN.
           PERFORM ASK-KEY-RTN.
           IF FOUND-I = 0
               DISPLAY 'No such item in that warehouse.'
               GO TO DISPATCH-RTN-END
           END-IF.

           DISPLAY 'Storm Name: '.
           ACCEPT WORK-NOS.
           INSPECT WORK-NOS CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY 'Season Year: '.
           ACCEPT WORK-YEAR.
           DISPLAY 'Province: '.
           ACCEPT WORK-PROV.
           INSPECT WORK-PROV CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 0 TO R-FOUND.
           PERFORM VARYING R-I FROM 1 BY 1 UNTIL R-I > RESP-COUNT
               IF RT-NOS(R-I) = WORK-NOS AND RT-YEAR(R-I) = WORK-YEAR
                  AND RT-PROV(R-I) = WORK-PROV
                   MOVE 1 TO R-FOUND
               END-IF
           END-PERFORM.
           IF R-FOUND = 0
               DISPLAY 'No relief record for that storm and province '
                   'on TAN1RLF.TXT.'
               GO TO DISPATCH-RTN-END
           END-IF.

           DISPLAY 'Evacuation Center: '.
           ACCEPT WORK-CENTER.
           INSPECT WORK-CENTER CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WORK-CENTER = SPACES
               DISPLAY 'Required!'
               GO TO DISPATCH-RTN-END
           END-IF.
           DISPLAY 'Quantity Dispatched: '.
           ACCEPT WORK-QTY.
           IF WORK-QTY = 0
               DISPLAY 'Invalid!'
               GO TO DISPATCH-RTN-END
           END-IF.
           IF WORK-QTY > GT-ONHAND(FOUND-I)
               DISPLAY 'Only ' GT-ONHAND(FOUND-I) ' on hand!'
               GO TO DISPATCH-RTN-END
           END-IF.
           DISPLAY 'Dispatch Slip No.: '.
           ACCEPT WORK-REF.

           SUBTRACT WORK-QTY FROM GT-ONHAND(FOUND-I).
           MOVE 'D' TO MV-TYPE.
           MOVE WORK-NOS TO MV-NOS.
           MOVE WORK-YEAR TO MV-YEAR.
           MOVE WORK-PROV TO MV-PROV.
           MOVE WORK-CENTER TO MV-CENTER.
           PERFORM WRITE-MOVE-RTN.
           DISPLAY 'Dispatched. On hand: ' GT-ONHAND(FOUND-I).
           IF GT-ONHAND(FOUND-I) NOT > GT-REORDER(FOUND-I)
               DISPLAY '*** REORDER ' GT-ITEM(FOUND-I) ' AT '
                   GT-WHSE(FOUND-I) ' - AT OR BELOW REORDER LEVEL '
                   GT-REORDER(FOUND-I) ' ***'
           END-IF.
       DISPATCH-RTN-END.
           EXIT.

      *receipts and dispatches alike, written as they happen
       WRITE-MOVE-RTN.
           MOVE WS-RUN-DATE TO MV-DATE.
           MOVE WORK-WHSE TO MV-WHSE.
           MOVE WORK-ITEM TO MV-ITEM.
           MOVE WORK-QTY TO MV-QTY.
           MOVE WORK-REF TO MV-REF.
           OPEN EXTEND MOVEFILE.
           WRITE MOVE-REC.
           CLOSE MOVEFILE.
           MOVE 1 TO CHANGED-SW.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GOODS-COUNT
               MOVE GT-WHSE(I) TO LL-WHSE
               MOVE GT-ITEM(I) TO LL-ITEM
               MOVE GT-DESC(I) TO LL-DESC
               MOVE GT-CLASS(I) TO LL-CLASS
               MOVE GT-ONHAND(I) TO LL-ONHAND
               MOVE GT-UNIT(I) TO LL-UNIT
               MOVE SPACES TO LL-FLAG
               IF GT-ONHAND(I) NOT > GT-REORDER(I)
                   MOVE 'REORDER' TO LL-FLAG
               END-IF
               DISPLAY LIST-LINE
           END-PERFORM.

       SAVE-RTN.
           OPEN OUTPUT GOODSFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GOODS-COUNT
               MOVE GT-WHSE(I) TO GM-WHSE
               MOVE GT-ITEM(I) TO GM-ITEM
               MOVE GT-DESC(I) TO GM-DESC
               MOVE GT-CLASS(I) TO GM-CLASS
               MOVE GT-UNIT(I) TO GM-UNIT
               MOVE GT-ONHAND(I) TO GM-ONHAND
               MOVE GT-REORDER(I) TO GM-REORDER
               WRITE GOODS-REC
           END-PERFORM.
           CLOSE GOODSFILE.
