       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMAPLY.
      *AUTHOR. GRP12.
      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *DATE-COMPILED. OCTOBER 15, 2026.
      *REMARKS. INSTALLS THE APPROVED RUN PARAMETER CHANGES WHOSE
      *EFFECTIVE DATE HAS COME. EVERY CHANGE STILL PENDING ON THE
      *PRMCHG.TXT CHANGE LOG (KEPT BY PRMMNT) AND DATED ON OR BEFORE
      *THE RUN DATE GOES INTO ITS PARAMETER FILE IN DATE ORDER - A
      *RATE TIER OR RETENTION ENTRY IS SET OR REMOVED BY ITS KEY, A
      *ONE-VALUE FILE IS REPLACED WHOLE - AND IS MARKED APPLIED WITH
      *THE DATE, THE OLD AND NEW VALUES GOING TO SECLOG.TXT UNDER
      *THE APPROVING SUPERVISOR. RUN BY BATCHDRV AHEAD OF THE NIGHT'S
      *POSTING SO THE NIGHT READS ITS NEW VALUES, OR ON DEMAND FOR A
      *CHANGE DUE TODAY. A PARAMETER FILE PAST ITS TABLE IS NOT
      *TOUCHED AND ITS CHANGES STAY PENDING (RETURN CODE 4).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *the parameter files, loaded whole and rewritten when changed
           SELECT RATEFILE ASSIGN TO 'NEWRATE.TXT'
               FILE STATUS WS-FS-RTE.
           SELECT THRFILE ASSIGN TO 'NEWTHR.TXT'
               FILE STATUS WS-FS-THR.
           SELECT HHPFILE ASSIGN TO 'HHPRM.TXT'
               FILE STATUS WS-FS-HHP.
           SELECT CONDFILE ASSIGN TO 'FINPPCON.TXT'
               FILE STATUS WS-FS-CND.
           SELECT ESCFILE ASSIGN TO 'ESCHPRM.TXT'
               FILE STATUS WS-FS-ESC.
           SELECT RETNFILE ASSIGN TO 'RETNPRM.TXT'
               FILE STATUS WS-FS-RTN.
           SELECT POLFILE ASSIGN TO 'QCPOLICY.TXT'
               FILE STATUS WS-FS-POL.
           SELECT OPTIONAL CHGFILE ASSIGN TO 'PRMCHG.TXT'
               FILE STATUS WS-FS-CHG.
           SELECT OPTIONAL SECLOGFILE ASSIGN TO 'SECLOG.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD  RATEFILE.
       01  RATE-REC PIC X(24).

       FD  THRFILE.
       01  THR-REC PIC X(11).

       FD  HHPFILE.
       01  HHP-REC PIC X(11).

       FD  CONDFILE.
       01  COND-REC PIC X(4).

       FD  ESCFILE.
       01  ESC-REC PIC X(2).

       FD  RETNFILE.
       01  RETN-REC PIC X(16).

       FD  POLFILE.
       01  POL-REC PIC X(7).

       FD  CHGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHG-REC.

       01  CHG-REC.
           02 PC-NO PIC 9(5).
           02 PC-FILE PIC X(8).
      *S SETS (ADDS OR REPLACES) THE RECORD / D REMOVES IT
           02 PC-ACT PIC X.
           02 PC-KEY PIC X(12).
           02 PC-OLD PIC X(16).
           02 PC-NEW PIC X(16).
           02 PC-IMAGE PIC X(24).
           02 PC-EFF PIC 9(8).
           02 PC-OPER PIC X(8).
           02 PC-SUP PIC X(8).
           02 PC-ENTERED PIC 9(8).
      *P PENDING / A APPLIED BY PRMAPLY / X CANCELLED
           02 PC-STAT PIC X.
           02 PC-DONE PIC 9(8).
           02 PC-DONE-BY PIC X(8).

       FD  SECLOGFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEC-REC.

       01  SEC-REC.
           02 SC-PROGRAM PIC X(8).
           02 SC-OPER PIC X(8).
           02 SC-ACTION PIC X(20).
           02 SC-DATE PIC 9(8).
           02 SC-TIME PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-FS-RTE PIC XX VALUE SPACES.
       01  WS-FS-THR PIC XX VALUE SPACES.
       01  WS-FS-HHP PIC XX VALUE SPACES.
       01  WS-FS-CND PIC XX VALUE SPACES.
       01  WS-FS-ESC PIC XX VALUE SPACES.
       01  WS-FS-RTN PIC XX VALUE SPACES.
       01  WS-FS-POL PIC XX VALUE SPACES.
       01  WS-FS-CHG PIC XX VALUE SPACES.
       01  EOFSW PIC 9 VALUE 0.

      *the seven parameter files - code, file, how much of a record
      *is its key (0 = the file is one value), and what it holds
       01  PF-INIT.
           05 FILLER PIC X(52) VALUE
               'NEWRATE NEWRATE.TXT 19PESO INTEREST RATE TIERS      '.
           05 FILLER PIC X(52) VALUE
               'NEWTHR  NEWTHR.TXT  00LARGE-TRANSACTION THRESHOLD   '.
           05 FILLER PIC X(52) VALUE
               'HHPRM   HHPRM.TXT   00HOUSEHOLD PRICING THRESHOLD   '.
           05 FILLER PIC X(52) VALUE
               'FINPPCONFINPPCON.TXT00CONDITIONAL GRADE MARGIN      '.
           05 FILLER PIC X(52) VALUE
               'ESCHPRM ESCHPRM.TXT 00YEARS DORMANT BEFORE ESCHEAT  '.
           05 FILLER PIC X(52) VALUE
               'RETNPRM RETNPRM.TXT 12LOG RETENTION DAYS            '.
           05 FILLER PIC X(52) VALUE
               'QCPOLICYQCPOLICY.TXT00QUIZ DROP AND GRADING SUBJECT '.
       01  PF-TABLE REDEFINES PF-INIT.
           05 PF-ENTRY OCCURS 7 TIMES.
               10 PF-CODE PIC X(8).
               10 PF-NAME PIC X(12).
               10 PF-KEYLEN PIC 99.
               10 PF-DESC PIC X(30).
       01  PF-I PIC 9 VALUE 0.
       01  PF-STATE-TABLE.
           05 PF-STATE OCCURS 7 TIMES.
               10 PF-COUNT PIC 99.
               10 PF-OVER PIC 9.
               10 PF-CHANGED PIC 9.
       01  PF-IMG-TABLE.
           05 PF-IMG-ROW OCCURS 7 TIMES.
               10 PF-IMG OCCURS 20 TIMES PIC X(24).
       01  IMG-I PIC 99 VALUE 0.
       01  IMG-FOUND-I PIC 99 VALUE 0.

      *one parameter record, seen through each file's layout
       01  IMG-WORK PIC X(24) VALUE SPACES.
       01  IMG-RATE REDEFINES IMG-WORK.
           05 IR-EFF PIC 9(8).
           05 IR-FLOOR PIC 9(9)V99.
           05 IR-RATE PIC V9(5).
       01  IMG-AMT REDEFINES IMG-WORK.
           05 IA-AMT PIC 9(9)V99.
           05 FILLER PIC X(13).
       01  IMG-MARGIN REDEFINES IMG-WORK.
           05 IM-MARGIN PIC 99V99.
           05 FILLER PIC X(20).
       01  IMG-YEARS REDEFINES IMG-WORK.
           05 IY-YEARS PIC 99.
           05 FILLER PIC X(22).
       01  IMG-RETN REDEFINES IMG-WORK.
           05 IN-NAME PIC X(12).
           05 IN-DAYS PIC 9(4).
           05 FILLER PIC X(8).
       01  IMG-POL REDEFINES IMG-WORK.
           05 IP-DROP PIC 9.
           05 IP-SUBJ PIC X(6).
           05 FILLER PIC X(17).

       01  VALUE-TEXT PIC X(16) VALUE SPACES.
       01  OLD-TEXT PIC X(16) VALUE SPACES.
       01  RATE-ED PIC .99999.
       01  AMT-ED PIC ZZZZZZZZ9.99.
       01  MRG-ED PIC Z9.99.
       01  YRS-ED PIC Z9.
       01  DAYS-ED PIC ZZZ9.

      *the change log held whole for the rewrite
       01  PC-TABLE.
           05 PC-ENTRY OCCURS 500 TIMES.
               10 PT-NO PIC 9(5).
               10 PT-FILE PIC X(8).
               10 PT-ACT PIC X.
               10 PT-KEY PIC X(12).
               10 PT-OLD PIC X(16).
               10 PT-NEW PIC X(16).
               10 PT-IMAGE PIC X(24).
               10 PT-EFF PIC 9(8).
               10 PT-OPER PIC X(8).
               10 PT-SUP PIC X(8).
               10 PT-ENTERED PIC 9(8).
               10 PT-STAT PIC X.
               10 PT-DONE PIC 9(8).
               10 PT-DONE-BY PIC X(8).
       01  PC-HELD-TABLE.
           05 PC-HELD OCCURS 500 TIMES PIC 9.
       01  PC-COUNT PIC 9(3) VALUE 0.
       01  PC-I PIC 9(3) VALUE 0.
       01  PC-PICK PIC 9(3) VALUE 0.
       01  PRE-COUNT PIC 9(5) VALUE 0.

       01  APPLIED-COUNT PIC 9(3) VALUE 0.
       01  HELD-COUNT PIC 9(3) VALUE 0.
       01  WAITING-COUNT PIC 9(3) VALUE 0.
       01  NO-ED PIC 9(5).

       01  WS-D6 PIC 9(6) VALUE 0.
       01  WS-D6-X REDEFINES WS-D6.
           05 WS-D6-YY PIC 99.
           05 WS-D6-MMDD PIC 9(4).
       01  WS-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT WS-D6 FROM DATE.
           IF WS-D6-YY > 50
               COMPUTE WS-RUN-YYYY = 1900 + WS-D6-YY
           ELSE
               COMPUTE WS-RUN-YYYY = 2000 + WS-D6-YY
           END-IF.
           MOVE WS-D6-MMDD TO WS-RUN-MMDD.
           MOVE 0 TO RETURN-CODE.

           PERFORM LOAD-CHANGES-RTN THRU LOAD-CHANGES-RTN-END.
           IF PC-COUNT = 0
               DISPLAY 'PRMAPLY - NO PARAMETER CHANGES ON FILE.'
               GOBACK
           END-IF.

           MOVE ZEROS TO PF-STATE-TABLE.
           PERFORM LOAD-RATE-RTN THRU LOAD-RATE-RTN-END.
           PERFORM LOAD-THR-RTN THRU LOAD-THR-RTN-END.
           PERFORM LOAD-HHP-RTN THRU LOAD-HHP-RTN-END.
           PERFORM LOAD-COND-RTN THRU LOAD-COND-RTN-END.
           PERFORM LOAD-ESC-RTN THRU LOAD-ESC-RTN-END.
           PERFORM LOAD-RETN-RTN THRU LOAD-RETN-RTN-END.
           PERFORM LOAD-POL-RTN THRU LOAD-POL-RTN-END.

      *due changes in effective-date order, the change number
      *breaking a tie, so a later change to the same value wins
           MOVE ZEROS TO PC-HELD-TABLE.
           MOVE 0 TO APPLIED-COUNT HELD-COUNT WAITING-COUNT.
           OPEN EXTEND SECLOGFILE.
           PERFORM PICK-NEXT-RTN.
           PERFORM UNTIL PC-PICK = 0
               PERFORM INSTALL-RTN THRU INSTALL-RTN-END
               PERFORM PICK-NEXT-RTN
           END-PERFORM.
           CLOSE SECLOGFILE.

      *the parameter files first, then the log - stopped between the
      *two, the next run finds the same changes pending and installs
      *them again to the same values
           IF PF-CHANGED(1) = 1
               PERFORM SAVE-RATE-RTN
           END-IF.
           IF PF-CHANGED(2) = 1
               PERFORM SAVE-THR-RTN
           END-IF.
           IF PF-CHANGED(3) = 1
               PERFORM SAVE-HHP-RTN
           END-IF.
           IF PF-CHANGED(4) = 1
               PERFORM SAVE-COND-RTN
           END-IF.
           IF PF-CHANGED(5) = 1
               PERFORM SAVE-ESC-RTN
           END-IF.
           IF PF-CHANGED(6) = 1
               PERFORM SAVE-RETN-RTN
           END-IF.
           IF PF-CHANGED(7) = 1
               PERFORM SAVE-POL-RTN
           END-IF.
           IF APPLIED-COUNT > 0
               PERFORM SAVE-CHANGES-RTN
           END-IF.

           PERFORM VARYING PC-I FROM 1 BY 1 UNTIL PC-I > PC-COUNT
               IF PT-STAT(PC-I) = 'P' AND PT-EFF(PC-I) > WS-RUN-DATE
                   ADD 1 TO WAITING-COUNT
               END-IF
           END-PERFORM.

           DISPLAY 'PRMAPLY - CHANGES INSTALLED: ' APPLIED-COUNT.
           DISPLAY 'PRMAPLY - CHANGES HELD     : ' HELD-COUNT.
           DISPLAY 'PRMAPLY - NOT YET DUE      : ' WAITING-COUNT.
           IF HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *a change log past its table cannot be rewritten safely - the
      *night stops here rather than run on half its new values
       LOAD-CHANGES-RTN.
           MOVE 0 TO PRE-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT CHGFILE.
           READ CHGFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PRE-COUNT
               READ CHGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE CHGFILE.

           IF PRE-COUNT > 500
               DISPLAY 'PRMAPLY - PRMCHG.TXT EXCEEDS 500 - NOTHING '
                   'INSTALLED.'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 0 TO PC-COUNT.
           MOVE 0 TO EOFSW.
           OPEN INPUT CHGFILE.
           READ CHGFILE
               AT END MOVE 1 TO EOFSW
           END-READ.
           PERFORM UNTIL EOFSW = 1
               ADD 1 TO PC-COUNT
               MOVE CHG-REC TO PC-ENTRY(PC-COUNT)
               READ CHGFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
           END-PERFORM.
           CLOSE CHGFILE.
       LOAD-CHANGES-RTN-END.
           EXIT.

      *the earliest pending change now due and not held back
       PICK-NEXT-RTN.
           MOVE 0 TO PC-PICK.
           PERFORM VARYING PC-I FROM 1 BY 1 UNTIL PC-I > PC-COUNT
               IF PT-STAT(PC-I) = 'P' AND PC-HELD(PC-I) = 0
                  AND PT-EFF(PC-I) NOT > WS-RUN-DATE
                   IF PC-PICK = 0
                       MOVE PC-I TO PC-PICK
                   ELSE
                       IF PT-EFF(PC-I) < PT-EFF(PC-PICK)
                          OR (PT-EFF(PC-I) = PT-EFF(PC-PICK)
                              AND PT-NO(PC-I) < PT-NO(PC-PICK))
                           MOVE PC-I TO PC-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       INSTALL-RTN.
           MOVE 0 TO PF-I.
           PERFORM VARYING IMG-I FROM 1 BY 1 UNTIL IMG-I > 7
               IF PF-CODE(IMG-I) = PT-FILE(PC-PICK)
                   MOVE IMG-I TO PF-I
               END-IF
           END-PERFORM.
           MOVE PT-NO(PC-PICK) TO NO-ED.
           IF PF-I = 0
               DISPLAY 'PRMAPLY - CHANGE ' NO-ED ' NAMES NO KNOWN '
                   'FILE - HELD.'
               MOVE 1 TO PC-HELD(PC-PICK)
               ADD 1 TO HELD-COUNT
               GO TO INSTALL-RTN-END
           END-IF.
           IF PF-OVER(PF-I) = 1
               DISPLAY 'PRMAPLY - ' PF-NAME(PF-I) ' EXCEEDS 20 '
                   'RECORDS - CHANGE ' NO-ED ' HELD.'
               MOVE 1 TO PC-HELD(PC-PICK)
               ADD 1 TO HELD-COUNT
               GO TO INSTALL-RTN-END
           END-IF.

           MOVE 'NOT SET' TO OLD-TEXT.
           IF PF-KEYLEN(PF-I) = 0
      *a one-value file - the new record replaces the file
               IF PF-COUNT(PF-I) > 0
                   MOVE PF-IMG(PF-I, 1) TO IMG-WORK
                   PERFORM VALUE-TEXT-RTN
                   MOVE VALUE-TEXT TO OLD-TEXT
               END-IF
               MOVE 1 TO PF-COUNT(PF-I)
               MOVE PT-IMAGE(PC-PICK) TO PF-IMG(PF-I, 1)
           ELSE
               PERFORM FIND-KEY-RTN
               IF IMG-FOUND-I > 0
                   MOVE PF-IMG(PF-I, IMG-FOUND-I) TO IMG-WORK
                   PERFORM VALUE-TEXT-RTN
                   MOVE VALUE-TEXT TO OLD-TEXT
               ELSE
                   MOVE 'NONE' TO OLD-TEXT
               END-IF
               IF PT-ACT(PC-PICK) = 'D'
                   IF IMG-FOUND-I > 0
                       PERFORM DROP-IMAGE-RTN
                   END-IF
               ELSE
                   IF IMG-FOUND-I > 0
                       MOVE PT-IMAGE(PC-PICK)
                           TO PF-IMG(PF-I, IMG-FOUND-I)
                   ELSE
                       IF PF-COUNT(PF-I) = 20
                           DISPLAY 'PRMAPLY - ' PF-NAME(PF-I)
                               ' FULL - CHANGE ' NO-ED ' HELD.'
                           MOVE 1 TO PC-HELD(PC-PICK)
                           ADD 1 TO HELD-COUNT
                           GO TO INSTALL-RTN-END
                       END-IF
                       ADD 1 TO PF-COUNT(PF-I)
                       MOVE PT-IMAGE(PC-PICK)
                           TO PF-IMG(PF-I, PF-COUNT(PF-I))
                   END-IF
               END-IF
           END-IF.

           MOVE 1 TO PF-CHANGED(PF-I).
           MOVE 'A' TO PT-STAT(PC-PICK).
           MOVE WS-RUN-DATE TO PT-DONE(PC-PICK).
           MOVE 'PRMAPLY' TO PT-DONE-BY(PC-PICK).
           ADD 1 TO APPLIED-COUNT.
           DISPLAY 'PRMAPLY - CHANGE ' NO-ED ' ' PF-NAME(PF-I) ' '
               PT-KEY(PC-PICK) ' ' OLD-TEXT ' -> ' PT-NEW(PC-PICK).

           MOVE PT-SUP(PC-PICK) TO SC-OPER.
           MOVE SPACES TO SC-ACTION.
           STRING 'APPLY ' NO-ED ' ' PT-FILE(PC-PICK)
               DELIMITED BY SIZE INTO SC-ACTION
           END-STRING.
           PERFORM NOTE-SEC-RTN.
           MOVE SPACES TO SC-ACTION.
           STRING 'WAS ' OLD-TEXT DELIMITED BY SIZE INTO SC-ACTION
           END-STRING.
           PERFORM NOTE-SEC-RTN.
           MOVE SPACES TO SC-ACTION.
           STRING 'NOW ' PT-NEW(PC-PICK)
               DELIMITED BY SIZE INTO SC-ACTION
           END-STRING.
           PERFORM NOTE-SEC-RTN.
       INSTALL-RTN-END.
           EXIT.

      *the record of file PF-I whose key matches the change's
       FIND-KEY-RTN.
           MOVE 0 TO IMG-FOUND-I.
           PERFORM VARYING IMG-I FROM 1 BY 1
                   UNTIL IMG-I > PF-COUNT(PF-I)
               IF PF-IMG(PF-I, IMG-I)(1:PF-KEYLEN(PF-I))
                  = PT-IMAGE(PC-PICK)(1:PF-KEYLEN(PF-I))
                   MOVE IMG-I TO IMG-FOUND-I
               END-IF
           END-PERFORM.

       DROP-IMAGE-RTN.
           PERFORM VARYING IMG-I FROM IMG-FOUND-I BY 1
                   UNTIL IMG-I NOT < PF-COUNT(PF-I)
               MOVE PF-IMG(PF-I, IMG-I + 1) TO PF-IMG(PF-I, IMG-I)
           END-PERFORM.
           SUBTRACT 1 FROM PF-COUNT(PF-I).

       NOTE-SEC-RTN.
           MOVE 'PRMAPLY' TO SC-PROGRAM.
           MOVE WS-RUN-DATE TO SC-DATE.
           ACCEPT SC-TIME FROM TIME.
           WRITE SEC-REC.

       SAVE-CHANGES-RTN.
           OPEN OUTPUT CHGFILE.
           PERFORM VARYING PC-I FROM 1 BY 1 UNTIL PC-I > PC-COUNT
               MOVE PC-ENTRY(PC-I) TO CHG-REC
               WRITE CHG-REC
           END-PERFORM.
           CLOSE CHGFILE.

      *one load pass per parameter file, each record kept whole; a
      *file past its table is left as it is

       LOAD-RATE-RTN.
           MOVE 1 TO PF-I.
           OPEN INPUT RATEFILE.
           IF WS-FS-RTE NOT = '00'
               GO TO LOAD-RATE-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ RATEFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE RATE-REC TO IMG-WORK
                   PERFORM NOTE-IMAGE-RTN
               END-IF
           END-PERFORM.
           CLOSE RATEFILE.
       LOAD-RATE-RTN-END.
           EXIT.

       LOAD-THR-RTN.
           MOVE 2 TO PF-I.
           OPEN INPUT THRFILE.
           IF WS-FS-THR NOT = '00'
               GO TO LOAD-THR-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ THRFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE THR-REC TO IMG-WORK
                   PERFORM NOTE-IMAGE-RTN
               END-IF
           END-PERFORM.
           CLOSE THRFILE.
       LOAD-THR-RTN-END.
           EXIT.

       LOAD-HHP-RTN.
           MOVE 3 TO PF-I.
           OPEN INPUT HHPFILE.
           IF WS-FS-HHP NOT = '00'
               GO TO LOAD-HHP-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ HHPFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE HHP-REC TO IMG-WORK
                   PERFORM NOTE-IMAGE-RTN
               END-IF
           END-PERFORM.
           CLOSE HHPFILE.
       LOAD-HHP-RTN-END.
           EXIT.

       LOAD-COND-RTN.
           MOVE 4 TO PF-I.
           OPEN INPUT CONDFILE.
           IF WS-FS-CND NOT = '00'
               GO TO LOAD-COND-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ CONDFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE COND-REC TO IMG-WORK
                   PERFORM NOTE-IMAGE-RTN
               END-IF
           END-PERFORM.
           CLOSE CONDFILE.
       LOAD-COND-RTN-END.
           EXIT.

       LOAD-ESC-RTN.
           MOVE 5 TO PF-I.
           OPEN INPUT ESCFILE.
           IF WS-FS-ESC NOT = '00'
               GO TO LOAD-ESC-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ ESCFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE ESC-REC TO IMG-WORK
                   PERFORM NOTE-IMAGE-RTN
               END-IF
           END-PERFORM.
           CLOSE ESCFILE.
       LOAD-ESC-RTN-END.
           EXIT.

       LOAD-RETN-RTN.
           MOVE 6 TO PF-I.
           OPEN INPUT RETNFILE.
           IF WS-FS-RTN NOT = '00'
               GO TO LOAD-RETN-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ RETNFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE RETN-REC TO IMG-WORK
                   PERFORM NOTE-IMAGE-RTN
               END-IF
           END-PERFORM.
           CLOSE RETNFILE.
       LOAD-RETN-RTN-END.
           EXIT.

       LOAD-POL-RTN.
           MOVE 7 TO PF-I.
           OPEN INPUT POLFILE.
           IF WS-FS-POL NOT = '00'
               GO TO LOAD-POL-RTN-END
           END-IF.
           MOVE 0 TO EOFSW.
           PERFORM UNTIL EOFSW = 1
               READ POLFILE
                   AT END MOVE 1 TO EOFSW
               END-READ
               IF EOFSW = 0
                   MOVE POL-REC TO IMG-WORK
                   PERFORM NOTE-IMAGE-RTN
               END-IF
           END-PERFORM.
           CLOSE POLFILE.
       LOAD-POL-RTN-END.
           EXIT.

       NOTE-IMAGE-RTN.
           IF PF-COUNT(PF-I) = 20
               MOVE 1 TO PF-OVER(PF-I)
           ELSE
               ADD 1 TO PF-COUNT(PF-I)
               MOVE IMG-WORK TO PF-IMG(PF-I, PF-COUNT(PF-I))
           END-IF.

      *each changed parameter file written back from its table
       SAVE-RATE-RTN.
           OPEN OUTPUT RATEFILE.
           PERFORM VARYING IMG-I FROM 1 BY 1
                   UNTIL IMG-I > PF-COUNT(1)
               MOVE PF-IMG(1, IMG-I) TO RATE-REC
               WRITE RATE-REC
           END-PERFORM.
           CLOSE RATEFILE.

       SAVE-THR-RTN.
           OPEN OUTPUT THRFILE.
           PERFORM VARYING IMG-I FROM 1 BY 1
                   UNTIL IMG-I > PF-COUNT(2)
               MOVE PF-IMG(2, IMG-I) TO THR-REC
               WRITE THR-REC
           END-PERFORM.
           CLOSE THRFILE.

       SAVE-HHP-RTN.
           OPEN OUTPUT HHPFILE.
           PERFORM VARYING IMG-I FROM 1 BY 1
                   UNTIL IMG-I > PF-COUNT(3)
               MOVE PF-IMG(3, IMG-I) TO HHP-REC
               WRITE HHP-REC
           END-PERFORM.
           CLOSE HHPFILE.

       SAVE-COND-RTN.
           OPEN OUTPUT CONDFILE.
           PERFORM VARYING IMG-I FROM 1 BY 1
                   UNTIL IMG-I > PF-COUNT(4)
               MOVE PF-IMG(4, IMG-I) TO COND-REC
               WRITE COND-REC
           END-PERFORM.
           CLOSE CONDFILE.

       SAVE-ESC-RTN.
           OPEN OUTPUT ESCFILE.
           PERFORM VARYING IMG-I FROM 1 BY 1
                   UNTIL IMG-I > PF-COUNT(5)
               MOVE PF-IMG(5, IMG-I) TO ESC-REC
               WRITE ESC-REC
           END-PERFORM.
           CLOSE ESCFILE.

       SAVE-RETN-RTN.
           OPEN OUTPUT RETNFILE.
           PERFORM VARYING IMG-I FROM 1 BY 1
                   UNTIL IMG-I > PF-COUNT(6)
               MOVE PF-IMG(6, IMG-I) TO RETN-REC
               WRITE RETN-REC
           END-PERFORM.
           CLOSE RETNFILE.

       SAVE-POL-RTN.
           OPEN OUTPUT POLFILE.
           PERFORM VARYING IMG-I FROM 1 BY 1
                   UNTIL IMG-I > PF-COUNT(7)
               MOVE PF-IMG(7, IMG-I) TO POL-REC
               WRITE POL-REC
           END-PERFORM.
           CLOSE POLFILE.

      *a record of file PF-I as the value the operator reads
       VALUE-TEXT-RTN.
           MOVE SPACES TO VALUE-TEXT.
           EVALUATE PF-I
               WHEN 1
                   MOVE IR-RATE TO RATE-ED
                   MOVE RATE-ED TO VALUE-TEXT
               WHEN 2
               WHEN 3
                   MOVE IA-AMT TO AMT-ED
                   MOVE AMT-ED TO VALUE-TEXT
               WHEN 4
                   MOVE IM-MARGIN TO MRG-ED
                   MOVE MRG-ED TO VALUE-TEXT
               WHEN 5
                   MOVE IY-YEARS TO YRS-ED
                   STRING YRS-ED ' YEARS' DELIMITED BY SIZE
                       INTO VALUE-TEXT
                   END-STRING
               WHEN 6
                   MOVE IN-DAYS TO DAYS-ED
                   STRING DAYS-ED ' DAYS' DELIMITED BY SIZE
                       INTO VALUE-TEXT
                   END-STRING
               WHEN OTHER
                   IF IP-SUBJ = SPACES
                       STRING 'DROP ' IP-DROP ' QUIZ AVG'
                           DELIMITED BY SIZE INTO VALUE-TEXT
                       END-STRING
                   ELSE
                       STRING 'DROP ' IP-DROP ' ' IP-SUBJ
                           DELIMITED BY SIZE INTO VALUE-TEXT
                       END-STRING
                   END-IF
           END-EVALUATE.
