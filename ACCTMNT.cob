      *INSTALLATION. PUP MANILA.
      *DATE-WRITTEN. MARCH 18, 2026.
      *DATE-COMPILED. MARCH 18, 2026.
      *REMARKS. MAINTAINS THE ACCTMAST.TXT ACCOUNT MASTER - CORRECT
      *A NAME, OR SET THE
      *STANDING (A ACTIVE / F FROZEN / P PENDING CLOSE) THE POSTING
      *RUNS ENFORCE, THE FINAL-TAX EXEMPTION SW2 HONOURS AT THE
      *INTEREST BREAK, AND THE HOME BRANCH THE INTERBRANCH
      *SETTLEMENT (IBSETL) MEASURES COUNTER WORK AGAINST. C CLOSED
      *IS SET ONLY BY THE CLOSRUN SETTLEMENT. NEW ACCOUNTS ARE
      *OPENED THROUGH ACCTOPN, WHICH ISSUES THE CHECK-DIGIT NUMBER
      *AND FIXES THE CURRENCY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 AM-NAME PIC X(25).
           05 AM-OPENED PIC 9(8).
           05 AM-STATUS PIC X.
           05 AM-TAXEX PIC X.
           05 AM-HOME-BR PIC X(3).
      *blank or PHP = peso account
           05 AM-CCY PIC X(3).
           05 FILLER PIC X(13).

       WORKING-STORAGE SECTION.

               10 AT-NAME PIC X(25).
               10 AT-OPENED PIC 9(8).
               10 AT-STATUS PIC X.
               10 AT-TAXEX PIC X.
               10 AT-HOME-BR PIC X(3).
               10 AT-CCY PIC X(3).

       01 ACCT-COUNT PIC 9(3) VALUE 0.
       01 I PIC 9(3) VALUE 0.
       01 ANOTHER PIC X VALUE 'Y'.
       01 WORK-ANO PIC X(10) VALUE SPACES.
       01 WORK-NAME PIC X(25) VALUE SPACES.
       01 WORK-STATUS PIC X VALUE SPACES.
       01 WORK-TAXEX PIC X VALUE SPACES.
       01 WORK-BRC PIC X(3) VALUE SPACES.

      *the branches an account can be domiciled at - the same codes
      *HW1 consolidates TRANSV.txt by
       01 BRANCH-CODES PIC X(12) VALUE 'MKTQZNORTALB'.
       01 BRANCH-TABLE REDEFINES BRANCH-CODES.
           05 BR-CODE OCCURS 4 TIMES PIC X(3).
       01 BR-I PIC 9 VALUE 0.
       01 BR-OK-SW PIC 9 VALUE 0.

       PROCEDURE DIVISION.

               MOVE AM-NAME TO AT-NAME(ACCT-COUNT)
               MOVE AM-OPENED TO AT-OPENED(ACCT-COUNT)
               MOVE AM-STATUS TO AT-STATUS(ACCT-COUNT)
               MOVE AM-TAXEX TO AT-TAXEX(ACCT-COUNT)
               MOVE AM-HOME-BR TO AT-HOME-BR(ACCT-COUNT)
               MOVE AM-CCY TO AT-CCY(ACCT-COUNT)
               IF AT-CCY(ACCT-COUNT) = SPACES
                   MOVE 'PHP' TO AT-CCY(ACCT-COUNT)
               END-IF
               READ MASTFILE
                   AT END MOVE 1 TO EOFSW
               END-READ

       MAINTAIN-RTN.
           DISPLAY ' '.
           DISPLAY 'Correct name, Status, Tax exemption, '
               'home Branch or List? (C/S/T/B/L): '.
           ACCEPT MAINT-ACTION.

           EVALUATE MAINT-ACTION
               WHEN 'A'
               WHEN 'a'
                   DISPLAY 'New accounts are opened through ACCTOPN.'
               WHEN 'C'
               WHEN 'c'
                   PERFORM CORRECT-RTN
               WHEN 'S'
               WHEN 's'
                   PERFORM STATUS-RTN THRU STATUS-RTN-END
               WHEN 'T'
               WHEN 't'
                   PERFORM TAXEX-RTN THRU TAXEX-RTN-END
               WHEN 'B'
               WHEN 'b'
                   PERFORM BRANCH-RTN THRU BRANCH-RTN-END
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY 'C, S, T, B or L only!'
           END-EVALUATE.

       ASK-ANOTHER.
       MAINTAIN-RTN-END.
           EXIT.

       CORRECT-RTN.
           DISPLAY 'Account Number to correct: '.
           ACCEPT WORK-ANO.
               GO TO STATUS-RTN-END
           END-IF.

      *a closed account has been settled and archived by CLOSRUN -
      *its standing is no longer maintained here
           IF AT-STATUS(FOUND-I) = 'C'
               DISPLAY 'Account is closed - standing cannot change.'
               GO TO STATUS-RTN-END
           END-IF.

      *closing goes through the settlement run - P marks the account
      *for it, and CLOSRUN sets C once the balance is paid out
       STATUS-ASK.
           DISPLAY 'Standing - Active, Frozen, Pending close? '
               '(A/F/P): '.
           ACCEPT WORK-STATUS.
           IF WORK-STATUS NOT = 'A' AND WORK-STATUS NOT = 'a'
              AND WORK-STATUS NOT = 'F' AND WORK-STATUS NOT = 'f'
              AND WORK-STATUS NOT = 'P' AND WORK-STATUS NOT = 'p'
               DISPLAY 'A, F or P only!'
               GO TO STATUS-ASK
           END-IF.

       STATUS-RTN-END.
           EXIT.

      *Y exempts the account from the final tax withheld on its
      *interest - only on the strength of a BIR certificate or a
      *ruling kept on file
       TAXEX-RTN.
           DISPLAY 'Account Number: '.
           ACCEPT WORK-ANO.
           PERFORM FIND-ACCT-RTN.

           IF FOUND-I = 0
               DISPLAY 'No such account on the master.'
               GO TO TAXEX-RTN-END
           END-IF.

           DISPLAY 'Tax exempt on file: ' AT-TAXEX(FOUND-I).

       TAXEX-ASK.
           DISPLAY 'Exempt from final tax on interest? (Y/N): '.
           ACCEPT WORK-TAXEX.
           IF WORK-TAXEX NOT = 'Y' AND WORK-TAXEX NOT = 'y'
              AND WORK-TAXEX NOT = 'N' AND WORK-TAXEX NOT = 'n'
               DISPLAY 'Y or N only!'
               GO TO TAXEX-ASK
           END-IF.

           MOVE FUNCTION UPPER-CASE(WORK-TAXEX)
               TO AT-TAXEX(FOUND-I).
           DISPLAY 'Exemption set.'.
       TAXEX-RTN-END.
           EXIT.

      *the branch the account is domiciled at - a deposit or
      *withdrawal taken at any other branch's counter is an
      *interbranch item between the two
       BRANCH-RTN.
           DISPLAY 'Account Number: '.
           ACCEPT WORK-ANO.
           PERFORM FIND-ACCT-RTN.

           IF FOUND-I = 0
               DISPLAY 'No such account on the master.'
               GO TO BRANCH-RTN-END
           END-IF.

           IF AT-STATUS(FOUND-I) = 'C'
               DISPLAY 'Account is closed - branch cannot change.'
               GO TO BRANCH-RTN-END
           END-IF.

           DISPLAY 'Home branch on file: ' AT-HOME-BR(FOUND-I).
           PERFORM ASK-BRANCH-RTN.
           MOVE WORK-BRC TO AT-HOME-BR(FOUND-I).
           DISPLAY 'Home branch set.'.
       BRANCH-RTN-END.
           EXIT.

       ASK-BRANCH-RTN.
           DISPLAY 'Home Branch (MKT/QZN/ORT/ALB): '.
           ACCEPT WORK-BRC.
           MOVE FUNCTION UPPER-CASE(WORK-BRC) TO WORK-BRC.
           MOVE 0 TO BR-OK-SW.
           PERFORM VARYING BR-I FROM 1 BY 1 UNTIL BR-I > 4
               IF BR-CODE(BR-I) = WORK-BRC
                   MOVE 1 TO BR-OK-SW
               END-IF
           END-PERFORM.
           IF BR-OK-SW = 0
               DISPLAY 'MKT, QZN, ORT or ALB only!'
               GO TO ASK-BRANCH-RTN
           END-IF.

       LIST-RTN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-COUNT
               DISPLAY AT-ANO(I) ' ' AT-NAME(I) ' '
                   AT-STATUS(I) ' ' AT-TAXEX(I) ' ' AT-HOME-BR(I)
                   ' ' AT-CCY(I)
           END-PERFORM.

       FIND-ACCT-RTN.
       SAVE-RTN.
           OPEN OUTPUT MASTFILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-COUNT
               MOVE SPACES TO MAST-REC
               MOVE AT-ANO(I) TO AM-ANO
               MOVE AT-NAME(I) TO AM-NAME
               MOVE AT-OPENED(I) TO AM-OPENED
               MOVE AT-STATUS(I) TO AM-STATUS
               MOVE AT-TAXEX(I) TO AM-TAXEX
               MOVE AT-HOME-BR(I) TO AM-HOME-BR
               MOVE AT-CCY(I) TO AM-CCY
               WRITE MAST-REC
           END-PERFORM.
           CLOSE MASTFILE.
