           02 HomeAddress PIC X(30).
           02 ContactNo PIC X(11).
           02 Birthdate PIC 9(8).
           02 Province PIC X(15).

       WORKING-STORAGE SECTION.
      *>Customer.dat loaded whole into this table once at start-up so
               03 TblAddress PIC X(30).
               03 TblContactNo PIC X(11).
               03 TblBirthdate PIC 9(8).
               03 TblProvince PIC X(15).
               03 TblDeleted PIC A(1) VALUE "N".

       01 CustomerCount PIC 9(3) VALUE 0.
           MOVE HomeAddress TO TblAddress (CustomerCount).
           MOVE ContactNo TO TblContactNo (CustomerCount).
           MOVE Birthdate TO TblBirthdate (CustomerCount).
           MOVE Province TO TblProvince (CustomerCount).
           MOVE "N" TO TblDeleted (CustomerCount).
           READ CustomerFile
               AT END MOVE "Y" TO WSEOF
               DISPLAY "HomeAddress: " TblAddress (FoundIndex)
               DISPLAY "Contact: " TblContactNo (FoundIndex)
               DISPLAY "Birthdate: " TblBirthdate (FoundIndex)
               DISPLAY "Province: " TblProvince (FoundIndex)
               DISPLAY "Update or Delete this record? (U/D): "
               ACCEPT MaintAction
               IF MaintAction = "U" OR MaintAction = "u"
                   ACCEPT TblContactNo (FoundIndex)
                   DISPLAY "New Birthdate (YYYYMMDD): "
                   ACCEPT TblBirthdate (FoundIndex)
                   DISPLAY "New Province: "
                   ACCEPT TblProvince (FoundIndex)
                   INSPECT TblProvince (FoundIndex) CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               ELSE
                   IF MaintAction = "D" OR MaintAction = "d"
                       MOVE "Y" TO TblDeleted (FoundIndex)
                   MOVE TblAddress (TableIdx) TO HomeAddress
                   MOVE TblContactNo (TableIdx) TO ContactNo
                   MOVE TblBirthdate (TableIdx) TO Birthdate
                   MOVE TblProvince (TableIdx) TO Province
                   WRITE CustomerData
               END-IF
           END-PERFORM.
