           02 HomeAddress PIC X(30).
           02 ContactNo PIC X(11).
           02 Birthdate PIC 9(8).
           02 Province PIC X(15).

       FD DupFile.
       01 DupCustomerData.
           02 DupAddress PIC X(30).
           02 DupContactNo PIC X(11).
           02 DupBirthdate PIC 9(8).
           02 DupProvince PIC X(15).

       WORKING-STORAGE SECTION.
       *>Object
           ACCEPT ContactNo
           DISPLAY "Birthdate (YYYYMMDD): "
           ACCEPT Birthdate
           DISPLAY "Province: "
           ACCEPT Province
           *>kept in capitals so it matches the storm-signal provinces
           INSPECT Province CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM CHECK-DUPLICATE-RTN THRU CHECK-DUPLICATE-RTN-EXIT.

