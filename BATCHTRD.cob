           02 BH-STEP PIC X(8).
           02 BH-DATE PIC 9(8).
           02 BH-SECS PIC 9(6).
           02 FILLER PIC X(177).

       FD  RPTFILE
           LABEL RECORD IS OMITTED
