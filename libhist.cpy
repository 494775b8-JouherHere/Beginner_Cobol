      ***************************************************
      * LH-RECORD - SHARED LIBRARY CIRCULATION HISTORY  *
      * LAYOUT FOR LIBHIST.DAT, APPENDED BY LIBCIRC     *
      * WHEN A COPY IS RETURNED. LH-DAYS-LATE IS THE    *
      * DAYS PAST THE DUE DATE AND LH-FINE THE FINE     *
      * POSTED TO FEECHG.DAT AS FEE TYPE LB (ALWAYS     *
      * ZERO FOR A STAFF BORROWER).                     *
      ***************************************************
       01 LH-RECORD.
            02 LH-ACCESSION PIC 9(6).
            02 FILLER PIC X.
            02 LH-BORR-TYPE PIC X.
            02 FILLER PIC X.
            02 LH-BORR-ID PIC 9(6).
            02 FILLER PIC X.
            02 LH-ISSUE-DATE PIC 9(8).
            02 FILLER PIC X.
            02 LH-DUE-DATE PIC 9(8).
            02 FILLER PIC X.
            02 LH-RETURN-DATE PIC 9(8).
            02 FILLER PIC X.
            02 LH-DAYS-LATE PIC 9(4).
            02 FILLER PIC X.
            02 LH-FINE PIC 9(5)V99.
            02 FILLER PIC X.
            02 LH-OPERATOR PIC X(8).
