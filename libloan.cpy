      ***************************************************
      * LB-RECORD - SHARED LIBRARY LOAN LAYOUT FOR      *
      * LIBLOAN.DAT, ONE RECORD PER COPY NOW ON LOAN,   *
      * KEYED ON LB-ACCESSION AND DELETED WHEN THE COPY *
      * COMES BACK. LB-BORR-TYPE S = STUDENT (LB-BORR-ID*
      * IS THE ROLLNO), E = STAFF (LB-BORR-ID IS THE    *
      * EMPID). WRITTEN BY LIBCIRC, READ BY LIBOVDUE,   *
      * STUDWDRW AND PROMOTE.                           *
      ***************************************************
       01 LB-RECORD.
            02 LB-ACCESSION PIC 9(6).
            02 FILLER PIC X.
            02 LB-BORR-TYPE PIC X.
            02 FILLER PIC X.
            02 LB-BORR-ID PIC 9(6).
            02 FILLER PIC X.
            02 LB-ISSUE-DATE PIC 9(8).
            02 FILLER PIC X.
            02 LB-DUE-DATE PIC 9(8).
            02 FILLER PIC X.
            02 LB-OPERATOR PIC X(8).
