      ***************************************************
      * BK-RECORD - SHARED LIBRARY BOOK MASTER LAYOUT   *
      * FOR LIBBOOK.DAT, ONE RECORD PER COPY, KEYED ON  *
      * THE ACCESSION NUMBER BK-ACCESSION. BK-STATUS    *
      * A = IN STOCK, W = WITHDRAWN FROM STOCK. WHETHER *
      * A COPY IS OUT IS HELD ON LIBLOAN.DAT, NOT HERE. *
      * MAINTAINED BY LIBMAINT.                         *
      ***************************************************
       01 BK-RECORD.
            02 BK-ACCESSION PIC 9(6).
            02 FILLER PIC X.
            02 BK-TITLE PIC X(30).
            02 FILLER PIC X.
            02 BK-AUTHOR PIC X(20).
            02 FILLER PIC X.
            02 BK-STATUS PIC X.
            02 FILLER PIC X.
            02 BK-ADDED-DATE PIC 9(8).
