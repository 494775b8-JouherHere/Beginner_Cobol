      ***************************************************
      * CO-RECORD - SHARED CASH-ONLY HOLD LAYOUT FOR    *
      * CASHONLY.DAT, ONE RECORD PER ROLLNO, KEYED ON   *
      * CO-ROLLNO. CHQDISH SETS THE HOLD WHEN A CHEQUE  *
      * FROM THE STUDENT IS RETURNED UNPAID, AND        *
      * CASHIER REFUSES CHEQUES WHILE CO-STATUS IS A.   *
      * AN ADMIN OPERATOR CLEARS THE HOLD THROUGH       *
      * CHQDISH, WHICH MARKS IT C AND KEEPS THE RECORD  *
      * WITH WHO CLEARED IT AND WHEN.                   *
      ***************************************************
       01 CO-RECORD.
            02 CO-ROLLNO PIC 9(6).
            02 FILLER PIC X.
            02 CO-STATUS PIC X.
            02 FILLER PIC X.
            02 CO-SET-DATE PIC 9(8).
            02 FILLER PIC X.
            02 CO-RECEIPT-NO PIC 9(6).
            02 FILLER PIC X.
            02 CO-SET-OPERATOR PIC X(8).
            02 FILLER PIC X.
            02 CO-CLEAR-DATE PIC 9(8).
            02 FILLER PIC X.
            02 CO-CLEAR-OPERATOR PIC X(8).
