      ***************************************************
      * FPD-RECORD - SHARED FEE PERIOD REGISTER LAYOUT  *
      * FOR FEEPERD.DAT, ONE RECORD PER FEE LEDGER      *
      * MONTH YYYYMM CLOSED BY FEECLOSE, WITH THE       *
      * MONTH'S TRIAL BALANCE TOTALS. MONTHS CLOSE IN   *
      * ORDER, SO EVERY MONTH UP TO THE LATEST ONE ON   *
      * THE FILE IS CLOSED; A MONTH AFTER IT IS OPEN.   *
      * FPD-STATUS IS C = CLOSED. READ BY FEELOCK.      *
      ***************************************************
       01 FPD-RECORD.
            02 FPD-PERIOD PIC 9(6).
            02 FILLER PIC X.
            02 FPD-STATUS PIC X.
            02 FILLER PIC X.
            02 FPD-CLOSE-DATE PIC 9(8).
            02 FILLER PIC X.
            02 FPD-STUD-COUNT PIC 9(5).
            02 FILLER PIC X.
            02 FPD-OPENING PIC S9(9)V99.
            02 FILLER PIC X.
            02 FPD-CHARGES PIC 9(9)V99.
            02 FILLER PIC X.
            02 FPD-PAYMENTS PIC S9(9)V99.
            02 FILLER PIC X.
            02 FPD-CLOSING PIC S9(9)V99.
