      ***************************************************
      * ARR-RECORD - SHARED FEE ARREARS EXTRACT LAYOUT  *
      * FOR ARREARS.DAT, REWRITTEN BY EVERY FEEAGE RUN  *
      * WITH ONE RECORD PER STUDENT IN ARREARS - THE    *
      * BALANCE, THE OLDEST UNPAID TERM YYYYMM (ZERO    *
      * WHEN AN INSTALLMENT PLAN IS UP TO DATE), ITS    *
      * AGE IN MONTHS AND THE AGING BUCKET AS PRINTED.  *
      * READ BY THE ATRISK EARLY-WARNING RUN.           *
      ***************************************************
       01 ARR-RECORD.
            02 ARR-ROLLNO PIC 9(6).
            02 FILLER PIC X.
            02 ARR-BALANCE PIC 9(7)V99.
            02 FILLER PIC X.
            02 ARR-OLD-TERM PIC 9(6).
            02 FILLER PIC X.
            02 ARR-AGE-MONTHS PIC 9(3).
            02 FILLER PIC X.
            02 ARR-BUCKET PIC X(8).
            02 FILLER PIC X.
            02 ARR-RUN-DATE PIC 9(8).
