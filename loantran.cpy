      ***************************************************
      * LT-RECORD - SHARED STAFF LOAN TRANSACTION       *
      * LAYOUT FOR LOANTRAN.DAT, THE MOVEMENTS BEHIND   *
      * EVERY LOANMAST.DAT BALANCE. LT-TYPE G = GRANT,  *
      * R = PAYROLL RECOVERY, F = FINAL SETTLEMENT      *
      * RECOVERY, V = RECOVERY BACKED OUT BY PAYREVS.   *
      * LT-BALANCE IS THE LOAN BALANCE AFTER THE        *
      * MOVEMENT. LOANMANT PRINTS THE STATEMENT AND     *
      * LOANBOOK THE MONTH-END BOOK FROM THIS FILE.     *
      ***************************************************
       01 LT-RECORD.
            02 LT-LOAN-NO PIC 9(6).
            02 FILLER PIC X.
            02 LT-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 LT-DATE PIC 9(8).
            02 FILLER PIC X.
            02 LT-PERIOD PIC 9(6).
            02 FILLER PIC X.
            02 LT-TYPE PIC X.
            02 FILLER PIC X.
            02 LT-AMOUNT PIC 9(7)V99.
            02 FILLER PIC X.
            02 LT-BALANCE PIC 9(7)V99.
