      ***************************************************
      * LN-RECORD - SHARED STAFF LOAN MASTER LAYOUT FOR *
      * LOANMAST.DAT, ONE RECORD PER LOAN OR SALARY     *
      * ADVANCE GRANTED IN LOANMANT. LN-TYPE L = LOAN,  *
      * A = SALARY ADVANCE. PAYROLL RECOVERS            *
      * LN-INSTALLMENT A MONTH (THE WHOLE REMAINING     *
      * BALANCE ON THE LAST INSTALLMENT) AND FINSETL    *
      * RECOVERS THE BALANCE ON SEPARATION.             *
      * LN-STATUS A = ACTIVE, P = PAID OFF.             *
      * LN-LAST-PERIOD IS THE LAST PAY MONTH YYYYMM     *
      * THAT RECOVERED AN INSTALLMENT.                  *
      ***************************************************
       01 LN-RECORD.
            02 LN-LOAN-NO PIC 9(6).
            02 FILLER PIC X.
            02 LN-EMPID PIC 9(5).
            02 FILLER PIC X.
            02 LN-TYPE PIC X.
            02 FILLER PIC X.
            02 LN-GRANT-DATE PIC 9(8).
            02 FILLER PIC X.
            02 LN-PRINCIPAL PIC 9(7)V99.
            02 FILLER PIC X.
            02 LN-INSTALLMENTS PIC 9(3).
            02 FILLER PIC X.
            02 LN-INSTALLMENT PIC 9(7)V99.
            02 FILLER PIC X.
            02 LN-PAID-COUNT PIC 9(3).
            02 FILLER PIC X.
            02 LN-BALANCE PIC 9(7)V99.
            02 FILLER PIC X.
            02 LN-LAST-PERIOD PIC 9(6).
            02 FILLER PIC X.
            02 LN-STATUS PIC X.
