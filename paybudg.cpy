      ***************************************************
      * BUD-RECORD - SHARED DEPARTMENTAL PAYROLL BUDGET *
      * LAYOUT FOR PAYBUDG.DAT, ONE RECORD PER EMPDEPT  *
      * AND PAY MONTH YYYYMM, KEYED ON BUD-KEY.         *
      * BUD-AMOUNT IS WHAT THE DEPARTMENT MAY SPEND ON  *
      * SALARY-EXP IN THAT MONTH. A MONTH WITH NO       *
      * RECORD HAS NO BUDGET. MAINTAINED BY BUDMAINT    *
      * AND READ BY BUDGVAR AND PAYPROJ.                *
      ***************************************************
       01 BUD-RECORD.
            02 BUD-KEY.
                 03 BUD-DEPT PIC X(10).
                 03 BUD-PERIOD PIC 9(6).
            02 FILLER PIC X.
            02 BUD-AMOUNT PIC 9(9)V99.
            02 FILLER PIC X.
            02 BUD-SET-DATE PIC 9(8).
            02 FILLER PIC X.
            02 BUD-OPERATOR PIC X(8).
