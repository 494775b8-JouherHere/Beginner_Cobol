      ***************************************************
      * EMP-RECORD - SHARED EMPLOYEE RECORD LAYOUT      *
      * EMPID, EMPNAME, EMPDEPT, EMPSALARY, EMPHIREDATE *
      * EMPSTATUS A (OR SPACE ON OLDER RECORDS) =       *
      * ACTIVE, S = SEPARATED AND AWAITING FINAL        *
      * SETTLEMENT, F = SEPARATED AND FINALLY SETTLED   *
      * BY FINSETL. A SEPARATED EMPLOYEE KEEPS THE      *
      * RECORD WITH THE LEAVING DATE AND REASON CODE:   *
      * RS = RESIGNED, RT = RETIRED, TM = TERMINATED,   *
      * CE = CONTRACT ENDED, DC = DECEASED.             *
      ***************************************************
       01 EMP-RECORD.
            02 EMPID PIC 9(5).
            02 EMPSALARY PIC 9(7)V99.
            02 FILLER PIC X.
            02 EMPHIREDATE PIC 9(8).
            02 FILLER PIC X.
            02 EMPSTATUS PIC X.
            02 FILLER PIC X.
            02 EMPLEAVEDATE PIC 9(8).
            02 FILLER PIC X.
            02 EMPLEAVEREASON PIC X(2).
